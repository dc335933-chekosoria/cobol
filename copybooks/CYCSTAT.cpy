000321*                the inquiry K010Q00 read a deliberate
000322*                override instead of a cycle that never
000323*                kicked off.
000324*   20261015 SS  WAITNG status added for a schedule whose
000325*                predecessors on the DEPFILE dependency master
000326*                are not yet CLOSED for the same run date; a
000327*                cycle the kickoff parked carries spaces in its
000328*                start stamp.
000329******************************************************************
000330 01  K010-CYCLE-STATUS-RECORD.
000340     05  K010-CST-KEY.
000350         10  K010-CST-RUN-DATE       PIC 9(08).
000410         88  K010-CST-ABANDONED      VALUE 'ABANDN'.
000411         88  K010-CST-HELD           VALUE 'HELD  '.
000412         88  K010-CST-SKIPPED        VALUE 'SKIPPD'.
000413         88  K010-CST-WAITING        VALUE 'WAITNG'.
000420     05  K010-CST-START-STAMP        PIC X(16).
000430     05  K010-CST-END-STAMP          PIC X(16).
000440     05  K010-CST-CURRENT-STEP       PIC X(08).
