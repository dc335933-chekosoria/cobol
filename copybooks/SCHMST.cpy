000160*          Read by the control file pre-edit step K005A00 to
000170*          reject control cards carrying unknown job names or
000180*          cycle ids before the kickoff ever sees them.  Unused
000182*          cycle slots are left blank.  Maintained by K005M00,
000184*          which keeps the allowed cycles packed from slot 1.
000186*          Each cycle slot has a run-frequency rule in the
000188*          matching rule slot - daily, chosen weekdays, the nth
000190*          or last business day of the month, or quarter-end,
000192*          with an effective and a retire date - judged by the
000194*          K010FREQ routine (see FREQCM for the codes).  A
000196*          blank rule runs daily, as every cycle did before.
000200* Modification History:
000210*   20240304 SS  Initial version.
000212*   20261015 SS  Maintained by K005M00 with change history.
000214*   20261015 SS  Run-frequency rule per cycle slot; record
000216*                widened from 40 to 184 bytes.
000220******************************************************************
000230 01  K005-MASTER-RECORD.
000240     05  K005-MS-JOB-NAME            PIC X(08).
000250     05  K005-MS-CYCLE-ID            OCCURS 6 TIMES
000260                                     PIC X(04).
000270     05  FILLER                      PIC X(08).
000280     05  K005-MS-FREQ-RULE           OCCURS 6 TIMES.
000290         10  K005-MS-FREQ-CODE       PIC X(01).
000300         10  K005-MS-FREQ-DAY-MASK   PIC X(07).
000310         10  K005-MS-FREQ-EFFECTIVE  PIC X(08).
000320         10  K005-MS-FREQ-RETIRE     PIC X(08).
