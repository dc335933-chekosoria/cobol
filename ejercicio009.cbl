000270*          not a recompile.  A failure writing ALERTLOG itself
000280*          is displayed and swallowed - the routine must never
000290*          turn one abend into two.
000300* Modification Date: 20261015
000310* Modification History:
000320*   20240325 SS  Initial version.
000330*   20240610 SS  Destination and severity looked up per reason
000410*                self-alert about the gap; a routing master
000420*                that will not open routes everything to the
000430*                default rather than losing the alert.
000431*   20261015 SS  Alert log record and routing card layouts
000432*                moved to the ALERTREC and ROUTREC copybooks,
000433*                shared with the escalation step K010K00; the
000434*                routing card now also carries the escalation
000435*                chain.  Default severity is now 1, the top of
000436*                the numeric scale the routing master uses, in
000437*                place of the old H.
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. K010ALRT.
000640 FILE SECTION.
000650 FD  ALERTLOG
000660     LABEL RECORDS ARE STANDARD.
000670     COPY ALERTREC.
000750
000760 FD  ROUTEFIL
000770     LABEL RECORDS ARE STANDARD.
000780     COPY ROUTREC.
000850
000860 WORKING-STORAGE SECTION.
000870     COPY ALERTCD.
000990     88  K010AL-SW-SELF-ALERT-DUE    VALUE 'Y'.
001000
001010 77  K010AL-WS-DEFAULT-DEST          PIC X(07) VALUE 'ONCALL'.
001020 77  K010AL-WS-DEFAULT-SEV           PIC X(01) VALUE '1'.
001030
001040 77  K010AL-WS-OUT-REASON            PIC X(08).
001050 77  K010AL-WS-OUT-FSTAT             PIC X(02).
001740             SET K010AL-SW-ROUTEFIL-AT-END TO TRUE
001750             GO TO 2100-EXIT
001760     END-READ.
001770     IF K010-RTE-REASON-CODE = SPACES
001780         GO TO 2100-EXIT
001790     END-IF.
001800     IF K010AL-CT-ROUTES >= K010AL-MX-ROUTES
001840         GO TO 2100-EXIT
001850     END-IF.
001860     ADD 1 TO K010AL-CT-ROUTES.
001870     MOVE K010-RTE-REASON-CODE TO
001880         K010AL-TB-REASON-CODE (K010AL-CT-ROUTES).
001890     MOVE K010-RTE-DESTINATION TO
001900         K010AL-TB-DESTINATION (K010AL-CT-ROUTES).
001910     MOVE K010-RTE-SEVERITY TO
001920         K010AL-TB-SEVERITY (K010AL-CT-ROUTES).
001930 2100-EXIT.
001940     EXIT.
002290* routine must never turn one abend into two.
002300******************************************************************
002310 4000-WRITE-ALERT-RECORD.
002320     MOVE SPACES                 TO K010-ALERT-LOG-RECORD.
002330     MOVE K010AL-WS-OUT-REASON   TO K010-ALR-REASON-CODE.
002340     MOVE K010AL-WS-OUT-FSTAT    TO K010-ALR-FILE-STATUS.
002350     MOVE K010AL-WS-OUT-JOB      TO K010-ALR-JOB-NAME.
002360     MOVE K010AL-WS-OUT-PROGRAM  TO K010-ALR-PROGRAM-ID.
002370     MOVE SPACES                 TO K010-ALR-TIMESTAMP.
002380     STRING K010AL-WS-CURRENT-DATE DELIMITED BY SIZE
002390            K010AL-WS-CURRENT-TIME DELIMITED BY SIZE
002400         INTO K010-ALR-TIMESTAMP
002410     END-STRING.
002420     MOVE K010AL-WS-OUT-DEST     TO K010-ALR-DESTINATION.
002430     MOVE K010AL-WS-OUT-SEV      TO K010-ALR-SEVERITY.
002440     WRITE K010-ALERT-LOG-RECORD.
002450     IF K010AL-FS-ALERTLOG NOT = '00'
002460         DISPLAY 'K010ALRT - ALERTLOG WRITE FAILED - STATUS '
002470             K010AL-FS-ALERTLOG ' - ALERT LOST: '
