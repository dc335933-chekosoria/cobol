000210*          kickoff reads; every rejected card prints on the
000220*          edit report with the reason.  Bad control cards are
000230*          the shop's most common cause of a late batch window.
000232*          A card for a cycle whose SCHMST frequency rule is
000234*          not due on the card's run date - a hand-keyed card
000236*          for the Friday job on a Tuesday - is rejected too,
000238*          judged by the K010FREQ routine against CALFILE the
000240*          same way the card builder K004A00 judges it.
000242* Modification Date: 20261015
000250* Modification History:
000260*   20240304 SS  Initial version.
000270*   20240429 SS  Run date class-tested before the calendar
000300*                NUMERIC instead of raising a data exception
000310*                in the year compare and taking the pre-edit
000320*                step down with it.
000323*   20261015 SS  Cards rejected on a day the cycle's frequency
000326*                rule is not due (K010FREQ).
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. K005A00.
000730 01  K005-VALIDATED-RECORD           PIC X(36).
000740
000750 WORKING-STORAGE SECTION.
000755     COPY FREQCM.
000760 77  K005-FS-CTLFILE                 PIC X(02).
000770 77  K005-FS-SCHMST                  PIC X(02).
000780 77  K005-FS-VALCTL                  PIC X(02).
001140
001150 77  K005-SUB-JOB                    PIC 9(05) COMP VALUE ZERO.
001160 77  K005-SUB-CYCLE                  PIC 9(05) COMP VALUE ZERO.
001163 77  K005-SUB-FOUND-JOB              PIC 9(05) COMP VALUE ZERO.
001166 77  K005-SUB-FOUND-CYCLE            PIC 9(05) COMP VALUE ZERO.
001170 77  K005-MX-MASTER-JOBS             PIC 9(05) COMP VALUE 100.
001180
001190 01  K005-MASTER-TABLE.
001210         10  K005-TB-JOB-NAME        PIC X(08).
001220         10  K005-TB-CYCLE-ID        OCCURS 6 TIMES
001230                                     PIC X(04).
001233         10  K005-TB-FREQ-RULE       OCCURS 6 TIMES
001236                                     PIC X(24).
001240
001250 77  K005-CT-MASTER-JOBS             PIC 9(05) COMP VALUE ZERO.
001260 77  K005-CT-CARDS-READ              PIC 9(05) COMP VALUE ZERO.
002250 2200-STORE-MASTER-CYCLE.
002260     MOVE K005-MS-CYCLE-ID (K005-SUB-CYCLE) TO
002270         K005-TB-CYCLE-ID (K005-CT-MASTER-JOBS K005-SUB-CYCLE).
002273     MOVE K005-MS-FREQ-RULE (K005-SUB-CYCLE) TO
002276         K005-TB-FREQ-RULE (K005-CT-MASTER-JOBS K005-SUB-CYCLE).
002280 2200-EXIT.
002290     EXIT.
002300
002530     PERFORM 3100-EDIT-ONE-CARD THRU 3100-EXIT
002540         UNTIL K005-SW-CTLFILE-AT-END.
002550     CLOSE CTLFILE VALCTL.
002553     SET K010-FRQ-FUNC-CLOSE TO TRUE.
002556     CALL 'K010FREQ' USING K010-FREQ-AREA.
002560 3000-EXIT.
002570     EXIT.
002580
002600* Edit one control card.  The edits run in the order a human
002610* would read the card - environment, job name, cycle id, run
002620* date - and the first failure rejects the card with that
002626* reason.  A card that passes them all must still be due by
002632* its cycle's frequency rule on its run date.
002640******************************************************************
002650 3100-EDIT-ONE-CARD.
002660     READ CTLFILE
002940         PERFORM 8000-REJECT-CARD THRU 8000-EXIT
002950         GO TO 3100-EXIT
002960     END-IF.
002961     PERFORM 3600-CHECK-FREQUENCY THRU 3600-EXIT.
002962     IF NOT K010-FRQ-DUE
002963         PERFORM 8000-REJECT-CARD THRU 8000-EXIT
002964         GO TO 3100-EXIT
002965     END-IF.
002970     MOVE K010-RUN-CONTROL-RECORD TO K005-VALIDATED-RECORD.
002980     WRITE K005-VALIDATED-RECORD.
002990     IF K005-FS-VALCTL NOT = '00'
003100******************************************************************
003110* Look the card's job name up on the master table and, when it
003120* is there, look the card's cycle id up in that job's allowed
003126* list.  Blank cycle slots on the master are just unused.  The
003132* entry and slot matched are kept for the frequency check.
003140******************************************************************
003150 3200-CHECK-MASTER.
003160     MOVE 'N' TO K005-SW-JOB-FOUND.
003250 3210-MATCH-JOB.
003260     IF K005-TB-JOB-NAME (K005-SUB-JOB) = K010-RC-JOB-NAME
003270         SET K005-SW-JOB-WAS-FOUND TO TRUE
003275         MOVE K005-SUB-JOB TO K005-SUB-FOUND-JOB
003280         PERFORM 3220-MATCH-CYCLE THRU 3220-EXIT
003290             VARYING K005-SUB-CYCLE FROM 1 BY 1
003300             UNTIL K005-SW-CYCLE-WAS-FOUND
003390         AND K005-TB-CYCLE-ID (K005-SUB-JOB K005-SUB-CYCLE)
003400         = K010-RC-CYCLE-ID
003410         SET K005-SW-CYCLE-WAS-FOUND TO TRUE
003415         MOVE K005-SUB-CYCLE TO K005-SUB-FOUND-CYCLE
003420     END-IF.
003430 3220-EXIT.
003440     EXIT.
004070         MOVE 29 TO K005-WS-MONTH-LIMIT
004080     END-IF.
004090 3500-EXIT.
004091     EXIT.
004092
004093******************************************************************
004094* Ask K010FREQ whether the cycle's frequency rule is due on the
004095* card's run date.  Not due, a run month the calendar does not
004096* hold, or a rule that is not well formed rejects the card with
004097* the routine's reason; a calendar that will not read aborts
004098* the edit and leaves last night's validated file alone.
004099******************************************************************
004100 3600-CHECK-FREQUENCY.
004101     SET K010-FRQ-FUNC-CHECK TO TRUE.
004102     MOVE K010-RC-RUN-DATE TO K010-FRQ-RUN-DATE.
004103     MOVE K005-TB-FREQ-RULE (K005-SUB-FOUND-JOB
004104         K005-SUB-FOUND-CYCLE) TO K010-FRQ-RULE.
004105     CALL 'K010FREQ' USING K010-FREQ-AREA.
004106     IF K010-FRQ-CALENDAR-ERROR
004107         DISPLAY K005-WS-OPEN-BRACKET
004108             'FREQUENCY CHECK FAILED - CALENDAR NOT READABLE'
004109             K005-WS-CLOSE-BRACKET
004110         MOVE 16 TO RETURN-CODE
004111         GO TO 9999-EXIT
004112     END-IF.
004113     IF K010-FRQ-RULE-INVALID
004114         MOVE 'FREQUENCY RULE NOT VALID' TO K005-WS-REJECT-REASON
004115         DISPLAY K005-WS-OPEN-BRACKET
004116             K010-RC-JOB-NAME ' ' K010-RC-CYCLE-ID
004117             ' SCHMST RULE: ' K010-FRQ-REASON
004118             K005-WS-CLOSE-BRACKET
004119         GO TO 3600-EXIT
004120     END-IF.
004121     MOVE K010-FRQ-REASON TO K005-WS-REJECT-REASON.
004122 3600-EXIT.
004123     EXIT.
004124
004125******************************************************************
004130* One edit report line per rejected card - the card as it came
004140* in and the reason it was not passed through to the kickoff.
004150******************************************************************
