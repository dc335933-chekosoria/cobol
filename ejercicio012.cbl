000230*          as a month-end.  Cards come out in the shared RUNCTL
000240*          layout the whole chain reads, so the pre-edit and
000250*          the kickoff need no change at all.
000252*          A cycle whose SCHMST frequency rule is not due on
000254*          the run date - a weekly, nth business day, last
000256*          business day or quarter-end job on any other night,
000258*          or a rule not yet effective or already retired - is
000260*          left out, judged by the K010FREQ routine against
000262*          CALFILE, so nobody has to hold or skip it by hand.
000264* Modification Date: 20261015
000270* Modification History:
000280*   20240506 SS  Initial version.
000282*   20261015 SS  Cards built only on the days the cycle's
000284*                frequency rule is due (K010FREQ); a rule
000286*                that cannot be judged ends RC=4.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. K004A00.
000710     COPY RUNCTL.
000720
000730 WORKING-STORAGE SECTION.
000733     COPY FREQCM.
000736
000740 77  K004-FS-SCHMST                  PIC X(02).
000750 77  K004-FS-CALFILE                 PIC X(02).
000760 77  K004-FS-GENCTL                  PIC X(02).
000990 77  K004-CT-MASTER-JOBS             PIC 9(05) COMP VALUE ZERO.
001000 77  K004-CT-CARDS-WRITTEN           PIC 9(05) COMP VALUE ZERO.
001010 77  K004-CT-EOM-SUPPRESSED          PIC 9(05) COMP VALUE ZERO.
001013 77  K004-CT-NOT-DUE                 PIC 9(05) COMP VALUE ZERO.
001016 77  K004-CT-RULE-ERRORS             PIC 9(05) COMP VALUE ZERO.
001020
001030 LINKAGE SECTION.
001040 01  LS-PARM-AREA.
001180     PERFORM 9000-DISPLAY-CONTROL-TOTALS THRU 9000-EXIT.
001190     IF K004-CT-CARDS-WRITTEN = ZERO
001200         MOVE 8 TO RETURN-CODE
001202     ELSE
001204         IF K004-CT-RULE-ERRORS > ZERO
001206             MOVE 4 TO RETURN-CODE
001208         END-IF
001210     END-IF.
001220     GO TO 9999-EXIT.
001230
002690* date found above.  EOM cycles are due only when that date is
002700* a month-end on the calendar; on any other night they are
002710* counted as suppressed so the totals explain the quiet.
002712* Cycles whose frequency rule is not due tonight are counted
002714* the same way.  The routine's calendar is closed once the
002716* deck is built.
002720******************************************************************
002730 3000-BUILD-CONTROL-CARDS.
002740     OPEN INPUT SCHMST.
002940     PERFORM 3100-READ-MASTER-RECORD THRU 3100-EXIT
002950         UNTIL K004-SW-SCHMST-AT-END.
002960     CLOSE SCHMST GENCTL.
002963     SET K010-FRQ-FUNC-CLOSE TO TRUE.
002966     CALL 'K010FREQ' USING K010-FREQ-AREA.
002970 3000-EXIT.
002980     EXIT.
002990
003220         ADD 1 TO K004-CT-EOM-SUPPRESSED
003230         GO TO 3200-EXIT
003240     END-IF.
003242     PERFORM 3300-CHECK-FREQUENCY THRU 3300-EXIT.
003244     IF NOT K010-FRQ-DUE
003246         GO TO 3200-EXIT
003248     END-IF.
003250     MOVE SPACES TO K010-RUN-CONTROL-RECORD.
003260     MOVE K004-WS-RUN-DATE TO K010-RC-RUN-DATE.
003270     MOVE K005-MS-CYCLE-ID (K004-SUB-CYCLE) TO K010-RC-CYCLE-ID.
003400         K010-RC-JOB-NAME ' ' K010-RC-CYCLE-ID ' '
003410         K010-RC-RUN-DATE ' ' K010-RC-ENVIRONMENT ' WRITTEN'
003420         K004-WS-CLOSE-BRACKET.
003421 3200-EXIT.
003422     EXIT.
003423
003424******************************************************************
003425* Ask K010FREQ whether the cycle's frequency rule is due on the
003426* run date.  Not due is the normal quiet night of a weekly or
003427* monthly job.  A rule that is not well formed, or a run month
003428* the calendar cannot count, leaves the card out and ends the
003429* step RC=4 so someone looks before the job is missed twice; a
003430* calendar that will not read aborts the build.
003431******************************************************************
003432 3300-CHECK-FREQUENCY.
003433     SET K010-FRQ-FUNC-CHECK TO TRUE.
003434     MOVE K004-WS-RUN-DATE TO K010-FRQ-RUN-DATE.
003435     MOVE K005-MS-FREQ-RULE (K004-SUB-CYCLE) TO K010-FRQ-RULE.
003436     CALL 'K010FREQ' USING K010-FREQ-AREA.
003437     IF K010-FRQ-DUE
003438         GO TO 3300-EXIT
003439     END-IF.
003440     IF K010-FRQ-NOT-DUE
003441         ADD 1 TO K004-CT-NOT-DUE
003442         DISPLAY K004-WS-OPEN-BRACKET
003443             K005-MS-JOB-NAME ' '
003444             K005-MS-CYCLE-ID (K004-SUB-CYCLE) ' '
003445             K010-FRQ-REASON
003446             K004-WS-CLOSE-BRACKET
003447         GO TO 3300-EXIT
003448     END-IF.
003449     IF K010-FRQ-CALENDAR-ERROR
003450         DISPLAY K004-WS-OPEN-BRACKET
003451             'FREQUENCY CHECK FAILED - CALENDAR NOT READABLE'
003452             K004-WS-CLOSE-BRACKET
003453         MOVE 16 TO RETURN-CODE
003454         GO TO 9999-EXIT
003455     END-IF.
003456     ADD 1 TO K004-CT-RULE-ERRORS.
003457     DISPLAY K004-WS-OPEN-BRACKET
003458         K005-MS-JOB-NAME ' '
003459         K005-MS-CYCLE-ID (K004-SUB-CYCLE)
003460         ' NO CARD - ' K010-FRQ-REASON
003461         K004-WS-CLOSE-BRACKET.
003462 3300-EXIT.
003463     EXIT.
003464
003465******************************************************************
003470* Show the build totals - master jobs read, cards written and
003480* EOM cycles held back for not-a-month-end - so operators can
003490* reconcile the generated deck before the pre-edit runs.  A
003500* night with no card at all ends RC=8 so the chain stops here
003510* instead of kicking off nothing.
003513* Cycles not due by their frequency rule, and rules that
003516* could not be judged, are shown on a second line.
003520******************************************************************
003530 9000-DISPLAY-CONTROL-TOTALS.
003540     DISPLAY K004-WS-OPEN-BRACKET 'MASTER JOBS: '
003550         K004-CT-MASTER-JOBS
003560         ' CARDS WRITTEN: ' K004-CT-CARDS-WRITTEN
003570         ' EOM SUPPRESSED: ' K004-CT-EOM-SUPPRESSED
003572         K004-WS-CLOSE-BRACKET.
003574     DISPLAY K004-WS-OPEN-BRACKET 'NOT DUE BY RULE: '
003576         K004-CT-NOT-DUE
003578         ' RULE ERRORS: ' K004-CT-RULE-ERRORS
003580         K004-WS-CLOSE-BRACKET.
003590     IF K004-CT-CARDS-WRITTEN = ZERO
003600         DISPLAY K004-WS-OPEN-BRACKET
