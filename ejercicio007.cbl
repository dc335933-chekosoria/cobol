000170*          whose cycle has no status record means the chain ran
000180*          without its kickoff - that prints as an exception
000190*          and the step ends RC=8 so the scheduler can alert.
000200* Modification Date: 20261015
000210* Modification History:
000220*   20240318 SS  Initial version.
000230*   20240422 SS  Cycle status looked up by the control card's
000274*                schedule used to fire the never-kicked-off
000275*                exception and RC=8 every night it was held,
000276*                training operations to ignore the real alarm.
000277*   20261015 SS  Cycles still WAITNG on a predecessor are left
000278*                unclosed, counted on their own total and end
000279*                the run no better than RC=4.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. K010E00.
000810 77  K010E-CT-ALREADY-CLOSED         PIC 9(05) COMP VALUE ZERO.
000820 77  K010E-CT-NEVER-KICKED           PIC 9(05) COMP VALUE ZERO.
000821 77  K010E-CT-OVERRIDDEN             PIC 9(05) COMP VALUE ZERO.
000822 77  K010E-CT-STILL-WAITING          PIC 9(05) COMP VALUE ZERO.
000830 77  K010E-CT-RECORDS-SKIPPED        PIC 9(05) COMP VALUE ZERO.
000840
000850 PROCEDURE DIVISION.
000940         UNTIL K010E-SW-CTLFILE-AT-END.
000950     CLOSE CTLFILE CYCSTAT.
000960     PERFORM 9000-DISPLAY-CONTROL-TOTALS THRU 9000-EXIT.
000961     IF K010E-CT-STILL-WAITING > ZERO
000962         MOVE 4 TO RETURN-CODE
000963     END-IF.
000970     IF K010E-CT-NEVER-KICKED > ZERO
000980         MOVE 8 TO RETURN-CODE
000990     END-IF.
001650* ran without its kickoff, which nothing used to enforce.  A
001651* cycle the kickoff marked HELD or SKIPPD was parked by an
001652* operator override and is deliberately quiet - it counts on
001653* its own total and stays as the kickoff left it.  A cycle
001654* still WAITNG on a predecessor never ran its work - closing it
001655* would tell the inquiry it finished - so it is reported,
001656* counted and left WAITNG.
001660******************************************************************
001670 3000-CLOSE-ONE-CYCLE.
001680     READ CTLFILE
001986             K010E-WS-CLOSE-BRACKET
001987         GO TO 3000-EXIT
001988     END-IF.
001989     IF K010-CST-WAITING
001990         ADD 1 TO K010E-CT-STILL-WAITING
001991         DISPLAY K010E-WS-OPEN-BRACKET
001992             '*** ' K010-RC-JOB-NAME ' ' K010-RC-CYCLE-ID
001993             ' STILL WAITING ON PREDECESSORS ***'
001994             K010E-WS-CLOSE-BRACKET
001995         GO TO 3000-EXIT
001996     END-IF.
001997     ACCEPT K010E-WS-CURRENT-TIME FROM TIME.
002000     SET K010-CST-CLOSED TO TRUE.
002010     STRING K010E-WS-CURRENT-DATE DELIMITED BY SIZE
002020            K010E-WS-CURRENT-TIME DELIMITED BY SIZE
002370         ' ALREADY CLOSED: ' K010E-CT-ALREADY-CLOSED
002380         ' NEVER KICKED OFF: ' K010E-CT-NEVER-KICKED
002381         ' HELD/SKIPPED: ' K010E-CT-OVERRIDDEN
002382         ' WAITING: ' K010E-CT-STILL-WAITING
002390         K010E-WS-CLOSE-BRACKET.
002400 9000-EXIT.
002410     EXIT.
