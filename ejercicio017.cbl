000250*          submission instead of an archaeology project.  The
000260*          step ends RC=4 when anything was swept so the
000270*          scheduler can surface the wrecks.
000280* Modification Date: 20261015
000290* Modification History:
000300*   20240624 SS  Initial version.
000301*   20240701 SS  Rerun card environment taken from the swept
000302*                record now the kickoff stamps it on CYCSTAT;
000303*                records from before the field read as PROD.
000304*   20261015 SS  WAITNG cycles dated before the sweep date are
000305*                swept to ABANDN the same as ACTIVE ones, so a
000306*                job whose dependency never arrives can still be
000307*                cleaned up and deleted; counted apart in the
000308*                totals.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. K010T00.
000840 77  K010T-WS-OPEN-BRACKET           PIC X(01).
000850 77  K010T-WS-CLOSE-BRACKET          PIC X(01).
000860 77  K010T-WS-SWEEP-STAMP            PIC X(16).
000865 77  K010T-WS-SWEPT-STATUS           PIC X(06).
000866     88  K010T-WS-SWEPT-WAITING      VALUE 'WAITNG'.
000870 77  K010T-WS-DAYS-SAT               PIC 9(05) VALUE ZERO.
000880
000890 77  K010T-WS-QUOTIENT               PIC 9(07) COMP VALUE ZERO.
001110 77  K010T-CT-RECORDS-SWEPT          PIC 9(05) COMP VALUE ZERO.
001120 77  K010T-CT-STILL-ACTIVE           PIC 9(05) COMP VALUE ZERO.
001130 77  K010T-CT-NOT-ACTIVE             PIC 9(05) COMP VALUE ZERO.
001133 77  K010T-CT-WAITING-SWEPT          PIC 9(05) COMP VALUE ZERO.
001136 77  K010T-CT-STILL-WAITING          PIC 9(05) COMP VALUE ZERO.
001140
001150 LINKAGE SECTION.
001160 01  LS-PARM-AREA.
001280     PERFORM 1000-PARSE-PARM THRU 1000-EXIT.
001290     PERFORM 1500-VALIDATE-SYMBOLS THRU 1500-EXIT.
001300     DISPLAY K010T-WS-OPEN-BRACKET
001310         'STALE CYCLE SWEEP - ACTIVE/WAITNG BEFORE '
001315         K010T-WS-RUN-DATE
001320         K010T-WS-CLOSE-BRACKET.
001330     MOVE K010T-WS-CURRENT-DATE TO K010T-WS-DATE-IN.
001340     PERFORM 3500-DATE-TO-DAYS THRU 3500-EXIT.
001850* checkpoint purge makes, and sweep every ACTIVE record dated
001860* before the current run date.  A cluster that has never been
001870* loaded means no cycle was ever kicked off and there is
001880* nothing to sweep.  A WAITNG record dated before the run date
001883* is swept too - the dependency it parked on never arrived, and
001886* left alone it blocks the job's delete for good.
001890******************************************************************
001900 2000-SWEEP-STATUS-FILE.
001910     OPEN I-O CYCSTAT.
002330         GO TO 9999-EXIT
002340     END-IF.
002350     ADD 1 TO K010T-CT-RECORDS-READ.
002360     IF NOT K010-CST-ACTIVE AND NOT K010-CST-WAITING
002370         ADD 1 TO K010T-CT-NOT-ACTIVE
002380         GO TO 2100-EXIT
002390     END-IF.
002392     IF K010-CST-WAITING
002394         AND K010-CST-RUN-DATE NOT < K010T-WS-RUN-DATE
002396         ADD 1 TO K010T-CT-STILL-WAITING
002397         GO TO 2100-EXIT
002398     END-IF.
002400     IF K010-CST-RUN-DATE NOT < K010T-WS-RUN-DATE
002410         ADD 1 TO K010T-CT-STILL-ACTIVE
002420         GO TO 2100-EXIT
002570     MOVE K010T-WS-DAYS-OUT TO K010T-WS-RECORD-DAYS.
002580     SUBTRACT K010T-WS-RECORD-DAYS FROM K010T-WS-TODAY-DAYS
002590         GIVING K010T-WS-DAYS-SAT.
002595     MOVE K010-CST-STATUS TO K010T-WS-SWEPT-STATUS.
002600     SET K010-CST-ABANDONED TO TRUE.
002610     MOVE K010T-WS-SWEEP-STAMP TO K010-CST-END-STAMP.
002620     REWRITE K010-CYCLE-STATUS-RECORD
002720         GO TO 9999-EXIT
002730     END-IF.
002740     ADD 1 TO K010T-CT-RECORDS-SWEPT.
002742     IF K010T-WS-SWEPT-WAITING
002744         ADD 1 TO K010T-CT-WAITING-SWEPT
002746     END-IF.
002750     DISPLAY K010T-WS-OPEN-BRACKET
002760         '*** ' K010-CST-JOB-NAME ' ' K010-CST-CYCLE-ID
002770         ' OF ' K010-CST-RUN-DATE ' ABANDONED AFTER '
002780         K010T-WS-DAYS-SAT ' DAYS ' K010T-WS-SWEPT-STATUS
002785         ' - STEP '
002790         K010-CST-CURRENT-STEP ' ***'
002800         K010T-WS-CLOSE-BRACKET.
002810     MOVE SPACES TO K010-RUN-CONTROL-RECORD.
003620* Show the sweep totals so operators can reconcile the status
003630* file - records read, wrecks swept to ABANDN, cycles still
003640* legitimately ACTIVE for the current date, and records that
003650* were never ACTIVE to begin with - then the WAITNG cycles
003653* among the swept, and those still waiting on the current date.
003660******************************************************************
003670 9000-DISPLAY-CONTROL-TOTALS.
003680     IF K010T-SW-FILE-IS-EMPTY
003760         ' STILL ACTIVE: ' K010T-CT-STILL-ACTIVE
003770         ' CLOSED/ABANDONED: ' K010T-CT-NOT-ACTIVE
003780         K010T-WS-CLOSE-BRACKET.
003782     DISPLAY K010T-WS-OPEN-BRACKET 'WAITNG SWEPT: '
003784         K010T-CT-WAITING-SWEPT
003786         ' STILL WAITNG: ' K010T-CT-STILL-WAITING
003788         K010T-WS-CLOSE-BRACKET.
003790 9000-EXIT.
003800     EXIT.
003810
