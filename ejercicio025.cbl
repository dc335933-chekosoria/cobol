000100******************************************************************
000110* Author: Sergio Soria
000120* Creation Date: 20261015
000130* Purpose: Ejercicio 25 - journal recovery utility K010R00.
000140*          K010V00 proves whether CHKPTFIL, CYCSTAT and AUDITLOG
000150*          agree but cannot put them right, and a lost or stale
000160*          cluster used to mean hand-editing records through
000170*          IDCAMS.  This step treats AUDITLOG as the journal and
000180*          replays it for one environment and one run date or a
000190*          range of run dates: every START, HOLD and SKIP event
000200*          rebuilds the schedule's cycle status record the way
000210*          the kickoff wrote it (status, start stamp, cleared
000220*          end stamp, environment), FORCE is carried onto the
000230*          report, and a START followed by its END rebuilds the
000240*          COMPLETE checkpoint.  A COMPLETE checkpoint the journal
000250*          has no END for is withdrawn, so the restart protection
000260*          never skips a schedule that did not finish.  The
000270*          journal stops at the kickoff, so a cycle status record
000280*          the closer or the sweeper has already moved on to
000290*          CLOSED or ABANDN from the same start stamp is left as
000300*          it stands.  SIMULATE prints what would change and
000310*          updates nothing; APPLY updates both clusters and prints
000320*          the before and after image of every record touched.
000330*          PARM layout: cols 01-08 SIMULATE or APPLY, 10-13 TEST
000340*          or PROD, 15-22 first run date, 24-31 last run date
000350*          (blank means the first).
000360* Modification Date: 20261015
000370* Modification History:
000380*   20261015 SS  Initial version.
000383*   20261015 SS  A checkpoint written new starts from a cleared
000386*                record, not the image the last read left.
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. K010R00.
000420 AUTHOR. BATCH SUPPORT TEAM.
000430 INSTALLATION. DATA CENTER.
000440 DATE-WRITTEN. 20261015.
000450 DATE-COMPILED.
000460
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490     SPECIAL-NAMES.
000500         SYMBOLIC CHARACTERS ANGULAR-DERECHA 176
000510                             ANGULAR-IZQUIERDA 175.
000520
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT AUDITLOG ASSIGN TO AUDITLOG
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS K010R-FS-AUDITLOG.
000580
000590     SELECT CHKPTFIL ASSIGN TO CHKPTFIL
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS K010-CKPT-KEY
000630         FILE STATUS IS K010R-FS-CHKPTFIL.
000640
000650     SELECT CYCSTAT  ASSIGN TO CYCSTAT
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS K010-CST-KEY
000690         FILE STATUS IS K010R-FS-CYCSTAT.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  AUDITLOG
000740     LABEL RECORDS ARE STANDARD.
000750     COPY AUDREC.
000760
000770 FD  CHKPTFIL
000780     LABEL RECORDS ARE STANDARD.
000790     COPY CHKREC.
000800
000810 FD  CYCSTAT
000820     LABEL RECORDS ARE STANDARD.
000830     COPY CYCSTAT.
000840
000850 WORKING-STORAGE SECTION.
000860     COPY RPTCTL.
000870
000880 77  K010R-FS-AUDITLOG               PIC X(02).
000890 77  K010R-FS-CHKPTFIL               PIC X(02).
000900 77  K010R-FS-CYCSTAT                PIC X(02).
000910
000920 77  K010R-SW-AUDITLOG-EOF           PIC X(01) VALUE 'N'.
000930     88  K010R-SW-AUDITLOG-AT-END    VALUE 'Y'.
000940 77  K010R-SW-ASCII-MODE             PIC X(01) VALUE 'N'.
000950     88  K010R-SW-ASCII-MODE-ON      VALUE 'Y'.
000960 77  K010R-SW-RUN-MODE               PIC X(01) VALUE 'S'.
000970     88  K010R-SW-SIMULATE           VALUE 'S'.
000980     88  K010R-SW-APPLY              VALUE 'A'.
000990 77  K010R-SW-SCHED-FOUND            PIC X(01) VALUE 'N'.
001000     88  K010R-SW-SCHED-WAS-FOUND    VALUE 'Y'.
001010 77  K010R-SW-CYCSTAT-STATE          PIC X(01) VALUE 'L'.
001020     88  K010R-SW-CYCSTAT-LOADED     VALUE 'L'.
001030     88  K010R-SW-CYCSTAT-EMPTY      VALUE 'E'.
001040 77  K010R-SW-CHKPTFIL-STATE         PIC X(01) VALUE 'L'.
001050     88  K010R-SW-CHKPTFIL-LOADED    VALUE 'L'.
001060     88  K010R-SW-CHKPTFIL-EMPTY     VALUE 'E'.
001070 77  K010R-SW-BEFORE-CST             PIC X(01) VALUE 'N'.
001080     88  K010R-SW-HAD-CST            VALUE 'Y'.
001090 77  K010R-SW-BEFORE-CKPT            PIC X(01) VALUE 'N'.
001100     88  K010R-SW-HAD-CKPT           VALUE 'Y'.
001110 77  K010R-SW-BEFORE-COMPLETE        PIC X(01) VALUE 'N'.
001120     88  K010R-SW-HAD-COMPLETE       VALUE 'Y'.
001130 77  K010R-SW-LEAP-YEAR              PIC X(01) VALUE 'N'.
001140     88  K010R-SW-IS-LEAP-YEAR       VALUE 'Y'.
001150
001160 77  K010R-WS-CURRENT-DATE           PIC 9(08).
001170 77  K010R-WS-CODEPAGE-FLAG          PIC X(05).
001180 77  K010R-WS-OPEN-BRACKET           PIC X(01).
001190 77  K010R-WS-CLOSE-BRACKET          PIC X(01).
001200 77  K010R-WS-SAVED-RETURN           PIC 9(04) VALUE ZERO.
001210 77  K010R-WS-FROM-DATE              PIC 9(08) VALUE ZERO.
001220 77  K010R-WS-TO-DATE                PIC 9(08) VALUE ZERO.
001230 77  K010R-WS-ENVIRONMENT            PIC X(04) VALUE SPACES.
001240 77  K010R-WS-EVENT-ENV              PIC X(04).
001250 77  K010R-WS-EVENT-DATE             PIC 9(08).
001260 77  K010R-WS-NEXT-DAY               PIC X(08).
001270 77  K010R-WS-MONTH-LIMIT            PIC 9(02) VALUE ZERO.
001280 77  K010R-WS-QUOTIENT               PIC 9(05) COMP VALUE ZERO.
001290 77  K010R-WS-REMAINDER              PIC 9(05) COMP VALUE ZERO.
001300 77  K010R-WS-CKPT-BEFORE-TEXT       PIC X(08).
001310 77  K010R-WS-CKPT-AFTER-TEXT        PIC X(08).
001320 77  K010R-WS-CKPT-NOTE              PIC X(30).
001330
001340 01  K010R-WS-WORK-DATE              PIC 9(08).
001350 01  K010R-WS-WORK-SPLIT REDEFINES K010R-WS-WORK-DATE.
001360     05  K010R-WS-WORK-YEAR          PIC 9(04).
001370     05  K010R-WS-WORK-MONTH         PIC 9(02).
001380     05  K010R-WS-WORK-DAY           PIC 9(02).
001390
001400 01  K010R-MONTH-DAYS-VALUES.
001410     05  FILLER                      PIC X(24)
001420         VALUE '312831303130313130313031'.
001430 01  K010R-MONTH-DAYS-TABLE REDEFINES K010R-MONTH-DAYS-VALUES.
001440     05  K010R-TB-MONTH-DAYS OCCURS 12 TIMES
001450                                     PIC 9(02).
001460
001470* Before and after images of one cycle status record, in the
001480* order the report prints them.
001490 01  K010R-WS-BEFORE-IMAGE.
001500     05  K010R-BF-STATUS             PIC X(06).
001510     05  K010R-BF-START-STAMP        PIC X(16).
001520     05  K010R-BF-END-STAMP          PIC X(16).
001530     05  K010R-BF-CURRENT-STEP       PIC X(08).
001540     05  K010R-BF-ENVIRONMENT        PIC X(04).
001550 01  K010R-WS-AFTER-IMAGE.
001560     05  K010R-AF-STATUS             PIC X(06).
001570     05  K010R-AF-START-STAMP        PIC X(16).
001580     05  K010R-AF-END-STAMP          PIC X(16).
001590     05  K010R-AF-CURRENT-STEP       PIC X(08).
001600     05  K010R-AF-ENVIRONMENT        PIC X(04).
001610 01  K010R-WS-PRINT-IMAGE.
001620     05  K010R-PR-STATUS             PIC X(06).
001630     05  K010R-PR-START-STAMP        PIC X(16).
001640     05  K010R-PR-END-STAMP          PIC X(16).
001650     05  K010R-PR-CURRENT-STEP       PIC X(08).
001660     05  K010R-PR-ENVIRONMENT        PIC X(04).
001670 77  K010R-WS-PRINT-LABEL            PIC X(22).
001680 77  K010R-WS-IMAGE-TAG              PIC X(17).
001690
001700 77  K010R-SUB                       PIC 9(05) COMP VALUE ZERO.
001710 77  K010R-SUB-FOUND                 PIC 9(05) COMP VALUE ZERO.
001720 77  K010R-MX-SCHEDULES              PIC 9(05) COMP VALUE 500.
001730
001740 01  K010R-WS-FIND-KEY.
001750     05  K010R-WS-FIND-RUN-DATE      PIC 9(08).
001760     05  K010R-WS-FIND-JOB           PIC X(08).
001770     05  K010R-WS-FIND-CYCLE         PIC X(04).
001780
001790* One entry per schedule per run date the journal replays -
001800* the state the events leave it in, the raw environment off
001810* the events, whether its latest START is still waiting for an
001820* END, whether an END followed it, and whether it was forced.
001830 01  K010R-SCHEDULE-TABLE.
001840     05  K010R-SCHEDULE-ENTRY OCCURS 500 TIMES.
001850         10  K010R-TB-RUN-DATE       PIC 9(08).
001860         10  K010R-TB-JOB-NAME       PIC X(08).
001870         10  K010R-TB-CYCLE-ID       PIC X(04).
001880         10  K010R-TB-ENVIRONMENT    PIC X(04).
001890         10  K010R-TB-STATUS         PIC X(06).
001900         10  K010R-TB-START-STAMP    PIC X(16).
001910         10  K010R-TB-OPEN-FLAG      PIC X(01).
001920             88  K010R-TB-START-OPEN VALUE 'Y'.
001930         10  K010R-TB-END-FLAG       PIC X(01).
001940             88  K010R-TB-HAS-END    VALUE 'Y'.
001950         10  K010R-TB-FORCE-FLAG     PIC X(01).
001960             88  K010R-TB-FORCED     VALUE 'Y'.
001970
001980 77  K010R-CT-AUDIT-READ             PIC 9(07) COMP VALUE ZERO.
001990 77  K010R-CT-EVENTS-REPLAYED        PIC 9(07) COMP VALUE ZERO.
002000 77  K010R-CT-ORPHAN-ENDS            PIC 9(05) COMP VALUE ZERO.
002010 77  K010R-CT-SCHEDULES              PIC 9(05) COMP VALUE ZERO.
002020 77  K010R-CT-CST-CHANGED            PIC 9(05) COMP VALUE ZERO.
002030 77  K010R-CT-CST-UNCHANGED          PIC 9(05) COMP VALUE ZERO.
002040 77  K010R-CT-CKPT-WRITTEN           PIC 9(05) COMP VALUE ZERO.
002050 77  K010R-CT-CKPT-WITHDRAWN         PIC 9(05) COMP VALUE ZERO.
002060 77  K010R-CT-CKPT-UNCHANGED         PIC 9(05) COMP VALUE ZERO.
002070
002080 77  K010R-WS-NUM-A                  PIC 9(05) VALUE ZERO.
002090 77  K010R-WS-NUM-B                  PIC 9(05) VALUE ZERO.
002100 77  K010R-WS-NUM-C                  PIC 9(05) VALUE ZERO.
002110 77  K010R-WS-NUM-D                  PIC 9(07) VALUE ZERO.
002120
002130 LINKAGE SECTION.
002140 01  LS-PARM-AREA.
002150     05  LS-PARM-LENGTH              PIC S9(04) COMP.
002160     05  LS-PARM-TEXT                PIC X(80).
002170
002180 PROCEDURE DIVISION USING LS-PARM-AREA.
002190 MAIN-PROCEDURE.
002200     ACCEPT K010R-WS-CURRENT-DATE FROM DATE YYYYMMDD.
002210     PERFORM 1500-VALIDATE-SYMBOLS THRU 1500-EXIT.
002220     PERFORM 1000-PARSE-PARM THRU 1000-EXIT.
002230     PERFORM 2500-OPEN-REPORT THRU 2500-EXIT.
002240     PERFORM 3000-REPLAY-JOURNAL THRU 3000-EXIT.
002250     PERFORM 4000-OPEN-CLUSTERS THRU 4000-EXIT.
002260     PERFORM 5000-REBUILD-ONE-SCHEDULE THRU 5000-EXIT
002270         VARYING K010R-SUB FROM 1 BY 1
002280         UNTIL K010R-SUB > K010R-CT-SCHEDULES.
002290     PERFORM 4900-CLOSE-CLUSTERS THRU 4900-EXIT.
002300     PERFORM 9000-PRINT-CONTROL-TOTALS THRU 9000-EXIT.
002310     IF K010R-SW-SIMULATE
002320         AND (K010R-CT-CST-CHANGED > ZERO
002330             OR K010R-CT-CKPT-WRITTEN > ZERO
002340             OR K010R-CT-CKPT-WITHDRAWN > ZERO)
002350         MOVE 4 TO K010R-WS-SAVED-RETURN
002360     END-IF.
002370     IF K010R-CT-ORPHAN-ENDS > ZERO
002380         MOVE 4 TO K010R-WS-SAVED-RETURN
002390     END-IF.
002400     GO TO 9999-EXIT.
002410
002420******************************************************************
002430* The PARM is mandatory and positional - mode, environment and
002440* the run date range - because a recovery run against the wrong
002450* date or the wrong environment is worse than no run at all.
002460* Anything that does not read cleanly ends the step RC=16 before
002470* a file is opened.  SIMULATE is spelled out as well as APPLY so
002480* a mispunched mode never updates by default.
002490******************************************************************
002500 1000-PARSE-PARM.
002510     IF LS-PARM-LENGTH < 22
002520         DISPLAY K010R-WS-OPEN-BRACKET
002530             'PARM REQUIRED - SIMULATE|APPLY TEST|PROD YYYYMMDD '
002540             '[YYYYMMDD]' K010R-WS-CLOSE-BRACKET
002550         MOVE 16 TO K010R-WS-SAVED-RETURN
002560         GO TO 9999-EXIT
002570     END-IF.
002580     IF LS-PARM-TEXT(1:8) = 'SIMULATE'
002590         SET K010R-SW-SIMULATE TO TRUE
002600     ELSE
002610         IF LS-PARM-TEXT(1:8) = 'APPLY   '
002620             SET K010R-SW-APPLY TO TRUE
002630         ELSE
002640             DISPLAY K010R-WS-OPEN-BRACKET
002650                 'PARM MODE MUST BE SIMULATE OR APPLY - '
002660                 LS-PARM-TEXT(1:8) K010R-WS-CLOSE-BRACKET
002670             MOVE 16 TO K010R-WS-SAVED-RETURN
002680             GO TO 9999-EXIT
002690         END-IF
002700     END-IF.
002710     IF LS-PARM-TEXT(10:4) NOT = 'TEST'
002720         AND LS-PARM-TEXT(10:4) NOT = 'PROD'
002730         DISPLAY K010R-WS-OPEN-BRACKET
002740             'PARM ENVIRONMENT MUST BE TEST OR PROD - '
002750             LS-PARM-TEXT(10:4) K010R-WS-CLOSE-BRACKET
002760         MOVE 16 TO K010R-WS-SAVED-RETURN
002770         GO TO 9999-EXIT
002780     END-IF.
002790     MOVE LS-PARM-TEXT(10:4) TO K010R-WS-ENVIRONMENT.
002800     IF LS-PARM-TEXT(15:8) NOT NUMERIC
002810         DISPLAY K010R-WS-OPEN-BRACKET
002820             'PARM FIRST RUN DATE NOT YYYYMMDD - '
002830             LS-PARM-TEXT(15:8) K010R-WS-CLOSE-BRACKET
002840         MOVE 16 TO K010R-WS-SAVED-RETURN
002850         GO TO 9999-EXIT
002860     END-IF.
002870     MOVE LS-PARM-TEXT(15:8) TO K010R-WS-FROM-DATE.
002880     MOVE K010R-WS-FROM-DATE TO K010R-WS-TO-DATE.
002890     IF LS-PARM-LENGTH < 31
002900         GO TO 1000-EXIT
002910     END-IF.
002920     IF LS-PARM-TEXT(24:8) NOT NUMERIC
002930         OR LS-PARM-TEXT(24:8) < LS-PARM-TEXT(15:8)
002940         DISPLAY K010R-WS-OPEN-BRACKET
002950             'PARM LAST RUN DATE NOT YYYYMMDD ON OR AFTER THE '
002960             'FIRST - ' LS-PARM-TEXT(24:8) K010R-WS-CLOSE-BRACKET
002970         MOVE 16 TO K010R-WS-SAVED-RETURN
002980         GO TO 9999-EXIT
002990     END-IF.
003000     MOVE LS-PARM-TEXT(24:8) TO K010R-WS-TO-DATE.
003010 1000-EXIT.
003020     EXIT.
003030
003040******************************************************************
003050* Confirm the EBCDIC-only corner-bracket symbols will actually
003060* render on this runner, the same check YOUR-PROGRAM-NAME makes
003070* before its banner.  K010_ASCII_MODE is only ever exported by
003080* a non-mainframe shell wrapper (e.g. the Linux test runner).
003090******************************************************************
003100 1500-VALIDATE-SYMBOLS.
003110     MOVE SPACES TO K010R-WS-CODEPAGE-FLAG.
003120     ACCEPT K010R-WS-CODEPAGE-FLAG FROM ENVIRONMENT
003130         'K010_ASCII_MODE'.
003140     IF K010R-WS-CODEPAGE-FLAG = 'Y'
003150         OR K010R-WS-CODEPAGE-FLAG = 'y'
003160         SET K010R-SW-ASCII-MODE-ON TO TRUE
003170     END-IF.
003180     IF K010R-SW-ASCII-MODE-ON
003190         MOVE '<' TO K010R-WS-OPEN-BRACKET
003200         MOVE '>' TO K010R-WS-CLOSE-BRACKET
003210     ELSE
003220         MOVE ANGULAR-DERECHA TO K010R-WS-OPEN-BRACKET
003230         MOVE ANGULAR-IZQUIERDA TO K010R-WS-CLOSE-BRACKET
003240     END-IF.
003250 1500-EXIT.
003260     EXIT.
003270
003280******************************************************************
003290* Open the recovery report under the first run date and the
003300* environment being replayed, and say up front whether this is
003310* a simulation or the real thing.
003320******************************************************************
003330 2500-OPEN-REPORT.
003340     SET K010-RPT-FUNC-OPEN TO TRUE.
003350     IF K010R-SW-APPLY
003360         MOVE 'JOURNAL RECOVERY - APPLY' TO K010-RPT-TITLE
003370     ELSE
003380         MOVE 'JOURNAL RECOVERY - SIMULATE' TO K010-RPT-TITLE
003390     END-IF.
003400     MOVE K010R-WS-FROM-DATE TO K010-RPT-RUN-DATE.
003410     MOVE SPACES TO K010-RPT-CYCLE-ID.
003420     MOVE K010R-WS-ENVIRONMENT TO K010-RPT-ENVIRONMENT.
003430     MOVE ZERO TO K010-RPT-ADVANCE.
003440     CALL 'K010RPT' USING K010-RPT-REQUEST.
003450     IF K010-RPT-RETURN-CODE NOT = '00'
003460         PERFORM 7500-REPORT-FAILURE THRU 7500-EXIT
003470     END-IF.
003480     MOVE SPACES TO K010-RPT-LINE.
003490     IF K010R-SW-APPLY
003500         STRING 'APPLY - CYCSTAT AND CHKPTFIL UPDATED FOR '
003510                 DELIMITED BY SIZE
003520                'RUN DATES ' DELIMITED BY SIZE
003530                K010R-WS-FROM-DATE DELIMITED BY SIZE
003540                ' TO ' DELIMITED BY SIZE
003550                K010R-WS-TO-DATE DELIMITED BY SIZE
003560             INTO K010-RPT-LINE
003570         END-STRING
003580     ELSE
003590         STRING 'SIMULATE - NOTHING UPDATED - RUN DATES '
003600                 DELIMITED BY SIZE
003610                K010R-WS-FROM-DATE DELIMITED BY SIZE
003620                ' TO ' DELIMITED BY SIZE
003630                K010R-WS-TO-DATE DELIMITED BY SIZE
003640             INTO K010-RPT-LINE
003650         END-STRING
003660     END-IF.
003670     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
003680 2500-EXIT.
003690     EXIT.
003700
003710******************************************************************
003720* Replay the journal in the order it was written.  The audit
003730* trail carries no run date of its own, so an event's run date
003740* is the date it was stamped - the kickoff stamps its events as
003750* it processes the card - and only events in the range and the
003760* environment asked for are replayed (a record with no
003770* environment reads as PROD).  The one exception is the END:
003780* it belongs to the START it closes, even when the kickoff
003790* crossed midnight in between.
003800******************************************************************
003810 3000-REPLAY-JOURNAL.
003820     OPEN INPUT AUDITLOG.
003830     IF K010R-FS-AUDITLOG NOT = '00'
003840         DISPLAY K010R-WS-OPEN-BRACKET
003850             'AUDITLOG OPEN FAILED - STATUS ' K010R-FS-AUDITLOG
003860             K010R-WS-CLOSE-BRACKET
003870         MOVE 16 TO K010R-WS-SAVED-RETURN
003880         GO TO 9999-EXIT
003890     END-IF.
003900     PERFORM 3100-APPLY-AUDIT-RECORD THRU 3100-EXIT
003910         UNTIL K010R-SW-AUDITLOG-AT-END.
003920     CLOSE AUDITLOG.
003930 3000-EXIT.
003940     EXIT.
003950
003960 3100-APPLY-AUDIT-RECORD.
003970     READ AUDITLOG
003980         AT END
003990             SET K010R-SW-AUDITLOG-AT-END TO TRUE
004000             GO TO 3100-EXIT
004010     END-READ.
004020     ADD 1 TO K010R-CT-AUDIT-READ.
004030     MOVE K010-AUD-ENVIRONMENT TO K010R-WS-EVENT-ENV.
004040     IF K010R-WS-EVENT-ENV = SPACES
004050         MOVE 'PROD' TO K010R-WS-EVENT-ENV
004060     END-IF.
004070     IF K010R-WS-EVENT-ENV NOT = K010R-WS-ENVIRONMENT
004080         GO TO 3100-EXIT
004090     END-IF.
004100     IF K010-AUD-EVENT-END
004110         PERFORM 3300-APPLY-END THRU 3300-EXIT
004120         GO TO 3100-EXIT
004130     END-IF.
004140     IF NOT K010-AUD-EVENT-START
004150         AND NOT K010-AUD-EVENT-HOLD
004160         AND NOT K010-AUD-EVENT-SKIP
004170         AND NOT K010-AUD-EVENT-FORCE
004180         GO TO 3100-EXIT
004190     END-IF.
004200     IF K010-AUD-TIMESTAMP(1:8) NOT NUMERIC
004210         GO TO 3100-EXIT
004220     END-IF.
004230     MOVE K010-AUD-TIMESTAMP(1:8) TO K010R-WS-EVENT-DATE.
004240     IF K010-AUD-EVENT-START
004250         PERFORM 3200-CLOSE-OPEN-START THRU 3200-EXIT
004260     END-IF.
004270     IF K010R-WS-EVENT-DATE < K010R-WS-FROM-DATE
004280         OR K010R-WS-EVENT-DATE > K010R-WS-TO-DATE
004290         GO TO 3100-EXIT
004300     END-IF.
004310     ADD 1 TO K010R-CT-EVENTS-REPLAYED.
004320     MOVE K010R-WS-EVENT-DATE TO K010R-WS-FIND-RUN-DATE.
004330     MOVE K010-AUD-JOB-NAME TO K010R-WS-FIND-JOB.
004340     MOVE K010-AUD-CYCLE-ID TO K010R-WS-FIND-CYCLE.
004350     PERFORM 6000-FIND-OR-ADD-SCHEDULE THRU 6000-EXIT.
004360     MOVE K010-AUD-ENVIRONMENT TO
004370         K010R-TB-ENVIRONMENT (K010R-SUB-FOUND).
004380     IF K010-AUD-EVENT-FORCE
004390         SET K010R-TB-FORCED (K010R-SUB-FOUND) TO TRUE
004400         GO TO 3100-EXIT
004410     END-IF.
004420     MOVE K010-AUD-TIMESTAMP TO
004430         K010R-TB-START-STAMP (K010R-SUB-FOUND).
004440     IF K010-AUD-EVENT-START
004450         MOVE 'ACTIVE' TO K010R-TB-STATUS (K010R-SUB-FOUND)
004460         SET K010R-TB-START-OPEN (K010R-SUB-FOUND) TO TRUE
004470         MOVE 'N' TO K010R-TB-END-FLAG (K010R-SUB-FOUND)
004480         GO TO 3100-EXIT
004490     END-IF.
004500     IF K010-AUD-EVENT-HOLD
004510         MOVE 'HELD  ' TO K010R-TB-STATUS (K010R-SUB-FOUND)
004520     ELSE
004530         MOVE 'SKIPPD' TO K010R-TB-STATUS (K010R-SUB-FOUND)
004540     END-IF.
004550 3100-EXIT.
004560     EXIT.
004570
004580******************************************************************
004590* A new START for a job and cycle - in the range or not - means
004600* any earlier START of theirs still waiting for its END never
004610* got one; an END from here on belongs to the new run.
004620******************************************************************
004630 3200-CLOSE-OPEN-START.
004640     MOVE K010-AUD-JOB-NAME TO K010R-WS-FIND-JOB.
004650     MOVE K010-AUD-CYCLE-ID TO K010R-WS-FIND-CYCLE.
004660     PERFORM 6700-FIND-OPEN-START THRU 6700-EXIT.
004670     IF K010R-SW-SCHED-WAS-FOUND
004680         MOVE 'N' TO K010R-TB-OPEN-FLAG (K010R-SUB-FOUND)
004690     END-IF.
004700 3200-EXIT.
004710     EXIT.
004720
004730******************************************************************
004740* Pair an END with the START of the same job and cycle still
004750* waiting for it, provided the END falls no later than the day
004760* after that START - the same midnight window the consistency
004770* audit K010V00 allows.  An END with nothing to pair with rebuilds
004780* nothing (a checkpoint is only ever rebuilt from a whole pair)
004790* but is printed, since it means the journal itself has a hole.
004800* Ends outside the range are the next or the last night's and
004810* pass through quietly.
004820******************************************************************
004830 3300-APPLY-END.
004840     MOVE K010-AUD-JOB-NAME TO K010R-WS-FIND-JOB.
004850     MOVE K010-AUD-CYCLE-ID TO K010R-WS-FIND-CYCLE.
004860     PERFORM 6700-FIND-OPEN-START THRU 6700-EXIT.
004870     IF K010R-SW-SCHED-WAS-FOUND
004880         MOVE K010R-TB-RUN-DATE (K010R-SUB-FOUND) TO
004890             K010R-WS-WORK-DATE
004900         PERFORM 7000-COMPUTE-NEXT-DAY THRU 7000-EXIT
004910         IF K010-AUD-TIMESTAMP(1:8) NOT > K010R-WS-NEXT-DAY
004920             ADD 1 TO K010R-CT-EVENTS-REPLAYED
004930             MOVE 'N' TO K010R-TB-OPEN-FLAG (K010R-SUB-FOUND)
004940             SET K010R-TB-HAS-END (K010R-SUB-FOUND) TO TRUE
004950             GO TO 3300-EXIT
004960         END-IF
004970     END-IF.
004980     IF K010-AUD-TIMESTAMP(1:8) < K010R-WS-FROM-DATE
004990         OR K010-AUD-TIMESTAMP(1:8) > K010R-WS-TO-DATE
005000         GO TO 3300-EXIT
005010     END-IF.
005020     ADD 1 TO K010R-CT-ORPHAN-ENDS.
005030     MOVE SPACES TO K010-RPT-LINE.
005040     STRING '*** END WITH NO START - ' DELIMITED BY SIZE
005050            K010-AUD-JOB-NAME DELIMITED BY SIZE
005060            ' ' DELIMITED BY SIZE
005070            K010-AUD-CYCLE-ID DELIMITED BY SIZE
005080            ' AT ' DELIMITED BY SIZE
005090            K010-AUD-TIMESTAMP DELIMITED BY SIZE
005100            ' - NOTHING REBUILT ***' DELIMITED BY SIZE
005110         INTO K010-RPT-LINE
005120     END-STRING.
005130     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
005140 3300-EXIT.
005150     EXIT.
005160
005170******************************************************************
005180* Open both clusters - INPUT for a simulation, I-O to apply.  A
005190* cluster lost and redefined empty opens with status 35: a
005200* simulation reads every record as missing, and an apply loads
005210* it through OPEN OUTPUT, the way the kickoff loads a new one.
005220******************************************************************
005230 4000-OPEN-CLUSTERS.
005240     IF K010R-SW-APPLY
005250         OPEN I-O CYCSTAT
005260     ELSE
005270         OPEN INPUT CYCSTAT
005280     END-IF.
005290     IF K010R-FS-CYCSTAT = '35'
005300         SET K010R-SW-CYCSTAT-EMPTY TO TRUE
005310         IF K010R-SW-APPLY
005320             OPEN OUTPUT CYCSTAT
005330         ELSE
005340             MOVE '00' TO K010R-FS-CYCSTAT
005350         END-IF
005360     END-IF.
005370     IF K010R-FS-CYCSTAT NOT = '00'
005380         DISPLAY K010R-WS-OPEN-BRACKET
005390             'CYCSTAT OPEN FAILED - STATUS ' K010R-FS-CYCSTAT
005400             K010R-WS-CLOSE-BRACKET
005410         MOVE 16 TO K010R-WS-SAVED-RETURN
005420         GO TO 9999-EXIT
005430     END-IF.
005440     IF K010R-SW-APPLY
005450         OPEN I-O CHKPTFIL
005460     ELSE
005470         OPEN INPUT CHKPTFIL
005480     END-IF.
005490     IF K010R-FS-CHKPTFIL = '35'
005500         SET K010R-SW-CHKPTFIL-EMPTY TO TRUE
005510         IF K010R-SW-APPLY
005520             OPEN OUTPUT CHKPTFIL
005530         ELSE
005540             MOVE '00' TO K010R-FS-CHKPTFIL
005550         END-IF
005560     END-IF.
005570     IF K010R-FS-CHKPTFIL NOT = '00'
005580         DISPLAY K010R-WS-OPEN-BRACKET
005590             'CHKPTFIL OPEN FAILED - STATUS ' K010R-FS-CHKPTFIL
005600             K010R-WS-CLOSE-BRACKET
005610         MOVE 16 TO K010R-WS-SAVED-RETURN
005620         PERFORM 4900-CLOSE-CLUSTERS THRU 4900-EXIT
005630         GO TO 9999-EXIT
005640     END-IF.
005650 4000-EXIT.
005660     EXIT.
005670
005680 4900-CLOSE-CLUSTERS.
005690     IF K010R-SW-APPLY OR K010R-SW-CYCSTAT-LOADED
005700         CLOSE CYCSTAT
005710     END-IF.
005720     IF K010R-SW-APPLY OR K010R-SW-CHKPTFIL-LOADED
005730         CLOSE CHKPTFIL
005740     END-IF.
005750 4900-EXIT.
005760     EXIT.
005770
005780******************************************************************
005790* Rebuild one schedule's pair of records and report each one
005800* that differs from what the cluster holds now.
005810******************************************************************
005820 5000-REBUILD-ONE-SCHEDULE.
005830     IF K010R-TB-STATUS (K010R-SUB) NOT = SPACES
005840         PERFORM 5100-REBUILD-CYCLE-STATUS THRU 5100-EXIT
005850     END-IF.
005860     PERFORM 5500-REBUILD-CHECKPOINT THRU 5500-EXIT.
005870 5000-EXIT.
005880     EXIT.
005890
005900******************************************************************
005910* The cycle status record the journal says the kickoff left:
005920* the replayed status and start stamp, no end stamp, STEP010 as
005930* the current step and the event's environment.  Where the
005940* cluster already holds the same run - the same start stamp -
005950* the current step posted since by K010STEP is kept, and a
005960* record the closer or the sweeper has since moved to CLOSED or
005970* ABANDN is left exactly as it is; neither is on the journal.
005980******************************************************************
005990 5100-REBUILD-CYCLE-STATUS.
006000     MOVE K010R-TB-RUN-DATE (K010R-SUB) TO K010-CST-RUN-DATE.
006010     MOVE K010R-TB-JOB-NAME (K010R-SUB) TO K010-CST-JOB-NAME.
006020     MOVE K010R-TB-CYCLE-ID (K010R-SUB) TO K010-CST-CYCLE-ID.
006030     MOVE 'N' TO K010R-SW-BEFORE-CST.
006040     MOVE SPACES TO K010R-WS-BEFORE-IMAGE.
006050     IF K010R-SW-CYCSTAT-LOADED
006060         READ CYCSTAT
006070             KEY IS K010-CST-KEY
006080             INVALID KEY
006090                 CONTINUE
006100             NOT INVALID KEY
006110                 SET K010R-SW-HAD-CST TO TRUE
006120         END-READ
006130     END-IF.
006140     IF K010R-SW-HAD-CST
006150         MOVE K010-CST-STATUS       TO K010R-BF-STATUS
006160         MOVE K010-CST-START-STAMP  TO K010R-BF-START-STAMP
006170         MOVE K010-CST-END-STAMP    TO K010R-BF-END-STAMP
006180         MOVE K010-CST-CURRENT-STEP TO K010R-BF-CURRENT-STEP
006190         MOVE K010-CST-ENVIRONMENT  TO K010R-BF-ENVIRONMENT
006200     END-IF.
006210     MOVE K010R-TB-STATUS (K010R-SUB) TO K010R-AF-STATUS.
006220     MOVE K010R-TB-START-STAMP (K010R-SUB) TO
006230         K010R-AF-START-STAMP.
006240     MOVE SPACES TO K010R-AF-END-STAMP.
006250     MOVE 'STEP010' TO K010R-AF-CURRENT-STEP.
006260     MOVE K010R-TB-ENVIRONMENT (K010R-SUB) TO
006270         K010R-AF-ENVIRONMENT.
006280     IF K010R-SW-HAD-CST
006290         AND K010R-BF-START-STAMP = K010R-AF-START-STAMP
006300         MOVE K010R-BF-CURRENT-STEP TO K010R-AF-CURRENT-STEP
006310         IF K010R-AF-STATUS = 'ACTIVE'
006320             AND (K010R-BF-STATUS = 'CLOSED'
006330                 OR K010R-BF-STATUS = 'ABANDN')
006340             MOVE K010R-WS-BEFORE-IMAGE TO K010R-WS-AFTER-IMAGE
006350         END-IF
006360     END-IF.
006370     IF K010R-SW-HAD-CST
006380         AND K010R-WS-AFTER-IMAGE = K010R-WS-BEFORE-IMAGE
006390         ADD 1 TO K010R-CT-CST-UNCHANGED
006400         GO TO 5100-EXIT
006410     END-IF.
006420     ADD 1 TO K010R-CT-CST-CHANGED.
006430     PERFORM 5200-PRINT-CYCLE-STATUS THRU 5200-EXIT.
006440     IF K010R-SW-SIMULATE
006450         GO TO 5100-EXIT
006460     END-IF.
006470     MOVE K010R-AF-STATUS       TO K010-CST-STATUS.
006480     MOVE K010R-AF-START-STAMP  TO K010-CST-START-STAMP.
006490     MOVE K010R-AF-END-STAMP    TO K010-CST-END-STAMP.
006500     MOVE K010R-AF-CURRENT-STEP TO K010-CST-CURRENT-STEP.
006510     MOVE K010R-AF-ENVIRONMENT  TO K010-CST-ENVIRONMENT.
006520     IF K010R-SW-HAD-CST
006530         REWRITE K010-CYCLE-STATUS-RECORD
006540     ELSE
006550         WRITE K010-CYCLE-STATUS-RECORD
006560     END-IF.
006570     IF K010R-FS-CYCSTAT NOT = '00'
006580         DISPLAY K010R-WS-OPEN-BRACKET
006590             'CYCSTAT WRITE FAILED - STATUS ' K010R-FS-CYCSTAT
006600             K010R-WS-CLOSE-BRACKET
006610         MOVE 16 TO K010R-WS-SAVED-RETURN
006620         PERFORM 4900-CLOSE-CLUSTERS THRU 4900-EXIT
006630         GO TO 9999-EXIT
006640     END-IF.
006650 5100-EXIT.
006660     EXIT.
006670
006680******************************************************************
006690* Before and after image of one cycle status record, a missing
006700* record printing as NONE.
006710******************************************************************
006720 5200-PRINT-CYCLE-STATUS.
006730     MOVE K010R-WS-BEFORE-IMAGE TO K010R-WS-PRINT-IMAGE.
006740     IF NOT K010R-SW-HAD-CST
006750         MOVE 'NONE' TO K010R-PR-STATUS
006760     END-IF.
006770     MOVE SPACES TO K010R-WS-PRINT-LABEL.
006780     STRING K010R-TB-JOB-NAME (K010R-SUB) DELIMITED BY SIZE
006790            ' ' DELIMITED BY SIZE
006800            K010R-TB-CYCLE-ID (K010R-SUB) DELIMITED BY SIZE
006810            ' ' DELIMITED BY SIZE
006820            K010R-TB-RUN-DATE (K010R-SUB) DELIMITED BY SIZE
006830         INTO K010R-WS-PRINT-LABEL
006840     END-STRING.
006850     MOVE 2 TO K010-RPT-ADVANCE.
006860     MOVE ' CYCSTAT  BEFORE ' TO K010R-WS-IMAGE-TAG.
006870     PERFORM 5300-PRINT-IMAGE-LINE THRU 5300-EXIT.
006880     MOVE K010R-WS-AFTER-IMAGE TO K010R-WS-PRINT-IMAGE.
006890     MOVE SPACES TO K010R-WS-PRINT-LABEL.
006900     MOVE ' CYCSTAT  AFTER  ' TO K010R-WS-IMAGE-TAG.
006910     PERFORM 5300-PRINT-IMAGE-LINE THRU 5300-EXIT.
006920     IF K010R-TB-FORCED (K010R-SUB)
006930         MOVE SPACES TO K010-RPT-LINE
006940         STRING K010R-WS-PRINT-LABEL DELIMITED BY SIZE
006950                ' KICKED OFF ON AN OPERATOR FORCE'
006960                 DELIMITED BY SIZE
006970             INTO K010-RPT-LINE
006980         END-STRING
006990         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
007000     END-IF.
007010 5200-EXIT.
007020     EXIT.
007030
007040 5300-PRINT-IMAGE-LINE.
007050     MOVE SPACES TO K010-RPT-LINE.
007060     STRING K010R-WS-PRINT-LABEL DELIMITED BY SIZE
007070            K010R-WS-IMAGE-TAG DELIMITED BY SIZE
007080            K010R-PR-STATUS DELIMITED BY SIZE
007090            ' START ' DELIMITED BY SIZE
007100            K010R-PR-START-STAMP DELIMITED BY SIZE
007110            ' END ' DELIMITED BY SIZE
007120            K010R-PR-END-STAMP DELIMITED BY SIZE
007130            ' STEP ' DELIMITED BY SIZE
007140            K010R-PR-CURRENT-STEP DELIMITED BY SIZE
007150            ' ENV ' DELIMITED BY SIZE
007160            K010R-PR-ENVIRONMENT DELIMITED BY SIZE
007170         INTO K010-RPT-LINE
007180     END-STRING.
007190     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
007200 5300-EXIT.
007210     EXIT.
007220
007230******************************************************************
007240* The checkpoint the journal supports: COMPLETE when the
007250* schedule's latest START was followed by its END, none at all
007260* otherwise.  A COMPLETE checkpoint the journal does not support
007270* is withdrawn, so a rerun is not skipped as already done.
007280******************************************************************
007290 5500-REBUILD-CHECKPOINT.
007300     MOVE K010R-TB-RUN-DATE (K010R-SUB) TO K010-CKPT-RUN-DATE.
007310     MOVE K010R-TB-JOB-NAME (K010R-SUB) TO K010-CKPT-JOB-NAME.
007320     MOVE K010R-TB-CYCLE-ID (K010R-SUB) TO K010-CKPT-CYCLE-ID.
007330     MOVE 'N' TO K010R-SW-BEFORE-CKPT.
007340     MOVE 'N' TO K010R-SW-BEFORE-COMPLETE.
007350     IF K010R-SW-CHKPTFIL-LOADED
007360         READ CHKPTFIL
007370             KEY IS K010-CKPT-KEY
007380             INVALID KEY
007390                 CONTINUE
007400             NOT INVALID KEY
007410                 SET K010R-SW-HAD-CKPT TO TRUE
007420                 IF K010-CKPT-COMPLETE
007430                     SET K010R-SW-HAD-COMPLETE TO TRUE
007440                 END-IF
007450         END-READ
007460     END-IF.
007470     IF K010R-TB-HAS-END (K010R-SUB)
007480         AND K010R-SW-HAD-COMPLETE
007490         ADD 1 TO K010R-CT-CKPT-UNCHANGED
007500         GO TO 5500-EXIT
007510     END-IF.
007520     IF NOT K010R-TB-HAS-END (K010R-SUB)
007530         AND NOT K010R-SW-HAD-COMPLETE
007540         ADD 1 TO K010R-CT-CKPT-UNCHANGED
007550         GO TO 5500-EXIT
007560     END-IF.
007570     IF K010R-TB-HAS-END (K010R-SUB)
007580         ADD 1 TO K010R-CT-CKPT-WRITTEN
007590         MOVE 'NONE' TO K010R-WS-CKPT-BEFORE-TEXT
007600         IF K010R-SW-HAD-CKPT
007610             MOVE 'OPEN' TO K010R-WS-CKPT-BEFORE-TEXT
007620         END-IF
007630         MOVE 'COMPLETE' TO K010R-WS-CKPT-AFTER-TEXT
007640         MOVE 'START AND END ON JOURNAL' TO K010R-WS-CKPT-NOTE
007650     ELSE
007660         ADD 1 TO K010R-CT-CKPT-WITHDRAWN
007670         MOVE 'COMPLETE' TO K010R-WS-CKPT-BEFORE-TEXT
007680         MOVE 'NONE' TO K010R-WS-CKPT-AFTER-TEXT
007690         MOVE 'NO END ON JOURNAL - WITHDRAWN' TO
007700             K010R-WS-CKPT-NOTE
007710     END-IF.
007720     MOVE SPACES TO K010-RPT-LINE.
007730     STRING K010R-TB-JOB-NAME (K010R-SUB) DELIMITED BY SIZE
007740            ' ' DELIMITED BY SIZE
007750            K010R-TB-CYCLE-ID (K010R-SUB) DELIMITED BY SIZE
007760            ' ' DELIMITED BY SIZE
007770            K010R-TB-RUN-DATE (K010R-SUB) DELIMITED BY SIZE
007780            ' CHKPTFIL BEFORE ' DELIMITED BY SIZE
007790            K010R-WS-CKPT-BEFORE-TEXT DELIMITED BY SIZE
007800            ' AFTER ' DELIMITED BY SIZE
007810            K010R-WS-CKPT-AFTER-TEXT DELIMITED BY SIZE
007820            ' - ' DELIMITED BY SIZE
007830            K010R-WS-CKPT-NOTE DELIMITED BY SIZE
007840         INTO K010-RPT-LINE
007850     END-STRING.
007860     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
007870     IF K010R-SW-SIMULATE
007880         GO TO 5500-EXIT
007890     END-IF.
007900     IF K010R-TB-HAS-END (K010R-SUB)
007901         IF NOT K010R-SW-HAD-CKPT
007902             MOVE SPACES TO K010-CHECKPOINT-RECORD
007903             MOVE K010R-TB-RUN-DATE (K010R-SUB) TO
007904                 K010-CKPT-RUN-DATE
007905             MOVE K010R-TB-JOB-NAME (K010R-SUB) TO
007906                 K010-CKPT-JOB-NAME
007907             MOVE K010R-TB-CYCLE-ID (K010R-SUB) TO
007908                 K010-CKPT-CYCLE-ID
007909         END-IF
007910         SET K010-CKPT-COMPLETE TO TRUE
007920         IF K010R-SW-HAD-CKPT
007930             REWRITE K010-CHECKPOINT-RECORD
007940         ELSE
007950             WRITE K010-CHECKPOINT-RECORD
007960         END-IF
007970     ELSE
007980         DELETE CHKPTFIL
007990     END-IF.
008000     IF K010R-FS-CHKPTFIL NOT = '00'
008010         DISPLAY K010R-WS-OPEN-BRACKET
008020             'CHKPTFIL UPDATE FAILED - STATUS ' K010R-FS-CHKPTFIL
008030             K010R-WS-CLOSE-BRACKET
008040         MOVE 16 TO K010R-WS-SAVED-RETURN
008050         PERFORM 4900-CLOSE-CLUSTERS THRU 4900-EXIT
008060         GO TO 9999-EXIT
008070     END-IF.
008080 5500-EXIT.
008090     EXIT.
008100
008110******************************************************************
008120* Find the schedule table entry for the run date, job name and
008130* cycle id staged in the find key, adding a fresh entry when the
008140* schedule has not been seen yet.  The entry number comes back
008150* in K010R-SUB-FOUND.
008160******************************************************************
008170 6000-FIND-OR-ADD-SCHEDULE.
008180     MOVE 'N' TO K010R-SW-SCHED-FOUND.
008190     MOVE ZERO TO K010R-SUB-FOUND.
008200     PERFORM 6100-MATCH-SCHEDULE THRU 6100-EXIT
008210         VARYING K010R-SUB FROM 1 BY 1
008220         UNTIL K010R-SW-SCHED-WAS-FOUND
008230         OR K010R-SUB > K010R-CT-SCHEDULES.
008240     IF K010R-SW-SCHED-WAS-FOUND
008250         GO TO 6000-EXIT
008260     END-IF.
008270     IF K010R-CT-SCHEDULES >= K010R-MX-SCHEDULES
008280         DISPLAY K010R-WS-OPEN-BRACKET
008290             'SCHEDULE TABLE FULL - RAISE K010R-MX-SCHEDULES'
008300             K010R-WS-CLOSE-BRACKET
008310         MOVE 16 TO K010R-WS-SAVED-RETURN
008320         GO TO 9999-EXIT
008330     END-IF.
008340     ADD 1 TO K010R-CT-SCHEDULES.
008350     MOVE K010R-CT-SCHEDULES TO K010R-SUB-FOUND.
008360     MOVE K010R-WS-FIND-RUN-DATE TO
008370         K010R-TB-RUN-DATE (K010R-SUB-FOUND).
008380     MOVE K010R-WS-FIND-JOB TO
008390         K010R-TB-JOB-NAME (K010R-SUB-FOUND).
008400     MOVE K010R-WS-FIND-CYCLE TO
008410         K010R-TB-CYCLE-ID (K010R-SUB-FOUND).
008420     MOVE SPACES TO K010R-TB-ENVIRONMENT (K010R-SUB-FOUND).
008430     MOVE SPACES TO K010R-TB-STATUS (K010R-SUB-FOUND).
008440     MOVE SPACES TO K010R-TB-START-STAMP (K010R-SUB-FOUND).
008450     MOVE 'N' TO K010R-TB-OPEN-FLAG (K010R-SUB-FOUND).
008460     MOVE 'N' TO K010R-TB-END-FLAG (K010R-SUB-FOUND).
008470     MOVE 'N' TO K010R-TB-FORCE-FLAG (K010R-SUB-FOUND).
008480 6000-EXIT.
008490     EXIT.
008500
008510 6100-MATCH-SCHEDULE.
008520     IF K010R-TB-RUN-DATE (K010R-SUB) = K010R-WS-FIND-RUN-DATE
008530         AND K010R-TB-JOB-NAME (K010R-SUB) = K010R-WS-FIND-JOB
008540         AND K010R-TB-CYCLE-ID (K010R-SUB) = K010R-WS-FIND-CYCLE
008550         MOVE K010R-SUB TO K010R-SUB-FOUND
008560         SET K010R-SW-SCHED-WAS-FOUND TO TRUE
008570     END-IF.
008580 6100-EXIT.
008590     EXIT.
008600
008610******************************************************************
008620* Find the entry of the staged job and cycle whose START is still
008630* waiting for its END, whatever its run date.  There is never
008640* more than one - a new START closes the last.
008650******************************************************************
008660 6700-FIND-OPEN-START.
008670     MOVE 'N' TO K010R-SW-SCHED-FOUND.
008680     MOVE ZERO TO K010R-SUB-FOUND.
008690     PERFORM 6800-MATCH-OPEN-START THRU 6800-EXIT
008700         VARYING K010R-SUB FROM 1 BY 1
008710         UNTIL K010R-SW-SCHED-WAS-FOUND
008720         OR K010R-SUB > K010R-CT-SCHEDULES.
008730 6700-EXIT.
008740     EXIT.
008750
008760 6800-MATCH-OPEN-START.
008770     IF K010R-TB-START-OPEN (K010R-SUB)
008780         AND K010R-TB-JOB-NAME (K010R-SUB) = K010R-WS-FIND-JOB
008790         AND K010R-TB-CYCLE-ID (K010R-SUB) = K010R-WS-FIND-CYCLE
008800         MOVE K010R-SUB TO K010R-SUB-FOUND
008810         SET K010R-SW-SCHED-WAS-FOUND TO TRUE
008820     END-IF.
008830 6800-EXIT.
008840     EXIT.
008850
008860******************************************************************
008870* The calendar day after the date in the work area - day plus
008880* one, rolling the month and year, February stretching to 29 in
008890* a leap year - the same walk K010V00 uses for its END window.
008900******************************************************************
008910 7000-COMPUTE-NEXT-DAY.
008920     MOVE K010R-TB-MONTH-DAYS (K010R-WS-WORK-MONTH) TO
008930         K010R-WS-MONTH-LIMIT.
008940     IF K010R-WS-WORK-MONTH = 2
008950         PERFORM 7050-SET-FEBRUARY-LIMIT THRU 7050-EXIT
008960     END-IF.
008970     IF K010R-WS-WORK-DAY < K010R-WS-MONTH-LIMIT
008980         ADD 1 TO K010R-WS-WORK-DAY
008990     ELSE
009000         MOVE 1 TO K010R-WS-WORK-DAY
009010         IF K010R-WS-WORK-MONTH = 12
009020             MOVE 1 TO K010R-WS-WORK-MONTH
009030             ADD 1 TO K010R-WS-WORK-YEAR
009040         ELSE
009050             ADD 1 TO K010R-WS-WORK-MONTH
009060         END-IF
009070     END-IF.
009080     MOVE K010R-WS-WORK-DATE TO K010R-WS-NEXT-DAY.
009090 7000-EXIT.
009100     EXIT.
009110
009120 7050-SET-FEBRUARY-LIMIT.
009130     MOVE 'N' TO K010R-SW-LEAP-YEAR.
009140     DIVIDE K010R-WS-WORK-YEAR BY 4
009150         GIVING K010R-WS-QUOTIENT
009160         REMAINDER K010R-WS-REMAINDER.
009170     IF K010R-WS-REMAINDER NOT = ZERO
009180         GO TO 7050-EXIT
009190     END-IF.
009200     DIVIDE K010R-WS-WORK-YEAR BY 100
009210         GIVING K010R-WS-QUOTIENT
009220         REMAINDER K010R-WS-REMAINDER.
009230     IF K010R-WS-REMAINDER NOT = ZERO
009240         MOVE 29 TO K010R-WS-MONTH-LIMIT
009250         SET K010R-SW-IS-LEAP-YEAR TO TRUE
009260         GO TO 7050-EXIT
009270     END-IF.
009280     DIVIDE K010R-WS-WORK-YEAR BY 400
009290         GIVING K010R-WS-QUOTIENT
009300         REMAINDER K010R-WS-REMAINDER.
009310     IF K010R-WS-REMAINDER = ZERO
009320         MOVE 29 TO K010R-WS-MONTH-LIMIT
009330         SET K010R-SW-IS-LEAP-YEAR TO TRUE
009340     END-IF.
009350 7050-EXIT.
009360     EXIT.
009370
009380******************************************************************
009390* Write one detail line through the report writer, the same
009400* convention YOUR-PROGRAM-NAME uses.
009410******************************************************************
009420 7100-WRITE-REPORT-LINE.
009430     SET K010-RPT-FUNC-WRITE TO TRUE.
009440     CALL 'K010RPT' USING K010-RPT-REQUEST.
009450     MOVE ZERO TO K010-RPT-ADVANCE.
009460     IF K010-RPT-RETURN-CODE NOT = '00'
009470         PERFORM 7500-REPORT-FAILURE THRU 7500-EXIT
009480     END-IF.
009490 7100-EXIT.
009500     EXIT.
009510
009520 7500-REPORT-FAILURE.
009530     DISPLAY K010R-WS-OPEN-BRACKET
009540         'REPORT FILE FAILED - STATUS ' K010-RPT-RETURN-CODE
009550         K010R-WS-CLOSE-BRACKET.
009560     MOVE 16 TO K010R-WS-SAVED-RETURN.
009570     GO TO 9999-EXIT.
009580 7500-EXIT.
009590     EXIT.
009600
009610******************************************************************
009620* Recovery totals - journal records read and replayed, schedules
009630* rebuilt, and what happened to each cluster - so the page
009640* reconciles against the journal and the return code.
009650******************************************************************
009660 9000-PRINT-CONTROL-TOTALS.
009670     IF K010R-CT-SCHEDULES = ZERO
009680         MOVE SPACES TO K010-RPT-LINE
009690         STRING 'NO JOURNAL EVENTS FOR ' DELIMITED BY SIZE
009700                K010R-WS-ENVIRONMENT DELIMITED BY SIZE
009710                ' IN THE RUN DATE RANGE - NOTHING REBUILT'
009720                 DELIMITED BY SIZE
009730             INTO K010-RPT-LINE
009740         END-STRING
009750         MOVE 2 TO K010-RPT-ADVANCE
009760         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
009770     END-IF.
009780     MOVE K010R-CT-AUDIT-READ      TO K010R-WS-NUM-D.
009790     MOVE K010R-CT-SCHEDULES       TO K010R-WS-NUM-A.
009800     MOVE K010R-CT-ORPHAN-ENDS     TO K010R-WS-NUM-B.
009810     MOVE SPACES TO K010-RPT-LINE.
009820     STRING 'AUDIT RECORDS READ ' DELIMITED BY SIZE
009830            K010R-WS-NUM-D DELIMITED BY SIZE
009840            ' SCHEDULES REPLAYED ' DELIMITED BY SIZE
009850            K010R-WS-NUM-A DELIMITED BY SIZE
009860            ' ENDS WITH NO START ' DELIMITED BY SIZE
009870            K010R-WS-NUM-B DELIMITED BY SIZE
009880         INTO K010-RPT-LINE
009890     END-STRING.
009900     MOVE 2 TO K010-RPT-ADVANCE.
009910     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
009920     MOVE K010R-CT-CST-CHANGED     TO K010R-WS-NUM-A.
009930     MOVE K010R-CT-CST-UNCHANGED   TO K010R-WS-NUM-B.
009940     MOVE SPACES TO K010-RPT-LINE.
009950     STRING 'CYCSTAT RECORDS REBUILT ' DELIMITED BY SIZE
009960            K010R-WS-NUM-A DELIMITED BY SIZE
009970            ' ALREADY RIGHT ' DELIMITED BY SIZE
009980            K010R-WS-NUM-B DELIMITED BY SIZE
009990         INTO K010-RPT-LINE
010000     END-STRING.
010010     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
010020     MOVE K010R-CT-CKPT-WRITTEN    TO K010R-WS-NUM-A.
010030     MOVE K010R-CT-CKPT-WITHDRAWN  TO K010R-WS-NUM-B.
010040     MOVE K010R-CT-CKPT-UNCHANGED  TO K010R-WS-NUM-C.
010050     MOVE SPACES TO K010-RPT-LINE.
010060     STRING 'CHECKPOINTS REBUILT ' DELIMITED BY SIZE
010070            K010R-WS-NUM-A DELIMITED BY SIZE
010080            ' WITHDRAWN ' DELIMITED BY SIZE
010090            K010R-WS-NUM-B DELIMITED BY SIZE
010100            ' ALREADY RIGHT ' DELIMITED BY SIZE
010110            K010R-WS-NUM-C DELIMITED BY SIZE
010120         INTO K010-RPT-LINE
010130     END-STRING.
010140     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
010150 9000-EXIT.
010160     EXIT.
010170
010180 9999-EXIT.
010190******************************************************************
010200* The abort and warning paths stage their return code in
010210* working storage because the report CALL on the way out
010220* refreshes the RETURN-CODE register, the same convention the
010230* kickoff follows.
010240******************************************************************
010250     SET K010-RPT-FUNC-CLOSE TO TRUE.
010260     CALL 'K010RPT' USING K010-RPT-REQUEST.
010270     MOVE K010R-WS-SAVED-RETURN TO RETURN-CODE.
010280     STOP RUN.
010290 END PROGRAM K010R00.
