000100******************************************************************
000110* Author: Sergio Soria
000120* Creation Date: 20261015
000130* Purpose: Ejercicio 23 - monthly step breakdown report K010B00.
000140*          The SLA trend K010S00 can say PAYROLL ran 95 minutes
000150*          against a 60-minute target but not which step ate the
000160*          difference.  This report reads the STPHIST step
000170*          history K010STEP files on every entry and exit, pairs
000180*          each step's accepted entry with its exit for one
000190*          calendar month and for the month before it, and
000200*          prints, per schedule, every step's run count, average
000210*          and worst elapsed seconds and its prior-month average.
000220*          The steps whose average grew most against the prior
000230*          month are ranked and flagged, and listed again on a
000240*          page of their own, so tuning effort goes to the right
000250*          step.  The month and environment come from the PARM
000260*          the way K010S00 takes them.  The step ends RC=4 when
000270*          any step grew against the prior month.
000280* Modification Date: 20261015
000290* Modification History:
000300*   20261015 SS  Initial version.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. K010B00.
000340 AUTHOR. BATCH SUPPORT TEAM.
000350 INSTALLATION. DATA CENTER.
000360 DATE-WRITTEN. 20261015.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410     SPECIAL-NAMES.
000420         SYMBOLIC CHARACTERS ANGULAR-DERECHA 176
000430                             ANGULAR-IZQUIERDA 175.
000440
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT STPHIST  ASSIGN TO STPHIST
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS K010-SH-KEY
000510         FILE STATUS IS K010B-FS-STPHIST.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  STPHIST
000560     LABEL RECORDS ARE STANDARD.
000570     COPY STPHIST.
000580
000590 WORKING-STORAGE SECTION.
000600     COPY RPTCTL.
000610
000620 77  K010B-FS-STPHIST                PIC X(02).
000630
000640 77  K010B-SW-STPHIST-EOF            PIC X(01) VALUE 'N'.
000650     88  K010B-SW-STPHIST-AT-END     VALUE 'Y'.
000660 77  K010B-SW-ASCII-MODE             PIC X(01) VALUE 'N'.
000670     88  K010B-SW-ASCII-MODE-ON      VALUE 'Y'.
000680 77  K010B-SW-SCHED-FOUND            PIC X(01) VALUE 'N'.
000690     88  K010B-SW-SCHED-WAS-FOUND    VALUE 'Y'.
000700 77  K010B-SW-STEP-FOUND             PIC X(01) VALUE 'N'.
000710     88  K010B-SW-STEP-WAS-FOUND     VALUE 'Y'.
000720 77  K010B-SW-LEAP-YEAR              PIC X(01) VALUE 'N'.
000730     88  K010B-SW-IS-LEAP-YEAR       VALUE 'Y'.
000740
000750 01  K010B-WS-CURRENT-DATE           PIC 9(08).
000760 01  K010B-WS-CURRENT-SPLIT REDEFINES K010B-WS-CURRENT-DATE.
000770     05  K010B-WS-CUR-YEAR-MONTH     PIC 9(06).
000780     05  K010B-WS-CUR-DAY            PIC 9(02).
000790 01  K010B-WS-REPORT-MONTH           PIC 9(06).
000800 01  K010B-WS-REPORT-SPLIT REDEFINES K010B-WS-REPORT-MONTH.
000810     05  K010B-WS-RM-YEAR            PIC 9(04).
000820     05  K010B-WS-RM-MONTH           PIC 9(02).
000830 01  K010B-WS-PRIOR-MONTH            PIC 9(06).
000840 01  K010B-WS-PRIOR-SPLIT REDEFINES K010B-WS-PRIOR-MONTH.
000850     05  K010B-WS-PM-YEAR            PIC 9(04).
000860     05  K010B-WS-PM-MONTH           PIC 9(02).
000870 01  K010B-WS-RECORD-DATE            PIC 9(08).
000880 01  K010B-WS-RECORD-SPLIT REDEFINES K010B-WS-RECORD-DATE.
000890     05  K010B-WS-REC-YEAR-MONTH     PIC 9(06).
000900     05  K010B-WS-REC-DAY            PIC 9(02).
000910 77  K010B-WS-REPORT-ENV             PIC X(04) VALUE 'PROD'.
000920 77  K010B-WS-CODEPAGE-FLAG          PIC X(05).
000930 77  K010B-WS-OPEN-BRACKET           PIC X(01).
000940 77  K010B-WS-CLOSE-BRACKET          PIC X(01).
000950 77  K010B-WS-SAVED-RETURN           PIC 9(04) VALUE ZERO.
000960 77  K010B-WS-GROWTH-FLAG            PIC X(20).
000970
000980 77  K010B-WS-QUOTIENT               PIC 9(07) COMP VALUE ZERO.
000990 77  K010B-WS-REMAINDER              PIC 9(07) COMP VALUE ZERO.
001000 77  K010B-WS-WORK-YEAR              PIC 9(04) VALUE ZERO.
001010 77  K010B-WS-ELAPSED-SECS           PIC S9(09) COMP VALUE ZERO.
001020 77  K010B-WS-START-DAYS             PIC 9(07) COMP VALUE ZERO.
001030 77  K010B-WS-END-DAYS               PIC 9(07) COMP VALUE ZERO.
001040 77  K010B-WS-START-SECS             PIC 9(07) COMP VALUE ZERO.
001050 77  K010B-WS-END-SECS               PIC 9(07) COMP VALUE ZERO.
001060 77  K010B-WS-BEST-GROWTH            PIC 9(07) COMP VALUE ZERO.
001070
001080 01  K010B-WS-DATE-IN                PIC 9(08).
001090 01  K010B-WS-DATE-SPLIT REDEFINES K010B-WS-DATE-IN.
001100     05  K010B-WS-DI-YEAR            PIC 9(04).
001110     05  K010B-WS-DI-MONTH           PIC 9(02).
001120     05  K010B-WS-DI-DAY             PIC 9(02).
001130 77  K010B-WS-DAYS-OUT               PIC 9(07) COMP VALUE ZERO.
001140 77  K010B-WS-STAMP-IN               PIC X(16).
001150 77  K010B-WS-HOURS                  PIC 9(02) VALUE ZERO.
001160 77  K010B-WS-MINUTES                PIC 9(02) VALUE ZERO.
001170 77  K010B-WS-SECONDS                PIC 9(02) VALUE ZERO.
001180
001190 01  K010B-MONTH-OFFSET-VALUES.
001200     05  FILLER                      PIC X(36) VALUE
001210         '000031059090120151181212243273304334'.
001220 01  K010B-MONTH-OFFSET-TABLE
001230         REDEFINES K010B-MONTH-OFFSET-VALUES.
001240     05  K010B-TB-MONTH-OFFSET OCCURS 12 TIMES
001250                                     PIC 9(03).
001260
001270 77  K010B-SUB                       PIC 9(05) COMP VALUE ZERO.
001280 77  K010B-SUB-SCHED                 PIC 9(05) COMP VALUE ZERO.
001290 77  K010B-SUB-FOUND                 PIC 9(05) COMP VALUE ZERO.
001300 77  K010B-SUB-STEP                  PIC 9(05) COMP VALUE ZERO.
001310 77  K010B-SUB-RANK                  PIC 9(05) COMP VALUE ZERO.
001320 77  K010B-SUB-BEST                  PIC 9(05) COMP VALUE ZERO.
001330 77  K010B-MX-SCHEDULES              PIC 9(05) COMP VALUE 100.
001340 77  K010B-MX-STEPS                  PIC 9(05) COMP VALUE 500.
001350 77  K010B-MX-RANKED                 PIC 9(05) COMP VALUE 5.
001360
001370 01  K010B-WS-FIND-KEY.
001380     05  K010B-WS-FIND-JOB           PIC X(08).
001390     05  K010B-WS-FIND-CYCLE         PIC X(04).
001400     05  K010B-WS-FIND-STEP          PIC X(08).
001410
001420 01  K010B-SCHEDULE-TABLE.
001430     05  K010B-SCHEDULE-ENTRY OCCURS 100 TIMES.
001440         10  K010B-TB-SC-JOB-NAME    PIC X(08).
001450         10  K010B-TB-SC-CYCLE-ID    PIC X(04).
001460         10  K010B-TB-SC-CUR-RUNS    PIC 9(05) COMP.
001470
001480 01  K010B-STEP-TABLE.
001490     05  K010B-STEP-ENTRY OCCURS 500 TIMES.
001500         10  K010B-TB-ST-SCHED       PIC 9(05) COMP.
001510         10  K010B-TB-ST-STEP-NAME   PIC X(08).
001520         10  K010B-TB-ST-OPEN-FLAG   PIC X(01).
001530             88  K010B-TB-ST-HAS-OPEN VALUE 'Y'.
001540         10  K010B-TB-ST-OPEN-STAMP  PIC X(16).
001550         10  K010B-TB-ST-OPEN-MONTH  PIC 9(06).
001560         10  K010B-TB-ST-CUR-RUNS    PIC 9(05) COMP.
001570         10  K010B-TB-ST-CUR-TOTAL   PIC 9(09) COMP.
001580         10  K010B-TB-ST-CUR-WORST   PIC 9(07) COMP.
001590         10  K010B-TB-ST-PRI-RUNS    PIC 9(05) COMP.
001600         10  K010B-TB-ST-PRI-TOTAL   PIC 9(09) COMP.
001610         10  K010B-TB-ST-CUR-AVG     PIC 9(07) COMP.
001620         10  K010B-TB-ST-PRI-AVG     PIC 9(07) COMP.
001630         10  K010B-TB-ST-GROWTH      PIC 9(07) COMP.
001640         10  K010B-TB-ST-RANK        PIC 9(05) COMP.
001650
001660 01  K010B-RANKED-TABLE.
001670     05  K010B-TB-RANKED-STEP OCCURS 5 TIMES
001680                                     PIC 9(05) COMP.
001690
001700 77  K010B-CT-SCHEDULES              PIC 9(05) COMP VALUE ZERO.
001710 77  K010B-CT-STEPS                  PIC 9(05) COMP VALUE ZERO.
001720 77  K010B-CT-RANKED                 PIC 9(05) COMP VALUE ZERO.
001730 77  K010B-CT-RECORDS-READ           PIC 9(05) COMP VALUE ZERO.
001740 77  K010B-CT-ENTRIES-READ           PIC 9(05) COMP VALUE ZERO.
001750 77  K010B-CT-EXITS-READ             PIC 9(05) COMP VALUE ZERO.
001760 77  K010B-CT-REFUSED                PIC 9(05) COMP VALUE ZERO.
001770 77  K010B-CT-CUR-PAIRED             PIC 9(05) COMP VALUE ZERO.
001780 77  K010B-CT-PRI-PAIRED             PIC 9(05) COMP VALUE ZERO.
001790 77  K010B-CT-OPEN-ENTRIES           PIC 9(05) COMP VALUE ZERO.
001800 77  K010B-CT-ORPHAN-EXITS           PIC 9(05) COMP VALUE ZERO.
001810 77  K010B-CT-OTHER-ENV              PIC 9(05) COMP VALUE ZERO.
001820
001830 77  K010B-WS-NUM-A                  PIC 9(05) VALUE ZERO.
001840 77  K010B-WS-NUM-B                  PIC 9(05) VALUE ZERO.
001850 77  K010B-WS-NUM-C                  PIC 9(05) VALUE ZERO.
001860 77  K010B-WS-NUM-D                  PIC 9(05) VALUE ZERO.
001870 77  K010B-WS-NUM-E                  PIC 9(05) VALUE ZERO.
001880 77  K010B-WS-NUM-F                  PIC 9(05) VALUE ZERO.
001890
001900 LINKAGE SECTION.
001910 01  LS-PARM-AREA.
001920     05  LS-PARM-LENGTH              PIC S9(04) COMP.
001930     05  LS-PARM-TEXT                PIC X(80).
001940
001950 PROCEDURE DIVISION USING LS-PARM-AREA.
001960 MAIN-PROCEDURE.
001970     ACCEPT K010B-WS-CURRENT-DATE FROM DATE YYYYMMDD.
001980     PERFORM 1000-PARSE-PARM THRU 1000-EXIT.
001990     PERFORM 1500-VALIDATE-SYMBOLS THRU 1500-EXIT.
002000     PERFORM 2500-OPEN-REPORT THRU 2500-EXIT.
002010     PERFORM 3000-SCAN-STEP-HISTORY THRU 3000-EXIT.
002020     PERFORM 3800-RANK-GROWTH THRU 3800-EXIT.
002030     PERFORM 4000-PRINT-BREAKDOWN THRU 4000-EXIT.
002040     PERFORM 4500-PRINT-GROWTH THRU 4500-EXIT.
002050     PERFORM 9000-PRINT-CONTROL-TOTALS THRU 9000-EXIT.
002060     IF K010B-CT-RANKED > ZERO
002070         MOVE 4 TO K010B-WS-SAVED-RETURN
002080     END-IF.
002090     GO TO 9999-EXIT.
002100
002110******************************************************************
002120* The report normally covers the current calendar month in the
002130* PROD environment, the same PARM convention as K010S00: a
002140* 6-digit PARM (YYYYMM) reports an earlier month, a 4-byte PARM
002150* of TEST or PROD picks the environment, and a 10-byte PARM
002160* carries the month in columns 1-6 and the environment in
002170* columns 7-10.  The prior month is the one before the report
002180* month, across a year end when the report month is January.
002190******************************************************************
002200 1000-PARSE-PARM.
002210     MOVE K010B-WS-CUR-YEAR-MONTH TO K010B-WS-REPORT-MONTH.
002220     IF LS-PARM-LENGTH = 6
002230         AND LS-PARM-TEXT(1:6) IS NUMERIC
002240         MOVE LS-PARM-TEXT(1:6) TO K010B-WS-REPORT-MONTH
002250     END-IF.
002260     IF LS-PARM-LENGTH = 4
002270         AND (LS-PARM-TEXT(1:4) = 'TEST'
002280             OR LS-PARM-TEXT(1:4) = 'PROD')
002290         MOVE LS-PARM-TEXT(1:4) TO K010B-WS-REPORT-ENV
002300     END-IF.
002310     IF LS-PARM-LENGTH = 10
002320         AND LS-PARM-TEXT(1:6) IS NUMERIC
002330         AND (LS-PARM-TEXT(7:4) = 'TEST'
002340             OR LS-PARM-TEXT(7:4) = 'PROD')
002350         MOVE LS-PARM-TEXT(1:6) TO K010B-WS-REPORT-MONTH
002360         MOVE LS-PARM-TEXT(7:4) TO K010B-WS-REPORT-ENV
002370     END-IF.
002380     IF K010B-WS-RM-MONTH = 1
002390         COMPUTE K010B-WS-PM-YEAR = K010B-WS-RM-YEAR - 1
002400         MOVE 12 TO K010B-WS-PM-MONTH
002410     ELSE
002420         MOVE K010B-WS-RM-YEAR TO K010B-WS-PM-YEAR
002430         COMPUTE K010B-WS-PM-MONTH = K010B-WS-RM-MONTH - 1
002440     END-IF.
002450 1000-EXIT.
002460     EXIT.
002470
002480******************************************************************
002490* Confirm the EBCDIC-only corner-bracket symbols will actually
002500* render on this runner, the same check YOUR-PROGRAM-NAME makes
002510* before its banner.  K010_ASCII_MODE is only ever exported by
002520* a non-mainframe shell wrapper (e.g. the Linux test runner).
002530******************************************************************
002540 1500-VALIDATE-SYMBOLS.
002550     MOVE SPACES TO K010B-WS-CODEPAGE-FLAG.
002560     ACCEPT K010B-WS-CODEPAGE-FLAG FROM ENVIRONMENT
002570         'K010_ASCII_MODE'.
002580     IF K010B-WS-CODEPAGE-FLAG = 'Y'
002590         OR K010B-WS-CODEPAGE-FLAG = 'y'
002600         SET K010B-SW-ASCII-MODE-ON TO TRUE
002610     END-IF.
002620     IF K010B-SW-ASCII-MODE-ON
002630         MOVE '<' TO K010B-WS-OPEN-BRACKET
002640         MOVE '>' TO K010B-WS-CLOSE-BRACKET
002650     ELSE
002660         MOVE ANGULAR-DERECHA TO K010B-WS-OPEN-BRACKET
002670         MOVE ANGULAR-IZQUIERDA TO K010B-WS-CLOSE-BRACKET
002680     END-IF.
002690 1500-EXIT.
002700     EXIT.
002710
002720******************************************************************
002730* Find the step table entry for the job, cycle and step staged in
002740* the find key, adding the schedule and the step when they have
002750* not been seen yet.  The step entry number comes back in
002760* K010B-SUB-FOUND.
002770******************************************************************
002780 2200-FIND-OR-ADD-STEP.
002790     MOVE 'N' TO K010B-SW-STEP-FOUND.
002800     MOVE ZERO TO K010B-SUB-FOUND.
002810     PERFORM 2210-MATCH-STEP THRU 2210-EXIT
002820         VARYING K010B-SUB FROM 1 BY 1
002830         UNTIL K010B-SW-STEP-WAS-FOUND
002840         OR K010B-SUB > K010B-CT-STEPS.
002850     IF K010B-SW-STEP-WAS-FOUND
002860         GO TO 2200-EXIT
002870     END-IF.
002880     PERFORM 2300-FIND-OR-ADD-SCHEDULE THRU 2300-EXIT.
002890     IF K010B-CT-STEPS >= K010B-MX-STEPS
002900         DISPLAY K010B-WS-OPEN-BRACKET
002910             'STEP TABLE FULL - RAISE K010B-MX-STEPS'
002920             K010B-WS-CLOSE-BRACKET
002930         MOVE 16 TO K010B-WS-SAVED-RETURN
002940         GO TO 9999-EXIT
002950     END-IF.
002960     ADD 1 TO K010B-CT-STEPS.
002970     MOVE K010B-CT-STEPS TO K010B-SUB-FOUND.
002980     MOVE K010B-SUB-SCHED TO K010B-TB-ST-SCHED (K010B-SUB-FOUND).
002990     MOVE K010B-WS-FIND-STEP TO
003000         K010B-TB-ST-STEP-NAME (K010B-SUB-FOUND).
003010     MOVE 'N' TO K010B-TB-ST-OPEN-FLAG (K010B-SUB-FOUND).
003020     MOVE SPACES TO K010B-TB-ST-OPEN-STAMP (K010B-SUB-FOUND).
003030     MOVE ZERO TO K010B-TB-ST-OPEN-MONTH (K010B-SUB-FOUND).
003040     MOVE ZERO TO K010B-TB-ST-CUR-RUNS (K010B-SUB-FOUND).
003050     MOVE ZERO TO K010B-TB-ST-CUR-TOTAL (K010B-SUB-FOUND).
003060     MOVE ZERO TO K010B-TB-ST-CUR-WORST (K010B-SUB-FOUND).
003070     MOVE ZERO TO K010B-TB-ST-PRI-RUNS (K010B-SUB-FOUND).
003080     MOVE ZERO TO K010B-TB-ST-PRI-TOTAL (K010B-SUB-FOUND).
003090     MOVE ZERO TO K010B-TB-ST-CUR-AVG (K010B-SUB-FOUND).
003100     MOVE ZERO TO K010B-TB-ST-PRI-AVG (K010B-SUB-FOUND).
003110     MOVE ZERO TO K010B-TB-ST-GROWTH (K010B-SUB-FOUND).
003120     MOVE ZERO TO K010B-TB-ST-RANK (K010B-SUB-FOUND).
003130 2200-EXIT.
003140     EXIT.
003150
003160 2210-MATCH-STEP.
003170     MOVE K010B-TB-ST-SCHED (K010B-SUB) TO K010B-SUB-SCHED.
003180     IF K010B-TB-SC-JOB-NAME (K010B-SUB-SCHED) = K010B-WS-FIND-JOB
003190         AND K010B-TB-SC-CYCLE-ID (K010B-SUB-SCHED) =
003200             K010B-WS-FIND-CYCLE
003210         AND K010B-TB-ST-STEP-NAME (K010B-SUB) =
003220             K010B-WS-FIND-STEP
003230         MOVE K010B-SUB TO K010B-SUB-FOUND
003240         SET K010B-SW-STEP-WAS-FOUND TO TRUE
003250     END-IF.
003260 2210-EXIT.
003270     EXIT.
003280
003290******************************************************************
003300* Find the schedule table entry for the job and cycle staged in
003310* the find key, adding it when it has not been seen yet.  The
003320* entry number comes back in K010B-SUB-SCHED.
003330******************************************************************
003340 2300-FIND-OR-ADD-SCHEDULE.
003350     MOVE 'N' TO K010B-SW-SCHED-FOUND.
003360     PERFORM 2310-MATCH-SCHEDULE THRU 2310-EXIT
003370         VARYING K010B-SUB FROM 1 BY 1
003380         UNTIL K010B-SW-SCHED-WAS-FOUND
003390         OR K010B-SUB > K010B-CT-SCHEDULES.
003400     IF K010B-SW-SCHED-WAS-FOUND
003410         GO TO 2300-EXIT
003420     END-IF.
003430     IF K010B-CT-SCHEDULES >= K010B-MX-SCHEDULES
003440         DISPLAY K010B-WS-OPEN-BRACKET
003450             'SCHEDULE TABLE FULL - RAISE K010B-MX-SCHEDULES'
003460             K010B-WS-CLOSE-BRACKET
003470         MOVE 16 TO K010B-WS-SAVED-RETURN
003480         GO TO 9999-EXIT
003490     END-IF.
003500     ADD 1 TO K010B-CT-SCHEDULES.
003510     MOVE K010B-CT-SCHEDULES TO K010B-SUB-SCHED.
003520     MOVE K010B-WS-FIND-JOB TO
003530         K010B-TB-SC-JOB-NAME (K010B-SUB-SCHED).
003540     MOVE K010B-WS-FIND-CYCLE TO
003550         K010B-TB-SC-CYCLE-ID (K010B-SUB-SCHED).
003560     MOVE ZERO TO K010B-TB-SC-CUR-RUNS (K010B-SUB-SCHED).
003570 2300-EXIT.
003580     EXIT.
003590
003600 2310-MATCH-SCHEDULE.
003610     IF K010B-TB-SC-JOB-NAME (K010B-SUB) = K010B-WS-FIND-JOB
003620         AND K010B-TB-SC-CYCLE-ID (K010B-SUB) =
003630             K010B-WS-FIND-CYCLE
003640         MOVE K010B-SUB TO K010B-SUB-SCHED
003650         SET K010B-SW-SCHED-WAS-FOUND TO TRUE
003660     END-IF.
003670 2310-EXIT.
003680     EXIT.
003690
003700******************************************************************
003710* Open the report through the report writer under the month's
003720* title.  A print file that will not open is an abort; there
003730* is nowhere to print the breakdown.
003740******************************************************************
003750 2500-OPEN-REPORT.
003760     SET K010-RPT-FUNC-OPEN TO TRUE.
003770     MOVE SPACES TO K010-RPT-TITLE.
003780     STRING 'STEP BREAKDOWN - ' DELIMITED BY SIZE
003790            K010B-WS-REPORT-MONTH DELIMITED BY SIZE
003800         INTO K010-RPT-TITLE
003810     END-STRING.
003820     MOVE K010B-WS-CURRENT-DATE TO K010-RPT-RUN-DATE.
003830     MOVE SPACES TO K010-RPT-CYCLE-ID.
003840     MOVE K010B-WS-REPORT-ENV TO K010-RPT-ENVIRONMENT.
003850     MOVE ZERO TO K010-RPT-ADVANCE.
003860     CALL 'K010RPT' USING K010-RPT-REQUEST.
003870     IF K010-RPT-RETURN-CODE NOT = '00'
003880         PERFORM 7500-REPORT-FAILURE THRU 7500-EXIT
003890     END-IF.
003900 2500-EXIT.
003910     EXIT.
003920
003930******************************************************************
003940* Browse the step history from the first run date of the prior
003950* month to the last of the report month - the cluster is keyed on
003960* run date first, so the browse starts there and stops at the
003970* first record past the report month.  A history never loaded
003980* (status 35) has nothing to report; the breakdown says so.
003990******************************************************************
004000 3000-SCAN-STEP-HISTORY.
004010     OPEN INPUT STPHIST.
004020     IF K010B-FS-STPHIST = '35'
004030         MOVE 'STEP HISTORY NOT FOUND - NOTHING TO REPORT' TO
004040             K010-RPT-LINE
004050         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
004060         GO TO 3000-EXIT
004070     END-IF.
004080     IF K010B-FS-STPHIST NOT = '00'
004090         DISPLAY K010B-WS-OPEN-BRACKET
004100             'STPHIST OPEN FAILED - STATUS ' K010B-FS-STPHIST
004110             K010B-WS-CLOSE-BRACKET
004120         MOVE 16 TO K010B-WS-SAVED-RETURN
004130         GO TO 9999-EXIT
004140     END-IF.
004150     MOVE LOW-VALUES TO K010-SH-KEY.
004160     COMPUTE K010-SH-RUN-DATE = (K010B-WS-PRIOR-MONTH * 100) + 1.
004170     START STPHIST KEY NOT < K010-SH-KEY
004180         INVALID KEY
004190             SET K010B-SW-STPHIST-AT-END TO TRUE
004200     END-START.
004210     PERFORM 3100-APPLY-HISTORY-RECORD THRU 3100-EXIT
004220         UNTIL K010B-SW-STPHIST-AT-END.
004230     CLOSE STPHIST.
004240     PERFORM 3150-COUNT-OPEN-ENTRY THRU 3150-EXIT
004250         VARYING K010B-SUB FROM 1 BY 1
004260         UNTIL K010B-SUB > K010B-CT-STEPS.
004270 3000-EXIT.
004280     EXIT.
004290
004300 3100-APPLY-HISTORY-RECORD.
004310     READ STPHIST NEXT RECORD
004320         AT END
004330             SET K010B-SW-STPHIST-AT-END TO TRUE
004340             GO TO 3100-EXIT
004350     END-READ.
004360     IF K010B-FS-STPHIST NOT = '00'
004370         DISPLAY K010B-WS-OPEN-BRACKET
004380             'STPHIST READ FAILED - STATUS ' K010B-FS-STPHIST
004390             K010B-WS-CLOSE-BRACKET
004400         MOVE 16 TO K010B-WS-SAVED-RETURN
004410         GO TO 9999-EXIT
004420     END-IF.
004430     MOVE K010-SH-RUN-DATE TO K010B-WS-RECORD-DATE.
004440     IF K010B-WS-REC-YEAR-MONTH > K010B-WS-REPORT-MONTH
004450         SET K010B-SW-STPHIST-AT-END TO TRUE
004460         GO TO 3100-EXIT
004470     END-IF.
004480     ADD 1 TO K010B-CT-RECORDS-READ.
004490     IF K010-SH-ENVIRONMENT NOT = K010B-WS-REPORT-ENV
004500         AND (K010-SH-ENVIRONMENT NOT = SPACES
004510             OR K010B-WS-REPORT-ENV NOT = 'PROD')
004520         ADD 1 TO K010B-CT-OTHER-ENV
004530         GO TO 3100-EXIT
004540     END-IF.
004550     MOVE K010-SH-JOB-NAME  TO K010B-WS-FIND-JOB.
004560     MOVE K010-SH-CYCLE-ID  TO K010B-WS-FIND-CYCLE.
004570     MOVE K010-SH-STEP-NAME TO K010B-WS-FIND-STEP.
004580     IF K010-SH-ENTRY
004590         ADD 1 TO K010B-CT-ENTRIES-READ
004600         PERFORM 3200-APPLY-ENTRY THRU 3200-EXIT
004610     ELSE
004620         IF K010-SH-EXIT
004630             ADD 1 TO K010B-CT-EXITS-READ
004640             PERFORM 3300-APPLY-EXIT THRU 3300-EXIT
004650         END-IF
004660     END-IF.
004670 3100-EXIT.
004680     EXIT.
004690
004700******************************************************************
004710* A step still open when the browse is done never posted its
004720* exit inside the two months - it counts as an open entry so the
004730* totals reconcile back to the history.
004740******************************************************************
004750 3150-COUNT-OPEN-ENTRY.
004760     IF K010B-TB-ST-HAS-OPEN (K010B-SUB)
004770         ADD 1 TO K010B-CT-OPEN-ENTRIES
004780     END-IF.
004790 3150-EXIT.
004800     EXIT.
004810
004820******************************************************************
004830* An entry K010STEP accepted (return code 00) opens a run of the
004840* step.  A refused entry - held back for a predecessor, or for a
004850* cycle not ACTIVE - never ran the step and is only counted.  An
004860* entry arriving while a run is already open means the earlier
004870* run never posted its exit; it counts as an open entry and the
004880* new entry takes over, the same way K010S00 pairs its runs.
004890******************************************************************
004900 3200-APPLY-ENTRY.
004910     IF K010-SH-RETURN-CODE NOT = '00'
004920         ADD 1 TO K010B-CT-REFUSED
004930         GO TO 3200-EXIT
004940     END-IF.
004950     PERFORM 2200-FIND-OR-ADD-STEP THRU 2200-EXIT.
004960     IF K010B-TB-ST-HAS-OPEN (K010B-SUB-FOUND)
004970         ADD 1 TO K010B-CT-OPEN-ENTRIES
004980     END-IF.
004990     MOVE K010-SH-TIMESTAMP TO
005000         K010B-TB-ST-OPEN-STAMP (K010B-SUB-FOUND).
005010     MOVE K010B-WS-REC-YEAR-MONTH TO
005020         K010B-TB-ST-OPEN-MONTH (K010B-SUB-FOUND).
005030     SET K010B-TB-ST-HAS-OPEN (K010B-SUB-FOUND) TO TRUE.
005040 3200-EXIT.
005050     EXIT.
005060
005070******************************************************************
005080* An exit closes its step's open run.  The elapsed seconds go to
005090* the month of the run date the step ran under.  An exit with no
005100* open entry is counted as an orphan.
005110******************************************************************
005120 3300-APPLY-EXIT.
005130     PERFORM 2200-FIND-OR-ADD-STEP THRU 2200-EXIT.
005140     IF NOT K010B-TB-ST-HAS-OPEN (K010B-SUB-FOUND)
005150         ADD 1 TO K010B-CT-ORPHAN-EXITS
005160         GO TO 3300-EXIT
005170     END-IF.
005180     PERFORM 3400-COMPUTE-ELAPSED THRU 3400-EXIT.
005190     MOVE 'N' TO K010B-TB-ST-OPEN-FLAG (K010B-SUB-FOUND).
005200     IF K010B-TB-ST-OPEN-MONTH (K010B-SUB-FOUND) =
005210         K010B-WS-PRIOR-MONTH
005220         ADD 1 TO K010B-CT-PRI-PAIRED
005230         ADD 1 TO K010B-TB-ST-PRI-RUNS (K010B-SUB-FOUND)
005240         ADD K010B-WS-ELAPSED-SECS TO
005250             K010B-TB-ST-PRI-TOTAL (K010B-SUB-FOUND)
005260         GO TO 3300-EXIT
005270     END-IF.
005280     ADD 1 TO K010B-CT-CUR-PAIRED.
005290     ADD 1 TO K010B-TB-ST-CUR-RUNS (K010B-SUB-FOUND).
005300     MOVE K010B-TB-ST-SCHED (K010B-SUB-FOUND) TO K010B-SUB-SCHED.
005310     ADD 1 TO K010B-TB-SC-CUR-RUNS (K010B-SUB-SCHED).
005320     ADD K010B-WS-ELAPSED-SECS TO
005330         K010B-TB-ST-CUR-TOTAL (K010B-SUB-FOUND).
005340     IF K010B-WS-ELAPSED-SECS >
005350         K010B-TB-ST-CUR-WORST (K010B-SUB-FOUND)
005360         MOVE K010B-WS-ELAPSED-SECS TO
005370             K010B-TB-ST-CUR-WORST (K010B-SUB-FOUND)
005380     END-IF.
005390 3300-EXIT.
005400     EXIT.
005410
005420******************************************************************
005430* Elapsed seconds between the open entry stamp and the exit
005440* stamp in the record area - whole days through the calendar
005450* walk below, the time of day on top.
005460******************************************************************
005470 3400-COMPUTE-ELAPSED.
005480     MOVE K010B-TB-ST-OPEN-STAMP (K010B-SUB-FOUND) TO
005490         K010B-WS-STAMP-IN.
005500     MOVE K010B-WS-STAMP-IN(1:8) TO K010B-WS-DATE-IN.
005510     PERFORM 3500-DATE-TO-DAYS THRU 3500-EXIT.
005520     MOVE K010B-WS-DAYS-OUT TO K010B-WS-START-DAYS.
005530     MOVE K010B-WS-STAMP-IN(9:2)  TO K010B-WS-HOURS.
005540     MOVE K010B-WS-STAMP-IN(11:2) TO K010B-WS-MINUTES.
005550     MOVE K010B-WS-STAMP-IN(13:2) TO K010B-WS-SECONDS.
005560     COMPUTE K010B-WS-START-SECS =
005570         (3600 * K010B-WS-HOURS)
005580         + (60 * K010B-WS-MINUTES)
005590         + K010B-WS-SECONDS.
005600     MOVE K010-SH-TIMESTAMP TO K010B-WS-STAMP-IN.
005610     MOVE K010B-WS-STAMP-IN(1:8) TO K010B-WS-DATE-IN.
005620     PERFORM 3500-DATE-TO-DAYS THRU 3500-EXIT.
005630     MOVE K010B-WS-DAYS-OUT TO K010B-WS-END-DAYS.
005640     MOVE K010B-WS-STAMP-IN(9:2)  TO K010B-WS-HOURS.
005650     MOVE K010B-WS-STAMP-IN(11:2) TO K010B-WS-MINUTES.
005660     MOVE K010B-WS-STAMP-IN(13:2) TO K010B-WS-SECONDS.
005670     COMPUTE K010B-WS-END-SECS =
005680         (3600 * K010B-WS-HOURS)
005690         + (60 * K010B-WS-MINUTES)
005700         + K010B-WS-SECONDS.
005710     COMPUTE K010B-WS-ELAPSED-SECS =
005720         ((K010B-WS-END-DAYS - K010B-WS-START-DAYS) * 86400)
005730         + K010B-WS-END-SECS - K010B-WS-START-SECS.
005740     IF K010B-WS-ELAPSED-SECS < ZERO
005750         MOVE ZERO TO K010B-WS-ELAPSED-SECS
005760     END-IF.
005770 3400-EXIT.
005780     EXIT.
005790
005800******************************************************************
005810* Convert a YYYYMMDD date to a running day number - 365 a year
005820* plus the leap days the calendar has handed out before that
005830* year, the month offset, and the day.  Only differences are
005840* ever taken, so the epoch does not matter.
005850******************************************************************
005860 3500-DATE-TO-DAYS.
005870     SUBTRACT 1 FROM K010B-WS-DI-YEAR
005880         GIVING K010B-WS-WORK-YEAR.
005890     COMPUTE K010B-WS-DAYS-OUT =
005900         (365 * K010B-WS-WORK-YEAR)
005910         + K010B-TB-MONTH-OFFSET (K010B-WS-DI-MONTH)
005920         + K010B-WS-DI-DAY.
005930     DIVIDE K010B-WS-WORK-YEAR BY 4
005940         GIVING K010B-WS-QUOTIENT
005950         REMAINDER K010B-WS-REMAINDER.
005960     ADD K010B-WS-QUOTIENT TO K010B-WS-DAYS-OUT.
005970     DIVIDE K010B-WS-WORK-YEAR BY 100
005980         GIVING K010B-WS-QUOTIENT
005990         REMAINDER K010B-WS-REMAINDER.
006000     SUBTRACT K010B-WS-QUOTIENT FROM K010B-WS-DAYS-OUT.
006010     DIVIDE K010B-WS-WORK-YEAR BY 400
006020         GIVING K010B-WS-QUOTIENT
006030         REMAINDER K010B-WS-REMAINDER.
006040     ADD K010B-WS-QUOTIENT TO K010B-WS-DAYS-OUT.
006050     IF K010B-WS-DI-MONTH > 2
006060         PERFORM 3600-CHECK-LEAP-YEAR THRU 3600-EXIT
006070         IF K010B-SW-IS-LEAP-YEAR
006080             ADD 1 TO K010B-WS-DAYS-OUT
006090         END-IF
006100     END-IF.
006110 3500-EXIT.
006120     EXIT.
006130
006140******************************************************************
006150* Leap year test on the date currently split in the work area -
006160* divisible by 4 and, on a century, by 400.
006170******************************************************************
006180 3600-CHECK-LEAP-YEAR.
006190     MOVE 'N' TO K010B-SW-LEAP-YEAR.
006200     DIVIDE K010B-WS-DI-YEAR BY 4
006210         GIVING K010B-WS-QUOTIENT
006220         REMAINDER K010B-WS-REMAINDER.
006230     IF K010B-WS-REMAINDER NOT = ZERO
006240         GO TO 3600-EXIT
006250     END-IF.
006260     DIVIDE K010B-WS-DI-YEAR BY 100
006270         GIVING K010B-WS-QUOTIENT
006280         REMAINDER K010B-WS-REMAINDER.
006290     IF K010B-WS-REMAINDER NOT = ZERO
006300         SET K010B-SW-IS-LEAP-YEAR TO TRUE
006310         GO TO 3600-EXIT
006320     END-IF.
006330     DIVIDE K010B-WS-DI-YEAR BY 400
006340         GIVING K010B-WS-QUOTIENT
006350         REMAINDER K010B-WS-REMAINDER.
006360     IF K010B-WS-REMAINDER = ZERO
006370         SET K010B-SW-IS-LEAP-YEAR TO TRUE
006380     END-IF.
006390 3600-EXIT.
006400     EXIT.
006410
006420******************************************************************
006430* Work out every step's averages and its growth - the rise of
006440* this month's average over the prior month's, for steps that
006450* ran in both - then rank the largest risers, up to
006460* K010B-MX-RANKED of them.  A step that held steady or got
006470* faster is never ranked.
006480******************************************************************
006490 3800-RANK-GROWTH.
006500     PERFORM 3810-COMPUTE-GROWTH THRU 3810-EXIT
006510         VARYING K010B-SUB FROM 1 BY 1
006520         UNTIL K010B-SUB > K010B-CT-STEPS.
006530     PERFORM 3820-RANK-NEXT-STEP THRU 3820-EXIT
006540         VARYING K010B-SUB-RANK FROM 1 BY 1
006550         UNTIL K010B-SUB-RANK > K010B-MX-RANKED.
006560 3800-EXIT.
006570     EXIT.
006580
006590 3810-COMPUTE-GROWTH.
006600     IF K010B-TB-ST-CUR-RUNS (K010B-SUB) > ZERO
006610         DIVIDE K010B-TB-ST-CUR-TOTAL (K010B-SUB)
006620             BY K010B-TB-ST-CUR-RUNS (K010B-SUB)
006630             GIVING K010B-TB-ST-CUR-AVG (K010B-SUB)
006640     END-IF.
006650     IF K010B-TB-ST-PRI-RUNS (K010B-SUB) > ZERO
006660         DIVIDE K010B-TB-ST-PRI-TOTAL (K010B-SUB)
006670             BY K010B-TB-ST-PRI-RUNS (K010B-SUB)
006680             GIVING K010B-TB-ST-PRI-AVG (K010B-SUB)
006690     END-IF.
006700     IF K010B-TB-ST-CUR-RUNS (K010B-SUB) = ZERO
006710         OR K010B-TB-ST-PRI-RUNS (K010B-SUB) = ZERO
006720         GO TO 3810-EXIT
006730     END-IF.
006740     IF K010B-TB-ST-CUR-AVG (K010B-SUB) >
006750         K010B-TB-ST-PRI-AVG (K010B-SUB)
006760         COMPUTE K010B-TB-ST-GROWTH (K010B-SUB) =
006770             K010B-TB-ST-CUR-AVG (K010B-SUB)
006780             - K010B-TB-ST-PRI-AVG (K010B-SUB)
006790     END-IF.
006800 3810-EXIT.
006810     EXIT.
006820
006830******************************************************************
006840* Pick the unranked step with the largest growth and give it the
006850* next rank.  When nothing left has grown the ranking is over.
006860******************************************************************
006870 3820-RANK-NEXT-STEP.
006880     MOVE ZERO TO K010B-SUB-BEST.
006890     MOVE ZERO TO K010B-WS-BEST-GROWTH.
006900     PERFORM 3830-CHECK-BEST-STEP THRU 3830-EXIT
006910         VARYING K010B-SUB FROM 1 BY 1
006920         UNTIL K010B-SUB > K010B-CT-STEPS.
006930     IF K010B-SUB-BEST = ZERO
006940         MOVE K010B-MX-RANKED TO K010B-SUB-RANK
006950         GO TO 3820-EXIT
006960     END-IF.
006970     ADD 1 TO K010B-CT-RANKED.
006980     MOVE K010B-CT-RANKED TO K010B-TB-ST-RANK (K010B-SUB-BEST).
006990     MOVE K010B-SUB-BEST TO
007000         K010B-TB-RANKED-STEP (K010B-CT-RANKED).
007010 3820-EXIT.
007020     EXIT.
007030
007040 3830-CHECK-BEST-STEP.
007050     IF K010B-TB-ST-RANK (K010B-SUB) = ZERO
007060         AND K010B-TB-ST-GROWTH (K010B-SUB) > K010B-WS-BEST-GROWTH
007070         MOVE K010B-TB-ST-GROWTH (K010B-SUB) TO
007080             K010B-WS-BEST-GROWTH
007090         MOVE K010B-SUB TO K010B-SUB-BEST
007100     END-IF.
007110 3830-EXIT.
007120     EXIT.
007130
007140******************************************************************
007150* The breakdown page - one heading line per schedule that ran
007160* this month, then one line per step of it that ran: runs,
007170* average and worst elapsed seconds, the prior month's average
007180* and the growth, with the ranked risers flagged.
007190******************************************************************
007200 4000-PRINT-BREAKDOWN.
007210     PERFORM 4100-PRINT-SCHEDULE THRU 4100-EXIT
007220         VARYING K010B-SUB-SCHED FROM 1 BY 1
007230         UNTIL K010B-SUB-SCHED > K010B-CT-SCHEDULES.
007240     IF K010B-CT-CUR-PAIRED = ZERO
007250         MOVE 'NO STEPS RAN THIS MONTH' TO K010-RPT-LINE
007260         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
007270     END-IF.
007280 4000-EXIT.
007290     EXIT.
007300
007310 4100-PRINT-SCHEDULE.
007320     IF K010B-TB-SC-CUR-RUNS (K010B-SUB-SCHED) = ZERO
007330         GO TO 4100-EXIT
007340     END-IF.
007350     MOVE SPACES TO K010-RPT-LINE.
007360     STRING 'SCHEDULE ' DELIMITED BY SIZE
007370            K010B-TB-SC-JOB-NAME (K010B-SUB-SCHED)
007380             DELIMITED BY SIZE
007390            ' ' DELIMITED BY SIZE
007400            K010B-TB-SC-CYCLE-ID (K010B-SUB-SCHED)
007410             DELIMITED BY SIZE
007420         INTO K010-RPT-LINE
007430     END-STRING.
007440     MOVE 2 TO K010-RPT-ADVANCE.
007450     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
007460     PERFORM 4200-PRINT-STEP-LINE THRU 4200-EXIT
007470         VARYING K010B-SUB-STEP FROM 1 BY 1
007480         UNTIL K010B-SUB-STEP > K010B-CT-STEPS.
007490 4100-EXIT.
007500     EXIT.
007510
007520 4200-PRINT-STEP-LINE.
007530     IF K010B-TB-ST-SCHED (K010B-SUB-STEP) NOT = K010B-SUB-SCHED
007540         OR K010B-TB-ST-CUR-RUNS (K010B-SUB-STEP) = ZERO
007550         GO TO 4200-EXIT
007560     END-IF.
007570     MOVE K010B-TB-ST-CUR-RUNS (K010B-SUB-STEP) TO K010B-WS-NUM-A.
007580     MOVE K010B-TB-ST-CUR-AVG (K010B-SUB-STEP) TO K010B-WS-NUM-B.
007590     MOVE K010B-TB-ST-CUR-WORST (K010B-SUB-STEP) TO
007600         K010B-WS-NUM-C.
007610     MOVE K010B-TB-ST-PRI-AVG (K010B-SUB-STEP) TO K010B-WS-NUM-D.
007620     MOVE K010B-TB-ST-GROWTH (K010B-SUB-STEP) TO K010B-WS-NUM-E.
007630     MOVE SPACES TO K010B-WS-GROWTH-FLAG.
007640     IF K010B-TB-ST-PRI-RUNS (K010B-SUB-STEP) = ZERO
007650         MOVE 'NEW THIS MONTH' TO K010B-WS-GROWTH-FLAG
007660     END-IF.
007670     IF K010B-TB-ST-RANK (K010B-SUB-STEP) > ZERO
007680         MOVE K010B-TB-ST-RANK (K010B-SUB-STEP) TO K010B-WS-NUM-F
007690         STRING '*** GROWTH RANK ' DELIMITED BY SIZE
007700                K010B-WS-NUM-F(5:1) DELIMITED BY SIZE
007710             INTO K010B-WS-GROWTH-FLAG
007720         END-STRING
007730     END-IF.
007740     MOVE SPACES TO K010-RPT-LINE.
007750     STRING '  ' DELIMITED BY SIZE
007760            K010B-TB-ST-STEP-NAME (K010B-SUB-STEP)
007770             DELIMITED BY SIZE
007780            ' RUNS ' DELIMITED BY SIZE
007790            K010B-WS-NUM-A DELIMITED BY SIZE
007800            ' AVG SECS ' DELIMITED BY SIZE
007810            K010B-WS-NUM-B DELIMITED BY SIZE
007820            ' WORST ' DELIMITED BY SIZE
007830            K010B-WS-NUM-C DELIMITED BY SIZE
007840            ' PRIOR AVG ' DELIMITED BY SIZE
007850            K010B-WS-NUM-D DELIMITED BY SIZE
007860            ' GROWTH ' DELIMITED BY SIZE
007870            K010B-WS-NUM-E DELIMITED BY SIZE
007880            ' ' DELIMITED BY SIZE
007890            K010B-WS-GROWTH-FLAG DELIMITED BY SIZE
007900         INTO K010-RPT-LINE
007910     END-STRING.
007920     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
007930 4200-EXIT.
007940     EXIT.
007950
007960******************************************************************
007970* The growth page - a page break under its own title, then the
007980* ranked risers, largest first.  A month where no step grew says
007990* so explicitly so a clean page is never mistaken for a lost one.
008000******************************************************************
008010 4500-PRINT-GROWTH.
008020     SET K010-RPT-FUNC-HEAD TO TRUE.
008030     MOVE SPACES TO K010-RPT-TITLE.
008040     STRING 'STEP GROWTH VS ' DELIMITED BY SIZE
008050            K010B-WS-PRIOR-MONTH DELIMITED BY SIZE
008060            ' - ' DELIMITED BY SIZE
008070            K010B-WS-REPORT-MONTH DELIMITED BY SIZE
008080         INTO K010-RPT-TITLE
008090     END-STRING.
008100     CALL 'K010RPT' USING K010-RPT-REQUEST.
008110     IF K010-RPT-RETURN-CODE NOT = '00'
008120         PERFORM 7500-REPORT-FAILURE THRU 7500-EXIT
008130     END-IF.
008140     PERFORM 4600-PRINT-GROWTH-LINE THRU 4600-EXIT
008150         VARYING K010B-SUB-RANK FROM 1 BY 1
008160         UNTIL K010B-SUB-RANK > K010B-CT-RANKED.
008170     IF K010B-CT-RANKED = ZERO
008180         MOVE 'NO STEP GREW AGAINST THE PRIOR MONTH' TO
008190             K010-RPT-LINE
008200         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
008210     END-IF.
008220 4500-EXIT.
008230     EXIT.
008240
008250 4600-PRINT-GROWTH-LINE.
008260     MOVE K010B-TB-RANKED-STEP (K010B-SUB-RANK) TO K010B-SUB-STEP.
008270     MOVE K010B-TB-ST-SCHED (K010B-SUB-STEP) TO K010B-SUB-SCHED.
008280     MOVE K010B-SUB-RANK TO K010B-WS-NUM-A.
008290     MOVE K010B-TB-ST-PRI-AVG (K010B-SUB-STEP) TO K010B-WS-NUM-B.
008300     MOVE K010B-TB-ST-CUR-AVG (K010B-SUB-STEP) TO K010B-WS-NUM-C.
008310     MOVE K010B-TB-ST-GROWTH (K010B-SUB-STEP) TO K010B-WS-NUM-D.
008320     MOVE SPACES TO K010-RPT-LINE.
008330     STRING 'RANK ' DELIMITED BY SIZE
008340            K010B-WS-NUM-A(5:1) DELIMITED BY SIZE
008350            ' ' DELIMITED BY SIZE
008360            K010B-TB-SC-JOB-NAME (K010B-SUB-SCHED)
008370             DELIMITED BY SIZE
008380            ' ' DELIMITED BY SIZE
008390            K010B-TB-SC-CYCLE-ID (K010B-SUB-SCHED)
008400             DELIMITED BY SIZE
008410            ' ' DELIMITED BY SIZE
008420            K010B-TB-ST-STEP-NAME (K010B-SUB-STEP)
008430             DELIMITED BY SIZE
008440            ' AVG SECS ' DELIMITED BY SIZE
008450            K010B-WS-NUM-B DELIMITED BY SIZE
008460            ' NOW ' DELIMITED BY SIZE
008470            K010B-WS-NUM-C DELIMITED BY SIZE
008480            ' UP ' DELIMITED BY SIZE
008490            K010B-WS-NUM-D DELIMITED BY SIZE
008500            ' ***' DELIMITED BY SIZE
008510         INTO K010-RPT-LINE
008520     END-STRING.
008530     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
008540 4600-EXIT.
008550     EXIT.
008560
008570******************************************************************
008580* Write one detail line through the report writer, the same
008590* convention YOUR-PROGRAM-NAME uses.
008600******************************************************************
008610 7100-WRITE-REPORT-LINE.
008620     SET K010-RPT-FUNC-WRITE TO TRUE.
008630     CALL 'K010RPT' USING K010-RPT-REQUEST.
008640     MOVE ZERO TO K010-RPT-ADVANCE.
008650     IF K010-RPT-RETURN-CODE NOT = '00'
008660         PERFORM 7500-REPORT-FAILURE THRU 7500-EXIT
008670     END-IF.
008680 7100-EXIT.
008690     EXIT.
008700
008710 7500-REPORT-FAILURE.
008720     DISPLAY K010B-WS-OPEN-BRACKET
008730         'REPORT FILE FAILED - STATUS ' K010-RPT-RETURN-CODE
008740         K010B-WS-CLOSE-BRACKET.
008750     MOVE 16 TO K010B-WS-SAVED-RETURN.
008760     GO TO 9999-EXIT.
008770 7500-EXIT.
008780     EXIT.
008790
008800******************************************************************
008810* Reconciliation totals so the two months balance back to the
008820* step history - records read, entries and exits, refused
008830* entries, runs paired in each month, and the anomalies the
008840* pairing shook out.
008850******************************************************************
008860 9000-PRINT-CONTROL-TOTALS.
008870     MOVE K010B-CT-RECORDS-READ TO K010B-WS-NUM-A.
008880     MOVE K010B-CT-ENTRIES-READ TO K010B-WS-NUM-B.
008890     MOVE K010B-CT-EXITS-READ   TO K010B-WS-NUM-C.
008900     MOVE K010B-CT-REFUSED      TO K010B-WS-NUM-D.
008910     MOVE K010B-CT-OTHER-ENV    TO K010B-WS-NUM-E.
008920     MOVE SPACES TO K010-RPT-LINE.
008930     STRING 'RECORDS READ ' DELIMITED BY SIZE
008940            K010B-WS-NUM-A DELIMITED BY SIZE
008950            ' ENTRIES ' DELIMITED BY SIZE
008960            K010B-WS-NUM-B DELIMITED BY SIZE
008970            ' EXITS ' DELIMITED BY SIZE
008980            K010B-WS-NUM-C DELIMITED BY SIZE
008990            ' REFUSED ENTRIES ' DELIMITED BY SIZE
009000            K010B-WS-NUM-D DELIMITED BY SIZE
009010            ' OTHER ENV ' DELIMITED BY SIZE
009020            K010B-WS-NUM-E DELIMITED BY SIZE
009030         INTO K010-RPT-LINE
009040     END-STRING.
009050     MOVE 2 TO K010-RPT-ADVANCE.
009060     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
009070     MOVE K010B-CT-CUR-PAIRED   TO K010B-WS-NUM-A.
009080     MOVE K010B-CT-PRI-PAIRED   TO K010B-WS-NUM-B.
009090     MOVE K010B-CT-OPEN-ENTRIES TO K010B-WS-NUM-C.
009100     MOVE K010B-CT-ORPHAN-EXITS TO K010B-WS-NUM-D.
009110     MOVE K010B-CT-RANKED       TO K010B-WS-NUM-E.
009120     MOVE SPACES TO K010-RPT-LINE.
009130     STRING 'RUNS PAIRED THIS MONTH ' DELIMITED BY SIZE
009140            K010B-WS-NUM-A DELIMITED BY SIZE
009150            ' PRIOR MONTH ' DELIMITED BY SIZE
009160            K010B-WS-NUM-B DELIMITED BY SIZE
009170            ' OPEN ENTRIES ' DELIMITED BY SIZE
009180            K010B-WS-NUM-C DELIMITED BY SIZE
009190            ' ORPHAN EXITS ' DELIMITED BY SIZE
009200            K010B-WS-NUM-D DELIMITED BY SIZE
009210            ' GROWTH FLAGS ' DELIMITED BY SIZE
009220            K010B-WS-NUM-E DELIMITED BY SIZE
009230         INTO K010-RPT-LINE
009240     END-STRING.
009250     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
009260 9000-EXIT.
009270     EXIT.
009280
009290 9999-EXIT.
009300     SET K010-RPT-FUNC-CLOSE TO TRUE.
009310     CALL 'K010RPT' USING K010-RPT-REQUEST.
009320     MOVE K010B-WS-SAVED-RETURN TO RETURN-CODE.
009330     STOP RUN.
009340 END PROGRAM K010B00.
