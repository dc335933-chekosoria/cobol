000100******************************************************************
000110* Author: Sergio Soria
000120* Creation Date: 20261015
000130* Purpose: Ejercicio 31 - schedule look-ahead K004L00.  The card
000140*          builder K004A00 writes a cycle's card only on the days
000150*          its SCHMST frequency rule is due - weekly jobs on their
000160*          weekdays, monthly jobs on the nth or last business day,
000170*          quarter-end jobs four times a year - so the deck for
000180*          any one night no longer says what the weeks ahead will
000190*          hold.  This step answers that: for every date in the
000200*          next 60 on the business calendar it lists the jobs and
000210*          cycles that will get a card, judged by the same
000220*          K010FREQ routine and the same EOM month-end rule the
000230*          builder uses.  Cycles that will not run at all in the
000240*          window, rules that cannot be judged, and rules taking
000250*          effect or retiring inside the window follow, so a job
000260*          about to go quiet is seen before it is missed.
000270*          PARM is an optional base date YYYYMMDD - the window
000280*          starts there, or today with no PARM.  RC=4 when a rule
000290*          cannot be judged or the calendar ends inside the
000300*          window.
000310* Modification Date: 20261015
000320* Modification History:
000330*   20261015 SS  Initial version.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. K004L00.
000370 AUTHOR. BATCH SUPPORT TEAM.
000380 INSTALLATION. DATA CENTER.
000390 DATE-WRITTEN. 20261015.
000400 DATE-COMPILED.
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440     SPECIAL-NAMES.
000450         SYMBOLIC CHARACTERS ANGULAR-DERECHA 176
000460                             ANGULAR-IZQUIERDA 175.
000470
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT SCHMST   ASSIGN TO SCHMST
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS K004L-FS-SCHMST.
000530
000540     SELECT CALFILE  ASSIGN TO CALFILE
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS K010-CAL-DATE
000580         FILE STATUS IS K004L-FS-CALFILE.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  SCHMST
000630     LABEL RECORDS ARE STANDARD.
000640     COPY SCHMST.
000650
000660 FD  CALFILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY CALREC.
000690
000700 WORKING-STORAGE SECTION.
000710     COPY RPTCTL.
000720     COPY FREQCM.
000730
000740 77  K004L-FS-SCHMST                 PIC X(02).
000750 77  K004L-FS-CALFILE                PIC X(02).
000760
000770 77  K004L-SW-SCHMST-EOF             PIC X(01) VALUE 'N'.
000780     88  K004L-SW-SCHMST-AT-END      VALUE 'Y'.
000790 77  K004L-SW-CALFILE-EOF            PIC X(01) VALUE 'N'.
000800     88  K004L-SW-CALFILE-AT-END     VALUE 'Y'.
000810 77  K004L-SW-ASCII-MODE             PIC X(01) VALUE 'N'.
000820     88  K004L-SW-ASCII-MODE-ON      VALUE 'Y'.
000830
000840 77  K004L-WS-CODEPAGE-FLAG          PIC X(05).
000850 77  K004L-WS-OPEN-BRACKET           PIC X(01).
000860 77  K004L-WS-CLOSE-BRACKET          PIC X(01).
000870 77  K004L-WS-SAVED-RETURN           PIC 9(04) VALUE ZERO.
000880 77  K004L-WS-CURRENT-DATE           PIC 9(08).
000890 77  K004L-WS-BASE-DATE              PIC 9(08).
000900 77  K004L-WS-FIRST-DATE             PIC X(08).
000910 77  K004L-WS-LAST-DATE              PIC X(08).
000920 77  K004L-WS-RULE-TEXT              PIC X(60).
000930 77  K004L-WS-DUE-LINE               PIC X(120).
000940 77  K004L-WS-NUM-A                  PIC 9(05) VALUE ZERO.
000950 77  K004L-WS-NUM-B                  PIC 9(05) VALUE ZERO.
000960 77  K004L-WS-NUM-C                  PIC 9(05) VALUE ZERO.
000970
000980* The date under judgement, split so its month can say whether a
000990* month-end is also a quarter-end.
001000 01  K004L-WS-DAY-DATE               PIC X(08).
001010 01  K004L-WS-DAY-SPLIT REDEFINES K004L-WS-DAY-DATE.
001020     05  K004L-WS-DAY-YEAR           PIC X(04).
001030     05  K004L-WS-DAY-MONTH          PIC X(02).
001040         88  K004L-WS-QUARTER-MONTH  VALUE '03' '06' '09' '12'.
001050     05  K004L-WS-DAY-DAY            PIC X(02).
001060
001070 77  K004L-SUB-DAY                   PIC 9(05) COMP VALUE ZERO.
001080 77  K004L-SUB-JOB                   PIC 9(05) COMP VALUE ZERO.
001090 77  K004L-SUB-SLOT                  PIC 9(05) COMP VALUE ZERO.
001100 77  K004L-SUB-ENTRY                 PIC 9(05) COMP VALUE ZERO.
001110 77  K004L-SUB-COL                   PIC 9(05) COMP VALUE ZERO.
001120 77  K004L-MX-DAYS                   PIC 9(05) COMP VALUE 60.
001130 77  K004L-MX-MASTER-JOBS            PIC 9(05) COMP VALUE 100.
001140 77  K004L-MX-LINE-ENTRIES           PIC 9(05) COMP VALUE 7.
001150
001160* One entry per date in the window, in calendar order.
001170 01  K004L-CALENDAR-TABLE.
001180     05  K004L-CALENDAR-ENTRY OCCURS 60 TIMES.
001190         10  K004L-TB-CAL-DATE       PIC X(08).
001200         10  K004L-TB-CAL-PROCESS    PIC X(01).
001210             88  K004L-TB-CAL-PROCESS-DAY VALUE 'Y'.
001220         10  K004L-TB-CAL-MONTH-END  PIC X(01).
001230             88  K004L-TB-CAL-IS-MONTH-END VALUE 'Y'.
001240
001250* One entry per job on the schedule master with its cycle slots,
001260* each slot's rule, whether the rule could be judged, and how
001270* many dates in the window it is due on.
001280 01  K004L-MASTER-TABLE.
001290     05  K004L-MASTER-ENTRY OCCURS 100 TIMES.
001300         10  K004L-TB-JOB-NAME       PIC X(08).
001310         10  K004L-TB-SLOT OCCURS 6 TIMES.
001320             15  K004L-TB-CYCLE-ID   PIC X(04).
001330             15  K004L-TB-FREQ-RULE  PIC X(24).
001340             15  K004L-TB-RULE-FLAG  PIC X(01).
001350                 88  K004L-TB-RULE-BAD VALUE 'E'.
001360             15  K004L-TB-DUE-COUNT  PIC 9(05) COMP.
001370
001380 77  K004L-CT-DAYS                   PIC 9(05) COMP VALUE ZERO.
001390 77  K004L-CT-PROCESS-DAYS           PIC 9(05) COMP VALUE ZERO.
001400 77  K004L-CT-JOBS                   PIC 9(05) COMP VALUE ZERO.
001410 77  K004L-CT-CYCLES                 PIC 9(05) COMP VALUE ZERO.
001420 77  K004L-CT-DAY-DUE                PIC 9(05) COMP VALUE ZERO.
001430 77  K004L-CT-RUNS                   PIC 9(07) COMP VALUE ZERO.
001440 77  K004L-CT-NEVER-DUE              PIC 9(05) COMP VALUE ZERO.
001450 77  K004L-CT-RULE-ERRORS            PIC 9(05) COMP VALUE ZERO.
001460 77  K004L-CT-CHANGING               PIC 9(05) COMP VALUE ZERO.
001470
001480 LINKAGE SECTION.
001490 01  LS-PARM-AREA.
001500     05  LS-PARM-LENGTH              PIC S9(04) COMP.
001510     05  LS-PARM-TEXT                PIC X(80).
001520
001530 PROCEDURE DIVISION USING LS-PARM-AREA.
001540 MAIN-PROCEDURE.
001550     ACCEPT K004L-WS-CURRENT-DATE FROM DATE YYYYMMDD.
001560     PERFORM 1000-PARSE-PARM THRU 1000-EXIT.
001570     PERFORM 1500-VALIDATE-SYMBOLS THRU 1500-EXIT.
001580     PERFORM 2000-LOAD-CALENDAR THRU 2000-EXIT.
001590     PERFORM 2300-LOAD-MASTER THRU 2300-EXIT.
001600     PERFORM 2500-OPEN-REPORT THRU 2500-EXIT.
001610     PERFORM 3000-PRINT-WINDOW THRU 3000-EXIT.
001620     PERFORM 4000-PRINT-NEVER-DUE THRU 4000-EXIT.
001630     PERFORM 4500-PRINT-RULE-CHANGES THRU 4500-EXIT.
001640     PERFORM 9000-PRINT-CONTROL-TOTALS THRU 9000-EXIT.
001650     IF (K004L-CT-RULE-ERRORS > ZERO
001660         OR K004L-CT-DAYS < K004L-MX-DAYS)
001670         AND K004L-WS-SAVED-RETURN < 4
001680         MOVE 4 TO K004L-WS-SAVED-RETURN
001690     END-IF.
001700     GO TO 9999-EXIT.
001710
001720******************************************************************
001730* The window starts on the base date - today, or the date in an
001740* 8-digit PARM for a look at the weeks after a later date.
001750* Anything else in the PARM is an abort rather than a look-ahead
001760* from a date nobody asked for.
001770******************************************************************
001780 1000-PARSE-PARM.
001790     MOVE K004L-WS-CURRENT-DATE TO K004L-WS-BASE-DATE.
001800     IF LS-PARM-LENGTH = ZERO
001810         GO TO 1000-EXIT
001820     END-IF.
001830     IF LS-PARM-LENGTH NOT = 8
001840         OR LS-PARM-TEXT(1:8) IS NOT NUMERIC
001850         DISPLAY 'PARM NOT A BASE DATE YYYYMMDD: '
001860             LS-PARM-TEXT(1:20)
001870         MOVE 16 TO K004L-WS-SAVED-RETURN
001880         GO TO 9999-EXIT
001890     END-IF.
001900     MOVE LS-PARM-TEXT(1:8) TO K004L-WS-BASE-DATE.
001910 1000-EXIT.
001920     EXIT.
001930
001940 1500-VALIDATE-SYMBOLS.
001950     MOVE SPACES TO K004L-WS-CODEPAGE-FLAG.
001960     ACCEPT K004L-WS-CODEPAGE-FLAG FROM ENVIRONMENT
001970         'K010_ASCII_MODE'.
001980     IF K004L-WS-CODEPAGE-FLAG = 'Y'
001990         OR K004L-WS-CODEPAGE-FLAG = 'y'
002000         SET K004L-SW-ASCII-MODE-ON TO TRUE
002010     END-IF.
002020     IF K004L-SW-ASCII-MODE-ON
002030         MOVE '<' TO K004L-WS-OPEN-BRACKET
002040         MOVE '>' TO K004L-WS-CLOSE-BRACKET
002050     ELSE
002060         MOVE ANGULAR-DERECHA TO K004L-WS-OPEN-BRACKET
002070         MOVE ANGULAR-IZQUIERDA TO K004L-WS-CLOSE-BRACKET
002080     END-IF.
002090 1500-EXIT.
002100     EXIT.
002110
002120******************************************************************
002130* Take the 60 calendar records from the base date forward - the
002140* calendar holds one record per date, so 60 records are 60 days.
002150* A calendar that runs out first means next year was not loaded;
002160* the window is cut short there and the step ends RC=4.  The file
002170* is closed again before K010FREQ opens it for its own counting.
002180******************************************************************
002190 2000-LOAD-CALENDAR.
002200     OPEN INPUT CALFILE.
002210     IF K004L-FS-CALFILE NOT = '00'
002220         DISPLAY K004L-WS-OPEN-BRACKET
002230             'CALFILE OPEN FAILED - STATUS ' K004L-FS-CALFILE
002240             K004L-WS-CLOSE-BRACKET
002250         MOVE 16 TO K004L-WS-SAVED-RETURN
002260         GO TO 9999-EXIT
002270     END-IF.
002280     MOVE K004L-WS-BASE-DATE TO K010-CAL-DATE.
002290     START CALFILE KEY NOT < K010-CAL-DATE
002300         INVALID KEY
002310             SET K004L-SW-CALFILE-AT-END TO TRUE
002320     END-START.
002330     PERFORM 2100-READ-CALENDAR-DAY THRU 2100-EXIT
002340         UNTIL K004L-SW-CALFILE-AT-END
002350         OR K004L-CT-DAYS >= K004L-MX-DAYS.
002360     CLOSE CALFILE.
002370     IF K004L-CT-DAYS = ZERO
002380         DISPLAY K004L-WS-OPEN-BRACKET
002390             'NO CALENDAR DATE FROM ' K004L-WS-BASE-DATE
002400             ' - CALENDAR YEAR NOT LOADED'
002410             K004L-WS-CLOSE-BRACKET
002420         MOVE 8 TO K004L-WS-SAVED-RETURN
002430         GO TO 9999-EXIT
002440     END-IF.
002450     MOVE K004L-TB-CAL-DATE (1) TO K004L-WS-FIRST-DATE.
002460     MOVE K004L-TB-CAL-DATE (K004L-CT-DAYS) TO K004L-WS-LAST-DATE.
002470 2000-EXIT.
002480     EXIT.
002490
002500 2100-READ-CALENDAR-DAY.
002510     READ CALFILE NEXT RECORD
002520         AT END
002530             SET K004L-SW-CALFILE-AT-END TO TRUE
002540             GO TO 2100-EXIT
002550     END-READ.
002560     IF K004L-FS-CALFILE NOT = '00'
002570         DISPLAY K004L-WS-OPEN-BRACKET
002580             'CALFILE READ FAILED - STATUS ' K004L-FS-CALFILE
002590             K004L-WS-CLOSE-BRACKET
002600         MOVE 16 TO K004L-WS-SAVED-RETURN
002610         GO TO 9999-EXIT
002620     END-IF.
002630     ADD 1 TO K004L-CT-DAYS.
002640     MOVE K010-CAL-DATE TO K004L-TB-CAL-DATE (K004L-CT-DAYS).
002650     MOVE K010-CAL-PROCESS-FLAG TO
002660         K004L-TB-CAL-PROCESS (K004L-CT-DAYS).
002670     MOVE K010-CAL-MONTH-END-FLAG TO
002680         K004L-TB-CAL-MONTH-END (K004L-CT-DAYS).
002690 2100-EXIT.
002700     EXIT.
002710
002720******************************************************************
002730* Hold the schedule master in a table, one entry per job, and
002740* have K010FREQ check every cycle's rule once up front - a rule
002750* that is not well formed is not due on any date, so it is set
002760* aside here and reported with its reason further down.
002770******************************************************************
002780 2300-LOAD-MASTER.
002790     OPEN INPUT SCHMST.
002800     IF K004L-FS-SCHMST NOT = '00'
002810         DISPLAY K004L-WS-OPEN-BRACKET
002820             'SCHMST OPEN FAILED - STATUS ' K004L-FS-SCHMST
002830             K004L-WS-CLOSE-BRACKET
002840         MOVE 16 TO K004L-WS-SAVED-RETURN
002850         GO TO 9999-EXIT
002860     END-IF.
002870     PERFORM 2400-READ-MASTER-RECORD THRU 2400-EXIT
002880         UNTIL K004L-SW-SCHMST-AT-END.
002890     CLOSE SCHMST.
002900 2300-EXIT.
002910     EXIT.
002920
002930 2400-READ-MASTER-RECORD.
002940     READ SCHMST
002950         AT END
002960             SET K004L-SW-SCHMST-AT-END TO TRUE
002970             GO TO 2400-EXIT
002980     END-READ.
002990     IF K005-MS-JOB-NAME = SPACES
003000         GO TO 2400-EXIT
003010     END-IF.
003020     IF K004L-CT-JOBS >= K004L-MX-MASTER-JOBS
003030         DISPLAY K004L-WS-OPEN-BRACKET
003040             'MASTER TABLE FULL - RAISE K004L-MX-MASTER-JOBS'
003050             K004L-WS-CLOSE-BRACKET
003060         MOVE 16 TO K004L-WS-SAVED-RETURN
003070         GO TO 9999-EXIT
003080     END-IF.
003090     ADD 1 TO K004L-CT-JOBS.
003100     MOVE K005-MS-JOB-NAME TO K004L-TB-JOB-NAME (K004L-CT-JOBS).
003110     MOVE K004L-CT-JOBS TO K004L-SUB-JOB.
003120     PERFORM 2450-LOAD-CYCLE-SLOT THRU 2450-EXIT
003130         VARYING K004L-SUB-SLOT FROM 1 BY 1
003140         UNTIL K004L-SUB-SLOT > 6.
003150 2400-EXIT.
003160     EXIT.
003170
003180 2450-LOAD-CYCLE-SLOT.
003190     MOVE K005-MS-CYCLE-ID (K004L-SUB-SLOT) TO
003200         K004L-TB-CYCLE-ID (K004L-SUB-JOB K004L-SUB-SLOT).
003210     MOVE K005-MS-FREQ-RULE (K004L-SUB-SLOT) TO
003220         K004L-TB-FREQ-RULE (K004L-SUB-JOB K004L-SUB-SLOT).
003230     MOVE SPACE TO
003240         K004L-TB-RULE-FLAG (K004L-SUB-JOB K004L-SUB-SLOT).
003250     MOVE ZERO TO
003260         K004L-TB-DUE-COUNT (K004L-SUB-JOB K004L-SUB-SLOT).
003270     IF K005-MS-CYCLE-ID (K004L-SUB-SLOT) = SPACES
003280         GO TO 2450-EXIT
003290     END-IF.
003300     ADD 1 TO K004L-CT-CYCLES.
003310     PERFORM 6000-VALIDATE-RULE THRU 6000-EXIT.
003320     IF K010-FRQ-RULE-INVALID
003330         MOVE 'E' TO
003340             K004L-TB-RULE-FLAG (K004L-SUB-JOB K004L-SUB-SLOT)
003350         ADD 1 TO K004L-CT-RULE-ERRORS
003360     END-IF.
003370 2450-EXIT.
003380     EXIT.
003390
003400 2500-OPEN-REPORT.
003410     SET K010-RPT-FUNC-OPEN TO TRUE.
003420     MOVE SPACES TO K010-RPT-TITLE.
003430     STRING 'SCHEDULE LOOK-AHEAD FROM ' DELIMITED BY SIZE
003440            K004L-WS-FIRST-DATE DELIMITED BY SIZE
003450         INTO K010-RPT-TITLE
003460     END-STRING.
003470     MOVE K004L-WS-BASE-DATE TO K010-RPT-RUN-DATE.
003480     MOVE SPACES TO K010-RPT-CYCLE-ID.
003490     MOVE SPACES TO K010-RPT-ENVIRONMENT.
003500     MOVE ZERO TO K010-RPT-ADVANCE.
003510     CALL 'K010RPT' USING K010-RPT-REQUEST.
003520     IF K010-RPT-RETURN-CODE NOT = '00'
003530         PERFORM 7500-REPORT-FAILURE THRU 7500-EXIT
003540     END-IF.
003550 2500-EXIT.
003560     EXIT.
003570
003580******************************************************************
003590* One block per date in the window: the date with its month-end
003600* and quarter-end marks, then the job and cycle of every card the
003610* builder would write that night, seven to a line.  A date that
003620* is not a processing day gets no cards at all, the same as in
003630* K004A00, which only ever builds for a processing day.
003640******************************************************************
003650 3000-PRINT-WINDOW.
003660     PERFORM 3100-PRINT-ONE-DAY THRU 3100-EXIT
003670         VARYING K004L-SUB-DAY FROM 1 BY 1
003680         UNTIL K004L-SUB-DAY > K004L-CT-DAYS.
003690 3000-EXIT.
003700     EXIT.
003710
003720 3100-PRINT-ONE-DAY.
003730     MOVE K004L-TB-CAL-DATE (K004L-SUB-DAY) TO K004L-WS-DAY-DATE.
003740     MOVE SPACES TO K010-RPT-LINE.
003750     MOVE K004L-WS-DAY-DATE TO K010-RPT-LINE(1:8).
003760     IF NOT K004L-TB-CAL-PROCESS-DAY (K004L-SUB-DAY)
003770         MOVE 'NOT A PROCESSING DAY' TO K010-RPT-LINE(11:20)
003780         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
003790         GO TO 3100-EXIT
003800     END-IF.
003810     ADD 1 TO K004L-CT-PROCESS-DAYS.
003820     IF K004L-TB-CAL-IS-MONTH-END (K004L-SUB-DAY)
003830         MOVE 'MONTH-END' TO K010-RPT-LINE(11:9)
003840         IF K004L-WS-QUARTER-MONTH
003850             MOVE 'QUARTER-END' TO K010-RPT-LINE(22:11)
003860         END-IF
003870     END-IF.
003880     MOVE 2 TO K010-RPT-ADVANCE.
003890     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
003900     MOVE ZERO TO K004L-CT-DAY-DUE.
003910     MOVE ZERO TO K004L-SUB-ENTRY.
003920     MOVE SPACES TO K004L-WS-DUE-LINE.
003930     PERFORM 3200-CHECK-JOB THRU 3200-EXIT
003940         VARYING K004L-SUB-JOB FROM 1 BY 1
003950         UNTIL K004L-SUB-JOB > K004L-CT-JOBS.
003960     IF K004L-SUB-ENTRY > ZERO
003970         MOVE K004L-WS-DUE-LINE TO K010-RPT-LINE
003980         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
003990     END-IF.
004000     IF K004L-CT-DAY-DUE = ZERO
004010         MOVE '    NO CYCLE DUE' TO K010-RPT-LINE
004020         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
004030     END-IF.
004040 3100-EXIT.
004050     EXIT.
004060
004070 3200-CHECK-JOB.
004080     PERFORM 3300-CHECK-CYCLE-SLOT THRU 3300-EXIT
004090         VARYING K004L-SUB-SLOT FROM 1 BY 1
004100         UNTIL K004L-SUB-SLOT > 6.
004110 3200-EXIT.
004120     EXIT.
004130
004140******************************************************************
004150* Judge one cycle on one date the way the builder does: EOM
004160* cycles only on a calendar month-end, then the frequency rule.
004170* A month K010FREQ cannot count or a calendar it cannot read
004180* aborts the report - the builder would abort the same night.
004190******************************************************************
004200 3300-CHECK-CYCLE-SLOT.
004210     IF K004L-TB-CYCLE-ID (K004L-SUB-JOB K004L-SUB-SLOT) = SPACES
004220         OR K004L-TB-RULE-BAD (K004L-SUB-JOB K004L-SUB-SLOT)
004230         GO TO 3300-EXIT
004240     END-IF.
004250     IF K004L-TB-CYCLE-ID (K004L-SUB-JOB K004L-SUB-SLOT) = 'EOM '
004260         AND NOT K004L-TB-CAL-IS-MONTH-END (K004L-SUB-DAY)
004270         GO TO 3300-EXIT
004280     END-IF.
004290     SET K010-FRQ-FUNC-CHECK TO TRUE.
004300     MOVE K004L-WS-DAY-DATE TO K010-FRQ-RUN-DATE.
004310     MOVE K004L-TB-FREQ-RULE (K004L-SUB-JOB K004L-SUB-SLOT) TO
004320         K010-FRQ-RULE.
004330     CALL 'K010FREQ' USING K010-FREQ-AREA.
004340     IF K010-FRQ-NOT-DUE
004350         GO TO 3300-EXIT
004360     END-IF.
004370     IF NOT K010-FRQ-DUE
004380         DISPLAY K004L-WS-OPEN-BRACKET
004390             'FREQUENCY CHECK FAILED FOR ' K004L-WS-DAY-DATE
004400             ' - ' K010-FRQ-REASON
004410             K004L-WS-CLOSE-BRACKET
004420         MOVE 16 TO K004L-WS-SAVED-RETURN
004430         GO TO 9999-EXIT
004440     END-IF.
004450     ADD 1 TO K004L-TB-DUE-COUNT (K004L-SUB-JOB K004L-SUB-SLOT).
004460     ADD 1 TO K004L-CT-DAY-DUE.
004470     ADD 1 TO K004L-CT-RUNS.
004480     ADD 1 TO K004L-SUB-ENTRY.
004490     COMPUTE K004L-SUB-COL = ((K004L-SUB-ENTRY - 1) * 16) + 5.
004500     MOVE K004L-TB-JOB-NAME (K004L-SUB-JOB) TO
004510         K004L-WS-DUE-LINE(K004L-SUB-COL:8).
004520     MOVE K004L-TB-CYCLE-ID (K004L-SUB-JOB K004L-SUB-SLOT) TO
004530         K004L-WS-DUE-LINE(K004L-SUB-COL + 9:4).
004540     IF K004L-SUB-ENTRY >= K004L-MX-LINE-ENTRIES
004550         MOVE K004L-WS-DUE-LINE TO K010-RPT-LINE
004560         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
004570         MOVE ZERO TO K004L-SUB-ENTRY
004580         MOVE SPACES TO K004L-WS-DUE-LINE
004590     END-IF.
004600 3300-EXIT.
004610     EXIT.
004620
004630******************************************************************
004640* Cycles with no card anywhere in the window - a rule not due in
004650* the next 60 days, one not yet effective or already retired, an
004660* EOM cycle with no month-end ahead - and the rules that cannot be
004670* judged at all, with K010FREQ's reason.
004680******************************************************************
004690 4000-PRINT-NEVER-DUE.
004700     MOVE 'CYCLES WITH NO RUN IN THE WINDOW' TO K010-RPT-LINE.
004710     MOVE 3 TO K010-RPT-ADVANCE.
004720     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
004730     PERFORM 4100-CHECK-JOB-NEVER-DUE THRU 4100-EXIT
004740         VARYING K004L-SUB-JOB FROM 1 BY 1
004750         UNTIL K004L-SUB-JOB > K004L-CT-JOBS.
004760     IF K004L-CT-NEVER-DUE = ZERO
004770         MOVE '    NONE' TO K010-RPT-LINE
004780         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
004790     END-IF.
004800 4000-EXIT.
004810     EXIT.
004820
004830 4100-CHECK-JOB-NEVER-DUE.
004840     PERFORM 4200-PRINT-NEVER-DUE-SLOT THRU 4200-EXIT
004850         VARYING K004L-SUB-SLOT FROM 1 BY 1
004860         UNTIL K004L-SUB-SLOT > 6.
004870 4100-EXIT.
004880     EXIT.
004890
004900 4200-PRINT-NEVER-DUE-SLOT.
004910     IF K004L-TB-CYCLE-ID (K004L-SUB-JOB K004L-SUB-SLOT) = SPACES
004920         OR K004L-TB-DUE-COUNT (K004L-SUB-JOB K004L-SUB-SLOT)
004930             > ZERO
004940         GO TO 4200-EXIT
004950     END-IF.
004960     ADD 1 TO K004L-CT-NEVER-DUE.
004970     MOVE SPACES TO K010-RPT-LINE.
004980     MOVE K004L-TB-JOB-NAME (K004L-SUB-JOB) TO K010-RPT-LINE(5:8).
004990     MOVE K004L-TB-CYCLE-ID (K004L-SUB-JOB K004L-SUB-SLOT) TO
005000         K010-RPT-LINE(14:4).
005010     IF K004L-TB-RULE-BAD (K004L-SUB-JOB K004L-SUB-SLOT)
005020         PERFORM 6000-VALIDATE-RULE THRU 6000-EXIT
005030         MOVE SPACES TO K004L-WS-RULE-TEXT
005040         STRING 'RULE NOT VALID - ' DELIMITED BY SIZE
005050                K010-FRQ-REASON DELIMITED BY SIZE
005060             INTO K004L-WS-RULE-TEXT
005070         END-STRING
005080     ELSE
005090         PERFORM 7060-FORMAT-RULE THRU 7060-EXIT
005100     END-IF.
005110     MOVE K004L-WS-RULE-TEXT TO K010-RPT-LINE(20:60).
005120     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
005130 4200-EXIT.
005140     EXIT.
005150
005160******************************************************************
005170* Rules whose effective or retire date falls inside the window,
005180* so a job starting or stopping in the weeks ahead is expected.
005190******************************************************************
005200 4500-PRINT-RULE-CHANGES.
005210     MOVE 'RULES TAKING EFFECT OR RETIRING IN THE WINDOW' TO
005220         K010-RPT-LINE.
005230     MOVE 3 TO K010-RPT-ADVANCE.
005240     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
005250     PERFORM 4600-CHECK-JOB-CHANGES THRU 4600-EXIT
005260         VARYING K004L-SUB-JOB FROM 1 BY 1
005270         UNTIL K004L-SUB-JOB > K004L-CT-JOBS.
005280     IF K004L-CT-CHANGING = ZERO
005290         MOVE '    NONE' TO K010-RPT-LINE
005300         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
005310     END-IF.
005320 4500-EXIT.
005330     EXIT.
005340
005350 4600-CHECK-JOB-CHANGES.
005360     PERFORM 4700-PRINT-SLOT-CHANGE THRU 4700-EXIT
005370         VARYING K004L-SUB-SLOT FROM 1 BY 1
005380         UNTIL K004L-SUB-SLOT > 6.
005390 4600-EXIT.
005400     EXIT.
005410
005420 4700-PRINT-SLOT-CHANGE.
005430     IF K004L-TB-CYCLE-ID (K004L-SUB-JOB K004L-SUB-SLOT) = SPACES
005440         OR K004L-TB-RULE-BAD (K004L-SUB-JOB K004L-SUB-SLOT)
005450         GO TO 4700-EXIT
005460     END-IF.
005470     MOVE K004L-TB-FREQ-RULE (K004L-SUB-JOB K004L-SUB-SLOT) TO
005480         K010-FRQ-RULE.
005490     IF (K010-FRQ-EFFECTIVE = SPACES
005500         OR K010-FRQ-EFFECTIVE < K004L-WS-FIRST-DATE
005510         OR K010-FRQ-EFFECTIVE > K004L-WS-LAST-DATE)
005520         AND (K010-FRQ-RETIRE = SPACES
005530         OR K010-FRQ-RETIRE < K004L-WS-FIRST-DATE
005540         OR K010-FRQ-RETIRE > K004L-WS-LAST-DATE)
005550         GO TO 4700-EXIT
005560     END-IF.
005570     ADD 1 TO K004L-CT-CHANGING.
005580     PERFORM 7060-FORMAT-RULE THRU 7060-EXIT.
005590     MOVE SPACES TO K010-RPT-LINE.
005600     MOVE K004L-TB-JOB-NAME (K004L-SUB-JOB) TO K010-RPT-LINE(5:8).
005610     MOVE K004L-TB-CYCLE-ID (K004L-SUB-JOB K004L-SUB-SLOT) TO
005620         K010-RPT-LINE(14:4).
005630     MOVE K004L-WS-RULE-TEXT TO K010-RPT-LINE(20:60).
005640     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
005650 4700-EXIT.
005660     EXIT.
005670
005680******************************************************************
005690* Ask K010FREQ whether the rule in the current slot is well
005700* formed.  No calendar is read for this.
005710******************************************************************
005720 6000-VALIDATE-RULE.
005730     SET K010-FRQ-FUNC-VALIDATE TO TRUE.
005740     MOVE K004L-WS-BASE-DATE TO K010-FRQ-RUN-DATE.
005750     MOVE K004L-TB-FREQ-RULE (K004L-SUB-JOB K004L-SUB-SLOT) TO
005760         K010-FRQ-RULE.
005770     CALL 'K010FREQ' USING K010-FREQ-AREA.
005780 6000-EXIT.
005790     EXIT.
005800
005810******************************************************************
005820* Spell out the rule in the current slot - the days it is due,
005830* then the effective and retire dates when it has them.
005840******************************************************************
005850 7060-FORMAT-RULE.
005860     MOVE K004L-TB-FREQ-RULE (K004L-SUB-JOB K004L-SUB-SLOT) TO
005870         K010-FRQ-RULE.
005880     MOVE SPACES TO K004L-WS-RULE-TEXT.
005890     IF K010-FRQ-DAILY
005900         MOVE 'DAILY' TO K004L-WS-RULE-TEXT
005910     END-IF.
005920     IF K010-FRQ-WEEKDAYS
005930         STRING 'WEEKDAYS MTWTFSS=' DELIMITED BY SIZE
005940                K010-FRQ-DAY-MASK DELIMITED BY SIZE
005950             INTO K004L-WS-RULE-TEXT
005960         END-STRING
005970     END-IF.
005980     IF K010-FRQ-NTH-BDAY
005990         STRING 'BUSINESS DAY ' DELIMITED BY SIZE
006000                K010-FRQ-NTH-DAY DELIMITED BY SIZE
006010             INTO K004L-WS-RULE-TEXT
006020         END-STRING
006030     END-IF.
006040     IF K010-FRQ-LAST-BDAY
006050         MOVE 'LAST BUSINESS DAY' TO K004L-WS-RULE-TEXT
006060     END-IF.
006070     IF K010-FRQ-QTR-END
006080         MOVE 'QUARTER-END' TO K004L-WS-RULE-TEXT
006090     END-IF.
006100     IF K010-FRQ-EFFECTIVE NOT = SPACES
006110         MOVE 'FROM' TO K004L-WS-RULE-TEXT(28:4)
006120         MOVE K010-FRQ-EFFECTIVE TO K004L-WS-RULE-TEXT(33:8)
006130     END-IF.
006140     IF K010-FRQ-RETIRE NOT = SPACES
006150         MOVE 'UNTIL' TO K004L-WS-RULE-TEXT(42:5)
006160         MOVE K010-FRQ-RETIRE TO K004L-WS-RULE-TEXT(48:8)
006170     END-IF.
006180 7060-EXIT.
006190     EXIT.
006200
006210******************************************************************
006220* Write one detail line through the report writer, the same
006230* convention YOUR-PROGRAM-NAME uses.
006240******************************************************************
006250 7100-WRITE-REPORT-LINE.
006260     SET K010-RPT-FUNC-WRITE TO TRUE.
006270     CALL 'K010RPT' USING K010-RPT-REQUEST.
006280     MOVE ZERO TO K010-RPT-ADVANCE.
006290     IF K010-RPT-RETURN-CODE NOT = '00'
006300         PERFORM 7500-REPORT-FAILURE THRU 7500-EXIT
006310     END-IF.
006320 7100-EXIT.
006330     EXIT.
006340
006350 7500-REPORT-FAILURE.
006360     DISPLAY K004L-WS-OPEN-BRACKET
006370         'REPORT FILE FAILED - STATUS ' K010-RPT-RETURN-CODE
006380         K004L-WS-CLOSE-BRACKET.
006390     MOVE 16 TO K004L-WS-SAVED-RETURN.
006400     GO TO 9999-EXIT.
006410 7500-EXIT.
006420     EXIT.
006430
006440******************************************************************
006450* Look-ahead totals - the dates covered and how many were
006460* processing days, the jobs and cycles on the master, the cards
006470* the window holds, and the cycles with no run, rules that cannot
006480* be judged and rules changing.  A window cut short by the end of
006490* the calendar is called out.
006500******************************************************************
006510 9000-PRINT-CONTROL-TOTALS.
006520     MOVE K004L-CT-DAYS         TO K004L-WS-NUM-A.
006530     MOVE K004L-CT-PROCESS-DAYS TO K004L-WS-NUM-B.
006540     MOVE SPACES TO K010-RPT-LINE.
006550     STRING 'DATES ' DELIMITED BY SIZE
006560            K004L-WS-NUM-A DELIMITED BY SIZE
006570            ' PROCESSING DAYS ' DELIMITED BY SIZE
006580            K004L-WS-NUM-B DELIMITED BY SIZE
006590            ' FROM ' DELIMITED BY SIZE
006600            K004L-WS-FIRST-DATE DELIMITED BY SIZE
006610            ' TO ' DELIMITED BY SIZE
006620            K004L-WS-LAST-DATE DELIMITED BY SIZE
006630         INTO K010-RPT-LINE
006640     END-STRING.
006650     MOVE 3 TO K010-RPT-ADVANCE.
006660     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
006670     MOVE K004L-CT-JOBS   TO K004L-WS-NUM-A.
006680     MOVE K004L-CT-CYCLES TO K004L-WS-NUM-B.
006690     MOVE K004L-CT-RUNS   TO K004L-WS-NUM-C.
006700     MOVE SPACES TO K010-RPT-LINE.
006710     STRING 'MASTER JOBS ' DELIMITED BY SIZE
006720            K004L-WS-NUM-A DELIMITED BY SIZE
006730            ' CYCLES ' DELIMITED BY SIZE
006740            K004L-WS-NUM-B DELIMITED BY SIZE
006750            ' CARDS IN WINDOW ' DELIMITED BY SIZE
006760            K004L-WS-NUM-C DELIMITED BY SIZE
006770         INTO K010-RPT-LINE
006780     END-STRING.
006790     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
006800     MOVE K004L-CT-NEVER-DUE   TO K004L-WS-NUM-A.
006810     MOVE K004L-CT-RULE-ERRORS TO K004L-WS-NUM-B.
006820     MOVE K004L-CT-CHANGING    TO K004L-WS-NUM-C.
006830     MOVE SPACES TO K010-RPT-LINE.
006840     STRING 'NO RUN IN WINDOW ' DELIMITED BY SIZE
006850            K004L-WS-NUM-A DELIMITED BY SIZE
006860            ' RULES NOT VALID ' DELIMITED BY SIZE
006870            K004L-WS-NUM-B DELIMITED BY SIZE
006880            ' RULES CHANGING ' DELIMITED BY SIZE
006890            K004L-WS-NUM-C DELIMITED BY SIZE
006900         INTO K010-RPT-LINE
006910     END-STRING.
006920     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
006930     IF K004L-CT-DAYS < K004L-MX-DAYS
006940         MOVE 'CALENDAR ENDS INSIDE WINDOW - LOAD NEXT YEAR'
006950             TO K010-RPT-LINE
006960         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
006970     END-IF.
006980 9000-EXIT.
006990     EXIT.
007000
007010 9999-EXIT.
007020******************************************************************
007030* The abort and warning paths stage their return code in
007040* working storage because the report CALLs on the way out
007050* refresh the RETURN-CODE register, the same convention the
007060* kickoff follows.  K010FREQ's calendar is closed first.
007070******************************************************************
007080     SET K010-FRQ-FUNC-CLOSE TO TRUE.
007090     CALL 'K010FREQ' USING K010-FREQ-AREA.
007100     SET K010-RPT-FUNC-CLOSE TO TRUE.
007110     CALL 'K010RPT' USING K010-RPT-REQUEST.
007120     MOVE K004L-WS-SAVED-RETURN TO RETURN-CODE.
007130     STOP RUN.
007140 END PROGRAM K004L00.
