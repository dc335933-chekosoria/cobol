000100******************************************************************
000110* Author: Sergio Soria
000120* Creation Date: 20261015
000130* Purpose: Ejercicio 26 - morning operations briefing K010G00.
000140*          The shift lead used to brief management off five
000150*          SYSOUTs - the K010Z00 closeout, the K010E00 closer
000160*          exceptions, the K010T00 sweep, the overrides on the
000170*          kickoff report and whatever landed on ALERTLOG.  This
000180*          step prints one briefing for one run date and one
000190*          environment through K010RPT:
000200*            - a summary of the night from CYCSTAT - cycles
000210*              closed, failed (still ACTIVE the morning after,
000220*              the chain died before the closer), held, skipped,
000230*              abandoned and waiting - with the forced count off
000240*              the audit trail;
000250*            - every schedule's elapsed minutes against its
000260*              SLAFILE target, paired off the audit START/END
000270*              the way the SLA trend report K010S00 pairs them;
000280*            - every schedule still ACTIVE, with its step;
000290*            - every alert raised overnight, with its destination
000300*              and severity (escalation re-raises are left out);
000310*            - every operator override with the operator id;
000320*          and ends with a RED/AMBER/GREEN rating for the night.
000330*          Overnight is the run date itself and the next morning
000340*          up to noon.  The run date defaults to yesterday - the
000350*          briefing runs the morning after - and the environment
000360*          to PROD; PARM='YYYYMMDD', 'TEST' or 'YYYYMMDDTEST'
000370*          override them as on the other reports.  The step ends
000380*          RC=8 on a RED night and RC=4 on an AMBER one.
000390* Modification Date: 20261015
000400* Modification History:
000410*   20261015 SS  Initial version.
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. K010G00.
000450 AUTHOR. BATCH SUPPORT TEAM.
000460 INSTALLATION. DATA CENTER.
000470 DATE-WRITTEN. 20261015.
000480 DATE-COMPILED.
000490
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520     SPECIAL-NAMES.
000530         SYMBOLIC CHARACTERS ANGULAR-DERECHA 176
000540                             ANGULAR-IZQUIERDA 175.
000550
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT CYCSTAT  ASSIGN TO CYCSTAT
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS K010-CST-KEY
000620         FILE STATUS IS K010G-FS-CYCSTAT.
000630
000640     SELECT AUDITLOG ASSIGN TO AUDITLOG
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS K010G-FS-AUDITLOG.
000670
000680     SELECT ALERTLOG ASSIGN TO ALERTLOG
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS K010G-FS-ALERTLOG.
000710
000720     SELECT SLAFILE  ASSIGN TO SLAFILE
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS K010G-FS-SLAFILE.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  CYCSTAT
000790     LABEL RECORDS ARE STANDARD.
000800     COPY CYCSTAT.
000810
000820 FD  AUDITLOG
000830     LABEL RECORDS ARE STANDARD.
000840     COPY AUDREC.
000850
000860 FD  ALERTLOG
000870     LABEL RECORDS ARE STANDARD.
000880     COPY ALERTREC.
000890
000900 FD  SLAFILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  K010G-SLA-CARD.
000930     05  K010G-SL-JOB-NAME           PIC X(08).
000940     05  FILLER                      PIC X(02).
000950     05  K010G-SL-CYCLE-ID           PIC X(04).
000960     05  FILLER                      PIC X(02).
000970     05  K010G-SL-TARGET-MINS        PIC 9(04).
000980     05  K010G-SL-TARGET-X REDEFINES K010G-SL-TARGET-MINS
000990                                     PIC X(04).
001000     05  FILLER                      PIC X(60).
001010
001020 WORKING-STORAGE SECTION.
001030     COPY RPTCTL.
001040
001050 77  K010G-FS-CYCSTAT                PIC X(02).
001060 77  K010G-FS-AUDITLOG               PIC X(02).
001070 77  K010G-FS-ALERTLOG               PIC X(02).
001080 77  K010G-FS-SLAFILE                PIC X(02).
001090
001100 77  K010G-SW-CYCSTAT-EOF            PIC X(01) VALUE 'N'.
001110     88  K010G-SW-CYCSTAT-AT-END     VALUE 'Y'.
001120 77  K010G-SW-AUDITLOG-EOF           PIC X(01) VALUE 'N'.
001130     88  K010G-SW-AUDITLOG-AT-END    VALUE 'Y'.
001140 77  K010G-SW-ALERTLOG-EOF           PIC X(01) VALUE 'N'.
001150     88  K010G-SW-ALERTLOG-AT-END    VALUE 'Y'.
001160 77  K010G-SW-SLAFILE-EOF            PIC X(01) VALUE 'N'.
001170     88  K010G-SW-SLAFILE-AT-END     VALUE 'Y'.
001180 77  K010G-SW-ASCII-MODE             PIC X(01) VALUE 'N'.
001190     88  K010G-SW-ASCII-MODE-ON      VALUE 'Y'.
001200 77  K010G-SW-SCHED-FOUND            PIC X(01) VALUE 'N'.
001210     88  K010G-SW-SCHED-WAS-FOUND    VALUE 'Y'.
001220 77  K010G-SW-OVERNIGHT              PIC X(01) VALUE 'N'.
001230     88  K010G-SW-IS-OVERNIGHT       VALUE 'Y'.
001240 77  K010G-SW-LEAP-YEAR              PIC X(01) VALUE 'N'.
001250     88  K010G-SW-IS-LEAP-YEAR       VALUE 'Y'.
001260
001270 01  K010G-WS-CURRENT-DATE           PIC 9(08).
001280 77  K010G-WS-REPORT-DATE            PIC 9(08).
001290 77  K010G-WS-REPORT-ENV             PIC X(04) VALUE 'PROD'.
001300 77  K010G-WS-NEXT-DAY               PIC X(08).
001310 77  K010G-WS-MORNING-CUTOFF         PIC X(08) VALUE '12000000'.
001320 77  K010G-WS-EVENT-ENV              PIC X(04).
001330 77  K010G-WS-EVENT-STAMP            PIC X(16).
001340 77  K010G-WS-CODEPAGE-FLAG          PIC X(05).
001350 77  K010G-WS-OPEN-BRACKET           PIC X(01).
001360 77  K010G-WS-CLOSE-BRACKET          PIC X(01).
001370 77  K010G-WS-SAVED-RETURN           PIC 9(04) VALUE ZERO.
001380 77  K010G-WS-MONTH-LIMIT            PIC 9(02) VALUE ZERO.
001390 77  K010G-WS-SLA-TEXT               PIC X(20).
001400 77  K010G-WS-RATING                 PIC X(05).
001410 77  K010G-WS-RATING-REASON          PIC X(60).
001420
001430 01  K010G-WS-WORK-DATE              PIC 9(08).
001440 01  K010G-WS-WORK-SPLIT REDEFINES K010G-WS-WORK-DATE.
001450     05  K010G-WS-WORK-YEAR          PIC 9(04).
001460     05  K010G-WS-WORK-MONTH         PIC 9(02).
001470     05  K010G-WS-WORK-DAY           PIC 9(02).
001480
001490 01  K010G-MONTH-DAYS-VALUES.
001500     05  FILLER                      PIC X(24)
001510         VALUE '312831303130313130313031'.
001520 01  K010G-MONTH-DAYS-TABLE REDEFINES K010G-MONTH-DAYS-VALUES.
001530     05  K010G-TB-MONTH-DAYS OCCURS 12 TIMES
001540                                     PIC 9(02).
001550
001560 77  K010G-WS-QUOTIENT               PIC 9(07) COMP VALUE ZERO.
001570 77  K010G-WS-REMAINDER              PIC 9(07) COMP VALUE ZERO.
001580 77  K010G-WS-LEAP-YEAR              PIC 9(04) VALUE ZERO.
001590 77  K010G-WS-ELAPSED-SECS           PIC S9(09) COMP VALUE ZERO.
001600 77  K010G-WS-ELAPSED-MINS           PIC 9(07) COMP VALUE ZERO.
001610 77  K010G-WS-START-DAYS             PIC 9(07) COMP VALUE ZERO.
001620 77  K010G-WS-END-DAYS               PIC 9(07) COMP VALUE ZERO.
001630 77  K010G-WS-START-SECS             PIC 9(07) COMP VALUE ZERO.
001640 77  K010G-WS-END-SECS               PIC 9(07) COMP VALUE ZERO.
001650
001660 01  K010G-WS-DATE-IN                PIC 9(08).
001670 01  K010G-WS-DATE-SPLIT REDEFINES K010G-WS-DATE-IN.
001680     05  K010G-WS-DI-YEAR            PIC 9(04).
001690     05  K010G-WS-DI-MONTH           PIC 9(02).
001700     05  K010G-WS-DI-DAY             PIC 9(02).
001710 77  K010G-WS-DAYS-OUT               PIC 9(07) COMP VALUE ZERO.
001720 77  K010G-WS-STAMP-IN               PIC X(16).
001730 77  K010G-WS-STAMP-FROM             PIC X(16).
001740 77  K010G-WS-HOURS                  PIC 9(02) VALUE ZERO.
001750 77  K010G-WS-MINUTES                PIC 9(02) VALUE ZERO.
001760 77  K010G-WS-SECONDS                PIC 9(02) VALUE ZERO.
001770
001780 01  K010G-MONTH-OFFSET-VALUES.
001790     05  FILLER                      PIC X(36) VALUE
001800         '000031059090120151181212243273304334'.
001810 01  K010G-MONTH-OFFSET-TABLE
001820         REDEFINES K010G-MONTH-OFFSET-VALUES.
001830     05  K010G-TB-MONTH-OFFSET OCCURS 12 TIMES
001840                                     PIC 9(03).
001850
001860 77  K010G-SUB                       PIC 9(05) COMP VALUE ZERO.
001870 77  K010G-SUB-FOUND                 PIC 9(05) COMP VALUE ZERO.
001880 77  K010G-MX-SCHEDULES              PIC 9(05) COMP VALUE 200.
001890 77  K010G-MX-TARGETS                PIC 9(05) COMP VALUE 100.
001900 77  K010G-MX-ALERTS                 PIC 9(05) COMP VALUE 300.
001910 77  K010G-MX-OVERRIDES              PIC 9(05) COMP VALUE 200.
001920
001930 01  K010G-WS-FIND-KEY.
001940     05  K010G-WS-FIND-JOB           PIC X(08).
001950     05  K010G-WS-FIND-CYCLE         PIC X(04).
001960
001970* One entry per cycle status record for the run date, with the
001980* elapsed minutes of its audit START/END pair once paired.
001990 01  K010G-SCHEDULE-TABLE.
002000     05  K010G-SCHEDULE-ENTRY OCCURS 200 TIMES.
002010         10  K010G-TB-JOB-NAME       PIC X(08).
002020         10  K010G-TB-CYCLE-ID       PIC X(04).
002030         10  K010G-TB-STATUS         PIC X(06).
002040         10  K010G-TB-START-STAMP    PIC X(16).
002050         10  K010G-TB-CURRENT-STEP   PIC X(08).
002060         10  K010G-TB-OPEN-FLAG      PIC X(01).
002070             88  K010G-TB-HAS-OPEN   VALUE 'Y'.
002080         10  K010G-TB-PAIR-FLAG      PIC X(01).
002090             88  K010G-TB-HAS-PAIR   VALUE 'Y'.
002100         10  K010G-TB-ELAPSED-MINS   PIC 9(05) COMP.
002110
002120 01  K010G-TARGET-TABLE.
002130     05  K010G-TARGET-ENTRY OCCURS 100 TIMES.
002140         10  K010G-TB-TG-JOB-NAME    PIC X(08).
002150         10  K010G-TB-TG-CYCLE-ID    PIC X(04).
002160         10  K010G-TB-TG-MINS        PIC 9(04).
002170
002180 01  K010G-ALERT-TABLE.
002190     05  K010G-ALERT-ENTRY OCCURS 300 TIMES.
002200         10  K010G-TB-AL-REASON      PIC X(08).
002210         10  K010G-TB-AL-JOB-NAME    PIC X(08).
002220         10  K010G-TB-AL-PROGRAM-ID  PIC X(18).
002230         10  K010G-TB-AL-TIMESTAMP   PIC X(16).
002240         10  K010G-TB-AL-DESTINATION PIC X(07).
002250         10  K010G-TB-AL-SEVERITY    PIC X(01).
002260
002270 01  K010G-OVERRIDE-TABLE.
002280     05  K010G-OVERRIDE-ENTRY OCCURS 200 TIMES.
002290         10  K010G-TB-OV-EVENT       PIC X(05).
002300         10  K010G-TB-OV-JOB-NAME    PIC X(08).
002310         10  K010G-TB-OV-CYCLE-ID    PIC X(04).
002320         10  K010G-TB-OV-OPERATOR    PIC X(11).
002330         10  K010G-TB-OV-TIMESTAMP   PIC X(16).
002340
002350 77  K010G-CT-SCHEDULES              PIC 9(05) COMP VALUE ZERO.
002360 77  K010G-CT-TARGETS                PIC 9(05) COMP VALUE ZERO.
002370 77  K010G-CT-ALERTS                 PIC 9(05) COMP VALUE ZERO.
002380 77  K010G-CT-OVERRIDES              PIC 9(05) COMP VALUE ZERO.
002390 77  K010G-CT-CLOSED                 PIC 9(05) COMP VALUE ZERO.
002400 77  K010G-CT-FAILED                 PIC 9(05) COMP VALUE ZERO.
002410 77  K010G-CT-HELD                   PIC 9(05) COMP VALUE ZERO.
002420 77  K010G-CT-SKIPPED                PIC 9(05) COMP VALUE ZERO.
002430 77  K010G-CT-FORCED                 PIC 9(05) COMP VALUE ZERO.
002440 77  K010G-CT-ABANDONED              PIC 9(05) COMP VALUE ZERO.
002450 77  K010G-CT-WAITING                PIC 9(05) COMP VALUE ZERO.
002460 77  K010G-CT-BREACHES               PIC 9(05) COMP VALUE ZERO.
002470 77  K010G-CT-SEV1-ALERTS            PIC 9(05) COMP VALUE ZERO.
002480 77  K010G-CT-RERAISES               PIC 9(05) COMP VALUE ZERO.
002490 77  K010G-CT-AUDIT-READ             PIC 9(07) COMP VALUE ZERO.
002500 77  K010G-CT-ALERTS-READ            PIC 9(07) COMP VALUE ZERO.
002510
002520 77  K010G-WS-NUM-A                  PIC 9(05) VALUE ZERO.
002530 77  K010G-WS-NUM-B                  PIC 9(05) VALUE ZERO.
002540 77  K010G-WS-NUM-C                  PIC 9(05) VALUE ZERO.
002550 77  K010G-WS-NUM-D                  PIC 9(05) VALUE ZERO.
002560 77  K010G-WS-NUM-E                  PIC 9(05) VALUE ZERO.
002570 77  K010G-WS-NUM-F                  PIC 9(05) VALUE ZERO.
002580 77  K010G-WS-NUM-G                  PIC 9(05) VALUE ZERO.
002590
002600 LINKAGE SECTION.
002610 01  LS-PARM-AREA.
002620     05  LS-PARM-LENGTH              PIC S9(04) COMP.
002630     05  LS-PARM-TEXT                PIC X(80).
002640
002650 PROCEDURE DIVISION USING LS-PARM-AREA.
002660 MAIN-PROCEDURE.
002670     ACCEPT K010G-WS-CURRENT-DATE FROM DATE YYYYMMDD.
002680     PERFORM 1000-PARSE-PARM THRU 1000-EXIT.
002690     PERFORM 1500-VALIDATE-SYMBOLS THRU 1500-EXIT.
002700     MOVE K010G-WS-REPORT-DATE TO K010G-WS-WORK-DATE.
002710     PERFORM 7000-COMPUTE-NEXT-DAY THRU 7000-EXIT.
002720     PERFORM 2000-LOAD-SLA-TARGETS THRU 2000-EXIT.
002730     PERFORM 2500-OPEN-REPORT THRU 2500-EXIT.
002740     PERFORM 3000-SCAN-CYCLE-STATUS THRU 3000-EXIT.
002750     PERFORM 3500-SCAN-AUDIT-FILE THRU 3500-EXIT.
002760     PERFORM 3800-SCAN-ALERT-LOG THRU 3800-EXIT.
002770     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
002780     PERFORM 4200-PRINT-ELAPSED THRU 4200-EXIT.
002790     PERFORM 4400-PRINT-STILL-ACTIVE THRU 4400-EXIT.
002800     PERFORM 4600-PRINT-ALERTS THRU 4600-EXIT.
002810     PERFORM 4800-PRINT-OVERRIDES THRU 4800-EXIT.
002820     PERFORM 5000-RATE-THE-NIGHT THRU 5000-EXIT.
002830     PERFORM 9000-PRINT-CONTROL-TOTALS THRU 9000-EXIT.
002840     GO TO 9999-EXIT.
002850
002860******************************************************************
002870* The briefing normally covers yesterday's run date in PROD - it
002880* runs the morning after.  An 8-digit PARM names another run
002890* date, a 4-byte PARM of TEST or PROD picks the environment, and
002900* a 12-byte PARM carries both, as on the dependency report.
002910******************************************************************
002920 1000-PARSE-PARM.
002930     MOVE K010G-WS-CURRENT-DATE TO K010G-WS-WORK-DATE.
002940     PERFORM 7080-COMPUTE-PRIOR-DAY THRU 7080-EXIT.
002950     MOVE K010G-WS-WORK-DATE TO K010G-WS-REPORT-DATE.
002960     IF LS-PARM-LENGTH = 8
002970         AND LS-PARM-TEXT(1:8) IS NUMERIC
002980         MOVE LS-PARM-TEXT(1:8) TO K010G-WS-REPORT-DATE
002990     END-IF.
003000     IF LS-PARM-LENGTH = 4
003010         AND (LS-PARM-TEXT(1:4) = 'TEST'
003020             OR LS-PARM-TEXT(1:4) = 'PROD')
003030         MOVE LS-PARM-TEXT(1:4) TO K010G-WS-REPORT-ENV
003040     END-IF.
003050     IF LS-PARM-LENGTH = 12
003060         AND LS-PARM-TEXT(1:8) IS NUMERIC
003070         AND (LS-PARM-TEXT(9:4) = 'TEST'
003080             OR LS-PARM-TEXT(9:4) = 'PROD')
003090         MOVE LS-PARM-TEXT(1:8) TO K010G-WS-REPORT-DATE
003100         MOVE LS-PARM-TEXT(9:4) TO K010G-WS-REPORT-ENV
003110     END-IF.
003120 1000-EXIT.
003130     EXIT.
003140
003150******************************************************************
003160* Confirm the EBCDIC-only corner-bracket symbols will actually
003170* render on this runner, the same check YOUR-PROGRAM-NAME makes
003180* before its banner.  K010_ASCII_MODE is only ever exported by
003190* a non-mainframe shell wrapper (e.g. the Linux test runner).
003200******************************************************************
003210 1500-VALIDATE-SYMBOLS.
003220     MOVE SPACES TO K010G-WS-CODEPAGE-FLAG.
003230     ACCEPT K010G-WS-CODEPAGE-FLAG FROM ENVIRONMENT
003240         'K010_ASCII_MODE'.
003250     IF K010G-WS-CODEPAGE-FLAG = 'Y'
003260         OR K010G-WS-CODEPAGE-FLAG = 'y'
003270         SET K010G-SW-ASCII-MODE-ON TO TRUE
003280     END-IF.
003290     IF K010G-SW-ASCII-MODE-ON
003300         MOVE '<' TO K010G-WS-OPEN-BRACKET
003310         MOVE '>' TO K010G-WS-CLOSE-BRACKET
003320     ELSE
003330         MOVE ANGULAR-DERECHA TO K010G-WS-OPEN-BRACKET
003340         MOVE ANGULAR-IZQUIERDA TO K010G-WS-CLOSE-BRACKET
003350     END-IF.
003360 1500-EXIT.
003370     EXIT.
003380
003390******************************************************************
003400* Load the SLA targets - the same card K010S00 reads.  Blank
003410* target columns mean no target; a card with any other
003420* non-numeric target is passed over, K010S00 prints the reject.
003430* No SLA file at all means no schedule has a target.
003440******************************************************************
003450 2000-LOAD-SLA-TARGETS.
003460     OPEN INPUT SLAFILE.
003470     IF K010G-FS-SLAFILE = '35'
003480         GO TO 2000-EXIT
003490     END-IF.
003500     IF K010G-FS-SLAFILE NOT = '00'
003510         DISPLAY K010G-WS-OPEN-BRACKET
003520             'SLAFILE OPEN FAILED - STATUS ' K010G-FS-SLAFILE
003530             K010G-WS-CLOSE-BRACKET
003540         MOVE 16 TO K010G-WS-SAVED-RETURN
003550         GO TO 9999-EXIT
003560     END-IF.
003570     PERFORM 2100-READ-SLA-CARD THRU 2100-EXIT
003580         UNTIL K010G-SW-SLAFILE-AT-END.
003590     CLOSE SLAFILE.
003600 2000-EXIT.
003610     EXIT.
003620
003630 2100-READ-SLA-CARD.
003640     READ SLAFILE
003650         AT END
003660             SET K010G-SW-SLAFILE-AT-END TO TRUE
003670             GO TO 2100-EXIT
003680     END-READ.
003690     IF K010G-SL-JOB-NAME = SPACES
003700         OR K010G-SL-TARGET-X = SPACES
003710         OR K010G-SL-TARGET-MINS NOT NUMERIC
003720         GO TO 2100-EXIT
003730     END-IF.
003740     IF K010G-CT-TARGETS >= K010G-MX-TARGETS
003750         DISPLAY K010G-WS-OPEN-BRACKET
003760             'SLA TARGET TABLE FULL - RAISE K010G-MX-TARGETS'
003770             K010G-WS-CLOSE-BRACKET
003780         MOVE 16 TO K010G-WS-SAVED-RETURN
003790         GO TO 9999-EXIT
003800     END-IF.
003810     ADD 1 TO K010G-CT-TARGETS.
003820     MOVE K010G-SL-JOB-NAME TO
003830         K010G-TB-TG-JOB-NAME (K010G-CT-TARGETS).
003840     MOVE K010G-SL-CYCLE-ID TO
003850         K010G-TB-TG-CYCLE-ID (K010G-CT-TARGETS).
003860     MOVE K010G-SL-TARGET-MINS TO
003870         K010G-TB-TG-MINS (K010G-CT-TARGETS).
003880 2100-EXIT.
003890     EXIT.
003900
003910******************************************************************
003920* Open the briefing through the report writer under the run
003930* date and environment it covers.
003940******************************************************************
003950 2500-OPEN-REPORT.
003960     SET K010-RPT-FUNC-OPEN TO TRUE.
003970     MOVE 'MORNING OPERATIONS BRIEFING' TO K010-RPT-TITLE.
003980     MOVE K010G-WS-REPORT-DATE TO K010-RPT-RUN-DATE.
003990     MOVE SPACES TO K010-RPT-CYCLE-ID.
004000     MOVE K010G-WS-REPORT-ENV TO K010-RPT-ENVIRONMENT.
004010     MOVE ZERO TO K010-RPT-ADVANCE.
004020     CALL 'K010RPT' USING K010-RPT-REQUEST.
004030     IF K010-RPT-RETURN-CODE NOT = '00'
004040         PERFORM 7500-REPORT-FAILURE THRU 7500-EXIT
004050     END-IF.
004060 2500-EXIT.
004070     EXIT.
004080
004090******************************************************************
004100* Browse the cycle status cluster for the run date, counting
004110* each status and filing each schedule for the elapsed and
004120* still-active sections.  Records of the other environment are
004130* passed over; a record with no environment reads as PROD.
004140******************************************************************
004150 3000-SCAN-CYCLE-STATUS.
004160     OPEN INPUT CYCSTAT.
004170     IF K010G-FS-CYCSTAT = '35'
004180         GO TO 3000-EXIT
004190     END-IF.
004200     IF K010G-FS-CYCSTAT NOT = '00'
004210         DISPLAY K010G-WS-OPEN-BRACKET
004220             'CYCSTAT OPEN FAILED - STATUS ' K010G-FS-CYCSTAT
004230             K010G-WS-CLOSE-BRACKET
004240         MOVE 16 TO K010G-WS-SAVED-RETURN
004250         GO TO 9999-EXIT
004260     END-IF.
004270     MOVE K010G-WS-REPORT-DATE TO K010-CST-RUN-DATE.
004280     MOVE LOW-VALUES TO K010-CST-JOB-NAME.
004290     MOVE LOW-VALUES TO K010-CST-CYCLE-ID.
004300     START CYCSTAT KEY NOT < K010-CST-KEY
004310         INVALID KEY
004320             SET K010G-SW-CYCSTAT-AT-END TO TRUE
004330     END-START.
004340     PERFORM 3100-APPLY-CYCLE-STATUS THRU 3100-EXIT
004350         UNTIL K010G-SW-CYCSTAT-AT-END.
004360     CLOSE CYCSTAT.
004370 3000-EXIT.
004380     EXIT.
004390
004400 3100-APPLY-CYCLE-STATUS.
004410     READ CYCSTAT NEXT RECORD
004420         AT END
004430             SET K010G-SW-CYCSTAT-AT-END TO TRUE
004440             GO TO 3100-EXIT
004450     END-READ.
004460     IF K010G-FS-CYCSTAT NOT = '00'
004470         DISPLAY K010G-WS-OPEN-BRACKET
004480             'CYCSTAT READ FAILED - STATUS ' K010G-FS-CYCSTAT
004490             K010G-WS-CLOSE-BRACKET
004500         MOVE 16 TO K010G-WS-SAVED-RETURN
004510         GO TO 9999-EXIT
004520     END-IF.
004530     IF K010-CST-RUN-DATE NOT = K010G-WS-REPORT-DATE
004540         SET K010G-SW-CYCSTAT-AT-END TO TRUE
004550         GO TO 3100-EXIT
004560     END-IF.
004570     MOVE K010-CST-ENVIRONMENT TO K010G-WS-EVENT-ENV.
004580     IF K010G-WS-EVENT-ENV = SPACES
004590         MOVE 'PROD' TO K010G-WS-EVENT-ENV
004600     END-IF.
004610     IF K010G-WS-EVENT-ENV NOT = K010G-WS-REPORT-ENV
004620         GO TO 3100-EXIT
004630     END-IF.
004640     IF K010G-CT-SCHEDULES >= K010G-MX-SCHEDULES
004650         DISPLAY K010G-WS-OPEN-BRACKET
004660             'SCHEDULE TABLE FULL - RAISE K010G-MX-SCHEDULES'
004670             K010G-WS-CLOSE-BRACKET
004680         MOVE 16 TO K010G-WS-SAVED-RETURN
004690         GO TO 9999-EXIT
004700     END-IF.
004710     ADD 1 TO K010G-CT-SCHEDULES.
004720     MOVE K010-CST-JOB-NAME TO
004730         K010G-TB-JOB-NAME (K010G-CT-SCHEDULES).
004740     MOVE K010-CST-CYCLE-ID TO
004750         K010G-TB-CYCLE-ID (K010G-CT-SCHEDULES).
004760     MOVE K010-CST-STATUS TO
004770         K010G-TB-STATUS (K010G-CT-SCHEDULES).
004780     MOVE K010-CST-START-STAMP TO
004790         K010G-TB-START-STAMP (K010G-CT-SCHEDULES).
004800     MOVE K010-CST-CURRENT-STEP TO
004810         K010G-TB-CURRENT-STEP (K010G-CT-SCHEDULES).
004820     MOVE 'N' TO K010G-TB-OPEN-FLAG (K010G-CT-SCHEDULES).
004830     MOVE 'N' TO K010G-TB-PAIR-FLAG (K010G-CT-SCHEDULES).
004840     MOVE ZERO TO K010G-TB-ELAPSED-MINS (K010G-CT-SCHEDULES).
004850     IF K010-CST-CLOSED
004860         ADD 1 TO K010G-CT-CLOSED
004870     END-IF.
004880     IF K010-CST-ACTIVE
004890         ADD 1 TO K010G-CT-FAILED
004900     END-IF.
004910     IF K010-CST-HELD
004920         ADD 1 TO K010G-CT-HELD
004930     END-IF.
004940     IF K010-CST-SKIPPED
004950         ADD 1 TO K010G-CT-SKIPPED
004960     END-IF.
004970     IF K010-CST-ABANDONED
004980         ADD 1 TO K010G-CT-ABANDONED
004990     END-IF.
005000     IF K010-CST-WAITING
005010         ADD 1 TO K010G-CT-WAITING
005020     END-IF.
005030 3100-EXIT.
005040     EXIT.
005050
005060******************************************************************
005070* Scan AUDITLOG once for both the elapsed pairs and the
005080* overrides.  A START belongs to a schedule's run when its stamp
005090* equals the start stamp on the cycle status record - the
005100* kickoff wrote both from the same field - and the next END of
005110* the same job and cycle closes the pair.  Override events of
005120* the environment stamped overnight are filed with the operator
005130* id that rides the program-id field.
005140******************************************************************
005150 3500-SCAN-AUDIT-FILE.
005160     OPEN INPUT AUDITLOG.
005170     IF K010G-FS-AUDITLOG NOT = '00'
005180         DISPLAY K010G-WS-OPEN-BRACKET
005190             'AUDITLOG OPEN FAILED - STATUS ' K010G-FS-AUDITLOG
005200             K010G-WS-CLOSE-BRACKET
005210         MOVE 16 TO K010G-WS-SAVED-RETURN
005220         GO TO 9999-EXIT
005230     END-IF.
005240     PERFORM 3600-APPLY-AUDIT-RECORD THRU 3600-EXIT
005250         UNTIL K010G-SW-AUDITLOG-AT-END.
005260     CLOSE AUDITLOG.
005270 3500-EXIT.
005280     EXIT.
005290
005300 3600-APPLY-AUDIT-RECORD.
005310     READ AUDITLOG
005320         AT END
005330             SET K010G-SW-AUDITLOG-AT-END TO TRUE
005340             GO TO 3600-EXIT
005350     END-READ.
005360     ADD 1 TO K010G-CT-AUDIT-READ.
005370     MOVE K010-AUD-ENVIRONMENT TO K010G-WS-EVENT-ENV.
005380     IF K010G-WS-EVENT-ENV = SPACES
005390         MOVE 'PROD' TO K010G-WS-EVENT-ENV
005400     END-IF.
005410     IF K010G-WS-EVENT-ENV NOT = K010G-WS-REPORT-ENV
005420         GO TO 3600-EXIT
005430     END-IF.
005440     IF K010-AUD-EVENT-HOLD OR K010-AUD-EVENT-SKIP
005450         OR K010-AUD-EVENT-FORCE
005460         PERFORM 3700-FILE-OVERRIDE THRU 3700-EXIT
005470         GO TO 3600-EXIT
005480     END-IF.
005490     IF NOT K010-AUD-EVENT-START AND NOT K010-AUD-EVENT-END
005500         GO TO 3600-EXIT
005510     END-IF.
005520     MOVE K010-AUD-JOB-NAME TO K010G-WS-FIND-JOB.
005530     MOVE K010-AUD-CYCLE-ID TO K010G-WS-FIND-CYCLE.
005540     PERFORM 6000-FIND-SCHEDULE THRU 6000-EXIT.
005550     IF NOT K010G-SW-SCHED-WAS-FOUND
005560         GO TO 3600-EXIT
005570     END-IF.
005580     IF K010-AUD-EVENT-START
005590         IF K010-AUD-TIMESTAMP =
005600             K010G-TB-START-STAMP (K010G-SUB-FOUND)
005610             SET K010G-TB-HAS-OPEN (K010G-SUB-FOUND) TO TRUE
005620         ELSE
005630             MOVE 'N' TO K010G-TB-OPEN-FLAG (K010G-SUB-FOUND)
005640         END-IF
005650         GO TO 3600-EXIT
005660     END-IF.
005670     IF NOT K010G-TB-HAS-OPEN (K010G-SUB-FOUND)
005680         GO TO 3600-EXIT
005690     END-IF.
005700     MOVE K010G-TB-START-STAMP (K010G-SUB-FOUND) TO
005710         K010G-WS-STAMP-FROM.
005720     MOVE K010-AUD-TIMESTAMP TO K010G-WS-STAMP-IN.
005730     PERFORM 3740-COMPUTE-ELAPSED THRU 3740-EXIT.
005740     MOVE 'N' TO K010G-TB-OPEN-FLAG (K010G-SUB-FOUND).
005750     SET K010G-TB-HAS-PAIR (K010G-SUB-FOUND) TO TRUE.
005760     MOVE K010G-WS-ELAPSED-MINS TO
005770         K010G-TB-ELAPSED-MINS (K010G-SUB-FOUND).
005780 3600-EXIT.
005790     EXIT.
005800
005810 3700-FILE-OVERRIDE.
005820     MOVE K010-AUD-TIMESTAMP TO K010G-WS-EVENT-STAMP.
005830     PERFORM 6500-CHECK-OVERNIGHT THRU 6500-EXIT.
005840     IF NOT K010G-SW-IS-OVERNIGHT
005850         GO TO 3700-EXIT
005860     END-IF.
005870     IF K010-AUD-EVENT-FORCE
005880         ADD 1 TO K010G-CT-FORCED
005890     END-IF.
005900     IF K010G-CT-OVERRIDES >= K010G-MX-OVERRIDES
005910         DISPLAY K010G-WS-OPEN-BRACKET
005920             'OVERRIDE TABLE FULL - RAISE K010G-MX-OVERRIDES'
005930             K010G-WS-CLOSE-BRACKET
005940         MOVE 16 TO K010G-WS-SAVED-RETURN
005950         GO TO 9999-EXIT
005960     END-IF.
005970     ADD 1 TO K010G-CT-OVERRIDES.
005980     MOVE K010-AUD-EVENT-TYPE TO
005990         K010G-TB-OV-EVENT (K010G-CT-OVERRIDES).
006000     MOVE K010-AUD-JOB-NAME TO
006010         K010G-TB-OV-JOB-NAME (K010G-CT-OVERRIDES).
006020     MOVE K010-AUD-CYCLE-ID TO
006030         K010G-TB-OV-CYCLE-ID (K010G-CT-OVERRIDES).
006040     MOVE K010-AUD-PROGRAM-ID(8:11) TO
006050         K010G-TB-OV-OPERATOR (K010G-CT-OVERRIDES).
006060     MOVE K010-AUD-TIMESTAMP TO
006070         K010G-TB-OV-TIMESTAMP (K010G-CT-OVERRIDES).
006080 3700-EXIT.
006090     EXIT.
006100
006110******************************************************************
006120* Elapsed minutes between the from-stamp and the in-stamp -
006130* whole days through the calendar walk below, the time of day
006140* on top, truncated to minutes, the same arithmetic the SLA
006150* trend step uses.
006160******************************************************************
006170 3740-COMPUTE-ELAPSED.
006180     MOVE K010G-WS-STAMP-FROM(1:8) TO K010G-WS-DATE-IN.
006190     PERFORM 3760-DATE-TO-DAYS THRU 3760-EXIT.
006200     MOVE K010G-WS-DAYS-OUT TO K010G-WS-START-DAYS.
006210     MOVE K010G-WS-STAMP-FROM(9:2)  TO K010G-WS-HOURS.
006220     MOVE K010G-WS-STAMP-FROM(11:2) TO K010G-WS-MINUTES.
006230     MOVE K010G-WS-STAMP-FROM(13:2) TO K010G-WS-SECONDS.
006240     COMPUTE K010G-WS-START-SECS =
006250         (3600 * K010G-WS-HOURS)
006260         + (60 * K010G-WS-MINUTES)
006270         + K010G-WS-SECONDS.
006280     MOVE K010G-WS-STAMP-IN(1:8) TO K010G-WS-DATE-IN.
006290     PERFORM 3760-DATE-TO-DAYS THRU 3760-EXIT.
006300     MOVE K010G-WS-DAYS-OUT TO K010G-WS-END-DAYS.
006310     MOVE K010G-WS-STAMP-IN(9:2)  TO K010G-WS-HOURS.
006320     MOVE K010G-WS-STAMP-IN(11:2) TO K010G-WS-MINUTES.
006330     MOVE K010G-WS-STAMP-IN(13:2) TO K010G-WS-SECONDS.
006340     COMPUTE K010G-WS-END-SECS =
006350         (3600 * K010G-WS-HOURS)
006360         + (60 * K010G-WS-MINUTES)
006370         + K010G-WS-SECONDS.
006380     COMPUTE K010G-WS-ELAPSED-SECS =
006390         ((K010G-WS-END-DAYS - K010G-WS-START-DAYS) * 86400)
006400         + K010G-WS-END-SECS - K010G-WS-START-SECS.
006410     IF K010G-WS-ELAPSED-SECS < ZERO
006420         MOVE ZERO TO K010G-WS-ELAPSED-SECS
006430     END-IF.
006440     DIVIDE K010G-WS-ELAPSED-SECS BY 60
006450         GIVING K010G-WS-ELAPSED-MINS.
006460 3740-EXIT.
006470     EXIT.
006480
006490******************************************************************
006500* Convert a YYYYMMDD date to a running day number - 365 a year
006510* plus the leap days the calendar has handed out before that
006520* year, the month offset, and the day.  Only differences are
006530* ever taken, so the epoch does not matter.
006540******************************************************************
006550 3760-DATE-TO-DAYS.
006560     SUBTRACT 1 FROM K010G-WS-DI-YEAR
006570         GIVING K010G-WS-LEAP-YEAR.
006580     COMPUTE K010G-WS-DAYS-OUT =
006590         (365 * K010G-WS-LEAP-YEAR)
006600         + K010G-TB-MONTH-OFFSET (K010G-WS-DI-MONTH)
006610         + K010G-WS-DI-DAY.
006620     DIVIDE K010G-WS-LEAP-YEAR BY 4
006630         GIVING K010G-WS-QUOTIENT
006640         REMAINDER K010G-WS-REMAINDER.
006650     ADD K010G-WS-QUOTIENT TO K010G-WS-DAYS-OUT.
006660     DIVIDE K010G-WS-LEAP-YEAR BY 100
006670         GIVING K010G-WS-QUOTIENT
006680         REMAINDER K010G-WS-REMAINDER.
006690     SUBTRACT K010G-WS-QUOTIENT FROM K010G-WS-DAYS-OUT.
006700     DIVIDE K010G-WS-LEAP-YEAR BY 400
006710         GIVING K010G-WS-QUOTIENT
006720         REMAINDER K010G-WS-REMAINDER.
006730     ADD K010G-WS-QUOTIENT TO K010G-WS-DAYS-OUT.
006740     IF K010G-WS-DI-MONTH > 2
006750         MOVE K010G-WS-DI-YEAR TO K010G-WS-WORK-YEAR
006760         PERFORM 7060-CHECK-LEAP-YEAR THRU 7060-EXIT
006770         IF K010G-SW-IS-LEAP-YEAR
006780             ADD 1 TO K010G-WS-DAYS-OUT
006790         END-IF
006800     END-IF.
006810 3760-EXIT.
006820     EXIT.
006830
006840******************************************************************
006850* Scan ALERTLOG for the alerts raised overnight.  Escalation
006860* re-raises repeat an alert already on the log, so they are
006870* counted on their own and not listed again.
006880******************************************************************
006890 3800-SCAN-ALERT-LOG.
006900     OPEN INPUT ALERTLOG.
006910     IF K010G-FS-ALERTLOG = '35'
006920         GO TO 3800-EXIT
006930     END-IF.
006940     IF K010G-FS-ALERTLOG NOT = '00'
006950         DISPLAY K010G-WS-OPEN-BRACKET
006960             'ALERTLOG OPEN FAILED - STATUS ' K010G-FS-ALERTLOG
006970             K010G-WS-CLOSE-BRACKET
006980         MOVE 16 TO K010G-WS-SAVED-RETURN
006990         GO TO 9999-EXIT
007000     END-IF.
007010     PERFORM 3900-APPLY-ALERT-RECORD THRU 3900-EXIT
007020         UNTIL K010G-SW-ALERTLOG-AT-END.
007030     CLOSE ALERTLOG.
007040 3800-EXIT.
007050     EXIT.
007060
007070 3900-APPLY-ALERT-RECORD.
007080     READ ALERTLOG
007090         AT END
007100             SET K010G-SW-ALERTLOG-AT-END TO TRUE
007110             GO TO 3900-EXIT
007120     END-READ.
007130     ADD 1 TO K010G-CT-ALERTS-READ.
007140     MOVE K010-ALR-TIMESTAMP TO K010G-WS-EVENT-STAMP.
007150     PERFORM 6500-CHECK-OVERNIGHT THRU 6500-EXIT.
007160     IF NOT K010G-SW-IS-OVERNIGHT
007170         GO TO 3900-EXIT
007180     END-IF.
007190     IF K010-ALR-IS-RERAISE
007200         ADD 1 TO K010G-CT-RERAISES
007210         GO TO 3900-EXIT
007220     END-IF.
007230     IF K010-ALR-SEVERITY = '1'
007240         ADD 1 TO K010G-CT-SEV1-ALERTS
007250     END-IF.
007260     IF K010G-CT-ALERTS >= K010G-MX-ALERTS
007270         DISPLAY K010G-WS-OPEN-BRACKET
007280             'ALERT TABLE FULL - RAISE K010G-MX-ALERTS'
007290             K010G-WS-CLOSE-BRACKET
007300         MOVE 16 TO K010G-WS-SAVED-RETURN
007310         GO TO 9999-EXIT
007320     END-IF.
007330     ADD 1 TO K010G-CT-ALERTS.
007340     MOVE K010-ALR-REASON-CODE TO
007350         K010G-TB-AL-REASON (K010G-CT-ALERTS).
007360     MOVE K010-ALR-JOB-NAME TO
007370         K010G-TB-AL-JOB-NAME (K010G-CT-ALERTS).
007380     MOVE K010-ALR-PROGRAM-ID TO
007390         K010G-TB-AL-PROGRAM-ID (K010G-CT-ALERTS).
007400     MOVE K010-ALR-TIMESTAMP TO
007410         K010G-TB-AL-TIMESTAMP (K010G-CT-ALERTS).
007420     MOVE K010-ALR-DESTINATION TO
007430         K010G-TB-AL-DESTINATION (K010G-CT-ALERTS).
007440     MOVE K010-ALR-SEVERITY TO
007450         K010G-TB-AL-SEVERITY (K010G-CT-ALERTS).
007460 3900-EXIT.
007470     EXIT.
007480
007490******************************************************************
007500* The night in one line - the cycle status counts and the forced
007510* count - then the counts the rating is judged on.
007520******************************************************************
007530 4000-PRINT-SUMMARY.
007540     MOVE K010G-CT-CLOSED    TO K010G-WS-NUM-A.
007550     MOVE K010G-CT-FAILED    TO K010G-WS-NUM-B.
007560     MOVE K010G-CT-HELD      TO K010G-WS-NUM-C.
007570     MOVE K010G-CT-SKIPPED   TO K010G-WS-NUM-D.
007580     MOVE K010G-CT-FORCED    TO K010G-WS-NUM-E.
007590     MOVE K010G-CT-ABANDONED TO K010G-WS-NUM-F.
007600     MOVE K010G-CT-WAITING   TO K010G-WS-NUM-G.
007610     MOVE SPACES TO K010-RPT-LINE.
007620     STRING 'CLOSED ' DELIMITED BY SIZE
007630            K010G-WS-NUM-A DELIMITED BY SIZE
007640            '  FAILED ' DELIMITED BY SIZE
007650            K010G-WS-NUM-B DELIMITED BY SIZE
007660            '  HELD ' DELIMITED BY SIZE
007670            K010G-WS-NUM-C DELIMITED BY SIZE
007680            '  SKIPPED ' DELIMITED BY SIZE
007690            K010G-WS-NUM-D DELIMITED BY SIZE
007700            '  FORCED ' DELIMITED BY SIZE
007710            K010G-WS-NUM-E DELIMITED BY SIZE
007720            '  ABANDONED ' DELIMITED BY SIZE
007730            K010G-WS-NUM-F DELIMITED BY SIZE
007740            '  WAITING ' DELIMITED BY SIZE
007750            K010G-WS-NUM-G DELIMITED BY SIZE
007760         INTO K010-RPT-LINE
007770     END-STRING.
007780     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
007790     MOVE K010G-CT-SCHEDULES  TO K010G-WS-NUM-A.
007800     MOVE K010G-CT-ALERTS     TO K010G-WS-NUM-B.
007810     MOVE K010G-CT-SEV1-ALERTS TO K010G-WS-NUM-C.
007820     MOVE K010G-CT-RERAISES   TO K010G-WS-NUM-D.
007830     MOVE K010G-CT-OVERRIDES  TO K010G-WS-NUM-E.
007840     MOVE SPACES TO K010-RPT-LINE.
007850     STRING 'SCHEDULES ' DELIMITED BY SIZE
007860            K010G-WS-NUM-A DELIMITED BY SIZE
007870            '  ALERTS ' DELIMITED BY SIZE
007880            K010G-WS-NUM-B DELIMITED BY SIZE
007890            '  SEVERITY 1 ' DELIMITED BY SIZE
007900            K010G-WS-NUM-C DELIMITED BY SIZE
007910            '  ESCALATIONS ' DELIMITED BY SIZE
007920            K010G-WS-NUM-D DELIMITED BY SIZE
007930            '  OVERRIDES ' DELIMITED BY SIZE
007940            K010G-WS-NUM-E DELIMITED BY SIZE
007950         INTO K010-RPT-LINE
007960     END-STRING.
007970     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
007980 4000-EXIT.
007990     EXIT.
008000
008010******************************************************************
008020* Each schedule's elapsed minutes against its SLA target.  A
008030* schedule with no paired START/END (held, skipped, waiting or
008040* still running) shows no elapsed time.
008050******************************************************************
008060 4200-PRINT-ELAPSED.
008070     MOVE 'ELAPSED AGAINST SLA TARGET' TO K010-RPT-LINE.
008080     MOVE 2 TO K010-RPT-ADVANCE.
008090     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
008100     PERFORM 4300-PRINT-ONE-ELAPSED THRU 4300-EXIT
008110         VARYING K010G-SUB FROM 1 BY 1
008120         UNTIL K010G-SUB > K010G-CT-SCHEDULES.
008130 4200-EXIT.
008140     EXIT.
008150
008160 4300-PRINT-ONE-ELAPSED.
008170     MOVE K010G-TB-JOB-NAME (K010G-SUB) TO K010G-WS-FIND-JOB.
008180     MOVE K010G-TB-CYCLE-ID (K010G-SUB) TO K010G-WS-FIND-CYCLE.
008190     PERFORM 6200-FIND-TARGET THRU 6200-EXIT.
008200     MOVE K010G-TB-ELAPSED-MINS (K010G-SUB) TO K010G-WS-NUM-A.
008210     MOVE ZERO TO K010G-WS-NUM-B.
008220     MOVE SPACES TO K010G-WS-SLA-TEXT.
008230     IF K010G-SW-SCHED-WAS-FOUND
008240         MOVE K010G-TB-TG-MINS (K010G-SUB-FOUND) TO K010G-WS-NUM-B
008250     ELSE
008260         MOVE 'NO SLA TARGET' TO K010G-WS-SLA-TEXT
008270     END-IF.
008280     IF NOT K010G-TB-HAS-PAIR (K010G-SUB)
008290         MOVE 'NO ELAPSED TIME' TO K010G-WS-SLA-TEXT
008300     END-IF.
008310     IF K010G-TB-HAS-PAIR (K010G-SUB)
008320         AND K010G-SW-SCHED-WAS-FOUND
008330         IF K010G-TB-ELAPSED-MINS (K010G-SUB) >
008340             K010G-TB-TG-MINS (K010G-SUB-FOUND)
008350             MOVE '*** SLA BREACH ***' TO K010G-WS-SLA-TEXT
008360             ADD 1 TO K010G-CT-BREACHES
008370         ELSE
008380             MOVE 'WITHIN TARGET' TO K010G-WS-SLA-TEXT
008390         END-IF
008400     END-IF.
008410     MOVE SPACES TO K010-RPT-LINE.
008420     STRING K010G-TB-JOB-NAME (K010G-SUB) DELIMITED BY SIZE
008430            ' ' DELIMITED BY SIZE
008440            K010G-TB-CYCLE-ID (K010G-SUB) DELIMITED BY SIZE
008450            ' ' DELIMITED BY SIZE
008460            K010G-TB-STATUS (K010G-SUB) DELIMITED BY SIZE
008470            ' ELAPSED ' DELIMITED BY SIZE
008480            K010G-WS-NUM-A DELIMITED BY SIZE
008490            ' MINS TARGET ' DELIMITED BY SIZE
008500            K010G-WS-NUM-B DELIMITED BY SIZE
008510            ' MINS ' DELIMITED BY SIZE
008520            K010G-WS-SLA-TEXT DELIMITED BY SIZE
008530         INTO K010-RPT-LINE
008540     END-STRING.
008550     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
008560 4300-EXIT.
008570     EXIT.
008580
008590******************************************************************
008600* Every schedule still ACTIVE - where it stopped and since when -
008610* the ones the day shift has to chase first.
008620******************************************************************
008630 4400-PRINT-STILL-ACTIVE.
008640     MOVE 'STILL ACTIVE' TO K010-RPT-LINE.
008650     MOVE 2 TO K010-RPT-ADVANCE.
008660     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
008670     IF K010G-CT-FAILED = ZERO
008680         MOVE 'NONE' TO K010-RPT-LINE
008690         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
008700         GO TO 4400-EXIT
008710     END-IF.
008720     PERFORM 4500-PRINT-ONE-ACTIVE THRU 4500-EXIT
008730         VARYING K010G-SUB FROM 1 BY 1
008740         UNTIL K010G-SUB > K010G-CT-SCHEDULES.
008750 4400-EXIT.
008760     EXIT.
008770
008780 4500-PRINT-ONE-ACTIVE.
008790     IF K010G-TB-STATUS (K010G-SUB) NOT = 'ACTIVE'
008800         GO TO 4500-EXIT
008810     END-IF.
008820     MOVE SPACES TO K010-RPT-LINE.
008830     STRING K010G-TB-JOB-NAME (K010G-SUB) DELIMITED BY SIZE
008840            ' ' DELIMITED BY SIZE
008850            K010G-TB-CYCLE-ID (K010G-SUB) DELIMITED BY SIZE
008860            ' STARTED ' DELIMITED BY SIZE
008870            K010G-TB-START-STAMP (K010G-SUB) DELIMITED BY SIZE
008880            ' LAST STEP ' DELIMITED BY SIZE
008890            K010G-TB-CURRENT-STEP (K010G-SUB) DELIMITED BY SIZE
008900         INTO K010-RPT-LINE
008910     END-STRING.
008920     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
008930 4500-EXIT.
008940     EXIT.
008950
008960******************************************************************
008970* Every alert raised overnight with where it went and how hard.
008980******************************************************************
008990 4600-PRINT-ALERTS.
009000     MOVE 'OVERNIGHT ALERTS' TO K010-RPT-LINE.
009010     MOVE 2 TO K010-RPT-ADVANCE.
009020     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
009030     IF K010G-CT-ALERTS = ZERO
009040         MOVE 'NONE' TO K010-RPT-LINE
009050         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
009060         GO TO 4600-EXIT
009070     END-IF.
009080     PERFORM 4700-PRINT-ONE-ALERT THRU 4700-EXIT
009090         VARYING K010G-SUB FROM 1 BY 1
009100         UNTIL K010G-SUB > K010G-CT-ALERTS.
009110 4600-EXIT.
009120     EXIT.
009130
009140 4700-PRINT-ONE-ALERT.
009150     MOVE SPACES TO K010-RPT-LINE.
009160     STRING K010G-TB-AL-TIMESTAMP (K010G-SUB) DELIMITED BY SIZE
009170            ' ' DELIMITED BY SIZE
009180            K010G-TB-AL-REASON (K010G-SUB) DELIMITED BY SIZE
009190            ' JOB ' DELIMITED BY SIZE
009200            K010G-TB-AL-JOB-NAME (K010G-SUB) DELIMITED BY SIZE
009210            ' FROM ' DELIMITED BY SIZE
009220            K010G-TB-AL-PROGRAM-ID (K010G-SUB) DELIMITED BY SIZE
009230            ' TO ' DELIMITED BY SIZE
009240            K010G-TB-AL-DESTINATION (K010G-SUB) DELIMITED BY SIZE
009250            ' SEVERITY ' DELIMITED BY SIZE
009260            K010G-TB-AL-SEVERITY (K010G-SUB) DELIMITED BY SIZE
009270         INTO K010-RPT-LINE
009280     END-STRING.
009290     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
009300 4700-EXIT.
009310     EXIT.
009320
009330******************************************************************
009340* Every operator override of the night and who ordered it.
009350******************************************************************
009360 4800-PRINT-OVERRIDES.
009370     MOVE 'OPERATOR OVERRIDES' TO K010-RPT-LINE.
009380     MOVE 2 TO K010-RPT-ADVANCE.
009390     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
009400     IF K010G-CT-OVERRIDES = ZERO
009410         MOVE 'NONE' TO K010-RPT-LINE
009420         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
009430         GO TO 4800-EXIT
009440     END-IF.
009450     PERFORM 4900-PRINT-ONE-OVERRIDE THRU 4900-EXIT
009460         VARYING K010G-SUB FROM 1 BY 1
009470         UNTIL K010G-SUB > K010G-CT-OVERRIDES.
009480 4800-EXIT.
009490     EXIT.
009500
009510 4900-PRINT-ONE-OVERRIDE.
009520     MOVE SPACES TO K010-RPT-LINE.
009530     STRING K010G-TB-OV-TIMESTAMP (K010G-SUB) DELIMITED BY SIZE
009540            ' ' DELIMITED BY SIZE
009550            K010G-TB-OV-EVENT (K010G-SUB) DELIMITED BY SIZE
009560            ' ' DELIMITED BY SIZE
009570            K010G-TB-OV-JOB-NAME (K010G-SUB) DELIMITED BY SIZE
009580            ' ' DELIMITED BY SIZE
009590            K010G-TB-OV-CYCLE-ID (K010G-SUB) DELIMITED BY SIZE
009600            ' BY OPERATOR ' DELIMITED BY SIZE
009610            K010G-TB-OV-OPERATOR (K010G-SUB) DELIMITED BY SIZE
009620         INTO K010-RPT-LINE
009630     END-STRING.
009640     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
009650 4900-EXIT.
009660     EXIT.
009670
009680******************************************************************
009690* Rate the night.  RED when work was lost - a cycle failed or
009700* was abandoned - or a severity 1 alert fired; AMBER when the
009710* night needed a hand - an override, a cycle held, skipped,
009720* forced or still waiting, an SLA breach or any other alert;
009730* GREEN otherwise.  RED ends the step RC=8, AMBER RC=4.
009740******************************************************************
009750 5000-RATE-THE-NIGHT.
009760     MOVE 'GREEN' TO K010G-WS-RATING.
009770     MOVE 'EVERY CYCLE CLOSED WITHIN TARGET AND NO ALERTS'
009780         TO K010G-WS-RATING-REASON.
009790     IF K010G-CT-HELD > ZERO OR K010G-CT-SKIPPED > ZERO
009800         OR K010G-CT-FORCED > ZERO OR K010G-CT-WAITING > ZERO
009810         OR K010G-CT-OVERRIDES > ZERO
009820         MOVE 'AMBER' TO K010G-WS-RATING
009830         MOVE 'OPERATOR OVERRIDES OR CYCLES STILL WAITING'
009840             TO K010G-WS-RATING-REASON
009850     END-IF.
009860     IF K010G-CT-BREACHES > ZERO
009870         MOVE 'AMBER' TO K010G-WS-RATING
009880         MOVE 'SLA TARGETS BREACHED' TO K010G-WS-RATING-REASON
009890     END-IF.
009900     IF K010G-CT-ALERTS > ZERO
009910         MOVE 'AMBER' TO K010G-WS-RATING
009920         MOVE 'ALERTS RAISED OVERNIGHT' TO K010G-WS-RATING-REASON
009930     END-IF.
009940     IF K010G-CT-SEV1-ALERTS > ZERO
009950         MOVE 'RED' TO K010G-WS-RATING
009960         MOVE 'SEVERITY 1 ALERTS RAISED OVERNIGHT'
009970             TO K010G-WS-RATING-REASON
009980     END-IF.
009990     IF K010G-CT-FAILED > ZERO OR K010G-CT-ABANDONED > ZERO
010000         MOVE 'RED' TO K010G-WS-RATING
010010         MOVE 'CYCLES FAILED OR ABANDONED'
010020             TO K010G-WS-RATING-REASON
010030     END-IF.
010040     MOVE SPACES TO K010-RPT-LINE.
010050     STRING 'NIGHT RATING: ' DELIMITED BY SIZE
010060            K010G-WS-RATING DELIMITED BY SIZE
010070            ' - ' DELIMITED BY SIZE
010080            K010G-WS-RATING-REASON DELIMITED BY SIZE
010090         INTO K010-RPT-LINE
010100     END-STRING.
010110     MOVE 2 TO K010-RPT-ADVANCE.
010120     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
010130     IF K010G-WS-RATING = 'RED'
010140         MOVE 8 TO K010G-WS-SAVED-RETURN
010150     END-IF.
010160     IF K010G-WS-RATING = 'AMBER'
010170         MOVE 4 TO K010G-WS-SAVED-RETURN
010180     END-IF.
010190 5000-EXIT.
010200     EXIT.
010210
010220******************************************************************
010230* Find the schedule table entry for the staged job and cycle.
010240* The entry number comes back in K010G-SUB-FOUND.
010250******************************************************************
010260 6000-FIND-SCHEDULE.
010270     MOVE 'N' TO K010G-SW-SCHED-FOUND.
010280     MOVE ZERO TO K010G-SUB-FOUND.
010290     PERFORM 6100-MATCH-SCHEDULE THRU 6100-EXIT
010300         VARYING K010G-SUB FROM 1 BY 1
010310         UNTIL K010G-SW-SCHED-WAS-FOUND
010320         OR K010G-SUB > K010G-CT-SCHEDULES.
010330 6000-EXIT.
010340     EXIT.
010350
010360 6100-MATCH-SCHEDULE.
010370     IF K010G-TB-JOB-NAME (K010G-SUB) = K010G-WS-FIND-JOB
010380         AND K010G-TB-CYCLE-ID (K010G-SUB) = K010G-WS-FIND-CYCLE
010390         MOVE K010G-SUB TO K010G-SUB-FOUND
010400         SET K010G-SW-SCHED-WAS-FOUND TO TRUE
010410     END-IF.
010420 6100-EXIT.
010430     EXIT.
010440
010450******************************************************************
010460* Find the SLA target for the staged job and cycle, leaving the
010470* schedule subscript alone.  The entry number comes back in
010480* K010G-SUB-FOUND.
010490******************************************************************
010500 6200-FIND-TARGET.
010510     MOVE 'N' TO K010G-SW-SCHED-FOUND.
010520     MOVE ZERO TO K010G-SUB-FOUND.
010530     PERFORM 6300-MATCH-TARGET THRU 6300-EXIT
010540         VARYING K010G-SUB-FOUND FROM 1 BY 1
010550         UNTIL K010G-SW-SCHED-WAS-FOUND
010560         OR K010G-SUB-FOUND > K010G-CT-TARGETS.
010570     IF K010G-SW-SCHED-WAS-FOUND
010580         SUBTRACT 1 FROM K010G-SUB-FOUND
010590     END-IF.
010600 6200-EXIT.
010610     EXIT.
010620
010630 6300-MATCH-TARGET.
010640     IF K010G-TB-TG-JOB-NAME (K010G-SUB-FOUND) = K010G-WS-FIND-JOB
010650         AND K010G-TB-TG-CYCLE-ID (K010G-SUB-FOUND) =
010660             K010G-WS-FIND-CYCLE
010670         SET K010G-SW-SCHED-WAS-FOUND TO TRUE
010680     END-IF.
010690 6300-EXIT.
010700     EXIT.
010710
010720******************************************************************
010730* An event is overnight when it is stamped on the run date, or
010740* on the next day before the morning cutoff.
010750******************************************************************
010760 6500-CHECK-OVERNIGHT.
010770     MOVE 'N' TO K010G-SW-OVERNIGHT.
010780     IF K010G-WS-EVENT-STAMP(1:8) = K010G-WS-REPORT-DATE
010790         SET K010G-SW-IS-OVERNIGHT TO TRUE
010800         GO TO 6500-EXIT
010810     END-IF.
010820     IF K010G-WS-EVENT-STAMP(1:8) = K010G-WS-NEXT-DAY
010830         AND K010G-WS-EVENT-STAMP(9:8) < K010G-WS-MORNING-CUTOFF
010840         SET K010G-SW-IS-OVERNIGHT TO TRUE
010850     END-IF.
010860 6500-EXIT.
010870     EXIT.
010880
010890******************************************************************
010900* The calendar day after the date in the work area - day plus
010910* one, rolling the month and year, February stretching to 29 in
010920* a leap year.
010930******************************************************************
010940 7000-COMPUTE-NEXT-DAY.
010950     PERFORM 7050-SET-MONTH-LIMIT THRU 7050-EXIT.
010960     IF K010G-WS-WORK-DAY < K010G-WS-MONTH-LIMIT
010970         ADD 1 TO K010G-WS-WORK-DAY
010980     ELSE
010990         MOVE 1 TO K010G-WS-WORK-DAY
011000         IF K010G-WS-WORK-MONTH = 12
011010             MOVE 1 TO K010G-WS-WORK-MONTH
011020             ADD 1 TO K010G-WS-WORK-YEAR
011030         ELSE
011040             ADD 1 TO K010G-WS-WORK-MONTH
011050         END-IF
011060     END-IF.
011070     MOVE K010G-WS-WORK-DATE TO K010G-WS-NEXT-DAY.
011080 7000-EXIT.
011090     EXIT.
011100
011110 7050-SET-MONTH-LIMIT.
011120     MOVE K010G-TB-MONTH-DAYS (K010G-WS-WORK-MONTH) TO
011130         K010G-WS-MONTH-LIMIT.
011140     IF K010G-WS-WORK-MONTH = 2
011150         PERFORM 7060-CHECK-LEAP-YEAR THRU 7060-EXIT
011160         IF K010G-SW-IS-LEAP-YEAR
011170             MOVE 29 TO K010G-WS-MONTH-LIMIT
011180         END-IF
011190     END-IF.
011200 7050-EXIT.
011210     EXIT.
011220
011230******************************************************************
011240* Leap year test on the year in the work area - divisible by 4
011250* and, on a century, by 400.
011260******************************************************************
011270 7060-CHECK-LEAP-YEAR.
011280     MOVE 'N' TO K010G-SW-LEAP-YEAR.
011290     DIVIDE K010G-WS-WORK-YEAR BY 4
011300         GIVING K010G-WS-QUOTIENT
011310         REMAINDER K010G-WS-REMAINDER.
011320     IF K010G-WS-REMAINDER NOT = ZERO
011330         GO TO 7060-EXIT
011340     END-IF.
011350     DIVIDE K010G-WS-WORK-YEAR BY 100
011360         GIVING K010G-WS-QUOTIENT
011370         REMAINDER K010G-WS-REMAINDER.
011380     IF K010G-WS-REMAINDER NOT = ZERO
011390         SET K010G-SW-IS-LEAP-YEAR TO TRUE
011400         GO TO 7060-EXIT
011410     END-IF.
011420     DIVIDE K010G-WS-WORK-YEAR BY 400
011430         GIVING K010G-WS-QUOTIENT
011440         REMAINDER K010G-WS-REMAINDER.
011450     IF K010G-WS-REMAINDER = ZERO
011460         SET K010G-SW-IS-LEAP-YEAR TO TRUE
011470     END-IF.
011480 7060-EXIT.
011490     EXIT.
011500
011510******************************************************************
011520* The calendar day before the date in the work area - day less
011530* one, stepping back into the last day of the previous month
011540* (and year) on the first.
011550******************************************************************
011560 7080-COMPUTE-PRIOR-DAY.
011570     IF K010G-WS-WORK-DAY > 1
011580         SUBTRACT 1 FROM K010G-WS-WORK-DAY
011590         GO TO 7080-EXIT
011600     END-IF.
011610     IF K010G-WS-WORK-MONTH = 1
011620         MOVE 12 TO K010G-WS-WORK-MONTH
011630         SUBTRACT 1 FROM K010G-WS-WORK-YEAR
011640     ELSE
011650         SUBTRACT 1 FROM K010G-WS-WORK-MONTH
011660     END-IF.
011670     PERFORM 7050-SET-MONTH-LIMIT THRU 7050-EXIT.
011680     MOVE K010G-WS-MONTH-LIMIT TO K010G-WS-WORK-DAY.
011690 7080-EXIT.
011700     EXIT.
011710
011720******************************************************************
011730* Write one detail line through the report writer, the same
011740* convention YOUR-PROGRAM-NAME uses.
011750******************************************************************
011760 7100-WRITE-REPORT-LINE.
011770     SET K010-RPT-FUNC-WRITE TO TRUE.
011780     CALL 'K010RPT' USING K010-RPT-REQUEST.
011790     MOVE ZERO TO K010-RPT-ADVANCE.
011800     IF K010-RPT-RETURN-CODE NOT = '00'
011810         PERFORM 7500-REPORT-FAILURE THRU 7500-EXIT
011820     END-IF.
011830 7100-EXIT.
011840     EXIT.
011850
011860 7500-REPORT-FAILURE.
011870     DISPLAY K010G-WS-OPEN-BRACKET
011880         'REPORT FILE FAILED - STATUS ' K010-RPT-RETURN-CODE
011890         K010G-WS-CLOSE-BRACKET.
011900     MOVE 16 TO K010G-WS-SAVED-RETURN.
011910     GO TO 9999-EXIT.
011920 7500-EXIT.
011930     EXIT.
011940
011950******************************************************************
011960* Briefing totals - audit and alert records read and the SLA
011970* targets loaded - so the page reconciles against the logs.
011980******************************************************************
011990 9000-PRINT-CONTROL-TOTALS.
012000     MOVE K010G-CT-AUDIT-READ  TO K010G-WS-NUM-A.
012010     MOVE K010G-CT-ALERTS-READ TO K010G-WS-NUM-B.
012020     MOVE K010G-CT-TARGETS     TO K010G-WS-NUM-C.
012030     MOVE SPACES TO K010-RPT-LINE.
012040     STRING 'AUDIT RECORDS READ ' DELIMITED BY SIZE
012050            K010G-WS-NUM-A DELIMITED BY SIZE
012060            ' ALERT RECORDS READ ' DELIMITED BY SIZE
012070            K010G-WS-NUM-B DELIMITED BY SIZE
012080            ' SLA TARGETS ' DELIMITED BY SIZE
012090            K010G-WS-NUM-C DELIMITED BY SIZE
012100         INTO K010-RPT-LINE
012110     END-STRING.
012120     MOVE 2 TO K010-RPT-ADVANCE.
012130     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
012140 9000-EXIT.
012150     EXIT.
012160
012170 9999-EXIT.
012180******************************************************************
012190* The abort and warning paths stage their return code in
012200* working storage because the report CALLs on the way out
012210* refresh the RETURN-CODE register, the same convention the
012220* kickoff follows.
012230******************************************************************
012240     SET K010-RPT-FUNC-CLOSE TO TRUE.
012250     CALL 'K010RPT' USING K010-RPT-REQUEST.
012260     MOVE K010G-WS-SAVED-RETURN TO RETURN-CODE.
012270     STOP RUN.
012280 END PROGRAM K010G00.
