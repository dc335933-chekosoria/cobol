000100******************************************************************
000110* Author: Sergio Soria
000120* Creation Date: 20261015
000130* Purpose: Ejercicio 27 - delimited status extract K010X00.
000140*          The monitoring dashboard and the service desk ticketing
000150*          tool take delimited flat files, not print.  This step
000160*          writes one '|' delimited record per schedule on CYCSTAT
000170*          for a run date and environment - job, cycle,
000180*          environment, status, current step, start and end
000190*          stamps, elapsed minutes, SLA target and breach flag,
000200*          and the count and highest severity of the alerts raised
000210*          against the job - between a header record and a trailer
000220*          record carrying the record count and a hash total (the
000230*          sum of the elapsed minutes written).
000240*          Elapsed minutes pair the audit START/END the way the
000250*          SLA trend report K010S00 does; a cycle still ACTIVE is
000260*          timed up to now, so the dashboard sees an overrun while
000270*          it is happening.  Alerts are the ones stamped on the
000280*          run date or the next morning up to noon, escalation
000290*          re-raises left out; severity 1 is the highest.
000300*          Every record extracted is kept on a snapshot
000310*          generation.  In DELTA mode - the intraday runs - a
000320*          record identical to its snapshot image is not sent
000330*          again, so only the schedules that changed since the
000340*          last extract go out.  Every severity 1 alert newer
000350*          than the last one the snapshot remembers is also
000360*          written to the ticket feed, so the service desk opens
000370*          one incident per alert.
000380*          PARM cols 01-05 FULL or DELTA, 07-10 TEST or PROD,
000390*          12-19 the run date.  With no PARM the step runs FULL
000400*          for today's run date in PROD.
000410* Modification Date: 20261015
000420* Modification History:
000430*   20261015 SS  Initial version.
000432*   20261015 SS  Ticket feed takes every severity 1 alert newer
000434*                than the last ticket, inside the run's window
000436*                or not; the window holds only on a first run.
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. K010X00.
000470 AUTHOR. BATCH SUPPORT TEAM.
000480 INSTALLATION. DATA CENTER.
000490 DATE-WRITTEN. 20261015.
000500 DATE-COMPILED.
000510
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540     SPECIAL-NAMES.
000550         SYMBOLIC CHARACTERS ANGULAR-DERECHA 176
000560                             ANGULAR-IZQUIERDA 175.
000570
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT CYCSTAT  ASSIGN TO CYCSTAT
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS K010-CST-KEY
000640         FILE STATUS IS K010X-FS-CYCSTAT.
000650
000660     SELECT AUDITLOG ASSIGN TO AUDITLOG
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS K010X-FS-AUDITLOG.
000690
000700     SELECT ALERTLOG ASSIGN TO ALERTLOG
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS K010X-FS-ALERTLOG.
000730
000740     SELECT SLAFILE  ASSIGN TO SLAFILE
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS K010X-FS-SLAFILE.
000770
000780     SELECT SNAPIN   ASSIGN TO SNAPIN
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS K010X-FS-SNAPIN.
000810
000820     SELECT SNAPOUT  ASSIGN TO SNAPOUT
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS K010X-FS-SNAPOUT.
000850
000860     SELECT EXTRACT  ASSIGN TO EXTRACT
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS K010X-FS-EXTRACT.
000890
000900     SELECT TKTFEED  ASSIGN TO TKTFEED
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS K010X-FS-TKTFEED.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  CYCSTAT
000970     LABEL RECORDS ARE STANDARD.
000980     COPY CYCSTAT.
000990
001000 FD  AUDITLOG
001010     LABEL RECORDS ARE STANDARD.
001020     COPY AUDREC.
001030
001040 FD  ALERTLOG
001050     LABEL RECORDS ARE STANDARD.
001060     COPY ALERTREC.
001070
001080 FD  SLAFILE
001090     LABEL RECORDS ARE STANDARD.
001100 01  K010X-SLA-CARD.
001110     05  K010X-SL-JOB-NAME           PIC X(08).
001120     05  FILLER                      PIC X(02).
001130     05  K010X-SL-CYCLE-ID           PIC X(04).
001140     05  FILLER                      PIC X(02).
001150     05  K010X-SL-TARGET-MINS        PIC 9(04).
001160     05  K010X-SL-TARGET-X REDEFINES K010X-SL-TARGET-MINS
001170                                     PIC X(04).
001180     05  FILLER                      PIC X(60).
001190
001200* Snapshot of the last extract: one header record naming the run
001210* date and environment it covers and the stamp of the newest
001220* alert already sent to the ticket feed, then one record per
001230* schedule holding the delimited image last extracted for it.
001240 FD  SNAPIN
001250     LABEL RECORDS ARE STANDARD.
001260 01  K010X-SNAPIN-RECORD.
001270     05  K010X-SI-TYPE               PIC X(01).
001280         88  K010X-SI-IS-HEADER      VALUE 'H'.
001290     05  K010X-SI-JOB-NAME           PIC X(08).
001300     05  K010X-SI-CYCLE-ID           PIC X(04).
001310     05  K010X-SI-IMAGE              PIC X(150).
001320     05  FILLER                      PIC X(17).
001330 01  K010X-SNAPIN-HEADER REDEFINES K010X-SNAPIN-RECORD.
001340     05  FILLER                      PIC X(01).
001350     05  K010X-SI-RUN-DATE           PIC 9(08).
001360     05  K010X-SI-ENVIRONMENT        PIC X(04).
001370     05  K010X-SI-LAST-TICKET        PIC X(16).
001380     05  FILLER                      PIC X(151).
001390
001400 FD  SNAPOUT
001410     LABEL RECORDS ARE STANDARD.
001420 01  K010X-SNAPOUT-RECORD.
001430     05  K010X-SO-TYPE               PIC X(01).
001440     05  K010X-SO-JOB-NAME           PIC X(08).
001450     05  K010X-SO-CYCLE-ID           PIC X(04).
001460     05  K010X-SO-IMAGE              PIC X(150).
001470     05  FILLER                      PIC X(17).
001480 01  K010X-SNAPOUT-HEADER REDEFINES K010X-SNAPOUT-RECORD.
001490     05  FILLER                      PIC X(01).
001500     05  K010X-SO-RUN-DATE           PIC 9(08).
001510     05  K010X-SO-ENVIRONMENT        PIC X(04).
001520     05  K010X-SO-LAST-TICKET        PIC X(16).
001530     05  FILLER                      PIC X(151).
001540
001550 FD  EXTRACT
001560     LABEL RECORDS ARE STANDARD.
001570 01  K010X-EXTRACT-RECORD            PIC X(150).
001580
001590 FD  TKTFEED
001600     LABEL RECORDS ARE STANDARD.
001610 01  K010X-TICKET-RECORD             PIC X(150).
001620
001630 WORKING-STORAGE SECTION.
001640     COPY RPTCTL.
001650
001660 77  K010X-FS-CYCSTAT                PIC X(02).
001670 77  K010X-FS-AUDITLOG               PIC X(02).
001680 77  K010X-FS-ALERTLOG               PIC X(02).
001690 77  K010X-FS-SLAFILE                PIC X(02).
001700 77  K010X-FS-SNAPIN                 PIC X(02).
001710 77  K010X-FS-SNAPOUT                PIC X(02).
001720 77  K010X-FS-EXTRACT                PIC X(02).
001730 77  K010X-FS-TKTFEED                PIC X(02).
001740
001750 77  K010X-SW-CYCSTAT-EOF            PIC X(01) VALUE 'N'.
001760     88  K010X-SW-CYCSTAT-AT-END     VALUE 'Y'.
001770 77  K010X-SW-AUDITLOG-EOF           PIC X(01) VALUE 'N'.
001780     88  K010X-SW-AUDITLOG-AT-END    VALUE 'Y'.
001790 77  K010X-SW-ALERTLOG-EOF           PIC X(01) VALUE 'N'.
001800     88  K010X-SW-ALERTLOG-AT-END    VALUE 'Y'.
001810 77  K010X-SW-SLAFILE-EOF            PIC X(01) VALUE 'N'.
001820     88  K010X-SW-SLAFILE-AT-END     VALUE 'Y'.
001830 77  K010X-SW-SNAPIN-EOF             PIC X(01) VALUE 'N'.
001840     88  K010X-SW-SNAPIN-AT-END      VALUE 'Y'.
001850 77  K010X-SW-ASCII-MODE             PIC X(01) VALUE 'N'.
001860     88  K010X-SW-ASCII-MODE-ON      VALUE 'Y'.
001870 77  K010X-SW-FOUND                  PIC X(01) VALUE 'N'.
001880     88  K010X-SW-WAS-FOUND          VALUE 'Y'.
001890 77  K010X-SW-OVERNIGHT              PIC X(01) VALUE 'N'.
001900     88  K010X-SW-IS-OVERNIGHT       VALUE 'Y'.
001910 77  K010X-SW-LEAP-YEAR              PIC X(01) VALUE 'N'.
001920     88  K010X-SW-IS-LEAP-YEAR       VALUE 'Y'.
001930 77  K010X-SW-MODE                   PIC X(05) VALUE 'FULL '.
001940     88  K010X-SW-MODE-FULL          VALUE 'FULL '.
001950     88  K010X-SW-MODE-DELTA         VALUE 'DELTA'.
001960 77  K010X-SW-SNAP-SAME-RUN          PIC X(01) VALUE 'N'.
001970     88  K010X-SW-SNAP-IS-SAME-RUN   VALUE 'Y'.
001980
001990 01  K010X-WS-CURRENT-DATE           PIC 9(08).
002000 01  K010X-WS-CURRENT-TIME           PIC 9(08).
002010 77  K010X-WS-NOW-STAMP              PIC X(16).
002020 77  K010X-WS-RUN-DATE               PIC 9(08).
002030 77  K010X-WS-RUN-ENV                PIC X(04) VALUE 'PROD'.
002040 77  K010X-WS-NEXT-DAY               PIC X(08).
002050 77  K010X-WS-MORNING-CUTOFF         PIC X(08) VALUE '12000000'.
002060 77  K010X-WS-EVENT-ENV              PIC X(04).
002070 77  K010X-WS-EVENT-STAMP            PIC X(16).
002080 77  K010X-WS-LAST-TICKET            PIC X(16) VALUE SPACES.
002090 77  K010X-WS-NEW-LAST-TICKET        PIC X(16) VALUE SPACES.
002100 77  K010X-WS-CODEPAGE-FLAG          PIC X(05).
002110 77  K010X-WS-OPEN-BRACKET           PIC X(01).
002120 77  K010X-WS-CLOSE-BRACKET          PIC X(01).
002130 77  K010X-WS-SAVED-RETURN           PIC 9(04) VALUE ZERO.
002140 77  K010X-WS-MONTH-LIMIT            PIC 9(02) VALUE ZERO.
002150 77  K010X-WS-IMAGE                  PIC X(150).
002160 77  K010X-WS-TARGET-TEXT            PIC X(04).
002170 77  K010X-WS-BREACH-FLAG            PIC X(01).
002180 77  K010X-WS-ELAPSED-TEXT           PIC 9(05).
002190 77  K010X-WS-ALERT-TEXT             PIC 9(04).
002200 77  K010X-WS-COUNT-TEXT             PIC 9(07).
002210 77  K010X-WS-HASH-TEXT              PIC 9(11).
002220
002230 01  K010X-WS-WORK-DATE              PIC 9(08).
002240 01  K010X-WS-WORK-SPLIT REDEFINES K010X-WS-WORK-DATE.
002250     05  K010X-WS-WORK-YEAR          PIC 9(04).
002260     05  K010X-WS-WORK-MONTH         PIC 9(02).
002270     05  K010X-WS-WORK-DAY           PIC 9(02).
002280
002290 01  K010X-MONTH-DAYS-VALUES.
002300     05  FILLER                      PIC X(24)
002310         VALUE '312831303130313130313031'.
002320 01  K010X-MONTH-DAYS-TABLE REDEFINES K010X-MONTH-DAYS-VALUES.
002330     05  K010X-TB-MONTH-DAYS OCCURS 12 TIMES
002340                                     PIC 9(02).
002350
002360 77  K010X-WS-QUOTIENT               PIC 9(07) COMP VALUE ZERO.
002370 77  K010X-WS-REMAINDER              PIC 9(07) COMP VALUE ZERO.
002380 77  K010X-WS-LEAP-YEAR              PIC 9(04) VALUE ZERO.
002390 77  K010X-WS-ELAPSED-SECS           PIC S9(09) COMP VALUE ZERO.
002400 77  K010X-WS-ELAPSED-MINS           PIC 9(07) COMP VALUE ZERO.
002410 77  K010X-WS-START-DAYS             PIC 9(07) COMP VALUE ZERO.
002420 77  K010X-WS-END-DAYS               PIC 9(07) COMP VALUE ZERO.
002430 77  K010X-WS-START-SECS             PIC 9(07) COMP VALUE ZERO.
002440 77  K010X-WS-END-SECS               PIC 9(07) COMP VALUE ZERO.
002450
002460 01  K010X-WS-DATE-IN                PIC 9(08).
002470 01  K010X-WS-DATE-SPLIT REDEFINES K010X-WS-DATE-IN.
002480     05  K010X-WS-DI-YEAR            PIC 9(04).
002490     05  K010X-WS-DI-MONTH           PIC 9(02).
002500     05  K010X-WS-DI-DAY             PIC 9(02).
002510 77  K010X-WS-DAYS-OUT               PIC 9(07) COMP VALUE ZERO.
002520 77  K010X-WS-STAMP-IN               PIC X(16).
002530 77  K010X-WS-STAMP-FROM             PIC X(16).
002540 77  K010X-WS-HOURS                  PIC 9(02) VALUE ZERO.
002550 77  K010X-WS-MINUTES                PIC 9(02) VALUE ZERO.
002560 77  K010X-WS-SECONDS                PIC 9(02) VALUE ZERO.
002570
002580 01  K010X-MONTH-OFFSET-VALUES.
002590     05  FILLER                      PIC X(36) VALUE
002600         '000031059090120151181212243273304334'.
002610 01  K010X-MONTH-OFFSET-TABLE
002620         REDEFINES K010X-MONTH-OFFSET-VALUES.
002630     05  K010X-TB-MONTH-OFFSET OCCURS 12 TIMES
002640                                     PIC 9(03).
002650
002660 77  K010X-SUB                       PIC 9(05) COMP VALUE ZERO.
002670 77  K010X-SUB-FOUND                 PIC 9(05) COMP VALUE ZERO.
002680 77  K010X-SUB-TARGET                PIC 9(05) COMP VALUE ZERO.
002690 77  K010X-MX-SCHEDULES              PIC 9(05) COMP VALUE 200.
002700 77  K010X-MX-TARGETS                PIC 9(05) COMP VALUE 100.
002710 77  K010X-MX-SNAPSHOTS              PIC 9(05) COMP VALUE 200.
002720
002730 01  K010X-WS-FIND-KEY.
002740     05  K010X-WS-FIND-JOB           PIC X(08).
002750     05  K010X-WS-FIND-CYCLE         PIC X(04).
002760
002770* One entry per cycle status record for the run date, with its
002780* audit pairing and the alerts raised against the job.
002790 01  K010X-SCHEDULE-TABLE.
002800     05  K010X-SCHEDULE-ENTRY OCCURS 200 TIMES.
002810         10  K010X-TB-JOB-NAME       PIC X(08).
002820         10  K010X-TB-CYCLE-ID       PIC X(04).
002830         10  K010X-TB-ENVIRONMENT    PIC X(04).
002840         10  K010X-TB-STATUS         PIC X(06).
002850         10  K010X-TB-CURRENT-STEP   PIC X(08).
002860         10  K010X-TB-START-STAMP    PIC X(16).
002870         10  K010X-TB-END-STAMP      PIC X(16).
002880         10  K010X-TB-OPEN-FLAG      PIC X(01).
002890             88  K010X-TB-HAS-OPEN   VALUE 'Y'.
002900         10  K010X-TB-PAIR-FLAG      PIC X(01).
002910             88  K010X-TB-HAS-PAIR   VALUE 'Y'.
002920         10  K010X-TB-ELAPSED-MINS   PIC 9(05) COMP.
002930         10  K010X-TB-ALERT-COUNT    PIC 9(04) COMP.
002940         10  K010X-TB-HIGH-SEVERITY  PIC X(01).
002950
002960 01  K010X-TARGET-TABLE.
002970     05  K010X-TARGET-ENTRY OCCURS 100 TIMES.
002980         10  K010X-TB-TG-JOB-NAME    PIC X(08).
002990         10  K010X-TB-TG-CYCLE-ID    PIC X(04).
003000         10  K010X-TB-TG-MINS        PIC 9(04).
003010
003020 01  K010X-SNAPSHOT-TABLE.
003030     05  K010X-SNAPSHOT-ENTRY OCCURS 200 TIMES.
003040         10  K010X-TB-SN-JOB-NAME    PIC X(08).
003050         10  K010X-TB-SN-CYCLE-ID    PIC X(04).
003060         10  K010X-TB-SN-IMAGE       PIC X(150).
003070
003080 77  K010X-CT-SCHEDULES              PIC 9(05) COMP VALUE ZERO.
003090 77  K010X-CT-TARGETS                PIC 9(05) COMP VALUE ZERO.
003100 77  K010X-CT-SNAPSHOTS              PIC 9(05) COMP VALUE ZERO.
003110 77  K010X-CT-EXTRACTED              PIC 9(07) COMP VALUE ZERO.
003120 77  K010X-CT-UNCHANGED              PIC 9(07) COMP VALUE ZERO.
003130 77  K010X-CT-TICKETS                PIC 9(07) COMP VALUE ZERO.
003140 77  K010X-CT-AUDIT-READ             PIC 9(07) COMP VALUE ZERO.
003150 77  K010X-CT-ALERTS-READ            PIC 9(07) COMP VALUE ZERO.
003160 77  K010X-CT-HASH-TOTAL             PIC 9(11) COMP VALUE ZERO.
003170
003180 77  K010X-WS-NUM-A                  PIC 9(07) VALUE ZERO.
003190 77  K010X-WS-NUM-B                  PIC 9(07) VALUE ZERO.
003200 77  K010X-WS-NUM-C                  PIC 9(07) VALUE ZERO.
003210
003220 LINKAGE SECTION.
003230 01  LS-PARM-AREA.
003240     05  LS-PARM-LENGTH              PIC S9(04) COMP.
003250     05  LS-PARM-TEXT                PIC X(80).
003260
003270 PROCEDURE DIVISION USING LS-PARM-AREA.
003280 MAIN-PROCEDURE.
003290     ACCEPT K010X-WS-CURRENT-DATE FROM DATE YYYYMMDD.
003300     ACCEPT K010X-WS-CURRENT-TIME FROM TIME.
003310     MOVE K010X-WS-CURRENT-DATE TO K010X-WS-NOW-STAMP(1:8).
003320     MOVE K010X-WS-CURRENT-TIME TO K010X-WS-NOW-STAMP(9:8).
003330     PERFORM 1500-VALIDATE-SYMBOLS THRU 1500-EXIT.
003340     PERFORM 1000-PARSE-PARM THRU 1000-EXIT.
003350     MOVE K010X-WS-RUN-DATE TO K010X-WS-WORK-DATE.
003360     PERFORM 7000-COMPUTE-NEXT-DAY THRU 7000-EXIT.
003370     PERFORM 2000-LOAD-SLA-TARGETS THRU 2000-EXIT.
003380     PERFORM 2200-LOAD-SNAPSHOT THRU 2200-EXIT.
003390     PERFORM 2500-OPEN-REPORT THRU 2500-EXIT.
003400     PERFORM 3000-SCAN-CYCLE-STATUS THRU 3000-EXIT.
003410     PERFORM 3500-SCAN-AUDIT-FILE THRU 3500-EXIT.
003420     PERFORM 3800-SCAN-ALERT-LOG THRU 3800-EXIT.
003430     PERFORM 4000-WRITE-EXTRACT THRU 4000-EXIT.
003440     PERFORM 4500-WRITE-SNAPSHOT THRU 4500-EXIT.
003450     PERFORM 9000-PRINT-CONTROL-TOTALS THRU 9000-EXIT.
003460     GO TO 9999-EXIT.
003470
003480******************************************************************
003490* PARM cols 01-05 FULL or DELTA, 07-10 TEST or PROD, 12-19 the
003500* run date, each optional from the right: 'DELTA' alone runs a
003510* delta for today in PROD.  A mode, environment or date that
003520* does not read right ends the step RC=16 rather than send the
003530* dashboard the wrong night.
003540******************************************************************
003550 1000-PARSE-PARM.
003560     MOVE K010X-WS-CURRENT-DATE TO K010X-WS-RUN-DATE.
003570     IF LS-PARM-LENGTH = ZERO
003580         GO TO 1000-EXIT
003590     END-IF.
003600     IF LS-PARM-TEXT(1:5) NOT = 'FULL '
003610         AND LS-PARM-TEXT(1:5) NOT = 'DELTA'
003620         GO TO 1090-BAD-PARM
003630     END-IF.
003640     MOVE LS-PARM-TEXT(1:5) TO K010X-SW-MODE.
003650     IF LS-PARM-LENGTH < 10
003660         GO TO 1000-EXIT
003670     END-IF.
003680     IF LS-PARM-TEXT(7:4) NOT = 'TEST'
003690         AND LS-PARM-TEXT(7:4) NOT = 'PROD'
003700         GO TO 1090-BAD-PARM
003710     END-IF.
003720     MOVE LS-PARM-TEXT(7:4) TO K010X-WS-RUN-ENV.
003730     IF LS-PARM-LENGTH < 19
003740         GO TO 1000-EXIT
003750     END-IF.
003760     IF LS-PARM-TEXT(12:8) NOT NUMERIC
003770         GO TO 1090-BAD-PARM
003780     END-IF.
003790     MOVE LS-PARM-TEXT(12:8) TO K010X-WS-RUN-DATE.
003800     GO TO 1000-EXIT.
003810 1090-BAD-PARM.
003820     DISPLAY K010X-WS-OPEN-BRACKET
003830         'PARM MUST BE FULL|DELTA [TEST|PROD [YYYYMMDD]]'
003840         K010X-WS-CLOSE-BRACKET.
003850     MOVE 16 TO K010X-WS-SAVED-RETURN.
003860     GO TO 9999-EXIT.
003870 1000-EXIT.
003880     EXIT.
003890
003900******************************************************************
003910* Confirm the EBCDIC-only corner-bracket symbols will actually
003920* render on this runner, the same check YOUR-PROGRAM-NAME makes
003930* before its banner.  K010_ASCII_MODE is only ever exported by
003940* a non-mainframe shell wrapper (e.g. the Linux test runner).
003950******************************************************************
003960 1500-VALIDATE-SYMBOLS.
003970     MOVE SPACES TO K010X-WS-CODEPAGE-FLAG.
003980     ACCEPT K010X-WS-CODEPAGE-FLAG FROM ENVIRONMENT
003990         'K010_ASCII_MODE'.
004000     IF K010X-WS-CODEPAGE-FLAG = 'Y'
004010         OR K010X-WS-CODEPAGE-FLAG = 'y'
004020         SET K010X-SW-ASCII-MODE-ON TO TRUE
004030     END-IF.
004040     IF K010X-SW-ASCII-MODE-ON
004050         MOVE '<' TO K010X-WS-OPEN-BRACKET
004060         MOVE '>' TO K010X-WS-CLOSE-BRACKET
004070     ELSE
004080         MOVE ANGULAR-DERECHA TO K010X-WS-OPEN-BRACKET
004090         MOVE ANGULAR-IZQUIERDA TO K010X-WS-CLOSE-BRACKET
004100     END-IF.
004110 1500-EXIT.
004120     EXIT.
004130
004140******************************************************************
004150* Load the SLA targets - the same card K010S00 reads.  Blank
004160* target columns mean no target; a card with any other
004170* non-numeric target is passed over, K010S00 prints the reject.
004180* No SLA file at all means no schedule has a target.
004190******************************************************************
004200 2000-LOAD-SLA-TARGETS.
004210     OPEN INPUT SLAFILE.
004220     IF K010X-FS-SLAFILE = '35'
004230         GO TO 2000-EXIT
004240     END-IF.
004250     IF K010X-FS-SLAFILE NOT = '00'
004260         DISPLAY K010X-WS-OPEN-BRACKET
004270             'SLAFILE OPEN FAILED - STATUS ' K010X-FS-SLAFILE
004280             K010X-WS-CLOSE-BRACKET
004290         MOVE 16 TO K010X-WS-SAVED-RETURN
004300         GO TO 9999-EXIT
004310     END-IF.
004320     PERFORM 2100-READ-SLA-CARD THRU 2100-EXIT
004330         UNTIL K010X-SW-SLAFILE-AT-END.
004340     CLOSE SLAFILE.
004350 2000-EXIT.
004360     EXIT.
004370
004380 2100-READ-SLA-CARD.
004390     READ SLAFILE
004400         AT END
004410             SET K010X-SW-SLAFILE-AT-END TO TRUE
004420             GO TO 2100-EXIT
004430     END-READ.
004440     IF K010X-SL-JOB-NAME = SPACES
004450         OR K010X-SL-TARGET-X = SPACES
004460         OR K010X-SL-TARGET-MINS NOT NUMERIC
004470         GO TO 2100-EXIT
004480     END-IF.
004490     IF K010X-CT-TARGETS >= K010X-MX-TARGETS
004500         DISPLAY K010X-WS-OPEN-BRACKET
004510             'SLA TARGET TABLE FULL - RAISE K010X-MX-TARGETS'
004520             K010X-WS-CLOSE-BRACKET
004530         MOVE 16 TO K010X-WS-SAVED-RETURN
004540         GO TO 9999-EXIT
004550     END-IF.
004560     ADD 1 TO K010X-CT-TARGETS.
004570     MOVE K010X-SL-JOB-NAME TO
004580         K010X-TB-TG-JOB-NAME (K010X-CT-TARGETS).
004590     MOVE K010X-SL-CYCLE-ID TO
004600         K010X-TB-TG-CYCLE-ID (K010X-CT-TARGETS).
004610     MOVE K010X-SL-TARGET-MINS TO
004620         K010X-TB-TG-MINS (K010X-CT-TARGETS).
004630 2100-EXIT.
004640     EXIT.
004650
004660******************************************************************
004670* Load the snapshot the last extract left.  The newest ticketed
004680* alert stamp carries forward whatever night it was for; the
004690* schedule images only count when the snapshot covers the same
004700* run date and environment - otherwise every record is new.  No
004710* snapshot at all (the first run) means nothing was sent yet.
004720******************************************************************
004730 2200-LOAD-SNAPSHOT.
004740     OPEN INPUT SNAPIN.
004750     IF K010X-FS-SNAPIN = '35'
004760         GO TO 2200-EXIT
004770     END-IF.
004780     IF K010X-FS-SNAPIN NOT = '00'
004790         DISPLAY K010X-WS-OPEN-BRACKET
004800             'SNAPIN OPEN FAILED - STATUS ' K010X-FS-SNAPIN
004810             K010X-WS-CLOSE-BRACKET
004820         MOVE 16 TO K010X-WS-SAVED-RETURN
004830         GO TO 9999-EXIT
004840     END-IF.
004850     PERFORM 2300-READ-SNAPSHOT THRU 2300-EXIT
004860         UNTIL K010X-SW-SNAPIN-AT-END.
004870     CLOSE SNAPIN.
004880 2200-EXIT.
004890     EXIT.
004900
004910 2300-READ-SNAPSHOT.
004920     READ SNAPIN
004930         AT END
004940             SET K010X-SW-SNAPIN-AT-END TO TRUE
004950             GO TO 2300-EXIT
004960     END-READ.
004970     IF K010X-SI-IS-HEADER
004980         MOVE K010X-SI-LAST-TICKET TO K010X-WS-LAST-TICKET
004990         IF K010X-SI-RUN-DATE = K010X-WS-RUN-DATE
005000             AND K010X-SI-ENVIRONMENT = K010X-WS-RUN-ENV
005010             SET K010X-SW-SNAP-IS-SAME-RUN TO TRUE
005020         END-IF
005030         GO TO 2300-EXIT
005040     END-IF.
005050     IF NOT K010X-SW-SNAP-IS-SAME-RUN
005060         GO TO 2300-EXIT
005070     END-IF.
005080     IF K010X-CT-SNAPSHOTS >= K010X-MX-SNAPSHOTS
005090         DISPLAY K010X-WS-OPEN-BRACKET
005100             'SNAPSHOT TABLE FULL - RAISE K010X-MX-SNAPSHOTS'
005110             K010X-WS-CLOSE-BRACKET
005120         MOVE 16 TO K010X-WS-SAVED-RETURN
005130         GO TO 9999-EXIT
005140     END-IF.
005150     ADD 1 TO K010X-CT-SNAPSHOTS.
005160     MOVE K010X-SI-JOB-NAME TO
005170         K010X-TB-SN-JOB-NAME (K010X-CT-SNAPSHOTS).
005180     MOVE K010X-SI-CYCLE-ID TO
005190         K010X-TB-SN-CYCLE-ID (K010X-CT-SNAPSHOTS).
005200     MOVE K010X-SI-IMAGE TO
005210         K010X-TB-SN-IMAGE (K010X-CT-SNAPSHOTS).
005220 2300-EXIT.
005230     EXIT.
005240
005250******************************************************************
005260* Open the control report through the report writer.
005270******************************************************************
005280 2500-OPEN-REPORT.
005290     SET K010-RPT-FUNC-OPEN TO TRUE.
005300     MOVE 'DASHBOARD STATUS EXTRACT' TO K010-RPT-TITLE.
005310     MOVE K010X-WS-RUN-DATE TO K010-RPT-RUN-DATE.
005320     MOVE SPACES TO K010-RPT-CYCLE-ID.
005330     MOVE K010X-WS-RUN-ENV TO K010-RPT-ENVIRONMENT.
005340     MOVE ZERO TO K010-RPT-ADVANCE.
005350     CALL 'K010RPT' USING K010-RPT-REQUEST.
005360     IF K010-RPT-RETURN-CODE NOT = '00'
005370         PERFORM 7500-REPORT-FAILURE THRU 7500-EXIT
005380     END-IF.
005390 2500-EXIT.
005400     EXIT.
005410
005420******************************************************************
005430* Browse the cycle status cluster for the run date and file each
005440* schedule of the environment; a record with no environment
005450* reads as PROD.
005460******************************************************************
005470 3000-SCAN-CYCLE-STATUS.
005480     OPEN INPUT CYCSTAT.
005490     IF K010X-FS-CYCSTAT = '35'
005500         GO TO 3000-EXIT
005510     END-IF.
005520     IF K010X-FS-CYCSTAT NOT = '00'
005530         DISPLAY K010X-WS-OPEN-BRACKET
005540             'CYCSTAT OPEN FAILED - STATUS ' K010X-FS-CYCSTAT
005550             K010X-WS-CLOSE-BRACKET
005560         MOVE 16 TO K010X-WS-SAVED-RETURN
005570         GO TO 9999-EXIT
005580     END-IF.
005590     MOVE K010X-WS-RUN-DATE TO K010-CST-RUN-DATE.
005600     MOVE LOW-VALUES TO K010-CST-JOB-NAME.
005610     MOVE LOW-VALUES TO K010-CST-CYCLE-ID.
005620     START CYCSTAT KEY NOT < K010-CST-KEY
005630         INVALID KEY
005640             SET K010X-SW-CYCSTAT-AT-END TO TRUE
005650     END-START.
005660     PERFORM 3100-APPLY-CYCLE-STATUS THRU 3100-EXIT
005670         UNTIL K010X-SW-CYCSTAT-AT-END.
005680     CLOSE CYCSTAT.
005690 3000-EXIT.
005700     EXIT.
005710
005720 3100-APPLY-CYCLE-STATUS.
005730     READ CYCSTAT NEXT RECORD
005740         AT END
005750             SET K010X-SW-CYCSTAT-AT-END TO TRUE
005760             GO TO 3100-EXIT
005770     END-READ.
005780     IF K010X-FS-CYCSTAT NOT = '00'
005790         DISPLAY K010X-WS-OPEN-BRACKET
005800             'CYCSTAT READ FAILED - STATUS ' K010X-FS-CYCSTAT
005810             K010X-WS-CLOSE-BRACKET
005820         MOVE 16 TO K010X-WS-SAVED-RETURN
005830         GO TO 9999-EXIT
005840     END-IF.
005850     IF K010-CST-RUN-DATE NOT = K010X-WS-RUN-DATE
005860         SET K010X-SW-CYCSTAT-AT-END TO TRUE
005870         GO TO 3100-EXIT
005880     END-IF.
005890     MOVE K010-CST-ENVIRONMENT TO K010X-WS-EVENT-ENV.
005900     IF K010X-WS-EVENT-ENV = SPACES
005910         MOVE 'PROD' TO K010X-WS-EVENT-ENV
005920     END-IF.
005930     IF K010X-WS-EVENT-ENV NOT = K010X-WS-RUN-ENV
005940         GO TO 3100-EXIT
005950     END-IF.
005960     IF K010X-CT-SCHEDULES >= K010X-MX-SCHEDULES
005970         DISPLAY K010X-WS-OPEN-BRACKET
005980             'SCHEDULE TABLE FULL - RAISE K010X-MX-SCHEDULES'
005990             K010X-WS-CLOSE-BRACKET
006000         MOVE 16 TO K010X-WS-SAVED-RETURN
006010         GO TO 9999-EXIT
006020     END-IF.
006030     ADD 1 TO K010X-CT-SCHEDULES.
006040     MOVE K010-CST-JOB-NAME TO
006050         K010X-TB-JOB-NAME (K010X-CT-SCHEDULES).
006060     MOVE K010-CST-CYCLE-ID TO
006070         K010X-TB-CYCLE-ID (K010X-CT-SCHEDULES).
006080     MOVE K010X-WS-EVENT-ENV TO
006090         K010X-TB-ENVIRONMENT (K010X-CT-SCHEDULES).
006100     MOVE K010-CST-STATUS TO
006110         K010X-TB-STATUS (K010X-CT-SCHEDULES).
006120     MOVE K010-CST-CURRENT-STEP TO
006130         K010X-TB-CURRENT-STEP (K010X-CT-SCHEDULES).
006140     MOVE K010-CST-START-STAMP TO
006150         K010X-TB-START-STAMP (K010X-CT-SCHEDULES).
006160     MOVE K010-CST-END-STAMP TO
006170         K010X-TB-END-STAMP (K010X-CT-SCHEDULES).
006180     MOVE 'N' TO K010X-TB-OPEN-FLAG (K010X-CT-SCHEDULES).
006190     MOVE 'N' TO K010X-TB-PAIR-FLAG (K010X-CT-SCHEDULES).
006200     MOVE ZERO TO K010X-TB-ELAPSED-MINS (K010X-CT-SCHEDULES).
006210     MOVE ZERO TO K010X-TB-ALERT-COUNT (K010X-CT-SCHEDULES).
006220     MOVE SPACES TO K010X-TB-HIGH-SEVERITY (K010X-CT-SCHEDULES).
006230 3100-EXIT.
006240     EXIT.
006250
006260******************************************************************
006270* Pair each schedule's audit START - the one stamped with the
006280* cycle status start stamp, the kickoff wrote both from the same
006290* field - with the next END of the same job and cycle.
006300******************************************************************
006310 3500-SCAN-AUDIT-FILE.
006320     OPEN INPUT AUDITLOG.
006330     IF K010X-FS-AUDITLOG NOT = '00'
006340         DISPLAY K010X-WS-OPEN-BRACKET
006350             'AUDITLOG OPEN FAILED - STATUS ' K010X-FS-AUDITLOG
006360             K010X-WS-CLOSE-BRACKET
006370         MOVE 16 TO K010X-WS-SAVED-RETURN
006380         GO TO 9999-EXIT
006390     END-IF.
006400     PERFORM 3600-APPLY-AUDIT-RECORD THRU 3600-EXIT
006410         UNTIL K010X-SW-AUDITLOG-AT-END.
006420     CLOSE AUDITLOG.
006430 3500-EXIT.
006440     EXIT.
006450
006460 3600-APPLY-AUDIT-RECORD.
006470     READ AUDITLOG
006480         AT END
006490             SET K010X-SW-AUDITLOG-AT-END TO TRUE
006500             GO TO 3600-EXIT
006510     END-READ.
006520     ADD 1 TO K010X-CT-AUDIT-READ.
006530     IF NOT K010-AUD-EVENT-START AND NOT K010-AUD-EVENT-END
006540         GO TO 3600-EXIT
006550     END-IF.
006560     MOVE K010-AUD-ENVIRONMENT TO K010X-WS-EVENT-ENV.
006570     IF K010X-WS-EVENT-ENV = SPACES
006580         MOVE 'PROD' TO K010X-WS-EVENT-ENV
006590     END-IF.
006600     IF K010X-WS-EVENT-ENV NOT = K010X-WS-RUN-ENV
006610         GO TO 3600-EXIT
006620     END-IF.
006630     MOVE K010-AUD-JOB-NAME TO K010X-WS-FIND-JOB.
006640     MOVE K010-AUD-CYCLE-ID TO K010X-WS-FIND-CYCLE.
006650     PERFORM 6000-FIND-SCHEDULE THRU 6000-EXIT.
006660     IF NOT K010X-SW-WAS-FOUND
006670         GO TO 3600-EXIT
006680     END-IF.
006690     IF K010-AUD-EVENT-START
006700         IF K010-AUD-TIMESTAMP =
006710             K010X-TB-START-STAMP (K010X-SUB-FOUND)
006720             SET K010X-TB-HAS-OPEN (K010X-SUB-FOUND) TO TRUE
006730         ELSE
006740             MOVE 'N' TO K010X-TB-OPEN-FLAG (K010X-SUB-FOUND)
006750         END-IF
006760         GO TO 3600-EXIT
006770     END-IF.
006780     IF NOT K010X-TB-HAS-OPEN (K010X-SUB-FOUND)
006790         GO TO 3600-EXIT
006800     END-IF.
006810     MOVE K010X-TB-START-STAMP (K010X-SUB-FOUND) TO
006820         K010X-WS-STAMP-FROM.
006830     MOVE K010-AUD-TIMESTAMP TO K010X-WS-STAMP-IN.
006840     PERFORM 3740-COMPUTE-ELAPSED THRU 3740-EXIT.
006850     MOVE 'N' TO K010X-TB-OPEN-FLAG (K010X-SUB-FOUND).
006860     SET K010X-TB-HAS-PAIR (K010X-SUB-FOUND) TO TRUE.
006870     MOVE K010X-WS-ELAPSED-MINS TO
006880         K010X-TB-ELAPSED-MINS (K010X-SUB-FOUND).
006890 3600-EXIT.
006900     EXIT.
006910
006920******************************************************************
006930* Elapsed minutes between the from-stamp and the in-stamp -
006940* whole days through the calendar walk below, the time of day
006950* on top, truncated to minutes, the same arithmetic the SLA
006960* trend step uses.
006970******************************************************************
006980 3740-COMPUTE-ELAPSED.
006990     MOVE K010X-WS-STAMP-FROM(1:8) TO K010X-WS-DATE-IN.
007000     PERFORM 3760-DATE-TO-DAYS THRU 3760-EXIT.
007010     MOVE K010X-WS-DAYS-OUT TO K010X-WS-START-DAYS.
007020     MOVE K010X-WS-STAMP-FROM(9:2)  TO K010X-WS-HOURS.
007030     MOVE K010X-WS-STAMP-FROM(11:2) TO K010X-WS-MINUTES.
007040     MOVE K010X-WS-STAMP-FROM(13:2) TO K010X-WS-SECONDS.
007050     COMPUTE K010X-WS-START-SECS =
007060         (3600 * K010X-WS-HOURS)
007070         + (60 * K010X-WS-MINUTES)
007080         + K010X-WS-SECONDS.
007090     MOVE K010X-WS-STAMP-IN(1:8) TO K010X-WS-DATE-IN.
007100     PERFORM 3760-DATE-TO-DAYS THRU 3760-EXIT.
007110     MOVE K010X-WS-DAYS-OUT TO K010X-WS-END-DAYS.
007120     MOVE K010X-WS-STAMP-IN(9:2)  TO K010X-WS-HOURS.
007130     MOVE K010X-WS-STAMP-IN(11:2) TO K010X-WS-MINUTES.
007140     MOVE K010X-WS-STAMP-IN(13:2) TO K010X-WS-SECONDS.
007150     COMPUTE K010X-WS-END-SECS =
007160         (3600 * K010X-WS-HOURS)
007170         + (60 * K010X-WS-MINUTES)
007180         + K010X-WS-SECONDS.
007190     COMPUTE K010X-WS-ELAPSED-SECS =
007200         ((K010X-WS-END-DAYS - K010X-WS-START-DAYS) * 86400)
007210         + K010X-WS-END-SECS - K010X-WS-START-SECS.
007220     IF K010X-WS-ELAPSED-SECS < ZERO
007230         MOVE ZERO TO K010X-WS-ELAPSED-SECS
007240     END-IF.
007250     DIVIDE K010X-WS-ELAPSED-SECS BY 60
007260         GIVING K010X-WS-ELAPSED-MINS.
007270 3740-EXIT.
007280     EXIT.
007290
007300******************************************************************
007310* Convert a YYYYMMDD date to a running day number - 365 a year
007320* plus the leap days the calendar has handed out before that
007330* year, the month offset, and the day.  Only differences are
007340* ever taken, so the epoch does not matter.
007350******************************************************************
007360 3760-DATE-TO-DAYS.
007370     SUBTRACT 1 FROM K010X-WS-DI-YEAR
007380         GIVING K010X-WS-LEAP-YEAR.
007390     COMPUTE K010X-WS-DAYS-OUT =
007400         (365 * K010X-WS-LEAP-YEAR)
007410         + K010X-TB-MONTH-OFFSET (K010X-WS-DI-MONTH)
007420         + K010X-WS-DI-DAY.
007430     DIVIDE K010X-WS-LEAP-YEAR BY 4
007440         GIVING K010X-WS-QUOTIENT
007450         REMAINDER K010X-WS-REMAINDER.
007460     ADD K010X-WS-QUOTIENT TO K010X-WS-DAYS-OUT.
007470     DIVIDE K010X-WS-LEAP-YEAR BY 100
007480         GIVING K010X-WS-QUOTIENT
007490         REMAINDER K010X-WS-REMAINDER.
007500     SUBTRACT K010X-WS-QUOTIENT FROM K010X-WS-DAYS-OUT.
007510     DIVIDE K010X-WS-LEAP-YEAR BY 400
007520         GIVING K010X-WS-QUOTIENT
007530         REMAINDER K010X-WS-REMAINDER.
007540     ADD K010X-WS-QUOTIENT TO K010X-WS-DAYS-OUT.
007550     IF K010X-WS-DI-MONTH > 2
007560         MOVE K010X-WS-DI-YEAR TO K010X-WS-WORK-YEAR
007570         PERFORM 7060-CHECK-LEAP-YEAR THRU 7060-EXIT
007580         IF K010X-SW-IS-LEAP-YEAR
007590             ADD 1 TO K010X-WS-DAYS-OUT
007600         END-IF
007610     END-IF.
007620 3760-EXIT.
007630     EXIT.
007640
007650******************************************************************
007660* Scan ALERTLOG for the night's alerts.  Each one counts against
007670* every schedule of its job - the alert carries no cycle - and
007680* keeps the highest severity seen.  Every severity 1 alert newer
007686* than the last one ticketed goes to the ticket feed, whatever
007692* night it fell in - see 3960.
007700* Escalation re-raises repeat an alert already counted and
007710* already ticketed, so they are passed over.
007720******************************************************************
007730 3800-SCAN-ALERT-LOG.
007740     OPEN OUTPUT TKTFEED.
007750     IF K010X-FS-TKTFEED NOT = '00'
007760         DISPLAY K010X-WS-OPEN-BRACKET
007770             'TKTFEED OPEN FAILED - STATUS ' K010X-FS-TKTFEED
007780             K010X-WS-CLOSE-BRACKET
007790         MOVE 16 TO K010X-WS-SAVED-RETURN
007800         GO TO 9999-EXIT
007810     END-IF.
007820     MOVE K010X-WS-LAST-TICKET TO K010X-WS-NEW-LAST-TICKET.
007830     OPEN INPUT ALERTLOG.
007840     IF K010X-FS-ALERTLOG = '35'
007850         GO TO 3850-CLOSE-FEED
007860     END-IF.
007870     IF K010X-FS-ALERTLOG NOT = '00'
007880         DISPLAY K010X-WS-OPEN-BRACKET
007890             'ALERTLOG OPEN FAILED - STATUS ' K010X-FS-ALERTLOG
007900             K010X-WS-CLOSE-BRACKET
007910         MOVE 16 TO K010X-WS-SAVED-RETURN
007920         GO TO 9999-EXIT
007930     END-IF.
007940     PERFORM 3900-APPLY-ALERT-RECORD THRU 3900-EXIT
007950         UNTIL K010X-SW-ALERTLOG-AT-END.
007960     CLOSE ALERTLOG.
007970 3850-CLOSE-FEED.
007980     CLOSE TKTFEED.
007990 3800-EXIT.
008000     EXIT.
008010
008020 3900-APPLY-ALERT-RECORD.
008030     READ ALERTLOG
008040         AT END
008050             SET K010X-SW-ALERTLOG-AT-END TO TRUE
008060             GO TO 3900-EXIT
008070     END-READ.
008080     ADD 1 TO K010X-CT-ALERTS-READ.
008090     IF K010-ALR-IS-RERAISE
008100         GO TO 3900-EXIT
008110     END-IF.
008120     MOVE K010-ALR-TIMESTAMP TO K010X-WS-EVENT-STAMP.
008130     PERFORM 6500-CHECK-OVERNIGHT THRU 6500-EXIT.
008132     IF K010-ALR-SEVERITY = '1'
008134         PERFORM 3960-CHECK-TICKET THRU 3960-EXIT
008136     END-IF.
008140     IF NOT K010X-SW-IS-OVERNIGHT
008150         GO TO 3900-EXIT
008160     END-IF.
008170     PERFORM 3950-COUNT-ONE-ALERT THRU 3950-EXIT
008180         VARYING K010X-SUB FROM 1 BY 1
008190         UNTIL K010X-SUB > K010X-CT-SCHEDULES.
008280 3900-EXIT.
008290     EXIT.
008300
008310 3950-COUNT-ONE-ALERT.
008320     IF K010X-TB-JOB-NAME (K010X-SUB) NOT = K010-ALR-JOB-NAME
008330         GO TO 3950-EXIT
008340     END-IF.
008350     ADD 1 TO K010X-TB-ALERT-COUNT (K010X-SUB).
008360     IF K010X-TB-HIGH-SEVERITY (K010X-SUB) = SPACES
008370         OR K010-ALR-SEVERITY < K010X-TB-HIGH-SEVERITY (K010X-SUB)
008380         MOVE K010-ALR-SEVERITY TO
008390             K010X-TB-HIGH-SEVERITY (K010X-SUB)
008391     END-IF.
008392 3950-EXIT.
008393     EXIT.
008394
008395******************************************************************
008396* A severity 1 alert is ticketed when it is newer than the last
008397* one ticketed, not by the night it fell in - an alert stamped
008398* after the last run on the same date falls outside every later
008399* run's window and would otherwise never reach the desk.  Only a
008400* first run, with no ticket on record, holds to the window so the
008401* whole log is not ticketed at once.
008402******************************************************************
008403 3960-CHECK-TICKET.
008404     IF K010X-WS-LAST-TICKET = SPACES
008405         AND NOT K010X-SW-IS-OVERNIGHT
008406         GO TO 3960-EXIT
008407     END-IF.
008408     IF K010-ALR-TIMESTAMP NOT > K010X-WS-LAST-TICKET
008409         GO TO 3960-EXIT
008410     END-IF.
008411     PERFORM 4300-WRITE-TICKET THRU 4300-EXIT.
008412     IF K010-ALR-TIMESTAMP > K010X-WS-NEW-LAST-TICKET
008413         MOVE K010-ALR-TIMESTAMP TO K010X-WS-NEW-LAST-TICKET
008414     END-IF.
008415 3960-EXIT.
008420     EXIT.
008430
008440******************************************************************
008450* Header, one record per schedule, trailer.  In DELTA mode a
008460* schedule whose image matches the snapshot is not sent; the
008470* trailer counts and hashes only the records actually written.
008480******************************************************************
008490 4000-WRITE-EXTRACT.
008500     OPEN OUTPUT EXTRACT.
008510     IF K010X-FS-EXTRACT NOT = '00'
008520         DISPLAY K010X-WS-OPEN-BRACKET
008530             'EXTRACT OPEN FAILED - STATUS ' K010X-FS-EXTRACT
008540             K010X-WS-CLOSE-BRACKET
008550         MOVE 16 TO K010X-WS-SAVED-RETURN
008560         GO TO 9999-EXIT
008570     END-IF.
008580     MOVE SPACES TO K010X-EXTRACT-RECORD.
008590     STRING 'H|K010X00|' DELIMITED BY SIZE
008600            K010X-WS-RUN-DATE DELIMITED BY SIZE
008610            '|' DELIMITED BY SIZE
008620            K010X-WS-RUN-ENV DELIMITED BY SIZE
008630            '|' DELIMITED BY SIZE
008640            K010X-SW-MODE DELIMITED BY SPACE
008650            '|' DELIMITED BY SIZE
008660            K010X-WS-NOW-STAMP DELIMITED BY SIZE
008670         INTO K010X-EXTRACT-RECORD
008680     END-STRING.
008690     PERFORM 4900-WRITE-EXTRACT-RECORD THRU 4900-EXIT.
008700     PERFORM 4100-EXTRACT-ONE-SCHEDULE THRU 4100-EXIT
008710         VARYING K010X-SUB FROM 1 BY 1
008720         UNTIL K010X-SUB > K010X-CT-SCHEDULES.
008730     MOVE K010X-CT-EXTRACTED TO K010X-WS-COUNT-TEXT.
008740     MOVE K010X-CT-HASH-TOTAL TO K010X-WS-HASH-TEXT.
008750     MOVE SPACES TO K010X-EXTRACT-RECORD.
008760     STRING 'T|' DELIMITED BY SIZE
008770            K010X-WS-COUNT-TEXT DELIMITED BY SIZE
008780            '|' DELIMITED BY SIZE
008790            K010X-WS-HASH-TEXT DELIMITED BY SIZE
008800         INTO K010X-EXTRACT-RECORD
008810     END-STRING.
008820     PERFORM 4900-WRITE-EXTRACT-RECORD THRU 4900-EXIT.
008830     CLOSE EXTRACT.
008840 4000-EXIT.
008850     EXIT.
008860
008870 4100-EXTRACT-ONE-SCHEDULE.
008880     PERFORM 4200-BUILD-IMAGE THRU 4200-EXIT.
008890     IF K010X-SW-MODE-DELTA
008900         MOVE K010X-TB-JOB-NAME (K010X-SUB) TO K010X-WS-FIND-JOB
008910         MOVE K010X-TB-CYCLE-ID (K010X-SUB) TO K010X-WS-FIND-CYCLE
008920         PERFORM 6200-FIND-SNAPSHOT THRU 6200-EXIT
008930         IF K010X-SW-WAS-FOUND
008940             AND K010X-TB-SN-IMAGE (K010X-SUB-FOUND) =
008950                 K010X-WS-IMAGE
008960             ADD 1 TO K010X-CT-UNCHANGED
008970             GO TO 4100-EXIT
008980         END-IF
008990     END-IF.
009000     MOVE K010X-WS-IMAGE TO K010X-EXTRACT-RECORD.
009010     PERFORM 4900-WRITE-EXTRACT-RECORD THRU 4900-EXIT.
009020     ADD 1 TO K010X-CT-EXTRACTED.
009030     ADD K010X-TB-ELAPSED-MINS (K010X-SUB) TO K010X-CT-HASH-TOTAL.
009040 4100-EXIT.
009050     EXIT.
009060
009070******************************************************************
009080* Build the delimited image for one schedule.  A cycle still
009090* ACTIVE with no END yet is timed up to now; the breach flag is
009100* Y or N against the SLA target and empty when there is no
009110* target or nothing to time.
009120******************************************************************
009130 4200-BUILD-IMAGE.
009140     IF NOT K010X-TB-HAS-PAIR (K010X-SUB)
009150         AND K010X-TB-STATUS (K010X-SUB) = 'ACTIVE'
009160         AND K010X-TB-START-STAMP (K010X-SUB) NOT = SPACES
009170         MOVE K010X-TB-START-STAMP (K010X-SUB) TO
009180             K010X-WS-STAMP-FROM
009190         MOVE K010X-WS-NOW-STAMP TO K010X-WS-STAMP-IN
009200         PERFORM 3740-COMPUTE-ELAPSED THRU 3740-EXIT
009210         MOVE K010X-WS-ELAPSED-MINS TO
009220             K010X-TB-ELAPSED-MINS (K010X-SUB)
009230         SET K010X-TB-HAS-PAIR (K010X-SUB) TO TRUE
009240     END-IF.
009250     MOVE K010X-TB-JOB-NAME (K010X-SUB) TO K010X-WS-FIND-JOB.
009260     MOVE K010X-TB-CYCLE-ID (K010X-SUB) TO K010X-WS-FIND-CYCLE.
009270     PERFORM 6300-FIND-TARGET THRU 6300-EXIT.
009280     MOVE SPACES TO K010X-WS-TARGET-TEXT.
009290     MOVE SPACES TO K010X-WS-BREACH-FLAG.
009300     IF K010X-SW-WAS-FOUND
009310         MOVE K010X-TB-TG-MINS (K010X-SUB-TARGET) TO
009320             K010X-WS-TARGET-TEXT
009330     END-IF.
009340     IF K010X-SW-WAS-FOUND AND K010X-TB-HAS-PAIR (K010X-SUB)
009350         IF K010X-TB-ELAPSED-MINS (K010X-SUB) >
009360             K010X-TB-TG-MINS (K010X-SUB-TARGET)
009370             MOVE 'Y' TO K010X-WS-BREACH-FLAG
009380         ELSE
009390             MOVE 'N' TO K010X-WS-BREACH-FLAG
009400         END-IF
009410     END-IF.
009420     MOVE K010X-TB-ELAPSED-MINS (K010X-SUB) TO
009430         K010X-WS-ELAPSED-TEXT.
009440     MOVE K010X-TB-ALERT-COUNT (K010X-SUB) TO K010X-WS-ALERT-TEXT.
009450     MOVE SPACES TO K010X-WS-IMAGE.
009460     STRING 'D|' DELIMITED BY SIZE
009470            K010X-TB-JOB-NAME (K010X-SUB) DELIMITED BY SPACE
009480            '|' DELIMITED BY SIZE
009490            K010X-TB-CYCLE-ID (K010X-SUB) DELIMITED BY SPACE
009500            '|' DELIMITED BY SIZE
009510            K010X-TB-ENVIRONMENT (K010X-SUB) DELIMITED BY SPACE
009520            '|' DELIMITED BY SIZE
009530            K010X-TB-STATUS (K010X-SUB) DELIMITED BY SPACE
009540            '|' DELIMITED BY SIZE
009550            K010X-TB-CURRENT-STEP (K010X-SUB) DELIMITED BY SPACE
009560            '|' DELIMITED BY SIZE
009570            K010X-TB-START-STAMP (K010X-SUB) DELIMITED BY SPACE
009580            '|' DELIMITED BY SIZE
009590            K010X-TB-END-STAMP (K010X-SUB) DELIMITED BY SPACE
009600            '|' DELIMITED BY SIZE
009610            K010X-WS-ELAPSED-TEXT DELIMITED BY SIZE
009620            '|' DELIMITED BY SIZE
009630            K010X-WS-TARGET-TEXT DELIMITED BY SPACE
009640            '|' DELIMITED BY SIZE
009650            K010X-WS-BREACH-FLAG DELIMITED BY SPACE
009660            '|' DELIMITED BY SIZE
009670            K010X-WS-ALERT-TEXT DELIMITED BY SIZE
009680            '|' DELIMITED BY SIZE
009690            K010X-TB-HIGH-SEVERITY (K010X-SUB) DELIMITED BY SPACE
009700         INTO K010X-WS-IMAGE
009710     END-STRING.
009720 4200-EXIT.
009730     EXIT.
009740
009750******************************************************************
009760* One ticket-feed record per severity 1 alert - reason, job,
009770* raising program, stamp, destination and severity, with the
009780* run date and environment the extract covers.
009790******************************************************************
009800 4300-WRITE-TICKET.
009810     MOVE SPACES TO K010X-TICKET-RECORD.
009820     STRING K010-ALR-REASON-CODE DELIMITED BY SPACE
009830            '|' DELIMITED BY SIZE
009840            K010-ALR-JOB-NAME DELIMITED BY SPACE
009850            '|' DELIMITED BY SIZE
009860            K010-ALR-PROGRAM-ID DELIMITED BY '  '
009870            '|' DELIMITED BY SIZE
009880            K010-ALR-TIMESTAMP DELIMITED BY SIZE
009890            '|' DELIMITED BY SIZE
009900            K010-ALR-DESTINATION DELIMITED BY SPACE
009910            '|' DELIMITED BY SIZE
009920            K010-ALR-SEVERITY DELIMITED BY SIZE
009930            '|' DELIMITED BY SIZE
009940            K010X-WS-RUN-DATE DELIMITED BY SIZE
009950            '|' DELIMITED BY SIZE
009960            K010X-WS-RUN-ENV DELIMITED BY SIZE
009970         INTO K010X-TICKET-RECORD
009980     END-STRING.
009990     WRITE K010X-TICKET-RECORD.
010000     IF K010X-FS-TKTFEED NOT = '00'
010010         DISPLAY K010X-WS-OPEN-BRACKET
010020             'TKTFEED WRITE FAILED - STATUS ' K010X-FS-TKTFEED
010030             K010X-WS-CLOSE-BRACKET
010040         MOVE 16 TO K010X-WS-SAVED-RETURN
010050         GO TO 9999-EXIT
010060     END-IF.
010070     ADD 1 TO K010X-CT-TICKETS.
010080 4300-EXIT.
010090     EXIT.
010100
010110******************************************************************
010120* Leave the new snapshot for the next run - the header with the
010130* newest ticketed alert, then every schedule's image, sent or
010140* not, so the next delta compares against the current picture.
010150******************************************************************
010160 4500-WRITE-SNAPSHOT.
010170     OPEN OUTPUT SNAPOUT.
010180     IF K010X-FS-SNAPOUT NOT = '00'
010190         DISPLAY K010X-WS-OPEN-BRACKET
010200             'SNAPOUT OPEN FAILED - STATUS ' K010X-FS-SNAPOUT
010210             K010X-WS-CLOSE-BRACKET
010220         MOVE 16 TO K010X-WS-SAVED-RETURN
010230         GO TO 9999-EXIT
010240     END-IF.
010250     MOVE SPACES TO K010X-SNAPOUT-RECORD.
010260     MOVE 'H' TO K010X-SO-TYPE.
010270     MOVE K010X-WS-RUN-DATE TO K010X-SO-RUN-DATE.
010280     MOVE K010X-WS-RUN-ENV TO K010X-SO-ENVIRONMENT.
010290     MOVE K010X-WS-NEW-LAST-TICKET TO K010X-SO-LAST-TICKET.
010300     PERFORM 4950-WRITE-SNAPSHOT-RECORD THRU 4950-EXIT.
010310     PERFORM 4600-SNAPSHOT-ONE-SCHEDULE THRU 4600-EXIT
010320         VARYING K010X-SUB FROM 1 BY 1
010330         UNTIL K010X-SUB > K010X-CT-SCHEDULES.
010340     CLOSE SNAPOUT.
010350 4500-EXIT.
010360     EXIT.
010370
010380 4600-SNAPSHOT-ONE-SCHEDULE.
010390     PERFORM 4200-BUILD-IMAGE THRU 4200-EXIT.
010400     MOVE SPACES TO K010X-SNAPOUT-RECORD.
010410     MOVE 'D' TO K010X-SO-TYPE.
010420     MOVE K010X-TB-JOB-NAME (K010X-SUB) TO K010X-SO-JOB-NAME.
010430     MOVE K010X-TB-CYCLE-ID (K010X-SUB) TO K010X-SO-CYCLE-ID.
010440     MOVE K010X-WS-IMAGE TO K010X-SO-IMAGE.
010450     PERFORM 4950-WRITE-SNAPSHOT-RECORD THRU 4950-EXIT.
010460 4600-EXIT.
010470     EXIT.
010480
010490 4900-WRITE-EXTRACT-RECORD.
010500     WRITE K010X-EXTRACT-RECORD.
010510     IF K010X-FS-EXTRACT NOT = '00'
010520         DISPLAY K010X-WS-OPEN-BRACKET
010530             'EXTRACT WRITE FAILED - STATUS ' K010X-FS-EXTRACT
010540             K010X-WS-CLOSE-BRACKET
010550         MOVE 16 TO K010X-WS-SAVED-RETURN
010560         GO TO 9999-EXIT
010570     END-IF.
010580 4900-EXIT.
010590     EXIT.
010600
010610 4950-WRITE-SNAPSHOT-RECORD.
010620     WRITE K010X-SNAPOUT-RECORD.
010630     IF K010X-FS-SNAPOUT NOT = '00'
010640         DISPLAY K010X-WS-OPEN-BRACKET
010650             'SNAPOUT WRITE FAILED - STATUS ' K010X-FS-SNAPOUT
010660             K010X-WS-CLOSE-BRACKET
010670         MOVE 16 TO K010X-WS-SAVED-RETURN
010680         GO TO 9999-EXIT
010690     END-IF.
010700 4950-EXIT.
010710     EXIT.
010720
010730******************************************************************
010740* Find the schedule table entry for the staged job and cycle.
010750* The entry number comes back in K010X-SUB-FOUND.
010760******************************************************************
010770 6000-FIND-SCHEDULE.
010780     MOVE 'N' TO K010X-SW-FOUND.
010790     MOVE ZERO TO K010X-SUB-FOUND.
010800     PERFORM 6100-MATCH-SCHEDULE THRU 6100-EXIT
010810         VARYING K010X-SUB FROM 1 BY 1
010820         UNTIL K010X-SW-WAS-FOUND
010830         OR K010X-SUB > K010X-CT-SCHEDULES.
010840 6000-EXIT.
010850     EXIT.
010860
010870 6100-MATCH-SCHEDULE.
010880     IF K010X-TB-JOB-NAME (K010X-SUB) = K010X-WS-FIND-JOB
010890         AND K010X-TB-CYCLE-ID (K010X-SUB) = K010X-WS-FIND-CYCLE
010900         MOVE K010X-SUB TO K010X-SUB-FOUND
010910         SET K010X-SW-WAS-FOUND TO TRUE
010920     END-IF.
010930 6100-EXIT.
010940     EXIT.
010950
010960******************************************************************
010970* Find the snapshot image for the staged job and cycle, leaving
010980* the schedule subscript alone.  The entry number comes back in
010990* K010X-SUB-FOUND.
011000******************************************************************
011010 6200-FIND-SNAPSHOT.
011020     MOVE 'N' TO K010X-SW-FOUND.
011030     PERFORM 6250-MATCH-SNAPSHOT THRU 6250-EXIT
011040         VARYING K010X-SUB-FOUND FROM 1 BY 1
011050         UNTIL K010X-SW-WAS-FOUND
011060         OR K010X-SUB-FOUND > K010X-CT-SNAPSHOTS.
011070     IF K010X-SW-WAS-FOUND
011080         SUBTRACT 1 FROM K010X-SUB-FOUND
011090     END-IF.
011100 6200-EXIT.
011110     EXIT.
011120
011130 6250-MATCH-SNAPSHOT.
011140     IF K010X-TB-SN-JOB-NAME (K010X-SUB-FOUND) = K010X-WS-FIND-JOB
011150         AND K010X-TB-SN-CYCLE-ID (K010X-SUB-FOUND) =
011160             K010X-WS-FIND-CYCLE
011170         SET K010X-SW-WAS-FOUND TO TRUE
011180     END-IF.
011190 6250-EXIT.
011200     EXIT.
011210
011220******************************************************************
011230* Find the SLA target for the staged job and cycle.  The entry
011240* number comes back in K010X-SUB-TARGET.
011250******************************************************************
011260 6300-FIND-TARGET.
011270     MOVE 'N' TO K010X-SW-FOUND.
011280     PERFORM 6350-MATCH-TARGET THRU 6350-EXIT
011290         VARYING K010X-SUB-TARGET FROM 1 BY 1
011300         UNTIL K010X-SW-WAS-FOUND
011310         OR K010X-SUB-TARGET > K010X-CT-TARGETS.
011320     IF K010X-SW-WAS-FOUND
011330         SUBTRACT 1 FROM K010X-SUB-TARGET
011340     END-IF.
011350 6300-EXIT.
011360     EXIT.
011370
011380 6350-MATCH-TARGET.
011390     IF K010X-TB-TG-JOB-NAME (K010X-SUB-TARGET) =
011400             K010X-WS-FIND-JOB
011410         AND K010X-TB-TG-CYCLE-ID (K010X-SUB-TARGET) =
011420             K010X-WS-FIND-CYCLE
011430         SET K010X-SW-WAS-FOUND TO TRUE
011440     END-IF.
011450 6350-EXIT.
011460     EXIT.
011470
011480******************************************************************
011490* An alert belongs to the night when it is stamped on the run
011500* date, or on the next day before the morning cutoff - the same
011510* window the morning briefing K010G00 reports.
011520******************************************************************
011530 6500-CHECK-OVERNIGHT.
011540     MOVE 'N' TO K010X-SW-OVERNIGHT.
011550     IF K010X-WS-EVENT-STAMP(1:8) = K010X-WS-RUN-DATE
011560         SET K010X-SW-IS-OVERNIGHT TO TRUE
011570         GO TO 6500-EXIT
011580     END-IF.
011590     IF K010X-WS-EVENT-STAMP(1:8) = K010X-WS-NEXT-DAY
011600         AND K010X-WS-EVENT-STAMP(9:8) < K010X-WS-MORNING-CUTOFF
011610         SET K010X-SW-IS-OVERNIGHT TO TRUE
011620     END-IF.
011630 6500-EXIT.
011640     EXIT.
011650
011660******************************************************************
011670* The calendar day after the date in the work area - day plus
011680* one, rolling the month and year, February stretching to 29 in
011690* a leap year.
011700******************************************************************
011710 7000-COMPUTE-NEXT-DAY.
011720     PERFORM 7050-SET-MONTH-LIMIT THRU 7050-EXIT.
011730     IF K010X-WS-WORK-DAY < K010X-WS-MONTH-LIMIT
011740         ADD 1 TO K010X-WS-WORK-DAY
011750     ELSE
011760         MOVE 1 TO K010X-WS-WORK-DAY
011770         IF K010X-WS-WORK-MONTH = 12
011780             MOVE 1 TO K010X-WS-WORK-MONTH
011790             ADD 1 TO K010X-WS-WORK-YEAR
011800         ELSE
011810             ADD 1 TO K010X-WS-WORK-MONTH
011820         END-IF
011830     END-IF.
011840     MOVE K010X-WS-WORK-DATE TO K010X-WS-NEXT-DAY.
011850 7000-EXIT.
011860     EXIT.
011870
011880 7050-SET-MONTH-LIMIT.
011890     MOVE K010X-TB-MONTH-DAYS (K010X-WS-WORK-MONTH) TO
011900         K010X-WS-MONTH-LIMIT.
011910     IF K010X-WS-WORK-MONTH = 2
011920         PERFORM 7060-CHECK-LEAP-YEAR THRU 7060-EXIT
011930         IF K010X-SW-IS-LEAP-YEAR
011940             MOVE 29 TO K010X-WS-MONTH-LIMIT
011950         END-IF
011960     END-IF.
011970 7050-EXIT.
011980     EXIT.
011990
012000******************************************************************
012010* Leap year test on the year in the work area - divisible by 4
012020* and, on a century, by 400.
012030******************************************************************
012040 7060-CHECK-LEAP-YEAR.
012050     MOVE 'N' TO K010X-SW-LEAP-YEAR.
012060     DIVIDE K010X-WS-WORK-YEAR BY 4
012070         GIVING K010X-WS-QUOTIENT
012080         REMAINDER K010X-WS-REMAINDER.
012090     IF K010X-WS-REMAINDER NOT = ZERO
012100         GO TO 7060-EXIT
012110     END-IF.
012120     DIVIDE K010X-WS-WORK-YEAR BY 100
012130         GIVING K010X-WS-QUOTIENT
012140         REMAINDER K010X-WS-REMAINDER.
012150     IF K010X-WS-REMAINDER NOT = ZERO
012160         SET K010X-SW-IS-LEAP-YEAR TO TRUE
012170         GO TO 7060-EXIT
012180     END-IF.
012190     DIVIDE K010X-WS-WORK-YEAR BY 400
012200         GIVING K010X-WS-QUOTIENT
012210         REMAINDER K010X-WS-REMAINDER.
012220     IF K010X-WS-REMAINDER = ZERO
012230         SET K010X-SW-IS-LEAP-YEAR TO TRUE
012240     END-IF.
012250 7060-EXIT.
012260     EXIT.
012270
012280 7100-WRITE-REPORT-LINE.
012290     SET K010-RPT-FUNC-WRITE TO TRUE.
012300     CALL 'K010RPT' USING K010-RPT-REQUEST.
012310     MOVE ZERO TO K010-RPT-ADVANCE.
012320     IF K010-RPT-RETURN-CODE NOT = '00'
012330         PERFORM 7500-REPORT-FAILURE THRU 7500-EXIT
012340     END-IF.
012350 7100-EXIT.
012360     EXIT.
012370
012380 7500-REPORT-FAILURE.
012390     DISPLAY K010X-WS-OPEN-BRACKET
012400         'REPORT FILE FAILED - STATUS ' K010-RPT-RETURN-CODE
012410         K010X-WS-CLOSE-BRACKET.
012420     MOVE 16 TO K010X-WS-SAVED-RETURN.
012430     GO TO 9999-EXIT.
012440 7500-EXIT.
012450     EXIT.
012460
012470******************************************************************
012480* Extract totals - the mode, schedules on file, records sent and
012490* left unchanged, the trailer hash, and tickets raised - so the
012500* page reconciles against what the dashboard received.
012510******************************************************************
012520 9000-PRINT-CONTROL-TOTALS.
012530     MOVE K010X-CT-SCHEDULES TO K010X-WS-NUM-A.
012540     MOVE K010X-CT-EXTRACTED TO K010X-WS-NUM-B.
012550     MOVE K010X-CT-UNCHANGED TO K010X-WS-NUM-C.
012560     MOVE SPACES TO K010-RPT-LINE.
012570     STRING K010X-SW-MODE DELIMITED BY SIZE
012580            ' EXTRACT  SCHEDULES ' DELIMITED BY SIZE
012590            K010X-WS-NUM-A DELIMITED BY SIZE
012600            ' RECORDS SENT ' DELIMITED BY SIZE
012610            K010X-WS-NUM-B DELIMITED BY SIZE
012620            ' UNCHANGED ' DELIMITED BY SIZE
012630            K010X-WS-NUM-C DELIMITED BY SIZE
012640         INTO K010-RPT-LINE
012650     END-STRING.
012660     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
012670     MOVE K010X-CT-HASH-TOTAL TO K010X-WS-HASH-TEXT.
012680     MOVE K010X-CT-TICKETS TO K010X-WS-NUM-A.
012690     MOVE SPACES TO K010-RPT-LINE.
012700     STRING 'TRAILER HASH TOTAL ' DELIMITED BY SIZE
012710            K010X-WS-HASH-TEXT DELIMITED BY SIZE
012720            ' SEVERITY 1 TICKETS ' DELIMITED BY SIZE
012730            K010X-WS-NUM-A DELIMITED BY SIZE
012740            ' LAST TICKETED ' DELIMITED BY SIZE
012750            K010X-WS-NEW-LAST-TICKET DELIMITED BY SIZE
012760         INTO K010-RPT-LINE
012770     END-STRING.
012780     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
012790     MOVE K010X-CT-AUDIT-READ TO K010X-WS-NUM-A.
012800     MOVE K010X-CT-ALERTS-READ TO K010X-WS-NUM-B.
012810     MOVE K010X-CT-SNAPSHOTS TO K010X-WS-NUM-C.
012820     MOVE SPACES TO K010-RPT-LINE.
012830     STRING 'AUDIT RECORDS READ ' DELIMITED BY SIZE
012840            K010X-WS-NUM-A DELIMITED BY SIZE
012850            ' ALERT RECORDS READ ' DELIMITED BY SIZE
012860            K010X-WS-NUM-B DELIMITED BY SIZE
012870            ' SNAPSHOT IMAGES ' DELIMITED BY SIZE
012880            K010X-WS-NUM-C DELIMITED BY SIZE
012890         INTO K010-RPT-LINE
012900     END-STRING.
012910     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
012920 9000-EXIT.
012930     EXIT.
012940
012950 9999-EXIT.
012960******************************************************************
012970* The abort paths stage their return code in working storage
012980* because the report CALLs on the way out refresh the
012990* RETURN-CODE register, the same convention the kickoff follows.
013000******************************************************************
013010     SET K010-RPT-FUNC-CLOSE TO TRUE.
013020     CALL 'K010RPT' USING K010-RPT-REQUEST.
013030     MOVE K010X-WS-SAVED-RETURN TO RETURN-CODE.
013040     STOP RUN.
013050 END PROGRAM K010X00.
