000100******************************************************************
000110* Author: Sergio Soria
000120* Creation Date: 20261015
000130* Purpose: Ejercicio 20 - alert acknowledgement and escalation
000140*          K010K00.  K010ALRT routes every alert to a console
000150*          destination, but nothing used to say whether anybody
000160*          picked it up - a page at 2 a.m. that nobody answered
000170*          looked the same on ALERTLOG as one that was fixed.
000180*          This step, run on demand or looped by the scheduler
000190*          through the batch window, files every alert on
000200*          ALERTLOG as an OPEN record on ALRTSTAT, the alert
000210*          status KSDS, posts the operators' acknowledgement
000220*          cards from ACKFILE against it (reason code, job,
000230*          alert timestamp, operator id and a comment), and re-
000240*          raises any alert left unacknowledged past its
000250*          severity's time limit from ESCPARM to the next
000260*          destination of the ROUTEFIL escalation chain.  An
000270*          alert with nowhere further to go is marked EXHAUSTED.
000280*          Everything done prints through K010RPT; the step ends
000290*          RC=4 when it escalated, exhausted or rejected
000300*          anything, and the open-alerts report K010O00 lists
000310*          what is still unacknowledged at the end of the window.
000320* Modification Date: 20261015
000330* Modification History:
000340*   20261015 SS  Initial version.
000343*   20261015 SS  An ESCPARM that will not open raises K010-019
000346*                through the same failure paragraph as ALRTSTAT.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. K010K00.
000380 AUTHOR. BATCH SUPPORT TEAM.
000390 INSTALLATION. DATA CENTER.
000400 DATE-WRITTEN. 20261015.
000410 DATE-COMPILED.
000420
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450     SPECIAL-NAMES.
000460         SYMBOLIC CHARACTERS ANGULAR-DERECHA 176
000470                             ANGULAR-IZQUIERDA 175.
000480
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT ALERTLOG ASSIGN TO ALERTLOG
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS K010K-FS-ALERTLOG.
000540
000550     SELECT ALRTSTAT ASSIGN TO ALRTSTAT
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS K010-AST-KEY
000590         FILE STATUS IS K010K-FS-ALRTSTAT.
000600
000610     SELECT ACKFILE  ASSIGN TO ACKFILE
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS K010K-FS-ACKFILE.
000640
000650     SELECT ESCPARM  ASSIGN TO ESCPARM
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS K010K-FS-ESCPARM.
000680
000690     SELECT ROUTEFIL ASSIGN TO ROUTEFIL
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS K010K-FS-ROUTEFIL.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  ALERTLOG
000760     LABEL RECORDS ARE STANDARD.
000770     COPY ALERTREC.
000780
000790 FD  ALRTSTAT
000800     LABEL RECORDS ARE STANDARD.
000810     COPY ALTSTAT.
000820
000830 FD  ACKFILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  K010K-ACK-CARD.
000860     05  K010K-AK-REASON-CODE        PIC X(08).
000870     05  FILLER                      PIC X(01).
000880     05  K010K-AK-JOB-NAME           PIC X(08).
000890     05  FILLER                      PIC X(01).
000900     05  K010K-AK-TIMESTAMP          PIC X(16).
000910     05  FILLER                      PIC X(01).
000920     05  K010K-AK-OPERATOR           PIC X(08).
000930     05  FILLER                      PIC X(01).
000940     05  K010K-AK-COMMENT            PIC X(36).
000950
000960 FD  ESCPARM
000970     LABEL RECORDS ARE STANDARD.
000980 01  K010K-LIMIT-CARD.
000990     05  K010K-LM-SEVERITY           PIC X(01).
001000     05  FILLER                      PIC X(01).
001010     05  K010K-LM-MINUTES-X          PIC X(04).
001020     05  K010K-LM-MINUTES REDEFINES K010K-LM-MINUTES-X
001030                                     PIC 9(04).
001040     05  FILLER                      PIC X(74).
001050
001060 FD  ROUTEFIL
001070     LABEL RECORDS ARE STANDARD.
001080     COPY ROUTREC.
001090
001100 WORKING-STORAGE SECTION.
001110     COPY RPTCTL.
001120     COPY ALERTCD.
001130     COPY ALERTCM.
001140
001150 77  K010K-FS-ALERTLOG               PIC X(02).
001160 77  K010K-FS-ALRTSTAT               PIC X(02).
001170 77  K010K-FS-ACKFILE                PIC X(02).
001180 77  K010K-FS-ESCPARM                PIC X(02).
001190 77  K010K-FS-ROUTEFIL               PIC X(02).
001200
001210 77  K010K-SW-ALERTLOG-EOF           PIC X(01) VALUE 'N'.
001220     88  K010K-SW-ALERTLOG-AT-END    VALUE 'Y'.
001230 77  K010K-SW-ALRTSTAT-EOF           PIC X(01) VALUE 'N'.
001240     88  K010K-SW-ALRTSTAT-AT-END    VALUE 'Y'.
001250 77  K010K-SW-ACKFILE-EOF            PIC X(01) VALUE 'N'.
001260     88  K010K-SW-ACKFILE-AT-END     VALUE 'Y'.
001270 77  K010K-SW-ESCPARM-EOF            PIC X(01) VALUE 'N'.
001280     88  K010K-SW-ESCPARM-AT-END     VALUE 'Y'.
001290 77  K010K-SW-ROUTEFIL-EOF           PIC X(01) VALUE 'N'.
001300     88  K010K-SW-ROUTEFIL-AT-END    VALUE 'Y'.
001310 77  K010K-SW-STATUS-EMPTY           PIC X(01) VALUE 'N'.
001320     88  K010K-SW-STATUS-NEVER-LOADED VALUE 'Y'.
001330 77  K010K-SW-ALERTLOG-OPEN          PIC X(01) VALUE 'N'.
001340     88  K010K-SW-ALERTLOG-IS-OPEN   VALUE 'Y'.
001350 77  K010K-SW-ROUTE-FOUND            PIC X(01) VALUE 'N'.
001360     88  K010K-SW-ROUTE-WAS-FOUND    VALUE 'Y'.
001370 77  K010K-SW-LIMIT-FOUND            PIC X(01) VALUE 'N'.
001380     88  K010K-SW-LIMIT-WAS-FOUND    VALUE 'Y'.
001390 77  K010K-SW-ASCII-MODE             PIC X(01) VALUE 'N'.
001400     88  K010K-SW-ASCII-MODE-ON      VALUE 'Y'.
001410 77  K010K-SW-LEAP-YEAR              PIC X(01) VALUE 'N'.
001420     88  K010K-SW-IS-LEAP-YEAR       VALUE 'Y'.
001430
001440 77  K010K-WS-CURRENT-DATE           PIC 9(08).
001450 77  K010K-WS-CURRENT-TIME           PIC 9(08).
001460 77  K010K-WS-CODEPAGE-FLAG          PIC X(05).
001470 77  K010K-WS-OPEN-BRACKET           PIC X(01).
001480 77  K010K-WS-CLOSE-BRACKET          PIC X(01).
001490 77  K010K-WS-SAVED-RETURN           PIC 9(04) VALUE ZERO.
001500 77  K010K-WS-NOW-STAMP              PIC X(16).
001510 77  K010K-WS-FAIL-VERB              PIC X(07).
001513 77  K010K-WS-FAIL-FILE              PIC X(08).
001516 77  K010K-WS-FAIL-STATUS            PIC X(02).
001520 77  K010K-WS-REJECT-REASON          PIC X(30).
001530 77  K010K-WS-NEXT-DEST              PIC X(07).
001540 77  K010K-WS-PRIOR-DEST             PIC X(07).
001550 77  K010K-WS-LIMIT-MINS             PIC 9(05) COMP VALUE ZERO.
001560
001570 77  K010K-WS-QUOTIENT               PIC 9(07) COMP VALUE ZERO.
001580 77  K010K-WS-REMAINDER              PIC 9(07) COMP VALUE ZERO.
001590 77  K010K-WS-WORK-YEAR              PIC 9(04) VALUE ZERO.
001600 77  K010K-WS-ELAPSED-SECS           PIC S9(09) COMP VALUE ZERO.
001610 77  K010K-WS-ELAPSED-MINS           PIC 9(07) COMP VALUE ZERO.
001620 77  K010K-WS-START-DAYS             PIC 9(07) COMP VALUE ZERO.
001630 77  K010K-WS-END-DAYS               PIC 9(07) COMP VALUE ZERO.
001640 77  K010K-WS-START-SECS             PIC 9(07) COMP VALUE ZERO.
001650 77  K010K-WS-END-SECS               PIC 9(07) COMP VALUE ZERO.
001660
001670 01  K010K-WS-DATE-IN                PIC 9(08).
001680 01  K010K-WS-DATE-SPLIT REDEFINES K010K-WS-DATE-IN.
001690     05  K010K-WS-DI-YEAR            PIC 9(04).
001700     05  K010K-WS-DI-MONTH           PIC 9(02).
001710     05  K010K-WS-DI-DAY             PIC 9(02).
001720 77  K010K-WS-DAYS-OUT               PIC 9(07) COMP VALUE ZERO.
001730 77  K010K-WS-STAMP-IN               PIC X(16).
001740 77  K010K-WS-STAMP-FROM             PIC X(16).
001750 77  K010K-WS-HOURS                  PIC 9(02) VALUE ZERO.
001760 77  K010K-WS-MINUTES                PIC 9(02) VALUE ZERO.
001770 77  K010K-WS-SECONDS                PIC 9(02) VALUE ZERO.
001780
001790 01  K010K-MONTH-OFFSET-VALUES.
001800     05  FILLER                      PIC X(36) VALUE
001810         '000031059090120151181212243273304334'.
001820 01  K010K-MONTH-OFFSET-TABLE
001830         REDEFINES K010K-MONTH-OFFSET-VALUES.
001840     05  K010K-TB-MONTH-OFFSET OCCURS 12 TIMES
001850                                     PIC 9(03).
001860
001870* A severity with no ESCPARM card waits this many minutes for an
001880* acknowledgement before it is escalated.
001890 77  K010K-MX-DEFAULT-LIMIT          PIC 9(05) COMP VALUE 60.
001900
001910 77  K010K-SUB                       PIC 9(05) COMP VALUE ZERO.
001920 77  K010K-SUB-FOUND                 PIC 9(05) COMP VALUE ZERO.
001930 77  K010K-SUB-LEVEL                 PIC 9(05) COMP VALUE ZERO.
001940 77  K010K-MX-ROUTES                 PIC 9(05) COMP VALUE 50.
001950 77  K010K-MX-LIMITS                 PIC 9(05) COMP VALUE 10.
001960 77  K010K-MX-ESCALATIONS            PIC 9(05) COMP VALUE 2.
001970
001980 01  K010K-ROUTING-TABLE.
001990     05  K010K-ROUTING-ENTRY OCCURS 50 TIMES.
002000         10  K010K-TB-REASON-CODE    PIC X(08).
002010         10  K010K-TB-DESTINATION    PIC X(07).
002020         10  K010K-TB-ESCALATE-TO OCCURS 2 TIMES
002030                                     PIC X(07).
002040
002050 01  K010K-LIMIT-TABLE.
002060     05  K010K-LIMIT-ENTRY OCCURS 10 TIMES.
002070         10  K010K-TB-SEVERITY       PIC X(01).
002080         10  K010K-TB-LIMIT-MINS     PIC 9(05) COMP.
002090
002100 77  K010K-CT-ROUTES                 PIC 9(05) COMP VALUE ZERO.
002110 77  K010K-CT-LIMITS                 PIC 9(05) COMP VALUE ZERO.
002120 77  K010K-CT-LIMITS-IGNORED         PIC 9(05) COMP VALUE ZERO.
002130 77  K010K-CT-LOG-READ               PIC 9(07) COMP VALUE ZERO.
002140 77  K010K-CT-RERAISES-SKIPPED       PIC 9(07) COMP VALUE ZERO.
002150 77  K010K-CT-NEWLY-FILED            PIC 9(05) COMP VALUE ZERO.
002160 77  K010K-CT-ACK-CARDS              PIC 9(05) COMP VALUE ZERO.
002170 77  K010K-CT-ACKS-APPLIED           PIC 9(05) COMP VALUE ZERO.
002180 77  K010K-CT-ALREADY-ACKED          PIC 9(05) COMP VALUE ZERO.
002190 77  K010K-CT-ACKS-REJECTED          PIC 9(05) COMP VALUE ZERO.
002200 77  K010K-CT-OPEN-CHECKED           PIC 9(05) COMP VALUE ZERO.
002210 77  K010K-CT-ESCALATED              PIC 9(05) COMP VALUE ZERO.
002220 77  K010K-CT-EXHAUSTED              PIC 9(05) COMP VALUE ZERO.
002230
002240 77  K010K-WS-NUM-A                  PIC 9(05) VALUE ZERO.
002250 77  K010K-WS-NUM-B                  PIC 9(05) VALUE ZERO.
002260 77  K010K-WS-NUM-C                  PIC 9(05) VALUE ZERO.
002270 77  K010K-WS-NUM-D                  PIC 9(05) VALUE ZERO.
002280 77  K010K-WS-NUM-BIG                PIC 9(07) VALUE ZERO.
002290
002300 PROCEDURE DIVISION.
002310 MAIN-PROCEDURE.
002320     ACCEPT K010K-WS-CURRENT-DATE FROM DATE YYYYMMDD.
002330     ACCEPT K010K-WS-CURRENT-TIME FROM TIME.
002340     STRING K010K-WS-CURRENT-DATE DELIMITED BY SIZE
002350            K010K-WS-CURRENT-TIME DELIMITED BY SIZE
002360         INTO K010K-WS-NOW-STAMP
002370     END-STRING.
002380     PERFORM 1500-VALIDATE-SYMBOLS THRU 1500-EXIT.
002390     PERFORM 2500-OPEN-REPORT THRU 2500-EXIT.
002400     PERFORM 2000-LOAD-ROUTING-MASTER THRU 2000-EXIT.
002410     PERFORM 2200-LOAD-ESCALATION-LIMITS THRU 2200-EXIT.
002420     PERFORM 3000-SYNC-ALERT-LOG THRU 3000-EXIT.
002430     PERFORM 3800-OPEN-STATUS-UPDATE THRU 3800-EXIT.
002440     PERFORM 4000-APPLY-ACK-CARDS THRU 4000-EXIT.
002450     PERFORM 5000-ESCALATE-OPEN-ALERTS THRU 5000-EXIT.
002460     IF NOT K010K-SW-STATUS-NEVER-LOADED
002470         CLOSE ALRTSTAT
002480     END-IF.
002490     PERFORM 9000-PRINT-CONTROL-TOTALS THRU 9000-EXIT.
002500     IF K010K-CT-ESCALATED > ZERO
002510         OR K010K-CT-EXHAUSTED > ZERO
002520         OR K010K-CT-ACKS-REJECTED > ZERO
002530         OR K010K-CT-LIMITS-IGNORED > ZERO
002540         IF K010K-WS-SAVED-RETURN < 4
002550             MOVE 4 TO K010K-WS-SAVED-RETURN
002560         END-IF
002570     END-IF.
002580     GO TO 9999-EXIT.
002590
002600******************************************************************
002610* Confirm the EBCDIC-only corner-bracket symbols will actually
002620* render on this runner, the same check YOUR-PROGRAM-NAME makes
002630* before its banner.  K010_ASCII_MODE is only ever exported by
002640* a non-mainframe shell wrapper (e.g. the Linux test runner).
002650******************************************************************
002660 1500-VALIDATE-SYMBOLS.
002670     MOVE SPACES TO K010K-WS-CODEPAGE-FLAG.
002680     ACCEPT K010K-WS-CODEPAGE-FLAG FROM ENVIRONMENT
002690         'K010_ASCII_MODE'.
002700     IF K010K-WS-CODEPAGE-FLAG = 'Y'
002710         OR K010K-WS-CODEPAGE-FLAG = 'y'
002720         SET K010K-SW-ASCII-MODE-ON TO TRUE
002730     END-IF.
002740     IF K010K-SW-ASCII-MODE-ON
002750         MOVE '<' TO K010K-WS-OPEN-BRACKET
002760         MOVE '>' TO K010K-WS-CLOSE-BRACKET
002770     ELSE
002780         MOVE ANGULAR-DERECHA TO K010K-WS-OPEN-BRACKET
002790         MOVE ANGULAR-IZQUIERDA TO K010K-WS-CLOSE-BRACKET
002800     END-IF.
002810 1500-EXIT.
002820     EXIT.
002830
002840******************************************************************
002850* Load the routing master into the routing table - the reason
002860* code, its first destination and the escalation chain behind
002870* it.  A master that will not open is displayed and the step
002880* carries on: acknowledgements still post, but nothing can be
002890* escalated, and every alert past its limit is marked EXHAUSTED.
002900******************************************************************
002910 2000-LOAD-ROUTING-MASTER.
002920     OPEN INPUT ROUTEFIL.
002930     IF K010K-FS-ROUTEFIL NOT = '00'
002940         DISPLAY K010K-WS-OPEN-BRACKET
002950             'ROUTEFIL OPEN FAILED - STATUS ' K010K-FS-ROUTEFIL
002960             ' - NO ESCALATION CHAIN' K010K-WS-CLOSE-BRACKET
002970         GO TO 2000-EXIT
002980     END-IF.
002990     PERFORM 2100-READ-ROUTING-CARD THRU 2100-EXIT
003000         UNTIL K010K-SW-ROUTEFIL-AT-END.
003010     CLOSE ROUTEFIL.
003020 2000-EXIT.
003030     EXIT.
003040
003050 2100-READ-ROUTING-CARD.
003060     READ ROUTEFIL
003070         AT END
003080             SET K010K-SW-ROUTEFIL-AT-END TO TRUE
003090             GO TO 2100-EXIT
003100     END-READ.
003110     IF K010-RTE-REASON-CODE = SPACES
003120         GO TO 2100-EXIT
003130     END-IF.
003140     IF K010K-CT-ROUTES >= K010K-MX-ROUTES
003150         DISPLAY K010K-WS-OPEN-BRACKET
003160             'ROUTING TABLE FULL - RAISE K010K-MX-ROUTES'
003170             K010K-WS-CLOSE-BRACKET
003180         SET K010K-SW-ROUTEFIL-AT-END TO TRUE
003190         GO TO 2100-EXIT
003200     END-IF.
003210     ADD 1 TO K010K-CT-ROUTES.
003220     MOVE K010-RTE-REASON-CODE TO
003230         K010K-TB-REASON-CODE (K010K-CT-ROUTES).
003240     MOVE K010-RTE-DESTINATION TO
003250         K010K-TB-DESTINATION (K010K-CT-ROUTES).
003260     MOVE K010-RTE-ESCALATE-1 TO
003270         K010K-TB-ESCALATE-TO (K010K-CT-ROUTES 1).
003280     MOVE K010-RTE-ESCALATE-2 TO
003290         K010K-TB-ESCALATE-TO (K010K-CT-ROUTES 2).
003300 2100-EXIT.
003310     EXIT.
003320
003330******************************************************************
003340* Load the per-severity time limits - one ESCPARM card per
003350* severity, the severity in col 01 and the minutes an alert may
003360* sit unacknowledged in cols 03-06.  No ESCPARM at all means
003370* every severity waits the default; a card that does not edit
003376* is printed and ignored, and the step ends RC=4.  Any other
003382* open failure raises K010-019 and aborts RC=16.
003390******************************************************************
003400 2200-LOAD-ESCALATION-LIMITS.
003410     OPEN INPUT ESCPARM.
003420     IF K010K-FS-ESCPARM = '35'
003430         GO TO 2200-EXIT
003440     END-IF.
003450     IF K010K-FS-ESCPARM NOT = '00'
003460         MOVE 'ESCPARM' TO K010K-WS-FAIL-FILE
003470         MOVE K010K-FS-ESCPARM TO K010K-WS-FAIL-STATUS
003480         MOVE 'OPEN' TO K010K-WS-FAIL-VERB
003490         PERFORM 8600-RAISE-FILE-FAILURE THRU 8600-EXIT
003510     END-IF.
003520     PERFORM 2300-READ-LIMIT-CARD THRU 2300-EXIT
003530         UNTIL K010K-SW-ESCPARM-AT-END.
003540     CLOSE ESCPARM.
003550 2200-EXIT.
003560     EXIT.
003570
003580 2300-READ-LIMIT-CARD.
003590     READ ESCPARM
003600         AT END
003610             SET K010K-SW-ESCPARM-AT-END TO TRUE
003620             GO TO 2300-EXIT
003630     END-READ.
003640     IF K010K-LIMIT-CARD = SPACES
003650         GO TO 2300-EXIT
003660     END-IF.
003670     IF K010K-LM-SEVERITY = SPACES
003680         OR K010K-LM-MINUTES-X IS NOT NUMERIC
003690         OR K010K-LM-MINUTES = ZERO
003700         OR K010K-CT-LIMITS >= K010K-MX-LIMITS
003710         ADD 1 TO K010K-CT-LIMITS-IGNORED
003720         MOVE SPACES TO K010-RPT-LINE
003730         STRING 'ESCALATION LIMIT CARD IGNORED: ' DELIMITED
003740                 BY SIZE
003750                K010K-LIMIT-CARD DELIMITED BY SIZE
003760             INTO K010-RPT-LINE
003770         END-STRING
003780         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
003790         GO TO 2300-EXIT
003800     END-IF.
003810     ADD 1 TO K010K-CT-LIMITS.
003820     MOVE K010K-LM-SEVERITY TO
003830         K010K-TB-SEVERITY (K010K-CT-LIMITS).
003840     MOVE K010K-LM-MINUTES TO
003850         K010K-TB-LIMIT-MINS (K010K-CT-LIMITS).
003860 2300-EXIT.
003870     EXIT.
003880
003890******************************************************************
003900* Open the escalation report through the report writer under
003910* today's date.  A print file that will not open is an abort.
003920******************************************************************
003930 2500-OPEN-REPORT.
003940     SET K010-RPT-FUNC-OPEN TO TRUE.
003950     MOVE 'ALERT ACKNOWLEDGEMENT AND ESCALATION' TO
003960         K010-RPT-TITLE.
003970     MOVE K010K-WS-CURRENT-DATE TO K010-RPT-RUN-DATE.
003980     MOVE SPACES TO K010-RPT-CYCLE-ID.
003990     MOVE SPACES TO K010-RPT-ENVIRONMENT.
004000     MOVE ZERO TO K010-RPT-ADVANCE.
004010     CALL 'K010RPT' USING K010-RPT-REQUEST.
004020     IF K010-RPT-RETURN-CODE NOT = '00'
004030         PERFORM 7500-REPORT-FAILURE THRU 7500-EXIT
004040     END-IF.
004050 2500-EXIT.
004060     EXIT.
004070
004080******************************************************************
004090* File every alert on ALERTLOG that ALRTSTAT does not know yet as
004100* an OPEN alert at its first destination.  The log is read in
004110* full each pass; an alert already on file comes back INVALID
004120* KEY and is left as it is, and the re-raises this step wrote
004130* itself are passed over.  A status cluster that has never been
004140* loaded is opened OUTPUT for its first records, the way the
004150* kickoff loads CYCSTAT.  No alert log yet means nothing has
004160* ever been raised.
004170******************************************************************
004180 3000-SYNC-ALERT-LOG.
004190     OPEN INPUT ALERTLOG.
004200     IF K010K-FS-ALERTLOG = '35'
004210         GO TO 3000-EXIT
004220     END-IF.
004230     IF K010K-FS-ALERTLOG NOT = '00'
004240         DISPLAY K010K-WS-OPEN-BRACKET
004250             'ALERTLOG OPEN FAILED - STATUS ' K010K-FS-ALERTLOG
004260             K010K-WS-CLOSE-BRACKET
004270         MOVE 16 TO K010K-WS-SAVED-RETURN
004280         GO TO 9999-EXIT
004290     END-IF.
004300     OPEN I-O ALRTSTAT.
004310     IF K010K-FS-ALRTSTAT = '35'
004320         OPEN OUTPUT ALRTSTAT
004330     END-IF.
004340     IF K010K-FS-ALRTSTAT NOT = '00'
004350         MOVE 'OPEN' TO K010K-WS-FAIL-VERB
004360         PERFORM 8500-ALERT-STATUS-FAILURE THRU 8500-EXIT
004370     END-IF.
004380     PERFORM 3100-FILE-ONE-ALERT THRU 3100-EXIT
004390         UNTIL K010K-SW-ALERTLOG-AT-END.
004400     CLOSE ALERTLOG.
004410     CLOSE ALRTSTAT.
004420 3000-EXIT.
004430     EXIT.
004440
004450 3100-FILE-ONE-ALERT.
004460     READ ALERTLOG
004470         AT END
004480             SET K010K-SW-ALERTLOG-AT-END TO TRUE
004490             GO TO 3100-EXIT
004500     END-READ.
004510     ADD 1 TO K010K-CT-LOG-READ.
004520     IF K010-ALR-IS-RERAISE
004530         ADD 1 TO K010K-CT-RERAISES-SKIPPED
004540         GO TO 3100-EXIT
004550     END-IF.
004560     IF K010-ALR-REASON-CODE = SPACES
004570         GO TO 3100-EXIT
004580     END-IF.
004590     MOVE SPACES TO K010-ALERT-STATUS-RECORD.
004600     MOVE K010-ALR-TIMESTAMP    TO K010-AST-TIMESTAMP.
004610     MOVE K010-ALR-REASON-CODE  TO K010-AST-REASON-CODE.
004620     MOVE K010-ALR-JOB-NAME     TO K010-AST-JOB-NAME.
004630     MOVE K010-ALR-PROGRAM-ID   TO K010-AST-PROGRAM-ID.
004640     MOVE K010-ALR-FILE-STATUS  TO K010-AST-FILE-STATUS.
004650     MOVE K010-ALR-SEVERITY     TO K010-AST-SEVERITY.
004660     MOVE K010-ALR-DESTINATION  TO K010-AST-ORIG-DEST.
004670     MOVE K010-ALR-DESTINATION  TO K010-AST-CURR-DEST.
004680     MOVE ZERO                  TO K010-AST-ESC-LEVEL.
004690     MOVE K010-ALR-TIMESTAMP    TO K010-AST-LAST-RAISED.
004700     SET K010-AST-OPEN TO TRUE.
004710     WRITE K010-ALERT-STATUS-RECORD
004720         INVALID KEY
004730             GO TO 3100-EXIT
004740     END-WRITE.
004750     IF K010K-FS-ALRTSTAT NOT = '00'
004760         MOVE 'WRITE' TO K010K-WS-FAIL-VERB
004770         PERFORM 8500-ALERT-STATUS-FAILURE THRU 8500-EXIT
004780     END-IF.
004790     ADD 1 TO K010K-CT-NEWLY-FILED.
004800 3100-EXIT.
004810     EXIT.
004820
004830******************************************************************
004840* Elapsed minutes between the from-stamp and the in-stamp -
004850* whole days through the calendar walk below, the time of day
004860* on top, truncated to minutes, the same arithmetic the late-
004870* runner monitor K010W00 uses.
004880******************************************************************
004890 3400-COMPUTE-ELAPSED.
004900     MOVE K010K-WS-STAMP-FROM(1:8) TO K010K-WS-DATE-IN.
004910     PERFORM 3500-DATE-TO-DAYS THRU 3500-EXIT.
004920     MOVE K010K-WS-DAYS-OUT TO K010K-WS-START-DAYS.
004930     MOVE K010K-WS-STAMP-FROM(9:2)  TO K010K-WS-HOURS.
004940     MOVE K010K-WS-STAMP-FROM(11:2) TO K010K-WS-MINUTES.
004950     MOVE K010K-WS-STAMP-FROM(13:2) TO K010K-WS-SECONDS.
004960     COMPUTE K010K-WS-START-SECS =
004970         (3600 * K010K-WS-HOURS)
004980         + (60 * K010K-WS-MINUTES)
004990         + K010K-WS-SECONDS.
005000     MOVE K010K-WS-STAMP-IN(1:8) TO K010K-WS-DATE-IN.
005010     PERFORM 3500-DATE-TO-DAYS THRU 3500-EXIT.
005020     MOVE K010K-WS-DAYS-OUT TO K010K-WS-END-DAYS.
005030     MOVE K010K-WS-STAMP-IN(9:2)  TO K010K-WS-HOURS.
005040     MOVE K010K-WS-STAMP-IN(11:2) TO K010K-WS-MINUTES.
005050     MOVE K010K-WS-STAMP-IN(13:2) TO K010K-WS-SECONDS.
005060     COMPUTE K010K-WS-END-SECS =
005070         (3600 * K010K-WS-HOURS)
005080         + (60 * K010K-WS-MINUTES)
005090         + K010K-WS-SECONDS.
005100     COMPUTE K010K-WS-ELAPSED-SECS =
005110         ((K010K-WS-END-DAYS - K010K-WS-START-DAYS) * 86400)
005120         + K010K-WS-END-SECS - K010K-WS-START-SECS.
005130     IF K010K-WS-ELAPSED-SECS < ZERO
005140         MOVE ZERO TO K010K-WS-ELAPSED-SECS
005150     END-IF.
005160     DIVIDE K010K-WS-ELAPSED-SECS BY 60
005170         GIVING K010K-WS-ELAPSED-MINS.
005180 3400-EXIT.
005190     EXIT.
005200
005210******************************************************************
005220* Convert a YYYYMMDD date to a running day number - 365 a year
005230* plus the leap days the calendar has handed out before that
005240* year, the month offset, and the day.  Only differences are
005250* ever taken, so the epoch does not matter.
005260******************************************************************
005270 3500-DATE-TO-DAYS.
005280     SUBTRACT 1 FROM K010K-WS-DI-YEAR
005290         GIVING K010K-WS-WORK-YEAR.
005300     COMPUTE K010K-WS-DAYS-OUT =
005310         (365 * K010K-WS-WORK-YEAR)
005320         + K010K-TB-MONTH-OFFSET (K010K-WS-DI-MONTH)
005330         + K010K-WS-DI-DAY.
005340     DIVIDE K010K-WS-WORK-YEAR BY 4
005350         GIVING K010K-WS-QUOTIENT
005360         REMAINDER K010K-WS-REMAINDER.
005370     ADD K010K-WS-QUOTIENT TO K010K-WS-DAYS-OUT.
005380     DIVIDE K010K-WS-WORK-YEAR BY 100
005390         GIVING K010K-WS-QUOTIENT
005400         REMAINDER K010K-WS-REMAINDER.
005410     SUBTRACT K010K-WS-QUOTIENT FROM K010K-WS-DAYS-OUT.
005420     DIVIDE K010K-WS-WORK-YEAR BY 400
005430         GIVING K010K-WS-QUOTIENT
005440         REMAINDER K010K-WS-REMAINDER.
005450     ADD K010K-WS-QUOTIENT TO K010K-WS-DAYS-OUT.
005460     IF K010K-WS-DI-MONTH > 2
005470         PERFORM 3600-CHECK-LEAP-YEAR THRU 3600-EXIT
005480         IF K010K-SW-IS-LEAP-YEAR
005490             ADD 1 TO K010K-WS-DAYS-OUT
005500         END-IF
005510     END-IF.
005520 3500-EXIT.
005530     EXIT.
005540
005550******************************************************************
005560* Leap year test on the date currently split in the work area -
005570* divisible by 4 and, on a century, by 400.
005580******************************************************************
005590 3600-CHECK-LEAP-YEAR.
005600     MOVE 'N' TO K010K-SW-LEAP-YEAR.
005610     DIVIDE K010K-WS-DI-YEAR BY 4
005620         GIVING K010K-WS-QUOTIENT
005630         REMAINDER K010K-WS-REMAINDER.
005640     IF K010K-WS-REMAINDER NOT = ZERO
005650         GO TO 3600-EXIT
005660     END-IF.
005670     DIVIDE K010K-WS-DI-YEAR BY 100
005680         GIVING K010K-WS-QUOTIENT
005690         REMAINDER K010K-WS-REMAINDER.
005700     IF K010K-WS-REMAINDER NOT = ZERO
005710         SET K010K-SW-IS-LEAP-YEAR TO TRUE
005720         GO TO 3600-EXIT
005730     END-IF.
005740     DIVIDE K010K-WS-DI-YEAR BY 400
005750         GIVING K010K-WS-QUOTIENT
005760         REMAINDER K010K-WS-REMAINDER.
005770     IF K010K-WS-REMAINDER = ZERO
005780         SET K010K-SW-IS-LEAP-YEAR TO TRUE
005790     END-IF.
005800 3600-EXIT.
005810     EXIT.
005820
005830******************************************************************
005840* Reopen the alert status file for update - acknowledgements and
005850* escalations both rewrite records in place.  A cluster still
005860* never loaded means no alert has ever been raised: every card
005870* is rejected and there is nothing to escalate.
005880******************************************************************
005890 3800-OPEN-STATUS-UPDATE.
005900     OPEN I-O ALRTSTAT.
005910     IF K010K-FS-ALRTSTAT = '35'
005920         SET K010K-SW-STATUS-NEVER-LOADED TO TRUE
005930         GO TO 3800-EXIT
005940     END-IF.
005950     IF K010K-FS-ALRTSTAT NOT = '00'
005960         MOVE 'OPEN' TO K010K-WS-FAIL-VERB
005970         PERFORM 8500-ALERT-STATUS-FAILURE THRU 8500-EXIT
005980     END-IF.
005990 3800-EXIT.
006000     EXIT.
006010
006020******************************************************************
006030* Post the acknowledgement deck - one card per alert picked up:
006040* cols 01-08 reason code, 10-17 job name, 19-34 the alert's
006050* timestamp as printed on the alert, 36-43 operator id and
006060* 45-80 a free comment.  An alert acknowledged once stays
006070* acknowledged; a second card for it is reported, not applied.
006080* No deck tonight is not an error.
006090******************************************************************
006100 4000-APPLY-ACK-CARDS.
006110     OPEN INPUT ACKFILE.
006120     IF K010K-FS-ACKFILE = '35'
006130         GO TO 4000-EXIT
006140     END-IF.
006150     IF K010K-FS-ACKFILE NOT = '00'
006160         DISPLAY K010K-WS-OPEN-BRACKET
006170             'ACKFILE OPEN FAILED - STATUS ' K010K-FS-ACKFILE
006180             K010K-WS-CLOSE-BRACKET
006190         MOVE 16 TO K010K-WS-SAVED-RETURN
006200         GO TO 9999-EXIT
006210     END-IF.
006220     PERFORM 4100-APPLY-ONE-ACK THRU 4100-EXIT
006230         UNTIL K010K-SW-ACKFILE-AT-END.
006240     CLOSE ACKFILE.
006250 4000-EXIT.
006260     EXIT.
006270
006280 4100-APPLY-ONE-ACK.
006290     READ ACKFILE
006300         AT END
006310             SET K010K-SW-ACKFILE-AT-END TO TRUE
006320             GO TO 4100-EXIT
006330     END-READ.
006340     IF K010K-ACK-CARD = SPACES
006350         GO TO 4100-EXIT
006360     END-IF.
006370     ADD 1 TO K010K-CT-ACK-CARDS.
006380     IF K010K-AK-REASON-CODE = SPACES
006390         MOVE 'REASON CODE MISSING' TO K010K-WS-REJECT-REASON
006400         PERFORM 8000-REJECT-ACK-CARD THRU 8000-EXIT
006410         GO TO 4100-EXIT
006420     END-IF.
006430     IF K010K-AK-TIMESTAMP IS NOT NUMERIC
006440         MOVE 'ALERT TIMESTAMP NOT NUMERIC' TO
006450             K010K-WS-REJECT-REASON
006460         PERFORM 8000-REJECT-ACK-CARD THRU 8000-EXIT
006470         GO TO 4100-EXIT
006480     END-IF.
006490     IF K010K-AK-OPERATOR = SPACES
006500         MOVE 'OPERATOR ID MISSING' TO K010K-WS-REJECT-REASON
006510         PERFORM 8000-REJECT-ACK-CARD THRU 8000-EXIT
006520         GO TO 4100-EXIT
006530     END-IF.
006540     IF K010K-SW-STATUS-NEVER-LOADED
006550         MOVE 'ALERT NOT ON ALERT STATUS FILE' TO
006560             K010K-WS-REJECT-REASON
006570         PERFORM 8000-REJECT-ACK-CARD THRU 8000-EXIT
006580         GO TO 4100-EXIT
006590     END-IF.
006600     MOVE K010K-AK-TIMESTAMP   TO K010-AST-TIMESTAMP.
006610     MOVE K010K-AK-REASON-CODE TO K010-AST-REASON-CODE.
006620     MOVE K010K-AK-JOB-NAME    TO K010-AST-JOB-NAME.
006630     READ ALRTSTAT
006640         INVALID KEY
006650             MOVE 'ALERT NOT ON ALERT STATUS FILE' TO
006660                 K010K-WS-REJECT-REASON
006670             PERFORM 8000-REJECT-ACK-CARD THRU 8000-EXIT
006680             GO TO 4100-EXIT
006690     END-READ.
006700     IF K010K-FS-ALRTSTAT NOT = '00'
006710         MOVE 'READ' TO K010K-WS-FAIL-VERB
006720         PERFORM 8500-ALERT-STATUS-FAILURE THRU 8500-EXIT
006730     END-IF.
006740     IF K010-AST-ACKED
006750         ADD 1 TO K010K-CT-ALREADY-ACKED
006760         MOVE SPACES TO K010-RPT-LINE
006770         STRING 'ALREADY ACKED ' DELIMITED BY SIZE
006780                K010-AST-REASON-CODE DELIMITED BY SIZE
006790                ' ' DELIMITED BY SIZE
006800                K010-AST-JOB-NAME DELIMITED BY SIZE
006810                ' ' DELIMITED BY SIZE
006820                K010-AST-TIMESTAMP DELIMITED BY SIZE
006830                ' BY ' DELIMITED BY SIZE
006840                K010-AST-ACK-OPERATOR DELIMITED BY SIZE
006850                ' AT ' DELIMITED BY SIZE
006860                K010-AST-ACK-STAMP DELIMITED BY SIZE
006870             INTO K010-RPT-LINE
006880         END-STRING
006890         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
006900         GO TO 4100-EXIT
006910     END-IF.
006920     SET K010-AST-ACKED TO TRUE.
006930     MOVE K010K-AK-OPERATOR   TO K010-AST-ACK-OPERATOR.
006940     MOVE K010K-WS-NOW-STAMP  TO K010-AST-ACK-STAMP.
006950     MOVE K010K-AK-COMMENT    TO K010-AST-ACK-COMMENT.
006960     REWRITE K010-ALERT-STATUS-RECORD.
006970     IF K010K-FS-ALRTSTAT NOT = '00'
006980         MOVE 'REWRITE' TO K010K-WS-FAIL-VERB
006990         PERFORM 8500-ALERT-STATUS-FAILURE THRU 8500-EXIT
007000     END-IF.
007010     ADD 1 TO K010K-CT-ACKS-APPLIED.
007020     MOVE SPACES TO K010-RPT-LINE.
007030     STRING 'ACKNOWLEDGED  ' DELIMITED BY SIZE
007040            K010-AST-REASON-CODE DELIMITED BY SIZE
007050            ' ' DELIMITED BY SIZE
007060            K010-AST-JOB-NAME DELIMITED BY SIZE
007070            ' ' DELIMITED BY SIZE
007080            K010-AST-TIMESTAMP DELIMITED BY SIZE
007090            ' BY ' DELIMITED BY SIZE
007100            K010-AST-ACK-OPERATOR DELIMITED BY SIZE
007110            ' AT ' DELIMITED BY SIZE
007120            K010-AST-CURR-DEST DELIMITED BY SIZE
007130            ' - ' DELIMITED BY SIZE
007140            K010-AST-ACK-COMMENT DELIMITED BY SIZE
007150         INTO K010-RPT-LINE
007160     END-STRING.
007170     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
007180 4100-EXIT.
007190     EXIT.
007200
007210******************************************************************
007220* Walk ALRTSTAT from the first alert and judge every OPEN one:
007230* minutes since it was last raised against its severity's limit.
007240* Past the limit it is re-raised to the next destination of its
007250* reason code's escalation chain, or marked EXHAUSTED when the
007260* chain has run out.  ALERTLOG is opened for the re-raises only
007270* when the first one is due.
007280******************************************************************
007290 5000-ESCALATE-OPEN-ALERTS.
007300     IF K010K-SW-STATUS-NEVER-LOADED
007310         GO TO 5000-EXIT
007320     END-IF.
007330     MOVE LOW-VALUES TO K010-AST-KEY.
007340     START ALRTSTAT KEY NOT < K010-AST-KEY
007350         INVALID KEY
007360             SET K010K-SW-ALRTSTAT-AT-END TO TRUE
007370     END-START.
007380     PERFORM 5100-JUDGE-ONE-ALERT THRU 5100-EXIT
007390         UNTIL K010K-SW-ALRTSTAT-AT-END.
007400     IF K010K-SW-ALERTLOG-IS-OPEN
007410         CLOSE ALERTLOG
007420     END-IF.
007430 5000-EXIT.
007440     EXIT.
007450
007460 5100-JUDGE-ONE-ALERT.
007470     READ ALRTSTAT NEXT RECORD
007480         AT END
007490             SET K010K-SW-ALRTSTAT-AT-END TO TRUE
007500             GO TO 5100-EXIT
007510     END-READ.
007520     IF K010K-FS-ALRTSTAT NOT = '00'
007530         MOVE 'READ' TO K010K-WS-FAIL-VERB
007540         PERFORM 8500-ALERT-STATUS-FAILURE THRU 8500-EXIT
007550     END-IF.
007560     IF NOT K010-AST-OPEN
007570         GO TO 5100-EXIT
007580     END-IF.
007590     ADD 1 TO K010K-CT-OPEN-CHECKED.
007600     PERFORM 5200-FIND-LIMIT THRU 5200-EXIT.
007610     MOVE K010-AST-LAST-RAISED TO K010K-WS-STAMP-FROM.
007620     MOVE K010K-WS-NOW-STAMP TO K010K-WS-STAMP-IN.
007630     PERFORM 3400-COMPUTE-ELAPSED THRU 3400-EXIT.
007640     IF K010K-WS-ELAPSED-MINS < K010K-WS-LIMIT-MINS
007650         GO TO 5100-EXIT
007660     END-IF.
007670     PERFORM 5300-FIND-NEXT-DESTINATION THRU 5300-EXIT.
007680     MOVE K010-AST-CURR-DEST TO K010K-WS-PRIOR-DEST.
007690     IF K010K-WS-NEXT-DEST = SPACES
007700         SET K010-AST-EXHAUSTED TO TRUE
007710         PERFORM 5600-REWRITE-STATUS THRU 5600-EXIT
007720         ADD 1 TO K010K-CT-EXHAUSTED
007730         PERFORM 5700-PRINT-EXHAUSTED-LINE THRU 5700-EXIT
007740         GO TO 5100-EXIT
007750     END-IF.
007760     ADD 1 TO K010-AST-ESC-LEVEL.
007770     MOVE K010K-WS-NEXT-DEST TO K010-AST-CURR-DEST.
007780     MOVE K010K-WS-NOW-STAMP TO K010-AST-LAST-RAISED.
007790     PERFORM 5400-WRITE-RERAISE THRU 5400-EXIT.
007800     PERFORM 5600-REWRITE-STATUS THRU 5600-EXIT.
007810     ADD 1 TO K010K-CT-ESCALATED.
007820     PERFORM 5800-PRINT-ESCALATED-LINE THRU 5800-EXIT.
007830 5100-EXIT.
007840     EXIT.
007850
007860 5200-FIND-LIMIT.
007870     MOVE 'N' TO K010K-SW-LIMIT-FOUND.
007880     MOVE K010K-MX-DEFAULT-LIMIT TO K010K-WS-LIMIT-MINS.
007890     PERFORM 5210-MATCH-LIMIT THRU 5210-EXIT
007900         VARYING K010K-SUB FROM 1 BY 1
007910         UNTIL K010K-SW-LIMIT-WAS-FOUND
007920         OR K010K-SUB > K010K-CT-LIMITS.
007930 5200-EXIT.
007940     EXIT.
007950
007960 5210-MATCH-LIMIT.
007970     IF K010K-TB-SEVERITY (K010K-SUB) = K010-AST-SEVERITY
007980         MOVE K010K-TB-LIMIT-MINS (K010K-SUB) TO
007990             K010K-WS-LIMIT-MINS
008000         SET K010K-SW-LIMIT-WAS-FOUND TO TRUE
008010     END-IF.
008020 5210-EXIT.
008030     EXIT.
008040
008050******************************************************************
008060* The next destination is the escalation chain entry one past
008070* the alert's current level - level 0 is the first destination,
008080* so the first re-raise goes to ESCALATE-1.  A reason code with
008090* no routing card, or a chain with a blank next entry, has
008100* nowhere further to go.
008110******************************************************************
008120 5300-FIND-NEXT-DESTINATION.
008130     MOVE SPACES TO K010K-WS-NEXT-DEST.
008140     MOVE 'N' TO K010K-SW-ROUTE-FOUND.
008150     MOVE ZERO TO K010K-SUB-FOUND.
008160     PERFORM 5310-MATCH-ROUTE THRU 5310-EXIT
008170         VARYING K010K-SUB FROM 1 BY 1
008180         UNTIL K010K-SW-ROUTE-WAS-FOUND
008190         OR K010K-SUB > K010K-CT-ROUTES.
008200     IF NOT K010K-SW-ROUTE-WAS-FOUND
008210         GO TO 5300-EXIT
008220     END-IF.
008230     IF K010-AST-ESC-LEVEL >= K010K-MX-ESCALATIONS
008240         GO TO 5300-EXIT
008250     END-IF.
008260     COMPUTE K010K-SUB-LEVEL = K010-AST-ESC-LEVEL + 1.
008270     MOVE K010K-TB-ESCALATE-TO (K010K-SUB-FOUND K010K-SUB-LEVEL)
008280         TO K010K-WS-NEXT-DEST.
008290 5300-EXIT.
008300     EXIT.
008310
008320 5310-MATCH-ROUTE.
008330     IF K010K-TB-REASON-CODE (K010K-SUB) = K010-AST-REASON-CODE
008340         MOVE K010K-SUB TO K010K-SUB-FOUND
008350         SET K010K-SW-ROUTE-WAS-FOUND TO TRUE
008360     END-IF.
008370 5310-EXIT.
008380     EXIT.
008390
008400******************************************************************
008410* Append the re-raise to ALERTLOG so console automation routes it
008420* to the next destination - the original alert's reason code,
008430* job, program and timestamp, so the page names the alert it
008440* repeats, with the escalation level in the file status field as
008450* E1, E2.  A write failure is displayed and the escalation is
008460* still recorded; the next pass would otherwise re-raise it
008470* again to the same place.
008480******************************************************************
008490 5400-WRITE-RERAISE.
008500     IF NOT K010K-SW-ALERTLOG-IS-OPEN
008510         OPEN EXTEND ALERTLOG
008520         IF K010K-FS-ALERTLOG NOT = '00'
008530             DISPLAY K010K-WS-OPEN-BRACKET
008540                 'ALERTLOG OPEN FAILED - STATUS '
008550                 K010K-FS-ALERTLOG K010K-WS-CLOSE-BRACKET
008560             MOVE 16 TO K010K-WS-SAVED-RETURN
008570             GO TO 9999-EXIT
008580         END-IF
008590         SET K010K-SW-ALERTLOG-IS-OPEN TO TRUE
008600     END-IF.
008610     MOVE SPACES                TO K010-ALERT-LOG-RECORD.
008620     MOVE K010-AST-REASON-CODE  TO K010-ALR-REASON-CODE.
008630     MOVE 'E'                   TO K010-ALR-ESC-FLAG.
008640     MOVE K010-AST-ESC-LEVEL    TO K010-ALR-ESC-LEVEL.
008650     MOVE K010-AST-JOB-NAME     TO K010-ALR-JOB-NAME.
008660     MOVE K010-AST-PROGRAM-ID   TO K010-ALR-PROGRAM-ID.
008670     MOVE K010-AST-TIMESTAMP    TO K010-ALR-TIMESTAMP.
008680     MOVE K010-AST-CURR-DEST    TO K010-ALR-DESTINATION.
008690     MOVE K010-AST-SEVERITY     TO K010-ALR-SEVERITY.
008700     WRITE K010-ALERT-LOG-RECORD.
008710     IF K010K-FS-ALERTLOG NOT = '00'
008720         DISPLAY K010K-WS-OPEN-BRACKET
008730             'ALERTLOG WRITE FAILED - STATUS ' K010K-FS-ALERTLOG
008740             ' - RE-RAISE LOST: ' K010-AST-REASON-CODE
008750             K010K-WS-CLOSE-BRACKET
008760     END-IF.
008770 5400-EXIT.
008780     EXIT.
008790
008800 5600-REWRITE-STATUS.
008810     REWRITE K010-ALERT-STATUS-RECORD.
008820     IF K010K-FS-ALRTSTAT NOT = '00'
008830         MOVE 'REWRITE' TO K010K-WS-FAIL-VERB
008840         PERFORM 8500-ALERT-STATUS-FAILURE THRU 8500-EXIT
008850     END-IF.
008860 5600-EXIT.
008870     EXIT.
008880
008890 5700-PRINT-EXHAUSTED-LINE.
008900     MOVE K010K-WS-ELAPSED-MINS TO K010K-WS-NUM-A.
008910     MOVE SPACES TO K010-RPT-LINE.
008920     STRING 'NOT ESCALATED ' DELIMITED BY SIZE
008930            K010-AST-REASON-CODE DELIMITED BY SIZE
008940            ' ' DELIMITED BY SIZE
008950            K010-AST-JOB-NAME DELIMITED BY SIZE
008960            ' ' DELIMITED BY SIZE
008970            K010-AST-TIMESTAMP DELIMITED BY SIZE
008980            ' SEV ' DELIMITED BY SIZE
008990            K010-AST-SEVERITY DELIMITED BY SIZE
009000            ' UNACKED ' DELIMITED BY SIZE
009010            K010K-WS-NUM-A DELIMITED BY SIZE
009020            ' MINS AT ' DELIMITED BY SIZE
009030            K010K-WS-PRIOR-DEST DELIMITED BY SIZE
009040            ' *** NO FURTHER DESTINATION ***' DELIMITED BY SIZE
009050         INTO K010-RPT-LINE
009060     END-STRING.
009070     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
009080 5700-EXIT.
009090     EXIT.
009100
009110 5800-PRINT-ESCALATED-LINE.
009120     MOVE K010K-WS-ELAPSED-MINS TO K010K-WS-NUM-A.
009130     MOVE SPACES TO K010-RPT-LINE.
009140     STRING 'ESCALATED     ' DELIMITED BY SIZE
009150            K010-AST-REASON-CODE DELIMITED BY SIZE
009160            ' ' DELIMITED BY SIZE
009170            K010-AST-JOB-NAME DELIMITED BY SIZE
009180            ' ' DELIMITED BY SIZE
009190            K010-AST-TIMESTAMP DELIMITED BY SIZE
009200            ' SEV ' DELIMITED BY SIZE
009210            K010-AST-SEVERITY DELIMITED BY SIZE
009220            ' UNACKED ' DELIMITED BY SIZE
009230            K010K-WS-NUM-A DELIMITED BY SIZE
009240            ' MINS AT ' DELIMITED BY SIZE
009250            K010K-WS-PRIOR-DEST DELIMITED BY SIZE
009260            ' - NOW ' DELIMITED BY SIZE
009270            K010-AST-CURR-DEST DELIMITED BY SIZE
009280            ' LEVEL ' DELIMITED BY SIZE
009290            K010-AST-ESC-LEVEL DELIMITED BY SIZE
009300         INTO K010-RPT-LINE
009310     END-STRING.
009320     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
009330 5800-EXIT.
009340     EXIT.
009350
009360******************************************************************
009370* Write one detail line through the report writer, the same
009380* convention YOUR-PROGRAM-NAME uses.
009390******************************************************************
009400 7100-WRITE-REPORT-LINE.
009410     SET K010-RPT-FUNC-WRITE TO TRUE.
009420     CALL 'K010RPT' USING K010-RPT-REQUEST.
009430     MOVE ZERO TO K010-RPT-ADVANCE.
009440     IF K010-RPT-RETURN-CODE NOT = '00'
009450         PERFORM 7500-REPORT-FAILURE THRU 7500-EXIT
009460     END-IF.
009470 7100-EXIT.
009480     EXIT.
009490
009500 7500-REPORT-FAILURE.
009510     DISPLAY K010K-WS-OPEN-BRACKET
009520         'REPORT FILE FAILED - STATUS ' K010-RPT-RETURN-CODE
009530         K010K-WS-CLOSE-BRACKET.
009540     MOVE 16 TO K010K-WS-SAVED-RETURN.
009550     GO TO 9999-EXIT.
009560 7500-EXIT.
009570     EXIT.
009580
009590******************************************************************
009600* One report line per rejected acknowledgement card - the alert
009610* key as keyed and the reason it was not applied.  The step ends
009620* RC=4 when any card lands here so the operator re-keys it.
009630******************************************************************
009640 8000-REJECT-ACK-CARD.
009650     ADD 1 TO K010K-CT-ACKS-REJECTED.
009660     MOVE SPACES TO K010-RPT-LINE.
009670     STRING 'ACK REJECTED  ' DELIMITED BY SIZE
009680            K010K-AK-REASON-CODE DELIMITED BY SIZE
009690            ' ' DELIMITED BY SIZE
009700            K010K-AK-JOB-NAME DELIMITED BY SIZE
009710            ' ' DELIMITED BY SIZE
009720            K010K-AK-TIMESTAMP DELIMITED BY SIZE
009730            ' BY ' DELIMITED BY SIZE
009740            K010K-AK-OPERATOR DELIMITED BY SIZE
009750            ' - ' DELIMITED BY SIZE
009760            K010K-WS-REJECT-REASON DELIMITED BY SIZE
009770         INTO K010-RPT-LINE
009780     END-STRING.
009790     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
009800 8000-EXIT.
009810     EXIT.
009820
009830******************************************************************
009840* The alert status file failed - raise K010-019 so storage hears
009850* about it and abort RC=16.  Escalation cannot be trusted on a
009860* status file that will not update.
009870******************************************************************
009871 8500-ALERT-STATUS-FAILURE.
009872     MOVE 'ALRTSTAT' TO K010K-WS-FAIL-FILE.
009873     MOVE K010K-FS-ALRTSTAT TO K010K-WS-FAIL-STATUS.
009874     PERFORM 8600-RAISE-FILE-FAILURE THRU 8600-EXIT.
009875 8500-EXIT.
009876     EXIT.
009877
009878******************************************************************
009879* Raise K010-019 for the file and status the caller staged, with
009880* the verb that failed, and abort RC=16 - the alert status file
009881* itself, or the ESCPARM limits escalation is judged against.
009882******************************************************************
009883 8600-RAISE-FILE-FAILURE.
009890     DISPLAY K010K-WS-OPEN-BRACKET
009897         K010K-WS-FAIL-FILE ' ' K010K-WS-FAIL-VERB
009904         ' FAILED - STATUS ' K010K-WS-FAIL-STATUS
009911         K010K-WS-CLOSE-BRACKET.
009920     MOVE K010-ABND-ALERT-STATUS TO K010-ALT-REASON-CODE.
009930     MOVE K010K-WS-FAIL-STATUS TO K010-ALT-FILE-STATUS.
009940     MOVE SPACES TO K010-ALT-JOB-NAME.
009950     MOVE 'K010K00' TO K010-ALT-PROGRAM-ID.
009960     CALL 'K010ALRT' USING K010-ALERT-AREA.
009970     MOVE 16 TO K010K-WS-SAVED-RETURN.
009980     GO TO 9999-EXIT.
009990 8600-EXIT.
010000     EXIT.
010010
010020******************************************************************
010030* Control totals - the alert log pass, the acknowledgement deck
010040* and the escalation walk - so the page reconciles against
010050* ALERTLOG and the card deck.
010060******************************************************************
010070 9000-PRINT-CONTROL-TOTALS.
010080     MOVE K010K-CT-LOG-READ TO K010K-WS-NUM-BIG.
010090     MOVE K010K-CT-NEWLY-FILED TO K010K-WS-NUM-A.
010100     MOVE K010K-CT-RERAISES-SKIPPED TO K010K-WS-NUM-B.
010110     MOVE SPACES TO K010-RPT-LINE.
010120     STRING 'ALERT LOG RECORDS ' DELIMITED BY SIZE
010130            K010K-WS-NUM-BIG DELIMITED BY SIZE
010140            ' NEWLY FILED ' DELIMITED BY SIZE
010150            K010K-WS-NUM-A DELIMITED BY SIZE
010160            ' RE-RAISES PASSED OVER ' DELIMITED BY SIZE
010170            K010K-WS-NUM-B DELIMITED BY SIZE
010180         INTO K010-RPT-LINE
010190     END-STRING.
010200     MOVE 2 TO K010-RPT-ADVANCE.
010210     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
010220     MOVE K010K-CT-ACK-CARDS TO K010K-WS-NUM-A.
010230     MOVE K010K-CT-ACKS-APPLIED TO K010K-WS-NUM-B.
010240     MOVE K010K-CT-ALREADY-ACKED TO K010K-WS-NUM-C.
010250     MOVE K010K-CT-ACKS-REJECTED TO K010K-WS-NUM-D.
010260     MOVE SPACES TO K010-RPT-LINE.
010270     STRING 'ACK CARDS ' DELIMITED BY SIZE
010280            K010K-WS-NUM-A DELIMITED BY SIZE
010290            ' APPLIED ' DELIMITED BY SIZE
010300            K010K-WS-NUM-B DELIMITED BY SIZE
010310            ' ALREADY ACKED ' DELIMITED BY SIZE
010320            K010K-WS-NUM-C DELIMITED BY SIZE
010330            ' REJECTED ' DELIMITED BY SIZE
010340            K010K-WS-NUM-D DELIMITED BY SIZE
010350         INTO K010-RPT-LINE
010360     END-STRING.
010370     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
010380     MOVE K010K-CT-OPEN-CHECKED TO K010K-WS-NUM-A.
010390     MOVE K010K-CT-ESCALATED TO K010K-WS-NUM-B.
010400     MOVE K010K-CT-EXHAUSTED TO K010K-WS-NUM-C.
010410     MOVE K010K-CT-LIMITS-IGNORED TO K010K-WS-NUM-D.
010420     MOVE SPACES TO K010-RPT-LINE.
010430     STRING 'OPEN ALERTS CHECKED ' DELIMITED BY SIZE
010440            K010K-WS-NUM-A DELIMITED BY SIZE
010450            ' ESCALATED ' DELIMITED BY SIZE
010460            K010K-WS-NUM-B DELIMITED BY SIZE
010470            ' NO FURTHER DESTINATION ' DELIMITED BY SIZE
010480            K010K-WS-NUM-C DELIMITED BY SIZE
010490            ' LIMIT CARDS IGNORED ' DELIMITED BY SIZE
010500            K010K-WS-NUM-D DELIMITED BY SIZE
010510         INTO K010-RPT-LINE
010520     END-STRING.
010530     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
010540 9000-EXIT.
010550     EXIT.
010560
010570 9999-EXIT.
010580******************************************************************
010590* The abort and warning paths stage their return code in
010600* working storage because the alert and report CALLs on the
010610* way out refresh the RETURN-CODE register, the same
010620* convention the kickoff follows.
010630******************************************************************
010640     SET K010-RPT-FUNC-CLOSE TO TRUE.
010650     CALL 'K010RPT' USING K010-RPT-REQUEST.
010660     MOVE K010K-WS-SAVED-RETURN TO RETURN-CODE.
010670     STOP RUN.
010680 END PROGRAM K010K00.
