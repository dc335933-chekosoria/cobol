000100******************************************************************
000110* Author: Sergio Soria
000120* Creation Date: 20261015
000130* Purpose: Ejercicio 19 - dependency tree report K010D00.  The
000140*          dependency master DEPFILE tells the kickoff and the
000150*          step-progress routine which schedules must be CLOSED
000160*          before another may run, but nobody could see the
000170*          chain it describes as a whole.  This report loads the
000180*          master, prints every chain as an indented tree from
000190*          its root schedules down to the schedules waiting on
000200*          them, each node with its cycle status for the run
000210*          date off CYCSTAT, and flags the two ways a master
000220*          goes bad: a circular dependency - a schedule that
000230*          ends up waiting on itself and will never run - and a
000240*          dangling dependency - a job or cycle the schedule
000250*          master SCHMST does not know, so the wait can never
000260*          be satisfied.  Each exception prints again on its own
000270*          under the tree, and the step ends RC=8 when there is
000280*          any, so a bad master is caught before the night it
000290*          parks the chain.  The report covers PROD unless the
000300*          PARM says TEST, the way the inquiry K010Q00 does.
000310* Modification Date: 20261015
000320* Modification History:
000330*   20261015 SS  Initial version.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. K010D00.
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
000500     SELECT DEPFILE  ASSIGN TO DEPFILE
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS K010D-FS-DEPFILE.
000530
000540     SELECT SCHMST   ASSIGN TO SCHMST
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS K010D-FS-SCHMST.
000570
000580     SELECT CYCSTAT  ASSIGN TO CYCSTAT
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS K010-CST-KEY
000620         FILE STATUS IS K010D-FS-CYCSTAT.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  DEPFILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY DEPREC.
000690
000700 FD  SCHMST
000710     LABEL RECORDS ARE STANDARD.
000720     COPY SCHMST.
000730
000740 FD  CYCSTAT
000750     LABEL RECORDS ARE STANDARD.
000760     COPY CYCSTAT.
000770
000780 WORKING-STORAGE SECTION.
000790     COPY RPTCTL.
000800
000810 77  K010D-FS-DEPFILE                PIC X(02).
000820 77  K010D-FS-SCHMST                 PIC X(02).
000830 77  K010D-FS-CYCSTAT                PIC X(02).
000840
000850 77  K010D-SW-DEPFILE-EOF            PIC X(01) VALUE 'N'.
000860     88  K010D-SW-DEPFILE-AT-END     VALUE 'Y'.
000870 77  K010D-SW-SCHMST-EOF             PIC X(01) VALUE 'N'.
000880     88  K010D-SW-SCHMST-AT-END      VALUE 'Y'.
000890 77  K010D-SW-CYCSTAT-EOF            PIC X(01) VALUE 'N'.
000900     88  K010D-SW-CYCSTAT-AT-END     VALUE 'Y'.
000910 77  K010D-SW-ASCII-MODE             PIC X(01) VALUE 'N'.
000920     88  K010D-SW-ASCII-MODE-ON      VALUE 'Y'.
000930 77  K010D-SW-NODE-FOUND             PIC X(01) VALUE 'N'.
000940     88  K010D-SW-NODE-WAS-FOUND     VALUE 'Y'.
000950 77  K010D-SW-JOB-FOUND              PIC X(01) VALUE 'N'.
000960     88  K010D-SW-JOB-WAS-FOUND      VALUE 'Y'.
000970 77  K010D-SW-CYCLE-FOUND            PIC X(01) VALUE 'N'.
000980     88  K010D-SW-CYCLE-WAS-FOUND    VALUE 'Y'.
000990 77  K010D-SW-EDGE-FOUND             PIC X(01) VALUE 'N'.
001000     88  K010D-SW-EDGE-WAS-FOUND     VALUE 'Y'.
001010 77  K010D-SW-CYCLE-HEADING          PIC X(01) VALUE 'N'.
001020     88  K010D-SW-CYCLE-HEADING-DONE VALUE 'Y'.
001030
001040 77  K010D-WS-CURRENT-DATE           PIC 9(08).
001050 77  K010D-WS-REPORT-DATE            PIC 9(08).
001060 77  K010D-WS-REPORT-ENV             PIC X(04) VALUE 'PROD'.
001070 77  K010D-WS-CODEPAGE-FLAG          PIC X(05).
001080 77  K010D-WS-OPEN-BRACKET           PIC X(01).
001090 77  K010D-WS-CLOSE-BRACKET          PIC X(01).
001100 77  K010D-WS-SAVED-RETURN           PIC 9(04) VALUE ZERO.
001110 77  K010D-WS-NODE-TEXT              PIC X(80).
001120 77  K010D-WS-FLAG-TEXT              PIC X(32).
001130 77  K010D-WS-INDENT                 PIC 9(03) COMP VALUE ZERO.
001140 77  K010D-WS-END-TEXT               PIC X(40).
001150
001160 01  K010D-WS-FIND-KEY.
001170     05  K010D-WS-FIND-JOB           PIC X(08).
001180     05  K010D-WS-FIND-CYCLE         PIC X(04).
001190
001200* Schedule master - every legal job and the cycle ids it may
001210* run, the same table the pre-edit K005A00 loads.
001220 77  K010D-SUB-JOB                   PIC 9(05) COMP VALUE ZERO.
001230 77  K010D-SUB-CYCLE                 PIC 9(05) COMP VALUE ZERO.
001240 77  K010D-MX-MASTER-JOBS            PIC 9(05) COMP VALUE 100.
001250
001260 01  K010D-MASTER-TABLE.
001270     05  K010D-MASTER-ENTRY OCCURS 100 TIMES.
001280         10  K010D-TB-MS-JOB-NAME    PIC X(08).
001290         10  K010D-TB-MS-CYCLE-ID    OCCURS 6 TIMES
001300                                     PIC X(04).
001310
001320* One node per distinct job/cycle pair named on the dependency
001330* master, carrying its cycle status for the run date and the
001340* walk flags - printed once, and on the path being walked now.
001350 77  K010D-SUB                       PIC 9(05) COMP VALUE ZERO.
001360 77  K010D-SUB-FOUND                 PIC 9(05) COMP VALUE ZERO.
001370 77  K010D-SUB-PRED                  PIC 9(05) COMP VALUE ZERO.
001380 77  K010D-SUB-SUCC                  PIC 9(05) COMP VALUE ZERO.
001390 77  K010D-MX-NODES                  PIC 9(05) COMP VALUE 200.
001400
001410 01  K010D-NODE-TABLE.
001420     05  K010D-NODE-ENTRY OCCURS 200 TIMES.
001430         10  K010D-TB-JOB-NAME       PIC X(08).
001440         10  K010D-TB-CYCLE-ID       PIC X(04).
001450         10  K010D-TB-STATUS         PIC X(06).
001460         10  K010D-TB-PRED-FLAG      PIC X(01).
001470             88  K010D-TB-HAS-PRED   VALUE 'Y'.
001480         10  K010D-TB-MASTER-FLAG    PIC X(01).
001490             88  K010D-TB-NOT-ON-MASTER VALUE 'Y'.
001500         10  K010D-TB-PRINT-FLAG     PIC X(01).
001510             88  K010D-TB-PRINTED    VALUE 'Y'.
001520         10  K010D-TB-PATH-FLAG      PIC X(01).
001530             88  K010D-TB-ON-PATH    VALUE 'Y'.
001540
001550* One edge per dependency card - the predecessor node and the
001560* successor node waiting on it.
001570 77  K010D-SUB-EDGE                  PIC 9(05) COMP VALUE ZERO.
001580 77  K010D-MX-EDGES                  PIC 9(05) COMP VALUE 300.
001590
001600 01  K010D-EDGE-TABLE.
001610     05  K010D-EDGE-ENTRY OCCURS 300 TIMES.
001620         10  K010D-TB-EDGE-PRED      PIC 9(05) COMP.
001630         10  K010D-TB-EDGE-SUCC      PIC 9(05) COMP.
001640
001650* The walk stack - the node at each depth of the path being
001660* printed and the last edge already followed out of it.
001670 77  K010D-WS-DEPTH                  PIC 9(05) COMP VALUE ZERO.
001680
001690 01  K010D-STACK-TABLE.
001700     05  K010D-STACK-ENTRY OCCURS 200 TIMES.
001710         10  K010D-TB-STK-NODE       PIC 9(05) COMP.
001720         10  K010D-TB-STK-EDGE       PIC 9(05) COMP.
001730
001740 77  K010D-CT-CARDS-READ             PIC 9(05) COMP VALUE ZERO.
001750 77  K010D-CT-CARDS-REJECTED         PIC 9(05) COMP VALUE ZERO.
001760 77  K010D-CT-NODES                  PIC 9(05) COMP VALUE ZERO.
001770 77  K010D-CT-EDGES                  PIC 9(05) COMP VALUE ZERO.
001780 77  K010D-CT-MASTER-JOBS            PIC 9(05) COMP VALUE ZERO.
001790 77  K010D-CT-ROOTS                  PIC 9(05) COMP VALUE ZERO.
001800 77  K010D-CT-NOT-CLOSED             PIC 9(05) COMP VALUE ZERO.
001810 77  K010D-CT-CIRCULAR               PIC 9(05) COMP VALUE ZERO.
001820 77  K010D-CT-DANGLING               PIC 9(05) COMP VALUE ZERO.
001830
001840 77  K010D-WS-NUM-A                  PIC 9(05) VALUE ZERO.
001850 77  K010D-WS-NUM-B                  PIC 9(05) VALUE ZERO.
001860 77  K010D-WS-NUM-C                  PIC 9(05) VALUE ZERO.
001870 77  K010D-WS-NUM-D                  PIC 9(05) VALUE ZERO.
001880
001890 LINKAGE SECTION.
001900 01  LS-PARM-AREA.
001910     05  LS-PARM-LENGTH              PIC S9(04) COMP.
001920     05  LS-PARM-TEXT                PIC X(80).
001930
001940 PROCEDURE DIVISION USING LS-PARM-AREA.
001950 MAIN-PROCEDURE.
001960     ACCEPT K010D-WS-CURRENT-DATE FROM DATE YYYYMMDD.
001970     PERFORM 1000-PARSE-PARM THRU 1000-EXIT.
001980     PERFORM 1500-VALIDATE-SYMBOLS THRU 1500-EXIT.
001990     PERFORM 2000-LOAD-MASTER-FILE THRU 2000-EXIT.
002000     PERFORM 2500-OPEN-REPORT THRU 2500-EXIT.
002010     PERFORM 3000-LOAD-DEPENDENCIES THRU 3000-EXIT.
002020     IF K010D-CT-EDGES = ZERO
002030         MOVE 'NO DEPENDENCY ON THE MASTER - NOTHING WAITS' TO
002040             K010-RPT-LINE
002050         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
002060         PERFORM 9000-PRINT-CONTROL-TOTALS THRU 9000-EXIT
002070         GO TO 9999-EXIT
002080     END-IF.
002090     PERFORM 4000-LOAD-CYCLE-STATUS THRU 4000-EXIT.
002100     PERFORM 4500-CHECK-ONE-NODE THRU 4500-EXIT
002110         VARYING K010D-SUB FROM 1 BY 1
002120         UNTIL K010D-SUB > K010D-CT-NODES.
002130     PERFORM 5000-PRINT-TREES THRU 5000-EXIT.
002140     PERFORM 6000-PRINT-EXCEPTIONS THRU 6000-EXIT.
002150     PERFORM 9000-PRINT-CONTROL-TOTALS THRU 9000-EXIT.
002160     IF K010D-CT-CIRCULAR > ZERO OR K010D-CT-DANGLING > ZERO
002170         MOVE 8 TO K010D-WS-SAVED-RETURN
002180     END-IF.
002190     GO TO 9999-EXIT.
002200
002210******************************************************************
002220* The report normally shows today's run date for PROD; an
002230* 8-digit PARM shows another date, TEST the test environment,
002240* and a 12-byte PARM both - the inquiry K010Q00's convention.
002250******************************************************************
002260 1000-PARSE-PARM.
002270     MOVE K010D-WS-CURRENT-DATE TO K010D-WS-REPORT-DATE.
002280     IF LS-PARM-LENGTH = 8
002290         AND LS-PARM-TEXT(1:8) IS NUMERIC
002300         MOVE LS-PARM-TEXT(1:8) TO K010D-WS-REPORT-DATE
002310     END-IF.
002320     IF LS-PARM-LENGTH = 4
002330         AND (LS-PARM-TEXT(1:4) = 'TEST'
002340             OR LS-PARM-TEXT(1:4) = 'PROD')
002350         MOVE LS-PARM-TEXT(1:4) TO K010D-WS-REPORT-ENV
002360     END-IF.
002370     IF LS-PARM-LENGTH = 12
002380         AND LS-PARM-TEXT(1:8) IS NUMERIC
002390         AND (LS-PARM-TEXT(9:4) = 'TEST'
002400             OR LS-PARM-TEXT(9:4) = 'PROD')
002410         MOVE LS-PARM-TEXT(1:8) TO K010D-WS-REPORT-DATE
002420         MOVE LS-PARM-TEXT(9:4) TO K010D-WS-REPORT-ENV
002430     END-IF.
002440 1000-EXIT.
002450     EXIT.
002460
002470******************************************************************
002480* Confirm the EBCDIC-only corner-bracket symbols will actually
002490* render on this runner, the same check YOUR-PROGRAM-NAME makes
002500* before its banner.  K010_ASCII_MODE is only ever exported by
002510* a non-mainframe shell wrapper (e.g. the Linux test runner).
002520******************************************************************
002530 1500-VALIDATE-SYMBOLS.
002540     MOVE SPACES TO K010D-WS-CODEPAGE-FLAG.
002550     ACCEPT K010D-WS-CODEPAGE-FLAG FROM ENVIRONMENT
002560         'K010_ASCII_MODE'.
002570     IF K010D-WS-CODEPAGE-FLAG = 'Y'
002580         OR K010D-WS-CODEPAGE-FLAG = 'y'
002590         SET K010D-SW-ASCII-MODE-ON TO TRUE
002600     END-IF.
002610     IF K010D-SW-ASCII-MODE-ON
002620         MOVE '<' TO K010D-WS-OPEN-BRACKET
002630         MOVE '>' TO K010D-WS-CLOSE-BRACKET
002640     ELSE
002650         MOVE ANGULAR-DERECHA TO K010D-WS-OPEN-BRACKET
002660         MOVE ANGULAR-IZQUIERDA TO K010D-WS-CLOSE-BRACKET
002670     END-IF.
002680 1500-EXIT.
002690     EXIT.
002700
002710******************************************************************
002720* Load the schedule master into the master table - the legal
002730* job names and the cycle ids each may run.  A dependency card
002740* naming anything the master does not carry is dangling.  A
002750* master that will not open leaves nothing to judge against,
002760* so the report aborts rather than calling every card dangling.
002770******************************************************************
002780 2000-LOAD-MASTER-FILE.
002790     OPEN INPUT SCHMST.
002800     IF K010D-FS-SCHMST NOT = '00'
002810         DISPLAY K010D-WS-OPEN-BRACKET
002820             'SCHMST OPEN FAILED - STATUS ' K010D-FS-SCHMST
002830             K010D-WS-CLOSE-BRACKET
002840         MOVE 16 TO K010D-WS-SAVED-RETURN
002850         GO TO 9999-EXIT
002860     END-IF.
002870     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT
002880         UNTIL K010D-SW-SCHMST-AT-END.
002890     CLOSE SCHMST.
002900 2000-EXIT.
002910     EXIT.
002920
002930 2100-READ-MASTER-RECORD.
002940     READ SCHMST
002950         AT END
002960             SET K010D-SW-SCHMST-AT-END TO TRUE
002970             GO TO 2100-EXIT
002980     END-READ.
002990     IF K005-MS-JOB-NAME = SPACES
003000         GO TO 2100-EXIT
003010     END-IF.
003020     IF K010D-CT-MASTER-JOBS >= K010D-MX-MASTER-JOBS
003030         DISPLAY K010D-WS-OPEN-BRACKET
003040             'MASTER TABLE FULL - RAISE K010D-MX-MASTER-JOBS'
003050             K010D-WS-CLOSE-BRACKET
003060         MOVE 16 TO K010D-WS-SAVED-RETURN
003070         GO TO 9999-EXIT
003080     END-IF.
003090     ADD 1 TO K010D-CT-MASTER-JOBS.
003100     MOVE K005-MS-JOB-NAME TO
003110         K010D-TB-MS-JOB-NAME (K010D-CT-MASTER-JOBS).
003120     PERFORM 2110-COPY-ONE-CYCLE THRU 2110-EXIT
003130         VARYING K010D-SUB-CYCLE FROM 1 BY 1
003140         UNTIL K010D-SUB-CYCLE > 6.
003150 2100-EXIT.
003160     EXIT.
003170
003180 2110-COPY-ONE-CYCLE.
003190     MOVE K005-MS-CYCLE-ID (K010D-SUB-CYCLE) TO
003200         K010D-TB-MS-CYCLE-ID (K010D-CT-MASTER-JOBS,
003210             K010D-SUB-CYCLE).
003220 2110-EXIT.
003230     EXIT.
003240
003250******************************************************************
003260* Open the report through the report writer under the run
003270* date's title.  A print file that will not open is an abort;
003280* there is nowhere to put the tree.
003290******************************************************************
003300 2500-OPEN-REPORT.
003310     SET K010-RPT-FUNC-OPEN TO TRUE.
003320     MOVE 'DEPENDENCY CHAIN REPORT' TO K010-RPT-TITLE.
003330     MOVE K010D-WS-REPORT-DATE TO K010-RPT-RUN-DATE.
003340     MOVE SPACES TO K010-RPT-CYCLE-ID.
003350     MOVE K010D-WS-REPORT-ENV TO K010-RPT-ENVIRONMENT.
003360     MOVE ZERO TO K010-RPT-ADVANCE.
003370     CALL 'K010RPT' USING K010-RPT-REQUEST.
003380     IF K010-RPT-RETURN-CODE NOT = '00'
003390         PERFORM 7500-REPORT-FAILURE THRU 7500-EXIT
003400     END-IF.
003410 2500-EXIT.
003420     EXIT.
003430
003440******************************************************************
003450* Load the dependency master - one edge per card, with both of
003460* its job/cycle pairs filed as nodes.  A master that is not
003470* there (status 35) means nothing waits on anything, which the
003480* kickoff reads the same way.  A card missing a job name is
003490* shown and not applied, as the kickoff does.
003500******************************************************************
003510 3000-LOAD-DEPENDENCIES.
003520     OPEN INPUT DEPFILE.
003530     IF K010D-FS-DEPFILE = '35'
003540         GO TO 3000-EXIT
003550     END-IF.
003560     IF K010D-FS-DEPFILE NOT = '00'
003570         DISPLAY K010D-WS-OPEN-BRACKET
003580             'DEPFILE OPEN FAILED - STATUS ' K010D-FS-DEPFILE
003590             K010D-WS-CLOSE-BRACKET
003600         MOVE 16 TO K010D-WS-SAVED-RETURN
003610         GO TO 9999-EXIT
003620     END-IF.
003630     PERFORM 3100-READ-DEPENDENCY-CARD THRU 3100-EXIT
003640         UNTIL K010D-SW-DEPFILE-AT-END.
003650     CLOSE DEPFILE.
003660 3000-EXIT.
003670     EXIT.
003680
003690 3100-READ-DEPENDENCY-CARD.
003700     READ DEPFILE
003710         AT END
003720             SET K010D-SW-DEPFILE-AT-END TO TRUE
003730             GO TO 3100-EXIT
003740     END-READ.
003750     IF K010-DEPENDENCY-RECORD = SPACES
003760         GO TO 3100-EXIT
003770     END-IF.
003780     ADD 1 TO K010D-CT-CARDS-READ.
003790     IF K010-DEP-JOB-NAME = SPACES
003800         OR K010-DEP-PRED-JOB-NAME = SPACES
003810         ADD 1 TO K010D-CT-CARDS-REJECTED
003820         MOVE SPACES TO K010-RPT-LINE
003830         STRING 'CARD REJECTED - JOB OR PREDECESSOR MISSING: '
003840                 DELIMITED BY SIZE
003850                K010-DEPENDENCY-RECORD(1:30) DELIMITED BY SIZE
003860             INTO K010-RPT-LINE
003870         END-STRING
003880         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
003890         GO TO 3100-EXIT
003900     END-IF.
003910     IF K010D-CT-EDGES >= K010D-MX-EDGES
003920         DISPLAY K010D-WS-OPEN-BRACKET
003930             'EDGE TABLE FULL - RAISE K010D-MX-EDGES'
003940             K010D-WS-CLOSE-BRACKET
003950         MOVE 16 TO K010D-WS-SAVED-RETURN
003960         GO TO 9999-EXIT
003970     END-IF.
003980     MOVE K010-DEP-PRED-JOB-NAME TO K010D-WS-FIND-JOB.
003990     MOVE K010-DEP-PRED-CYCLE-ID TO K010D-WS-FIND-CYCLE.
004000     PERFORM 3200-FIND-OR-ADD-NODE THRU 3200-EXIT.
004010     MOVE K010D-SUB-FOUND TO K010D-SUB-PRED.
004020     MOVE K010-DEP-JOB-NAME TO K010D-WS-FIND-JOB.
004030     MOVE K010-DEP-CYCLE-ID TO K010D-WS-FIND-CYCLE.
004040     PERFORM 3200-FIND-OR-ADD-NODE THRU 3200-EXIT.
004050     MOVE K010D-SUB-FOUND TO K010D-SUB-SUCC.
004060     SET K010D-TB-HAS-PRED (K010D-SUB-SUCC) TO TRUE.
004070     ADD 1 TO K010D-CT-EDGES.
004080     MOVE K010D-SUB-PRED TO K010D-TB-EDGE-PRED (K010D-CT-EDGES).
004090     MOVE K010D-SUB-SUCC TO K010D-TB-EDGE-SUCC (K010D-CT-EDGES).
004100 3100-EXIT.
004110     EXIT.
004120
004130******************************************************************
004140* Find the node for the job/cycle pair in the find key, filing
004150* a new one - status NO RUN until CYCSTAT says otherwise - when
004160* the pair is not on the table yet.
004170******************************************************************
004180 3200-FIND-OR-ADD-NODE.
004190     PERFORM 3300-FIND-NODE THRU 3300-EXIT.
004200     IF K010D-SW-NODE-WAS-FOUND
004210         GO TO 3200-EXIT
004220     END-IF.
004230     IF K010D-CT-NODES >= K010D-MX-NODES
004240         DISPLAY K010D-WS-OPEN-BRACKET
004250             'NODE TABLE FULL - RAISE K010D-MX-NODES'
004260             K010D-WS-CLOSE-BRACKET
004270         MOVE 16 TO K010D-WS-SAVED-RETURN
004280         GO TO 9999-EXIT
004290     END-IF.
004300     ADD 1 TO K010D-CT-NODES.
004310     MOVE K010D-CT-NODES TO K010D-SUB-FOUND.
004320     MOVE K010D-WS-FIND-JOB TO
004330         K010D-TB-JOB-NAME (K010D-SUB-FOUND).
004340     MOVE K010D-WS-FIND-CYCLE TO
004350         K010D-TB-CYCLE-ID (K010D-SUB-FOUND).
004360     MOVE 'NO RUN' TO K010D-TB-STATUS (K010D-SUB-FOUND).
004370     MOVE 'N' TO K010D-TB-PRED-FLAG (K010D-SUB-FOUND).
004380     MOVE 'N' TO K010D-TB-MASTER-FLAG (K010D-SUB-FOUND).
004390     MOVE 'N' TO K010D-TB-PRINT-FLAG (K010D-SUB-FOUND).
004400     MOVE 'N' TO K010D-TB-PATH-FLAG (K010D-SUB-FOUND).
004410 3200-EXIT.
004420     EXIT.
004430
004440 3300-FIND-NODE.
004450     MOVE 'N' TO K010D-SW-NODE-FOUND.
004460     MOVE ZERO TO K010D-SUB-FOUND.
004470     PERFORM 3310-MATCH-NODE THRU 3310-EXIT
004480         VARYING K010D-SUB FROM 1 BY 1
004490         UNTIL K010D-SW-NODE-WAS-FOUND
004500         OR K010D-SUB > K010D-CT-NODES.
004510 3300-EXIT.
004520     EXIT.
004530
004540 3310-MATCH-NODE.
004550     IF K010D-TB-JOB-NAME (K010D-SUB) = K010D-WS-FIND-JOB
004560         AND K010D-TB-CYCLE-ID (K010D-SUB) = K010D-WS-FIND-CYCLE
004570         MOVE K010D-SUB TO K010D-SUB-FOUND
004580         SET K010D-SW-NODE-WAS-FOUND TO TRUE
004590     END-IF.
004600 3310-EXIT.
004610     EXIT.
004620
004630******************************************************************
004640* Browse CYCSTAT for the run date, the same browse the inquiry
004650* K010Q00 makes, and post each record's status on its node.
004660* Records for the other environment are passed over; records
004670* from before the environment stamp read as PROD.  A status
004680* cluster never loaded leaves every node at NO RUN.
004690******************************************************************
004700 4000-LOAD-CYCLE-STATUS.
004710     OPEN INPUT CYCSTAT.
004720     IF K010D-FS-CYCSTAT = '35'
004730         GO TO 4000-EXIT
004740     END-IF.
004750     IF K010D-FS-CYCSTAT NOT = '00'
004760         DISPLAY K010D-WS-OPEN-BRACKET
004770             'CYCSTAT OPEN FAILED - STATUS ' K010D-FS-CYCSTAT
004780             K010D-WS-CLOSE-BRACKET
004790         MOVE 16 TO K010D-WS-SAVED-RETURN
004800         GO TO 9999-EXIT
004810     END-IF.
004820     MOVE K010D-WS-REPORT-DATE TO K010-CST-RUN-DATE.
004830     MOVE LOW-VALUES TO K010-CST-JOB-NAME.
004840     MOVE LOW-VALUES TO K010-CST-CYCLE-ID.
004850     START CYCSTAT KEY NOT < K010-CST-KEY
004860         INVALID KEY
004870             SET K010D-SW-CYCSTAT-AT-END TO TRUE
004880     END-START.
004890     PERFORM 4100-READ-ONE-STATUS THRU 4100-EXIT
004900         UNTIL K010D-SW-CYCSTAT-AT-END.
004910     CLOSE CYCSTAT.
004920 4000-EXIT.
004930     EXIT.
004940
004950 4100-READ-ONE-STATUS.
004960     READ CYCSTAT NEXT RECORD
004970         AT END
004980             SET K010D-SW-CYCSTAT-AT-END TO TRUE
004990             GO TO 4100-EXIT
005000     END-READ.
005010     IF K010D-FS-CYCSTAT NOT = '00'
005020         DISPLAY K010D-WS-OPEN-BRACKET
005030             'CYCSTAT READ FAILED - STATUS ' K010D-FS-CYCSTAT
005040             K010D-WS-CLOSE-BRACKET
005050         MOVE 16 TO K010D-WS-SAVED-RETURN
005060         GO TO 9999-EXIT
005070     END-IF.
005080     IF K010-CST-RUN-DATE NOT = K010D-WS-REPORT-DATE
005090         SET K010D-SW-CYCSTAT-AT-END TO TRUE
005100         GO TO 4100-EXIT
005110     END-IF.
005120     IF K010-CST-ENVIRONMENT NOT = K010D-WS-REPORT-ENV
005130         AND (K010-CST-ENVIRONMENT NOT = SPACES
005140             OR K010D-WS-REPORT-ENV NOT = 'PROD')
005150         GO TO 4100-EXIT
005160     END-IF.
005170     MOVE K010-CST-JOB-NAME TO K010D-WS-FIND-JOB.
005180     MOVE K010-CST-CYCLE-ID TO K010D-WS-FIND-CYCLE.
005190     PERFORM 3300-FIND-NODE THRU 3300-EXIT.
005200     IF K010D-SW-NODE-WAS-FOUND
005210         MOVE K010-CST-STATUS TO K010D-TB-STATUS (K010D-SUB-FOUND)
005220     END-IF.
005230 4100-EXIT.
005240     EXIT.
005250
005260******************************************************************
005270* Judge one node against the schedule master - an unknown job,
005280* or a cycle id the job is not allowed to run, is a dependency
005290* that can never be met - and count the nodes not yet CLOSED
005300* and the roots the trees start from.
005310******************************************************************
005320 4500-CHECK-ONE-NODE.
005330     IF NOT K010D-TB-HAS-PRED (K010D-SUB)
005340         ADD 1 TO K010D-CT-ROOTS
005350     END-IF.
005360     IF K010D-TB-STATUS (K010D-SUB) NOT = 'CLOSED'
005370         ADD 1 TO K010D-CT-NOT-CLOSED
005380     END-IF.
005390     MOVE 'N' TO K010D-SW-JOB-FOUND.
005400     MOVE 'N' TO K010D-SW-CYCLE-FOUND.
005410     PERFORM 4510-MATCH-MASTER-JOB THRU 4510-EXIT
005420         VARYING K010D-SUB-JOB FROM 1 BY 1
005430         UNTIL K010D-SW-JOB-WAS-FOUND
005440         OR K010D-SUB-JOB > K010D-CT-MASTER-JOBS.
005450     IF NOT K010D-SW-CYCLE-WAS-FOUND
005460         SET K010D-TB-NOT-ON-MASTER (K010D-SUB) TO TRUE
005470     END-IF.
005480 4500-EXIT.
005490     EXIT.
005500
005510 4510-MATCH-MASTER-JOB.
005520     IF K010D-TB-MS-JOB-NAME (K010D-SUB-JOB) NOT =
005530         K010D-TB-JOB-NAME (K010D-SUB)
005540         GO TO 4510-EXIT
005550     END-IF.
005560     SET K010D-SW-JOB-WAS-FOUND TO TRUE.
005570     PERFORM 4520-MATCH-MASTER-CYCLE THRU 4520-EXIT
005580         VARYING K010D-SUB-CYCLE FROM 1 BY 1
005590         UNTIL K010D-SW-CYCLE-WAS-FOUND
005600         OR K010D-SUB-CYCLE > 6.
005610 4510-EXIT.
005620     EXIT.
005630
005640 4520-MATCH-MASTER-CYCLE.
005650     IF K010D-TB-MS-CYCLE-ID (K010D-SUB-JOB, K010D-SUB-CYCLE) =
005660         K010D-TB-CYCLE-ID (K010D-SUB)
005670         AND K010D-TB-CYCLE-ID (K010D-SUB) NOT = SPACES
005680         SET K010D-SW-CYCLE-WAS-FOUND TO TRUE
005690     END-IF.
005700 4520-EXIT.
005710     EXIT.
005720
005730******************************************************************
005740* Print one tree per root - a schedule that waits on nothing -
005750* with the schedules waiting on it indented beneath.  Nodes the
005760* roots never reach can only sit on a loop with no way in, so
005770* they are walked afterwards under their own heading; the walk
005780* flags the loop where it closes.
005790******************************************************************
005800 5000-PRINT-TREES.
005810     MOVE 'DEPENDENCY CHAINS - EACH SCHEDULE OVER THOSE WAITING'
005820         TO K010-RPT-LINE.
005830     MOVE 2 TO K010-RPT-ADVANCE.
005840     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
005850     PERFORM 5100-WALK-ROOT THRU 5100-EXIT
005860         VARYING K010D-SUB-PRED FROM 1 BY 1
005870         UNTIL K010D-SUB-PRED > K010D-CT-NODES.
005880     PERFORM 5150-WALK-UNREACHED THRU 5150-EXIT
005890         VARYING K010D-SUB-PRED FROM 1 BY 1
005900         UNTIL K010D-SUB-PRED > K010D-CT-NODES.
005910 5000-EXIT.
005920     EXIT.
005930
005940 5100-WALK-ROOT.
005950     IF K010D-TB-HAS-PRED (K010D-SUB-PRED)
005960         GO TO 5100-EXIT
005970     END-IF.
005980     PERFORM 5200-WALK-FROM-NODE THRU 5200-EXIT.
005990 5100-EXIT.
006000     EXIT.
006010
006020 5150-WALK-UNREACHED.
006030     IF K010D-TB-PRINTED (K010D-SUB-PRED)
006040         GO TO 5150-EXIT
006050     END-IF.
006060     IF NOT K010D-SW-CYCLE-HEADING-DONE
006070         SET K010D-SW-CYCLE-HEADING-DONE TO TRUE
006080         MOVE 'SCHEDULES ON A LOOP NO ROOT REACHES' TO
006090             K010-RPT-LINE
006100         MOVE 2 TO K010-RPT-ADVANCE
006110         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
006120     END-IF.
006130     PERFORM 5200-WALK-FROM-NODE THRU 5200-EXIT.
006140 5150-EXIT.
006150     EXIT.
006160
006170******************************************************************
006180* Depth-first walk from the node in K010D-SUB-PRED.  The stack
006190* holds the path from the root down; each pass follows the
006200* next edge out of the node on top, prints the schedule at the
006210* far end one level deeper, and pushes it unless it was printed
006220* before (SEE ABOVE) or is already on the path (CIRCULAR).  A
006230* node with no edge left to follow is popped.
006240******************************************************************
006250 5200-WALK-FROM-NODE.
006260     MOVE 1 TO K010D-WS-DEPTH.
006270     MOVE K010D-SUB-PRED TO K010D-TB-STK-NODE (1).
006280     MOVE ZERO TO K010D-TB-STK-EDGE (1).
006290     MOVE K010D-SUB-PRED TO K010D-SUB-SUCC.
006300     MOVE SPACES TO K010D-WS-FLAG-TEXT.
006310     PERFORM 5400-PRINT-NODE-LINE THRU 5400-EXIT.
006320     SET K010D-TB-PRINTED (K010D-SUB-PRED) TO TRUE.
006330     SET K010D-TB-ON-PATH (K010D-SUB-PRED) TO TRUE.
006340     PERFORM 5300-FOLLOW-NEXT-EDGE THRU 5300-EXIT
006350         UNTIL K010D-WS-DEPTH = ZERO.
006360 5200-EXIT.
006370     EXIT.
006380
006390 5300-FOLLOW-NEXT-EDGE.
006400     MOVE 'N' TO K010D-SW-EDGE-FOUND.
006410     COMPUTE K010D-SUB-EDGE =
006420         K010D-TB-STK-EDGE (K010D-WS-DEPTH) + 1.
006430     PERFORM 5310-MATCH-EDGE THRU 5310-EXIT
006440         UNTIL K010D-SW-EDGE-WAS-FOUND
006450         OR K010D-SUB-EDGE > K010D-CT-EDGES.
006460     IF NOT K010D-SW-EDGE-WAS-FOUND
006470         MOVE K010D-TB-STK-NODE (K010D-WS-DEPTH) TO K010D-SUB
006480         MOVE 'N' TO K010D-TB-PATH-FLAG (K010D-SUB)
006490         SUBTRACT 1 FROM K010D-WS-DEPTH
006500         GO TO 5300-EXIT
006510     END-IF.
006520     MOVE K010D-SUB-EDGE TO K010D-TB-STK-EDGE (K010D-WS-DEPTH).
006530     MOVE K010D-TB-EDGE-SUCC (K010D-SUB-EDGE) TO K010D-SUB-SUCC.
006540     ADD 1 TO K010D-WS-DEPTH.
006550     IF K010D-TB-ON-PATH (K010D-SUB-SUCC)
006560         ADD 1 TO K010D-CT-CIRCULAR
006570         MOVE '*** CIRCULAR DEPENDENCY ***' TO K010D-WS-FLAG-TEXT
006580         PERFORM 5400-PRINT-NODE-LINE THRU 5400-EXIT
006590         SUBTRACT 1 FROM K010D-WS-DEPTH
006600         GO TO 5300-EXIT
006610     END-IF.
006620     IF K010D-TB-PRINTED (K010D-SUB-SUCC)
006630         MOVE '(SEE ABOVE)' TO K010D-WS-FLAG-TEXT
006640         PERFORM 5400-PRINT-NODE-LINE THRU 5400-EXIT
006650         SUBTRACT 1 FROM K010D-WS-DEPTH
006660         GO TO 5300-EXIT
006670     END-IF.
006680     MOVE SPACES TO K010D-WS-FLAG-TEXT.
006690     PERFORM 5400-PRINT-NODE-LINE THRU 5400-EXIT.
006700     SET K010D-TB-PRINTED (K010D-SUB-SUCC) TO TRUE.
006710     SET K010D-TB-ON-PATH (K010D-SUB-SUCC) TO TRUE.
006720     MOVE K010D-SUB-SUCC TO K010D-TB-STK-NODE (K010D-WS-DEPTH).
006730     MOVE ZERO TO K010D-TB-STK-EDGE (K010D-WS-DEPTH).
006740 5300-EXIT.
006750     EXIT.
006760
006770 5310-MATCH-EDGE.
006780     IF K010D-TB-EDGE-PRED (K010D-SUB-EDGE) =
006790         K010D-TB-STK-NODE (K010D-WS-DEPTH)
006800         SET K010D-SW-EDGE-WAS-FOUND TO TRUE
006810     ELSE
006820         ADD 1 TO K010D-SUB-EDGE
006830     END-IF.
006840 5310-EXIT.
006850     EXIT.
006860
006870******************************************************************
006880* Print the node in K010D-SUB-SUCC two columns in per level of
006890* K010D-WS-DEPTH - job, cycle, status for the run date, then
006900* the walk flag or, failing that, the dangling flag.  Very deep
006910* chains stop indenting at 40 columns.
006920******************************************************************
006930 5400-PRINT-NODE-LINE.
006940     IF K010D-WS-FLAG-TEXT = SPACES
006950         AND K010D-TB-NOT-ON-MASTER (K010D-SUB-SUCC)
006960         MOVE '*** NOT ON SCHEDULE MASTER ***' TO
006970             K010D-WS-FLAG-TEXT
006980     END-IF.
006990     MOVE SPACES TO K010D-WS-NODE-TEXT.
007000     STRING K010D-TB-JOB-NAME (K010D-SUB-SUCC) DELIMITED BY SIZE
007010            ' ' DELIMITED BY SIZE
007020            K010D-TB-CYCLE-ID (K010D-SUB-SUCC) DELIMITED BY SIZE
007030            ' ' DELIMITED BY SIZE
007040            K010D-TB-STATUS (K010D-SUB-SUCC) DELIMITED BY SIZE
007050            ' ' DELIMITED BY SIZE
007060            K010D-WS-FLAG-TEXT DELIMITED BY SIZE
007070         INTO K010D-WS-NODE-TEXT
007080     END-STRING.
007090     COMPUTE K010D-WS-INDENT = (2 * K010D-WS-DEPTH) - 1.
007100     IF K010D-WS-INDENT > 39
007110         MOVE 39 TO K010D-WS-INDENT
007120     END-IF.
007130     MOVE SPACES TO K010-RPT-LINE.
007140     MOVE K010D-WS-NODE-TEXT TO K010-RPT-LINE(K010D-WS-INDENT:80).
007150     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
007160 5400-EXIT.
007170     EXIT.
007180
007190******************************************************************
007200* List every card with a dangling end on its own under the
007210* trees, so the exceptions can be worked without reading the
007220* whole chain - which side of the card the schedule master
007230* does not know, and the card as keyed.
007240******************************************************************
007250 6000-PRINT-EXCEPTIONS.
007260     MOVE 'DANGLING DEPENDENCIES' TO K010-RPT-LINE.
007270     MOVE 2 TO K010-RPT-ADVANCE.
007280     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
007290     PERFORM 6100-CHECK-ONE-EDGE THRU 6100-EXIT
007300         VARYING K010D-SUB-EDGE FROM 1 BY 1
007310         UNTIL K010D-SUB-EDGE > K010D-CT-EDGES.
007320     IF K010D-CT-DANGLING = ZERO
007330         MOVE 'NONE' TO K010-RPT-LINE
007340         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
007350     END-IF.
007360 6000-EXIT.
007370     EXIT.
007380
007390 6100-CHECK-ONE-EDGE.
007400     MOVE K010D-TB-EDGE-PRED (K010D-SUB-EDGE) TO K010D-SUB-PRED.
007410     MOVE K010D-TB-EDGE-SUCC (K010D-SUB-EDGE) TO K010D-SUB-SUCC.
007420     IF K010D-TB-NOT-ON-MASTER (K010D-SUB-PRED)
007430         MOVE ' - PREDECESSOR NOT ON SCHEDULE MASTER' TO
007440             K010D-WS-END-TEXT
007450     ELSE
007460         IF K010D-TB-NOT-ON-MASTER (K010D-SUB-SUCC)
007470             MOVE ' - SCHEDULE NOT ON SCHEDULE MASTER' TO
007480                 K010D-WS-END-TEXT
007490         ELSE
007500             GO TO 6100-EXIT
007510         END-IF
007520     END-IF.
007530     ADD 1 TO K010D-CT-DANGLING.
007540     MOVE SPACES TO K010-RPT-LINE.
007550     STRING K010D-TB-JOB-NAME (K010D-SUB-SUCC) DELIMITED BY SIZE
007560            ' ' DELIMITED BY SIZE
007570            K010D-TB-CYCLE-ID (K010D-SUB-SUCC) DELIMITED BY SIZE
007580            ' WAITS ON ' DELIMITED BY SIZE
007590            K010D-TB-JOB-NAME (K010D-SUB-PRED) DELIMITED BY SIZE
007600            ' ' DELIMITED BY SIZE
007610            K010D-TB-CYCLE-ID (K010D-SUB-PRED) DELIMITED BY SIZE
007620            K010D-WS-END-TEXT DELIMITED BY SIZE
007630         INTO K010-RPT-LINE
007640     END-STRING.
007650     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
007660 6100-EXIT.
007670     EXIT.
007680
007690******************************************************************
007700* Write one detail line through the report writer, the same
007710* convention YOUR-PROGRAM-NAME uses.
007720******************************************************************
007730 7100-WRITE-REPORT-LINE.
007740     SET K010-RPT-FUNC-WRITE TO TRUE.
007750     CALL 'K010RPT' USING K010-RPT-REQUEST.
007760     MOVE ZERO TO K010-RPT-ADVANCE.
007770     IF K010-RPT-RETURN-CODE NOT = '00'
007780         PERFORM 7500-REPORT-FAILURE THRU 7500-EXIT
007790     END-IF.
007800 7100-EXIT.
007810     EXIT.
007820
007830 7500-REPORT-FAILURE.
007840     DISPLAY K010D-WS-OPEN-BRACKET
007850         'REPORT FILE FAILED - STATUS ' K010-RPT-RETURN-CODE
007860         K010D-WS-CLOSE-BRACKET.
007870     MOVE 16 TO K010D-WS-SAVED-RETURN.
007880     GO TO 9999-EXIT.
007890 7500-EXIT.
007900     EXIT.
007910
007920******************************************************************
007930* Control totals - cards read and rejected, the schedules and
007940* dependencies they make, how many of the schedules are not yet
007950* CLOSED for the date, and the two exception counts that set
007960* the return code.
007970******************************************************************
007980 9000-PRINT-CONTROL-TOTALS.
007990     MOVE K010D-CT-CARDS-READ     TO K010D-WS-NUM-A.
008000     MOVE K010D-CT-CARDS-REJECTED TO K010D-WS-NUM-B.
008010     MOVE K010D-CT-NODES          TO K010D-WS-NUM-C.
008020     MOVE K010D-CT-ROOTS          TO K010D-WS-NUM-D.
008030     MOVE SPACES TO K010-RPT-LINE.
008040     STRING 'CARDS READ ' DELIMITED BY SIZE
008050            K010D-WS-NUM-A DELIMITED BY SIZE
008060            ' REJECTED ' DELIMITED BY SIZE
008070            K010D-WS-NUM-B DELIMITED BY SIZE
008080            ' SCHEDULES ' DELIMITED BY SIZE
008090            K010D-WS-NUM-C DELIMITED BY SIZE
008100            ' ROOTS ' DELIMITED BY SIZE
008110            K010D-WS-NUM-D DELIMITED BY SIZE
008120         INTO K010-RPT-LINE
008130     END-STRING.
008140     MOVE 2 TO K010-RPT-ADVANCE.
008150     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
008160     MOVE K010D-CT-EDGES          TO K010D-WS-NUM-A.
008170     MOVE K010D-CT-NOT-CLOSED     TO K010D-WS-NUM-B.
008180     MOVE K010D-CT-CIRCULAR       TO K010D-WS-NUM-C.
008190     MOVE K010D-CT-DANGLING       TO K010D-WS-NUM-D.
008200     MOVE SPACES TO K010-RPT-LINE.
008210     STRING 'DEPENDENCIES ' DELIMITED BY SIZE
008220            K010D-WS-NUM-A DELIMITED BY SIZE
008230            ' NOT CLOSED ' DELIMITED BY SIZE
008240            K010D-WS-NUM-B DELIMITED BY SIZE
008250            ' CIRCULAR ' DELIMITED BY SIZE
008260            K010D-WS-NUM-C DELIMITED BY SIZE
008270            ' DANGLING ' DELIMITED BY SIZE
008280            K010D-WS-NUM-D DELIMITED BY SIZE
008290         INTO K010-RPT-LINE
008300     END-STRING.
008310     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
008320 9000-EXIT.
008330     EXIT.
008340
008350 9999-EXIT.
008360******************************************************************
008370* The abort and warning paths stage their return code in
008380* working storage because the report CALLs on the way out
008390* refresh the RETURN-CODE register, the same convention the
008400* kickoff follows.
008410******************************************************************
008420     SET K010-RPT-FUNC-CLOSE TO TRUE.
008430     CALL 'K010RPT' USING K010-RPT-REQUEST.
008440     MOVE K010D-WS-SAVED-RETURN TO RETURN-CODE.
008450     STOP RUN.
008460 END PROGRAM K010D00.
