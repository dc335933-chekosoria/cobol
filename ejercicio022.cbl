000100******************************************************************
000110* Author: Sergio Soria
000120* Creation Date: 20261015
000130* Purpose: Ejercicio 22 - schedule master maintenance K005M00.
000140*          SCHMST drives the control card builder K004A00 and the
000150*          pre-edit K005A00, but used to be rebuilt by hand every
000160*          time a job came or went or a cycle id was allowed or
000170*          withdrawn.  This step applies a card file of ADD-JOB /
000180*          DELETE-JOB / ADD-CYCLE / DROP-CYCLE transactions, each
000190*          carrying the operator id of whoever keyed it, to the
000200*          schedule master held in a table, and writes the new
000210*          master the JCL copies back over SCHMST only when the
000220*          step ends clean or with rejects.  Every card prints on
000230*          a before/after report through K010RPT and every
000240*          applied change is appended to the permanent SCHHIST
000250*          change history.  A change that would break what is
000260*          already there is rejected with a reason instead of
000270*          leaving an orphan behind: a seventh cycle on a job
000280*          with all six slots in use, deleting a job that still
000290*          has a MSGFILE banner, deleting a job or dropping a
000300*          cycle that is ACTIVE, HELD or WAITNG on CYCSTAT or
000310*          still named on the DEPFILE dependency master.  The
000320*          step ends RC=4 when any card was rejected.
000330*          Each cycle slot carries a run-frequency rule: ADD-JOB
000340*          and ADD-CYCLE take the rule keyed on the card (blank
000350*          is daily), SET-RULE replaces the rule of a cycle
000360*          already allowed, and DROP-CYCLE moves the rules along
000370*          with the cycles it repacks.  A rule K010FREQ does not
000380*          accept as well formed is rejected.
000390* Modification Date: 20261015
000400* Modification History:
000410*   20261015 SS  Initial version.
000420*   20261015 SS  Run-frequency rule per cycle slot - SET-RULE
000430*                card, rule columns on ADD-JOB / ADD-CYCLE, and
000440*                the 184-byte master record.
000445*   20261015 SS  Rule slot and rule before/after staged on the
000446*                SCHHIST change history (150-byte record).
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. K005M00.
000480 AUTHOR. BATCH SUPPORT TEAM.
000490 INSTALLATION. DATA CENTER.
000500 DATE-WRITTEN. 20261015.
000510 DATE-COMPILED.
000520
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550     SPECIAL-NAMES.
000560         SYMBOLIC CHARACTERS ANGULAR-DERECHA 176
000570                             ANGULAR-IZQUIERDA 175.
000580
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT TRANFILE ASSIGN TO TRANFILE
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS K005M-FS-TRANFILE.
000640
000650     SELECT SCHMST   ASSIGN TO SCHMST
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS K005M-FS-SCHMST.
000680
000690     SELECT SCHNEW   ASSIGN TO SCHNEW
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS K005M-FS-SCHNEW.
000720
000730     SELECT SCHHIST  ASSIGN TO SCHHIST
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS K005M-FS-SCHHIST.
000760
000770     SELECT MSGFILE  ASSIGN TO MSGFILE
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS K010-MSG-JOB-NAME
000810         FILE STATUS IS K005M-FS-MSGFILE.
000820
000830     SELECT CYCSTAT  ASSIGN TO CYCSTAT
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS K010-CST-KEY
000870         FILE STATUS IS K005M-FS-CYCSTAT.
000880
000890     SELECT DEPFILE  ASSIGN TO DEPFILE
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS K005M-FS-DEPFILE.
000920
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  TRANFILE
000960     LABEL RECORDS ARE STANDARD.
000970 01  K005M-TRANSACTION-CARD.
000980     05  K005M-TR-FUNCTION           PIC X(10).
000990         88  K005M-TR-ADD-JOB        VALUE 'ADD-JOB'.
001000         88  K005M-TR-DELETE-JOB     VALUE 'DELETE-JOB'.
001010         88  K005M-TR-ADD-CYCLE      VALUE 'ADD-CYCLE'.
001020         88  K005M-TR-DROP-CYCLE     VALUE 'DROP-CYCLE'.
001030         88  K005M-TR-SET-RULE       VALUE 'SET-RULE'.
001040     05  FILLER                      PIC X(01).
001050     05  K005M-TR-JOB-NAME           PIC X(08).
001060     05  FILLER                      PIC X(01).
001070     05  K005M-TR-CYCLE-ID           PIC X(04).
001080     05  FILLER                      PIC X(01).
001090     05  K005M-TR-OPERATOR           PIC X(08).
001100     05  FILLER                      PIC X(01).
001110     05  K005M-TR-FREQ-CODE          PIC X(01).
001120     05  FILLER                      PIC X(01).
001130     05  K005M-TR-FREQ-DAY-MASK      PIC X(07).
001140     05  FILLER                      PIC X(01).
001150     05  K005M-TR-FREQ-EFFECTIVE     PIC X(08).
001160     05  FILLER                      PIC X(01).
001170     05  K005M-TR-FREQ-RETIRE        PIC X(08).
001180     05  FILLER                      PIC X(19).
001190
001200 FD  SCHMST
001210     LABEL RECORDS ARE STANDARD.
001220     COPY SCHMST.
001230
001240 FD  SCHNEW
001250     LABEL RECORDS ARE STANDARD.
001260 01  K005M-NEW-MASTER-RECORD         PIC X(184).
001270
001280 FD  SCHHIST
001290     LABEL RECORDS ARE STANDARD.
001300 01  K005M-HISTORY-OUT               PIC X(150).
001310
001320 FD  MSGFILE
001330     LABEL RECORDS ARE STANDARD.
001340     COPY MSGREC.
001350
001360 FD  CYCSTAT
001370     LABEL RECORDS ARE STANDARD.
001380     COPY CYCSTAT.
001390
001400 FD  DEPFILE
001410     LABEL RECORDS ARE STANDARD.
001420     COPY DEPREC.
001430
001440 WORKING-STORAGE SECTION.
001450     COPY RPTCTL.
001460     COPY SCHHIST.
001470     COPY FREQCM.
001480
001490 77  K005M-FS-TRANFILE               PIC X(02).
001500 77  K005M-FS-SCHMST                 PIC X(02).
001510 77  K005M-FS-SCHNEW                 PIC X(02).
001520 77  K005M-FS-SCHHIST                PIC X(02).
001530 77  K005M-FS-MSGFILE                PIC X(02).
001540 77  K005M-FS-CYCSTAT                PIC X(02).
001550 77  K005M-FS-DEPFILE                PIC X(02).
001560
001570 77  K005M-SW-TRANFILE-EOF           PIC X(01) VALUE 'N'.
001580     88  K005M-SW-TRANFILE-AT-END    VALUE 'Y'.
001590 77  K005M-SW-SCHMST-EOF             PIC X(01) VALUE 'N'.
001600     88  K005M-SW-SCHMST-AT-END      VALUE 'Y'.
001610 77  K005M-SW-CYCSTAT-EOF            PIC X(01) VALUE 'N'.
001620     88  K005M-SW-CYCSTAT-AT-END     VALUE 'Y'.
001630 77  K005M-SW-DEPFILE-EOF            PIC X(01) VALUE 'N'.
001640     88  K005M-SW-DEPFILE-AT-END     VALUE 'Y'.
001650 77  K005M-SW-NO-BANNERS             PIC X(01) VALUE 'N'.
001660     88  K005M-SW-MSGFILE-NEVER-LOADED VALUE 'Y'.
001670 77  K005M-SW-JOB-FOUND              PIC X(01) VALUE 'N'.
001680     88  K005M-SW-JOB-WAS-FOUND      VALUE 'Y'.
001690 77  K005M-SW-CYCLE-FOUND            PIC X(01) VALUE 'N'.
001700     88  K005M-SW-CYCLE-WAS-FOUND    VALUE 'Y'.
001710 77  K005M-SW-IN-USE                 PIC X(01) VALUE 'N'.
001720     88  K005M-SW-STILL-IN-USE       VALUE 'Y'.
001730 77  K005M-SW-ASCII-MODE             PIC X(01) VALUE 'N'.
001740     88  K005M-SW-ASCII-MODE-ON      VALUE 'Y'.
001750
001760 77  K005M-WS-CURRENT-DATE           PIC 9(08).
001770 77  K005M-WS-CURRENT-TIME           PIC 9(08).
001780 77  K005M-WS-CODEPAGE-FLAG          PIC X(05).
001790 77  K005M-WS-OPEN-BRACKET           PIC X(01).
001800 77  K005M-WS-CLOSE-BRACKET          PIC X(01).
001810 77  K005M-WS-SAVED-RETURN           PIC 9(04) VALUE ZERO.
001820 77  K005M-WS-NOW-STAMP              PIC X(16).
001830 77  K005M-WS-REJECT-REASON          PIC X(30).
001840 77  K005M-WS-CHECK-CYCLE            PIC X(04).
001850 77  K005M-WS-SHOW-TEXT              PIC X(60).
001860 77  K005M-WS-BEFORE-TEXT            PIC X(60).
001870 77  K005M-WS-AFTER-TEXT             PIC X(60).
001880
001890* Work image of one master record - the before image of the job
001900* a card changes, and the record each cycle list is shown from.
001910 01  K005M-WS-MASTER-IMAGE.
001920     05  K005M-WS-IM-JOB-NAME        PIC X(08).
001930     05  K005M-WS-IM-CYCLE-ID        OCCURS 6 TIMES
001940                                     PIC X(04).
001950     05  K005M-WS-IM-REST            PIC X(08).
001960     05  K005M-WS-IM-FREQ-RULE       OCCURS 6 TIMES
001970                                     PIC X(24).
001980 01  K005M-WS-BEFORE-IMAGE           PIC X(184).
001990
002000 77  K005M-SUB                       PIC 9(05) COMP VALUE ZERO.
002010 77  K005M-SUB-JOB                   PIC 9(05) COMP VALUE ZERO.
002020 77  K005M-SUB-SLOT                  PIC 9(05) COMP VALUE ZERO.
002030 77  K005M-SUB-FREE                  PIC 9(05) COMP VALUE ZERO.
002040 77  K005M-SUB-NEXT                  PIC 9(05) COMP VALUE ZERO.
002050 77  K005M-MX-MASTER-JOBS            PIC 9(05) COMP VALUE 100.
002060 77  K005M-MX-CYCLE-SLOTS            PIC 9(05) COMP VALUE 6.
002070 77  K005M-MX-LIVE-CYCLES            PIC 9(05) COMP VALUE 200.
002080 77  K005M-MX-DEPENDENCIES           PIC 9(05) COMP VALUE 200.
002090 77  K005M-MX-HISTORY                PIC 9(05) COMP VALUE 200.
002095 77  K005M-SUB-RULE                  PIC 9(05) COMP VALUE ZERO.
002100
002110 01  K005M-MASTER-TABLE.
002120     05  K005M-MASTER-ENTRY OCCURS 100 TIMES.
002130         10  K005M-TB-RECORD.
002140             15  K005M-TB-JOB-NAME   PIC X(08).
002150             15  K005M-TB-CYCLE-ID   OCCURS 6 TIMES
002160                                     PIC X(04).
002170             15  K005M-TB-REST       PIC X(08).
002180             15  K005M-TB-FREQ-RULE  OCCURS 6 TIMES
002190                                     PIC X(24).
002200         10  K005M-TB-DELETE-FLAG    PIC X(01).
002210             88  K005M-TB-DELETED    VALUE 'Y'.
002220
002230 01  K005M-LIVE-TABLE.
002240     05  K005M-LIVE-ENTRY OCCURS 200 TIMES.
002250         10  K005M-TB-LV-JOB-NAME    PIC X(08).
002260         10  K005M-TB-LV-CYCLE-ID    PIC X(04).
002270         10  K005M-TB-LV-STATUS      PIC X(06).
002280
002290 01  K005M-DEPENDENCY-TABLE.
002300     05  K005M-DEPENDENCY-ENTRY OCCURS 200 TIMES.
002310         10  K005M-TB-DP-JOB-NAME    PIC X(08).
002320         10  K005M-TB-DP-CYCLE-ID    PIC X(04).
002330         10  K005M-TB-DP-PRED-JOB    PIC X(08).
002340         10  K005M-TB-DP-PRED-CYCLE  PIC X(04).
002350
002360 01  K005M-HISTORY-TABLE.
002370     05  K005M-TB-HISTORY OCCURS 200 TIMES
002380                                     PIC X(150).
002390
002400 77  K005M-CT-MASTER-JOBS            PIC 9(05) COMP VALUE ZERO.
002410 77  K005M-CT-LIVE-CYCLES            PIC 9(05) COMP VALUE ZERO.
002420 77  K005M-CT-DEPENDENCIES           PIC 9(05) COMP VALUE ZERO.
002430 77  K005M-CT-HISTORY                PIC 9(05) COMP VALUE ZERO.
002440 77  K005M-CT-MASTER-IN              PIC 9(05) COMP VALUE ZERO.
002450 77  K005M-CT-MASTER-OUT             PIC 9(05) COMP VALUE ZERO.
002460 77  K005M-CT-CARDS-READ             PIC 9(05) COMP VALUE ZERO.
002470 77  K005M-CT-CARDS-APPLIED          PIC 9(05) COMP VALUE ZERO.
002480 77  K005M-CT-CARDS-REJECTED         PIC 9(05) COMP VALUE ZERO.
002490 77  K005M-CT-JOBS-ADDED             PIC 9(05) COMP VALUE ZERO.
002500 77  K005M-CT-JOBS-DELETED           PIC 9(05) COMP VALUE ZERO.
002510 77  K005M-CT-CYCLES-ADDED           PIC 9(05) COMP VALUE ZERO.
002520 77  K005M-CT-CYCLES-DROPPED         PIC 9(05) COMP VALUE ZERO.
002530 77  K005M-CT-RULES-SET              PIC 9(05) COMP VALUE ZERO.
002540
002550 77  K005M-WS-NUM-A                  PIC 9(05) VALUE ZERO.
002560 77  K005M-WS-NUM-B                  PIC 9(05) VALUE ZERO.
002570 77  K005M-WS-NUM-C                  PIC 9(05) VALUE ZERO.
002580 77  K005M-WS-NUM-D                  PIC 9(05) VALUE ZERO.
002590 77  K005M-WS-NUM-E                  PIC 9(05) VALUE ZERO.
002600
002610 PROCEDURE DIVISION.
002620 MAIN-PROCEDURE.
002630     ACCEPT K005M-WS-CURRENT-DATE FROM DATE YYYYMMDD.
002640     ACCEPT K005M-WS-CURRENT-TIME FROM TIME.
002650     STRING K005M-WS-CURRENT-DATE DELIMITED BY SIZE
002660            K005M-WS-CURRENT-TIME DELIMITED BY SIZE
002670         INTO K005M-WS-NOW-STAMP
002680     END-STRING.
002690     PERFORM 1500-VALIDATE-SYMBOLS THRU 1500-EXIT.
002700     PERFORM 2500-OPEN-REPORT THRU 2500-EXIT.
002710     PERFORM 2000-LOAD-MASTER THRU 2000-EXIT.
002720     PERFORM 2200-LOAD-LIVE-CYCLES THRU 2200-EXIT.
002730     PERFORM 2300-LOAD-DEPENDENCIES THRU 2300-EXIT.
002740     PERFORM 2400-OPEN-CARD-FILES THRU 2400-EXIT.
002750     PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
002760         UNTIL K005M-SW-TRANFILE-AT-END.
002770     CLOSE TRANFILE.
002780     IF NOT K005M-SW-MSGFILE-NEVER-LOADED
002790         CLOSE MSGFILE
002800     END-IF.
002810     PERFORM 6000-WRITE-NEW-MASTER THRU 6000-EXIT.
002820     PERFORM 6500-WRITE-CHANGE-HISTORY THRU 6500-EXIT.
002830     PERFORM 9000-PRINT-CONTROL-TOTALS THRU 9000-EXIT.
002840     IF K005M-CT-CARDS-REJECTED > ZERO
002850         AND K005M-WS-SAVED-RETURN < 4
002860         MOVE 4 TO K005M-WS-SAVED-RETURN
002870     END-IF.
002880     GO TO 9999-EXIT.
002890
002900******************************************************************
002910* Confirm the EBCDIC-only corner-bracket symbols will actually
002920* render on this runner, the same check YOUR-PROGRAM-NAME makes
002930* before its banner.  K010_ASCII_MODE is only ever exported by
002940* a non-mainframe shell wrapper (e.g. the Linux test runner).
002950******************************************************************
002960 1500-VALIDATE-SYMBOLS.
002970     MOVE SPACES TO K005M-WS-CODEPAGE-FLAG.
002980     ACCEPT K005M-WS-CODEPAGE-FLAG FROM ENVIRONMENT
002990         'K010_ASCII_MODE'.
003000     IF K005M-WS-CODEPAGE-FLAG = 'Y'
003010         OR K005M-WS-CODEPAGE-FLAG = 'y'
003020         SET K005M-SW-ASCII-MODE-ON TO TRUE
003030     END-IF.
003040     IF K005M-SW-ASCII-MODE-ON
003050         MOVE '<' TO K005M-WS-OPEN-BRACKET
003060         MOVE '>' TO K005M-WS-CLOSE-BRACKET
003070     ELSE
003080         MOVE ANGULAR-DERECHA TO K005M-WS-OPEN-BRACKET
003090         MOVE ANGULAR-IZQUIERDA TO K005M-WS-CLOSE-BRACKET
003100     END-IF.
003110 1500-EXIT.
003120     EXIT.
003130
003140******************************************************************
003150* Load the current schedule master into the master table, whole
003160* records, so anything carried past the cycle slots goes back out
003170* untouched.  A master that does not exist yet starts empty - the
003180* first deck of ADD-JOB cards builds it.
003190******************************************************************
003200 2000-LOAD-MASTER.
003210     OPEN INPUT SCHMST.
003220     IF K005M-FS-SCHMST = '35'
003230         MOVE 'SCHEDULE MASTER NOT FOUND - STARTING EMPTY' TO
003240             K010-RPT-LINE
003250         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
003260         GO TO 2000-EXIT
003270     END-IF.
003280     IF K005M-FS-SCHMST NOT = '00'
003290         DISPLAY K005M-WS-OPEN-BRACKET
003300             'SCHMST OPEN FAILED - STATUS ' K005M-FS-SCHMST
003310             K005M-WS-CLOSE-BRACKET
003320         MOVE 16 TO K005M-WS-SAVED-RETURN
003330         GO TO 9999-EXIT
003340     END-IF.
003350     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT
003360         UNTIL K005M-SW-SCHMST-AT-END.
003370     CLOSE SCHMST.
003380 2000-EXIT.
003390     EXIT.
003400
003410 2100-READ-MASTER-RECORD.
003420     READ SCHMST
003430         AT END
003440             SET K005M-SW-SCHMST-AT-END TO TRUE
003450             GO TO 2100-EXIT
003460     END-READ.
003470     IF K005-MS-JOB-NAME = SPACES
003480         GO TO 2100-EXIT
003490     END-IF.
003500     IF K005M-CT-MASTER-JOBS >= K005M-MX-MASTER-JOBS
003510         DISPLAY K005M-WS-OPEN-BRACKET
003520             'MASTER TABLE FULL - RAISE K005M-MX-MASTER-JOBS'
003530             K005M-WS-CLOSE-BRACKET
003540         MOVE 16 TO K005M-WS-SAVED-RETURN
003550         GO TO 9999-EXIT
003560     END-IF.
003570     ADD 1 TO K005M-CT-MASTER-JOBS.
003580     ADD 1 TO K005M-CT-MASTER-IN.
003590     MOVE K005-MASTER-RECORD TO
003600         K005M-TB-RECORD (K005M-CT-MASTER-JOBS).
003610     MOVE 'N' TO K005M-TB-DELETE-FLAG (K005M-CT-MASTER-JOBS).
003620 2100-EXIT.
003630     EXIT.
003640
003650******************************************************************
003660* Browse CYCSTAT in full and keep every cycle still in flight -
003670* ACTIVE, HELD or WAITNG on any run date and in either
003680* environment.  Those are the job/cycle pairs a DELETE-JOB or
003690* DROP-CYCLE must not pull out from under.  A status cluster
003700* that has never been loaded has nothing in flight.
003710******************************************************************
003720 2200-LOAD-LIVE-CYCLES.
003730     OPEN INPUT CYCSTAT.
003740     IF K005M-FS-CYCSTAT = '35'
003750         GO TO 2200-EXIT
003760     END-IF.
003770     IF K005M-FS-CYCSTAT NOT = '00'
003780         DISPLAY K005M-WS-OPEN-BRACKET
003790             'CYCSTAT OPEN FAILED - STATUS ' K005M-FS-CYCSTAT
003800             K005M-WS-CLOSE-BRACKET
003810         MOVE 16 TO K005M-WS-SAVED-RETURN
003820         GO TO 9999-EXIT
003830     END-IF.
003840     MOVE LOW-VALUES TO K010-CST-KEY.
003850     START CYCSTAT KEY NOT < K010-CST-KEY
003860         INVALID KEY
003870             SET K005M-SW-CYCSTAT-AT-END TO TRUE
003880     END-START.
003890     PERFORM 2210-READ-ONE-STATUS THRU 2210-EXIT
003900         UNTIL K005M-SW-CYCSTAT-AT-END.
003910     CLOSE CYCSTAT.
003920 2200-EXIT.
003930     EXIT.
003940
003950 2210-READ-ONE-STATUS.
003960     READ CYCSTAT NEXT RECORD
003970         AT END
003980             SET K005M-SW-CYCSTAT-AT-END TO TRUE
003990             GO TO 2210-EXIT
004000     END-READ.
004010     IF K005M-FS-CYCSTAT NOT = '00'
004020         DISPLAY K005M-WS-OPEN-BRACKET
004030             'CYCSTAT READ FAILED - STATUS ' K005M-FS-CYCSTAT
004040             K005M-WS-CLOSE-BRACKET
004050         MOVE 16 TO K005M-WS-SAVED-RETURN
004060         GO TO 9999-EXIT
004070     END-IF.
004080     IF NOT K010-CST-ACTIVE
004090         AND NOT K010-CST-HELD
004100         AND NOT K010-CST-WAITING
004110         GO TO 2210-EXIT
004120     END-IF.
004130     IF K005M-CT-LIVE-CYCLES >= K005M-MX-LIVE-CYCLES
004140         DISPLAY K005M-WS-OPEN-BRACKET
004150             'LIVE CYCLE TABLE FULL - RAISE K005M-MX-LIVE-CYCLES'
004160             K005M-WS-CLOSE-BRACKET
004170         MOVE 16 TO K005M-WS-SAVED-RETURN
004180         GO TO 9999-EXIT
004190     END-IF.
004200     ADD 1 TO K005M-CT-LIVE-CYCLES.
004210     MOVE K010-CST-JOB-NAME TO
004220         K005M-TB-LV-JOB-NAME (K005M-CT-LIVE-CYCLES).
004230     MOVE K010-CST-CYCLE-ID TO
004240         K005M-TB-LV-CYCLE-ID (K005M-CT-LIVE-CYCLES).
004250     MOVE K010-CST-STATUS TO
004260         K005M-TB-LV-STATUS (K005M-CT-LIVE-CYCLES).
004270 2210-EXIT.
004280     EXIT.
004290
004300******************************************************************
004310* Load the dependency master - a job or cycle named on it, as a
004320* successor or as a predecessor, is still wanted by the chain.
004330* No DEPFILE means no dependencies.
004340******************************************************************
004350 2300-LOAD-DEPENDENCIES.
004360     OPEN INPUT DEPFILE.
004370     IF K005M-FS-DEPFILE = '35'
004380         GO TO 2300-EXIT
004390     END-IF.
004400     IF K005M-FS-DEPFILE NOT = '00'
004410         DISPLAY K005M-WS-OPEN-BRACKET
004420             'DEPFILE OPEN FAILED - STATUS ' K005M-FS-DEPFILE
004430             K005M-WS-CLOSE-BRACKET
004440         MOVE 16 TO K005M-WS-SAVED-RETURN
004450         GO TO 9999-EXIT
004460     END-IF.
004470     PERFORM 2310-READ-DEPENDENCY-CARD THRU 2310-EXIT
004480         UNTIL K005M-SW-DEPFILE-AT-END.
004490     CLOSE DEPFILE.
004500 2300-EXIT.
004510     EXIT.
004520
004530 2310-READ-DEPENDENCY-CARD.
004540     READ DEPFILE
004550         AT END
004560             SET K005M-SW-DEPFILE-AT-END TO TRUE
004570             GO TO 2310-EXIT
004580     END-READ.
004590     IF K010-DEP-JOB-NAME = SPACES
004600         GO TO 2310-EXIT
004610     END-IF.
004620     IF K005M-CT-DEPENDENCIES >= K005M-MX-DEPENDENCIES
004630         DISPLAY K005M-WS-OPEN-BRACKET
004640             'DEPENDENCY TABLE FULL - RAISE K005M-MX-DEPENDENCIES'
004650             K005M-WS-CLOSE-BRACKET
004660         MOVE 16 TO K005M-WS-SAVED-RETURN
004670         GO TO 9999-EXIT
004680     END-IF.
004690     ADD 1 TO K005M-CT-DEPENDENCIES.
004700     MOVE K010-DEP-JOB-NAME TO
004710         K005M-TB-DP-JOB-NAME (K005M-CT-DEPENDENCIES).
004720     MOVE K010-DEP-CYCLE-ID TO
004730         K005M-TB-DP-CYCLE-ID (K005M-CT-DEPENDENCIES).
004740     MOVE K010-DEP-PRED-JOB-NAME TO
004750         K005M-TB-DP-PRED-JOB (K005M-CT-DEPENDENCIES).
004760     MOVE K010-DEP-PRED-CYCLE-ID TO
004770         K005M-TB-DP-PRED-CYCLE (K005M-CT-DEPENDENCIES).
004780 2310-EXIT.
004790     EXIT.
004800
004810******************************************************************
004820* Open the card file and the banner file.  A banner file that has
004830* never been loaded holds no banners, so no DELETE-JOB can trip
004840* over one.
004850******************************************************************
004860 2400-OPEN-CARD-FILES.
004870     OPEN INPUT TRANFILE.
004880     IF K005M-FS-TRANFILE NOT = '00'
004890         DISPLAY K005M-WS-OPEN-BRACKET
004900             'TRANFILE OPEN FAILED - STATUS ' K005M-FS-TRANFILE
004910             K005M-WS-CLOSE-BRACKET
004920         MOVE 16 TO K005M-WS-SAVED-RETURN
004930         GO TO 9999-EXIT
004940     END-IF.
004950     OPEN INPUT MSGFILE.
004960     IF K005M-FS-MSGFILE = '35'
004970         SET K005M-SW-MSGFILE-NEVER-LOADED TO TRUE
004980         GO TO 2400-EXIT
004990     END-IF.
005000     IF K005M-FS-MSGFILE NOT = '00'
005010         DISPLAY K005M-WS-OPEN-BRACKET
005020             'MSGFILE OPEN FAILED - STATUS ' K005M-FS-MSGFILE
005030             K005M-WS-CLOSE-BRACKET
005040         MOVE 16 TO K005M-WS-SAVED-RETURN
005050         GO TO 9999-EXIT
005060     END-IF.
005070 2400-EXIT.
005080     EXIT.
005090
005100******************************************************************
005110* Open the maintenance report through the report writer under
005120* today's date.  A print file that will not open is an abort.
005130******************************************************************
005140 2500-OPEN-REPORT.
005150     SET K010-RPT-FUNC-OPEN TO TRUE.
005160     MOVE 'SCHEDULE MASTER MAINTENANCE' TO K010-RPT-TITLE.
005170     MOVE K005M-WS-CURRENT-DATE TO K010-RPT-RUN-DATE.
005180     MOVE SPACES TO K010-RPT-CYCLE-ID.
005190     MOVE SPACES TO K010-RPT-ENVIRONMENT.
005200     MOVE ZERO TO K010-RPT-ADVANCE.
005210     CALL 'K010RPT' USING K010-RPT-REQUEST.
005220     IF K010-RPT-RETURN-CODE NOT = '00'
005230         PERFORM 7500-REPORT-FAILURE THRU 7500-EXIT
005240     END-IF.
005250 2500-EXIT.
005260     EXIT.
005270
005280******************************************************************
005290* Read one transaction card and route it to its function.  Card
005300* edits that hold for every function - a job name, an operator
005310* id, and room left in the change history - are rejected here
005320* before the master table is touched, and so is a frequency rule
005330* that is not well formed on a card that sets one.  Card layout:
005340* cols 01-10 function, 12-19 job, 21-24 cycle, 26-33 operator,
005350* 35 frequency code, 37-43 weekday mask or nth business day,
005360* 45-52 effective date, 54-61 retire date.
005370******************************************************************
005380 3000-APPLY-TRANSACTION.
005390     READ TRANFILE
005400         AT END
005410             SET K005M-SW-TRANFILE-AT-END TO TRUE
005420             GO TO 3000-EXIT
005430     END-READ.
005440     IF K005M-TRANSACTION-CARD = SPACES
005450         GO TO 3000-EXIT
005460     END-IF.
005470     ADD 1 TO K005M-CT-CARDS-READ.
005480     IF K005M-TR-JOB-NAME = SPACES
005490         MOVE 'JOB NAME MISSING' TO K005M-WS-REJECT-REASON
005500         PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
005510         GO TO 3000-EXIT
005520     END-IF.
005530     IF K005M-TR-OPERATOR = SPACES
005540         MOVE 'OPERATOR ID MISSING' TO K005M-WS-REJECT-REASON
005550         PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
005560         GO TO 3000-EXIT
005570     END-IF.
005580     IF K005M-CT-HISTORY >= K005M-MX-HISTORY
005590         MOVE 'DECK TOO LONG - SPLIT THE DECK' TO
005600             K005M-WS-REJECT-REASON
005610         PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
005620         GO TO 3000-EXIT
005630     END-IF.
005640     IF K005M-TR-ADD-JOB OR K005M-TR-ADD-CYCLE
005650         OR K005M-TR-SET-RULE
005660         PERFORM 3050-EDIT-RULE THRU 3050-EXIT
005670         IF K010-FRQ-RULE-INVALID
005680             MOVE K010-FRQ-REASON TO K005M-WS-REJECT-REASON
005690             PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
005700             GO TO 3000-EXIT
005710         END-IF
005720     END-IF.
005730     PERFORM 3100-FIND-JOB THRU 3100-EXIT.
005740     IF K005M-TR-ADD-JOB
005750         PERFORM 3200-APPLY-ADD-JOB THRU 3200-EXIT
005760     ELSE
005770         IF K005M-TR-DELETE-JOB
005780             PERFORM 3300-APPLY-DELETE-JOB THRU 3300-EXIT
005790         ELSE
005800             IF K005M-TR-ADD-CYCLE
005810                 PERFORM 3400-APPLY-ADD-CYCLE THRU 3400-EXIT
005820             ELSE
005830                 IF K005M-TR-DROP-CYCLE
005840                     PERFORM 3500-APPLY-DROP-CYCLE THRU 3500-EXIT
005850                 ELSE
005860                     IF K005M-TR-SET-RULE
005870                         PERFORM 3550-APPLY-SET-RULE THRU
005880                             3550-EXIT
005890                     ELSE
005900                         MOVE 'FUNCTION NOT RECOGNISED' TO
005910                             K005M-WS-REJECT-REASON
005920                         PERFORM 8000-REJECT-TRANSACTION THRU
005930                             8000-EXIT
005940                     END-IF
005950                 END-IF
005960             END-IF
005970         END-IF
005980     END-IF.
005990 3000-EXIT.
006000     EXIT.
006010
006020******************************************************************
006030* Stage the card's frequency rule in the K010FREQ area and have
006040* the routine check it is well formed - the same routine the
006050* card builder and the pre-edit judge it with, so a rule the
006060* master takes is a rule they can read.  A rule keyed on a card
006070* with no cycle id has no slot to go in.
006080******************************************************************
006090 3050-EDIT-RULE.
006100     MOVE K005M-TR-FREQ-CODE      TO K010-FRQ-CODE.
006110     MOVE K005M-TR-FREQ-DAY-MASK  TO K010-FRQ-DAY-MASK.
006120     MOVE K005M-TR-FREQ-EFFECTIVE TO K010-FRQ-EFFECTIVE.
006130     MOVE K005M-TR-FREQ-RETIRE    TO K010-FRQ-RETIRE.
006140     IF K005M-TR-CYCLE-ID = SPACES
006150         AND K010-FRQ-RULE NOT = SPACES
006160         MOVE '08' TO K010-FRQ-RETURN-CODE
006170         MOVE 'RULE KEYED WITHOUT A CYCLE ID' TO K010-FRQ-REASON
006180         GO TO 3050-EXIT
006190     END-IF.
006200     SET K010-FRQ-FUNC-VALIDATE TO TRUE.
006210     MOVE K005M-WS-CURRENT-DATE TO K010-FRQ-RUN-DATE.
006220     CALL 'K010FREQ' USING K010-FREQ-AREA.
006230 3050-EXIT.
006240     EXIT.
006250
006260******************************************************************
006270* Find the card's job on the master table, passing over entries
006280* an earlier card in the deck deleted.
006290******************************************************************
006300 3100-FIND-JOB.
006310     MOVE 'N' TO K005M-SW-JOB-FOUND.
006320     MOVE ZERO TO K005M-SUB-JOB.
006330     PERFORM 3110-MATCH-JOB THRU 3110-EXIT
006340         VARYING K005M-SUB FROM 1 BY 1
006350         UNTIL K005M-SW-JOB-WAS-FOUND
006360         OR K005M-SUB > K005M-CT-MASTER-JOBS.
006370 3100-EXIT.
006380     EXIT.
006390
006400 3110-MATCH-JOB.
006410     IF K005M-TB-JOB-NAME (K005M-SUB) = K005M-TR-JOB-NAME
006420         AND NOT K005M-TB-DELETED (K005M-SUB)
006430         MOVE K005M-SUB TO K005M-SUB-JOB
006440         SET K005M-SW-JOB-WAS-FOUND TO TRUE
006450     END-IF.
006460 3110-EXIT.
006470     EXIT.
006480
006490******************************************************************
006500* Find the card's cycle id among the job's six slots, and the
006510* first free slot on the way.
006520******************************************************************
006530 3150-FIND-CYCLE-SLOT.
006540     MOVE 'N' TO K005M-SW-CYCLE-FOUND.
006550     MOVE ZERO TO K005M-SUB-SLOT.
006560     MOVE ZERO TO K005M-SUB-FREE.
006570     PERFORM 3160-MATCH-SLOT THRU 3160-EXIT
006580         VARYING K005M-SUB FROM 1 BY 1
006590         UNTIL K005M-SUB > K005M-MX-CYCLE-SLOTS.
006600 3150-EXIT.
006610     EXIT.
006620
006630 3160-MATCH-SLOT.
006640     IF K005M-TB-CYCLE-ID (K005M-SUB-JOB K005M-SUB) = SPACES
006650         IF K005M-SUB-FREE = ZERO
006660             MOVE K005M-SUB TO K005M-SUB-FREE
006670         END-IF
006680         GO TO 3160-EXIT
006690     END-IF.
006700     IF K005M-TB-CYCLE-ID (K005M-SUB-JOB K005M-SUB) =
006710         K005M-TR-CYCLE-ID
006720         AND NOT K005M-SW-CYCLE-WAS-FOUND
006730         MOVE K005M-SUB TO K005M-SUB-SLOT
006740         SET K005M-SW-CYCLE-WAS-FOUND TO TRUE
006750     END-IF.
006760 3160-EXIT.
006770     EXIT.
006780
006790******************************************************************
006800* ADD-JOB puts a new job on the master, with the card's cycle id
006810* and frequency rule in its first slot when one is keyed.  A job
006820* already on the master is rejected rather than silently doubled.
006830******************************************************************
006840 3200-APPLY-ADD-JOB.
006850     IF K005M-SW-JOB-WAS-FOUND
006860         MOVE 'JOB ALREADY ON MASTER' TO K005M-WS-REJECT-REASON
006870         PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
006880         GO TO 3200-EXIT
006890     END-IF.
006900     IF K005M-CT-MASTER-JOBS >= K005M-MX-MASTER-JOBS
006910         MOVE 'MASTER TABLE FULL' TO K005M-WS-REJECT-REASON
006920         PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
006930         GO TO 3200-EXIT
006940     END-IF.
006950     MOVE SPACES TO K005M-WS-BEFORE-IMAGE.
006960     ADD 1 TO K005M-CT-MASTER-JOBS.
006970     MOVE K005M-CT-MASTER-JOBS TO K005M-SUB-JOB.
006980     MOVE SPACES TO K005M-TB-RECORD (K005M-SUB-JOB).
006990     MOVE 'N' TO K005M-TB-DELETE-FLAG (K005M-SUB-JOB).
007000     MOVE K005M-TR-JOB-NAME TO K005M-TB-JOB-NAME (K005M-SUB-JOB).
007010     MOVE K005M-TR-CYCLE-ID TO
007020         K005M-TB-CYCLE-ID (K005M-SUB-JOB 1).
007030     IF K005M-TR-CYCLE-ID NOT = SPACES
007040         MOVE K010-FRQ-RULE TO
007050             K005M-TB-FREQ-RULE (K005M-SUB-JOB 1)
007060     END-IF.
007070     MOVE '(NOT ON MASTER)' TO K005M-WS-BEFORE-TEXT.
007080     MOVE K005M-TB-RECORD (K005M-SUB-JOB) TO
007090         K005M-WS-MASTER-IMAGE.
007100     PERFORM 7050-FORMAT-CYCLES THRU 7050-EXIT.
007110     MOVE K005M-WS-SHOW-TEXT TO K005M-WS-AFTER-TEXT.
007120     ADD 1 TO K005M-CT-JOBS-ADDED.
007130     PERFORM 7800-STAGE-HISTORY THRU 7800-EXIT.
007140     PERFORM 7000-PRINT-APPLIED-LINES THRU 7000-EXIT.
007150 3200-EXIT.
007160     EXIT.
007170
007180******************************************************************
007190* DELETE-JOB takes a job off the master - but only when nothing
007200* else still hangs off it: no MSGFILE banner, no cycle in flight
007210* on CYCSTAT, and no dependency card naming it either way.
007220******************************************************************
007230 3300-APPLY-DELETE-JOB.
007240     IF NOT K005M-SW-JOB-WAS-FOUND
007250         MOVE 'JOB NOT ON MASTER' TO K005M-WS-REJECT-REASON
007260         PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
007270         GO TO 3300-EXIT
007280     END-IF.
007290     PERFORM 3600-CHECK-BANNER THRU 3600-EXIT.
007300     IF K005M-SW-STILL-IN-USE
007310         MOVE 'JOB STILL HAS A MSGFILE BANNER' TO
007320             K005M-WS-REJECT-REASON
007330         PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
007340         GO TO 3300-EXIT
007350     END-IF.
007360     MOVE SPACES TO K005M-WS-CHECK-CYCLE.
007370     PERFORM 3700-CHECK-LIVE-CYCLES THRU 3700-EXIT.
007380     IF K005M-SW-STILL-IN-USE
007390         MOVE 'JOB HAS A CYCLE IN FLIGHT' TO
007400             K005M-WS-REJECT-REASON
007410         PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
007420         GO TO 3300-EXIT
007430     END-IF.
007440     PERFORM 3800-CHECK-DEPENDENCIES THRU 3800-EXIT.
007450     IF K005M-SW-STILL-IN-USE
007460         MOVE 'JOB STILL ON DEPENDENCY MASTER' TO
007470             K005M-WS-REJECT-REASON
007480         PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
007490         GO TO 3300-EXIT
007500     END-IF.
007510     MOVE K005M-TB-RECORD (K005M-SUB-JOB) TO
007520         K005M-WS-BEFORE-IMAGE.
007530     MOVE K005M-TB-RECORD (K005M-SUB-JOB) TO
007540         K005M-WS-MASTER-IMAGE.
007550     PERFORM 7050-FORMAT-CYCLES THRU 7050-EXIT.
007560     MOVE K005M-WS-SHOW-TEXT TO K005M-WS-BEFORE-TEXT.
007570     SET K005M-TB-DELETED (K005M-SUB-JOB) TO TRUE.
007580     MOVE '(DELETED)' TO K005M-WS-AFTER-TEXT.
007590     ADD 1 TO K005M-CT-JOBS-DELETED.
007600     PERFORM 7800-STAGE-HISTORY THRU 7800-EXIT.
007610     PERFORM 7000-PRINT-APPLIED-LINES THRU 7000-EXIT.
007620 3300-EXIT.
007630     EXIT.
007640
007650******************************************************************
007660* ADD-CYCLE allows one more cycle id on a job, in its first free
007670* slot, with the card's frequency rule in the matching rule slot.
007680* A cycle already allowed, or a job with all six slots in use, is
007690* rejected.
007700******************************************************************
007710 3400-APPLY-ADD-CYCLE.
007720     IF K005M-TR-CYCLE-ID = SPACES
007730         MOVE 'CYCLE ID MISSING' TO K005M-WS-REJECT-REASON
007740         PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
007750         GO TO 3400-EXIT
007760     END-IF.
007770     IF NOT K005M-SW-JOB-WAS-FOUND
007780         MOVE 'JOB NOT ON MASTER' TO K005M-WS-REJECT-REASON
007790         PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
007800         GO TO 3400-EXIT
007810     END-IF.
007820     PERFORM 3150-FIND-CYCLE-SLOT THRU 3150-EXIT.
007830     IF K005M-SW-CYCLE-WAS-FOUND
007840         MOVE 'CYCLE ALREADY ON JOB' TO K005M-WS-REJECT-REASON
007850         PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
007860         GO TO 3400-EXIT
007870     END-IF.
007880     IF K005M-SUB-FREE = ZERO
007890         MOVE 'ALL 6 CYCLE SLOTS IN USE' TO K005M-WS-REJECT-REASON
007900         PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
007910         GO TO 3400-EXIT
007920     END-IF.
007930     MOVE K005M-TB-RECORD (K005M-SUB-JOB) TO
007940         K005M-WS-BEFORE-IMAGE.
007950     MOVE K005M-TB-RECORD (K005M-SUB-JOB) TO
007960         K005M-WS-MASTER-IMAGE.
007970     PERFORM 7050-FORMAT-CYCLES THRU 7050-EXIT.
007980     MOVE K005M-WS-SHOW-TEXT TO K005M-WS-BEFORE-TEXT.
007990     MOVE K005M-TR-CYCLE-ID TO
008000         K005M-TB-CYCLE-ID (K005M-SUB-JOB K005M-SUB-FREE).
008010     MOVE K010-FRQ-RULE TO
008020         K005M-TB-FREQ-RULE (K005M-SUB-JOB K005M-SUB-FREE).
008030     MOVE K005M-TB-RECORD (K005M-SUB-JOB) TO
008040         K005M-WS-MASTER-IMAGE.
008050     PERFORM 7050-FORMAT-CYCLES THRU 7050-EXIT.
008060     MOVE K005M-WS-SHOW-TEXT TO K005M-WS-AFTER-TEXT.
008070     ADD 1 TO K005M-CT-CYCLES-ADDED.
008080     PERFORM 7800-STAGE-HISTORY THRU 7800-EXIT.
008090     PERFORM 7000-PRINT-APPLIED-LINES THRU 7000-EXIT.
008100 3400-EXIT.
008110     EXIT.
008120
008130******************************************************************
008140* DROP-CYCLE withdraws one cycle id from a job and closes the gap
008150* so the allowed cycles stay packed from slot 1, each rule moving
008160* with its cycle.  A cycle in flight on CYCSTAT, or still named on
008170* the dependency master for this job, is rejected.
008180******************************************************************
008190 3500-APPLY-DROP-CYCLE.
008200     IF K005M-TR-CYCLE-ID = SPACES
008210         MOVE 'CYCLE ID MISSING' TO K005M-WS-REJECT-REASON
008220         PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
008230         GO TO 3500-EXIT
008240     END-IF.
008250     IF NOT K005M-SW-JOB-WAS-FOUND
008260         MOVE 'JOB NOT ON MASTER' TO K005M-WS-REJECT-REASON
008270         PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
008280         GO TO 3500-EXIT
008290     END-IF.
008300     PERFORM 3150-FIND-CYCLE-SLOT THRU 3150-EXIT.
008310     IF NOT K005M-SW-CYCLE-WAS-FOUND
008320         MOVE 'CYCLE NOT ON JOB' TO K005M-WS-REJECT-REASON
008330         PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
008340         GO TO 3500-EXIT
008350     END-IF.
008360     MOVE K005M-TR-CYCLE-ID TO K005M-WS-CHECK-CYCLE.
008370     PERFORM 3700-CHECK-LIVE-CYCLES THRU 3700-EXIT.
008380     IF K005M-SW-STILL-IN-USE
008390         MOVE 'CYCLE IS IN FLIGHT ON CYCSTAT' TO
008400             K005M-WS-REJECT-REASON
008410         PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
008420         GO TO 3500-EXIT
008430     END-IF.
008440     PERFORM 3800-CHECK-DEPENDENCIES THRU 3800-EXIT.
008450     IF K005M-SW-STILL-IN-USE
008460         MOVE 'CYCLE STILL ON DEPENDENCY MAST' TO
008470             K005M-WS-REJECT-REASON
008480         PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
008490         GO TO 3500-EXIT
008500     END-IF.
008510     MOVE K005M-TB-RECORD (K005M-SUB-JOB) TO
008520         K005M-WS-BEFORE-IMAGE.
008530     MOVE K005M-TB-RECORD (K005M-SUB-JOB) TO
008540         K005M-WS-MASTER-IMAGE.
008550     PERFORM 7050-FORMAT-CYCLES THRU 7050-EXIT.
008560     MOVE K005M-WS-SHOW-TEXT TO K005M-WS-BEFORE-TEXT.
008570     PERFORM 3510-CLOSE-SLOT-GAP THRU 3510-EXIT
008580         VARYING K005M-SUB FROM K005M-SUB-SLOT BY 1
008590         UNTIL K005M-SUB >= K005M-MX-CYCLE-SLOTS.
008600     MOVE SPACES TO
008610         K005M-TB-CYCLE-ID (K005M-SUB-JOB K005M-MX-CYCLE-SLOTS).
008620     MOVE SPACES TO
008630         K005M-TB-FREQ-RULE (K005M-SUB-JOB K005M-MX-CYCLE-SLOTS).
008640     MOVE K005M-TB-RECORD (K005M-SUB-JOB) TO
008650         K005M-WS-MASTER-IMAGE.
008660     PERFORM 7050-FORMAT-CYCLES THRU 7050-EXIT.
008670     MOVE K005M-WS-SHOW-TEXT TO K005M-WS-AFTER-TEXT.
008680     ADD 1 TO K005M-CT-CYCLES-DROPPED.
008690     PERFORM 7800-STAGE-HISTORY THRU 7800-EXIT.
008700     PERFORM 7000-PRINT-APPLIED-LINES THRU 7000-EXIT.
008710 3500-EXIT.
008720     EXIT.
008730
008740 3510-CLOSE-SLOT-GAP.
008750     COMPUTE K005M-SUB-NEXT = K005M-SUB + 1.
008760     MOVE K005M-TB-CYCLE-ID (K005M-SUB-JOB K005M-SUB-NEXT) TO
008770         K005M-TB-CYCLE-ID (K005M-SUB-JOB K005M-SUB).
008780     MOVE K005M-TB-FREQ-RULE (K005M-SUB-JOB K005M-SUB-NEXT) TO
008790         K005M-TB-FREQ-RULE (K005M-SUB-JOB K005M-SUB).
008800 3510-EXIT.
008810     EXIT.
008820
008830******************************************************************
008840* SET-RULE replaces the frequency rule of a cycle already allowed
008850* on the job - the cycle ids themselves do not move.  The report
008860* shows the rule before and after.
008870******************************************************************
008880 3550-APPLY-SET-RULE.
008890     IF K005M-TR-CYCLE-ID = SPACES
008900         MOVE 'CYCLE ID MISSING' TO K005M-WS-REJECT-REASON
008910         PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
008920         GO TO 3550-EXIT
008930     END-IF.
008940     IF NOT K005M-SW-JOB-WAS-FOUND
008950         MOVE 'JOB NOT ON MASTER' TO K005M-WS-REJECT-REASON
008960         PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
008970         GO TO 3550-EXIT
008980     END-IF.
008990     PERFORM 3150-FIND-CYCLE-SLOT THRU 3150-EXIT.
009000     IF NOT K005M-SW-CYCLE-WAS-FOUND
009010         MOVE 'CYCLE NOT ON JOB' TO K005M-WS-REJECT-REASON
009020         PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
009030         GO TO 3550-EXIT
009040     END-IF.
009050     MOVE K005M-TB-RECORD (K005M-SUB-JOB) TO
009060         K005M-WS-BEFORE-IMAGE.
009070     MOVE K005M-TB-RECORD (K005M-SUB-JOB) TO
009080         K005M-WS-MASTER-IMAGE.
009090     MOVE K005M-SUB-SLOT TO K005M-SUB.
009100     PERFORM 7060-FORMAT-RULE THRU 7060-EXIT.
009110     MOVE K005M-WS-SHOW-TEXT TO K005M-WS-BEFORE-TEXT.
009120     MOVE K010-FRQ-RULE TO
009130         K005M-TB-FREQ-RULE (K005M-SUB-JOB K005M-SUB-SLOT).
009140     MOVE K005M-TB-RECORD (K005M-SUB-JOB) TO
009150         K005M-WS-MASTER-IMAGE.
009160     MOVE K005M-SUB-SLOT TO K005M-SUB.
009170     PERFORM 7060-FORMAT-RULE THRU 7060-EXIT.
009180     MOVE K005M-WS-SHOW-TEXT TO K005M-WS-AFTER-TEXT.
009190     ADD 1 TO K005M-CT-RULES-SET.
009200     PERFORM 7800-STAGE-HISTORY THRU 7800-EXIT.
009210     PERFORM 7000-PRINT-APPLIED-LINES THRU 7000-EXIT.
009220 3550-EXIT.
009230     EXIT.
009240
009250******************************************************************
009260* Does the job still carry a banner on MSGFILE?  A direct read by
009270* job name; INVALID KEY means no banner.
009280******************************************************************
009290 3600-CHECK-BANNER.
009300     MOVE 'N' TO K005M-SW-IN-USE.
009310     IF K005M-SW-MSGFILE-NEVER-LOADED
009320         GO TO 3600-EXIT
009330     END-IF.
009340     MOVE K005M-TR-JOB-NAME TO K010-MSG-JOB-NAME.
009350     READ MSGFILE
009360         INVALID KEY
009370             GO TO 3600-EXIT
009380     END-READ.
009390     IF K005M-FS-MSGFILE NOT = '00'
009400         DISPLAY K005M-WS-OPEN-BRACKET
009410             'MSGFILE READ FAILED - STATUS ' K005M-FS-MSGFILE
009420             K005M-WS-CLOSE-BRACKET
009430         MOVE 16 TO K005M-WS-SAVED-RETURN
009440         GO TO 9999-EXIT
009450     END-IF.
009460     SET K005M-SW-STILL-IN-USE TO TRUE.
009470 3600-EXIT.
009480     EXIT.
009490
009500******************************************************************
009510* Is the job - or, when a check cycle is staged, that one cycle
009520* of it - still in flight on CYCSTAT?
009530******************************************************************
009540 3700-CHECK-LIVE-CYCLES.
009550     MOVE 'N' TO K005M-SW-IN-USE.
009560     PERFORM 3710-MATCH-LIVE-CYCLE THRU 3710-EXIT
009570         VARYING K005M-SUB FROM 1 BY 1
009580         UNTIL K005M-SW-STILL-IN-USE
009590         OR K005M-SUB > K005M-CT-LIVE-CYCLES.
009600 3700-EXIT.
009610     EXIT.
009620
009630 3710-MATCH-LIVE-CYCLE.
009640     IF K005M-TB-LV-JOB-NAME (K005M-SUB) NOT = K005M-TR-JOB-NAME
009650         GO TO 3710-EXIT
009660     END-IF.
009670     IF K005M-WS-CHECK-CYCLE = SPACES
009680         OR K005M-TB-LV-CYCLE-ID (K005M-SUB) =
009685             K005M-WS-CHECK-CYCLE
009690         SET K005M-SW-STILL-IN-USE TO TRUE
009700     END-IF.
009710 3710-EXIT.
009720     EXIT.
009730
009740******************************************************************
009750* Is the job - or that one cycle of it - still named on the
009760* dependency master, as a successor or as a predecessor?
009770******************************************************************
009780 3800-CHECK-DEPENDENCIES.
009790     MOVE 'N' TO K005M-SW-IN-USE.
009800     PERFORM 3810-MATCH-DEPENDENCY THRU 3810-EXIT
009810         VARYING K005M-SUB FROM 1 BY 1
009820         UNTIL K005M-SW-STILL-IN-USE
009830         OR K005M-SUB > K005M-CT-DEPENDENCIES.
009840 3800-EXIT.
009850     EXIT.
009860
009870 3810-MATCH-DEPENDENCY.
009880     IF K005M-TB-DP-JOB-NAME (K005M-SUB) = K005M-TR-JOB-NAME
009890         IF K005M-WS-CHECK-CYCLE = SPACES
009900             OR K005M-TB-DP-CYCLE-ID (K005M-SUB) =
009910                 K005M-WS-CHECK-CYCLE
009920             SET K005M-SW-STILL-IN-USE TO TRUE
009930             GO TO 3810-EXIT
009940         END-IF
009950     END-IF.
009960     IF K005M-TB-DP-PRED-JOB (K005M-SUB) = K005M-TR-JOB-NAME
009970         IF K005M-WS-CHECK-CYCLE = SPACES
009980             OR K005M-TB-DP-PRED-CYCLE (K005M-SUB) =
009990                 K005M-WS-CHECK-CYCLE
010000             SET K005M-SW-STILL-IN-USE TO TRUE
010010         END-IF
010020     END-IF.
010030 3810-EXIT.
010040     EXIT.
010050
010060******************************************************************
010070* Write the new master from the table - every job still on it, in
010080* the order it was loaded, new jobs at the end.  The JCL copies
010090* it back over SCHMST only when this step ends RC=4 or better.
010100******************************************************************
010110 6000-WRITE-NEW-MASTER.
010120     OPEN OUTPUT SCHNEW.
010130     IF K005M-FS-SCHNEW NOT = '00'
010140         DISPLAY K005M-WS-OPEN-BRACKET
010150             'SCHNEW OPEN FAILED - STATUS ' K005M-FS-SCHNEW
010160             K005M-WS-CLOSE-BRACKET
010170         MOVE 16 TO K005M-WS-SAVED-RETURN
010180         GO TO 9999-EXIT
010190     END-IF.
010200     PERFORM 6100-WRITE-ONE-MASTER THRU 6100-EXIT
010210         VARYING K005M-SUB FROM 1 BY 1
010220         UNTIL K005M-SUB > K005M-CT-MASTER-JOBS.
010230     CLOSE SCHNEW.
010240 6000-EXIT.
010250     EXIT.
010260
010270 6100-WRITE-ONE-MASTER.
010280     IF K005M-TB-DELETED (K005M-SUB)
010290         GO TO 6100-EXIT
010300     END-IF.
010310     MOVE K005M-TB-RECORD (K005M-SUB) TO K005M-NEW-MASTER-RECORD.
010320     WRITE K005M-NEW-MASTER-RECORD.
010330     IF K005M-FS-SCHNEW NOT = '00'
010340         DISPLAY K005M-WS-OPEN-BRACKET
010350             'SCHNEW WRITE FAILED - STATUS ' K005M-FS-SCHNEW
010360             K005M-WS-CLOSE-BRACKET
010370         MOVE 16 TO K005M-WS-SAVED-RETURN
010380         GO TO 9999-EXIT
010390     END-IF.
010400     ADD 1 TO K005M-CT-MASTER-OUT.
010410 6100-EXIT.
010420     EXIT.
010430
010440******************************************************************
010450* Append the staged changes to the permanent change history once
010460* the new master is safely written.  A history that will not take
010470* them aborts the step RC=16, so the copy-back never puts a change
010480* on SCHMST that the history does not show.
010490******************************************************************
010500 6500-WRITE-CHANGE-HISTORY.
010510     IF K005M-CT-HISTORY = ZERO
010520         GO TO 6500-EXIT
010530     END-IF.
010540     OPEN EXTEND SCHHIST.
010550     IF K005M-FS-SCHHIST NOT = '00'
010560         DISPLAY K005M-WS-OPEN-BRACKET
010570             'SCHHIST OPEN FAILED - STATUS ' K005M-FS-SCHHIST
010580             K005M-WS-CLOSE-BRACKET
010590         MOVE 16 TO K005M-WS-SAVED-RETURN
010600         GO TO 9999-EXIT
010610     END-IF.
010620     PERFORM 6600-WRITE-ONE-HISTORY THRU 6600-EXIT
010630         VARYING K005M-SUB FROM 1 BY 1
010640         UNTIL K005M-SUB > K005M-CT-HISTORY.
010650     CLOSE SCHHIST.
010660 6500-EXIT.
010670     EXIT.
010680
010690 6600-WRITE-ONE-HISTORY.
010700     MOVE K005M-TB-HISTORY (K005M-SUB) TO K005M-HISTORY-OUT.
010710     WRITE K005M-HISTORY-OUT.
010720     IF K005M-FS-SCHHIST NOT = '00'
010730         DISPLAY K005M-WS-OPEN-BRACKET
010740             'SCHHIST WRITE FAILED - STATUS ' K005M-FS-SCHHIST
010750             K005M-WS-CLOSE-BRACKET
010760         MOVE 16 TO K005M-WS-SAVED-RETURN
010770         GO TO 9999-EXIT
010780     END-IF.
010790 6600-EXIT.
010800     EXIT.
010810
010820******************************************************************
010830* Print the applied card and the job's allowed cycles before and
010840* after it - for SET-RULE, the cycle's rule before and after.  A
010850* cycle added also shows the rule it was added with.
010860******************************************************************
010870 7000-PRINT-APPLIED-LINES.
010880     ADD 1 TO K005M-CT-CARDS-APPLIED.
010890     MOVE SPACES TO K010-RPT-LINE.
010900     STRING K005M-TR-FUNCTION DELIMITED BY SIZE
010910            ' ' DELIMITED BY SIZE
010920            K005M-TR-JOB-NAME DELIMITED BY SIZE
010930            ' ' DELIMITED BY SIZE
010940            K005M-TR-CYCLE-ID DELIMITED BY SIZE
010950            ' BY ' DELIMITED BY SIZE
010960            K005M-TR-OPERATOR DELIMITED BY SIZE
010970            ' APPLIED' DELIMITED BY SIZE
010980         INTO K010-RPT-LINE
010990     END-STRING.
011000     MOVE 2 TO K010-RPT-ADVANCE.
011010     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
011020     MOVE SPACES TO K010-RPT-LINE.
011030     STRING '    BEFORE: ' DELIMITED BY SIZE
011040            K005M-WS-BEFORE-TEXT DELIMITED BY SIZE
011050         INTO K010-RPT-LINE
011060     END-STRING.
011070     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
011080     MOVE SPACES TO K010-RPT-LINE.
011090     STRING '    AFTER:  ' DELIMITED BY SIZE
011100            K005M-WS-AFTER-TEXT DELIMITED BY SIZE
011110         INTO K010-RPT-LINE
011120     END-STRING.
011130     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
011140     IF K005M-TR-ADD-CYCLE
011150         OR (K005M-TR-ADD-JOB AND K005M-TR-CYCLE-ID NOT = SPACES)
011160         MOVE 1 TO K005M-SUB
011170         IF K005M-TR-ADD-CYCLE
011180             MOVE K005M-SUB-FREE TO K005M-SUB
011190         END-IF
011200         PERFORM 7060-FORMAT-RULE THRU 7060-EXIT
011210         MOVE SPACES TO K010-RPT-LINE
011220         STRING '    RULE:   ' DELIMITED BY SIZE
011230                K005M-WS-SHOW-TEXT DELIMITED BY SIZE
011240             INTO K010-RPT-LINE
011250         END-STRING
011260         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
011270     END-IF.
011280 7000-EXIT.
011290     EXIT.
011300
011310******************************************************************
011320* Lay the six cycle slots of the work image out for printing,
011330* one blank between slots.
011340******************************************************************
011350 7050-FORMAT-CYCLES.
011360     MOVE SPACES TO K005M-WS-SHOW-TEXT.
011370     STRING K005M-WS-IM-CYCLE-ID (1) DELIMITED BY SIZE
011380            ' ' DELIMITED BY SIZE
011390            K005M-WS-IM-CYCLE-ID (2) DELIMITED BY SIZE
011400            ' ' DELIMITED BY SIZE
011410            K005M-WS-IM-CYCLE-ID (3) DELIMITED BY SIZE
011420            ' ' DELIMITED BY SIZE
011430            K005M-WS-IM-CYCLE-ID (4) DELIMITED BY SIZE
011440            ' ' DELIMITED BY SIZE
011450            K005M-WS-IM-CYCLE-ID (5) DELIMITED BY SIZE
011460            ' ' DELIMITED BY SIZE
011470            K005M-WS-IM-CYCLE-ID (6) DELIMITED BY SIZE
011480         INTO K005M-WS-SHOW-TEXT
011490     END-STRING.
011500     IF K005M-WS-SHOW-TEXT = SPACES
011510         MOVE '(NO CYCLES)' TO K005M-WS-SHOW-TEXT
011520     END-IF.
011530 7050-EXIT.
011540     EXIT.
011550
011560******************************************************************
011570* Spell out the frequency rule in slot K005M-SUB of the work image
011580* for printing - the cycle id, the days it is due, then the
011590* effective and retire dates when it has them.
011600******************************************************************
011610 7060-FORMAT-RULE.
011620     MOVE K005M-WS-IM-FREQ-RULE (K005M-SUB) TO K010-FRQ-RULE.
011630     MOVE SPACES TO K005M-WS-SHOW-TEXT.
011640     MOVE K005M-WS-IM-CYCLE-ID (K005M-SUB) TO K005M-WS-SHOW-TEXT.
011650     IF K010-FRQ-DAILY
011660         MOVE 'DAILY' TO K005M-WS-SHOW-TEXT(6:)
011670     END-IF.
011680     IF K010-FRQ-WEEKDAYS
011690         STRING K005M-WS-IM-CYCLE-ID (K005M-SUB)
011700                DELIMITED BY SIZE
011710                ' WEEKDAYS MTWTFSS=' DELIMITED BY SIZE
011720                K010-FRQ-DAY-MASK DELIMITED BY SIZE
011730             INTO K005M-WS-SHOW-TEXT
011740         END-STRING
011750     END-IF.
011760     IF K010-FRQ-NTH-BDAY
011770         STRING K005M-WS-IM-CYCLE-ID (K005M-SUB)
011780                DELIMITED BY SIZE
011790                ' BUSINESS DAY ' DELIMITED BY SIZE
011800                K010-FRQ-NTH-DAY DELIMITED BY SIZE
011810             INTO K005M-WS-SHOW-TEXT
011820         END-STRING
011830     END-IF.
011840     IF K010-FRQ-LAST-BDAY
011850         MOVE 'LAST BUSINESS DAY' TO K005M-WS-SHOW-TEXT(6:)
011860     END-IF.
011870     IF K010-FRQ-QTR-END
011880         MOVE 'QUARTER-END' TO K005M-WS-SHOW-TEXT(6:)
011890     END-IF.
011900     IF K010-FRQ-EFFECTIVE NOT = SPACES
011910         MOVE 'FROM' TO K005M-WS-SHOW-TEXT(33:4)
011920         MOVE K010-FRQ-EFFECTIVE TO K005M-WS-SHOW-TEXT(38:8)
011930     END-IF.
011940     IF K010-FRQ-RETIRE NOT = SPACES
011950         MOVE 'UNTIL' TO K005M-WS-SHOW-TEXT(47:5)
011960         MOVE K010-FRQ-RETIRE TO K005M-WS-SHOW-TEXT(53:8)
011970     END-IF.
011980 7060-EXIT.
011990     EXIT.
012000
012010******************************************************************
012020* Write one detail line through the report writer, the same
012030* convention YOUR-PROGRAM-NAME uses.
012040******************************************************************
012050 7100-WRITE-REPORT-LINE.
012060     SET K010-RPT-FUNC-WRITE TO TRUE.
012070     CALL 'K010RPT' USING K010-RPT-REQUEST.
012080     MOVE ZERO TO K010-RPT-ADVANCE.
012090     IF K010-RPT-RETURN-CODE NOT = '00'
012100         PERFORM 7500-REPORT-FAILURE THRU 7500-EXIT
012110     END-IF.
012120 7100-EXIT.
012130     EXIT.
012140
012150 7500-REPORT-FAILURE.
012160     DISPLAY K005M-WS-OPEN-BRACKET
012170         'REPORT FILE FAILED - STATUS ' K010-RPT-RETURN-CODE
012180         K005M-WS-CLOSE-BRACKET.
012190     MOVE 16 TO K005M-WS-SAVED-RETURN.
012200     GO TO 9999-EXIT.
012210 7500-EXIT.
012220     EXIT.
012230
012240******************************************************************
012250* Stage one change history record for the card just applied -
012260* the job's slots before from the before image, after from the
012270* master table (blank for a deleted job).  A card that touches
012272* one cycle's frequency rule also records the slot and the rule
012274* in it before and after: slot 1 for ADD-JOB with a cycle, the
012276* free slot ADD-CYCLE filled, the cycle's slot for SET-RULE and
012278* DROP-CYCLE (a dropped rule has no after - the slot repacks).
012280******************************************************************
012290 7800-STAGE-HISTORY.
012300     MOVE SPACES TO K005-SCHEDULE-HISTORY-RECORD.
012310     MOVE K005M-WS-NOW-STAMP TO K005-HST-TIMESTAMP.
012320     MOVE K005M-TR-FUNCTION TO K005-HST-FUNCTION.
012330     MOVE K005M-TR-JOB-NAME TO K005-HST-JOB-NAME.
012340     MOVE K005M-TR-CYCLE-ID TO K005-HST-CYCLE-ID.
012350     MOVE K005M-TR-OPERATOR TO K005-HST-OPERATOR.
012360     MOVE K005M-WS-BEFORE-IMAGE TO K005M-WS-MASTER-IMAGE.
012370     MOVE K005M-WS-MASTER-IMAGE (9:24) TO K005-HST-BEFORE-CYCLES.
012371     MOVE ZERO TO K005M-SUB-RULE.
012372     IF K005M-TR-ADD-JOB AND K005M-TR-CYCLE-ID NOT = SPACES
012373         MOVE 1 TO K005M-SUB-RULE
012374     END-IF.
012375     IF K005M-TR-ADD-CYCLE
012376         MOVE K005M-SUB-FREE TO K005M-SUB-RULE
012377     END-IF.
012378     IF K005M-TR-SET-RULE OR K005M-TR-DROP-CYCLE
012379         MOVE K005M-SUB-SLOT TO K005M-SUB-RULE
012380     END-IF.
012381     MOVE K005M-SUB-RULE TO K005-HST-RULE-SLOT.
012382     IF K005M-SUB-RULE > ZERO
012383         MOVE K005M-WS-IM-FREQ-RULE (K005M-SUB-RULE) TO
012384             K005-HST-BEFORE-RULE
012385     END-IF.
012386     IF NOT K005M-TB-DELETED (K005M-SUB-JOB)
012390         MOVE K005M-TB-RECORD (K005M-SUB-JOB) TO
012400             K005M-WS-MASTER-IMAGE
012410         MOVE K005M-WS-MASTER-IMAGE (9:24) TO
012420             K005-HST-AFTER-CYCLES
012422         IF K005M-SUB-RULE > ZERO
012424             AND NOT K005M-TR-DROP-CYCLE
012426             MOVE K005M-WS-IM-FREQ-RULE (K005M-SUB-RULE) TO
012428                 K005-HST-AFTER-RULE
012429         END-IF
012430     END-IF.
012440     ADD 1 TO K005M-CT-HISTORY.
012450     MOVE K005-SCHEDULE-HISTORY-RECORD TO
012460         K005M-TB-HISTORY (K005M-CT-HISTORY).
012470 7800-EXIT.
012480     EXIT.
012490
012500******************************************************************
012510* One report line per rejected card - the card as it came in and
012520* the reason it was not applied.  The step ends RC=4 when any
012530* card lands here so the submitter looks at the report.
012540******************************************************************
012550 8000-REJECT-TRANSACTION.
012560     ADD 1 TO K005M-CT-CARDS-REJECTED.
012570     MOVE SPACES TO K010-RPT-LINE.
012580     STRING K005M-TR-FUNCTION DELIMITED BY SIZE
012590            ' ' DELIMITED BY SIZE
012600            K005M-TR-JOB-NAME DELIMITED BY SIZE
012610            ' ' DELIMITED BY SIZE
012620            K005M-TR-CYCLE-ID DELIMITED BY SIZE
012630            ' BY ' DELIMITED BY SIZE
012640            K005M-TR-OPERATOR DELIMITED BY SIZE
012650            ' REJECTED - ' DELIMITED BY SIZE
012660            K005M-WS-REJECT-REASON DELIMITED BY SIZE
012670         INTO K010-RPT-LINE
012680     END-STRING.
012690     MOVE 2 TO K010-RPT-ADVANCE.
012700     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
012710 8000-EXIT.
012720     EXIT.
012730
012740******************************************************************
012750* Maintenance totals so the submitter can reconcile the report
012760* against the card deck and the master before sign-off.
012770******************************************************************
012780 9000-PRINT-CONTROL-TOTALS.
012790     MOVE K005M-CT-CARDS-READ TO K005M-WS-NUM-A.
012800     MOVE K005M-CT-CARDS-APPLIED TO K005M-WS-NUM-B.
012810     MOVE K005M-CT-CARDS-REJECTED TO K005M-WS-NUM-C.
012820     MOVE SPACES TO K010-RPT-LINE.
012830     STRING 'CARDS READ ' DELIMITED BY SIZE
012840            K005M-WS-NUM-A DELIMITED BY SIZE
012850            ' APPLIED ' DELIMITED BY SIZE
012860            K005M-WS-NUM-B DELIMITED BY SIZE
012870            ' REJECTED ' DELIMITED BY SIZE
012880            K005M-WS-NUM-C DELIMITED BY SIZE
012890         INTO K010-RPT-LINE
012900     END-STRING.
012910     MOVE 2 TO K010-RPT-ADVANCE.
012920     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
012930     MOVE K005M-CT-JOBS-ADDED TO K005M-WS-NUM-A.
012940     MOVE K005M-CT-JOBS-DELETED TO K005M-WS-NUM-B.
012950     MOVE K005M-CT-CYCLES-ADDED TO K005M-WS-NUM-C.
012960     MOVE K005M-CT-CYCLES-DROPPED TO K005M-WS-NUM-D.
012970     MOVE K005M-CT-RULES-SET TO K005M-WS-NUM-E.
012980     MOVE SPACES TO K010-RPT-LINE.
012990     STRING 'JOBS ADDED ' DELIMITED BY SIZE
013000            K005M-WS-NUM-A DELIMITED BY SIZE
013010            ' DELETED ' DELIMITED BY SIZE
013020            K005M-WS-NUM-B DELIMITED BY SIZE
013030            ' CYCLES ADDED ' DELIMITED BY SIZE
013040            K005M-WS-NUM-C DELIMITED BY SIZE
013050            ' DROPPED ' DELIMITED BY SIZE
013060            K005M-WS-NUM-D DELIMITED BY SIZE
013070            ' RULES SET ' DELIMITED BY SIZE
013080            K005M-WS-NUM-E DELIMITED BY SIZE
013090         INTO K010-RPT-LINE
013100     END-STRING.
013110     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
013120     MOVE K005M-CT-MASTER-IN TO K005M-WS-NUM-A.
013130     MOVE K005M-CT-MASTER-OUT TO K005M-WS-NUM-B.
013140     MOVE K005M-CT-HISTORY TO K005M-WS-NUM-C.
013150     MOVE SPACES TO K010-RPT-LINE.
013160     STRING 'MASTER RECORDS IN ' DELIMITED BY SIZE
013170            K005M-WS-NUM-A DELIMITED BY SIZE
013180            ' OUT ' DELIMITED BY SIZE
013190            K005M-WS-NUM-B DELIMITED BY SIZE
013200            ' HISTORY RECORDS ' DELIMITED BY SIZE
013210            K005M-WS-NUM-C DELIMITED BY SIZE
013220         INTO K010-RPT-LINE
013230     END-STRING.
013240     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
013250 9000-EXIT.
013260     EXIT.
013270
013280 9999-EXIT.
013290******************************************************************
013300* The abort and warning paths stage their return code in
013310* working storage because the report CALLs on the way out
013320* refresh the RETURN-CODE register, the same convention the
013330* kickoff follows.
013340******************************************************************
013350     SET K010-RPT-FUNC-CLOSE TO TRUE.
013360     CALL 'K010RPT' USING K010-RPT-REQUEST.
013370     MOVE K005M-WS-SAVED-RETURN TO RETURN-CODE.
013380     STOP RUN.
013390 END PROGRAM K005M00.
