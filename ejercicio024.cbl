000100******************************************************************
000110* Author: Sergio Soria
000120* Creation Date: 20261015
000130* Purpose: Ejercicio 24 - pre-window runtime forecast K010F00.
000140*          Once the pre-edit K005A00 has validated tonight's deck
000150*          we know which schedules will run, but an overrun only
000160*          used to show up when the late-runner monitor K010W00
000170*          started alerting mid-window.  This step reads every
000180*          validated card, works out each job/cycle's elapsed
000190*          norm from the START/END pairs on AUDITLOG the way
000200*          K010W00 does, and projects a start and finish time
000210*          for each schedule from the window-open time on its
000220*          parameter card - a schedule with predecessors on the
000230*          DEPFILE dependency master starts when the last of its
000240*          predecessors in tonight's deck is projected to finish.
000250*          The latest finish is the window's projected finish and
000260*          is compared with the window-close time on the card.
000270*          The forecast prints through K010RPT; a projected
000280*          overrun raises K010-020 through K010ALRT and ends the
000290*          step RC=4, while there is still time to hold or defer
000300*          low-priority work.
000310*          Parameter card: cols 01-04 window open HHMM, 06-09
000320*          window close HHMM (a close at or before the open is
000330*          the next morning), 11-14 minutes to assume for a
000340*          schedule with no history (blank means none).
000350* Modification Date: 20261015
000360* Modification History:
000370*   20261015 SS  Initial version.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. K010F00.
000410 AUTHOR. BATCH SUPPORT TEAM.
000420 INSTALLATION. DATA CENTER.
000430 DATE-WRITTEN. 20261015.
000440 DATE-COMPILED.
000450
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480     SPECIAL-NAMES.
000490         SYMBOLIC CHARACTERS ANGULAR-DERECHA 176
000500                             ANGULAR-IZQUIERDA 175.
000510
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT CTLFILE  ASSIGN TO CTLFILE
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS K010F-FS-CTLFILE.
000570
000580     SELECT AUDITLOG ASSIGN TO AUDITLOG
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS K010F-FS-AUDITLOG.
000610
000620     SELECT DEPFILE  ASSIGN TO DEPFILE
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS K010F-FS-DEPFILE.
000650
000660     SELECT FCSTPARM ASSIGN TO FCSTPARM
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS K010F-FS-FCSTPARM.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  CTLFILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY RUNCTL.
000750
000760 FD  AUDITLOG
000770     LABEL RECORDS ARE STANDARD.
000780     COPY AUDREC.
000790
000800 FD  DEPFILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY DEPREC.
000830
000840 FD  FCSTPARM
000850     LABEL RECORDS ARE STANDARD.
000860 01  K010F-PARM-CARD.
000870     05  K010F-PM-OPEN-TIME.
000880         10  K010F-PM-OPEN-HH        PIC 9(02).
000890         10  K010F-PM-OPEN-MM        PIC 9(02).
000900     05  K010F-PM-OPEN-X REDEFINES K010F-PM-OPEN-TIME
000910                                     PIC X(04).
000920     05  FILLER                      PIC X(01).
000930     05  K010F-PM-CLOSE-TIME.
000940         10  K010F-PM-CLOSE-HH       PIC 9(02).
000950         10  K010F-PM-CLOSE-MM       PIC 9(02).
000960     05  K010F-PM-CLOSE-X REDEFINES K010F-PM-CLOSE-TIME
000970                                     PIC X(04).
000980     05  FILLER                      PIC X(01).
000990     05  K010F-PM-DEFAULT-MINS       PIC 9(04).
001000     05  K010F-PM-DEFAULT-X REDEFINES K010F-PM-DEFAULT-MINS
001010                                     PIC X(04).
001020     05  FILLER                      PIC X(66).
001030
001040 WORKING-STORAGE SECTION.
001050     COPY RPTCTL.
001060     COPY ALERTCD.
001070     COPY ALERTCM.
001080
001090 77  K010F-FS-CTLFILE                PIC X(02).
001100 77  K010F-FS-AUDITLOG               PIC X(02).
001110 77  K010F-FS-DEPFILE                PIC X(02).
001120 77  K010F-FS-FCSTPARM               PIC X(02).
001130
001140 77  K010F-SW-CTLFILE-EOF            PIC X(01) VALUE 'N'.
001150     88  K010F-SW-CTLFILE-AT-END     VALUE 'Y'.
001160 77  K010F-SW-AUDITLOG-EOF           PIC X(01) VALUE 'N'.
001170     88  K010F-SW-AUDITLOG-AT-END    VALUE 'Y'.
001180 77  K010F-SW-DEPFILE-EOF            PIC X(01) VALUE 'N'.
001190     88  K010F-SW-DEPFILE-AT-END     VALUE 'Y'.
001200 77  K010F-SW-ASCII-MODE             PIC X(01) VALUE 'N'.
001210     88  K010F-SW-ASCII-MODE-ON      VALUE 'Y'.
001220 77  K010F-SW-SCHED-FOUND            PIC X(01) VALUE 'N'.
001230     88  K010F-SW-SCHED-WAS-FOUND    VALUE 'Y'.
001240 77  K010F-SW-LEAP-YEAR              PIC X(01) VALUE 'N'.
001250     88  K010F-SW-IS-LEAP-YEAR       VALUE 'Y'.
001260 77  K010F-SW-PROJECTION             PIC X(01) VALUE 'N'.
001270     88  K010F-SW-PROJECTION-MOVED   VALUE 'Y'.
001280 77  K010F-SW-LOOP                   PIC X(01) VALUE 'N'.
001290     88  K010F-SW-DEPENDENCY-LOOP    VALUE 'Y'.
001300
001310 77  K010F-WS-CURRENT-DATE           PIC 9(08).
001320 77  K010F-WS-RUN-DATE               PIC 9(08) VALUE ZERO.
001330 77  K010F-WS-CODEPAGE-FLAG          PIC X(05).
001340 77  K010F-WS-OPEN-BRACKET           PIC X(01).
001350 77  K010F-WS-CLOSE-BRACKET          PIC X(01).
001360 77  K010F-WS-SAVED-RETURN           PIC 9(04) VALUE ZERO.
001370 77  K010F-WS-NOTE                   PIC X(30).
001380
001390 77  K010F-WS-QUOTIENT               PIC 9(07) COMP VALUE ZERO.
001400 77  K010F-WS-REMAINDER              PIC 9(07) COMP VALUE ZERO.
001410 77  K010F-WS-WORK-YEAR              PIC 9(04) VALUE ZERO.
001420 77  K010F-WS-ELAPSED-SECS           PIC S9(09) COMP VALUE ZERO.
001430 77  K010F-WS-ELAPSED-MINS           PIC 9(07) COMP VALUE ZERO.
001440 77  K010F-WS-START-DAYS             PIC 9(07) COMP VALUE ZERO.
001450 77  K010F-WS-END-DAYS               PIC 9(07) COMP VALUE ZERO.
001460 77  K010F-WS-START-SECS             PIC 9(07) COMP VALUE ZERO.
001470 77  K010F-WS-END-SECS               PIC 9(07) COMP VALUE ZERO.
001480
001490* Window times are carried as minutes from the window opening;
001500* the clock time for printing is worked out from those.
001510 77  K010F-WS-OPEN-MINS              PIC 9(05) COMP VALUE ZERO.
001520 77  K010F-WS-CLOSE-OFFSET           PIC 9(05) COMP VALUE ZERO.
001530 77  K010F-WS-DEFAULT-MINS           PIC 9(05) COMP VALUE ZERO.
001540 77  K010F-WS-WINDOW-FINISH          PIC 9(07) COMP VALUE ZERO.
001550 77  K010F-WS-NEW-START              PIC 9(07) COMP VALUE ZERO.
001560 77  K010F-WS-NEW-FINISH             PIC 9(07) COMP VALUE ZERO.
001570 77  K010F-WS-MARGIN                 PIC 9(07) COMP VALUE ZERO.
001580 77  K010F-WS-CLOCK-IN               PIC 9(07) COMP VALUE ZERO.
001590 77  K010F-WS-CLOCK-MINS             PIC 9(07) COMP VALUE ZERO.
001600 77  K010F-WS-CLOCK-DAYS             PIC 9(03) COMP VALUE ZERO.
001610 01  K010F-WS-CLOCK-OUT.
001620     05  K010F-WS-CLOCK-HH           PIC 9(02).
001630     05  FILLER                      PIC X(01) VALUE ':'.
001640     05  K010F-WS-CLOCK-MM           PIC 9(02).
001650     05  K010F-WS-CLOCK-DAY-FLAG     PIC X(03).
001660 77  K010F-WS-START-CLOCK            PIC X(08).
001670 77  K010F-WS-FINISH-CLOCK           PIC X(08).
001680 77  K010F-WS-OPEN-CLOCK             PIC X(08).
001690 77  K010F-WS-CLOSE-CLOCK            PIC X(08).
001700
001710 01  K010F-WS-DATE-IN                PIC 9(08).
001720 01  K010F-WS-DATE-SPLIT REDEFINES K010F-WS-DATE-IN.
001730     05  K010F-WS-DI-YEAR            PIC 9(04).
001740     05  K010F-WS-DI-MONTH           PIC 9(02).
001750     05  K010F-WS-DI-DAY             PIC 9(02).
001760 77  K010F-WS-DAYS-OUT               PIC 9(07) COMP VALUE ZERO.
001770 77  K010F-WS-STAMP-IN               PIC X(16).
001780 77  K010F-WS-STAMP-FROM             PIC X(16).
001790 77  K010F-WS-HOURS                  PIC 9(02) VALUE ZERO.
001800 77  K010F-WS-MINUTES                PIC 9(02) VALUE ZERO.
001810 77  K010F-WS-SECONDS                PIC 9(02) VALUE ZERO.
001820
001830 01  K010F-MONTH-OFFSET-VALUES.
001840     05  FILLER                      PIC X(36) VALUE
001850         '000031059090120151181212243273304334'.
001860 01  K010F-MONTH-OFFSET-TABLE
001870         REDEFINES K010F-MONTH-OFFSET-VALUES.
001880     05  K010F-TB-MONTH-OFFSET OCCURS 12 TIMES
001890                                     PIC 9(03).
001900
001910 77  K010F-SUB                       PIC 9(05) COMP VALUE ZERO.
001920 77  K010F-SUB-FOUND                 PIC 9(05) COMP VALUE ZERO.
001930 77  K010F-SUB-SCHED                 PIC 9(05) COMP VALUE ZERO.
001940 77  K010F-SUB-DEP                   PIC 9(05) COMP VALUE ZERO.
001950 77  K010F-SUB-LAST                  PIC 9(05) COMP VALUE ZERO.
001960 77  K010F-CT-PASSES                 PIC 9(05) COMP VALUE ZERO.
001970 77  K010F-MX-SCHEDULES              PIC 9(05) COMP VALUE 100.
001980 77  K010F-MX-DEPENDENCIES           PIC 9(05) COMP VALUE 200.
001990
002000 01  K010F-WS-FIND-KEY.
002010     05  K010F-WS-FIND-JOB           PIC X(08).
002020     05  K010F-WS-FIND-CYCLE         PIC X(04).
002030
002040 01  K010F-SCHEDULE-TABLE.
002050     05  K010F-SCHEDULE-ENTRY OCCURS 100 TIMES.
002060         10  K010F-TB-JOB-NAME       PIC X(08).
002070         10  K010F-TB-CYCLE-ID       PIC X(04).
002080         10  K010F-TB-ENVIRONMENT    PIC X(04).
002090         10  K010F-TB-OPEN-FLAG      PIC X(01).
002100             88  K010F-TB-HAS-OPEN   VALUE 'Y'.
002110         10  K010F-TB-OPEN-STAMP     PIC X(16).
002120         10  K010F-TB-HIST-RUNS      PIC 9(05) COMP.
002130         10  K010F-TB-HIST-MINS      PIC 9(07) COMP.
002140         10  K010F-TB-NORM-MINS      PIC 9(05) COMP.
002150         10  K010F-TB-START-OFFSET   PIC 9(07) COMP.
002160         10  K010F-TB-FINISH-OFFSET  PIC 9(07) COMP.
002170         10  K010F-TB-PRED-FLAG      PIC X(01).
002180             88  K010F-TB-PRED-MISSING VALUE 'Y'.
002190
002200 01  K010F-DEPENDENCY-TABLE.
002210     05  K010F-DEPENDENCY-ENTRY OCCURS 200 TIMES.
002220         10  K010F-TB-DP-JOB-NAME    PIC X(08).
002230         10  K010F-TB-DP-CYCLE-ID    PIC X(04).
002240         10  K010F-TB-DP-PRED-JOB    PIC X(08).
002250         10  K010F-TB-DP-PRED-CYCLE  PIC X(04).
002260
002270 77  K010F-CT-SCHEDULES              PIC 9(05) COMP VALUE ZERO.
002280 77  K010F-CT-DEPENDENCIES           PIC 9(05) COMP VALUE ZERO.
002290 77  K010F-CT-WITH-HISTORY           PIC 9(05) COMP VALUE ZERO.
002300 77  K010F-CT-NO-HISTORY             PIC 9(05) COMP VALUE ZERO.
002310 77  K010F-CT-AUDIT-READ             PIC 9(07) COMP VALUE ZERO.
002320
002330 77  K010F-WS-NUM-A                  PIC 9(05) VALUE ZERO.
002340 77  K010F-WS-NUM-B                  PIC 9(05) VALUE ZERO.
002350 77  K010F-WS-NUM-C                  PIC 9(05) VALUE ZERO.
002360
002370 PROCEDURE DIVISION.
002380 MAIN-PROCEDURE.
002390     ACCEPT K010F-WS-CURRENT-DATE FROM DATE YYYYMMDD.
002400     PERFORM 1500-VALIDATE-SYMBOLS THRU 1500-EXIT.
002410     PERFORM 2000-READ-PARM-CARD THRU 2000-EXIT.
002420     PERFORM 2100-LOAD-DECK THRU 2100-EXIT.
002430     PERFORM 2300-LOAD-DEPENDENCIES THRU 2300-EXIT.
002440     PERFORM 2500-OPEN-REPORT THRU 2500-EXIT.
002450     IF K010F-CT-SCHEDULES = ZERO
002460         MOVE 'NO VALIDATED CARD IN THE DECK - NOTHING TO PROJECT'
002470             TO K010-RPT-LINE
002480         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
002490         GO TO 9999-EXIT
002500     END-IF.
002510     PERFORM 3000-LOAD-HISTORY THRU 3000-EXIT.
002520     PERFORM 3700-SET-NORM THRU 3700-EXIT
002530         VARYING K010F-SUB FROM 1 BY 1
002540         UNTIL K010F-SUB > K010F-CT-SCHEDULES.
002550     PERFORM 4000-PROJECT-WINDOW THRU 4000-EXIT.
002560     PERFORM 5000-PRINT-SCHEDULE-LINE THRU 5000-EXIT
002570         VARYING K010F-SUB FROM 1 BY 1
002580         UNTIL K010F-SUB > K010F-CT-SCHEDULES.
002590     PERFORM 6000-JUDGE-WINDOW THRU 6000-EXIT.
002600     PERFORM 9000-PRINT-CONTROL-TOTALS THRU 9000-EXIT.
002610     GO TO 9999-EXIT.
002620
002630******************************************************************
002640* Confirm the EBCDIC-only corner-bracket symbols will actually
002650* render on this runner, the same check YOUR-PROGRAM-NAME makes
002660* before its banner.  K010_ASCII_MODE is only ever exported by
002670* a non-mainframe shell wrapper (e.g. the Linux test runner).
002680******************************************************************
002690 1500-VALIDATE-SYMBOLS.
002700     MOVE SPACES TO K010F-WS-CODEPAGE-FLAG.
002710     ACCEPT K010F-WS-CODEPAGE-FLAG FROM ENVIRONMENT
002720         'K010_ASCII_MODE'.
002730     IF K010F-WS-CODEPAGE-FLAG = 'Y'
002740         OR K010F-WS-CODEPAGE-FLAG = 'y'
002750         SET K010F-SW-ASCII-MODE-ON TO TRUE
002760     END-IF.
002770     IF K010F-SW-ASCII-MODE-ON
002780         MOVE '<' TO K010F-WS-OPEN-BRACKET
002790         MOVE '>' TO K010F-WS-CLOSE-BRACKET
002800     ELSE
002810         MOVE ANGULAR-DERECHA TO K010F-WS-OPEN-BRACKET
002820         MOVE ANGULAR-IZQUIERDA TO K010F-WS-CLOSE-BRACKET
002830     END-IF.
002840 1500-EXIT.
002850     EXIT.
002860
002870******************************************************************
002880* Read the parameter card.  Without a sound window open and close
002890* time there is nothing to forecast against, so a missing or
002900* mispunched card is an abort - a forecast against a window
002910* nobody set would read as a safe night.
002920******************************************************************
002930 2000-READ-PARM-CARD.
002940     OPEN INPUT FCSTPARM.
002950     IF K010F-FS-FCSTPARM NOT = '00'
002960         DISPLAY K010F-WS-OPEN-BRACKET
002970             'FCSTPARM OPEN FAILED - STATUS ' K010F-FS-FCSTPARM
002980             K010F-WS-CLOSE-BRACKET
002990         MOVE 16 TO K010F-WS-SAVED-RETURN
003000         GO TO 9999-EXIT
003010     END-IF.
003020     READ FCSTPARM
003030         AT END
003040             DISPLAY K010F-WS-OPEN-BRACKET
003050                 'FCSTPARM IS EMPTY - NO WINDOW TO FORECAST'
003060                 K010F-WS-CLOSE-BRACKET
003070             MOVE 16 TO K010F-WS-SAVED-RETURN
003080             GO TO 9999-EXIT
003090     END-READ.
003100     CLOSE FCSTPARM.
003110     IF K010F-PM-OPEN-X NOT NUMERIC
003120         OR K010F-PM-CLOSE-X NOT NUMERIC
003130         OR K010F-PM-OPEN-HH > 23 OR K010F-PM-OPEN-MM > 59
003140         OR K010F-PM-CLOSE-HH > 23 OR K010F-PM-CLOSE-MM > 59
003150         DISPLAY K010F-WS-OPEN-BRACKET
003160             'FCSTPARM WINDOW TIMES NOT HHMM - ' K010F-PM-OPEN-X
003170             ' ' K010F-PM-CLOSE-X
003180             K010F-WS-CLOSE-BRACKET
003190         MOVE 16 TO K010F-WS-SAVED-RETURN
003200         GO TO 9999-EXIT
003210     END-IF.
003220     IF K010F-PM-DEFAULT-X NOT = SPACES
003230         AND K010F-PM-DEFAULT-MINS NOT NUMERIC
003240         DISPLAY K010F-WS-OPEN-BRACKET
003250             'FCSTPARM DEFAULT MINUTES NOT NUMERIC - '
003260             K010F-PM-DEFAULT-X
003270             K010F-WS-CLOSE-BRACKET
003280         MOVE 16 TO K010F-WS-SAVED-RETURN
003290         GO TO 9999-EXIT
003300     END-IF.
003310     IF K010F-PM-DEFAULT-X NOT = SPACES
003320         MOVE K010F-PM-DEFAULT-MINS TO K010F-WS-DEFAULT-MINS
003330     END-IF.
003340     COMPUTE K010F-WS-OPEN-MINS =
003350         (K010F-PM-OPEN-HH * 60) + K010F-PM-OPEN-MM.
003360     COMPUTE K010F-WS-CLOSE-OFFSET =
003370         (K010F-PM-CLOSE-HH * 60) + K010F-PM-CLOSE-MM.
003380     IF K010F-WS-CLOSE-OFFSET > K010F-WS-OPEN-MINS
003390         SUBTRACT K010F-WS-OPEN-MINS FROM K010F-WS-CLOSE-OFFSET
003400     ELSE
003410         COMPUTE K010F-WS-CLOSE-OFFSET =
003420             K010F-WS-CLOSE-OFFSET + 1440 - K010F-WS-OPEN-MINS
003430     END-IF.
003440 2000-EXIT.
003450     EXIT.
003460
003470******************************************************************
003480* Load tonight's validated deck into the schedule table - one
003490* entry per card.  The report carries the run date of the first
003500* card.
003510******************************************************************
003520 2100-LOAD-DECK.
003530     OPEN INPUT CTLFILE.
003540     IF K010F-FS-CTLFILE NOT = '00'
003550         DISPLAY K010F-WS-OPEN-BRACKET
003560             'CTLFILE OPEN FAILED - STATUS ' K010F-FS-CTLFILE
003570             K010F-WS-CLOSE-BRACKET
003580         MOVE 16 TO K010F-WS-SAVED-RETURN
003590         GO TO 9999-EXIT
003600     END-IF.
003610     PERFORM 2200-READ-ONE-CARD THRU 2200-EXIT
003620         UNTIL K010F-SW-CTLFILE-AT-END.
003630     CLOSE CTLFILE.
003640     IF K010F-WS-RUN-DATE = ZERO
003650         MOVE K010F-WS-CURRENT-DATE TO K010F-WS-RUN-DATE
003660     END-IF.
003670 2100-EXIT.
003680     EXIT.
003690
003700 2200-READ-ONE-CARD.
003710     READ CTLFILE
003720         AT END
003730             SET K010F-SW-CTLFILE-AT-END TO TRUE
003740             GO TO 2200-EXIT
003750     END-READ.
003760     IF K010-RC-JOB-NAME = SPACES
003770         GO TO 2200-EXIT
003780     END-IF.
003790     IF K010F-CT-SCHEDULES >= K010F-MX-SCHEDULES
003800         DISPLAY K010F-WS-OPEN-BRACKET
003810             'SCHEDULE TABLE FULL - RAISE K010F-MX-SCHEDULES'
003820             K010F-WS-CLOSE-BRACKET
003830         MOVE 16 TO K010F-WS-SAVED-RETURN
003840         GO TO 9999-EXIT
003850     END-IF.
003860     IF K010F-WS-RUN-DATE = ZERO
003870         MOVE K010-RC-RUN-DATE TO K010F-WS-RUN-DATE
003880     END-IF.
003890     ADD 1 TO K010F-CT-SCHEDULES.
003900     MOVE K010-RC-JOB-NAME TO
003910         K010F-TB-JOB-NAME (K010F-CT-SCHEDULES).
003920     MOVE K010-RC-CYCLE-ID TO
003930         K010F-TB-CYCLE-ID (K010F-CT-SCHEDULES).
003940     MOVE K010-RC-ENVIRONMENT TO
003950         K010F-TB-ENVIRONMENT (K010F-CT-SCHEDULES).
003960     MOVE 'N' TO K010F-TB-OPEN-FLAG (K010F-CT-SCHEDULES).
003970     MOVE SPACES TO K010F-TB-OPEN-STAMP (K010F-CT-SCHEDULES).
003980     MOVE ZERO TO K010F-TB-HIST-RUNS (K010F-CT-SCHEDULES).
003990     MOVE ZERO TO K010F-TB-HIST-MINS (K010F-CT-SCHEDULES).
004000     MOVE ZERO TO K010F-TB-NORM-MINS (K010F-CT-SCHEDULES).
004010     MOVE ZERO TO K010F-TB-START-OFFSET (K010F-CT-SCHEDULES).
004020     MOVE ZERO TO K010F-TB-FINISH-OFFSET (K010F-CT-SCHEDULES).
004030     MOVE 'N' TO K010F-TB-PRED-FLAG (K010F-CT-SCHEDULES).
004040 2200-EXIT.
004050     EXIT.
004060
004070******************************************************************
004080* Load the dependency master.  No DEPFILE means every schedule
004090* starts when the window opens.
004100******************************************************************
004110 2300-LOAD-DEPENDENCIES.
004120     OPEN INPUT DEPFILE.
004130     IF K010F-FS-DEPFILE = '35'
004140         GO TO 2300-EXIT
004150     END-IF.
004160     IF K010F-FS-DEPFILE NOT = '00'
004170         DISPLAY K010F-WS-OPEN-BRACKET
004180             'DEPFILE OPEN FAILED - STATUS ' K010F-FS-DEPFILE
004190             K010F-WS-CLOSE-BRACKET
004200         MOVE 16 TO K010F-WS-SAVED-RETURN
004210         GO TO 9999-EXIT
004220     END-IF.
004230     PERFORM 2310-READ-DEPENDENCY-CARD THRU 2310-EXIT
004240         UNTIL K010F-SW-DEPFILE-AT-END.
004250     CLOSE DEPFILE.
004260 2300-EXIT.
004270     EXIT.
004280
004290 2310-READ-DEPENDENCY-CARD.
004300     READ DEPFILE
004310         AT END
004320             SET K010F-SW-DEPFILE-AT-END TO TRUE
004330             GO TO 2310-EXIT
004340     END-READ.
004350     IF K010-DEP-JOB-NAME = SPACES
004360         OR K010-DEP-PRED-JOB-NAME = SPACES
004370         GO TO 2310-EXIT
004380     END-IF.
004390     IF K010F-CT-DEPENDENCIES >= K010F-MX-DEPENDENCIES
004400         DISPLAY K010F-WS-OPEN-BRACKET
004410             'DEPENDENCY TABLE FULL - RAISE K010F-MX-DEPENDENCIES'
004420             K010F-WS-CLOSE-BRACKET
004430         MOVE 16 TO K010F-WS-SAVED-RETURN
004440         GO TO 9999-EXIT
004450     END-IF.
004460     ADD 1 TO K010F-CT-DEPENDENCIES.
004470     MOVE K010-DEP-JOB-NAME TO
004480         K010F-TB-DP-JOB-NAME (K010F-CT-DEPENDENCIES).
004490     MOVE K010-DEP-CYCLE-ID TO
004500         K010F-TB-DP-CYCLE-ID (K010F-CT-DEPENDENCIES).
004510     MOVE K010-DEP-PRED-JOB-NAME TO
004520         K010F-TB-DP-PRED-JOB (K010F-CT-DEPENDENCIES).
004530     MOVE K010-DEP-PRED-CYCLE-ID TO
004540         K010F-TB-DP-PRED-CYCLE (K010F-CT-DEPENDENCIES).
004550 2310-EXIT.
004560     EXIT.
004570
004580******************************************************************
004590* Open the forecast through the report writer under tonight's
004600* run date.  A print file that will not open is an abort.
004610******************************************************************
004620 2500-OPEN-REPORT.
004630     SET K010-RPT-FUNC-OPEN TO TRUE.
004640     MOVE 'BATCH WINDOW FORECAST' TO K010-RPT-TITLE.
004650     MOVE K010F-WS-RUN-DATE TO K010-RPT-RUN-DATE.
004660     MOVE SPACES TO K010-RPT-CYCLE-ID.
004670     MOVE SPACES TO K010-RPT-ENVIRONMENT.
004680     MOVE ZERO TO K010-RPT-ADVANCE.
004690     CALL 'K010RPT' USING K010-RPT-REQUEST.
004700     IF K010-RPT-RETURN-CODE NOT = '00'
004710         PERFORM 7500-REPORT-FAILURE THRU 7500-EXIT
004720     END-IF.
004730 2500-EXIT.
004740     EXIT.
004750
004760******************************************************************
004770* Scan AUDITLOG in full, pairing each deck schedule's START
004780* against its END across the whole history on file, the same
004790* norm the late-runner monitor K010W00 judges against.  Records
004800* for schedules not in tonight's deck are passed over.
004810******************************************************************
004820 3000-LOAD-HISTORY.
004830     OPEN INPUT AUDITLOG.
004840     IF K010F-FS-AUDITLOG NOT = '00'
004850         DISPLAY K010F-WS-OPEN-BRACKET
004860             'AUDITLOG OPEN FAILED - STATUS ' K010F-FS-AUDITLOG
004870             K010F-WS-CLOSE-BRACKET
004880         MOVE 16 TO K010F-WS-SAVED-RETURN
004890         GO TO 9999-EXIT
004900     END-IF.
004910     PERFORM 3100-APPLY-AUDIT-RECORD THRU 3100-EXIT
004920         UNTIL K010F-SW-AUDITLOG-AT-END.
004930     CLOSE AUDITLOG.
004940 3000-EXIT.
004950     EXIT.
004960
004970 3100-APPLY-AUDIT-RECORD.
004980     READ AUDITLOG
004990         AT END
005000             SET K010F-SW-AUDITLOG-AT-END TO TRUE
005010             GO TO 3100-EXIT
005020     END-READ.
005030     ADD 1 TO K010F-CT-AUDIT-READ.
005040     IF NOT K010-AUD-EVENT-START AND NOT K010-AUD-EVENT-END
005050         GO TO 3100-EXIT
005060     END-IF.
005070     MOVE K010-AUD-JOB-NAME TO K010F-WS-FIND-JOB.
005080     MOVE K010-AUD-CYCLE-ID TO K010F-WS-FIND-CYCLE.
005090     PERFORM 3200-FIND-DECK-SCHEDULE THRU 3200-EXIT.
005100     IF NOT K010F-SW-SCHED-WAS-FOUND
005110         GO TO 3100-EXIT
005120     END-IF.
005130     IF K010-AUD-EVENT-START
005140         MOVE K010-AUD-TIMESTAMP TO
005150             K010F-TB-OPEN-STAMP (K010F-SUB-FOUND)
005160         SET K010F-TB-HAS-OPEN (K010F-SUB-FOUND) TO TRUE
005170         GO TO 3100-EXIT
005180     END-IF.
005190     IF NOT K010F-TB-HAS-OPEN (K010F-SUB-FOUND)
005200         GO TO 3100-EXIT
005210     END-IF.
005220     MOVE K010F-TB-OPEN-STAMP (K010F-SUB-FOUND) TO
005230         K010F-WS-STAMP-FROM.
005240     MOVE K010-AUD-TIMESTAMP TO K010F-WS-STAMP-IN.
005250     PERFORM 3400-COMPUTE-ELAPSED THRU 3400-EXIT.
005260     MOVE 'N' TO K010F-TB-OPEN-FLAG (K010F-SUB-FOUND).
005270     ADD 1 TO K010F-TB-HIST-RUNS (K010F-SUB-FOUND).
005280     ADD K010F-WS-ELAPSED-MINS TO
005290         K010F-TB-HIST-MINS (K010F-SUB-FOUND).
005300 3100-EXIT.
005310     EXIT.
005320
005330******************************************************************
005340* Find the deck schedule for the job and cycle staged in the find
005350* key.  The entry number comes back in K010F-SUB-FOUND.
005360******************************************************************
005370 3200-FIND-DECK-SCHEDULE.
005380     MOVE 'N' TO K010F-SW-SCHED-FOUND.
005390     MOVE ZERO TO K010F-SUB-FOUND.
005400     PERFORM 3210-MATCH-SCHEDULE THRU 3210-EXIT
005410         VARYING K010F-SUB FROM 1 BY 1
005420         UNTIL K010F-SW-SCHED-WAS-FOUND
005430         OR K010F-SUB > K010F-CT-SCHEDULES.
005440 3200-EXIT.
005450     EXIT.
005460
005470 3210-MATCH-SCHEDULE.
005480     IF K010F-TB-JOB-NAME (K010F-SUB) = K010F-WS-FIND-JOB
005490         AND K010F-TB-CYCLE-ID (K010F-SUB) =
005500             K010F-WS-FIND-CYCLE
005510         MOVE K010F-SUB TO K010F-SUB-FOUND
005520         SET K010F-SW-SCHED-WAS-FOUND TO TRUE
005530     END-IF.
005540 3210-EXIT.
005550     EXIT.
005560
005570******************************************************************
005580* Elapsed minutes between the from-stamp and the in-stamp -
005590* whole days through the calendar walk below, the time of day
005600* on top, truncated to minutes, the same arithmetic the SLA
005610* trend step uses.
005620******************************************************************
005630 3400-COMPUTE-ELAPSED.
005640     MOVE K010F-WS-STAMP-FROM(1:8) TO K010F-WS-DATE-IN.
005650     PERFORM 3500-DATE-TO-DAYS THRU 3500-EXIT.
005660     MOVE K010F-WS-DAYS-OUT TO K010F-WS-START-DAYS.
005670     MOVE K010F-WS-STAMP-FROM(9:2)  TO K010F-WS-HOURS.
005680     MOVE K010F-WS-STAMP-FROM(11:2) TO K010F-WS-MINUTES.
005690     MOVE K010F-WS-STAMP-FROM(13:2) TO K010F-WS-SECONDS.
005700     COMPUTE K010F-WS-START-SECS =
005710         (3600 * K010F-WS-HOURS)
005720         + (60 * K010F-WS-MINUTES)
005730         + K010F-WS-SECONDS.
005740     MOVE K010F-WS-STAMP-IN(1:8) TO K010F-WS-DATE-IN.
005750     PERFORM 3500-DATE-TO-DAYS THRU 3500-EXIT.
005760     MOVE K010F-WS-DAYS-OUT TO K010F-WS-END-DAYS.
005770     MOVE K010F-WS-STAMP-IN(9:2)  TO K010F-WS-HOURS.
005780     MOVE K010F-WS-STAMP-IN(11:2) TO K010F-WS-MINUTES.
005790     MOVE K010F-WS-STAMP-IN(13:2) TO K010F-WS-SECONDS.
005800     COMPUTE K010F-WS-END-SECS =
005810         (3600 * K010F-WS-HOURS)
005820         + (60 * K010F-WS-MINUTES)
005830         + K010F-WS-SECONDS.
005840     COMPUTE K010F-WS-ELAPSED-SECS =
005850         ((K010F-WS-END-DAYS - K010F-WS-START-DAYS) * 86400)
005860         + K010F-WS-END-SECS - K010F-WS-START-SECS.
005870     IF K010F-WS-ELAPSED-SECS < ZERO
005880         MOVE ZERO TO K010F-WS-ELAPSED-SECS
005890     END-IF.
005900     DIVIDE K010F-WS-ELAPSED-SECS BY 60
005910         GIVING K010F-WS-ELAPSED-MINS.
005920 3400-EXIT.
005930     EXIT.
005940
005950******************************************************************
005960* Convert a YYYYMMDD date to a running day number - 365 a year
005970* plus the leap days the calendar has handed out before that
005980* year, the month offset, and the day.  Only differences are
005990* ever taken, so the epoch does not matter.
006000******************************************************************
006010 3500-DATE-TO-DAYS.
006020     SUBTRACT 1 FROM K010F-WS-DI-YEAR
006030         GIVING K010F-WS-WORK-YEAR.
006040     COMPUTE K010F-WS-DAYS-OUT =
006050         (365 * K010F-WS-WORK-YEAR)
006060         + K010F-TB-MONTH-OFFSET (K010F-WS-DI-MONTH)
006070         + K010F-WS-DI-DAY.
006080     DIVIDE K010F-WS-WORK-YEAR BY 4
006090         GIVING K010F-WS-QUOTIENT
006100         REMAINDER K010F-WS-REMAINDER.
006110     ADD K010F-WS-QUOTIENT TO K010F-WS-DAYS-OUT.
006120     DIVIDE K010F-WS-WORK-YEAR BY 100
006130         GIVING K010F-WS-QUOTIENT
006140         REMAINDER K010F-WS-REMAINDER.
006150     SUBTRACT K010F-WS-QUOTIENT FROM K010F-WS-DAYS-OUT.
006160     DIVIDE K010F-WS-WORK-YEAR BY 400
006170         GIVING K010F-WS-QUOTIENT
006180         REMAINDER K010F-WS-REMAINDER.
006190     ADD K010F-WS-QUOTIENT TO K010F-WS-DAYS-OUT.
006200     IF K010F-WS-DI-MONTH > 2
006210         PERFORM 3600-CHECK-LEAP-YEAR THRU 3600-EXIT
006220         IF K010F-SW-IS-LEAP-YEAR
006230             ADD 1 TO K010F-WS-DAYS-OUT
006240         END-IF
006250     END-IF.
006260 3500-EXIT.
006270     EXIT.
006280
006290******************************************************************
006300* Leap year test on the date currently split in the work area -
006310* divisible by 4 and, on a century, by 400.
006320******************************************************************
006330 3600-CHECK-LEAP-YEAR.
006340     MOVE 'N' TO K010F-SW-LEAP-YEAR.
006350     DIVIDE K010F-WS-DI-YEAR BY 4
006360         GIVING K010F-WS-QUOTIENT
006370         REMAINDER K010F-WS-REMAINDER.
006380     IF K010F-WS-REMAINDER NOT = ZERO
006390         GO TO 3600-EXIT
006400     END-IF.
006410     DIVIDE K010F-WS-DI-YEAR BY 100
006420         GIVING K010F-WS-QUOTIENT
006430         REMAINDER K010F-WS-REMAINDER.
006440     IF K010F-WS-REMAINDER NOT = ZERO
006450         SET K010F-SW-IS-LEAP-YEAR TO TRUE
006460         GO TO 3600-EXIT
006470     END-IF.
006480     DIVIDE K010F-WS-DI-YEAR BY 400
006490         GIVING K010F-WS-QUOTIENT
006500         REMAINDER K010F-WS-REMAINDER.
006510     IF K010F-WS-REMAINDER = ZERO
006520         SET K010F-SW-IS-LEAP-YEAR TO TRUE
006530     END-IF.
006540 3600-EXIT.
006550     EXIT.
006560
006570******************************************************************
006580* A schedule's norm is its average elapsed minutes on the audit
006590* trail; one that has never completed a run is given the default
006600* minutes off the parameter card.
006610******************************************************************
006620 3700-SET-NORM.
006630     IF K010F-TB-HIST-RUNS (K010F-SUB) = ZERO
006640         ADD 1 TO K010F-CT-NO-HISTORY
006650         MOVE K010F-WS-DEFAULT-MINS TO
006660             K010F-TB-NORM-MINS (K010F-SUB)
006670         GO TO 3700-EXIT
006680     END-IF.
006690     ADD 1 TO K010F-CT-WITH-HISTORY.
006700     DIVIDE K010F-TB-HIST-MINS (K010F-SUB)
006710         BY K010F-TB-HIST-RUNS (K010F-SUB)
006720         GIVING K010F-TB-NORM-MINS (K010F-SUB).
006730 3700-EXIT.
006740     EXIT.
006750
006760******************************************************************
006770* Project every schedule's start and finish, in minutes from the
006780* window opening.  A schedule with no predecessor in the deck
006790* starts when the window opens; one with predecessors starts when
006800* the last of them finishes.  The passes repeat until nothing
006810* moves.  A chain can be no deeper than the deck is long, so a
006820* projection still moving after that many passes is going round
006830* a dependency loop - the forecast stops there and says so.
006840******************************************************************
006850 4000-PROJECT-WINDOW.
006860     MOVE ZERO TO K010F-CT-PASSES.
006870     SET K010F-SW-PROJECTION-MOVED TO TRUE.
006880     PERFORM 4100-PROJECT-ONE-PASS THRU 4100-EXIT
006890         UNTIL NOT K010F-SW-PROJECTION-MOVED
006900         OR K010F-SW-DEPENDENCY-LOOP.
006910     MOVE ZERO TO K010F-WS-WINDOW-FINISH.
006920     MOVE ZERO TO K010F-SUB-LAST.
006930     PERFORM 4400-FIND-WINDOW-FINISH THRU 4400-EXIT
006940         VARYING K010F-SUB FROM 1 BY 1
006950         UNTIL K010F-SUB > K010F-CT-SCHEDULES.
006960 4000-EXIT.
006970     EXIT.
006980
006990 4100-PROJECT-ONE-PASS.
007000     MOVE 'N' TO K010F-SW-PROJECTION.
007010     ADD 1 TO K010F-CT-PASSES.
007020     IF K010F-CT-PASSES > K010F-CT-SCHEDULES + 1
007030         SET K010F-SW-DEPENDENCY-LOOP TO TRUE
007040         GO TO 4100-EXIT
007050     END-IF.
007060     PERFORM 4200-PROJECT-ONE-SCHEDULE THRU 4200-EXIT
007070         VARYING K010F-SUB-SCHED FROM 1 BY 1
007080         UNTIL K010F-SUB-SCHED > K010F-CT-SCHEDULES.
007090 4100-EXIT.
007100     EXIT.
007110
007120 4200-PROJECT-ONE-SCHEDULE.
007130     MOVE ZERO TO K010F-WS-NEW-START.
007140     PERFORM 4300-APPLY-PREDECESSOR THRU 4300-EXIT
007150         VARYING K010F-SUB-DEP FROM 1 BY 1
007160         UNTIL K010F-SUB-DEP > K010F-CT-DEPENDENCIES.
007170     COMPUTE K010F-WS-NEW-FINISH = K010F-WS-NEW-START
007180         + K010F-TB-NORM-MINS (K010F-SUB-SCHED).
007190     IF K010F-WS-NEW-START NOT =
007200         K010F-TB-START-OFFSET (K010F-SUB-SCHED)
007210         OR K010F-WS-NEW-FINISH NOT =
007220         K010F-TB-FINISH-OFFSET (K010F-SUB-SCHED)
007230         SET K010F-SW-PROJECTION-MOVED TO TRUE
007240     END-IF.
007250     MOVE K010F-WS-NEW-START TO
007260         K010F-TB-START-OFFSET (K010F-SUB-SCHED).
007270     MOVE K010F-WS-NEW-FINISH TO
007280         K010F-TB-FINISH-OFFSET (K010F-SUB-SCHED).
007290 4200-EXIT.
007300     EXIT.
007310
007320******************************************************************
007330* One dependency card against the schedule in hand.  A
007340* predecessor in tonight's deck holds the start back to its own
007350* projected finish; one not in the deck is flagged - the kickoff
007360* will park the schedule WAITNG until it closes some other way.
007370******************************************************************
007380 4300-APPLY-PREDECESSOR.
007390     IF K010F-TB-DP-JOB-NAME (K010F-SUB-DEP) NOT =
007400         K010F-TB-JOB-NAME (K010F-SUB-SCHED)
007410         OR K010F-TB-DP-CYCLE-ID (K010F-SUB-DEP) NOT =
007420         K010F-TB-CYCLE-ID (K010F-SUB-SCHED)
007430         GO TO 4300-EXIT
007440     END-IF.
007450     MOVE K010F-TB-DP-PRED-JOB (K010F-SUB-DEP) TO
007460         K010F-WS-FIND-JOB.
007470     MOVE K010F-TB-DP-PRED-CYCLE (K010F-SUB-DEP) TO
007480         K010F-WS-FIND-CYCLE.
007490     PERFORM 3200-FIND-DECK-SCHEDULE THRU 3200-EXIT.
007500     IF NOT K010F-SW-SCHED-WAS-FOUND
007510         SET K010F-TB-PRED-MISSING (K010F-SUB-SCHED) TO TRUE
007520         GO TO 4300-EXIT
007530     END-IF.
007540     IF K010F-TB-FINISH-OFFSET (K010F-SUB-FOUND) >
007550         K010F-WS-NEW-START
007560         MOVE K010F-TB-FINISH-OFFSET (K010F-SUB-FOUND) TO
007570             K010F-WS-NEW-START
007580     END-IF.
007590 4300-EXIT.
007600     EXIT.
007610
007620 4400-FIND-WINDOW-FINISH.
007630     IF K010F-TB-FINISH-OFFSET (K010F-SUB) >
007640         K010F-WS-WINDOW-FINISH
007650         OR K010F-SUB-LAST = ZERO
007660         MOVE K010F-TB-FINISH-OFFSET (K010F-SUB) TO
007670             K010F-WS-WINDOW-FINISH
007680         MOVE K010F-SUB TO K010F-SUB-LAST
007690     END-IF.
007700 4400-EXIT.
007710     EXIT.
007720
007730******************************************************************
007740* One forecast line per schedule - its norm and its projected
007750* start and finish on the clock, with a note when the norm is
007760* only the default or a predecessor is missing from the deck.
007770******************************************************************
007780 5000-PRINT-SCHEDULE-LINE.
007790     MOVE K010F-TB-START-OFFSET (K010F-SUB) TO K010F-WS-CLOCK-IN.
007800     PERFORM 7000-FORMAT-CLOCK THRU 7000-EXIT.
007810     MOVE K010F-WS-CLOCK-OUT TO K010F-WS-START-CLOCK.
007820     MOVE K010F-TB-FINISH-OFFSET (K010F-SUB) TO K010F-WS-CLOCK-IN.
007830     PERFORM 7000-FORMAT-CLOCK THRU 7000-EXIT.
007840     MOVE K010F-WS-CLOCK-OUT TO K010F-WS-FINISH-CLOCK.
007850     MOVE K010F-TB-NORM-MINS (K010F-SUB) TO K010F-WS-NUM-A.
007860     MOVE K010F-TB-HIST-RUNS (K010F-SUB) TO K010F-WS-NUM-B.
007870     MOVE SPACES TO K010F-WS-NOTE.
007880     IF K010F-TB-HIST-RUNS (K010F-SUB) = ZERO
007890         MOVE 'NO HISTORY - DEFAULT NORM' TO K010F-WS-NOTE
007900     END-IF.
007910     IF K010F-TB-PRED-MISSING (K010F-SUB)
007920         MOVE 'PREDECESSOR NOT IN DECK' TO K010F-WS-NOTE
007930     END-IF.
007940     MOVE SPACES TO K010-RPT-LINE.
007950     STRING K010F-TB-JOB-NAME (K010F-SUB) DELIMITED BY SIZE
007960            ' ' DELIMITED BY SIZE
007970            K010F-TB-CYCLE-ID (K010F-SUB) DELIMITED BY SIZE
007980            ' ' DELIMITED BY SIZE
007990            K010F-TB-ENVIRONMENT (K010F-SUB) DELIMITED BY SIZE
008000            ' NORM ' DELIMITED BY SIZE
008010            K010F-WS-NUM-A DELIMITED BY SIZE
008020            ' MINS (' DELIMITED BY SIZE
008030            K010F-WS-NUM-B DELIMITED BY SIZE
008040            ' RUNS) START ' DELIMITED BY SIZE
008050            K010F-WS-START-CLOCK DELIMITED BY SIZE
008060            ' FINISH ' DELIMITED BY SIZE
008070            K010F-WS-FINISH-CLOCK DELIMITED BY SIZE
008080            ' ' DELIMITED BY SIZE
008090            K010F-WS-NOTE DELIMITED BY SIZE
008100         INTO K010-RPT-LINE
008110     END-STRING.
008120     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
008130 5000-EXIT.
008140     EXIT.
008150
008160******************************************************************
008170* The window as a whole - opening, close, projected finish and
008180* the margin either way.  A projected finish past the close
008190* raises K010-020 against the schedule that finishes last and
008200* ends the step RC=4; the chain itself is not held back.
008210******************************************************************
008220 6000-JUDGE-WINDOW.
008230     MOVE ZERO TO K010F-WS-CLOCK-IN.
008240     PERFORM 7000-FORMAT-CLOCK THRU 7000-EXIT.
008250     MOVE K010F-WS-CLOCK-OUT TO K010F-WS-OPEN-CLOCK.
008260     MOVE K010F-WS-CLOSE-OFFSET TO K010F-WS-CLOCK-IN.
008270     PERFORM 7000-FORMAT-CLOCK THRU 7000-EXIT.
008280     MOVE K010F-WS-CLOCK-OUT TO K010F-WS-CLOSE-CLOCK.
008290     MOVE K010F-WS-WINDOW-FINISH TO K010F-WS-CLOCK-IN.
008300     PERFORM 7000-FORMAT-CLOCK THRU 7000-EXIT.
008310     MOVE K010F-WS-CLOCK-OUT TO K010F-WS-FINISH-CLOCK.
008320     MOVE SPACES TO K010-RPT-LINE.
008330     STRING 'WINDOW OPENS ' DELIMITED BY SIZE
008340            K010F-WS-OPEN-CLOCK DELIMITED BY SIZE
008350            ' CLOSES ' DELIMITED BY SIZE
008360            K010F-WS-CLOSE-CLOCK DELIMITED BY SIZE
008370            ' PROJECTED FINISH ' DELIMITED BY SIZE
008380            K010F-WS-FINISH-CLOCK DELIMITED BY SIZE
008390            ' LAST TO FINISH ' DELIMITED BY SIZE
008400            K010F-TB-JOB-NAME (K010F-SUB-LAST) DELIMITED BY SIZE
008410            ' ' DELIMITED BY SIZE
008420            K010F-TB-CYCLE-ID (K010F-SUB-LAST) DELIMITED BY SIZE
008430         INTO K010-RPT-LINE
008440     END-STRING.
008450     MOVE 2 TO K010-RPT-ADVANCE.
008460     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
008470     IF K010F-SW-DEPENDENCY-LOOP
008480         MOVE 'DEPENDENCY LOOP IN THE DECK - FORECAST UNRELIABLE'
008490             TO K010-RPT-LINE
008500         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
008510     END-IF.
008520     IF K010F-WS-WINDOW-FINISH > K010F-WS-CLOSE-OFFSET
008530         COMPUTE K010F-WS-MARGIN =
008540             K010F-WS-WINDOW-FINISH - K010F-WS-CLOSE-OFFSET
008550         MOVE K010F-WS-MARGIN TO K010F-WS-NUM-A
008560         MOVE SPACES TO K010-RPT-LINE
008570         STRING '*** PROJECTED OVERRUN OF ' DELIMITED BY SIZE
008580                K010F-WS-NUM-A DELIMITED BY SIZE
008590                ' MINS - HOLD OR DEFER WORK BEFORE THE WINDOW ***'
008600                 DELIMITED BY SIZE
008610             INTO K010-RPT-LINE
008620         END-STRING
008630         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
008640         PERFORM 8500-RAISE-OVERRUN-ALERT THRU 8500-EXIT
008650         IF K010F-WS-SAVED-RETURN < 4
008660             MOVE 4 TO K010F-WS-SAVED-RETURN
008670         END-IF
008680     ELSE
008690         COMPUTE K010F-WS-MARGIN =
008700             K010F-WS-CLOSE-OFFSET - K010F-WS-WINDOW-FINISH
008710         MOVE K010F-WS-MARGIN TO K010F-WS-NUM-A
008720         MOVE SPACES TO K010-RPT-LINE
008730         STRING 'PROJECTED TO FINISH WITH ' DELIMITED BY SIZE
008740                K010F-WS-NUM-A DELIMITED BY SIZE
008750                ' MINS TO SPARE' DELIMITED BY SIZE
008760             INTO K010-RPT-LINE
008770         END-STRING
008780         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
008790     END-IF.
008800 6000-EXIT.
008810     EXIT.
008820
008830******************************************************************
008840* Turn minutes from the window opening into a clock time HH:MM,
008850* with +1 behind it once the projection has crossed midnight
008860* from the opening (+2 and so on for a runaway night).
008870******************************************************************
008880 7000-FORMAT-CLOCK.
008890     COMPUTE K010F-WS-CLOCK-MINS =
008900         K010F-WS-OPEN-MINS + K010F-WS-CLOCK-IN.
008910     DIVIDE K010F-WS-CLOCK-MINS BY 1440
008920         GIVING K010F-WS-CLOCK-DAYS
008930         REMAINDER K010F-WS-CLOCK-MINS.
008940     DIVIDE K010F-WS-CLOCK-MINS BY 60
008950         GIVING K010F-WS-CLOCK-HH
008960         REMAINDER K010F-WS-CLOCK-MM.
008970     MOVE SPACES TO K010F-WS-CLOCK-DAY-FLAG.
008980     IF K010F-WS-CLOCK-DAYS > ZERO
008990         MOVE K010F-WS-CLOCK-DAYS TO K010F-WS-NUM-C
009000         STRING '+' DELIMITED BY SIZE
009010                K010F-WS-NUM-C(5:1) DELIMITED BY SIZE
009020             INTO K010F-WS-CLOCK-DAY-FLAG
009030         END-STRING
009040     END-IF.
009050 7000-EXIT.
009060     EXIT.
009070
009080******************************************************************
009090* Write one detail line through the report writer, the same
009100* convention YOUR-PROGRAM-NAME uses.
009110******************************************************************
009120 7100-WRITE-REPORT-LINE.
009130     SET K010-RPT-FUNC-WRITE TO TRUE.
009140     CALL 'K010RPT' USING K010-RPT-REQUEST.
009150     MOVE ZERO TO K010-RPT-ADVANCE.
009160     IF K010-RPT-RETURN-CODE NOT = '00'
009170         PERFORM 7500-REPORT-FAILURE THRU 7500-EXIT
009180     END-IF.
009190 7100-EXIT.
009200     EXIT.
009210
009220 7500-REPORT-FAILURE.
009230     DISPLAY K010F-WS-OPEN-BRACKET
009240         'REPORT FILE FAILED - STATUS ' K010-RPT-RETURN-CODE
009250         K010F-WS-CLOSE-BRACKET.
009260     MOVE 16 TO K010F-WS-SAVED-RETURN.
009270     GO TO 9999-EXIT.
009280 7500-EXIT.
009290     EXIT.
009300
009310******************************************************************
009320* Raise one K010-020 alert for the projected overrun, carrying
009330* the schedule projected to finish last so the console knows
009340* where the window goes.  The file status rides empty - nothing
009350* broke, the night is too long.
009360******************************************************************
009370 8500-RAISE-OVERRUN-ALERT.
009380     MOVE K010-ABND-WINDOW-OVERRUN TO K010-ALT-REASON-CODE.
009390     MOVE SPACES TO K010-ALT-FILE-STATUS.
009400     MOVE K010F-TB-JOB-NAME (K010F-SUB-LAST) TO K010-ALT-JOB-NAME.
009410     MOVE 'K010F00' TO K010-ALT-PROGRAM-ID.
009420     CALL 'K010ALRT' USING K010-ALERT-AREA.
009430 8500-EXIT.
009440     EXIT.
009450
009460******************************************************************
009470* Forecast totals - schedules in the deck, how many had a norm on
009480* the audit trail and how many ran on the default, and the audit
009490* records read - so the page reconciles against the deck.
009500******************************************************************
009510 9000-PRINT-CONTROL-TOTALS.
009520     MOVE K010F-CT-SCHEDULES    TO K010F-WS-NUM-A.
009530     MOVE K010F-CT-WITH-HISTORY TO K010F-WS-NUM-B.
009540     MOVE K010F-CT-NO-HISTORY   TO K010F-WS-NUM-C.
009550     MOVE SPACES TO K010-RPT-LINE.
009560     STRING 'SCHEDULES IN DECK ' DELIMITED BY SIZE
009570            K010F-WS-NUM-A DELIMITED BY SIZE
009580            ' WITH HISTORY ' DELIMITED BY SIZE
009590            K010F-WS-NUM-B DELIMITED BY SIZE
009600            ' ON DEFAULT NORM ' DELIMITED BY SIZE
009610            K010F-WS-NUM-C DELIMITED BY SIZE
009620         INTO K010-RPT-LINE
009630     END-STRING.
009640     MOVE 2 TO K010-RPT-ADVANCE.
009650     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
009660     MOVE K010F-CT-AUDIT-READ   TO K010F-WS-NUM-A.
009670     MOVE K010F-CT-DEPENDENCIES TO K010F-WS-NUM-B.
009680     MOVE K010F-CT-PASSES       TO K010F-WS-NUM-C.
009690     MOVE SPACES TO K010-RPT-LINE.
009700     STRING 'AUDIT RECORDS READ ' DELIMITED BY SIZE
009710            K010F-WS-NUM-A DELIMITED BY SIZE
009720            ' DEPENDENCY CARDS ' DELIMITED BY SIZE
009730            K010F-WS-NUM-B DELIMITED BY SIZE
009740            ' PROJECTION PASSES ' DELIMITED BY SIZE
009750            K010F-WS-NUM-C DELIMITED BY SIZE
009760         INTO K010-RPT-LINE
009770     END-STRING.
009780     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
009790 9000-EXIT.
009800     EXIT.
009810
009820 9999-EXIT.
009830******************************************************************
009840* The abort and warning paths stage their return code in
009850* working storage because the alert and report CALLs on the
009860* way out refresh the RETURN-CODE register, the same
009870* convention the kickoff follows.
009880******************************************************************
009890     SET K010-RPT-FUNC-CLOSE TO TRUE.
009900     CALL 'K010RPT' USING K010-RPT-REQUEST.
009910     MOVE K010F-WS-SAVED-RETURN TO RETURN-CODE.
009920     STOP RUN.
009930 END PROGRAM K010F00.
