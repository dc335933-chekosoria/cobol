000100******************************************************************
000110* Author: Sergio Soria
000120* Creation Date: 20261015
000130* Purpose: Ejercicio 29 - quarterly operator access review
000140*          K010Y00.  The OPRFILE authorization master says who may
000150*          key a HOLD, SKIP-ONCE or FORCE override, a banner
000160*          change or a holiday card; the audit trail says who did.
000170*          The auditors' quarterly access review needs both on one
000180*          sheet: every operator on the master with the rights
000190*          held and the expiry date, followed by every action that
000200*          operator took in the quarter - overrides applied by the
000210*          kickoff, banner cards applied by K010M00, holiday cards
000220*          taken by K010C00 and schedule master changes applied by
000230*          K005M00 (from its SCHHIST change history) - and every
000240*          card refused for the operator, with the reason.  An
000250*          operator with no action in the quarter is flagged so
000260*          the reviewer can confirm the access is still needed,
000270*          and actions by ids that are not on the master at all
000280*          print in a section of their own.
000290*          PARM is the quarter as YYYYQn (2026Q3).  With no PARM
000300*          the step reviews the quarter before today's.  RC=4
000310*          when the quarter holds a refused card or an action by
000320*          an id not on the master.
000322*          A SET-RULE change to a cycle's run-frequency rule
000324*          prints the rule before and after under its action
000326*          line, from the rule fields on the history record.
000330* Modification Date: 20261015
000340* Modification History:
000350*   20261015 SS  Initial version.
000353*   20261015 SS  Rule before/after printed under SCHMST
000356*                SET-RULE actions.
000357*   20261015 SS  Banner actions decoded from the BNADD / BNCHG
000358*                / BNDEL function codes, holiday cards from HOLDY,
000359*                alike on applied and refused records.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. K010Y00.
000390 AUTHOR. BATCH SUPPORT TEAM.
000400 INSTALLATION. DATA CENTER.
000410 DATE-WRITTEN. 20261015.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460     SPECIAL-NAMES.
000470         SYMBOLIC CHARACTERS ANGULAR-DERECHA 176
000480                             ANGULAR-IZQUIERDA 175.
000490
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT OPRFILE  ASSIGN TO OPRFILE
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS K010Y-FS-OPRFILE.
000550
000560     SELECT AUDITLOG ASSIGN TO AUDITLOG
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS K010Y-FS-AUDITLOG.
000590
000600     SELECT SCHHIST  ASSIGN TO SCHHIST
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS K010Y-FS-SCHHIST.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  OPRFILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY OPRREC.
000690
000700 FD  AUDITLOG
000710     LABEL RECORDS ARE STANDARD.
000720     COPY AUDREC.
000730
000740 FD  SCHHIST
000750     LABEL RECORDS ARE STANDARD.
000760     COPY SCHHIST.
000770
000780 WORKING-STORAGE SECTION.
000790     COPY RPTCTL.
000800
000810 77  K010Y-FS-OPRFILE                PIC X(02).
000820 77  K010Y-FS-AUDITLOG               PIC X(02).
000830 77  K010Y-FS-SCHHIST                PIC X(02).
000840
000850 77  K010Y-SW-OPRFILE-EOF            PIC X(01) VALUE 'N'.
000860     88  K010Y-SW-OPRFILE-AT-END     VALUE 'Y'.
000870 77  K010Y-SW-AUDITLOG-EOF           PIC X(01) VALUE 'N'.
000880     88  K010Y-SW-AUDITLOG-AT-END    VALUE 'Y'.
000890 77  K010Y-SW-SCHHIST-EOF            PIC X(01) VALUE 'N'.
000900     88  K010Y-SW-SCHHIST-AT-END     VALUE 'Y'.
000910 77  K010Y-SW-ASCII-MODE             PIC X(01) VALUE 'N'.
000920     88  K010Y-SW-ASCII-MODE-ON      VALUE 'Y'.
000930 77  K010Y-SW-NO-HISTORY             PIC X(01) VALUE 'N'.
000940     88  K010Y-SW-SCHHIST-MISSING    VALUE 'Y'.
000950
000960 77  K010Y-WS-CODEPAGE-FLAG          PIC X(05).
000970 77  K010Y-WS-OPEN-BRACKET           PIC X(01).
000980 77  K010Y-WS-CLOSE-BRACKET          PIC X(01).
000990 77  K010Y-WS-SAVED-RETURN           PIC 9(04) VALUE ZERO.
001000 77  K010Y-WS-QUARTER                PIC 9(01) VALUE ZERO.
001010 77  K010Y-WS-QUARTER-TEXT           PIC X(06).
001020 77  K010Y-WS-STAMP-DATE             PIC X(08).
001030 77  K010Y-WS-OPERATOR               PIC X(08).
001040 77  K010Y-WS-ACTION                 PIC X(17).
001050 77  K010Y-WS-OBJECT                 PIC X(13).
001060 77  K010Y-WS-OUTCOME                PIC X(16).
001070 77  K010Y-WS-SOURCE                 PIC X(08).
001080 77  K010Y-WS-EXPIRY-TEXT            PIC X(18).
001090 77  K010Y-WS-RIGHTS-TEXT            PIC X(44).
001092 77  K010Y-WS-RULE-IN                PIC X(24).
001094 77  K010Y-WS-RULE-TEXT              PIC X(27).
001096 77  K010Y-WS-BEFORE-RULE-TEXT       PIC X(27).
001100 77  K010Y-WS-NUM-A                  PIC 9(05) VALUE ZERO.
001110 77  K010Y-WS-NUM-B                  PIC 9(05) VALUE ZERO.
001120 77  K010Y-WS-NUM-C                  PIC 9(05) VALUE ZERO.
001130
001140 01  K010Y-WS-CURRENT-DATE           PIC 9(08).
001150 01  K010Y-WS-CURRENT-SPLIT REDEFINES K010Y-WS-CURRENT-DATE.
001160     05  K010Y-WS-CUR-YEAR           PIC 9(04).
001170     05  K010Y-WS-CUR-MONTH          PIC 9(02).
001180     05  K010Y-WS-CUR-DAY            PIC 9(02).
001190
001200 01  K010Y-WS-FIRST-DATE             PIC 9(08).
001210 01  K010Y-WS-FIRST-SPLIT REDEFINES K010Y-WS-FIRST-DATE.
001220     05  K010Y-WS-FIRST-YEAR         PIC 9(04).
001230     05  K010Y-WS-FIRST-MONTH        PIC 9(02).
001240     05  K010Y-WS-FIRST-DAY          PIC 9(02).
001250
001260* Every quarter ends on a month whose last day is the 30th or
001270* the 31st, so day 31 of the quarter's last month closes the
001280* range for a character compare on the timestamp's date part.
001290 01  K010Y-WS-LAST-DATE              PIC 9(08).
001300 01  K010Y-WS-LAST-SPLIT REDEFINES K010Y-WS-LAST-DATE.
001310     05  K010Y-WS-LAST-YEAR          PIC 9(04).
001320     05  K010Y-WS-LAST-MONTH         PIC 9(02).
001330     05  K010Y-WS-LAST-DAY           PIC 9(02).
001340
001350 77  K010Y-SUB                       PIC 9(05) COMP VALUE ZERO.
001360 77  K010Y-SUB-ACT                   PIC 9(05) COMP VALUE ZERO.
001370 77  K010Y-SUB-FOUND                 PIC 9(05) COMP VALUE ZERO.
001380 77  K010Y-MX-OPERATORS              PIC 9(05) COMP VALUE 200.
001390 77  K010Y-MX-ACTIONS                PIC 9(05) COMP VALUE 3000.
001400
001410* One entry per operator card on the authorization master, with
001420* the quarter's action counts once the trail has been read.
001430 01  K010Y-OPERATOR-TABLE.
001440     05  K010Y-OPERATOR-ENTRY OCCURS 200 TIMES.
001450         10  K010Y-TB-OPR-ID         PIC X(08).
001460         10  K010Y-TB-OPR-NAME       PIC X(30).
001470         10  K010Y-TB-OPR-EXPIRY     PIC X(08).
001480         10  K010Y-TB-OPR-FLAGS      PIC X(05).
001490         10  K010Y-TB-OPR-APPLIED    PIC 9(05) COMP.
001500         10  K010Y-TB-OPR-REFUSED    PIC 9(05) COMP.
001510
001520* One entry per action in the quarter, in the order the trail
001530* and the history hold them.  OPR-SUB points at the operator's
001540* entry above, zero when the id is not on the master.
001550 01  K010Y-ACTION-TABLE.
001560     05  K010Y-ACTION-ENTRY OCCURS 3000 TIMES.
001570         10  K010Y-TB-ACT-OPERATOR   PIC X(08).
001580         10  K010Y-TB-ACT-OPR-SUB    PIC 9(05) COMP.
001590         10  K010Y-TB-ACT-STAMP      PIC X(16).
001600         10  K010Y-TB-ACT-SOURCE     PIC X(08).
001610         10  K010Y-TB-ACT-ACTION     PIC X(17).
001620         10  K010Y-TB-ACT-OBJECT     PIC X(13).
001630         10  K010Y-TB-ACT-OUTCOME    PIC X(16).
001640         10  K010Y-TB-ACT-REFUSED    PIC X(01).
001650             88  K010Y-TB-ACT-WAS-REFUSED VALUE 'Y'.
001653         10  K010Y-TB-ACT-BFR-RULE   PIC X(24).
001656         10  K010Y-TB-ACT-AFT-RULE   PIC X(24).
001660
001670 77  K010Y-CT-OPERATORS              PIC 9(05) COMP VALUE ZERO.
001680 77  K010Y-CT-EXPIRED                PIC 9(05) COMP VALUE ZERO.
001690 77  K010Y-CT-IDLE                   PIC 9(05) COMP VALUE ZERO.
001700 77  K010Y-CT-ACTIONS                PIC 9(05) COMP VALUE ZERO.
001710 77  K010Y-CT-APPLIED                PIC 9(05) COMP VALUE ZERO.
001720 77  K010Y-CT-REFUSED                PIC 9(05) COMP VALUE ZERO.
001730 77  K010Y-CT-UNKNOWN                PIC 9(05) COMP VALUE ZERO.
001740 77  K010Y-CT-AUDIT-READ             PIC 9(07) COMP VALUE ZERO.
001750 77  K010Y-CT-HISTORY-READ           PIC 9(07) COMP VALUE ZERO.
001760
001770 LINKAGE SECTION.
001780 01  LS-PARM-AREA.
001790     05  LS-PARM-LENGTH              PIC S9(04) COMP.
001800     05  LS-PARM-TEXT                PIC X(80).
001810
001820 PROCEDURE DIVISION USING LS-PARM-AREA.
001830 MAIN-PROCEDURE.
001840     ACCEPT K010Y-WS-CURRENT-DATE FROM DATE YYYYMMDD.
001850     PERFORM 1000-PARSE-PARM THRU 1000-EXIT.
001860     PERFORM 1500-VALIDATE-SYMBOLS THRU 1500-EXIT.
001870     PERFORM 2000-LOAD-OPERATORS THRU 2000-EXIT.
001880     PERFORM 2500-OPEN-REPORT THRU 2500-EXIT.
001890     PERFORM 3000-SCAN-AUDIT-FILE THRU 3000-EXIT.
001900     PERFORM 3500-SCAN-SCHEDULE-HISTORY THRU 3500-EXIT.
001910     PERFORM 4000-PRINT-OPERATORS THRU 4000-EXIT.
001920     PERFORM 4500-PRINT-UNKNOWN THRU 4500-EXIT.
001930     PERFORM 9000-PRINT-CONTROL-TOTALS THRU 9000-EXIT.
001940     IF (K010Y-CT-REFUSED > ZERO OR K010Y-CT-UNKNOWN > ZERO)
001950         AND K010Y-WS-SAVED-RETURN < 4
001960         MOVE 4 TO K010Y-WS-SAVED-RETURN
001970     END-IF.
001980     GO TO 9999-EXIT.
001990
002000******************************************************************
002010* The review covers one calendar quarter, named in the PARM as
002020* YYYYQn.  With no PARM it covers the quarter before today's -
002030* the step runs in the first days of a quarter for the one just
002040* closed.  Anything else in the PARM is an abort rather than a
002050* review of a quarter nobody asked for.
002060******************************************************************
002070 1000-PARSE-PARM.
002080     IF LS-PARM-LENGTH = ZERO
002090         COMPUTE K010Y-WS-QUARTER = (K010Y-WS-CUR-MONTH + 2) / 3
002100         MOVE K010Y-WS-CUR-YEAR TO K010Y-WS-FIRST-YEAR
002110         SUBTRACT 1 FROM K010Y-WS-QUARTER
002120         IF K010Y-WS-QUARTER = ZERO
002130             MOVE 4 TO K010Y-WS-QUARTER
002140             SUBTRACT 1 FROM K010Y-WS-FIRST-YEAR
002150         END-IF
002160     ELSE
002170         IF LS-PARM-LENGTH NOT = 6
002180             OR LS-PARM-TEXT(1:4) IS NOT NUMERIC
002190             OR LS-PARM-TEXT(5:1) NOT = 'Q'
002200             OR LS-PARM-TEXT(6:1) < '1'
002210             OR LS-PARM-TEXT(6:1) > '4'
002220             DISPLAY 'PARM NOT A QUARTER YYYYQN: '
002230                 LS-PARM-TEXT(1:20)
002240             MOVE 16 TO K010Y-WS-SAVED-RETURN
002250             GO TO 9999-EXIT
002260         END-IF
002270         MOVE LS-PARM-TEXT(1:4) TO K010Y-WS-FIRST-YEAR
002280         MOVE LS-PARM-TEXT(6:1) TO K010Y-WS-QUARTER
002290     END-IF.
002300     COMPUTE K010Y-WS-FIRST-MONTH = (K010Y-WS-QUARTER * 3) - 2.
002310     MOVE 1 TO K010Y-WS-FIRST-DAY.
002320     MOVE K010Y-WS-FIRST-YEAR TO K010Y-WS-LAST-YEAR.
002330     COMPUTE K010Y-WS-LAST-MONTH = K010Y-WS-QUARTER * 3.
002340     MOVE 31 TO K010Y-WS-LAST-DAY.
002350     MOVE SPACES TO K010Y-WS-QUARTER-TEXT.
002360     STRING K010Y-WS-FIRST-YEAR DELIMITED BY SIZE
002370            'Q' DELIMITED BY SIZE
002380            K010Y-WS-QUARTER DELIMITED BY SIZE
002390         INTO K010Y-WS-QUARTER-TEXT
002400     END-STRING.
002410 1000-EXIT.
002420     EXIT.
002430
002440******************************************************************
002450* Confirm the EBCDIC-only corner-bracket symbols will actually
002460* render on this runner, the same check YOUR-PROGRAM-NAME makes
002470* before its banner.  K010_ASCII_MODE is only ever exported by
002480* a non-mainframe shell wrapper (e.g. the Linux test runner).
002490******************************************************************
002500 1500-VALIDATE-SYMBOLS.
002510     MOVE SPACES TO K010Y-WS-CODEPAGE-FLAG.
002520     ACCEPT K010Y-WS-CODEPAGE-FLAG FROM ENVIRONMENT
002530         'K010_ASCII_MODE'.
002540     IF K010Y-WS-CODEPAGE-FLAG = 'Y'
002550         OR K010Y-WS-CODEPAGE-FLAG = 'y'
002560         SET K010Y-SW-ASCII-MODE-ON TO TRUE
002570     END-IF.
002580     IF K010Y-SW-ASCII-MODE-ON
002590         MOVE '<' TO K010Y-WS-OPEN-BRACKET
002600         MOVE '>' TO K010Y-WS-CLOSE-BRACKET
002610     ELSE
002620         MOVE ANGULAR-DERECHA TO K010Y-WS-OPEN-BRACKET
002630         MOVE ANGULAR-IZQUIERDA TO K010Y-WS-CLOSE-BRACKET
002640     END-IF.
002650 1500-EXIT.
002660     EXIT.
002670
002680******************************************************************
002690* Load the authorization master into the operator table in card
002700* order.  The review is about the master, so a master that will
002710* not open is an abort.  A second card for an id already loaded
002720* is shown and left out - K010AUTH only ever reads the first.
002730******************************************************************
002740 2000-LOAD-OPERATORS.
002750     OPEN INPUT OPRFILE.
002760     IF K010Y-FS-OPRFILE NOT = '00'
002770         DISPLAY K010Y-WS-OPEN-BRACKET
002780             'OPRFILE OPEN FAILED - STATUS ' K010Y-FS-OPRFILE
002790             K010Y-WS-CLOSE-BRACKET
002800         MOVE 16 TO K010Y-WS-SAVED-RETURN
002810         GO TO 9999-EXIT
002820     END-IF.
002830     PERFORM 2100-READ-OPERATOR-CARD THRU 2100-EXIT
002840         UNTIL K010Y-SW-OPRFILE-AT-END.
002850     CLOSE OPRFILE.
002860 2000-EXIT.
002870     EXIT.
002880
002890 2100-READ-OPERATOR-CARD.
002900     READ OPRFILE
002910         AT END
002920             SET K010Y-SW-OPRFILE-AT-END TO TRUE
002930             GO TO 2100-EXIT
002940     END-READ.
002950     IF K010-OPR-OPERATOR-ID = SPACES
002960         GO TO 2100-EXIT
002970     END-IF.
002980     MOVE K010-OPR-OPERATOR-ID TO K010Y-WS-OPERATOR.
002990     PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT.
003000     IF K010Y-SUB-FOUND > ZERO
003010         DISPLAY K010Y-WS-OPEN-BRACKET
003020             'DUPLICATE OPERATOR CARD IGNORED: '
003030             K010-OPR-OPERATOR-ID
003040             K010Y-WS-CLOSE-BRACKET
003050         GO TO 2100-EXIT
003060     END-IF.
003070     IF K010Y-CT-OPERATORS >= K010Y-MX-OPERATORS
003080         DISPLAY K010Y-WS-OPEN-BRACKET
003090             'OPERATOR TABLE FULL - RAISE K010Y-MX-OPERATORS'
003100             K010Y-WS-CLOSE-BRACKET
003110         MOVE 16 TO K010Y-WS-SAVED-RETURN
003120         GO TO 9999-EXIT
003130     END-IF.
003140     ADD 1 TO K010Y-CT-OPERATORS.
003150     MOVE K010-OPR-OPERATOR-ID TO
003160         K010Y-TB-OPR-ID (K010Y-CT-OPERATORS).
003170     MOVE K010-OPR-OPERATOR-NAME TO
003180         K010Y-TB-OPR-NAME (K010Y-CT-OPERATORS).
003190     MOVE K010-OPR-EXPIRY-DATE TO
003200         K010Y-TB-OPR-EXPIRY (K010Y-CT-OPERATORS).
003210     MOVE K010-OPR-FUNCTION-FLAGS TO
003220         K010Y-TB-OPR-FLAGS (K010Y-CT-OPERATORS).
003230     MOVE ZERO TO K010Y-TB-OPR-APPLIED (K010Y-CT-OPERATORS).
003240     MOVE ZERO TO K010Y-TB-OPR-REFUSED (K010Y-CT-OPERATORS).
003250 2100-EXIT.
003260     EXIT.
003270
003280******************************************************************
003290* Open the review through the report writer under the quarter's
003300* title.  A print file that will not open is an abort.
003310******************************************************************
003320 2500-OPEN-REPORT.
003330     SET K010-RPT-FUNC-OPEN TO TRUE.
003340     MOVE SPACES TO K010-RPT-TITLE.
003350     STRING 'OPERATOR ACCESS REVIEW - ' DELIMITED BY SIZE
003360            K010Y-WS-QUARTER-TEXT DELIMITED BY SIZE
003370         INTO K010-RPT-TITLE
003380     END-STRING.
003390     MOVE K010Y-WS-CURRENT-DATE TO K010-RPT-RUN-DATE.
003400     MOVE SPACES TO K010-RPT-CYCLE-ID.
003410     MOVE SPACES TO K010-RPT-ENVIRONMENT.
003420     MOVE ZERO TO K010-RPT-ADVANCE.
003430     CALL 'K010RPT' USING K010-RPT-REQUEST.
003440     IF K010-RPT-RETURN-CODE NOT = '00'
003450         PERFORM 7500-REPORT-FAILURE THRU 7500-EXIT
003460     END-IF.
003470 2500-EXIT.
003480     EXIT.
003490
003500******************************************************************
003510* Read the audit trail for the operator events stamped inside the
003520* quarter - HOLD / SKIP / FORCE overrides (OVR BY), banner and
003530* holiday cards applied (MNT BY) and cards refused (DNY BY), the
003540* operator riding the program-id field after the tag.  Every
003550* other event on the trail is left alone.
003560******************************************************************
003570 3000-SCAN-AUDIT-FILE.
003580     OPEN INPUT AUDITLOG.
003590     IF K010Y-FS-AUDITLOG NOT = '00'
003600         DISPLAY K010Y-WS-OPEN-BRACKET
003610             'AUDITLOG OPEN FAILED - STATUS ' K010Y-FS-AUDITLOG
003620             K010Y-WS-CLOSE-BRACKET
003630         MOVE 16 TO K010Y-WS-SAVED-RETURN
003640         GO TO 9999-EXIT
003650     END-IF.
003660     PERFORM 3100-READ-AUDIT-RECORD THRU 3100-EXIT
003670         UNTIL K010Y-SW-AUDITLOG-AT-END.
003680     CLOSE AUDITLOG.
003690 3000-EXIT.
003700     EXIT.
003710
003720 3100-READ-AUDIT-RECORD.
003730     READ AUDITLOG
003740         AT END
003750             SET K010Y-SW-AUDITLOG-AT-END TO TRUE
003760             GO TO 3100-EXIT
003770     END-READ.
003780     ADD 1 TO K010Y-CT-AUDIT-READ.
003790     MOVE K010-AUD-TIMESTAMP(1:8) TO K010Y-WS-STAMP-DATE.
003800     IF K010Y-WS-STAMP-DATE < K010Y-WS-FIRST-DATE
003810         OR K010Y-WS-STAMP-DATE > K010Y-WS-LAST-DATE
003820         GO TO 3100-EXIT
003830     END-IF.
003840     MOVE 'AUDITLOG' TO K010Y-WS-SOURCE.
003850     MOVE K010-AUD-PROGRAM-ID(8:8) TO K010Y-WS-OPERATOR.
003860     MOVE SPACES TO K010Y-WS-ACTION.
003870     MOVE SPACES TO K010Y-WS-OBJECT.
003880     IF K010-AUD-PROGRAM-ID(1:7) = 'OVR BY '
003890         AND (K010-AUD-EVENT-HOLD OR K010-AUD-EVENT-SKIP
003900             OR K010-AUD-EVENT-FORCE)
003910         STRING 'OVERRIDE ' DELIMITED BY SIZE
003920                K010-AUD-EVENT-TYPE DELIMITED BY SIZE
003930             INTO K010Y-WS-ACTION
003940         END-STRING
003950         PERFORM 3200-SET-JOB-OBJECT THRU 3200-EXIT
003960         MOVE 'APPLIED' TO K010Y-WS-OUTCOME
003970         PERFORM 3900-FILE-ACTION THRU 3900-EXIT
003980         GO TO 3100-EXIT
003990     END-IF.
004000     IF K010-AUD-PROGRAM-ID(1:7) = 'MNT BY '
004010         AND K010-AUD-EVENT-BANNER
004020         PERFORM 3250-SET-BANNER-ACTION THRU 3250-EXIT
004070         MOVE 'APPLIED' TO K010Y-WS-OUTCOME
004080         PERFORM 3900-FILE-ACTION THRU 3900-EXIT
004090         GO TO 3100-EXIT
004100     END-IF.
004110     IF K010-AUD-PROGRAM-ID(1:7) = 'MNT BY '
004120         AND K010-AUD-EVENT-CALENDAR
004130         MOVE 'HOLIDAY CARD' TO K010Y-WS-ACTION
004140         MOVE K010-AUD-JOB-NAME TO K010Y-WS-OBJECT
004150         MOVE 'APPLIED' TO K010Y-WS-OUTCOME
004160         PERFORM 3900-FILE-ACTION THRU 3900-EXIT
004170         GO TO 3100-EXIT
004180     END-IF.
004190     IF K010-AUD-PROGRAM-ID(1:7) = 'DNY BY '
004200         AND K010-AUD-EVENT-DENIED
004210         PERFORM 3300-SET-DENIAL THRU 3300-EXIT
004220         PERFORM 3900-FILE-ACTION THRU 3900-EXIT
004230     END-IF.
004240 3100-EXIT.
004250     EXIT.
004260
004270 3200-SET-JOB-OBJECT.
004280     STRING K010-AUD-JOB-NAME DELIMITED BY SIZE
004290            ' ' DELIMITED BY SIZE
004300            K010-AUD-CYCLE-ID DELIMITED BY SIZE
004310         INTO K010Y-WS-OBJECT
004320     END-STRING.
004330 3200-EXIT.
004340     EXIT.
004341
004342******************************************************************
004343* A banner card - the action names the function the card asked
004344* for, the same whether it was applied or refused.
004345******************************************************************
004346 3250-SET-BANNER-ACTION.
004347     MOVE 'BANNER' TO K010Y-WS-ACTION.
004348     IF K010-AUD-FUNC-BANNER-ADD
004349         MOVE 'BANNER ADD' TO K010Y-WS-ACTION
004350     END-IF.
004351     IF K010-AUD-FUNC-BANNER-CHG
004352         MOVE 'BANNER CHANGE' TO K010Y-WS-ACTION
004353     END-IF.
004354     IF K010-AUD-FUNC-BANNER-DEL
004355         MOVE 'BANNER DELETE' TO K010Y-WS-ACTION
004356     END-IF.
004357     MOVE K010-AUD-JOB-NAME TO K010Y-WS-OBJECT.
004358 3250-EXIT.
004359     EXIT.
004360
004361******************************************************************
004370* A refused card - the action follows the function it asked for,
004380* the outcome the reason it was refused.
004390******************************************************************
004400 3300-SET-DENIAL.
004410     IF K010-AUD-FUNC-BANNER
004420         PERFORM 3250-SET-BANNER-ACTION THRU 3250-EXIT
004440     ELSE
004450         IF K010-AUD-FUNC-HOLIDAY
004460             MOVE 'HOLIDAY CARD' TO K010Y-WS-ACTION
004470             MOVE K010-AUD-JOB-NAME TO K010Y-WS-OBJECT
004480         ELSE
004490             STRING 'OVERRIDE ' DELIMITED BY SIZE
004500                    K010-AUD-FUNCTION DELIMITED BY SIZE
004510                 INTO K010Y-WS-ACTION
004520             END-STRING
004530             PERFORM 3200-SET-JOB-OBJECT THRU 3200-EXIT
004540         END-IF
004550     END-IF.
004560     IF K010-AUD-DENIED-UNKNOWN
004570         MOVE 'REFUSED-UNKNOWN' TO K010Y-WS-OUTCOME
004580     END-IF.
004590     IF K010-AUD-DENIED-EXPIRED
004600         MOVE 'REFUSED-EXPIRED' TO K010Y-WS-OUTCOME
004610     END-IF.
004620     IF K010-AUD-DENIED-NOT-AUTH
004630         MOVE 'REFUSED-NO RIGHT' TO K010Y-WS-OUTCOME
004640     END-IF.
004650     IF K010-AUD-DENIED-MASTER
004660         MOVE 'REFUSED-MASTER' TO K010Y-WS-OUTCOME
004670     END-IF.
004680 3300-EXIT.
004690     EXIT.
004700
004710******************************************************************
004720* Read the schedule master change history K005M00 appends for
004730* the changes stamped inside the quarter, with the operator who
004740* keyed each card.  A history never created (status 35) means no
004750* schedule master change was ever applied; the review says so.
004760******************************************************************
004770 3500-SCAN-SCHEDULE-HISTORY.
004780     OPEN INPUT SCHHIST.
004790     IF K010Y-FS-SCHHIST = '35'
004800         SET K010Y-SW-SCHHIST-MISSING TO TRUE
004810         GO TO 3500-EXIT
004820     END-IF.
004830     IF K010Y-FS-SCHHIST NOT = '00'
004840         DISPLAY K010Y-WS-OPEN-BRACKET
004850             'SCHHIST OPEN FAILED - STATUS ' K010Y-FS-SCHHIST
004860             K010Y-WS-CLOSE-BRACKET
004870         MOVE 16 TO K010Y-WS-SAVED-RETURN
004880         GO TO 9999-EXIT
004890     END-IF.
004900     PERFORM 3600-READ-HISTORY-RECORD THRU 3600-EXIT
004910         UNTIL K010Y-SW-SCHHIST-AT-END.
004920     CLOSE SCHHIST.
004930 3500-EXIT.
004940     EXIT.
004950
004960 3600-READ-HISTORY-RECORD.
004970     READ SCHHIST
004980         AT END
004990             SET K010Y-SW-SCHHIST-AT-END TO TRUE
005000             GO TO 3600-EXIT
005010     END-READ.
005020     ADD 1 TO K010Y-CT-HISTORY-READ.
005030     MOVE K005-HST-TIMESTAMP(1:8) TO K010Y-WS-STAMP-DATE.
005040     IF K010Y-WS-STAMP-DATE < K010Y-WS-FIRST-DATE
005050         OR K010Y-WS-STAMP-DATE > K010Y-WS-LAST-DATE
005060         GO TO 3600-EXIT
005070     END-IF.
005080     MOVE 'SCHHIST' TO K010Y-WS-SOURCE.
005090     MOVE K005-HST-OPERATOR TO K010Y-WS-OPERATOR.
005100     MOVE SPACES TO K010Y-WS-ACTION.
005110     STRING 'SCHMST ' DELIMITED BY SIZE
005120            K005-HST-FUNCTION DELIMITED BY SIZE
005130         INTO K010Y-WS-ACTION
005140     END-STRING.
005150     MOVE SPACES TO K010Y-WS-OBJECT.
005160     STRING K005-HST-JOB-NAME DELIMITED BY SIZE
005170            ' ' DELIMITED BY SIZE
005180            K005-HST-CYCLE-ID DELIMITED BY SIZE
005190         INTO K010Y-WS-OBJECT
005200     END-STRING.
005210     MOVE 'APPLIED' TO K010Y-WS-OUTCOME.
005220     PERFORM 3900-FILE-ACTION THRU 3900-EXIT.
005230 3600-EXIT.
005240     EXIT.
005250
005260******************************************************************
005270* File one action in the action table against its operator, and
005280* count it applied or refused on the operator's entry.  An id not
005290* on the master is counted apart for its own section.
005300******************************************************************
005310 3900-FILE-ACTION.
005320     IF K010Y-CT-ACTIONS >= K010Y-MX-ACTIONS
005330         DISPLAY K010Y-WS-OPEN-BRACKET
005340             'ACTION TABLE FULL - RAISE K010Y-MX-ACTIONS'
005350             K010Y-WS-CLOSE-BRACKET
005360         MOVE 16 TO K010Y-WS-SAVED-RETURN
005370         GO TO 9999-EXIT
005380     END-IF.
005390     PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT.
005400     ADD 1 TO K010Y-CT-ACTIONS.
005410     MOVE K010Y-WS-OPERATOR TO
005420         K010Y-TB-ACT-OPERATOR (K010Y-CT-ACTIONS).
005430     MOVE K010Y-SUB-FOUND TO
005440         K010Y-TB-ACT-OPR-SUB (K010Y-CT-ACTIONS).
005450     IF K010Y-WS-SOURCE = 'SCHHIST'
005460         MOVE K005-HST-TIMESTAMP TO
005470             K010Y-TB-ACT-STAMP (K010Y-CT-ACTIONS)
005480     ELSE
005490         MOVE K010-AUD-TIMESTAMP TO
005500             K010Y-TB-ACT-STAMP (K010Y-CT-ACTIONS)
005510     END-IF.
005520     MOVE K010Y-WS-SOURCE TO
005530         K010Y-TB-ACT-SOURCE (K010Y-CT-ACTIONS).
005540     MOVE K010Y-WS-ACTION TO
005550         K010Y-TB-ACT-ACTION (K010Y-CT-ACTIONS).
005560     MOVE K010Y-WS-OBJECT TO
005570         K010Y-TB-ACT-OBJECT (K010Y-CT-ACTIONS).
005580     MOVE K010Y-WS-OUTCOME TO
005590         K010Y-TB-ACT-OUTCOME (K010Y-CT-ACTIONS).
005591     MOVE SPACES TO K010Y-TB-ACT-BFR-RULE (K010Y-CT-ACTIONS).
005592     MOVE SPACES TO K010Y-TB-ACT-AFT-RULE (K010Y-CT-ACTIONS).
005593     IF K010Y-WS-SOURCE = 'SCHHIST'
005594         AND K005-HST-FUNCTION = 'SET-RULE'
005595         MOVE K005-HST-BEFORE-RULE TO
005596             K010Y-TB-ACT-BFR-RULE (K010Y-CT-ACTIONS)
005597         MOVE K005-HST-AFTER-RULE TO
005598             K010Y-TB-ACT-AFT-RULE (K010Y-CT-ACTIONS)
005599     END-IF.
005600     IF K010Y-WS-OUTCOME(1:7) = 'REFUSED'
005610         MOVE 'Y' TO K010Y-TB-ACT-REFUSED (K010Y-CT-ACTIONS)
005620         ADD 1 TO K010Y-CT-REFUSED
005630     ELSE
005640         MOVE 'N' TO K010Y-TB-ACT-REFUSED (K010Y-CT-ACTIONS)
005650         ADD 1 TO K010Y-CT-APPLIED
005660     END-IF.
005670     IF K010Y-SUB-FOUND = ZERO
005680         ADD 1 TO K010Y-CT-UNKNOWN
005690         GO TO 3900-EXIT
005700     END-IF.
005710     IF K010Y-TB-ACT-WAS-REFUSED (K010Y-CT-ACTIONS)
005720         ADD 1 TO K010Y-TB-OPR-REFUSED (K010Y-SUB-FOUND)
005730     ELSE
005740         ADD 1 TO K010Y-TB-OPR-APPLIED (K010Y-SUB-FOUND)
005750     END-IF.
005760 3900-EXIT.
005770     EXIT.
005780
005790******************************************************************
005800* One block per operator on the master, in card order: the id,
005810* the name, the expiry date - marked EXPIRED once it is behind
005820* today - and the rights held, then every action in the quarter
005830* and the operator's counts.  An operator with no action at all
005840* is flagged for the reviewer to confirm the access.
005850******************************************************************
005860 4000-PRINT-OPERATORS.
005870     MOVE SPACES TO K010-RPT-LINE.
005880     STRING 'OPERATORS ON THE AUTHORIZATION MASTER - QUARTER '
005890             DELIMITED BY SIZE
005900            K010Y-WS-FIRST-DATE DELIMITED BY SIZE
005910            ' TO ' DELIMITED BY SIZE
005920            K010Y-WS-LAST-DATE DELIMITED BY SIZE
005930         INTO K010-RPT-LINE
005940     END-STRING.
005950     MOVE 2 TO K010-RPT-ADVANCE.
005960     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
005970     IF K010Y-CT-OPERATORS = ZERO
005980         MOVE '  NO OPERATOR CARDS ON THE MASTER' TO K010-RPT-LINE
005990         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
006000         GO TO 4000-EXIT
006010     END-IF.
006020     PERFORM 4100-PRINT-ONE-OPERATOR THRU 4100-EXIT
006030         VARYING K010Y-SUB FROM 1 BY 1
006040         UNTIL K010Y-SUB > K010Y-CT-OPERATORS.
006050 4000-EXIT.
006060     EXIT.
006070
006080 4100-PRINT-ONE-OPERATOR.
006090     MOVE SPACES TO K010Y-WS-EXPIRY-TEXT.
006100     IF K010Y-TB-OPR-EXPIRY (K010Y-SUB) IS NOT NUMERIC
006110         MOVE 'EXPIRY NOT A DATE' TO K010Y-WS-EXPIRY-TEXT
006120         ADD 1 TO K010Y-CT-EXPIRED
006130     ELSE
006140         IF K010Y-TB-OPR-EXPIRY (K010Y-SUB) <
006150             K010Y-WS-CURRENT-DATE
006160             STRING K010Y-TB-OPR-EXPIRY (K010Y-SUB)
006170                     DELIMITED BY SIZE
006180                    ' EXPIRED' DELIMITED BY SIZE
006190                 INTO K010Y-WS-EXPIRY-TEXT
006200             END-STRING
006210             ADD 1 TO K010Y-CT-EXPIRED
006220         ELSE
006230             MOVE K010Y-TB-OPR-EXPIRY (K010Y-SUB) TO
006240                 K010Y-WS-EXPIRY-TEXT
006250         END-IF
006260     END-IF.
006270     MOVE SPACES TO K010Y-WS-RIGHTS-TEXT.
006280     STRING 'HOLD=' DELIMITED BY SIZE
006290            K010Y-TB-OPR-FLAGS (K010Y-SUB)(1:1) DELIMITED BY SIZE
006300            ' SKIP=' DELIMITED BY SIZE
006310            K010Y-TB-OPR-FLAGS (K010Y-SUB)(2:1) DELIMITED BY SIZE
006320            ' FORCE=' DELIMITED BY SIZE
006330            K010Y-TB-OPR-FLAGS (K010Y-SUB)(3:1) DELIMITED BY SIZE
006340            ' BANNER=' DELIMITED BY SIZE
006350            K010Y-TB-OPR-FLAGS (K010Y-SUB)(4:1) DELIMITED BY SIZE
006360            ' CALENDAR=' DELIMITED BY SIZE
006370            K010Y-TB-OPR-FLAGS (K010Y-SUB)(5:1) DELIMITED BY SIZE
006380         INTO K010Y-WS-RIGHTS-TEXT
006390     END-STRING.
006400     MOVE SPACES TO K010-RPT-LINE.
006410     STRING 'OPERATOR ' DELIMITED BY SIZE
006420            K010Y-TB-OPR-ID (K010Y-SUB) DELIMITED BY SIZE
006430            ' ' DELIMITED BY SIZE
006440            K010Y-TB-OPR-NAME (K010Y-SUB) DELIMITED BY SIZE
006450            ' EXPIRES ' DELIMITED BY SIZE
006460            K010Y-WS-EXPIRY-TEXT DELIMITED BY SIZE
006470            ' ' DELIMITED BY SIZE
006480            K010Y-WS-RIGHTS-TEXT DELIMITED BY SIZE
006490         INTO K010-RPT-LINE
006500     END-STRING.
006510     MOVE 2 TO K010-RPT-ADVANCE.
006520     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
006530     IF K010Y-TB-OPR-APPLIED (K010Y-SUB) = ZERO
006540         AND K010Y-TB-OPR-REFUSED (K010Y-SUB) = ZERO
006550         ADD 1 TO K010Y-CT-IDLE
006560         MOVE SPACES TO K010-RPT-LINE
006570         STRING '    NO ACTIONS IN THE QUARTER - '
006580                 DELIMITED BY SIZE
006590                'CONFIRM THE ACCESS IS STILL NEEDED'
006600                 DELIMITED BY SIZE
006610             INTO K010-RPT-LINE
006620         END-STRING
006630         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
006640         GO TO 4100-EXIT
006650     END-IF.
006660     PERFORM 4200-PRINT-OPERATOR-ACTION THRU 4200-EXIT
006670         VARYING K010Y-SUB-ACT FROM 1 BY 1
006680         UNTIL K010Y-SUB-ACT > K010Y-CT-ACTIONS.
006690     MOVE K010Y-TB-OPR-APPLIED (K010Y-SUB) TO K010Y-WS-NUM-A.
006700     MOVE K010Y-TB-OPR-REFUSED (K010Y-SUB) TO K010Y-WS-NUM-B.
006710     MOVE SPACES TO K010-RPT-LINE.
006720     STRING '    APPLIED ' DELIMITED BY SIZE
006730            K010Y-WS-NUM-A DELIMITED BY SIZE
006740            '  REFUSED ' DELIMITED BY SIZE
006750            K010Y-WS-NUM-B DELIMITED BY SIZE
006760         INTO K010-RPT-LINE
006770     END-STRING.
006780     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
006790 4100-EXIT.
006800     EXIT.
006810
006820 4200-PRINT-OPERATOR-ACTION.
006830     IF K010Y-TB-ACT-OPR-SUB (K010Y-SUB-ACT) NOT = K010Y-SUB
006840         GO TO 4200-EXIT
006850     END-IF.
006860     MOVE SPACES TO K010-RPT-LINE.
006870     STRING '    ' DELIMITED BY SIZE
006880            K010Y-TB-ACT-STAMP (K010Y-SUB-ACT) DELIMITED BY SIZE
006890            ' ' DELIMITED BY SIZE
006900            K010Y-TB-ACT-SOURCE (K010Y-SUB-ACT) DELIMITED BY SIZE
006910            ' ' DELIMITED BY SIZE
006920            K010Y-TB-ACT-ACTION (K010Y-SUB-ACT) DELIMITED BY SIZE
006930            ' ' DELIMITED BY SIZE
006940            K010Y-TB-ACT-OBJECT (K010Y-SUB-ACT) DELIMITED BY SIZE
006950            ' ' DELIMITED BY SIZE
006960            K010Y-TB-ACT-OUTCOME (K010Y-SUB-ACT) DELIMITED BY SIZE
006970         INTO K010-RPT-LINE
006980     END-STRING.
006990     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
006992     IF K010Y-TB-ACT-ACTION (K010Y-SUB-ACT) = 'SCHMST SET-RULE'
006994         PERFORM 4700-PRINT-RULE-CHANGE THRU 4700-EXIT
006996     END-IF.
007000 4200-EXIT.
007010     EXIT.
007020
007030******************************************************************
007040* Every action in the quarter by an id that is not on the master
007050* - refused cards from an id nobody ever set up, and anything
007060* applied under an id since taken off the master - with the id
007070* on each line.  The section prints even when empty, so the
007080* reviewer sees it was looked at.
007090******************************************************************
007100 4500-PRINT-UNKNOWN.
007110     MOVE 'ACTIONS BY IDS NOT ON THE AUTHORIZATION MASTER' TO
007120         K010-RPT-LINE.
007130     MOVE 3 TO K010-RPT-ADVANCE.
007140     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
007150     IF K010Y-CT-UNKNOWN = ZERO
007160         MOVE '    NONE' TO K010-RPT-LINE
007170         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
007180         GO TO 4500-EXIT
007190     END-IF.
007200     PERFORM 4600-PRINT-UNKNOWN-ACTION THRU 4600-EXIT
007210         VARYING K010Y-SUB-ACT FROM 1 BY 1
007220         UNTIL K010Y-SUB-ACT > K010Y-CT-ACTIONS.
007230 4500-EXIT.
007240     EXIT.
007250
007260 4600-PRINT-UNKNOWN-ACTION.
007270     IF K010Y-TB-ACT-OPR-SUB (K010Y-SUB-ACT) NOT = ZERO
007280         GO TO 4600-EXIT
007290     END-IF.
007300     MOVE SPACES TO K010-RPT-LINE.
007310     STRING '    ' DELIMITED BY SIZE
007320            K010Y-TB-ACT-OPERATOR (K010Y-SUB-ACT)
007330             DELIMITED BY SIZE
007340            ' ' DELIMITED BY SIZE
007350            K010Y-TB-ACT-STAMP (K010Y-SUB-ACT) DELIMITED BY SIZE
007360            ' ' DELIMITED BY SIZE
007370            K010Y-TB-ACT-SOURCE (K010Y-SUB-ACT) DELIMITED BY SIZE
007380            ' ' DELIMITED BY SIZE
007390            K010Y-TB-ACT-ACTION (K010Y-SUB-ACT) DELIMITED BY SIZE
007400            ' ' DELIMITED BY SIZE
007410            K010Y-TB-ACT-OBJECT (K010Y-SUB-ACT) DELIMITED BY SIZE
007420            ' ' DELIMITED BY SIZE
007430            K010Y-TB-ACT-OUTCOME (K010Y-SUB-ACT) DELIMITED BY SIZE
007431         INTO K010-RPT-LINE
007432     END-STRING.
007433     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
007434     IF K010Y-TB-ACT-ACTION (K010Y-SUB-ACT) = 'SCHMST SET-RULE'
007435         PERFORM 4700-PRINT-RULE-CHANGE THRU 4700-EXIT
007436     END-IF.
007437 4600-EXIT.
007438     EXIT.
007439
007440******************************************************************
007441* A schedule master SET-RULE action prints the cycle's run-
007442* frequency rule before and after under the action line.
007443******************************************************************
007444 4700-PRINT-RULE-CHANGE.
007445     MOVE K010Y-TB-ACT-BFR-RULE (K010Y-SUB-ACT) TO
007446         K010Y-WS-RULE-IN.
007447     PERFORM 4750-FORMAT-RULE THRU 4750-EXIT.
007448     MOVE K010Y-WS-RULE-TEXT TO K010Y-WS-BEFORE-RULE-TEXT.
007449     MOVE K010Y-TB-ACT-AFT-RULE (K010Y-SUB-ACT) TO
007450         K010Y-WS-RULE-IN.
007451     PERFORM 4750-FORMAT-RULE THRU 4750-EXIT.
007452     MOVE SPACES TO K010-RPT-LINE.
007453     STRING '        RULE BEFORE ' DELIMITED BY SIZE
007454            K010Y-WS-BEFORE-RULE-TEXT DELIMITED BY SIZE
007455            ' AFTER ' DELIMITED BY SIZE
007456            K010Y-WS-RULE-TEXT DELIMITED BY SIZE
007457         INTO K010-RPT-LINE
007458     END-STRING.
007459     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
007460 4700-EXIT.
007461     EXIT.
007462
007463******************************************************************
007464* Lay a rule out as code, day mask, effective and retire date,
007465* or DAILY when the slot has no rule.
007466******************************************************************
007467 4750-FORMAT-RULE.
007468     IF K010Y-WS-RULE-IN = SPACES
007469         MOVE 'DAILY' TO K010Y-WS-RULE-TEXT
007470         GO TO 4750-EXIT
007471     END-IF.
007472     MOVE SPACES TO K010Y-WS-RULE-TEXT.
007473     MOVE K010Y-WS-RULE-IN(1:1) TO K010Y-WS-RULE-TEXT(1:1).
007474     MOVE K010Y-WS-RULE-IN(2:7) TO K010Y-WS-RULE-TEXT(3:7).
007475     MOVE K010Y-WS-RULE-IN(9:8) TO K010Y-WS-RULE-TEXT(11:8).
007476     MOVE K010Y-WS-RULE-IN(17:8) TO K010Y-WS-RULE-TEXT(20:8).
007477 4750-EXIT.
007480     EXIT.
007490
007500******************************************************************
007510* Look the working operator id up on the operator table - the
007520* subscript of its entry, or zero when it is not on the master.
007530******************************************************************
007540 6000-FIND-OPERATOR.
007550     MOVE ZERO TO K010Y-SUB-FOUND.
007560     PERFORM 6100-MATCH-OPERATOR THRU 6100-EXIT
007570         VARYING K010Y-SUB FROM 1 BY 1
007580         UNTIL K010Y-SUB > K010Y-CT-OPERATORS
007590         OR K010Y-SUB-FOUND > ZERO.
007600 6000-EXIT.
007610     EXIT.
007620
007630 6100-MATCH-OPERATOR.
007640     IF K010Y-TB-OPR-ID (K010Y-SUB) = K010Y-WS-OPERATOR
007650         MOVE K010Y-SUB TO K010Y-SUB-FOUND
007660     END-IF.
007670 6100-EXIT.
007680     EXIT.
007690
007700******************************************************************
007710* Write one detail line through the report writer, the same
007720* convention YOUR-PROGRAM-NAME uses.
007730******************************************************************
007740 7100-WRITE-REPORT-LINE.
007750     SET K010-RPT-FUNC-WRITE TO TRUE.
007760     CALL 'K010RPT' USING K010-RPT-REQUEST.
007770     MOVE ZERO TO K010-RPT-ADVANCE.
007780     IF K010-RPT-RETURN-CODE NOT = '00'
007790         PERFORM 7500-REPORT-FAILURE THRU 7500-EXIT
007800     END-IF.
007810 7100-EXIT.
007820     EXIT.
007830
007840 7500-REPORT-FAILURE.
007850     DISPLAY K010Y-WS-OPEN-BRACKET
007860         'REPORT FILE FAILED - STATUS ' K010-RPT-RETURN-CODE
007870         K010Y-WS-CLOSE-BRACKET.
007880     MOVE 16 TO K010Y-WS-SAVED-RETURN.
007890     GO TO 9999-EXIT.
007900 7500-EXIT.
007910     EXIT.
007920
007930******************************************************************
007940* Review totals so the reviewer can reconcile the sheet - the
007950* operators on the master, how many are expired and how many
007960* did nothing all quarter, and the actions applied, refused and
007970* taken under ids not on the master.
007980******************************************************************
007990 9000-PRINT-CONTROL-TOTALS.
008000     MOVE K010Y-CT-OPERATORS TO K010Y-WS-NUM-A.
008010     MOVE K010Y-CT-EXPIRED   TO K010Y-WS-NUM-B.
008020     MOVE K010Y-CT-IDLE      TO K010Y-WS-NUM-C.
008030     MOVE SPACES TO K010-RPT-LINE.
008040     STRING 'OPERATORS ' DELIMITED BY SIZE
008050            K010Y-WS-NUM-A DELIMITED BY SIZE
008060            ' EXPIRED ' DELIMITED BY SIZE
008070            K010Y-WS-NUM-B DELIMITED BY SIZE
008080            ' NO ACTIONS ' DELIMITED BY SIZE
008090            K010Y-WS-NUM-C DELIMITED BY SIZE
008100         INTO K010-RPT-LINE
008110     END-STRING.
008120     MOVE 3 TO K010-RPT-ADVANCE.
008130     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
008140     MOVE K010Y-CT-APPLIED TO K010Y-WS-NUM-A.
008150     MOVE K010Y-CT-REFUSED TO K010Y-WS-NUM-B.
008160     MOVE K010Y-CT-UNKNOWN TO K010Y-WS-NUM-C.
008170     MOVE SPACES TO K010-RPT-LINE.
008180     STRING 'ACTIONS APPLIED ' DELIMITED BY SIZE
008190            K010Y-WS-NUM-A DELIMITED BY SIZE
008200            ' REFUSED ' DELIMITED BY SIZE
008210            K010Y-WS-NUM-B DELIMITED BY SIZE
008220            ' BY IDS NOT ON THE MASTER ' DELIMITED BY SIZE
008230            K010Y-WS-NUM-C DELIMITED BY SIZE
008240         INTO K010-RPT-LINE
008250     END-STRING.
008260     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
008270     IF K010Y-SW-SCHHIST-MISSING
008280         MOVE 'SCHHIST NEVER CREATED - NO SCHEDULE MASTER CHANGES'
008290             TO K010-RPT-LINE
008300         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
008310     END-IF.
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
008440     MOVE K010Y-WS-SAVED-RETURN TO RETURN-CODE.
008450     STOP RUN.
008460 END PROGRAM K010Y00.
