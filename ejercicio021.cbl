000100******************************************************************
000110* Author: Sergio Soria
000120* Creation Date: 20261015
000130* Purpose: Ejercicio 21 - open-alerts report K010O00.  Run at
000140*          the end of the batch window, after a last pass of the
000150*          escalation step K010K00, it lists every alert on the
000160*          ALRTSTAT alert status file still unacknowledged -
000170*          when it was raised, reason code, job, program,
000180*          severity, where it sits now, how many times it was
000190*          escalated and how long it has been open - so the
000200*          morning shift inherits a list and not a log to read.
000210*          Alerts the escalation chain ran out on are flagged.
000220*          The page prints through K010RPT and the step ends
000230*          RC=4 when anything is still open.
000240* Modification Date: 20261015
000250* Modification History:
000260*   20261015 SS  Initial version.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. K010O00.
000300 AUTHOR. BATCH SUPPORT TEAM.
000310 INSTALLATION. DATA CENTER.
000320 DATE-WRITTEN. 20261015.
000330 DATE-COMPILED.
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370     SPECIAL-NAMES.
000380         SYMBOLIC CHARACTERS ANGULAR-DERECHA 176
000390                             ANGULAR-IZQUIERDA 175.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ALRTSTAT ASSIGN TO ALRTSTAT
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS K010-AST-KEY
000470         FILE STATUS IS K010O-FS-ALRTSTAT.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  ALRTSTAT
000520     LABEL RECORDS ARE STANDARD.
000530     COPY ALTSTAT.
000540
000550 WORKING-STORAGE SECTION.
000560     COPY RPTCTL.
000570     COPY ALERTCD.
000580     COPY ALERTCM.
000590
000600 77  K010O-FS-ALRTSTAT               PIC X(02).
000610
000620 77  K010O-SW-ALRTSTAT-EOF           PIC X(01) VALUE 'N'.
000630     88  K010O-SW-ALRTSTAT-AT-END    VALUE 'Y'.
000640 77  K010O-SW-ASCII-MODE             PIC X(01) VALUE 'N'.
000650     88  K010O-SW-ASCII-MODE-ON      VALUE 'Y'.
000660 77  K010O-SW-LEAP-YEAR              PIC X(01) VALUE 'N'.
000670     88  K010O-SW-IS-LEAP-YEAR       VALUE 'Y'.
000680
000690 77  K010O-WS-CURRENT-DATE           PIC 9(08).
000700 77  K010O-WS-CURRENT-TIME           PIC 9(08).
000710 77  K010O-WS-CODEPAGE-FLAG          PIC X(05).
000720 77  K010O-WS-OPEN-BRACKET           PIC X(01).
000730 77  K010O-WS-CLOSE-BRACKET          PIC X(01).
000740 77  K010O-WS-SAVED-RETURN           PIC 9(04) VALUE ZERO.
000750 77  K010O-WS-NOW-STAMP              PIC X(16).
000760 77  K010O-WS-FAIL-VERB              PIC X(07).
000770 77  K010O-WS-FLAG-TEXT              PIC X(24).
000780
000790 77  K010O-WS-QUOTIENT               PIC 9(07) COMP VALUE ZERO.
000800 77  K010O-WS-REMAINDER              PIC 9(07) COMP VALUE ZERO.
000810 77  K010O-WS-WORK-YEAR              PIC 9(04) VALUE ZERO.
000820 77  K010O-WS-ELAPSED-SECS           PIC S9(09) COMP VALUE ZERO.
000830 77  K010O-WS-ELAPSED-MINS           PIC 9(07) COMP VALUE ZERO.
000840 77  K010O-WS-START-DAYS             PIC 9(07) COMP VALUE ZERO.
000850 77  K010O-WS-END-DAYS               PIC 9(07) COMP VALUE ZERO.
000860 77  K010O-WS-START-SECS             PIC 9(07) COMP VALUE ZERO.
000870 77  K010O-WS-END-SECS               PIC 9(07) COMP VALUE ZERO.
000880
000890 01  K010O-WS-DATE-IN                PIC 9(08).
000900 01  K010O-WS-DATE-SPLIT REDEFINES K010O-WS-DATE-IN.
000910     05  K010O-WS-DI-YEAR            PIC 9(04).
000920     05  K010O-WS-DI-MONTH           PIC 9(02).
000930     05  K010O-WS-DI-DAY             PIC 9(02).
000940 77  K010O-WS-DAYS-OUT               PIC 9(07) COMP VALUE ZERO.
000950 77  K010O-WS-STAMP-IN               PIC X(16).
000960 77  K010O-WS-STAMP-FROM             PIC X(16).
000970 77  K010O-WS-HOURS                  PIC 9(02) VALUE ZERO.
000980 77  K010O-WS-MINUTES                PIC 9(02) VALUE ZERO.
000990 77  K010O-WS-SECONDS                PIC 9(02) VALUE ZERO.
001000
001010 01  K010O-MONTH-OFFSET-VALUES.
001020     05  FILLER                      PIC X(36) VALUE
001030         '000031059090120151181212243273304334'.
001040 01  K010O-MONTH-OFFSET-TABLE
001050         REDEFINES K010O-MONTH-OFFSET-VALUES.
001060     05  K010O-TB-MONTH-OFFSET OCCURS 12 TIMES
001070                                     PIC 9(03).
001080
001090 77  K010O-CT-ON-FILE                PIC 9(07) COMP VALUE ZERO.
001100 77  K010O-CT-ACKNOWLEDGED           PIC 9(07) COMP VALUE ZERO.
001110 77  K010O-CT-STILL-OPEN             PIC 9(05) COMP VALUE ZERO.
001120 77  K010O-CT-EXHAUSTED              PIC 9(05) COMP VALUE ZERO.
001130
001140 77  K010O-WS-NUM-A                  PIC 9(05) VALUE ZERO.
001150 77  K010O-WS-NUM-B                  PIC 9(05) VALUE ZERO.
001160 77  K010O-WS-NUM-BIG-A              PIC 9(07) VALUE ZERO.
001170 77  K010O-WS-NUM-BIG-B              PIC 9(07) VALUE ZERO.
001180
001190 PROCEDURE DIVISION.
001200 MAIN-PROCEDURE.
001210     ACCEPT K010O-WS-CURRENT-DATE FROM DATE YYYYMMDD.
001220     ACCEPT K010O-WS-CURRENT-TIME FROM TIME.
001230     STRING K010O-WS-CURRENT-DATE DELIMITED BY SIZE
001240            K010O-WS-CURRENT-TIME DELIMITED BY SIZE
001250         INTO K010O-WS-NOW-STAMP
001260     END-STRING.
001270     PERFORM 1500-VALIDATE-SYMBOLS THRU 1500-EXIT.
001280     PERFORM 2500-OPEN-REPORT THRU 2500-EXIT.
001290     PERFORM 3000-LIST-OPEN-ALERTS THRU 3000-EXIT.
001300     IF K010O-CT-STILL-OPEN = ZERO
001310         MOVE 'NO UNACKNOWLEDGED ALERT ON FILE' TO K010-RPT-LINE
001320         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
001330     END-IF.
001340     PERFORM 9000-PRINT-CONTROL-TOTALS THRU 9000-EXIT.
001350     IF K010O-CT-STILL-OPEN > ZERO
001360         AND K010O-WS-SAVED-RETURN < 4
001370         MOVE 4 TO K010O-WS-SAVED-RETURN
001380     END-IF.
001390     GO TO 9999-EXIT.
001400
001410******************************************************************
001420* Confirm the EBCDIC-only corner-bracket symbols will actually
001430* render on this runner, the same check YOUR-PROGRAM-NAME makes
001440* before its banner.  K010_ASCII_MODE is only ever exported by
001450* a non-mainframe shell wrapper (e.g. the Linux test runner).
001460******************************************************************
001470 1500-VALIDATE-SYMBOLS.
001480     MOVE SPACES TO K010O-WS-CODEPAGE-FLAG.
001490     ACCEPT K010O-WS-CODEPAGE-FLAG FROM ENVIRONMENT
001500         'K010_ASCII_MODE'.
001510     IF K010O-WS-CODEPAGE-FLAG = 'Y'
001520         OR K010O-WS-CODEPAGE-FLAG = 'y'
001530         SET K010O-SW-ASCII-MODE-ON TO TRUE
001540     END-IF.
001550     IF K010O-SW-ASCII-MODE-ON
001560         MOVE '<' TO K010O-WS-OPEN-BRACKET
001570         MOVE '>' TO K010O-WS-CLOSE-BRACKET
001580     ELSE
001590         MOVE ANGULAR-DERECHA TO K010O-WS-OPEN-BRACKET
001600         MOVE ANGULAR-IZQUIERDA TO K010O-WS-CLOSE-BRACKET
001610     END-IF.
001620 1500-EXIT.
001630     EXIT.
001640
001650******************************************************************
001660* Open the open-alerts page through the report writer under
001670* today's date.  A print file that will not open is an abort.
001680******************************************************************
001690 2500-OPEN-REPORT.
001700     SET K010-RPT-FUNC-OPEN TO TRUE.
001710     MOVE 'OPEN ALERTS - END OF WINDOW' TO K010-RPT-TITLE.
001720     MOVE K010O-WS-CURRENT-DATE TO K010-RPT-RUN-DATE.
001730     MOVE SPACES TO K010-RPT-CYCLE-ID.
001740     MOVE SPACES TO K010-RPT-ENVIRONMENT.
001750     MOVE ZERO TO K010-RPT-ADVANCE.
001760     CALL 'K010RPT' USING K010-RPT-REQUEST.
001770     IF K010-RPT-RETURN-CODE NOT = '00'
001780         PERFORM 7500-REPORT-FAILURE THRU 7500-EXIT
001790     END-IF.
001800 2500-EXIT.
001810     EXIT.
001820
001830******************************************************************
001840* Browse ALRTSTAT from the first alert in timestamp order and
001850* print every alert not yet acknowledged.  A status cluster that
001860* has never been loaded means no alert was ever raised.
001870******************************************************************
001880 3000-LIST-OPEN-ALERTS.
001890     OPEN INPUT ALRTSTAT.
001900     IF K010O-FS-ALRTSTAT = '35'
001910         GO TO 3000-EXIT
001920     END-IF.
001930     IF K010O-FS-ALRTSTAT NOT = '00'
001940         MOVE 'OPEN' TO K010O-WS-FAIL-VERB
001950         PERFORM 8500-ALERT-STATUS-FAILURE THRU 8500-EXIT
001960     END-IF.
001970     MOVE LOW-VALUES TO K010-AST-KEY.
001980     START ALRTSTAT KEY NOT < K010-AST-KEY
001990         INVALID KEY
002000             SET K010O-SW-ALRTSTAT-AT-END TO TRUE
002010     END-START.
002020     PERFORM 3100-READ-ONE-ALERT THRU 3100-EXIT
002030         UNTIL K010O-SW-ALRTSTAT-AT-END.
002040     CLOSE ALRTSTAT.
002050 3000-EXIT.
002060     EXIT.
002070
002080 3100-READ-ONE-ALERT.
002090     READ ALRTSTAT NEXT RECORD
002100         AT END
002110             SET K010O-SW-ALRTSTAT-AT-END TO TRUE
002120             GO TO 3100-EXIT
002130     END-READ.
002140     IF K010O-FS-ALRTSTAT NOT = '00'
002150         MOVE 'READ' TO K010O-WS-FAIL-VERB
002160         PERFORM 8500-ALERT-STATUS-FAILURE THRU 8500-EXIT
002170     END-IF.
002180     ADD 1 TO K010O-CT-ON-FILE.
002190     IF K010-AST-ACKED
002200         ADD 1 TO K010O-CT-ACKNOWLEDGED
002210         GO TO 3100-EXIT
002220     END-IF.
002230     ADD 1 TO K010O-CT-STILL-OPEN.
002240     MOVE SPACES TO K010O-WS-FLAG-TEXT.
002250     IF K010-AST-EXHAUSTED
002260         ADD 1 TO K010O-CT-EXHAUSTED
002270         MOVE '*** CHAIN EXHAUSTED ***' TO
002280             K010O-WS-FLAG-TEXT
002290     END-IF.
002300     MOVE K010-AST-TIMESTAMP TO K010O-WS-STAMP-FROM.
002310     MOVE K010O-WS-NOW-STAMP TO K010O-WS-STAMP-IN.
002320     PERFORM 3400-COMPUTE-ELAPSED THRU 3400-EXIT.
002330     PERFORM 4000-PRINT-OPEN-LINE THRU 4000-EXIT.
002340 3100-EXIT.
002350     EXIT.
002360
002370******************************************************************
002380* Elapsed minutes between the from-stamp and the in-stamp -
002390* whole days through the calendar walk below, the time of day
002400* on top, truncated to minutes, the same arithmetic the late-
002410* runner monitor K010W00 uses.
002420******************************************************************
002430 3400-COMPUTE-ELAPSED.
002440     MOVE K010O-WS-STAMP-FROM(1:8) TO K010O-WS-DATE-IN.
002450     PERFORM 3500-DATE-TO-DAYS THRU 3500-EXIT.
002460     MOVE K010O-WS-DAYS-OUT TO K010O-WS-START-DAYS.
002470     MOVE K010O-WS-STAMP-FROM(9:2)  TO K010O-WS-HOURS.
002480     MOVE K010O-WS-STAMP-FROM(11:2) TO K010O-WS-MINUTES.
002490     MOVE K010O-WS-STAMP-FROM(13:2) TO K010O-WS-SECONDS.
002500     COMPUTE K010O-WS-START-SECS =
002510         (3600 * K010O-WS-HOURS)
002520         + (60 * K010O-WS-MINUTES)
002530         + K010O-WS-SECONDS.
002540     MOVE K010O-WS-STAMP-IN(1:8) TO K010O-WS-DATE-IN.
002550     PERFORM 3500-DATE-TO-DAYS THRU 3500-EXIT.
002560     MOVE K010O-WS-DAYS-OUT TO K010O-WS-END-DAYS.
002570     MOVE K010O-WS-STAMP-IN(9:2)  TO K010O-WS-HOURS.
002580     MOVE K010O-WS-STAMP-IN(11:2) TO K010O-WS-MINUTES.
002590     MOVE K010O-WS-STAMP-IN(13:2) TO K010O-WS-SECONDS.
002600     COMPUTE K010O-WS-END-SECS =
002610         (3600 * K010O-WS-HOURS)
002620         + (60 * K010O-WS-MINUTES)
002630         + K010O-WS-SECONDS.
002640     COMPUTE K010O-WS-ELAPSED-SECS =
002650         ((K010O-WS-END-DAYS - K010O-WS-START-DAYS) * 86400)
002660         + K010O-WS-END-SECS - K010O-WS-START-SECS.
002670     IF K010O-WS-ELAPSED-SECS < ZERO
002680         MOVE ZERO TO K010O-WS-ELAPSED-SECS
002690     END-IF.
002700     DIVIDE K010O-WS-ELAPSED-SECS BY 60
002710         GIVING K010O-WS-ELAPSED-MINS.
002720 3400-EXIT.
002730     EXIT.
002740
002750******************************************************************
002760* Convert a YYYYMMDD date to a running day number - 365 a year
002770* plus the leap days the calendar has handed out before that
002780* year, the month offset, and the day.  Only differences are
002790* ever taken, so the epoch does not matter.
002800******************************************************************
002810 3500-DATE-TO-DAYS.
002820     SUBTRACT 1 FROM K010O-WS-DI-YEAR
002830         GIVING K010O-WS-WORK-YEAR.
002840     COMPUTE K010O-WS-DAYS-OUT =
002850         (365 * K010O-WS-WORK-YEAR)
002860         + K010O-TB-MONTH-OFFSET (K010O-WS-DI-MONTH)
002870         + K010O-WS-DI-DAY.
002880     DIVIDE K010O-WS-WORK-YEAR BY 4
002890         GIVING K010O-WS-QUOTIENT
002900         REMAINDER K010O-WS-REMAINDER.
002910     ADD K010O-WS-QUOTIENT TO K010O-WS-DAYS-OUT.
002920     DIVIDE K010O-WS-WORK-YEAR BY 100
002930         GIVING K010O-WS-QUOTIENT
002940         REMAINDER K010O-WS-REMAINDER.
002950     SUBTRACT K010O-WS-QUOTIENT FROM K010O-WS-DAYS-OUT.
002960     DIVIDE K010O-WS-WORK-YEAR BY 400
002970         GIVING K010O-WS-QUOTIENT
002980         REMAINDER K010O-WS-REMAINDER.
002990     ADD K010O-WS-QUOTIENT TO K010O-WS-DAYS-OUT.
003000     IF K010O-WS-DI-MONTH > 2
003010         PERFORM 3600-CHECK-LEAP-YEAR THRU 3600-EXIT
003020         IF K010O-SW-IS-LEAP-YEAR
003030             ADD 1 TO K010O-WS-DAYS-OUT
003040         END-IF
003050     END-IF.
003060 3500-EXIT.
003070     EXIT.
003080
003090******************************************************************
003100* Leap year test on the date currently split in the work area -
003110* divisible by 4 and, on a century, by 400.
003120******************************************************************
003130 3600-CHECK-LEAP-YEAR.
003140     MOVE 'N' TO K010O-SW-LEAP-YEAR.
003150     DIVIDE K010O-WS-DI-YEAR BY 4
003160         GIVING K010O-WS-QUOTIENT
003170         REMAINDER K010O-WS-REMAINDER.
003180     IF K010O-WS-REMAINDER NOT = ZERO
003190         GO TO 3600-EXIT
003200     END-IF.
003210     DIVIDE K010O-WS-DI-YEAR BY 100
003220         GIVING K010O-WS-QUOTIENT
003230         REMAINDER K010O-WS-REMAINDER.
003240     IF K010O-WS-REMAINDER NOT = ZERO
003250         SET K010O-SW-IS-LEAP-YEAR TO TRUE
003260         GO TO 3600-EXIT
003270     END-IF.
003280     DIVIDE K010O-WS-DI-YEAR BY 400
003290         GIVING K010O-WS-QUOTIENT
003300         REMAINDER K010O-WS-REMAINDER.
003310     IF K010O-WS-REMAINDER = ZERO
003320         SET K010O-SW-IS-LEAP-YEAR TO TRUE
003330     END-IF.
003340 3600-EXIT.
003350     EXIT.
003360
003370******************************************************************
003380* One line per unacknowledged alert - raised stamp, reason code,
003390* job and program, severity, the destination it sits with now
003400* and its escalation level, and the minutes since it was first
003410* raised.
003420******************************************************************
003430 4000-PRINT-OPEN-LINE.
003440     MOVE K010O-WS-ELAPSED-MINS TO K010O-WS-NUM-A.
003450     MOVE SPACES TO K010-RPT-LINE.
003460     STRING K010-AST-TIMESTAMP DELIMITED BY SIZE
003470            ' ' DELIMITED BY SIZE
003480            K010-AST-REASON-CODE DELIMITED BY SIZE
003490            ' ' DELIMITED BY SIZE
003500            K010-AST-JOB-NAME DELIMITED BY SIZE
003510            ' ' DELIMITED BY SIZE
003520            K010-AST-PROGRAM-ID DELIMITED BY SIZE
003530            ' SEV ' DELIMITED BY SIZE
003540            K010-AST-SEVERITY DELIMITED BY SIZE
003550            ' AT ' DELIMITED BY SIZE
003560            K010-AST-CURR-DEST DELIMITED BY SIZE
003570            ' LVL ' DELIMITED BY SIZE
003580            K010-AST-ESC-LEVEL DELIMITED BY SIZE
003590            ' OPEN ' DELIMITED BY SIZE
003600            K010O-WS-NUM-A DELIMITED BY SIZE
003610            ' MINS ' DELIMITED BY SIZE
003620            K010O-WS-FLAG-TEXT DELIMITED BY SIZE
003630         INTO K010-RPT-LINE
003640     END-STRING.
003650     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
003660 4000-EXIT.
003670     EXIT.
003680
003690******************************************************************
003700* Write one detail line through the report writer, the same
003710* convention YOUR-PROGRAM-NAME uses.
003720******************************************************************
003730 7100-WRITE-REPORT-LINE.
003740     SET K010-RPT-FUNC-WRITE TO TRUE.
003750     CALL 'K010RPT' USING K010-RPT-REQUEST.
003760     MOVE ZERO TO K010-RPT-ADVANCE.
003770     IF K010-RPT-RETURN-CODE NOT = '00'
003780         PERFORM 7500-REPORT-FAILURE THRU 7500-EXIT
003790     END-IF.
003800 7100-EXIT.
003810     EXIT.
003820
003830 7500-REPORT-FAILURE.
003840     DISPLAY K010O-WS-OPEN-BRACKET
003850         'REPORT FILE FAILED - STATUS ' K010-RPT-RETURN-CODE
003860         K010O-WS-CLOSE-BRACKET.
003870     MOVE 16 TO K010O-WS-SAVED-RETURN.
003880     GO TO 9999-EXIT.
003890 7500-EXIT.
003900     EXIT.
003910
003920******************************************************************
003930* The alert status file failed - raise K010-019 so storage hears
003940* about it and abort RC=16; a partial list of open alerts would
003950* read as a complete one.
003960******************************************************************
003970 8500-ALERT-STATUS-FAILURE.
003980     DISPLAY K010O-WS-OPEN-BRACKET
003990         'ALRTSTAT ' K010O-WS-FAIL-VERB ' FAILED - STATUS '
004000         K010O-FS-ALRTSTAT K010O-WS-CLOSE-BRACKET.
004010     MOVE K010-ABND-ALERT-STATUS TO K010-ALT-REASON-CODE.
004020     MOVE K010O-FS-ALRTSTAT TO K010-ALT-FILE-STATUS.
004030     MOVE SPACES TO K010-ALT-JOB-NAME.
004040     MOVE 'K010O00' TO K010-ALT-PROGRAM-ID.
004050     CALL 'K010ALRT' USING K010-ALERT-AREA.
004060     MOVE 16 TO K010O-WS-SAVED-RETURN.
004070     GO TO 9999-EXIT.
004080 8500-EXIT.
004090     EXIT.
004100
004110******************************************************************
004120* Totals - alerts on file, acknowledged, still open and how many
004130* of those the escalation chain ran out on.
004140******************************************************************
004150 9000-PRINT-CONTROL-TOTALS.
004160     MOVE K010O-CT-ON-FILE TO K010O-WS-NUM-BIG-A.
004170     MOVE K010O-CT-ACKNOWLEDGED TO K010O-WS-NUM-BIG-B.
004180     MOVE K010O-CT-STILL-OPEN TO K010O-WS-NUM-A.
004190     MOVE K010O-CT-EXHAUSTED TO K010O-WS-NUM-B.
004200     MOVE SPACES TO K010-RPT-LINE.
004210     STRING 'ALERTS ON FILE ' DELIMITED BY SIZE
004220            K010O-WS-NUM-BIG-A DELIMITED BY SIZE
004230            ' ACKNOWLEDGED ' DELIMITED BY SIZE
004240            K010O-WS-NUM-BIG-B DELIMITED BY SIZE
004250            ' STILL OPEN ' DELIMITED BY SIZE
004260            K010O-WS-NUM-A DELIMITED BY SIZE
004270            ' NO FURTHER DESTINATION ' DELIMITED BY SIZE
004280            K010O-WS-NUM-B DELIMITED BY SIZE
004290         INTO K010-RPT-LINE
004300     END-STRING.
004310     MOVE 2 TO K010-RPT-ADVANCE.
004320     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
004330 9000-EXIT.
004340     EXIT.
004350
004360 9999-EXIT.
004370******************************************************************
004380* The abort and warning paths stage their return code in
004390* working storage because the alert and report CALLs on the
004400* way out refresh the RETURN-CODE register, the same
004410* convention the kickoff follows.
004420******************************************************************
004430     SET K010-RPT-FUNC-CLOSE TO TRUE.
004440     CALL 'K010RPT' USING K010-RPT-REQUEST.
004450     MOVE K010O-WS-SAVED-RETURN TO RETURN-CODE.
004460     STOP RUN.
004470 END PROGRAM K010O00.
