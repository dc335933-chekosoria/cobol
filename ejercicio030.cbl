000100******************************************************************
000110* Author: Sergio Soria
000120* Creation Date: 20261015
000130* Purpose: Ejercicio 30 - run-frequency routine K010FREQ, the
000140*          calendar sibling of the operator routine K010AUTH.
000150*          The card builder K004A00 used to write a card for every
000160*          allowed cycle every processing day, so weekly and
000170*          monthly jobs had to be held or skipped by hand on every
000180*          night they were not due.  Each cycle slot on SCHMST now
000190*          carries a frequency rule, and the card builder, the
000200*          pre-edit K005A00, the look-ahead K004L00 and the master
000210*          maintenance K005M00 all call here with a FREQCM area
000220*          to judge it the same way: V checks that the rule is
000230*          well formed, C says whether the rule is due on the run
000240*          date, and X closes the calendar at the end of the step.
000250*          Weekday rules are worked out from the date itself;
000260*          business-day rules count the processing days CALFILE
000270*          holds for the run date's month.  That month is read
000280*          once and kept, so a step judging many jobs for the same
000290*          night - or walking forward a day at a time - reads each
000300*          month of the calendar only once.
000310* Modification Date: 20261015
000320* Modification History:
000330*   20261015 SS  Initial version.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. K010FREQ.
000370 AUTHOR. BATCH SUPPORT TEAM.
000380 INSTALLATION. DATA CENTER.
000390 DATE-WRITTEN. 20261015.
000400 DATE-COMPILED.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CALFILE  ASSIGN TO CALFILE
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS K010-CAL-DATE
000490         FILE STATUS IS K010FQ-FS-CALFILE.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  CALFILE
000540     LABEL RECORDS ARE STANDARD.
000550     COPY CALREC.
000560
000570 WORKING-STORAGE SECTION.
000580 77  K010FQ-FS-CALFILE               PIC X(02).
000590 77  K010FQ-SW-CALFILE-OPEN          PIC X(01) VALUE 'N'.
000600     88  K010FQ-SW-CALFILE-IS-OPEN   VALUE 'Y'.
000610 77  K010FQ-SW-CALFILE-EOF           PIC X(01) VALUE 'N'.
000620     88  K010FQ-SW-CALFILE-AT-END    VALUE 'Y'.
000630 77  K010FQ-SW-LEAP-YEAR             PIC X(01) VALUE 'N'.
000640     88  K010FQ-SW-IS-LEAP-YEAR      VALUE 'Y'.
000650
000660 77  K010FQ-WS-MONTH-HELD            PIC X(06) VALUE SPACES.
000670 77  K010FQ-WS-MONTH-WANTED          PIC X(06).
000680 77  K010FQ-WS-LAST-BDAY             PIC 9(02) VALUE ZERO.
000690 77  K010FQ-WS-BDAY-COUNT            PIC 9(02) VALUE ZERO.
000700 77  K010FQ-WS-DAYS-READ             PIC 9(02) VALUE ZERO.
000710 77  K010FQ-WS-CAL-DAY               PIC 9(02) VALUE ZERO.
000720 77  K010FQ-WS-LIMIT-DATE            PIC 9(08) VALUE ZERO.
000730 77  K010FQ-WS-WORK-YEAR             PIC 9(04) VALUE ZERO.
000740 77  K010FQ-WS-DAYS-OUT              PIC 9(07) VALUE ZERO.
000750 77  K010FQ-WS-QUOTIENT              PIC 9(07) VALUE ZERO.
000760 77  K010FQ-WS-REMAINDER             PIC 9(03) VALUE ZERO.
000770 77  K010FQ-WS-WEEKDAY               PIC 9(01) VALUE ZERO.
000780 77  K010FQ-WS-COUNT-Y               PIC 9(02) VALUE ZERO.
000790 77  K010FQ-WS-COUNT-N               PIC 9(02) VALUE ZERO.
000800
000810 01  K010FQ-WS-RUN-DATE              PIC 9(08).
000820 01  K010FQ-WS-RUN-SPLIT REDEFINES K010FQ-WS-RUN-DATE.
000830     05  K010FQ-WS-RUN-YEAR          PIC 9(04).
000840     05  K010FQ-WS-RUN-MONTH         PIC 9(02).
000850     05  K010FQ-WS-RUN-DAY           PIC 9(02).
000860
000870 01  K010FQ-WS-START-DATE            PIC X(08).
000880 01  K010FQ-WS-START-SPLIT REDEFINES K010FQ-WS-START-DATE.
000890     05  K010FQ-WS-START-MONTH       PIC X(06).
000900     05  K010FQ-WS-START-DAY         PIC X(02).
000910
000920* Days before the first of each month in a common year, the same
000930* offsets the calendar build K010C00 uses for its weekday.
000940 01  K010FQ-MONTH-OFFSET-VALUES.
000950     05  FILLER                      PIC X(36) VALUE
000960         '000031059090120151181212243273304334'.
000970 01  K010FQ-MONTH-OFFSET-TABLE
000980         REDEFINES K010FQ-MONTH-OFFSET-VALUES.
000990     05  K010FQ-TB-MONTH-OFFSET OCCURS 12 TIMES
001000                                     PIC 9(03).
001010
001020 77  K010FQ-SUB-DAY                  PIC 9(05) COMP VALUE ZERO.
001030 77  K010FQ-MX-DAYS                  PIC 9(05) COMP VALUE 31.
001040
001050* The calendar month held - one entry per day of the month, the
001060* processing flag off CALFILE and, on a business day, which
001070* business day of the month it is.
001080 01  K010FQ-MONTH-TABLE.
001090     05  K010FQ-DAY-ENTRY OCCURS 31 TIMES.
001100         10  K010FQ-TB-PROCESS-FLAG  PIC X(01).
001110             88  K010FQ-TB-BUSINESS-DAY VALUE 'Y'.
001120         10  K010FQ-TB-BDAY-NUMBER   PIC 9(02).
001130
001140 LINKAGE SECTION.
001150     COPY FREQCM.
001160
001170 PROCEDURE DIVISION USING K010-FREQ-AREA.
001180 MAIN-PROCEDURE.
001190     MOVE '00'   TO K010-FRQ-RETURN-CODE.
001200     MOVE SPACES TO K010-FRQ-REASON.
001210     IF K010-FRQ-FUNC-CLOSE
001220         PERFORM 8000-CLOSE-CALENDAR THRU 8000-EXIT
001230         GO TO 9999-EXIT
001240     END-IF.
001250     IF NOT K010-FRQ-FUNC-CHECK
001260         AND NOT K010-FRQ-FUNC-VALIDATE
001270         MOVE '08' TO K010-FRQ-RETURN-CODE
001280         MOVE 'FUNCTION NOT C/V/X' TO K010-FRQ-REASON
001290         DISPLAY 'K010FREQ - FUNCTION NOT C/V/X: '
001300             K010-FRQ-FUNCTION
001310         GO TO 9999-EXIT
001320     END-IF.
001330     PERFORM 2000-VALIDATE-RULE THRU 2000-EXIT.
001340     IF K010-FRQ-RETURN-CODE NOT = '00'
001350         OR K010-FRQ-FUNC-VALIDATE
001360         GO TO 9999-EXIT
001370     END-IF.
001380     MOVE K010-FRQ-RUN-DATE TO K010FQ-WS-RUN-DATE.
001390     IF K010FQ-WS-RUN-MONTH < 1 OR K010FQ-WS-RUN-MONTH > 12
001400         OR K010FQ-WS-RUN-DAY < 1 OR K010FQ-WS-RUN-DAY > 31
001410         MOVE '08' TO K010-FRQ-RETURN-CODE
001420         MOVE 'RUN DATE NOT A DATE' TO K010-FRQ-REASON
001430         GO TO 9999-EXIT
001440     END-IF.
001450     PERFORM 3000-CHECK-IN-FORCE THRU 3000-EXIT.
001460     IF K010-FRQ-RETURN-CODE NOT = '00'
001470         OR K010-FRQ-DAILY
001480         GO TO 9999-EXIT
001490     END-IF.
001500     IF K010-FRQ-WEEKDAYS
001510         PERFORM 4000-CHECK-WEEKDAY THRU 4000-EXIT
001520         GO TO 9999-EXIT
001530     END-IF.
001540     PERFORM 5000-LOAD-MONTH THRU 5000-EXIT.
001550     IF K010-FRQ-RETURN-CODE NOT = '00'
001560         GO TO 9999-EXIT
001570     END-IF.
001580     PERFORM 6000-CHECK-BUSINESS-DAY THRU 6000-EXIT.
001590     GO TO 9999-EXIT.
001600
001610******************************************************************
001620* A rule must say which days it means before it can be judged:
001630* a known code, a weekday mask of seven Y/N columns with at
001640* least one Y, an nth business day of 01-23 (no month has more),
001650* and effective and retire dates that are blank or numeric, the
001660* retire date after the effective date when both are given.
001670******************************************************************
001680 2000-VALIDATE-RULE.
001690     IF NOT K010-FRQ-DAILY
001700         AND NOT K010-FRQ-WEEKDAYS
001710         AND NOT K010-FRQ-NTH-BDAY
001720         AND NOT K010-FRQ-LAST-BDAY
001730         AND NOT K010-FRQ-QTR-END
001740         MOVE 'FREQUENCY NOT D/W/N/L/Q' TO K010-FRQ-REASON
001750         GO TO 2000-INVALID
001760     END-IF.
001770     IF K010-FRQ-WEEKDAYS
001780         MOVE ZERO TO K010FQ-WS-COUNT-Y
001790         MOVE ZERO TO K010FQ-WS-COUNT-N
001800         INSPECT K010-FRQ-DAY-MASK
001810             TALLYING K010FQ-WS-COUNT-Y FOR ALL 'Y'
001820                      K010FQ-WS-COUNT-N FOR ALL 'N'
001830         IF K010FQ-WS-COUNT-Y + K010FQ-WS-COUNT-N NOT = 7
001840             OR K010FQ-WS-COUNT-Y = ZERO
001850             MOVE 'WEEKDAY MASK NOT 7 Y/N' TO K010-FRQ-REASON
001860             GO TO 2000-INVALID
001870         END-IF
001880     END-IF.
001890     IF K010-FRQ-NTH-BDAY
001900         IF K010-FRQ-NTH-DAY NOT NUMERIC
001910             OR K010-FRQ-NTH-DAY < '01'
001920             OR K010-FRQ-NTH-DAY > '23'
001930             MOVE 'NTH BUSINESS DAY NOT 01-23' TO K010-FRQ-REASON
001940             GO TO 2000-INVALID
001950         END-IF
001960     END-IF.
001970     IF K010-FRQ-EFFECTIVE NOT = SPACES
001980         AND K010-FRQ-EFFECTIVE NOT NUMERIC
001990         MOVE 'EFFECTIVE DATE NOT NUMERIC' TO K010-FRQ-REASON
002000         GO TO 2000-INVALID
002010     END-IF.
002020     IF K010-FRQ-RETIRE NOT = SPACES
002030         AND K010-FRQ-RETIRE NOT NUMERIC
002040         MOVE 'RETIRE DATE NOT NUMERIC' TO K010-FRQ-REASON
002050         GO TO 2000-INVALID
002060     END-IF.
002070     IF K010-FRQ-EFFECTIVE NOT = SPACES
002080         AND K010-FRQ-RETIRE NOT = SPACES
002090         AND K010-FRQ-RETIRE NOT > K010-FRQ-EFFECTIVE
002100         MOVE 'RETIRE NOT AFTER EFFECTIVE' TO K010-FRQ-REASON
002110         GO TO 2000-INVALID
002120     END-IF.
002130     GO TO 2000-EXIT.
002140 2000-INVALID.
002150     MOVE '08' TO K010-FRQ-RETURN-CODE.
002160 2000-EXIT.
002170     EXIT.
002180
002190******************************************************************
002200* The rule is in force from its effective date and stops being
002210* due on its retire date - a blank date on either side leaves
002220* that side open.
002230******************************************************************
002240 3000-CHECK-IN-FORCE.
002250     IF K010-FRQ-EFFECTIVE NOT = SPACES
002260         MOVE K010-FRQ-EFFECTIVE TO K010FQ-WS-LIMIT-DATE
002270         IF K010FQ-WS-RUN-DATE < K010FQ-WS-LIMIT-DATE
002280             MOVE '04' TO K010-FRQ-RETURN-CODE
002290             MOVE 'NOT DUE - RULE NOT EFFECTIVE' TO
002300                 K010-FRQ-REASON
002310             GO TO 3000-EXIT
002320         END-IF
002330     END-IF.
002340     IF K010-FRQ-RETIRE NOT = SPACES
002350         MOVE K010-FRQ-RETIRE TO K010FQ-WS-LIMIT-DATE
002360         IF K010FQ-WS-RUN-DATE NOT < K010FQ-WS-LIMIT-DATE
002370             MOVE '04' TO K010-FRQ-RETURN-CODE
002380             MOVE 'NOT DUE - RULE RETIRED' TO K010-FRQ-REASON
002390         END-IF
002400     END-IF.
002410 3000-EXIT.
002420     EXIT.
002430
002440******************************************************************
002450* Day of the week from the running day-number scale K010C00 uses
002460* - 365 a year plus the leap days handed out, the month offset
002470* and the day.  Day 1 of that scale is a Monday, so the remainder
002480* by 7 is the Monday-first column of the mask, Sunday landing on
002490* zero and taking column 7.
002500******************************************************************
002510 4000-CHECK-WEEKDAY.
002520     SUBTRACT 1 FROM K010FQ-WS-RUN-YEAR
002530         GIVING K010FQ-WS-WORK-YEAR.
002540     COMPUTE K010FQ-WS-DAYS-OUT =
002550         (365 * K010FQ-WS-WORK-YEAR)
002560         + K010FQ-TB-MONTH-OFFSET (K010FQ-WS-RUN-MONTH)
002570         + K010FQ-WS-RUN-DAY.
002580     DIVIDE K010FQ-WS-WORK-YEAR BY 4
002590         GIVING K010FQ-WS-QUOTIENT
002600         REMAINDER K010FQ-WS-REMAINDER.
002610     ADD K010FQ-WS-QUOTIENT TO K010FQ-WS-DAYS-OUT.
002620     DIVIDE K010FQ-WS-WORK-YEAR BY 100
002630         GIVING K010FQ-WS-QUOTIENT
002640         REMAINDER K010FQ-WS-REMAINDER.
002650     SUBTRACT K010FQ-WS-QUOTIENT FROM K010FQ-WS-DAYS-OUT.
002660     DIVIDE K010FQ-WS-WORK-YEAR BY 400
002670         GIVING K010FQ-WS-QUOTIENT
002680         REMAINDER K010FQ-WS-REMAINDER.
002690     ADD K010FQ-WS-QUOTIENT TO K010FQ-WS-DAYS-OUT.
002700     IF K010FQ-WS-RUN-MONTH > 2
002710         PERFORM 4100-CHECK-LEAP-YEAR THRU 4100-EXIT
002720         IF K010FQ-SW-IS-LEAP-YEAR
002730             ADD 1 TO K010FQ-WS-DAYS-OUT
002740         END-IF
002750     END-IF.
002760     DIVIDE K010FQ-WS-DAYS-OUT BY 7
002770         GIVING K010FQ-WS-QUOTIENT
002780         REMAINDER K010FQ-WS-REMAINDER.
002790     MOVE K010FQ-WS-REMAINDER TO K010FQ-WS-WEEKDAY.
002800     IF K010FQ-WS-WEEKDAY = ZERO
002810         MOVE 7 TO K010FQ-WS-WEEKDAY
002820     END-IF.
002830     IF K010-FRQ-DAY-MASK(K010FQ-WS-WEEKDAY:1) NOT = 'Y'
002840         MOVE '04' TO K010-FRQ-RETURN-CODE
002850         MOVE 'NOT DUE - WEEKDAY NOT IN RULE' TO K010-FRQ-REASON
002860     END-IF.
002870 4000-EXIT.
002880     EXIT.
002890
002900 4100-CHECK-LEAP-YEAR.
002910     MOVE 'N' TO K010FQ-SW-LEAP-YEAR.
002920     DIVIDE K010FQ-WS-RUN-YEAR BY 4
002930         GIVING K010FQ-WS-QUOTIENT
002940         REMAINDER K010FQ-WS-REMAINDER.
002950     IF K010FQ-WS-REMAINDER NOT = ZERO
002960         GO TO 4100-EXIT
002970     END-IF.
002980     DIVIDE K010FQ-WS-RUN-YEAR BY 100
002990         GIVING K010FQ-WS-QUOTIENT
003000         REMAINDER K010FQ-WS-REMAINDER.
003010     IF K010FQ-WS-REMAINDER NOT = ZERO
003020         SET K010FQ-SW-IS-LEAP-YEAR TO TRUE
003030         GO TO 4100-EXIT
003040     END-IF.
003050     DIVIDE K010FQ-WS-RUN-YEAR BY 400
003060         GIVING K010FQ-WS-QUOTIENT
003070         REMAINDER K010FQ-WS-REMAINDER.
003080     IF K010FQ-WS-REMAINDER = ZERO
003090         SET K010FQ-SW-IS-LEAP-YEAR TO TRUE
003100     END-IF.
003110 4100-EXIT.
003120     EXIT.
003130
003140******************************************************************
003150* Hold the run date's calendar month: browse CALFILE from the
003160* first of the month to its last record, numbering the processing
003170* days as they come.  The month already held is not read again.
003180* The calendar is opened on the first call that needs it and
003190* stays open until the caller's X call - working storage outlives
003200* the call.  A month with no record at all was never built
003210* (12); a calendar that will not open or read answers 16.
003220******************************************************************
003230 5000-LOAD-MONTH.
003240     MOVE K010-FRQ-RUN-DATE TO K010FQ-WS-START-DATE.
003250     MOVE K010FQ-WS-START-MONTH TO K010FQ-WS-MONTH-WANTED.
003260     IF K010FQ-WS-MONTH-WANTED = K010FQ-WS-MONTH-HELD
003270         GO TO 5000-EXIT
003280     END-IF.
003290     MOVE SPACES TO K010FQ-WS-MONTH-HELD.
003300     IF NOT K010FQ-SW-CALFILE-IS-OPEN
003310         OPEN INPUT CALFILE
003320         IF K010FQ-FS-CALFILE NOT = '00'
003330             MOVE '16' TO K010-FRQ-RETURN-CODE
003340             MOVE 'CALENDAR FILE ERROR' TO K010-FRQ-REASON
003350             DISPLAY 'K010FREQ - CALFILE OPEN FAILED - STATUS '
003360                 K010FQ-FS-CALFILE
003370             GO TO 5000-EXIT
003380         END-IF
003390         SET K010FQ-SW-CALFILE-IS-OPEN TO TRUE
003400     END-IF.
003410     PERFORM 5100-CLEAR-DAY THRU 5100-EXIT
003420         VARYING K010FQ-SUB-DAY FROM 1 BY 1
003430         UNTIL K010FQ-SUB-DAY > K010FQ-MX-DAYS.
003440     MOVE ZERO TO K010FQ-WS-BDAY-COUNT.
003450     MOVE ZERO TO K010FQ-WS-LAST-BDAY.
003460     MOVE ZERO TO K010FQ-WS-DAYS-READ.
003470     MOVE 'N' TO K010FQ-SW-CALFILE-EOF.
003480     MOVE '01' TO K010FQ-WS-START-DAY.
003490     MOVE K010FQ-WS-START-DATE TO K010-CAL-DATE.
003500     START CALFILE KEY NOT < K010-CAL-DATE
003510         INVALID KEY
003520             SET K010FQ-SW-CALFILE-AT-END TO TRUE
003530     END-START.
003540     PERFORM 5200-READ-CALENDAR-DAY THRU 5200-EXIT
003550         UNTIL K010FQ-SW-CALFILE-AT-END
003560         OR K010-FRQ-RETURN-CODE NOT = '00'.
003570     IF K010-FRQ-RETURN-CODE NOT = '00'
003580         GO TO 5000-EXIT
003590     END-IF.
003600     IF K010FQ-WS-DAYS-READ = ZERO
003610         MOVE '12' TO K010-FRQ-RETURN-CODE
003620         MOVE 'RUN MONTH NOT ON CALENDAR' TO K010-FRQ-REASON
003630         GO TO 5000-EXIT
003640     END-IF.
003650     MOVE K010FQ-WS-MONTH-WANTED TO K010FQ-WS-MONTH-HELD.
003660 5000-EXIT.
003670     EXIT.
003680
003690 5100-CLEAR-DAY.
003700     MOVE 'N' TO K010FQ-TB-PROCESS-FLAG (K010FQ-SUB-DAY).
003710     MOVE ZERO TO K010FQ-TB-BDAY-NUMBER (K010FQ-SUB-DAY).
003720 5100-EXIT.
003730     EXIT.
003740
003750 5200-READ-CALENDAR-DAY.
003760     READ CALFILE NEXT RECORD
003770         AT END
003780             SET K010FQ-SW-CALFILE-AT-END TO TRUE
003790             GO TO 5200-EXIT
003800     END-READ.
003810     IF K010FQ-FS-CALFILE NOT = '00'
003820         MOVE '16' TO K010-FRQ-RETURN-CODE
003830         MOVE 'CALENDAR FILE ERROR' TO K010-FRQ-REASON
003840         DISPLAY 'K010FREQ - CALFILE READ FAILED - STATUS '
003850             K010FQ-FS-CALFILE
003860         GO TO 5200-EXIT
003870     END-IF.
003880     IF K010-CAL-DATE(1:6) NOT = K010FQ-WS-MONTH-WANTED
003890         SET K010FQ-SW-CALFILE-AT-END TO TRUE
003900         GO TO 5200-EXIT
003910     END-IF.
003920     ADD 1 TO K010FQ-WS-DAYS-READ.
003930     IF NOT K010-CAL-PROCESS-DAY
003940         GO TO 5200-EXIT
003950     END-IF.
003960     MOVE K010-CAL-DATE(7:2) TO K010FQ-WS-CAL-DAY.
003970     ADD 1 TO K010FQ-WS-BDAY-COUNT.
003980     MOVE 'Y' TO K010FQ-TB-PROCESS-FLAG (K010FQ-WS-CAL-DAY).
003990     MOVE K010FQ-WS-BDAY-COUNT TO
004000         K010FQ-TB-BDAY-NUMBER (K010FQ-WS-CAL-DAY).
004010     MOVE K010FQ-WS-CAL-DAY TO K010FQ-WS-LAST-BDAY.
004020 5200-EXIT.
004030     EXIT.
004040
004050******************************************************************
004060* Business-day rules are only ever due on a processing day: the
004070* nth one of the month, the last one, or the last one of a
004080* quarter's closing month.
004090******************************************************************
004100 6000-CHECK-BUSINESS-DAY.
004110     IF NOT K010FQ-TB-BUSINESS-DAY (K010FQ-WS-RUN-DAY)
004120         MOVE '04' TO K010-FRQ-RETURN-CODE
004130         MOVE 'NOT DUE - NOT A BUSINESS DAY' TO K010-FRQ-REASON
004140         GO TO 6000-EXIT
004150     END-IF.
004160     IF K010-FRQ-NTH-BDAY
004170         IF K010FQ-TB-BDAY-NUMBER (K010FQ-WS-RUN-DAY) NOT =
004180             K010-FRQ-NTH-DAY
004190             MOVE '04' TO K010-FRQ-RETURN-CODE
004200             MOVE 'NOT DUE - NOT NTH BUSINESS DAY' TO
004210                 K010-FRQ-REASON
004220         END-IF
004230         GO TO 6000-EXIT
004240     END-IF.
004250     IF K010FQ-WS-RUN-DAY NOT = K010FQ-WS-LAST-BDAY
004260         MOVE '04' TO K010-FRQ-RETURN-CODE
004270         MOVE 'NOT DUE - NOT LAST BUS DAY' TO K010-FRQ-REASON
004280         GO TO 6000-EXIT
004290     END-IF.
004300     IF K010-FRQ-QTR-END
004310         IF K010FQ-WS-RUN-MONTH NOT = 3
004320             AND K010FQ-WS-RUN-MONTH NOT = 6
004330             AND K010FQ-WS-RUN-MONTH NOT = 9
004340             AND K010FQ-WS-RUN-MONTH NOT = 12
004350             MOVE '04' TO K010-FRQ-RETURN-CODE
004360             MOVE 'NOT DUE - NOT QUARTER-END' TO K010-FRQ-REASON
004370         END-IF
004380     END-IF.
004390 6000-EXIT.
004400     EXIT.
004410
004420******************************************************************
004430* Close the calendar when it was opened and forget the month
004440* held, so the next step starts clean.
004450******************************************************************
004460 8000-CLOSE-CALENDAR.
004470     IF K010FQ-SW-CALFILE-IS-OPEN
004480         CLOSE CALFILE
004490         MOVE 'N' TO K010FQ-SW-CALFILE-OPEN
004500     END-IF.
004510     MOVE SPACES TO K010FQ-WS-MONTH-HELD.
004520 8000-EXIT.
004530     EXIT.
004540
004550 9999-EXIT.
004560     GOBACK.
004570 END PROGRAM K010FREQ.
