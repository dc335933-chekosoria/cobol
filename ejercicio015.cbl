000260*          before it goes live.  Bad holiday cards reject with
000270*          a reason and the step ends RC=4, the same convention
000280*          as the banner maintenance K010M00.
000290* Modification Date: 20261015
000300* Modification History:
000310*   20240527 SS  Initial version.
000311*   20261015 SS  Operator id on the holiday card (cols 41-48)
000312*                checked against the OPRFILE authorization
000313*                master through K010AUTH - an operator unknown,
000314*                expired or without the calendar right has the
000315*                card refused, alerted and journalled on
000316*                AUDITLOG as a DENY event, and the step ends
000317*                RC=8.  Every holiday card taken is journalled
000318*                as a CALND event once the year is on CALFILE;
000319*                taken and refused cards both carry HOLDY.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. K010C00.
000550         RECORD KEY IS K010-CAL-DATE
000560         FILE STATUS IS K010C-FS-CALFILE.
000570
000572     SELECT AUDITLOG ASSIGN TO AUDITLOG
000574         ORGANIZATION IS SEQUENTIAL
000576         FILE STATUS IS K010C-FS-AUDITLOG.
000578
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  HOLFILE
000650                                     PIC 9(08).
000660     05  FILLER                      PIC X(02).
000670     05  K010C-HC-TEXT               PIC X(30).
000676     05  K010C-HC-OPERATOR           PIC X(08).
000682     05  FILLER                      PIC X(32).
000690
000700 FD  CALFILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY CALREC.
000730
000732 FD  AUDITLOG
000734     LABEL RECORDS ARE STANDARD.
000736     COPY AUDREC.
000738
000740 WORKING-STORAGE SECTION.
000750     COPY RPTCTL.
000753     COPY ALERTCM.
000756     COPY OPRCM.
000760
000770 77  K010C-FS-HOLFILE                PIC X(02).
000780 77  K010C-FS-CALFILE                PIC X(02).
000785 77  K010C-FS-AUDITLOG               PIC X(02).
000790
000800 77  K010C-SW-HOLFILE-EOF            PIC X(01) VALUE 'N'.
000810     88  K010C-SW-HOLFILE-AT-END     VALUE 'Y'.
000890     88  K010C-SW-IS-WEEKEND         VALUE 'Y'.
000900
000910 77  K010C-WS-CURRENT-DATE           PIC 9(08).
000915 77  K010C-WS-CURRENT-TIME           PIC 9(08).
000920 77  K010C-WS-BUILD-YEAR             PIC 9(04) VALUE ZERO.
000930 77  K010C-WS-CODEPAGE-FLAG          PIC X(05).
000940 77  K010C-WS-OPEN-BRACKET           PIC X(01).
001490     05  K010C-HOLIDAY-ENTRY OCCURS 50 TIMES.
001500         10  K010C-TB-HOL-DATE       PIC 9(08).
001510         10  K010C-TB-HOL-TEXT       PIC X(30).
001515         10  K010C-TB-HOL-OPERATOR   PIC X(08).
001520
001530 77  K010C-CT-HOLIDAYS               PIC 9(05) COMP VALUE ZERO.
001540 77  K010C-CT-CARDS-READ             PIC 9(05) COMP VALUE ZERO.
001550 77  K010C-CT-CARDS-REJECTED         PIC 9(05) COMP VALUE ZERO.
001555 77  K010C-CT-CARDS-REFUSED          PIC 9(05) COMP VALUE ZERO.
001560 77  K010C-CT-DAYS-WRITTEN           PIC 9(05) COMP VALUE ZERO.
001570 77  K010C-CT-PROCESS-DAYS           PIC 9(05) COMP VALUE ZERO.
001580 77  K010C-CT-WEEKEND-DAYS           PIC 9(05) COMP VALUE ZERO.
001770     PERFORM 2000-LOAD-HOLIDAY-CARDS THRU 2000-EXIT.
001780     PERFORM 2500-OPEN-REPORT THRU 2500-EXIT.
001790     PERFORM 3000-BUILD-CALENDAR-YEAR THRU 3000-EXIT.
001792     PERFORM 2260-JOURNAL-HOLIDAY THRU 2260-EXIT
001794         VARYING K010C-SUB-HOLIDAY FROM 1 BY 1
001796         UNTIL K010C-SUB-HOLIDAY > K010C-CT-HOLIDAYS.
001798     CLOSE AUDITLOG.
001800     PERFORM 9000-PRINT-CONTROL-TOTALS THRU 9000-EXIT.
001802     IF K010C-CT-CARDS-REFUSED > ZERO
001804         AND K010C-WS-SAVED-RETURN < 8
001806         MOVE 8 TO K010C-WS-SAVED-RETURN
001808     END-IF.
001810     IF K010C-CT-CARDS-REJECTED > ZERO
001820         AND K010C-WS-SAVED-RETURN < 4
001830         MOVE 4 TO K010C-WS-SAVED-RETURN
002360* the way the banner maintenance rejects its cards.  An empty
002370* deck is fine - a year can have every holiday fall on a
002380* weekend - but a deck that will not open is an abort.
002381* Each card's operator must hold the calendar right on the
002382* authorization master, and every card taken or refused for its
002383* operator lands on the audit trail, opened EXTEND for the run -
002384* a refusal at once, a card taken only once the year is on
002385* CALFILE (see 2260).
002390******************************************************************
002400 2000-LOAD-HOLIDAY-CARDS.
002410     OPEN INPUT HOLFILE.
002420     IF K010C-FS-HOLFILE NOT = '00'
002430         DISPLAY K010C-WS-OPEN-BRACKET
002440             'HOLFILE OPEN FAILED - STATUS ' K010C-FS-HOLFILE
002441             K010C-WS-CLOSE-BRACKET
002442         MOVE 16 TO K010C-WS-SAVED-RETURN
002443         GO TO 9999-EXIT
002444     END-IF.
002445     OPEN EXTEND AUDITLOG.
002446     IF K010C-FS-AUDITLOG NOT = '00'
002447         DISPLAY K010C-WS-OPEN-BRACKET
002448             'AUDITLOG OPEN FAILED - STATUS ' K010C-FS-AUDITLOG
002450             K010C-WS-CLOSE-BRACKET
002460         MOVE 16 TO K010C-WS-SAVED-RETURN
002470         GO TO 9999-EXIT
002960         PERFORM 8000-REJECT-CARD THRU 8000-EXIT
002970         GO TO 2100-EXIT
002980     END-IF.
002982     PERFORM 2200-CHECK-OPERATOR THRU 2200-EXIT.
002984     IF NOT K010-AUT-AUTHORIZED
002986         GO TO 2100-EXIT
002988     END-IF.
002990     IF K010C-CT-HOLIDAYS >= K010C-MX-HOLIDAYS
003000         DISPLAY K010C-WS-OPEN-BRACKET
003010             'HOLIDAY TABLE FULL - RAISE K010C-MX-HOLIDAYS'
003020             K010C-WS-CLOSE-BRACKET
003030         MOVE 16 TO K010C-WS-SAVED-RETURN
003031         GO TO 9999-EXIT
003032     END-IF.
003033     ADD 1 TO K010C-CT-HOLIDAYS.
003034     MOVE K010C-HC-DATE-NUM TO
003035         K010C-TB-HOL-DATE (K010C-CT-HOLIDAYS).
003036     MOVE K010C-HC-TEXT TO
003037         K010C-TB-HOL-TEXT (K010C-CT-HOLIDAYS).
003038     MOVE K010C-HC-OPERATOR TO
003039         K010C-TB-HOL-OPERATOR (K010C-CT-HOLIDAYS).
003040 2100-EXIT.
003041     EXIT.
003042
003043******************************************************************
003044* Check the card's operator for the calendar right through
003045* K010AUTH, judged on today's date.  A refused card is shown with
003046* the other rejects and counted apart, alerted with the reason
003047* code K010AUTH hands back - the holiday date standing in for the
003048* job name - and journalled on AUDITLOG as the DENY event it
003049* chose so the access review sees the attempt.
003050******************************************************************
003051 2200-CHECK-OPERATOR.
003052     MOVE K010C-HC-OPERATOR TO K010-AUT-OPERATOR-ID.
003053     SET K010-AUT-FUNC-CALENDAR TO TRUE.
003054     MOVE K010C-WS-CURRENT-DATE TO K010-AUT-AS-OF-DATE.
003055     CALL 'K010AUTH' USING K010-AUTH-AREA.
003056     IF K010-AUT-AUTHORIZED
003057         GO TO 2200-EXIT
003058     END-IF.
003059     ADD 1 TO K010C-CT-CARDS-REFUSED.
003060     MOVE 'OPERATOR NOT AUTHORIZED' TO K010C-WS-REJECT-REASON.
003061     PERFORM 8000-REJECT-CARD THRU 8000-EXIT.
003062     MOVE K010-AUT-REASON-CODE TO K010-ALT-REASON-CODE.
003063     MOVE SPACES TO K010-ALT-FILE-STATUS.
003064     MOVE K010C-HC-DATE TO K010-ALT-JOB-NAME.
003065     MOVE 'K010C00' TO K010-ALT-PROGRAM-ID.
003066     CALL 'K010ALRT' USING K010-ALERT-AREA.
003067     MOVE 'DNY BY ' TO K010-AUD-PROGRAM-ID.
003068     MOVE K010C-HC-OPERATOR TO K010-AUD-PROGRAM-ID (8:8).
003069     MOVE K010C-HC-DATE TO K010-AUD-JOB-NAME.
003070     MOVE K010-AUT-DENY-EVENT TO K010-AUD-EVENT-TYPE.
003071     MOVE 'HOLDY' TO K010-AUD-FUNCTION.
003072     PERFORM 2250-WRITE-AUDIT-RECORD THRU 2250-EXIT.
003073 2200-EXIT.
003074     EXIT.
003075
003076******************************************************************
003077* Journal one holiday card on AUDITLOG - the caller stages the
003078* event type, the function and the MNT BY / DNY BY tag, the
003079* holiday date in the job name field and the card's operator in
003080* the program-id field after the tag.  A write failure aborts
003081* RC=16: a calendar change that cannot be journalled must not
003082* go live.
003083******************************************************************
003084 2250-WRITE-AUDIT-RECORD.
003085     ACCEPT K010C-WS-CURRENT-TIME FROM TIME.
003086     STRING K010C-WS-CURRENT-DATE DELIMITED BY SIZE
003087            K010C-WS-CURRENT-TIME DELIMITED BY SIZE
003088         INTO K010-AUD-TIMESTAMP
003089     END-STRING.
003090     MOVE SPACES TO K010-AUD-CYCLE-ID.
003091     MOVE SPACES TO K010-AUD-ENVIRONMENT.
003092     WRITE K010-AUDIT-RECORD.
003093     IF K010C-FS-AUDITLOG NOT = '00'
003094         DISPLAY K010C-WS-OPEN-BRACKET
003095             'AUDITLOG WRITE FAILED - STATUS ' K010C-FS-AUDITLOG
003096             K010C-WS-CLOSE-BRACKET
003097         MOVE 16 TO K010C-WS-SAVED-RETURN
003098         GO TO 9999-EXIT
003099     END-IF.
003100 2250-EXIT.
003101     EXIT.
003102
003103******************************************************************
003104* Journal one holiday taken as a CALND event with its operator.
003105* Run from the mainline only after the year has been written to
003106* CALFILE, so an abort in the build leaves no record claiming a
003107* holiday went live.
003108******************************************************************
003109 2260-JOURNAL-HOLIDAY.
003110     MOVE 'MNT BY ' TO K010-AUD-PROGRAM-ID.
003111     MOVE K010C-TB-HOL-OPERATOR (K010C-SUB-HOLIDAY) TO
003112         K010-AUD-PROGRAM-ID (8:8).
003113     MOVE K010C-TB-HOL-DATE (K010C-SUB-HOLIDAY) TO
003114         K010-AUD-JOB-NAME.
003115     MOVE 'CALND' TO K010-AUD-EVENT-TYPE.
003116     MOVE 'HOLDY' TO K010-AUD-FUNCTION.
003117     PERFORM 2250-WRITE-AUDIT-RECORD THRU 2250-EXIT.
003118 2260-EXIT.
003120     EXIT.
003130
003140******************************************************************
006060* Build totals on the proof sheet so the signer can reconcile
006070* the year - days written, how they split between processing
006080* days, weekends and holidays, the month-ends, and the holiday
006090* deck's card counts, operator refusals among the rejects.
006100******************************************************************
006110 9000-PRINT-CONTROL-TOTALS.
006120     MOVE K010C-CT-DAYS-WRITTEN  TO K010C-WS-NUM-A.
006290     MOVE K010C-CT-MONTH-ENDS      TO K010C-WS-NUM-A.
006300     MOVE K010C-CT-CARDS-READ      TO K010C-WS-NUM-B.
006310     MOVE K010C-CT-CARDS-REJECTED  TO K010C-WS-NUM-C.
006315     MOVE K010C-CT-CARDS-REFUSED   TO K010C-WS-NUM-D.
006320     MOVE SPACES TO K010-RPT-LINE.
006330     STRING 'MONTH-ENDS ' DELIMITED BY SIZE
006340            K010C-WS-NUM-A DELIMITED BY SIZE
006360            K010C-WS-NUM-B DELIMITED BY SIZE
006370            ' REJECTED ' DELIMITED BY SIZE
006380            K010C-WS-NUM-C DELIMITED BY SIZE
006383            ' REFUSED ' DELIMITED BY SIZE
006386            K010C-WS-NUM-D DELIMITED BY SIZE
006390         INTO K010-RPT-LINE
006400     END-STRING.
006410     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
