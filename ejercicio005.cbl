000200*          text running past the 40-byte banner field, unknown
000210*          functions - are rejected with a reason, and every
000220*          card prints on a before/after maintenance report.
000230* Modification Date: 20261015
000240* Modification History:
000250*   20240226 SS  Initial version.
000260*   20240422 SS  File status checked after the ADD WRITE, the
000340*                47, which INVALID KEY does not catch, and the
000350*                step used to abort with a misleading REWRITE
000360*                failure instead of a KEY NOT ON FILE reject.
000361*   20261015 SS  Operator id on the card (cols 73-80, out of the
000362*                overflow columns) checked against the OPRFILE
000363*                authorization master through K010AUTH - an
000364*                operator unknown, expired or without the banner
000365*                right has the card refused, alerted and
000366*                journalled on AUDITLOG as a DENY event, and the
000367*                step ends RC=8.  Every applied card is
000368*                journalled as a BANNR event with its operator,
000369*                function coded BNADD / BNCHG / BNDEL.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. K010M00.
000600         RECORD KEY IS K010-MSG-JOB-NAME
000610         FILE STATUS IS K010M-FS-MSGFILE.
000620
000622     SELECT AUDITLOG ASSIGN TO AUDITLOG
000624         ORGANIZATION IS SEQUENTIAL
000626         FILE STATUS IS K010M-FS-AUDITLOG.
000628
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  TRANFILE
000730     05  K010M-TR-JOB-NAME           PIC X(08).
000740     05  FILLER                      PIC X(02).
000750     05  K010M-TR-TEXT               PIC X(40).
000760     05  K010M-TR-OVERFLOW           PIC X(14).
000765     05  K010M-TR-OPERATOR           PIC X(08).
000770
000780 FD  MSGFILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY MSGREC.
000810
000812 FD  AUDITLOG
000814     LABEL RECORDS ARE STANDARD.
000816     COPY AUDREC.
000818
000820 WORKING-STORAGE SECTION.
000822     COPY ALERTCM.
000824     COPY OPRCM.
000826
000830 77  K010M-FS-TRANFILE               PIC X(02).
000840 77  K010M-FS-MSGFILE                PIC X(02).
000845 77  K010M-FS-AUDITLOG               PIC X(02).
000850
000860 77  K010M-SW-NEVER-LOADED           PIC X(01) VALUE 'N'.
000870     88  K010M-SW-FILE-NEVER-LOADED  VALUE 'Y'.
000910     88  K010M-SW-ASCII-MODE-ON      VALUE 'Y'.
000920
000930 77  K010M-WS-CURRENT-DATE           PIC 9(08).
000935 77  K010M-WS-CURRENT-TIME           PIC 9(08).
000940 77  K010M-WS-CODEPAGE-FLAG          PIC X(05).
000950 77  K010M-WS-OPEN-BRACKET           PIC X(01).
000960 77  K010M-WS-CLOSE-BRACKET          PIC X(01).
001000 77  K010M-CT-CARDS-READ             PIC 9(05) COMP VALUE ZERO.
001010 77  K010M-CT-CARDS-APPLIED          PIC 9(05) COMP VALUE ZERO.
001020 77  K010M-CT-CARDS-REJECTED         PIC 9(05) COMP VALUE ZERO.
001025 77  K010M-CT-CARDS-REFUSED          PIC 9(05) COMP VALUE ZERO.
001030 77  K010M-CT-ADDS-APPLIED           PIC 9(05) COMP VALUE ZERO.
001040 77  K010M-CT-CHANGES-APPLIED        PIC 9(05) COMP VALUE ZERO.
001050 77  K010M-CT-DELETES-APPLIED        PIC 9(05) COMP VALUE ZERO.
001140         K010M-WS-CLOSE-BRACKET.
001150     PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
001160         UNTIL K010M-SW-TRANFILE-AT-END.
001170     CLOSE TRANFILE MSGFILE AUDITLOG.
001180     PERFORM 9000-DISPLAY-CONTROL-TOTALS THRU 9000-EXIT.
001184     IF K010M-CT-CARDS-REFUSED > ZERO
001188         MOVE 8 TO RETURN-CODE
001192     ELSE
001196         IF K010M-CT-CARDS-REJECTED > ZERO
001200             MOVE 4 TO RETURN-CODE
001204         END-IF
001210     END-IF.
001220     GO TO 9999-EXIT.
001230
001500* has never been loaded opens I-O with status 35 and is loaded
001510* through OPEN OUTPUT instead, the same convention the kickoff
001520* uses for a brand new checkpoint cluster.
001523* The audit trail is opened EXTEND for the run so every card
001526* applied or refused lands on it with its operator.
001530******************************************************************
001540 2000-OPEN-FILES.
001550     OPEN INPUT TRANFILE.
001750         MOVE 16 TO RETURN-CODE
001760         GO TO 9999-EXIT
001770     END-IF.
001771     OPEN EXTEND AUDITLOG.
001772     IF K010M-FS-AUDITLOG NOT = '00'
001773         DISPLAY K010M-WS-OPEN-BRACKET
001774             'AUDITLOG OPEN FAILED - STATUS ' K010M-FS-AUDITLOG
001775             K010M-WS-CLOSE-BRACKET
001776         MOVE 16 TO RETURN-CODE
001777         GO TO 9999-EXIT
001778     END-IF.
001780 2000-EXIT.
001790     EXIT.
001800
001830* edits that hold for every function - a job name that is not
001840* blank and banner text that stops by column 58 - are rejected
001850* here before any file update is attempted.
001853* The card's operator must then hold the banner right on the
001856* authorization master - see 3100.
001860******************************************************************
001870 3000-APPLY-TRANSACTION.
001880     READ TRANFILE
002020         PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
002030         GO TO 3000-EXIT
002040     END-IF.
002042     PERFORM 3100-CHECK-OPERATOR THRU 3100-EXIT.
002044     IF NOT K010-AUT-AUTHORIZED
002046         GO TO 3000-EXIT
002048     END-IF.
002050     IF K010M-TR-ADD
002060         PERFORM 3200-APPLY-ADD THRU 3200-EXIT
002070     ELSE
002150                     K010M-WS-REJECT-REASON
002160                 PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
002170             END-IF
002171         END-IF
002172     END-IF.
002173 3000-EXIT.
002174     EXIT.
002175
002176******************************************************************
002177* Check the card's operator for the banner right through
002178* K010AUTH, judged on today's date.  A refused card is shown with
002179* the other rejects and counted apart, alerted with the reason
002180* code K010AUTH hands back, and journalled on AUDITLOG as the
002181* DENY event it chose so the access review sees the attempt.
002182******************************************************************
002183 3100-CHECK-OPERATOR.
002184     MOVE K010M-TR-OPERATOR TO K010-AUT-OPERATOR-ID.
002185     SET K010-AUT-FUNC-BANNER TO TRUE.
002186     MOVE K010M-WS-CURRENT-DATE TO K010-AUT-AS-OF-DATE.
002187     CALL 'K010AUTH' USING K010-AUTH-AREA.
002188     IF K010-AUT-AUTHORIZED
002189         GO TO 3100-EXIT
002190     END-IF.
002191     ADD 1 TO K010M-CT-CARDS-REFUSED.
002192     MOVE 'OPERATOR NOT AUTHORIZED' TO K010M-WS-REJECT-REASON.
002193     PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT.
002194     MOVE K010-AUT-REASON-CODE TO K010-ALT-REASON-CODE.
002195     MOVE SPACES TO K010-ALT-FILE-STATUS.
002196     MOVE K010M-TR-JOB-NAME TO K010-ALT-JOB-NAME.
002197     MOVE 'K010M00' TO K010-ALT-PROGRAM-ID.
002198     CALL 'K010ALRT' USING K010-ALERT-AREA.
002199     MOVE 'DNY BY ' TO K010-AUD-PROGRAM-ID.
002200     MOVE K010-AUT-DENY-EVENT TO K010-AUD-EVENT-TYPE.
002201     PERFORM 7400-SET-AUDIT-FUNCTION THRU 7400-EXIT.
002202     PERFORM 7500-WRITE-AUDIT-RECORD THRU 7500-EXIT.
002203 3100-EXIT.
002210     EXIT.
002220
002230******************************************************************
003360******************************************************************
003370* One report line per applied card - function, job name, the
003380* banner text before the card and the banner text after it.
003385* The card is journalled on AUDITLOG with its operator.
003390******************************************************************
003400 7000-PRINT-APPLIED-LINE.
003410     ADD 1 TO K010M-CT-CARDS-APPLIED.
003480     DISPLAY K010M-WS-OPEN-BRACKET
003490         '  AFTER:  ' K010M-TR-TEXT
003500         K010M-WS-CLOSE-BRACKET.
003501     MOVE 'MNT BY ' TO K010-AUD-PROGRAM-ID.
003502     MOVE 'BANNR' TO K010-AUD-EVENT-TYPE.
003503     PERFORM 7400-SET-AUDIT-FUNCTION THRU 7400-EXIT.
003504     PERFORM 7500-WRITE-AUDIT-RECORD THRU 7500-EXIT.
003510 7000-EXIT.
003520     EXIT.
003530
003531******************************************************************
003532* The card function in the five-byte code AUDITLOG carries - the
003533* same code on an applied card and a refused one, BNXXX when the
003534* card names no function this program knows.
003535******************************************************************
003536 7400-SET-AUDIT-FUNCTION.
003537     MOVE 'BNXXX' TO K010-AUD-FUNCTION.
003538     IF K010M-TR-ADD
003539         MOVE 'BNADD' TO K010-AUD-FUNCTION
003540     END-IF.
003541     IF K010M-TR-CHANGE
003542         MOVE 'BNCHG' TO K010-AUD-FUNCTION
003543     END-IF.
003544     IF K010M-TR-DELETE
003545         MOVE 'BNDEL' TO K010-AUD-FUNCTION
003546     END-IF.
003547 7400-EXIT.
003548     EXIT.
003549
003550******************************************************************
003551* Journal one card on AUDITLOG - the caller stages the event
003552* type, the function and the MNT BY / DNY BY tag, and the card's
003553* operator rides the program-id field after the tag, the way the
003554* kickoff journals its overrides.  A write failure aborts RC=16:
003555* an authority change that cannot be journalled must not go on.
003556******************************************************************
003557 7500-WRITE-AUDIT-RECORD.
003558     ACCEPT K010M-WS-CURRENT-TIME FROM TIME.
003559     MOVE K010M-TR-JOB-NAME TO K010-AUD-JOB-NAME.
003560     MOVE K010M-TR-OPERATOR TO K010-AUD-PROGRAM-ID (8:8).
003561     STRING K010M-WS-CURRENT-DATE DELIMITED BY SIZE
003562            K010M-WS-CURRENT-TIME DELIMITED BY SIZE
003563         INTO K010-AUD-TIMESTAMP
003564     END-STRING.
003565     MOVE SPACES TO K010-AUD-CYCLE-ID.
003566     MOVE SPACES TO K010-AUD-ENVIRONMENT.
003567     WRITE K010-AUDIT-RECORD.
003568     IF K010M-FS-AUDITLOG NOT = '00'
003569         DISPLAY K010M-WS-OPEN-BRACKET
003570             'AUDITLOG WRITE FAILED - STATUS ' K010M-FS-AUDITLOG
003571             K010M-WS-CLOSE-BRACKET
003572         MOVE 16 TO RETURN-CODE
003573         GO TO 9999-EXIT
003574     END-IF.
003575 7500-EXIT.
003576     EXIT.
003577
003578******************************************************************
003579* One report line per rejected card - the card as it came in
003580* and the reason it was not applied.  The step ends RC=4 when
003581* any card lands here, RC=8 when an operator was refused, so
003582* the submitter looks at the report.
003583******************************************************************
003590 8000-REJECT-TRANSACTION.
003600     ADD 1 TO K010M-CT-CARDS-REJECTED.
003610     DISPLAY K010M-WS-OPEN-BRACKET
003750         ' APPLIED: ' K010M-CT-CARDS-APPLIED
003760         ' REJECTED: ' K010M-CT-CARDS-REJECTED
003770         K010M-WS-CLOSE-BRACKET.
003772     DISPLAY K010M-WS-OPEN-BRACKET 'OPERATOR REFUSED: '
003774         K010M-CT-CARDS-REFUSED
003776         K010M-WS-CLOSE-BRACKET.
003780     DISPLAY K010M-WS-OPEN-BRACKET 'ADDS: '
003790         K010M-CT-ADDS-APPLIED
003800         ' CHANGES: ' K010M-CT-CHANGES-APPLIED
