000100******************************************************************
000110* Author: Sergio Soria
000120* Creation Date: 20261015
000130* Purpose: Ejercicio 28 - operator authorization routine
000140*          K010AUTH, the OPRFILE sibling of the alert routine
000150*          K010ALRT and the step-progress routine K010STEP.
000160*          Every card-driven input names the operator who keyed
000170*          it, but until now any id at all was taken at its word:
000180*          a HOLD, SKIP-ONCE or FORCE override, a banner change
000190*          or a holiday card went in no matter who signed it.
000200*          The kickoff, the banner maintenance K010M00 and the
000210*          calendar build K010C00 now call here once per card
000220*          with an OPRCM area - operator id, function and the
000230*          date to judge against - and the routine looks the
000240*          operator up on the OPRFILE authorization master.  It
000250*          answers 00 when the operator is on the master, the
000260*          authority has not expired and the function flag is Y;
000270*          21 unknown, 22 expired, 23 not authorized, and 16 when
000280*          the master cannot be opened or read, with the alert
000290*          reason code and the AUDITLOG event type to use for
000300*          the refused card.  Like K010STEP, trouble is reported
000310*          in the return code - a master that cannot be read
000320*          refuses every card rather than letting one through.
000330* Modification Date: 20261015
000340* Modification History:
000350*   20261015 SS  Initial version.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. K010AUTH.
000390 AUTHOR. BATCH SUPPORT TEAM.
000400 INSTALLATION. DATA CENTER.
000410 DATE-WRITTEN. 20261015.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT OPRFILE  ASSIGN TO OPRFILE
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS K010AU-FS-OPRFILE.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  OPRFILE
000540     LABEL RECORDS ARE STANDARD.
000550     COPY OPRREC.
000560
000570 WORKING-STORAGE SECTION.
000580     COPY ALERTCD.
000590
000600 77  K010AU-FS-OPRFILE               PIC X(02).
000610 77  K010AU-SW-OPRFILE-EOF           PIC X(01) VALUE 'N'.
000620     88  K010AU-SW-OPRFILE-AT-END    VALUE 'Y'.
000630 77  K010AU-SW-OPERATOR              PIC X(01) VALUE 'N'.
000640     88  K010AU-SW-OPERATOR-FOUND    VALUE 'Y'.
000650
000660 LINKAGE SECTION.
000670     COPY OPRCM.
000680
000690 PROCEDURE DIVISION USING K010-AUTH-AREA.
000700 MAIN-PROCEDURE.
000710     MOVE '00'   TO K010-AUT-RETURN-CODE.
000720     MOVE SPACES TO K010-AUT-REASON-CODE.
000730     MOVE SPACES TO K010-AUT-DENY-EVENT.
000740     IF K010-AUT-OPERATOR-ID = SPACES
000750         MOVE '21' TO K010-AUT-RETURN-CODE
000760         DISPLAY 'K010AUTH - NO OPERATOR ID ON THE CARD'
000770         GO TO 9999-EXIT
000780     END-IF.
000790     IF NOT K010-AUT-FUNC-HOLD
000800         AND NOT K010-AUT-FUNC-SKIP
000810         AND NOT K010-AUT-FUNC-FORCE
000820         AND NOT K010-AUT-FUNC-BANNER
000830         AND NOT K010-AUT-FUNC-CALENDAR
000840         MOVE '23' TO K010-AUT-RETURN-CODE
000850         DISPLAY 'K010AUTH - FUNCTION NOT H/S/F/B/C FOR '
000860             K010-AUT-OPERATOR-ID
000870         GO TO 9999-EXIT
000880     END-IF.
000890     PERFORM 2000-FIND-OPERATOR THRU 2000-EXIT.
000900     IF K010-AUT-RETURN-CODE NOT = '00'
000910         GO TO 9999-EXIT
000920     END-IF.
000930     IF NOT K010AU-SW-OPERATOR-FOUND
000940         MOVE '21' TO K010-AUT-RETURN-CODE
000950         DISPLAY 'K010AUTH - ' K010-AUT-OPERATOR-ID
000960             ' NOT ON THE AUTHORIZATION MASTER'
000970         GO TO 9999-EXIT
000980     END-IF.
000990     PERFORM 3000-JUDGE-AUTHORITY THRU 3000-EXIT.
001000     GO TO 9999-EXIT.
001010
001020******************************************************************
001030* Scan the authorization master for the caller's operator id and
001040* stop at the first card that carries it - the record area then
001050* holds that operator's card for the judgement below.  A master
001060* that is not there (status 35) or will not open or read answers
001070* 16: an authority that cannot be looked up is no authority.
001080* The switches are reset on every call - working storage
001090* outlives the call in a statically linked step.
001100******************************************************************
001110 2000-FIND-OPERATOR.
001120     MOVE 'N' TO K010AU-SW-OPRFILE-EOF.
001130     MOVE 'N' TO K010AU-SW-OPERATOR.
001140     OPEN INPUT OPRFILE.
001150     IF K010AU-FS-OPRFILE NOT = '00'
001160         MOVE '16' TO K010-AUT-RETURN-CODE
001170         DISPLAY 'K010AUTH - OPRFILE OPEN FAILED - STATUS '
001180             K010AU-FS-OPRFILE ' - CARD REFUSED FOR '
001190             K010-AUT-OPERATOR-ID
001200         GO TO 2000-EXIT
001210     END-IF.
001220     PERFORM 2100-READ-OPERATOR-CARD THRU 2100-EXIT
001230         UNTIL K010AU-SW-OPRFILE-AT-END
001240         OR K010AU-SW-OPERATOR-FOUND
001250         OR K010-AUT-RETURN-CODE NOT = '00'.
001260     CLOSE OPRFILE.
001270 2000-EXIT.
001280     EXIT.
001290
001300 2100-READ-OPERATOR-CARD.
001310     READ OPRFILE
001320         AT END
001330             SET K010AU-SW-OPRFILE-AT-END TO TRUE
001340             GO TO 2100-EXIT
001350     END-READ.
001360     IF K010AU-FS-OPRFILE NOT = '00'
001370         MOVE '16' TO K010-AUT-RETURN-CODE
001380         DISPLAY 'K010AUTH - OPRFILE READ FAILED - STATUS '
001390             K010AU-FS-OPRFILE ' - CARD REFUSED FOR '
001400             K010-AUT-OPERATOR-ID
001410         GO TO 2100-EXIT
001420     END-IF.
001430     IF K010-OPR-OPERATOR-ID = K010-AUT-OPERATOR-ID
001440         SET K010AU-SW-OPERATOR-FOUND TO TRUE
001450     END-IF.
001460 2100-EXIT.
001470     EXIT.
001480
001490******************************************************************
001500* Judge the operator's card.  An expiry date that is not a date
001510* cannot vouch for anyone and counts as expired; the authority
001520* holds up to and including its expiry date.  The function asked
001530* for must then carry a Y flag on the card.
001540******************************************************************
001550 3000-JUDGE-AUTHORITY.
001560     IF K010-OPR-EXPIRY-DATE NOT NUMERIC
001570         MOVE '22' TO K010-AUT-RETURN-CODE
001580         DISPLAY 'K010AUTH - ' K010-AUT-OPERATOR-ID
001590             ' EXPIRY DATE NOT NUMERIC: ' K010-OPR-EXPIRY-DATE
001600         GO TO 3000-EXIT
001610     END-IF.
001620     IF K010-OPR-EXPIRY-DATE-NUM < K010-AUT-AS-OF-DATE
001630         MOVE '22' TO K010-AUT-RETURN-CODE
001640         DISPLAY 'K010AUTH - ' K010-AUT-OPERATOR-ID
001650             ' AUTHORITY EXPIRED ' K010-OPR-EXPIRY-DATE
001660         GO TO 3000-EXIT
001670     END-IF.
001680     IF (K010-AUT-FUNC-HOLD AND NOT K010-OPR-MAY-HOLD)
001690         OR (K010-AUT-FUNC-SKIP AND NOT K010-OPR-MAY-SKIP)
001700         OR (K010-AUT-FUNC-FORCE AND NOT K010-OPR-MAY-FORCE)
001710         OR (K010-AUT-FUNC-BANNER AND NOT K010-OPR-MAY-BANNER)
001720         OR (K010-AUT-FUNC-CALENDAR
001730             AND NOT K010-OPR-MAY-CALENDAR)
001740         MOVE '23' TO K010-AUT-RETURN-CODE
001750         DISPLAY 'K010AUTH - ' K010-AUT-OPERATOR-ID
001760             ' NOT AUTHORIZED FOR FUNCTION ' K010-AUT-FUNCTION
001770     END-IF.
001780 3000-EXIT.
001790     EXIT.
001800
001810******************************************************************
001820* Hand back the alert reason code and the audit event type that
001830* go with a refusal, so every caller raises and journals it the
001840* same way.
001850******************************************************************
001860 8000-SET-REFUSAL.
001870     IF K010-AUT-RETURN-CODE = '21'
001880         MOVE K010-ABND-OPER-UNKNOWN TO K010-AUT-REASON-CODE
001890         MOVE 'DENYU' TO K010-AUT-DENY-EVENT
001900     END-IF.
001910     IF K010-AUT-RETURN-CODE = '22'
001920         MOVE K010-ABND-OPER-EXPIRED TO K010-AUT-REASON-CODE
001930         MOVE 'DENYE' TO K010-AUT-DENY-EVENT
001940     END-IF.
001950     IF K010-AUT-RETURN-CODE = '23'
001960         MOVE K010-ABND-OPER-DENIED TO K010-AUT-REASON-CODE
001970         MOVE 'DENYA' TO K010-AUT-DENY-EVENT
001980     END-IF.
001990     IF K010-AUT-RETURN-CODE = '16'
002000         MOVE K010-ABND-OPER-MASTER TO K010-AUT-REASON-CODE
002010         MOVE 'DENYM' TO K010-AUT-DENY-EVENT
002020     END-IF.
002030 8000-EXIT.
002040     EXIT.
002050
002060 9999-EXIT.
002070     PERFORM 8000-SET-REFUSAL THRU 8000-EXIT.
002080     GOBACK.
002090 END PROGRAM K010AUTH.
