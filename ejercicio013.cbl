000260*          to run.  Like K010ALRT, the routine reports trouble
000270*          in its return code instead of abending - it must
000280*          never turn one failing step into two.
000290* Modification Date: 20261015
000300* Modification History:
000301*   20240513 SS  Initial version.
000302*   20261015 SS  Entry check against the DEPFILE dependency
000303*                master - a step checking in while a
000304*                predecessor job/cycle is not yet CLOSED for
000305*                the run date parks the cycle WAITNG and
000306*                answers 04; the first entry after the
000307*                predecessors close turns it ACTIVE again.
000308*   20261015 SS  Every entry and exit also filed, with its
000309*                timestamp and the return code answered, on
000310*                the STPHIST step history KSDS for the step
000311*                breakdown report K010B00.  A history that
000312*                cannot be written is displayed, never
000313*                answered - it must not stop the step.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. K010STEP.
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS K010-CST-KEY
000470         FILE STATUS IS K010SP-FS-CYCSTAT.
000471
000472     SELECT DEPFILE  ASSIGN TO DEPFILE
000473         ORGANIZATION IS SEQUENTIAL
000474         FILE STATUS IS K010SP-FS-DEPFILE.
000475
000476     SELECT STPHIST  ASSIGN TO STPHIST
000477         ORGANIZATION IS INDEXED
000478         ACCESS MODE IS DYNAMIC
000479         RECORD KEY IS K010-SH-KEY
000480         FILE STATUS IS K010SP-FS-STPHIST.
000481
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  CYCSTAT
000520     LABEL RECORDS ARE STANDARD.
000530     COPY CYCSTAT.
000540
000541 FD  DEPFILE
000542     LABEL RECORDS ARE STANDARD.
000543     COPY DEPREC.
000544
000545 FD  STPHIST
000546     LABEL RECORDS ARE STANDARD.
000547     COPY STPHIST.
000548
000550 WORKING-STORAGE SECTION.
000551 77  K010SP-FS-CYCSTAT               PIC X(02).
000552 77  K010SP-FS-DEPFILE               PIC X(02).
000553 77  K010SP-FS-STPHIST               PIC X(02).
000554 77  K010SP-SW-DEPFILE-EOF           PIC X(01) VALUE 'N'.
000555     88  K010SP-SW-DEPFILE-AT-END    VALUE 'Y'.
000556 77  K010SP-SW-PRED-WAIT             PIC X(01) VALUE 'N'.
000557     88  K010SP-SW-PRED-NOT-DONE     VALUE 'Y'.
000558 77  K010SP-WS-PRED-STATUS           PIC X(06).
000559 77  K010SP-WS-ENVIRONMENT           PIC X(04).
000560 77  K010SP-WS-CALL-DATE             PIC 9(08).
000561 77  K010SP-WS-CALL-TIME             PIC 9(08).
000570
000580 LINKAGE SECTION.
000590     COPY STEPCM.
000610 PROCEDURE DIVISION USING K010-STEP-AREA.
000620 MAIN-PROCEDURE.
000630     MOVE '00' TO K010-STP-RETURN-CODE.
000635     MOVE SPACES TO K010SP-WS-ENVIRONMENT.
000640     IF NOT K010-STP-FUNC-ENTRY AND NOT K010-STP-FUNC-EXIT
000650         MOVE '16' TO K010-STP-RETURN-CODE
000660         DISPLAY 'K010STEP - FUNCTION NOT E/X FROM '
000690     END-IF.
000700     PERFORM 2000-OPEN-STATUS-FILE THRU 2000-EXIT.
000710     IF K010-STP-RETURN-CODE NOT = '00'
000715         PERFORM 5000-WRITE-STEP-HISTORY THRU 5000-EXIT
000720         GO TO 9999-EXIT
000730     END-IF.
000740     PERFORM 3000-POST-STEP THRU 3000-EXIT.
000750     CLOSE CYCSTAT.
000755     PERFORM 5000-WRITE-STEP-HISTORY THRU 5000-EXIT.
000760     GO TO 9999-EXIT.
000770
000780******************************************************************
001050* record, or a record no longer ACTIVE, answers 08 - the cycle
001060* was never kicked off tonight (or was already closed) and a
001070* step checking in at entry has no business running.
001071* At entry the predecessors are judged first.  A cycle this
001072* routine parked WAITNG (start stamp present - the kickoff
001073* ran it) may check in again; one the kickoff itself parked
001074* has no START on the audit trail and stays refused with 08.
001075* Unmet predecessors park the cycle WAITNG with the step that
001076* asked and answer 04; met ones put a parked cycle back to
001077* ACTIVE before the step is posted.
001080******************************************************************
001090 3000-POST-STEP.
001091     MOVE 'N' TO K010SP-SW-PRED-WAIT.
001092     IF K010-STP-FUNC-ENTRY
001093         PERFORM 4000-CHECK-PREDECESSORS THRU 4000-EXIT
001094         IF K010-STP-RETURN-CODE NOT = '00'
001095             GO TO 3000-EXIT
001096         END-IF
001097     END-IF.
001100     MOVE K010-STP-RUN-DATE  TO K010-CST-RUN-DATE.
001110     MOVE K010-STP-JOB-NAME  TO K010-CST-JOB-NAME.
001120     MOVE K010-STP-CYCLE-ID  TO K010-CST-CYCLE-ID.
001250             K010-STP-STEP-NAME
001260         GO TO 3000-EXIT
001270     END-IF.
001271     IF K010-STP-FUNC-ENTRY AND K010-CST-WAITING
001272         AND K010-CST-START-STAMP NOT = SPACES
001273         MOVE 'ACTIVE' TO K010-CST-STATUS
001274     END-IF.
001275     MOVE K010-CST-ENVIRONMENT TO K010SP-WS-ENVIRONMENT.
001280     IF NOT K010-CST-ACTIVE
001290         MOVE '08' TO K010-STP-RETURN-CODE
001300         DISPLAY 'K010STEP - ' K010-STP-JOB-NAME ' '
001310             K010-STP-CYCLE-ID ' NOT ACTIVE - STATUS IS '
001320             K010-CST-STATUS
001330         GO TO 3000-EXIT
001331     END-IF.
001332     IF K010SP-SW-PRED-NOT-DONE
001333         MOVE 'WAITNG' TO K010-CST-STATUS
001334         MOVE '04' TO K010-STP-RETURN-CODE
001335         DISPLAY 'K010STEP - ' K010-STP-JOB-NAME ' '
001336             K010-STP-CYCLE-ID ' ' K010-STP-STEP-NAME
001337             ' WAITING ON PREDECESSORS'
001340     END-IF.
001350     MOVE K010-STP-STEP-NAME TO K010-CST-CURRENT-STEP.
001360     REWRITE K010-CYCLE-STATUS-RECORD
001460 3000-EXIT.
001470     EXIT.
001480
001490******************************************************************
001500* Scan the dependency master for the caller's job and cycle and
001510* read each predecessor's status record for the same run date.
001520* Anything short of CLOSED - not kicked off, still ACTIVE,
001530* ABANDN - leaves the caller waiting.  A master that is not
001540* there (status 35) names no predecessors; any other DEPFILE
001550* or CYCSTAT failure answers 16 rather than guessing.  The
001560* switches are reset on every call - working storage outlives
001570* the call in a statically linked step.
001580******************************************************************
001590 4000-CHECK-PREDECESSORS.
001600     MOVE 'N' TO K010SP-SW-DEPFILE-EOF.
001610     OPEN INPUT DEPFILE.
001620     IF K010SP-FS-DEPFILE = '35'
001630         GO TO 4000-EXIT
001640     END-IF.
001650     IF K010SP-FS-DEPFILE NOT = '00'
001660         MOVE '16' TO K010-STP-RETURN-CODE
001670         DISPLAY 'K010STEP - DEPFILE OPEN FAILED - STATUS '
001680             K010SP-FS-DEPFILE ' - ENTRY REFUSED: '
001690             K010-STP-STEP-NAME
001700         GO TO 4000-EXIT
001710     END-IF.
001720     PERFORM 4100-CHECK-ONE-DEPENDENCY THRU 4100-EXIT
001730         UNTIL K010SP-SW-DEPFILE-AT-END
001740         OR K010-STP-RETURN-CODE NOT = '00'.
001750     CLOSE DEPFILE.
001760 4000-EXIT.
001770     EXIT.
001780
001790 4100-CHECK-ONE-DEPENDENCY.
001800     READ DEPFILE
001810         AT END
001820             SET K010SP-SW-DEPFILE-AT-END TO TRUE
001830             GO TO 4100-EXIT
001840     END-READ.
001850     IF K010-DEP-JOB-NAME NOT = K010-STP-JOB-NAME
001860         OR K010-DEP-CYCLE-ID NOT = K010-STP-CYCLE-ID
001870         OR K010-DEP-PRED-JOB-NAME = SPACES
001880         GO TO 4100-EXIT
001890     END-IF.
001900     MOVE 'NONE' TO K010SP-WS-PRED-STATUS.
001910     MOVE K010-STP-RUN-DATE      TO K010-CST-RUN-DATE.
001920     MOVE K010-DEP-PRED-JOB-NAME TO K010-CST-JOB-NAME.
001930     MOVE K010-DEP-PRED-CYCLE-ID TO K010-CST-CYCLE-ID.
001940     READ CYCSTAT
001950         INVALID KEY
001960             CONTINUE
001970         NOT INVALID KEY
001980             MOVE K010-CST-STATUS TO K010SP-WS-PRED-STATUS
001990     END-READ.
002000     IF K010SP-FS-CYCSTAT NOT = '00'
002010         AND K010SP-FS-CYCSTAT NOT = '23'
002020         MOVE '16' TO K010-STP-RETURN-CODE
002030         DISPLAY 'K010STEP - CYCSTAT READ FAILED - STATUS '
002040             K010SP-FS-CYCSTAT ' - ENTRY REFUSED: '
002050             K010-STP-STEP-NAME
002060         GO TO 4100-EXIT
002070     END-IF.
002080     IF K010SP-WS-PRED-STATUS NOT = 'CLOSED'
002090         SET K010SP-SW-PRED-NOT-DONE TO TRUE
002100         DISPLAY 'K010STEP - ' K010-STP-JOB-NAME ' '
002110             K010-STP-CYCLE-ID ' WAITING ON '
002120             K010-DEP-PRED-JOB-NAME ' ' K010-DEP-PRED-CYCLE-ID
002130             ' - STATUS ' K010SP-WS-PRED-STATUS
002140     END-IF.
002150 4100-EXIT.
002160     EXIT.
002170
002180******************************************************************
002190* File the call on the step history - run date, job, cycle and
002200* step off the caller's area, the time of the call, and the
002210* return code this routine is about to answer.  A history
002220* cluster never loaded (status 35) is created on the first
002230* call.  Any failure here is displayed and otherwise ignored:
002240* a lost history record must never turn a good step bad.
002250******************************************************************
002260 5000-WRITE-STEP-HISTORY.
002270     OPEN I-O STPHIST.
002280     IF K010SP-FS-STPHIST = '35'
002290         OPEN OUTPUT STPHIST
002300     END-IF.
002310     IF K010SP-FS-STPHIST NOT = '00'
002320         DISPLAY 'K010STEP - STPHIST OPEN FAILED - STATUS '
002330             K010SP-FS-STPHIST ' - STEP HISTORY LOST: '
002340             K010-STP-STEP-NAME
002350         GO TO 5000-EXIT
002360     END-IF.
002370     ACCEPT K010SP-WS-CALL-DATE FROM DATE YYYYMMDD.
002380     ACCEPT K010SP-WS-CALL-TIME FROM TIME.
002390     MOVE SPACES TO K010-STEP-HISTORY-RECORD.
002400     MOVE K010-STP-RUN-DATE  TO K010-SH-RUN-DATE.
002410     MOVE K010-STP-JOB-NAME  TO K010-SH-JOB-NAME.
002420     MOVE K010-STP-CYCLE-ID  TO K010-SH-CYCLE-ID.
002430     MOVE K010-STP-STEP-NAME TO K010-SH-STEP-NAME.
002440     STRING K010SP-WS-CALL-DATE DELIMITED BY SIZE
002450            K010SP-WS-CALL-TIME DELIMITED BY SIZE
002460         INTO K010-SH-TIMESTAMP
002470     END-STRING.
002480     MOVE K010-STP-FUNCTION    TO K010-SH-FUNCTION.
002490     MOVE K010-STP-RETURN-CODE TO K010-SH-RETURN-CODE.
002500     MOVE K010SP-WS-ENVIRONMENT TO K010-SH-ENVIRONMENT.
002510     WRITE K010-STEP-HISTORY-RECORD
002520         INVALID KEY
002530             CONTINUE
002540     END-WRITE.
002550     IF K010SP-FS-STPHIST NOT = '00'
002560         DISPLAY 'K010STEP - STPHIST WRITE FAILED - STATUS '
002570             K010SP-FS-STPHIST ' - STEP HISTORY LOST: '
002580             K010-STP-STEP-NAME
002590     END-IF.
002600     CLOSE STPHIST.
002610 5000-EXIT.
002620     EXIT.
002630
002640 9999-EXIT.
002650     GOBACK.
002660 END PROGRAM K010STEP.
