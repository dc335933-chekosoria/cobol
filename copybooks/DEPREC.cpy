000100******************************************************************
000110* Copybook: DEPREC
000120* Author: Sergio Soria
000130* Creation Date: 20261015
000140* Purpose: Dependency master card - one card per predecessor
000150*          a schedule must wait for: the successor job name and
000160*          cycle id, then the predecessor job name and cycle id
000170*          whose cycle status record must be CLOSED on CYCSTAT
000180*          for the same run date before the successor may kick
000190*          off or pass a step entry check.  A schedule with
000200*          several predecessors carries one card per
000210*          predecessor; a schedule with none carries no card.
000220*          Card layout: cols 01-08 job, 11-14 cycle, 17-24
000230*          predecessor job, 27-30 predecessor cycle.  Read by
000240*          the kickoff, the step-progress routine K010STEP and
000250*          the dependency tree report K010D00.
000260* Modification History:
000270*   20261015 SS  Initial version.
000280******************************************************************
000290 01  K010-DEPENDENCY-RECORD.
000300     05  K010-DEP-JOB-NAME           PIC X(08).
000310     05  FILLER                      PIC X(02).
000320     05  K010-DEP-CYCLE-ID           PIC X(04).
000330     05  FILLER                      PIC X(02).
000340     05  K010-DEP-PRED-JOB-NAME      PIC X(08).
000350     05  FILLER                      PIC X(02).
000360     05  K010-DEP-PRED-CYCLE-ID      PIC X(04).
000370     05  FILLER                      PIC X(50).
