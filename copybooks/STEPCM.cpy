000190*          CURRENT-STEP on CYCSTAT so the K010Q00 inquiry shows
000200*          where the batch really is.  Return codes:
000210*            00  step posted
000211*            04  entry only - a predecessor on the DEPFILE
000212*                dependency master is not yet CLOSED; the
000213*                cycle is parked WAITNG and the step MUST
000214*                not run until a later entry answers 00
000220*            08  cycle has no ACTIVE record - the chain is
000230*                running without its kickoff, and a step
000240*                checking in at entry MUST refuse to run
000270*          copied into the LINKAGE SECTION of K010STEP.
000280* Modification History:
000290*   20240513 SS  Initial version.
000291*   20261015 SS  Return code 04 for an entry held back by
000292*                an unmet predecessor.
000300******************************************************************
000310 01  K010-STEP-AREA.
000320     05  K010-STP-FUNCTION           PIC X(01).
