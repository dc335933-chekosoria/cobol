000100******************************************************************
000110* Copybook: ROUTREC
000120* Author: Sergio Soria
000130* Creation Date: 20261015
000140* Purpose: Alert routing master card (ROUTEFIL, K010RTE member),
000150*          maintained by the console automation team - one card
000160*          per reason code: cols 01-08 reason code, 11-17
000170*          destination, 20 severity (1 highest to 4), then the
000180*          escalation chain - 23-29 first escalation destination
000190*          and 32-38 second.  K010ALRT routes a raised alert to
000200*          the destination; the escalation step K010K00 re-raises
000210*          an alert left unacknowledged past its severity's time
000220*          limit to the next destination of the chain.  A card
000230*          with blank escalation columns does not escalate.
000240* Modification History:
000250*   20261015 SS  Initial version - escalation chain carved out of
000260*                the filler of the K010ALRT routing card.  Card
000270*                length unchanged.
000280******************************************************************
000290 01  K010-ROUTING-CARD.
000300     05  K010-RTE-REASON-CODE        PIC X(08).
000310     05  FILLER                      PIC X(02).
000320     05  K010-RTE-DESTINATION        PIC X(07).
000330     05  FILLER                      PIC X(02).
000340     05  K010-RTE-SEVERITY           PIC X(01).
000350     05  FILLER                      PIC X(02).
000360     05  K010-RTE-ESCALATE-1         PIC X(07).
000370     05  FILLER                      PIC X(02).
000380     05  K010-RTE-ESCALATE-2         PIC X(07).
000390     05  FILLER                      PIC X(42).
