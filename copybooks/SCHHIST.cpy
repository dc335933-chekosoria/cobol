000100******************************************************************
000110* Copybook: SCHHIST
000120* Author: Sergio Soria
000130* Creation Date: 20261015
000140* Purpose: Schedule change history record - one record per change
000150*          the schedule master maintenance step K005M00 applies
000160*          to SCHMST, appended to the permanent SCHHIST history
000170*          file: when, which function, the job and cycle id on
000180*          the card, the operator who keyed it, and the job's
000190*          six cycle slots before and after the change.  A job
000200*          added carries blank before slots; a job deleted
000210*          carries blank after slots.  A card that sets or drops
000212*          a cycle's run-frequency rule (ADD-JOB, ADD-CYCLE,
000214*          SET-RULE, DROP-CYCLE) also carries the slot number and
000216*          the 24-byte rule in that slot before and after - blank
000218*          before on an add, blank after on a drop, zero slot on
000219*          the other functions.
000220* Modification History:
000230*   20261015 SS  Initial version.
000235*   20261015 SS  Rule slot and rule before/after; record
000236*                widened from 100 to 150 bytes.
000240******************************************************************
000250 01  K005-SCHEDULE-HISTORY-RECORD.
000260     05  K005-HST-TIMESTAMP          PIC X(16).
000270     05  K005-HST-FUNCTION           PIC X(10).
000280     05  K005-HST-JOB-NAME           PIC X(08).
000290     05  K005-HST-CYCLE-ID           PIC X(04).
000300     05  K005-HST-OPERATOR           PIC X(08).
000310     05  K005-HST-BEFORE-CYCLES.
000320         10  K005-HST-BEFORE-CYCLE   OCCURS 6 TIMES
000330                                     PIC X(04).
000340     05  K005-HST-AFTER-CYCLES.
000350         10  K005-HST-AFTER-CYCLE    OCCURS 6 TIMES
000360                                     PIC X(04).
000370     05  FILLER                      PIC X(06).
000380     05  K005-HST-RULE-SLOT          PIC 9(01).
000390     05  K005-HST-BEFORE-RULE        PIC X(24).
000400     05  K005-HST-AFTER-RULE         PIC X(24).
000410     05  FILLER                      PIC X(01).
