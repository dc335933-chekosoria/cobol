000100******************************************************************
000110* Copybook: STPHIST
000120* Author: Sergio Soria
000130* Creation Date: 20261015
000140* Purpose: Step history record - one record on the STPHIST KSDS
000150*          for every entry and every exit a chain step posts
000160*          through the step-progress routine K010STEP.  CYCSTAT
000170*          only keeps the latest CURRENT-STEP; this file keeps
000180*          them all, so the step breakdown report K010B00 can pair
000190*          each step's entry with its exit and say which step ate
000200*          the window.
000210*          Keyed on run date, job name, cycle id and step name,
000220*          then the timestamp of the call and the function (E or
000230*          X), so a rerun step files a second entry/exit pair
000240*          behind the first instead of overwriting it.  The
000250*          return code is the one K010STEP answered - an entry
000260*          refused with 04 or 08 never ran the step.  The
000270*          environment comes off the cycle's status record and is
000280*          spaces when the call was refused before it was read.
000290* Modification History:
000300*   20261015 SS  Initial version.
000310******************************************************************
000320 01  K010-STEP-HISTORY-RECORD.
000330     05  K010-SH-KEY.
000340         10  K010-SH-RUN-DATE        PIC 9(08).
000350         10  K010-SH-JOB-NAME        PIC X(08).
000360         10  K010-SH-CYCLE-ID        PIC X(04).
000370         10  K010-SH-STEP-NAME       PIC X(08).
000380         10  K010-SH-TIMESTAMP       PIC X(16).
000390         10  K010-SH-FUNCTION        PIC X(01).
000400             88  K010-SH-ENTRY       VALUE 'E'.
000410             88  K010-SH-EXIT        VALUE 'X'.
000420     05  K010-SH-RETURN-CODE         PIC X(02).
000430     05  K010-SH-ENVIRONMENT         PIC X(04).
000440     05  FILLER                      PIC X(29).
