000100******************************************************************
000110* Copybook: FREQCM
000120* Author: Sergio Soria
000130* Creation Date: 20261015
000140* Purpose: Communication area for the run-frequency routine
000150*          K010FREQ.  The caller moves one job/cycle's frequency
000160*          rule off the schedule master (the 24 bytes of one
000170*          K005-MS-FREQ-RULE slot) into K010-FRQ-RULE, sets the
000180*          date to judge and the function, and CALLs K010FREQ:
000190*            C  is the rule due on the run date?
000200*            V  is the rule well formed? (no calendar read)
000210*            X  close the calendar - once, at the end of the step
000220*          Rule codes: D or blank daily, W the weekdays marked Y
000230*          in the day mask (Monday first), N the nth business day
000240*          of the month (nn in the first two mask columns), L the
000250*          last business day of the month, Q the last business
000260*          day of March, June, September and December.  Business
000270*          days are the CALFILE processing days.  A blank
000280*          effective date means always in force; a blank retire
000290*          date means never retired; the rule is no longer due
000300*          on or after its retire date.  Return codes:
000310*            00  due (V: well formed)
000320*            04  not due - the reason says why
000330*            08  rule not well formed
000340*            12  the run date's month is not on the calendar
000350*            16  calendar will not open or read
000360*          No VALUE clauses on the data fields - this area is
000370*          copied into the LINKAGE SECTION of K010FREQ.
000380* Modification History:
000390*   20261015 SS  Initial version.
000400******************************************************************
000410 01  K010-FREQ-AREA.
000420     05  K010-FRQ-FUNCTION           PIC X(01).
000430         88  K010-FRQ-FUNC-CHECK     VALUE 'C'.
000440         88  K010-FRQ-FUNC-VALIDATE  VALUE 'V'.
000450         88  K010-FRQ-FUNC-CLOSE     VALUE 'X'.
000460     05  K010-FRQ-RUN-DATE           PIC 9(08).
000470     05  K010-FRQ-RULE.
000480         10  K010-FRQ-CODE           PIC X(01).
000490             88  K010-FRQ-DAILY      VALUE 'D' ' '.
000500             88  K010-FRQ-WEEKDAYS   VALUE 'W'.
000510             88  K010-FRQ-NTH-BDAY   VALUE 'N'.
000520             88  K010-FRQ-LAST-BDAY  VALUE 'L'.
000530             88  K010-FRQ-QTR-END    VALUE 'Q'.
000540         10  K010-FRQ-DAY-MASK       PIC X(07).
000550         10  K010-FRQ-NTH-VIEW REDEFINES K010-FRQ-DAY-MASK.
000560             15  K010-FRQ-NTH-DAY    PIC X(02).
000570             15  FILLER              PIC X(05).
000580         10  K010-FRQ-EFFECTIVE      PIC X(08).
000590         10  K010-FRQ-RETIRE         PIC X(08).
000600     05  K010-FRQ-RETURN-CODE        PIC X(02).
000610         88  K010-FRQ-DUE            VALUE '00'.
000620         88  K010-FRQ-NOT-DUE        VALUE '04'.
000630         88  K010-FRQ-RULE-INVALID   VALUE '08'.
000640         88  K010-FRQ-NO-CALENDAR    VALUE '12'.
000650         88  K010-FRQ-CALENDAR-ERROR VALUE '16'.
000660     05  K010-FRQ-REASON             PIC X(30).
