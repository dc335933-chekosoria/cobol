000100******************************************************************
000110* Copybook: OPRREC
000120* Author: Sergio Soria
000130* Creation Date: 20261015
000140* Purpose: Operator authorization master card - one card per
000150*          operator id allowed to key a card-driven input: the
000160*          id, the last date the authority holds, a Y flag per
000170*          function the operator may perform, and the operator's
000180*          name for the access review.  Functions are the
000190*          kickoff's HOLD, SKIP-ONCE and FORCE override cards,
000200*          banner maintenance through K010M00 and the holiday
000210*          cards of the calendar build K010C00.  Card layout:
000220*          cols 01-08 operator id, 11-18 expiry date YYYYMMDD,
000230*          21-25 flags HOLD / SKIP / FORCE / BANNER / CALENDAR,
000240*          31-60 operator name.  An operator with no card, a
000250*          card past its expiry date or a function flag other
000260*          than Y is refused.  Read by the authorization routine
000270*          K010AUTH and the access review report K010Y00.
000280* Modification History:
000290*   20261015 SS  Initial version.
000300******************************************************************
000310 01  K010-OPERATOR-RECORD.
000320     05  K010-OPR-OPERATOR-ID        PIC X(08).
000330     05  FILLER                      PIC X(02).
000340     05  K010-OPR-EXPIRY-DATE        PIC X(08).
000350     05  K010-OPR-EXPIRY-DATE-NUM    REDEFINES
000360             K010-OPR-EXPIRY-DATE    PIC 9(08).
000370     05  FILLER                      PIC X(02).
000380     05  K010-OPR-FUNCTION-FLAGS.
000390         10  K010-OPR-HOLD-FLAG      PIC X(01).
000400             88  K010-OPR-MAY-HOLD   VALUE 'Y'.
000410         10  K010-OPR-SKIP-FLAG      PIC X(01).
000420             88  K010-OPR-MAY-SKIP   VALUE 'Y'.
000430         10  K010-OPR-FORCE-FLAG     PIC X(01).
000440             88  K010-OPR-MAY-FORCE  VALUE 'Y'.
000450         10  K010-OPR-BANNER-FLAG    PIC X(01).
000460             88  K010-OPR-MAY-BANNER VALUE 'Y'.
000470         10  K010-OPR-CALENDAR-FLAG  PIC X(01).
000480             88  K010-OPR-MAY-CALENDAR VALUE 'Y'.
000490     05  FILLER                      PIC X(05).
000500     05  K010-OPR-OPERATOR-NAME      PIC X(30).
000510     05  FILLER                      PIC X(20).
