000100******************************************************************
000110* Copybook: OPRCM
000120* Author: Sergio Soria
000130* Creation Date: 20261015
000140* Purpose: Communication area for the operator authorization
000150*          routine K010AUTH.  The caller fills in the operator id
000160*          off its card, the function the card asks for and the
000170*          date to judge the expiry against, then CALLs K010AUTH,
000180*          which looks the operator up on the OPRFILE
000190*          authorization master.  Return codes:
000200*            00  authorized
000210*            21  operator not on the master
000220*            22  operator's authority expired
000230*            23  operator not authorized for the function
000240*            16  master will not open or read - refuse the card
000250*          On anything but 00 the routine also fills in the alert
000260*          reason code (from ALERTCD) and the AUDITLOG event type
000270*          (from AUDREC) the caller raises and journals for the
000280*          refused card.  No VALUE clauses on the data fields -
000290*          this area is copied into the LINKAGE SECTION of
000300*          K010AUTH.
000310* Modification History:
000320*   20261015 SS  Initial version.
000330******************************************************************
000340 01  K010-AUTH-AREA.
000350     05  K010-AUT-OPERATOR-ID        PIC X(08).
000360     05  K010-AUT-FUNCTION           PIC X(01).
000370         88  K010-AUT-FUNC-HOLD      VALUE 'H'.
000380         88  K010-AUT-FUNC-SKIP      VALUE 'S'.
000390         88  K010-AUT-FUNC-FORCE     VALUE 'F'.
000400         88  K010-AUT-FUNC-BANNER    VALUE 'B'.
000410         88  K010-AUT-FUNC-CALENDAR  VALUE 'C'.
000420     05  K010-AUT-AS-OF-DATE         PIC 9(08).
000430     05  K010-AUT-RETURN-CODE        PIC X(02).
000440         88  K010-AUT-AUTHORIZED     VALUE '00'.
000450     05  K010-AUT-REASON-CODE        PIC X(08).
000460     05  K010-AUT-DENY-EVENT         PIC X(05).
