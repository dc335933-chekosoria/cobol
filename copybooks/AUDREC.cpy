000360*                polluting the production numbers.  Records
000370*                written before the field existed carry
000380*                spaces and are read as PROD.  Record length
000381*                unchanged.
000382*   20261015 SS  Operator authorization events added.  BANNR
000383*                and CALND record a banner maintenance card or
000384*                a holiday card applied by an authorized
000385*                operator (program-id MNT BY plus the
000386*                operator); DENYU / DENYE / DENYA / DENYM
000387*                record a card refused because its operator is
000388*                unknown, expired, not authorized for the
000389*                function, or the master could not be read
000390*                (program-id DNY BY plus the operator).  The
000391*                function acted on or refused is carved out of
000392*                the filler.  Record length unchanged.
000393*                Function codes are the same on the applied
000394*                and the refused record: BNADD / BNCHG / BNDEL
000395*                for a banner card (BNXXX when a refused card
000396*                names none of the three), HOLDY for a holiday
000397*                card.
000400******************************************************************
000410 01  K010-AUDIT-RECORD.
000420     05  K010-AUD-JOB-NAME           PIC X(08).
000470         88  K010-AUD-EVENT-HOLD     VALUE 'HOLD '.
000480         88  K010-AUD-EVENT-SKIP     VALUE 'SKIP '.
000490         88  K010-AUD-EVENT-FORCE    VALUE 'FORCE'.
000491         88  K010-AUD-EVENT-BANNER   VALUE 'BANNR'.
000492         88  K010-AUD-EVENT-CALENDAR VALUE 'CALND'.
000493         88  K010-AUD-EVENT-DENIED   VALUE 'DENYU' 'DENYE'
000494                                           'DENYA' 'DENYM'.
000495         88  K010-AUD-DENIED-UNKNOWN VALUE 'DENYU'.
000496         88  K010-AUD-DENIED-EXPIRED VALUE 'DENYE'.
000497         88  K010-AUD-DENIED-NOT-AUTH VALUE 'DENYA'.
000498         88  K010-AUD-DENIED-MASTER  VALUE 'DENYM'.
000500     05  K010-AUD-TIMESTAMP          PIC X(16).
000510     05  K010-AUD-CYCLE-ID           PIC X(04).
000520     05  K010-AUD-ENVIRONMENT        PIC X(04).
000530     05  K010-AUD-FUNCTION           PIC X(05).
000531         88  K010-AUD-FUNC-BANNER    VALUE 'BNADD' 'BNCHG'
000532                                           'BNDEL' 'BNXXX'.
000533         88  K010-AUD-FUNC-BANNER-ADD VALUE 'BNADD'.
000534         88  K010-AUD-FUNC-BANNER-CHG VALUE 'BNCHG'.
000535         88  K010-AUD-FUNC-BANNER-DEL VALUE 'BNDEL'.
000536         88  K010-AUD-FUNC-HOLIDAY   VALUE 'HOLDY'.
