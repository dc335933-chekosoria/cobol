000460     05  K010-ABND-LATE-RUNNER       PIC X(08) VALUE 'K010-014'.
000470     05  K010-ABND-ROUTE-MISSING     PIC X(08) VALUE 'K010-015'.
000480     05  K010-ABND-OVERRIDE-FILE     PIC X(08) VALUE 'K010-016'.
000481******************************************************************
000482* Codes added after the list above - same rule, never reuse:
000483*            K010-017  dependency master file error    scheduling
000484*            K010-018  cycle status read failed        storage
000485*            K010-019  alert status file error         storage
000486*            K010-020  batch window forecast overrun   on-call
000487*            K010-021  operator not on auth master     security
000488*            K010-022  operator authority expired      security
000489*            K010-023  operator not authorized         security
000490*            K010-024  operator auth master error      storage
000491* Modification History (continued):
000492*   20261015 SS  K010-017 added for a DEPFILE dependency master
000493*                that will not open or overflows its table in
000494*                the kickoff, and K010-018 for a cycle status
000495*                direct read failure in the kickoff's
000496*                predecessor check.
000497*   20261015 SS  K010-019 added for an ALRTSTAT alert status
000498*                file that will not open, read or update in the
000499*                escalation step K010K00 or the open-alerts
000500*                report K010O00.
000501*   20261015 SS  K010-020 added for the window forecast K010F00
000502*                - tonight's deck projected to finish past the
000503*                window-close time on its parameter card.
000504*   20261015 SS  K010-021 to K010-024 added for the operator
000505*                authorization master - a HOLD / SKIP /
000506*                FORCE override, banner maintenance or
000507*                holiday card refused because its operator
000508*                is unknown, expired or not authorized for
000509*                the function, or a master that will not
000510*                open.
000511******************************************************************
000520     05  K010-ABND-DEPEND-FILE       PIC X(08) VALUE 'K010-017'.
000530     05  K010-ABND-CYCSTAT-READ      PIC X(08) VALUE 'K010-018'.
000540     05  K010-ABND-ALERT-STATUS      PIC X(08) VALUE 'K010-019'.
000550     05  K010-ABND-WINDOW-OVERRUN    PIC X(08) VALUE 'K010-020'.
000560     05  K010-ABND-OPER-UNKNOWN      PIC X(08) VALUE 'K010-021'.
000570     05  K010-ABND-OPER-EXPIRED      PIC X(08) VALUE 'K010-022'.
000580     05  K010-ABND-OPER-DENIED       PIC X(08) VALUE 'K010-023'.
000590     05  K010-ABND-OPER-MASTER       PIC X(08) VALUE 'K010-024'.
