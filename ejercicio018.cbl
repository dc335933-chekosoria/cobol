000240*          saying which file is ahead of which, and ends RC=8
000250*          when anything is out of step, so the trio can be
000260*          proven coherent before a restart is trusted.
000270* Modification Date: 20261015
000280* Modification History:
000290*   20240708 SS  Initial version.
000300*   20240715 SS  The cycle status file drives the cross-match
000380*                now the kickoff keys checkpoints on it.  HELD
000390*                and SKIPPD cycles read as healthy quiet, not
000400*                as status records missing their START.
000401*   20261015 SS  A WAITNG cycle the kickoff held back on an
000402*                unmet predecessor reads as healthy quiet too.
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. K010V00.
001550             88  K010V-TB-CST-CLOSED VALUE 'CLOSED'.
001560             88  K010V-TB-CST-HELD   VALUE 'HELD  '.
001570             88  K010V-TB-CST-SKIPPED VALUE 'SKIPPD'.
001571             88  K010V-TB-CST-WAITING VALUE 'WAITNG'.
001580         10  K010V-TB-START-STAMP    PIC X(16).
001590
001600 77  K010V-CT-AUDIT-READ             PIC 9(07) COMP VALUE ZERO.
004540* healthy shapes are: nothing anywhere, a START mid-flight
004550* (ACTIVE, no checkpoint, no END), a finished schedule
004560* (START, END, COMPLETE checkpoint, CLOSED or swept cycle),
004570* and a HELD, SKIPPD or WAITNG cycle that is quiet everywhere
004580* by design.  Everything else means the kickoff died between
004590* two writes and the restart protection cannot be trusted as
004600* it stands.
004610******************************************************************
004950         AND NOT K010V-TB-HAS-START (K010V-SUB)
004960         AND NOT K010V-TB-CST-HELD (K010V-SUB)
004970         AND NOT K010V-TB-CST-SKIPPED (K010V-SUB)
004971         AND NOT K010V-TB-CST-WAITING (K010V-SUB)
004980         MOVE 'CYCLE STATUS AHEAD OF AUDIT - NO START'
004990             TO K010V-WS-DISAGREE-TEXT
005000         PERFORM 5100-PRINT-DISAGREEMENT THRU 5100-EXIT
