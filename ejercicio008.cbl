000170*          payroll?" at 2 a.m. is one job submission instead of
000180*          grepping SYSOUT.  Pass an 8-digit PARM to look at an
000190*          earlier date.
000200* Modification Date: 20261015
000210* Modification History:
000220*   20240318 SS  Initial version.
000221*   20240624 SS  ABANDONED cycles - marked by the sweeper
000230*   20240715 SS  HELD and SKIPPD cycles - operator overrides
000231*                stamped by the kickoff - counted on their
000232*                own total.
000234*   20261015 SS  WAITNG cycles - held back by an unmet
000235*                predecessor on the dependency master -
000236*                counted on their own total.
000237******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. K010Q00.
000260 AUTHOR. BATCH SUPPORT TEAM.
000671 77  K010Q-CT-ABANDONED              PIC 9(05) COMP VALUE ZERO.
000672 77  K010Q-CT-OTHER-ENV              PIC 9(05) COMP VALUE ZERO.
000673 77  K010Q-CT-OVERRIDDEN             PIC 9(05) COMP VALUE ZERO.
000674 77  K010Q-CT-WAITING                PIC 9(05) COMP VALUE ZERO.
000680 77  K010Q-CT-SHOWN                  PIC 9(05) COMP VALUE ZERO.
000690
000700 LINKAGE SECTION.
001804             ELSE
001805                 IF K010-CST-HELD OR K010-CST-SKIPPED
001806                     ADD 1 TO K010Q-CT-OVERRIDDEN
001807                 ELSE
001808                     IF K010-CST-WAITING
001809                         ADD 1 TO K010Q-CT-WAITING
001810                     END-IF
001811                 END-IF
001812             END-IF
001813         END-IF
001820     END-IF.
001830     MOVE '  -   ' TO K010Q-WS-END-SHOWN.
001840     IF K010-CST-END-STAMP NOT = SPACES
002091         ' ABANDONED: ' K010Q-CT-ABANDONED
002092         ' HELD/SKIPPED: ' K010Q-CT-OVERRIDDEN
002093         ' OTHER ENV: ' K010Q-CT-OTHER-ENV
002094         ' WAITING: ' K010Q-CT-WAITING
002100         K010Q-WS-CLOSE-BRACKET.
002110 9000-EXIT.
002120     EXIT.
