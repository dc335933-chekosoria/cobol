000110* Author: Sergio Soria
000120* Creation Date: 20231018
000130* Purpose: Ejercicio 2 - nightly batch chain kickoff step.
000140* Modification Date: 20261015
000150* Modification History:
000160*   20231018 SS  Initial version - display greeting banner.
000170*   20231102 SS  Banner reads run date/cycle/environment from
001184*                override instead of firing the never-kicked-
001185*                off alarm the overrides were meant to keep
001186*                distinct.
001187*   20261015 SS  Predecessor check against the DEPFILE
001188*                dependency master - a schedule whose
001189*                predecessor job/cycle pairs are not CLOSED on
001190*                CYCSTAT for the same run date is not kicked
001191*                off but written WAITNG, with each unmet
001192*                predecessor on the report and SYSOUT, and the
001193*                run ends no better than RC=4.  A later
001194*                kickoff picks the schedule up once its
001195*                predecessors close.
001196*   20261015 SS  Every override card checked against the OPRFILE
001197*                operator authorization master through K010AUTH
001198*                - a card whose operator is unknown, expired or
001199*                not authorized for the function is rejected,
001200*                alerted (K010-021 / 022 / 023, or K010-024 for
001201*                a master that cannot be read) and journalled
001202*                on AUDITLOG as a DENY event.
001203******************************************************************
001204 IDENTIFICATION DIVISION.
001205 PROGRAM-ID. YOUR-PROGRAM-NAME.
001210 AUTHOR. BATCH SUPPORT TEAM.
001220 INSTALLATION. DATA CENTER.
001230 DATE-WRITTEN. 20231018.
001670         ORGANIZATION IS SEQUENTIAL
001680         FILE STATUS IS K010-FS-OVRFILE.
001690
001692     SELECT DEPFILE  ASSIGN TO DEPFILE
001694         ORGANIZATION IS SEQUENTIAL
001696         FILE STATUS IS K010-FS-DEPFILE.
001698
001700 DATA DIVISION.
001710 FILE SECTION.
001720 FD  CTLFILE
002120     05  K010-OV-REASON              PIC X(30).
002130     05  FILLER                      PIC X(08).
002140
002142 FD  DEPFILE
002144     LABEL RECORDS ARE STANDARD.
002146     COPY DEPREC.
002148
002150 WORKING-STORAGE SECTION.
002160     COPY RPTHDR.
002170     COPY ALERTCD.
002180     COPY ALERTCM.
002190     COPY RPTCTL.
002195     COPY OPRCM.
002200
002210 77  K010-FS-CTLFILE                 PIC X(02).
002220 77  K010-FS-AUDITLOG                PIC X(02).
002250 77  K010-FS-CALFILE                 PIC X(02).
002260 77  K010-FS-CYCSTAT                 PIC X(02).
002270 77  K010-FS-OVRFILE                 PIC X(02).
002275 77  K010-FS-DEPFILE                 PIC X(02).
002280
002290 77  K010-SW-CTLFILE-EOF             PIC X(01) VALUE 'N'.
002300     88  K010-SW-CTLFILE-AT-END      VALUE 'Y'.
002480     88  K010-SW-OVR-MATCHED         VALUE 'Y'.
002490 77  K010-SW-FORCE-OK                PIC X(01) VALUE 'N'.
002500     88  K010-SW-FORCE-APPLIES       VALUE 'Y'.
002501 77  K010-SW-DEPFILE-EOF             PIC X(01) VALUE 'N'.
002502     88  K010-SW-DEPFILE-AT-END      VALUE 'Y'.
002503 77  K010-SW-PRED-WAIT               PIC X(01) VALUE 'N'.
002504     88  K010-SW-PRED-NOT-DONE       VALUE 'Y'.
002505 77  K010-SW-CYCSTAT-EMPTY           PIC X(01) VALUE 'N'.
002506     88  K010-SW-CYCSTAT-NEVER-LOADED VALUE 'Y'.
002510
002520 77  K010-WS-CURRENT-DATE            PIC 9(08).
002530 77  K010-WS-CURRENT-TIME            PIC 9(08).
002640 77  K010-WS-OVR-FUNC                PIC X(01).
002650 77  K010-WS-OVR-EVENT               PIC X(05).
002651 77  K010-WS-CYCLE-STATUS            PIC X(06).
002655 77  K010-WS-PRED-STATUS             PIC X(06).
002660
002670 77  K010-SUB                        PIC 9(05) COMP VALUE ZERO.
002680 77  K010-SUB-TOTALS                 PIC 9(05) COMP VALUE ZERO.
002810             88  K010-TB-HELD        VALUE 'H'.
002820             88  K010-TB-SKIPPED-ONCE VALUE 'S'.
002830             88  K010-TB-FORCED      VALUE 'F'.
002835             88  K010-TB-WAITING     VALUE 'W'.
002840
002850 77  K010-SUB-OVR                    PIC 9(05) COMP VALUE ZERO.
002860 77  K010-SUB-OVR-FOUND              PIC 9(05) COMP VALUE ZERO.
002940         10  K010-TB-OVR-RUN-DATE    PIC X(08).
002950         10  K010-TB-OVR-OPERATOR    PIC X(08).
002960         10  K010-TB-OVR-REASON      PIC X(30).
002961
002962 77  K010-SUB-DEP                    PIC 9(05) COMP VALUE ZERO.
002963 77  K010-MX-DEPENDENCIES            PIC 9(05) COMP VALUE 200.
002964
002965 01  K010-DEPENDENCY-TABLE.
002966     05  K010-DEPENDENCY-ENTRY OCCURS 200 TIMES.
002967         10  K010-TB-DEP-JOB-NAME    PIC X(08).
002968         10  K010-TB-DEP-CYCLE-ID    PIC X(04).
002969         10  K010-TB-DEP-PRED-JOB    PIC X(08).
002970         10  K010-TB-DEP-PRED-CYCLE  PIC X(04).
002971
002980 77  K010-CT-RECORDS-READ            PIC 9(05) COMP VALUE ZERO.
002990 77  K010-CT-RECORDS-SKIPPED         PIC 9(05) COMP VALUE ZERO.
003000 77  K010-CT-SCHEDULES               PIC 9(05) COMP VALUE ZERO.
003060 77  K010-CT-SCHEDULES-HELD          PIC 9(05) COMP VALUE ZERO.
003070 77  K010-CT-SCHEDULES-SKIPPED       PIC 9(05) COMP VALUE ZERO.
003080 77  K010-CT-SCHEDULES-FORCED        PIC 9(05) COMP VALUE ZERO.
003082 77  K010-CT-SCHEDULES-WAITING       PIC 9(05) COMP VALUE ZERO.
003084 77  K010-CT-DEPENDENCIES            PIC 9(05) COMP VALUE ZERO.
003086 77  K010-CT-DEP-REJECTS             PIC 9(05) COMP VALUE ZERO.
003090
003100 LINKAGE SECTION.
003110 01  LS-PARM-AREA.
003180     ACCEPT K010-WS-CURRENT-TIME FROM TIME.
003190     PERFORM 1000-PARSE-PARM THRU 1000-EXIT.
003200     PERFORM 1500-VALIDATE-SYMBOLS THRU 1500-EXIT.
003205     PERFORM 1600-LOAD-DEPENDENCIES THRU 1600-EXIT.
003210     PERFORM 1800-LOAD-OVERRIDES THRU 1800-EXIT.
003220     PERFORM 7000-OPEN-REPORT THRU 7000-EXIT.
003230
003740         MOVE '<' TO K010-WS-OPEN-BRACKET
003750         MOVE '>' TO K010-WS-CLOSE-BRACKET
003760     ELSE
003761         MOVE ANGULAR-DERECHA TO K010-WS-OPEN-BRACKET
003762         MOVE ANGULAR-IZQUIERDA TO K010-WS-CLOSE-BRACKET
003763     END-IF.
003764 1500-EXIT.
003765     EXIT.
003766
003767******************************************************************
003768* Load the dependency master into the dependency table - one
003769* card per predecessor a schedule must see CLOSED before it
003770* may kick off.  A master that simply is not there (status 35)
003771* means no schedule waits on another; any other open failure
003772* aborts, since a night that quietly ignored a dependency
003773* could start GLPOST ahead of the PAYROLL cycle it feeds.  A
003774* card missing a job or predecessor is displayed and not
003775* applied.
003776******************************************************************
003777 1600-LOAD-DEPENDENCIES.
003778     OPEN INPUT DEPFILE.
003779     IF K010-FS-DEPFILE = '35'
003780         GO TO 1600-EXIT
003781     END-IF.
003782     IF K010-FS-DEPFILE NOT = '00'
003783         DISPLAY K010-WS-OPEN-BRACKET
003784             'DEPFILE OPEN FAILED - STATUS ' K010-FS-DEPFILE
003785             K010-WS-CLOSE-BRACKET
003786         MOVE K010-ABND-DEPEND-FILE TO K010-ALT-REASON-CODE
003787         MOVE K010-FS-DEPFILE TO K010-ALT-FILE-STATUS
003788         PERFORM 8500-RAISE-ALERT THRU 8500-EXIT
003789         MOVE 16 TO K010-WS-SAVED-RETURN
003790         GO TO 9999-EXIT
003791     END-IF.
003792     PERFORM 1700-READ-DEPENDENCY-CARD THRU 1700-EXIT
003793         UNTIL K010-SW-DEPFILE-AT-END.
003794     CLOSE DEPFILE.
003795 1600-EXIT.
003796     EXIT.
003797
003798 1700-READ-DEPENDENCY-CARD.
003799     READ DEPFILE
003800         AT END
003801             SET K010-SW-DEPFILE-AT-END TO TRUE
003802             GO TO 1700-EXIT
003803     END-READ.
003804     IF K010-DEPENDENCY-RECORD = SPACES
003805         GO TO 1700-EXIT
003806     END-IF.
003807     IF K010-DEP-JOB-NAME = SPACES
003808         OR K010-DEP-PRED-JOB-NAME = SPACES
003809         ADD 1 TO K010-CT-DEP-REJECTS
003810         DISPLAY K010-WS-OPEN-BRACKET
003811             'DEPENDENCY REJECTED - JOB OR PREDECESSOR MISSING: '
003812             K010-DEP-JOB-NAME ' ' K010-DEP-PRED-JOB-NAME
003813             K010-WS-CLOSE-BRACKET
003814         GO TO 1700-EXIT
003815     END-IF.
003816     IF K010-CT-DEPENDENCIES NOT < K010-MX-DEPENDENCIES
003817         DISPLAY K010-WS-OPEN-BRACKET
003818             'DEPENDENCY TABLE FULL - RAISE K010-MX-DEPENDENCIES'
003819             K010-WS-CLOSE-BRACKET
003820         MOVE K010-ABND-DEPEND-FILE TO K010-ALT-REASON-CODE
003821         MOVE SPACES TO K010-ALT-FILE-STATUS
003822         PERFORM 8500-RAISE-ALERT THRU 8500-EXIT
003823         MOVE 16 TO K010-WS-SAVED-RETURN
003824         GO TO 9999-EXIT
003825     END-IF.
003826     ADD 1 TO K010-CT-DEPENDENCIES.
003827     MOVE K010-DEP-JOB-NAME TO
003828         K010-TB-DEP-JOB-NAME (K010-CT-DEPENDENCIES).
003829     MOVE K010-DEP-CYCLE-ID TO
003830         K010-TB-DEP-CYCLE-ID (K010-CT-DEPENDENCIES).
003831     MOVE K010-DEP-PRED-JOB-NAME TO
003832         K010-TB-DEP-PRED-JOB (K010-CT-DEPENDENCIES).
003833     MOVE K010-DEP-PRED-CYCLE-ID TO
003834         K010-TB-DEP-PRED-CYCLE (K010-CT-DEPENDENCIES).
003835 1700-EXIT.
003836     EXIT.
003837
003838******************************************************************
003840* Load the operator override cards into the override table -
003850* HOLD parks a schedule, SKIP-ONCE suppresses it for one run
003860* date, FORCE lets it past the calendar refusal.  An override
004230* numeric run date.  Anything else is displayed with a reason
004240* and not applied; an override that cannot be trusted must not
004250* silently park or force a schedule.
004253* The operator must also hold the function on the OPRFILE
004256* authorization master - see 1950.
004260******************************************************************
004270 1900-READ-OVERRIDE-CARD.
004280     READ OVRFILE
004610             K010-WS-CLOSE-BRACKET
004620         GO TO 1900-EXIT
004630     END-IF.
004632     PERFORM 1950-CHECK-OPERATOR THRU 1950-EXIT.
004634     IF NOT K010-AUT-AUTHORIZED
004636         GO TO 1900-EXIT
004638     END-IF.
004640     IF K010-CT-OVERRIDES >= K010-MX-OVERRIDES
004650         DISPLAY K010-WS-OPEN-BRACKET
004660             'OVERRIDE TABLE FULL - RAISE K010-MX-OVERRIDES'
004840         END-IF
004850     END-IF.
004860     MOVE K010-OV-JOB-NAME TO
004861         K010-TB-OVR-JOB-NAME (K010-CT-OVERRIDES).
004862     MOVE K010-OV-CYCLE-ID TO
004863         K010-TB-OVR-CYCLE-ID (K010-CT-OVERRIDES).
004864     MOVE K010-OV-RUN-DATE TO
004865         K010-TB-OVR-RUN-DATE (K010-CT-OVERRIDES).
004866     MOVE K010-OV-OPERATOR TO
004867         K010-TB-OVR-OPERATOR (K010-CT-OVERRIDES).
004868     MOVE K010-OV-REASON TO
004869         K010-TB-OVR-REASON (K010-CT-OVERRIDES).
004870 1900-EXIT.
004871     EXIT.
004872
004873******************************************************************
004874* Check the card's operator against the authorization master
004875* through K010AUTH, judged on today's date.  A refusal is counted
004876* with the other rejects, alerted with the reason code K010AUTH
004877* hands back - against the card's job, which is not yet in the
004878* schedule table - and journalled on AUDITLOG so the access
004879* review sees every attempt, not only the ones that went in.
004880******************************************************************
004881 1950-CHECK-OPERATOR.
004882     MOVE K010-OV-OPERATOR TO K010-AUT-OPERATOR-ID.
004883     IF K010-OV-FUNC-HOLD
004884         SET K010-AUT-FUNC-HOLD TO TRUE
004885     ELSE
004886         IF K010-OV-FUNC-SKIP-ONCE
004887             SET K010-AUT-FUNC-SKIP TO TRUE
004888         ELSE
004889             SET K010-AUT-FUNC-FORCE TO TRUE
004890         END-IF
004891     END-IF.
004892     MOVE K010-WS-CURRENT-DATE TO K010-AUT-AS-OF-DATE.
004893     CALL 'K010AUTH' USING K010-AUTH-AREA.
004894     IF K010-AUT-AUTHORIZED
004895         GO TO 1950-EXIT
004896     END-IF.
004897     ADD 1 TO K010-CT-OVR-REJECTS.
004898     DISPLAY K010-WS-OPEN-BRACKET
004899         'OVERRIDE REJECTED - OPERATOR NOT AUTHORIZED ('
004900         K010-AUT-RETURN-CODE '): ' K010-OV-FUNCTION ' '
004901         K010-OV-JOB-NAME ' ' K010-OV-OPERATOR
004902         K010-WS-CLOSE-BRACKET.
004903     MOVE K010-AUT-REASON-CODE TO K010-ALT-REASON-CODE.
004904     MOVE SPACES TO K010-ALT-FILE-STATUS.
004905     MOVE K010-OV-JOB-NAME TO K010-ALT-JOB-NAME.
004906     MOVE 'YOUR-PROGRAM-NAME' TO K010-ALT-PROGRAM-ID.
004907     CALL 'K010ALRT' USING K010-ALERT-AREA.
004908     PERFORM 1960-WRITE-AUDIT-DENIAL THRU 1960-EXIT.
004909 1950-EXIT.
004910     EXIT.
004911
004912******************************************************************
004913* Stamp a refused override card to AUDITLOG - the DENY event
004914* type K010AUTH chose, the refused operator riding the
004915* program-id field prefixed DNY BY, and the function refused.
004916* The control card is not read yet, so the environment is left
004917* blank.  Skipped on a dry run like every other audit write.
004918******************************************************************
004919 1960-WRITE-AUDIT-DENIAL.
004920     IF K010-SW-DRYRUN-MODE
004921         GO TO 1960-EXIT
004922     END-IF.
004923     ACCEPT K010-WS-CURRENT-TIME FROM TIME.
004924     OPEN EXTEND AUDITLOG.
004925     IF K010-FS-AUDITLOG NOT = '00'
004926         DISPLAY K010-WS-OPEN-BRACKET
004927             'AUDITLOG OPEN FAILED - STATUS ' K010-FS-AUDITLOG
004928             K010-WS-CLOSE-BRACKET
004929         MOVE K010-ABND-AUDIT-OPEN TO K010-ALT-REASON-CODE
004930         MOVE K010-FS-AUDITLOG TO K010-ALT-FILE-STATUS
004931         PERFORM 8500-RAISE-ALERT THRU 8500-EXIT
004932         MOVE 16 TO K010-WS-SAVED-RETURN
004933         GO TO 9999-EXIT
004934     END-IF.
004935     MOVE SPACES TO K010-AUDIT-RECORD.
004936     MOVE K010-OV-JOB-NAME TO K010-AUD-JOB-NAME.
004937     STRING 'DNY BY ' DELIMITED BY SIZE
004938            K010-OV-OPERATOR DELIMITED BY SIZE
004939         INTO K010-AUD-PROGRAM-ID
004940     END-STRING.
004941     MOVE K010-AUT-DENY-EVENT TO K010-AUD-EVENT-TYPE.
004942     MOVE K010-OV-CYCLE-ID TO K010-AUD-CYCLE-ID.
004943     IF K010-OV-FUNC-HOLD
004944         MOVE 'HOLD ' TO K010-AUD-FUNCTION
004945     ELSE
004946         IF K010-OV-FUNC-SKIP-ONCE
004947             MOVE 'SKIP ' TO K010-AUD-FUNCTION
004948         ELSE
004949             MOVE 'FORCE' TO K010-AUD-FUNCTION
004950         END-IF
004951     END-IF.
004952     STRING K010-WS-CURRENT-DATE DELIMITED BY SIZE
004953            K010-WS-CURRENT-TIME DELIMITED BY SIZE
004954         INTO K010-AUD-TIMESTAMP
004955     END-STRING.
004956     WRITE K010-AUDIT-RECORD.
004957     IF K010-FS-AUDITLOG NOT = '00'
004958         DISPLAY K010-WS-OPEN-BRACKET
004959             'AUDITLOG WRITE FAILED - STATUS '
004960             K010-FS-AUDITLOG
004961             K010-WS-CLOSE-BRACKET
004962         MOVE K010-ABND-AUDIT-WRITE TO K010-ALT-REASON-CODE
004963         MOVE K010-FS-AUDITLOG TO K010-ALT-FILE-STATUS
004964         PERFORM 8500-RAISE-ALERT THRU 8500-EXIT
004965         MOVE 16 TO K010-WS-SAVED-RETURN
004966         GO TO 9999-EXIT
004967     END-IF.
004968     CLOSE AUDITLOG.
004969 1960-EXIT.
004970     EXIT.
004980
004990******************************************************************
006870         DISPLAY K010-WS-OPEN-BRACKET
006880             'CALFILE READ FAILED - STATUS ' K010-FS-CALFILE
006890             K010-WS-CLOSE-BRACKET
006891         MOVE K010-ABND-CALFILE-READ TO K010-ALT-REASON-CODE
006892         MOVE K010-FS-CALFILE TO K010-ALT-FILE-STATUS
006893         PERFORM 8500-RAISE-ALERT THRU 8500-EXIT
006894         PERFORM 9000-DISPLAY-CONTROL-TOTALS THRU 9000-EXIT
006895         MOVE 16 TO K010-WS-SAVED-RETURN
006896         GO TO 9999-EXIT
006897     END-IF.
006898     PERFORM 2310-JUDGE-CALENDAR-DAY THRU 2310-EXIT.
006899     IF K010-SW-CAL-DAY-GOOD
006900         MOVE K010-CAL-DATE TO K010-WS-NEXT-VALID-DATE
006901         SET K010-SW-NEXT-DAY-FOUND TO TRUE
006902     END-IF.
006903 2330-EXIT.
006904     EXIT.
006905
006906******************************************************************
006907* Every predecessor the dependency master names for this
006908* schedule must be CLOSED on CYCSTAT for the same run date -
006909* GLPOST has no business starting while the PAYROLL cycle it
006910* feeds is still ACTIVE, or after it went ABANDN.  Each unmet
006911* predecessor prints with the status it was found in, so the
006912* operator sees what the schedule is waiting on.  A status
006913* cluster that has never been loaded closes no predecessor.
006914******************************************************************
006915 2400-CHECK-PREDECESSORS.
006916     MOVE 'N' TO K010-SW-PRED-WAIT.
006917     MOVE 'N' TO K010-SW-CYCSTAT-EMPTY.
006918     IF K010-CT-DEPENDENCIES = ZERO
006919         GO TO 2400-EXIT
006920     END-IF.
006921     OPEN INPUT CYCSTAT.
006922     IF K010-FS-CYCSTAT = '35'
006923         SET K010-SW-CYCSTAT-NEVER-LOADED TO TRUE
006924     ELSE
006925         IF K010-FS-CYCSTAT NOT = '00'
006926             DISPLAY K010-WS-OPEN-BRACKET
006927                 'CYCSTAT OPEN FAILED - STATUS ' K010-FS-CYCSTAT
006928                 K010-WS-CLOSE-BRACKET
006929             MOVE K010-ABND-CYCSTAT-OPEN TO K010-ALT-REASON-CODE
006930             MOVE K010-FS-CYCSTAT TO K010-ALT-FILE-STATUS
006931             PERFORM 8500-RAISE-ALERT THRU 8500-EXIT
006932             PERFORM 9000-DISPLAY-CONTROL-TOTALS THRU 9000-EXIT
006933             MOVE 16 TO K010-WS-SAVED-RETURN
006934             GO TO 9999-EXIT
006935         END-IF
006936     END-IF.
006937     PERFORM 2410-CHECK-ONE-PREDECESSOR THRU 2410-EXIT
006938         VARYING K010-SUB-DEP FROM 1 BY 1
006939         UNTIL K010-SUB-DEP > K010-CT-DEPENDENCIES.
006940     IF NOT K010-SW-CYCSTAT-NEVER-LOADED
006941         CLOSE CYCSTAT
006942     END-IF.
006943 2400-EXIT.
006944     EXIT.
006945
006946******************************************************************
006947* Judge one dependency card.  Cards for other schedules pass
006948* through; for this schedule the predecessor's status record
006949* is read directly under the control card's run date.  Status
006950* 23 means the predecessor was never kicked off for the date
006951* - not done; any other nonzero status is a sick cluster and
006952* aborts rather than letting the schedule through on a guess.
006953******************************************************************
006954 2410-CHECK-ONE-PREDECESSOR.
006955     IF K010-TB-DEP-JOB-NAME (K010-SUB-DEP) NOT = K010-RC-JOB-NAME
006956         OR K010-TB-DEP-CYCLE-ID (K010-SUB-DEP) NOT =
006957             K010-RC-CYCLE-ID
006958         GO TO 2410-EXIT
006959     END-IF.
006960     MOVE 'NONE' TO K010-WS-PRED-STATUS.
006961     IF NOT K010-SW-CYCSTAT-NEVER-LOADED
006962         MOVE K010-RC-RUN-DATE TO K010-CST-RUN-DATE
006963         MOVE K010-TB-DEP-PRED-JOB (K010-SUB-DEP) TO
006964             K010-CST-JOB-NAME
006965         MOVE K010-TB-DEP-PRED-CYCLE (K010-SUB-DEP) TO
006966             K010-CST-CYCLE-ID
006967         READ CYCSTAT
006968             INVALID KEY
006969                 CONTINUE
006970             NOT INVALID KEY
006971                 MOVE K010-CST-STATUS TO K010-WS-PRED-STATUS
006972         END-READ
006973         IF K010-FS-CYCSTAT NOT = '00'
006974             AND K010-FS-CYCSTAT NOT = '23'
006975             DISPLAY K010-WS-OPEN-BRACKET
006976                 'CYCSTAT READ FAILED - STATUS ' K010-FS-CYCSTAT
006977                 K010-WS-CLOSE-BRACKET
006978             MOVE K010-ABND-CYCSTAT-READ TO K010-ALT-REASON-CODE
006979             MOVE K010-FS-CYCSTAT TO K010-ALT-FILE-STATUS
006980             PERFORM 8500-RAISE-ALERT THRU 8500-EXIT
006981             PERFORM 9000-DISPLAY-CONTROL-TOTALS THRU 9000-EXIT
006982             MOVE 16 TO K010-WS-SAVED-RETURN
006983             GO TO 9999-EXIT
006984         END-IF
006985     END-IF.
006986     IF K010-WS-PRED-STATUS = 'CLOSED'
006987         GO TO 2410-EXIT
006988     END-IF.
006989     SET K010-SW-PRED-NOT-DONE TO TRUE.
006990     MOVE SPACES TO K010-RPT-LINE.
006991     STRING K010-RC-JOB-NAME DELIMITED BY SIZE
006992            ' ' DELIMITED BY SIZE
006993            K010-RC-CYCLE-ID DELIMITED BY SIZE
006994            ' WAITING ON ' DELIMITED BY SIZE
006995            K010-TB-DEP-PRED-JOB (K010-SUB-DEP)
006996             DELIMITED BY SIZE
006997            ' ' DELIMITED BY SIZE
006998            K010-TB-DEP-PRED-CYCLE (K010-SUB-DEP)
006999             DELIMITED BY SIZE
007000            ' - STATUS ' DELIMITED BY SIZE
007001            K010-WS-PRED-STATUS DELIMITED BY SIZE
007002         INTO K010-RPT-LINE
007003     END-STRING.
007004     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
007005     DISPLAY K010-WS-OPEN-BRACKET
007006         K010-RC-JOB-NAME ' ' K010-RC-CYCLE-ID ' WAITING ON '
007007         K010-TB-DEP-PRED-JOB (K010-SUB-DEP) ' '
007008         K010-TB-DEP-PRED-CYCLE (K010-SUB-DEP)
007009         ' - STATUS ' K010-WS-PRED-STATUS
007010         K010-WS-CLOSE-BRACKET.
007011 2410-EXIT.
007012     EXIT.
007013
007014******************************************************************
007015* Park a schedule whose predecessors are not done - no message
007016* lookup, no audit pair, no checkpoint - and write its cycle
007017* status record WAITNG so the inquiry shows it waiting.  With
007018* no checkpoint the restart check lets a later kickoff of the
007019* same deck pick it up once its predecessors close.
007020******************************************************************
007021 2450-APPLY-WAIT.
007022     MOVE 'W' TO K010-TB-DISPOSITION (K010-SUB).
007023     ADD 1 TO K010-CT-SCHEDULES-WAITING.
007024     IF K010-WS-SAVED-RETURN < 4
007025         MOVE 4 TO K010-WS-SAVED-RETURN
007026     END-IF.
007027     MOVE 'WAITNG' TO K010-WS-CYCLE-STATUS.
007028     PERFORM 3700-WRITE-CYCLE-STATUS THRU 3700-EXIT.
007029 2450-EXIT.
007030     EXIT.
007040
007050******************************************************************
009260             K010-WS-CLOSE-BRACKET
009270         GO TO 2800-EXIT
009280     END-IF.
009281     PERFORM 2400-CHECK-PREDECESSORS THRU 2400-EXIT.
009282     IF K010-SW-PRED-NOT-DONE
009283         PERFORM 2450-APPLY-WAIT THRU 2450-EXIT
009284         GO TO 2800-EXIT
009285     END-IF.
009290     PERFORM 3000-READ-MESSAGE THRU 3000-EXIT.
009300     PERFORM 3500-WRITE-AUDIT-START THRU 3500-EXIT.
009301     MOVE 'ACTIVE' TO K010-WS-CYCLE-STATUS.
009910         GO TO 9999-EXIT
009920     END-IF.
009930     MOVE K010-RC-JOB-NAME TO K010-AUD-JOB-NAME.
009935     MOVE SPACES TO K010-AUD-FUNCTION.
009940     MOVE 'YOUR-PROGRAM-NAME' TO K010-AUD-PROGRAM-ID.
009950     SET K010-AUD-EVENT-START TO TRUE.
009960     MOVE K010-RC-CYCLE-ID TO K010-AUD-CYCLE-ID.
010400         GO TO 9999-EXIT
010410     END-IF.
010420     MOVE K010-RC-JOB-NAME TO K010-AUD-JOB-NAME.
010425     MOVE SPACES TO K010-AUD-FUNCTION.
010430     MOVE SPACES TO K010-AUD-PROGRAM-ID.
010440     STRING 'OVR BY ' DELIMITED BY SIZE
010450            K010-TB-OVR-OPERATOR (K010-SUB-OVR-FOUND)
011040     MOVE K010-RC-JOB-NAME     TO K010-CST-JOB-NAME.
011050     MOVE K010-RC-CYCLE-ID     TO K010-CST-CYCLE-ID.
011060     MOVE K010-WS-CYCLE-STATUS TO K010-CST-STATUS.
011063     IF K010-WS-CYCLE-STATUS = 'WAITNG'
011066         MOVE SPACES             TO K010-CST-START-STAMP
011069     ELSE
011072         MOVE K010-AUD-TIMESTAMP TO K010-CST-START-STAMP
011075     END-IF.
011080     MOVE SPACES               TO K010-CST-END-STAMP.
011090     MOVE 'STEP010'            TO K010-CST-CURRENT-STEP.
011091     MOVE K010-RC-ENVIRONMENT  TO K010-CST-ENVIRONMENT.
012120     END-IF.
012130     ACCEPT K010-WS-CURRENT-TIME FROM TIME.
012140     MOVE K010-RC-JOB-NAME TO K010-AUD-JOB-NAME.
012145     MOVE SPACES TO K010-AUD-FUNCTION.
012150     MOVE 'YOUR-PROGRAM-NAME' TO K010-AUD-PROGRAM-ID.
012160     SET K010-AUD-EVENT-END TO TRUE.
012170     MOVE K010-RC-CYCLE-ID TO K010-AUD-CYCLE-ID.
013590            K010-WS-COUNT-D DELIMITED BY SIZE
013600         INTO K010-RPT-LINE
013610     END-STRING.
013611     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
013612     MOVE K010-CT-SCHEDULES-WAITING TO K010-WS-COUNT-A.
013613     MOVE K010-CT-DEPENDENCIES      TO K010-WS-COUNT-B.
013614     MOVE K010-CT-DEP-REJECTS       TO K010-WS-COUNT-C.
013615     MOVE SPACES TO K010-RPT-LINE.
013616     STRING 'WAITING ON PREDECESSORS: ' DELIMITED BY SIZE
013617            K010-WS-COUNT-A DELIMITED BY SIZE
013618            ' DEPENDENCIES: ' DELIMITED BY SIZE
013619            K010-WS-COUNT-B DELIMITED BY SIZE
013620            ' DEPENDENCY REJECTS: ' DELIMITED BY SIZE
013621            K010-WS-COUNT-C DELIMITED BY SIZE
013622         INTO K010-RPT-LINE
013623     END-STRING.
013624     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
013630 9000-EXIT.
013640     EXIT.
013650
013910                             MOVE '- FORCED PAST CALENDAR' TO
013920                                 K010-WS-DISP-TEXT
013930                         ELSE
013933                             IF K010-TB-WAITING (K010-SUB-TOTALS)
013936                                 MOVE '- WAITING ON PREDECESSOR'
013939                                     TO K010-WS-DISP-TEXT
013942                             ELSE
013945                                 MOVE '- NOT PROCESSED' TO
013948                                     K010-WS-DISP-TEXT
013951                             END-IF
013960                         END-IF
013970                     END-IF
013980                 END-IF
