000320* and a mid-chain forecast that the remaining steps no longer
000330* fit before the cutoff, each write an immediate line to the
000340* OPALERT operations alert file the operators already watch.
000342*
000344* each chain card may name up to four earlier steps it depends
000346* on; a step starts as soon as every step it names has ended OK,
000348* with as many steps running at once as the reserved PARALLEL
000350* card allows (one when there is no such card, so a step always
000352* runs alone as it always did). a failed step stops only the
000354* steps downstream of it - they are recorded SKIP, naming the
000356* failed step, and the other branches run on. a deck that names
000358* no dependency anywhere is the original straight chain, each
000360* step depending on the one before it.
000362*
000363* the reserved step name WAITFILE is a wait for a late delivery
000364* rather than a program: its PARM names the file (1-8), the
000365* deadline HHMMSS (10-15) and the poll interval in seconds
000366* (17-19, blank for 60). the file is looked at each interval
000367* and the step ends OK once it is present and has stopped
000368* growing - the same size on two looks running. no deadline on
000369* the card means the CHNWIN cutoff. at the deadline the step
000370* ends RC 16 and takes the failure path like any other step,
000371* and an OPALERT line names the file. a provider shipping two
000372* files (INFILE and INFCTL) is two WAITFILE cards ahead of
000373* FEEDGATE. the wait is recorded on CHNHIST as wait
000374* seconds, not elapsed seconds, so the window monitor can tell
000375* a late feed from a slow step and the chargeback never bills
000376* a provider's lateness as processing.
000377*
000378* PARM bytes 3-4 name the legal entity whose cycle this is
000379* (blank is the entity the ENTITY environment setting names,
000380* or the home entity). the code is checked against the ENTITIES
000381* register and exported as ENTITY to every step, so each
000382* program works that entity's share of the system. the cycle
000383* guard, CHNRSLT restart and CHNHIST are kept per entity. an
000384* entity of '**' runs one cycle per registered entity, one
000385* after the other since they share the live files, each as its
000386* own BATCHDRV with the same bytes 1-2; a failed entity does not
000387* stop the next one, and the run ends with the worst RC.
000388*----------------------------------------------------------------
000389 ENVIRONMENT      DIVISION.
000390 INPUT-OUTPUT     SECTION.
000391 FILE-CONTROL.
000392*    the chain control dataset is named at run time so the
000400*    month-end selection can swap decks - see LOAD-CHAIN-SEC
000410     SELECT  CHAIN-CTL   ASSIGN TO   WS-CHNCTL-NAME
000420             ORGANIZATION  IS    LINE SEQUENTIAL
000560     SELECT  PROBE-FILE  ASSIGN  TO  DYNAMIC  WS-PROBE-NAME
000570             ORGANIZATION  IS    SEQUENTIAL
000580             FILE STATUS   IS    WS-PROBE-STATUS.
000582*    a step launched to run alongside others writes its
000584*    RETURN-CODE to its own completion marker when it ends -
000586*    see LAUNCH-STEP-SEC
000587     SELECT  DONE-FILE   ASSIGN  TO  DYNAMIC  WS-DONE-NAME
000588             ORGANIZATION  IS    LINE SEQUENTIAL
000589             FILE STATUS   IS    WS-DONE-STATUS.
000590     SELECT  CYCCTL-FILE ASSIGN TO   CYCCTL
000600             ORGANIZATION  IS    LINE SEQUENTIAL
000610             FILE STATUS   IS    WS-CYCCTL-STATUS.
000620     SELECT  CHAIN-RSLT  ASSIGN TO   CHNRSLT
000630             ORGANIZATION  IS    LINE SEQUENTIAL
000640             FILE STATUS   IS    WS-RSLT-STATUS.
000642     SELECT  ENT-FILE    ASSIGN TO   ENTITIES
000644             ORGANIZATION  IS    LINE SEQUENTIAL
000646             FILE STATUS   IS    WS-ENT-STATUS.
000650
000660 DATA             DIVISION.
000670 FILE             SECTION.
000840     03  CTL-RECOVERY                 PIC  X(08).
000850     03  FILLER                       PIC  X(01).
000860     03  CTL-RETRY-LIMIT              PIC  9(01).
000862*    optional dependency columns: up to four earlier steps in
000864*    the deck that must end OK before this one may start - the
000866*    nearest earlier card of that name is the one meant. the
000868*    reserved step name PARALLEL carries the most steps allowed
000869*    to run at once in the tolerance column instead.
000870     03  CTL-DEPENDS  OCCURS  4  TIMES.
000871       05  FILLER                     PIC  X(01).
000872       05  CTL-DEP-NAME               PIC  X(08).
000876*
000880*    one line per step carrying its expected duration in seconds;
000890*    the reserved step name CUTOFF carries the chain's hard
000900*    cutoff time (HHMMSS) in the same value column
001040 FD      PROBE-FILE.
001050 01      PROBE-REC                    PIC  X(80).
001060*
001062 FD      DONE-FILE.
001064 01      DONE-REC.
001066     03  DONE-RC                      PIC  X(04).
001067     03  DONE-RC-N  REDEFINES  DONE-RC
001068                                      PIC  9(04).
001069*
001070 FD      CHNHIST-FILE.
001080 01      CHNHIST-REC.
001090     03  CH-RUN-DATE                  PIC  X(08).
001130     03  CH-RC                        PIC  9(04).
001140     03  FILLER                       PIC  X(01).
001150     03  CH-STATUS                    PIC  X(04).
001152     03  FILLER                       PIC  X(01).
001154     03  CH-START-TIME                PIC  9(08).
001156     03  FILLER                       PIC  X(01).
001158     03  CH-END-TIME                  PIC  9(08).
001160     03  FILLER                       PIC  X(01).
001162     03  CH-ELAPSED-SECS              PIC  9(06).
001164     03  FILLER                       PIC  X(01).
001166     03  CH-BLOCKED-BY                PIC  X(08).
001167*        seconds a WAITFILE step spent waiting for its file -
001168*        zero on every line for a step that ran a program
001169     03  FILLER                       PIC  X(01).
001170     03  CH-WAIT-SECS                 PIC  9(06).
001171     03  FILLER                       PIC  X(01).
001172     03  CH-ENTITY                    PIC  X(02).
001173*
001174*
001180*    cycle-control: one record per guarded program carrying the
001190*    last cycle date it completed - the same file FILEW guards
001200*    itself with, with BATCHDRV holding its own entry for the
001240     03  CY-PROGRAM                   PIC  X(08).
001250     03  FILLER                       PIC  X(01).
001260     03  CY-LAST-DATE                 PIC  X(08).
001262*        the entity the date is for - blank is the home entity
001264     03  FILLER                       PIC  X(01).
001266     03  CY-ENTITY                    PIC  X(02).
001270*
001280*    one line per step attempted this run - how the chain ended
001290*    and, on a failure, where a restart should resume
001360     03  RSLT-STATUS                  PIC  X(04).
001370       88  RSLT-IS-OK                      VALUE 'OK  '.
001380       88  RSLT-IS-FAIL                    VALUE 'FAIL'.
001382*        a step not run because a step it depends on failed -
001384*        RSLT-BLOCKED-BY names that failed step
001386       88  RSLT-IS-SKIP                    VALUE 'SKIP'.
001390     03  FILLER                       PIC  X(01).
001400     03  RSLT-START-TIME              PIC  9(08).
001410     03  FILLER                       PIC  X(01).
001420     03  RSLT-END-TIME                PIC  9(08).
001422     03  FILLER                       PIC  X(01).
001424     03  RSLT-BLOCKED-BY              PIC  X(08).
001425*        when the chain ended and this result was recorded, so
001426*        the shift handover can age a failure it still shows
001427     03  FILLER                       PIC  X(01).
001428     03  RSLT-RECORDED.
001429       05  RSLT-REC-DATE              PIC  9(08).
001430       05  FILLER                     PIC  X(01).
001431       05  RSLT-REC-TIME              PIC  9(08).
001432*        the entity whose chain the step ran in
001433     03  FILLER                       PIC  X(01).
001434     03  RSLT-ENTITY                  PIC  X(02).
001435*
001436*    the legal entity register ('**' runs walk it in order)
001437 FD      ENT-FILE.
001438 01      ENT-REC.
001439     COPY  entrec.
001440
001441 WORKING-STORAGE  SECTION.
001450*
001460 01  WS-STATUSES.
001470     03  WS-CTL-STATUS            PIC  X(02).
001500     03  WS-WIN-STATUS            PIC  X(02).
001510     03  WS-ALERT-STATUS          PIC  X(02).
001520     03  WS-CHNHIST-STATUS        PIC  X(02).
001522     03  WS-DONE-STATUS           PIC  X(02).
001524     03  WS-ENT-STATUS            PIC  X(02).
001530*
001540 01  WS-SWITCHES.
001550     03  WS-CHAIN-OK-SW           PIC  X(01) VALUE 'Y'.
001780       88  PREFLIGHT-REQUESTED          VALUE 'Y'.
001790     03  WS-PROBE-EOF-SW          PIC  X(01).
001800       88  PROBE-EOF                    VALUE 'Y'.
001802     03  WS-HIST-TIMED-SW         PIC  X(01).
001803       88  HIST-LINE-TIMED              VALUE 'Y'.
001804     03  WS-ENT-EOF-SW            PIC  X(01) VALUE 'N'.
001805       88  ENT-EOF                      VALUE 'Y'.
001806*
001807 01  WS-RSLT-STAMP.
001808     03  WS-RSLT-DATE             PIC  9(08).
001811     03  FILLER                   PIC  X(01)  VALUE  SPACE.
001814     03  WS-RSLT-TIME             PIC  9(08).
001817*
001820 01  WS-PARM-LINE                 PIC  X(04).
001822*
001824 01  WS-ENTITY-AREA.
001826     03  WS-CYCLE-ENTITY          PIC  X(02).
001828     03  WS-HOME-ENTITY           PIC  X(02).
001829     03  WS-ROW-ENTITY            PIC  X(02).
001830     03  WS-ENT-RUNS              PIC  9(03)  COMP  VALUE  0.
001831     03  WS-WORST-RC              PIC  S9(04) COMP  VALUE  0.
001832     03  WS-ENT-CMD               PIC  X(30).
001833*
001834*    other entities' CHNRSLT lines, given back when this
001835*    entity's results are rewritten
001836 01  WS-KEEP-TABLE.
001837     03  WS-KEEP-LINE  OCCURS  200  TIMES  PIC  X(80).
001838 01  WS-KEEP-COUNT                PIC  9(03)  COMP  VALUE  0.
001839 01  WS-KEEP-SUB                  PIC  9(03)  COMP.
001840*
001841 01  WS-ENTCHK-PARM.
001842     COPY  entchk.
001843 01  WS-CHNCTL-NAME               PIC  X(08).
001844 01  WS-PROBE-NAME                PIC  X(08).
001850 01  WS-PROBE-STATUS              PIC  X(02).
001860 01  WS-PF-FINDINGS               PIC  9(03)  COMP  VALUE  0.
001870 01  WS-PF-UNVERIFIED             PIC  9(03)  COMP  VALUE  0.
002160 01  WS-CHAIN-TABLE.
002170     03  WS-STEP-ENTRY  OCCURS 20 TIMES  INDEXED BY STEP-IDX.
002180       05  WS-STEP-NAME           PIC  X(08).
002181         88  STEP-IS-WAIT              VALUE 'WAITFILE'.
002190       05  WS-STEP-PARM           PIC  X(20).
002200       05  WS-STEP-MAX-RC         PIC  9(02).
002210       05  WS-STEP-RC             PIC  S9(04) COMP.
002290       05  WS-STEP-RECOVERY       PIC  X(08).
002300       05  WS-STEP-RETRY          PIC  9(01).
002310       05  WS-STEP-RC1            PIC  S9(04) COMP.
002311       05  WS-STEP-RETRIED-SW     PIC  X(01).
002312         88  STEP-WAS-RETRIED          VALUE 'Y'.
002313       05  WS-STEP-STATE          PIC  X(01).
002314         88  STEP-WAITING              VALUE 'W'.
002315         88  STEP-RUNNING              VALUE 'R'.
002316         88  STEP-ENDED-OK             VALUE 'D'.
002317         88  STEP-FAILED               VALUE 'F'.
002318         88  STEP-BLOCKED              VALUE 'B'.
002319       05  WS-STEP-DEP-COUNT      PIC  9(01)  COMP.
002320       05  WS-STEP-DEP            PIC  9(02)  COMP
002321                                  OCCURS  4  TIMES.
002322       05  WS-STEP-BLOCKED-BY     PIC  X(08).
002323*        a WAITFILE step's deadline and next look, in seconds
002324*        from midnight of the chain's start, its interval, and
002325*        the file's size at the last look
002326       05  WS-STEP-DEADLINE-SECS  PIC  S9(08) COMP.
002327       05  WS-STEP-NEXT-POLL      PIC  S9(08) COMP.
002328       05  WS-STEP-INTERVAL       PIC  9(03).
002329       05  WS-STEP-SEEN-SW        PIC  X(01).
002330         88  WAIT-FILE-SEEN            VALUE 'Y'.
002339       05  WS-STEP-LAST-SIZE      PIC  X(08)  COMP-X.
002340 01  WS-STEP-COUNT                PIC  9(02)  COMP  VALUE  0.
002342*
002344*----------------------------------------------------------------
002346* the dependency scheduler: how many steps may run at once (the
002348* PARALLEL card), how many are running and still to finish, and
002350* the completion-marker name and launch command for a step run
002352* alongside others
002354*----------------------------------------------------------------
002356 01  WS-SCHED-AREA.
002358     03  WS-MAX-PARALLEL          PIC  9(02)  VALUE  1.
002360     03  WS-RUNNING-COUNT         PIC  9(02)  COMP  VALUE  0.
002362     03  WS-OPEN-COUNT            PIC  9(02)  COMP  VALUE  0.
002364     03  WS-DEP-SUB               PIC  9(01)  COMP.
002366     03  WS-DEP-IDX               PIC  9(02)  COMP.
002368     03  WS-SCAN-IDX              PIC  9(02)  COMP.
002370     03  WS-DEP-ERRORS            PIC  9(02)  COMP  VALUE  0.
002372     03  WS-POLL-SECS             PIC  9(02)  COMP  VALUE  1.
002374     03  WS-DEPS-SW               PIC  X(01)  VALUE  'N'.
002376       88  DEPS-DECLARED                VALUE 'Y'.
002378     03  WS-PREDS-SW              PIC  X(01).
002380       88  PREDS-DONE                   VALUE 'D'.
002382       88  PREDS-PENDING                VALUE 'P'.
002384       88  PREDS-BROKEN                 VALUE 'B'.
002386     03  WS-PROGRESS-SW           PIC  X(01).
002388       88  SCHED-PROGRESSED             VALUE 'Y'.
002390     03  WS-DONE-NAME.
002392       05  WS-DONE-TAG            PIC  X(04)  VALUE  'BDRC'.
002394       05  WS-DONE-SEQ            PIC  9(02).
002395       05  FILLER                 PIC  X(02)  VALUE  SPACES.
002396     03  WS-BG-CMD                PIC  X(100).
002397*
002398*----------------------------------------------------------------
002399* a WAITFILE card's PARM, and the file details returned by the
002400* existence check each look
002401*----------------------------------------------------------------
002402 01  WS-WAIT-PARM.
002403     03  WP-FILE-NAME             PIC  X(08).
002404     03  FILLER                   PIC  X(01).
002405     03  WP-DEADLINE              PIC  X(06).
002406     03  WP-DEADLINE-N  REDEFINES  WP-DEADLINE.
002407       05  WP-DL-HH               PIC  9(02).
002408       05  WP-DL-MM               PIC  9(02).
002409       05  WP-DL-SS               PIC  9(02).
002410     03  FILLER                   PIC  X(01).
002411     03  WP-INTERVAL              PIC  X(03).
002412     03  WP-INTERVAL-N  REDEFINES  WP-INTERVAL
002413                                  PIC  9(03).
002414     03  FILLER                   PIC  X(01).
002415 01  WS-WAIT-FILE-INFO.
002416     03  WF-SIZE                  PIC  X(08)  COMP-X.
002417     03  WF-DATE                  PIC  X(04).
002418     03  WF-TIME                  PIC  X(04).
002419 01  WS-WAIT-FILE                 PIC  X(08).
002420 01  WS-NOW-SECS                  PIC  S9(08) COMP.
002421 01  WS-WAIT-RC                   PIC  S9(09) COMP.
002422*
002423*----------------------------------------------------------------
002424* batch-window monitor work areas: the hard cutoff from CHNWIN's
002425* CUTOFF line (all nines = no cutoff supplied, nothing forecast
002426* past it), the TIME stamps converted to seconds for the elapsed
002427* and remaining-work arithmetic, and the OPALERT line layout
002428*----------------------------------------------------------------
002429 01  WS-WINDOW-AREA.
002430     03  WS-CUTOFF-TIME           PIC  9(06)  VALUE  999999.
002440     03  WS-CUTOFF-TIME-R  REDEFINES  WS-CUTOFF-TIME.
002450       05  WS-CU-HH               PIC  9(02).
002750 01  WS-CYCLE-GUARD-AREA.
002760     03  WS-RUN-DATE              PIC  X(08).
002770     03  WS-CYC-TABLE.
002780       05  WS-CYC-ENTRY  OCCURS  40  TIMES.
002790         07  WS-CYC-PROGRAM       PIC  X(08).
002800         07  WS-CYC-DATE          PIC  X(08).
002805         07  WS-CYC-ENTITY        PIC  X(02).
002810     03  WS-CYC-COUNT             PIC  9(02)  COMP  VALUE  0.
002820     03  WS-CYC-SUB               PIC  9(02)  COMP.
002830*
002900 PROCEDURE        DIVISION.
002910 MAIN-SEC         SECTION.
002920     PERFORM  GET-PARM-SEC.
002922     IF  WS-PARM-LINE(3:2)  =  '**'
002924         PERFORM  ALL-ENTITIES-SEC
002926         STOP RUN
002928     END-IF.
002929     PERFORM  GET-ENTITY-SEC.
002930     SET   DC-CYCLE-DATE  TO  TRUE.
002940     MOVE  0              TO  DC-IN-DATE.
002950     CALL  'DATECALC'  USING  WS-DATECALC-PARM.
003090     END-IF.
003100     PERFORM  CHECK-CYCLE-SEC.
003110     PERFORM  LOAD-CHAIN-SEC.
003112*    a dependency naming no earlier step would leave its step
003114*    waiting for ever - the deck is wrong, so nothing starts
003116     IF  WS-DEP-ERRORS  >  0
003117         DISPLAY 'BATCHDRV: CHAIN DEPENDENCIES DO NOT RESOLVE -'
003118                 ' CHAIN NOT STARTED'
003119         MOVE  16  TO  RETURN-CODE
003121         STOP RUN
003123     END-IF.
003125     PERFORM  LOAD-WINDOW-SEC.
003130     ACCEPT  WS-TIME-WORK  FROM  TIME.
003140     PERFORM  TIME-TO-SECS-SEC.
003150     MOVE  WS-TIME-SECS  TO  WS-CHAIN-START-SECS.
003160     IF  RESTART-REQUESTED
003170         PERFORM  LOAD-RESULTS-SEC
003180     END-IF.
003190     MOVE  WS-STEP-COUNT  TO  WS-OPEN-COUNT.
003200     PERFORM  SCHEDULE-SEC  UNTIL  WS-OPEN-COUNT  =  0.
003250     PERFORM  WRITE-RESULTS-SEC.
003260     IF  CHAIN-OK
003270         PERFORM  RECORD-CYCLE-SEC
003510 GET-PARM-SEC-EX.
003520     EXIT.
003530/
003531*----------------------------------------------------------------
003532* the cycle's entity: PARM bytes 3-4 when given, proven on the
003533* register and exported as ENTITY so every step launched from
003534* here inherits it; otherwise whatever ENTITY already says, or
003535* the home entity
003536*----------------------------------------------------------------
003537 GET-ENTITY-SEC   SECTION.
003538     IF  WS-PARM-LINE(3:2)  =  SPACES
003539         SET   EC-CYCLE-ENTITY  TO  TRUE
003540     ELSE
003541         SET   EC-LOOKUP        TO  TRUE
003542         MOVE  WS-PARM-LINE(3:2)  TO  EC-ENTITY
003543     END-IF.
003544     CALL  'ENTCHK'  USING  WS-ENTCHK-PARM.
003545     IF  EC-UNKNOWN
003546         DISPLAY 'BATCHDRV: ENTITY ' EC-ENTITY
003547                 ' IS NOT ON THE ENTITY REGISTER - CHAIN NOT'
003548                 ' STARTED'
003549         MOVE  16  TO  RETURN-CODE
003550         STOP RUN
003551     END-IF.
003552     MOVE  EC-ENTITY  TO  WS-CYCLE-ENTITY.
003553     MOVE  EC-HOME    TO  WS-HOME-ENTITY.
003554     DISPLAY 'ENTITY'         UPON  ENVIRONMENT-NAME.
003555     DISPLAY WS-CYCLE-ENTITY  UPON  ENVIRONMENT-VALUE.
003556     DISPLAY 'BATCHDRV: ENTITY ' WS-CYCLE-ENTITY ' ' EC-NAME.
003557 GET-ENTITY-SEC-EX.
003558     EXIT.
003559/
003560*----------------------------------------------------------------
003561* '**': one BATCHDRV per registered entity, in register order
003562* and one at a time - the entities time-share the live files.
003563* no register is the home entity alone.
003564*----------------------------------------------------------------
003565 ALL-ENTITIES-SEC SECTION.
003566     OPEN  INPUT  ENT-FILE.
003567     IF  WS-ENT-STATUS  NOT =  '00'
003568         SET  ENT-EOF  TO  TRUE
003569     END-IF.
003570     PERFORM  RUN-ENTITY-SEC  UNTIL  ENT-EOF.
003571     IF  WS-ENT-STATUS  =  '00'  OR  WS-ENT-STATUS  =  '10'
003572         CLOSE  ENT-FILE
003573     END-IF.
003574     IF  WS-ENT-RUNS  =  0
003575         MOVE  SPACES  TO  EN-CODE
003576         PERFORM  RUN-ONE-ENTITY-SEC
003577     END-IF.
003578     DISPLAY 'BATCHDRV: ' WS-ENT-RUNS ' ENTITY CYCLES RUN,'
003579             ' WORST RC ' WS-WORST-RC.
003580     MOVE  WS-WORST-RC  TO  RETURN-CODE.
003581 ALL-ENTITIES-SEC-EX.
003582     EXIT.
003583/
003584 RUN-ENTITY-SEC   SECTION.
003585     READ  ENT-FILE
003586         AT END  SET  ENT-EOF  TO  TRUE
003587     END-READ.
003588     IF  ENT-EOF  OR  EN-CODE  =  SPACES
003589         GO TO  RUN-ENTITY-SEC-EX
003590     END-IF.
003591     PERFORM  RUN-ONE-ENTITY-SEC.
003592 RUN-ENTITY-SEC-EX.
003593     EXIT.
003594/
003595 RUN-ONE-ENTITY-SEC  SECTION.
003596     ADD   1  TO  WS-ENT-RUNS.
003597     MOVE  SPACES  TO  WS-ENT-CMD.
003598     STRING  'BATCHDRV "'        DELIMITED BY  SIZE
003599             WS-PARM-LINE(1:2)   DELIMITED BY  SIZE
003600             EN-CODE             DELIMITED BY  SIZE
003601             '"'                 DELIMITED BY  SIZE
003602         INTO  WS-ENT-CMD
003603     END-STRING.
003604     DISPLAY 'BATCHDRV: ENTITY CYCLE ' EN-CODE ' STARTING'.
003605     CALL  'SYSTEM'  USING  WS-ENT-CMD.
003606     DISPLAY 'BATCHDRV: ENTITY CYCLE ' EN-CODE ' ENDED RC '
003607             RETURN-CODE.
003608     IF  RETURN-CODE  >  WS-WORST-RC
003609         MOVE  RETURN-CODE  TO  WS-WORST-RC
003610     END-IF.
003611 RUN-ONE-ENTITY-SEC-EX.
003612     EXIT.
003613/
003614*----------------------------------------------------------------
003615* duplicate same-cycle run guard: the chain stops at startup
003616* when CYCCTL already records this cycle date for BATCHDRV,
003617* unless the run is a restart (which resumes the same cycle by
003618* definition) or the operator override was supplied
003619*----------------------------------------------------------------
003620 CHECK-CYCLE-SEC  SECTION.
003621     PERFORM  LOAD-CYCCTL-SEC.
003622     IF  NOT  RESTART-REQUESTED  AND  NOT  OVERRIDE-ON
003630         PERFORM  VARYING  WS-CYC-SUB  FROM  1  BY  1
003640             UNTIL  WS-CYC-SUB  >  WS-CYC-COUNT
003650             IF  WS-CYC-PROGRAM(WS-CYC-SUB)  =  'BATCHDRV'
003660                 AND  WS-CYC-DATE(WS-CYC-SUB)  =  WS-RUN-DATE
003665                 AND  WS-CYC-ENTITY(WS-CYC-SUB) = WS-CYCLE-ENTITY
003670                 DISPLAY 'BATCHDRV: CYCLE ' WS-RUN-DATE
003675                         ' ENTITY ' WS-CYCLE-ENTITY
003680                         ' ALREADY RAN - SUPPLY THE OVERRIDE'
003690                         ' PARM TO RERUN'
003700                 MOVE  16  TO  RETURN-CODE
003940     READ  CYCCTL-FILE
003950         AT END  SET  CYCCTL-EOF  TO  TRUE
003960         NOT AT END
003970             IF  WS-CYC-COUNT  <  40
003980                 ADD  1  TO  WS-CYC-COUNT
003990                 MOVE  CY-PROGRAM
004000                       TO  WS-CYC-PROGRAM(WS-CYC-COUNT)
004010                 MOVE  CY-LAST-DATE
004020                       TO  WS-CYC-DATE(WS-CYC-COUNT)
004022                 MOVE  CY-ENTITY
004024                       TO  WS-CYC-ENTITY(WS-CYC-COUNT)
004026                 IF  CY-ENTITY  =  SPACES
004027                     MOVE  WS-HOME-ENTITY
004028                           TO  WS-CYC-ENTITY(WS-CYC-COUNT)
004029                 END-IF
004030             END-IF
004040     END-READ.
004050 READ-CYCCTL-SEC-EX.
004150     PERFORM  VARYING  WS-CYC-SUB  FROM  1  BY  1
004160         UNTIL  WS-CYC-SUB  >  WS-CYC-COUNT
004170         IF  WS-CYC-PROGRAM(WS-CYC-SUB)  =  'BATCHDRV'
004175             AND  WS-CYC-ENTITY(WS-CYC-SUB) = WS-CYCLE-ENTITY
004180             MOVE  WS-RUN-DATE  TO  WS-CYC-DATE(WS-CYC-SUB)
004190             SET  CYC-ENTRY-FOUND  TO  TRUE
004200         END-IF
004210     END-PERFORM.
004220     IF  NOT  CYC-ENTRY-FOUND  AND  WS-CYC-COUNT  <  40
004230         ADD  1  TO  WS-CYC-COUNT
004240         MOVE  'BATCHDRV'   TO  WS-CYC-PROGRAM(WS-CYC-COUNT)
004250         MOVE  WS-RUN-DATE  TO  WS-CYC-DATE(WS-CYC-COUNT)
004255         MOVE  WS-CYCLE-ENTITY  TO  WS-CYC-ENTITY(WS-CYC-COUNT)
004260     END-IF.
004270     OPEN  OUTPUT  CYCCTL-FILE.
004280     PERFORM  VARYING  WS-CYC-SUB  FROM  1  BY  1
004300         MOVE  SPACES  TO  CYCCTL-REC
004310         MOVE  WS-CYC-PROGRAM(WS-CYC-SUB)  TO  CY-PROGRAM
004320         MOVE  WS-CYC-DATE(WS-CYC-SUB)     TO  CY-LAST-DATE
004325         MOVE  WS-CYC-ENTITY(WS-CYC-SUB)   TO  CY-ENTITY
004330         WRITE  CYCCTL-REC
004340     END-PERFORM.
004350     CLOSE  CYCCTL-FILE.
004700     IF  WS-STEP-COUNT  =  0
004710         PERFORM  DEFAULT-CHAIN-SEC
004720     END-IF.
004722*    a deck naming no dependency anywhere is the straight chain
004724*    it always was - each step waits on the one before it
004726     IF  NOT  DEPS-DECLARED
004727         PERFORM  VARYING  STEP-IDX  FROM  2  BY  1
004728             UNTIL  STEP-IDX  >  WS-STEP-COUNT
004729             MOVE  1  TO  WS-STEP-DEP-COUNT(STEP-IDX)
004730             SET   WS-DEP-IDX  TO  STEP-IDX
004731             SUBTRACT  1  FROM  WS-DEP-IDX
004732             MOVE  WS-DEP-IDX  TO  WS-STEP-DEP(STEP-IDX, 1)
004733         END-PERFORM
004734     END-IF.
004735 LOAD-CHAIN-SEC-EX.
004740     EXIT.
004750/
004760*----------------------------------------------------------------
005250     READ  CHAIN-CTL
005260         AT END      SET  CTL-EOF  TO  TRUE
005270         NOT AT END
005272             IF  CTL-STEP-NAME  =  'PARALLEL'
005274                 AND  CTL-MAX-RC  IS  NUMERIC
005276                 AND  CTL-MAX-RC  >  0
005278                 MOVE  CTL-MAX-RC  TO  WS-MAX-PARALLEL
005279             END-IF
005280             IF  CTL-STEP-NAME  NOT =  SPACES
005285                 AND  CTL-STEP-NAME  NOT =  'PARALLEL'
005290                 AND  WS-STEP-COUNT  <  20
005300                 ADD  1  TO  WS-STEP-COUNT
005310                 SET  STEP-IDX  TO  WS-STEP-COUNT
005530                 END-IF
005540                 MOVE  0    TO  WS-STEP-RC1(STEP-IDX)
005550                 MOVE  'N'  TO  WS-STEP-RETRIED-SW(STEP-IDX)
005552                 SET   STEP-WAITING(STEP-IDX)  TO  TRUE
005554                 MOVE  SPACES  TO  WS-STEP-BLOCKED-BY(STEP-IDX)
005556                 PERFORM  RESOLVE-DEPS-SEC
005560             END-IF
005570     END-READ.
005580 READ-CTL-SEC-EX.
005590     EXIT.
005600/
005602*----------------------------------------------------------------
005604* the card just loaded names its predecessors: each must be an
005606* earlier card in the deck (the nearest one of that name), so a
005608* deck can never describe a loop. a name with no earlier card
005610* is counted as a fault - the chain will not start on it and
005612* the preflight reports it.
005614*----------------------------------------------------------------
005616 RESOLVE-DEPS-SEC SECTION.
005618     MOVE  0  TO  WS-STEP-DEP-COUNT(STEP-IDX).
005620     PERFORM  VARYING  WS-DEP-SUB  FROM  1  BY  1
005622         UNTIL  WS-DEP-SUB  >  4
005624         IF  CTL-DEP-NAME(WS-DEP-SUB)  NOT =  SPACES
005626             SET   DEPS-DECLARED  TO  TRUE
005628             MOVE  0  TO  WS-DEP-IDX
005630             PERFORM  VARYING  WS-SCAN-IDX  FROM  1  BY  1
005632                 UNTIL  WS-SCAN-IDX  >=  WS-STEP-COUNT
005634                 IF  WS-STEP-NAME(WS-SCAN-IDX)
005636                         =  CTL-DEP-NAME(WS-DEP-SUB)
005638                     MOVE  WS-SCAN-IDX  TO  WS-DEP-IDX
005640                 END-IF
005642             END-PERFORM
005644             IF  WS-DEP-IDX  =  0
005646                 ADD  1  TO  WS-DEP-ERRORS
005648                 DISPLAY 'BATCHDRV: STEP ' CTL-STEP-NAME
005650                         ' DEPENDS ON ' CTL-DEP-NAME(WS-DEP-SUB)
005652                         ' - NO EARLIER STEP OF THAT NAME'
005654             ELSE
005656                 ADD   1  TO  WS-STEP-DEP-COUNT(STEP-IDX)
005658                 MOVE  WS-DEP-IDX  TO  WS-STEP-DEP(STEP-IDX,
005660                                   WS-STEP-DEP-COUNT(STEP-IDX))
005662             END-IF
005664         END-IF
005666     END-PERFORM.
005668 RESOLVE-DEPS-SEC-EX.
005670     EXIT.
005672/
005673 DEFAULT-CHAIN-SEC SECTION.
005674     DISPLAY 'BATCHDRV: NO CHAIN CONTROL FILE - USING DEFAULT'
005675             ' CHAIN'.
005676     MOVE  4          TO  WS-STEP-COUNT.
005677     MOVE  'BINARY'   TO  WS-STEP-NAME(1).
005678     MOVE  'FILEW'    TO  WS-STEP-NAME(2).
005679     MOVE  'SORTUTL'  TO  WS-STEP-NAME(3).
005680     MOVE  'PIPECHK'  TO  WS-STEP-NAME(4).
005690     PERFORM  VARYING  STEP-IDX  FROM  1  BY  1
005700         UNTIL  STEP-IDX  >  WS-STEP-COUNT
005800         MOVE  0       TO  WS-STEP-RETRY(STEP-IDX)
005810         MOVE  0       TO  WS-STEP-RC1(STEP-IDX)
005820         MOVE  'N'     TO  WS-STEP-RETRIED-SW(STEP-IDX)
005822         SET   STEP-WAITING(STEP-IDX)  TO  TRUE
005824         MOVE  0       TO  WS-STEP-DEP-COUNT(STEP-IDX)
005826         MOVE  SPACES  TO  WS-STEP-BLOCKED-BY(STEP-IDX)
005830     END-PERFORM.
005840 DEFAULT-CHAIN-SEC-EX.
005850     EXIT.
006060*----------------------------------------------------------------
006070* a recorded OK marks the first not-yet-marked step of that name
006080* as done, so a chain carrying the same step twice restarts at
006090* the right occurrence. only this entity's lines count.
006100*----------------------------------------------------------------
006110 READ-RSLT-SEC    SECTION.
006120     READ  CHAIN-RSLT
006130         AT END      SET  RSLT-EOF  TO  TRUE
006140         NOT AT END
006142             MOVE  RSLT-ENTITY  TO  WS-ROW-ENTITY
006144             IF  WS-ROW-ENTITY  =  SPACES
006146                 MOVE  WS-HOME-ENTITY  TO  WS-ROW-ENTITY
006148             END-IF
006150             IF  RSLT-IS-OK
006155                 AND  WS-ROW-ENTITY  =  WS-CYCLE-ENTITY
006160                 MOVE  'N'  TO  WS-MARKED-SW
006170                 PERFORM  VARYING  STEP-IDX  FROM  1  BY  1
006180                     UNTIL  STEP-IDX  >  WS-STEP-COUNT
006190                         OR  STEP-MARKED
006200                     IF  WS-STEP-NAME(STEP-IDX)  =  RSLT-STEP-NAME
006210                         AND  NOT  STEP-ALREADY-DONE(STEP-IDX)
006211                         SET  STEP-ALREADY-DONE(STEP-IDX)
006212                                                       TO  TRUE
006213                         SET  STEP-ENDED-OK(STEP-IDX)  TO  TRUE
006214                         MOVE  RSLT-RC  TO  WS-STEP-RC(STEP-IDX)
006215                         SET  STEP-MARKED  TO  TRUE
006216                     END-IF
006217                 END-PERFORM
006218             END-IF
006219     END-READ.
006220 READ-RSLT-SEC-EX.
006221     EXIT.
006222/
006223*----------------------------------------------------------------
006224* one pass of the scheduler over the chain: every step whose
006225* predecessors have all ended OK is started, up to the PARALLEL
006226* limit; every step running in the background is polled; a step
006227* downstream of a failure is skipped. the pass counts the steps
006228* still waiting or running, and MAIN-SEC repeats it until none
006229* are. a pass that started and finished nothing while steps are
006230* running waits a second before looking again.
006231*----------------------------------------------------------------
006232 SCHEDULE-SEC     SECTION.
006233     MOVE  0    TO  WS-OPEN-COUNT.
006234     MOVE  'N'  TO  WS-PROGRESS-SW.
006235     PERFORM  DISPATCH-STEP-SEC
006236         VARYING  STEP-IDX  FROM  1  BY  1
006237         UNTIL  STEP-IDX  >  WS-STEP-COUNT.
006238     IF  WS-RUNNING-COUNT  >  0
006239         AND  NOT  SCHED-PROGRESSED
006240         CALL  'C$SLEEP'  USING  WS-POLL-SECS
006241     END-IF.
006242 SCHEDULE-SEC-EX.
006243     EXIT.
006244/
006245*----------------------------------------------------------------
006246* with the PARALLEL limit at 1 (no PARALLEL card) a ready step
006247* is run in line, exactly as the straight chain always ran;
006248* above 1 it is started in the background and polled home
006249*----------------------------------------------------------------
006250 DISPATCH-STEP-SEC SECTION.
006251     IF  STEP-WAITING(STEP-IDX)
006252         PERFORM  CHECK-PREDS-SEC
006253         IF  PREDS-BROKEN
006254             PERFORM  BLOCK-STEP-SEC
006255         END-IF
006256         IF  PREDS-DONE
006257             AND  WS-RUNNING-COUNT  <  WS-MAX-PARALLEL
006258*            a WAITFILE step runs no program - it is started
006259*            and then polled like a background step, so the
006260*            wait never holds up a branch that does not need
006261*            the file
006262             IF  STEP-IS-WAIT(STEP-IDX)
006263                 PERFORM  START-WAIT-SEC
006264             ELSE
006265                 IF  WS-MAX-PARALLEL  =  1
006266                     PERFORM  RUN-STEP-SEC
006267                     PERFORM  STEP-OUTCOME-SEC
006268                 ELSE
006269                     PERFORM  LAUNCH-STEP-SEC
006270                 END-IF
006271             END-IF
006272         END-IF
006273     ELSE
006274         IF  STEP-RUNNING(STEP-IDX)
006275             IF  STEP-IS-WAIT(STEP-IDX)
006276                 PERFORM  POLL-WAIT-SEC
006277             ELSE
006278                 PERFORM  POLL-STEP-SEC
006284             END-IF
006285         END-IF
006286     END-IF.
006287     IF  STEP-WAITING(STEP-IDX)  OR  STEP-RUNNING(STEP-IDX)
006288         ADD  1  TO  WS-OPEN-COUNT
006289     END-IF.
006290 DISPATCH-STEP-SEC-EX.
006291     EXIT.
006292/
006293*----------------------------------------------------------------
006294* a waiting step's predecessors: all ended OK (this run or the
006295* run being restarted) - ready; any failed or skipped - broken,
006296* WS-DEP-IDX naming the first such predecessor; otherwise still
006297* pending
006298*----------------------------------------------------------------
006299 CHECK-PREDS-SEC  SECTION.
006300     SET   PREDS-DONE  TO  TRUE.
006301     PERFORM  VARYING  WS-DEP-SUB  FROM  1  BY  1
006302         UNTIL  WS-DEP-SUB  >  WS-STEP-DEP-COUNT(STEP-IDX)
006303             OR  PREDS-BROKEN
006304         MOVE  WS-STEP-DEP(STEP-IDX, WS-DEP-SUB)  TO  WS-DEP-IDX
006305         IF  STEP-FAILED(WS-DEP-IDX)
006306             OR  STEP-BLOCKED(WS-DEP-IDX)
006307             SET  PREDS-BROKEN  TO  TRUE
006308         ELSE
006309             IF  NOT  STEP-ENDED-OK(WS-DEP-IDX)
006310                 SET  PREDS-PENDING  TO  TRUE
006311             END-IF
006312         END-IF
006313     END-PERFORM.
006314 CHECK-PREDS-SEC-EX.
006315     EXIT.
006316/
006317*----------------------------------------------------------------
006318* a step downstream of a failure is skipped, not run; it is
006319* recorded as held back by the failed step at the head of its
006320* branch, so CHNRSLT and CHNHIST show why it did not run and a
006321* restart after the fix runs it
006322*----------------------------------------------------------------
006323 BLOCK-STEP-SEC   SECTION.
006324     SET   STEP-BLOCKED(STEP-IDX)  TO  TRUE.
006325     SET   SCHED-PROGRESSED        TO  TRUE.
006326     IF  STEP-BLOCKED(WS-DEP-IDX)
006327         MOVE  WS-STEP-BLOCKED-BY(WS-DEP-IDX)
006328               TO  WS-STEP-BLOCKED-BY(STEP-IDX)
006329     ELSE
006330         MOVE  WS-STEP-NAME(WS-DEP-IDX)
006331               TO  WS-STEP-BLOCKED-BY(STEP-IDX)
006332     END-IF.
006333     DISPLAY 'BATCHDRV: ' WS-STEP-NAME(STEP-IDX)
006334             ' STEP SKIPPED - ' WS-STEP-BLOCKED-BY(STEP-IDX)
006335             ' FAILED'.
006336 BLOCK-STEP-SEC-EX.
006337     EXIT.
006338/
006339*----------------------------------------------------------------
006340* a step's final state once it has ended, the test the chain
006341* always applied: RETURN-CODE within the card's tolerance
006342*----------------------------------------------------------------
006343 STEP-OUTCOME-SEC SECTION.
006344     SET   SCHED-PROGRESSED  TO  TRUE.
006345     IF  WS-STEP-RC(STEP-IDX)  >  WS-STEP-MAX-RC(STEP-IDX)
006346         SET  STEP-FAILED(STEP-IDX)    TO  TRUE
006347     ELSE
006348         SET  STEP-ENDED-OK(STEP-IDX)  TO  TRUE
006349     END-IF.
006350 STEP-OUTCOME-SEC-EX.
006351     EXIT.
006352/
006353*----------------------------------------------------------------
006354* a step run alongside others is started in the background
006355* through the shell; when it ends the shell writes its
006356* RETURN-CODE to the step's completion marker BDRCnn (nn the
006357* step's place in the chain), written under a temporary name
006358* and renamed so the poll never reads a half-written marker.
006359* any marker left by an earlier run is removed first.
006360*----------------------------------------------------------------
006361 LAUNCH-STEP-SEC  SECTION.
006362     DISPLAY 'BATCHDRV: STARTING ' WS-STEP-NAME(STEP-IDX)
006363             ' STEP'.
006364     SET   WS-DEP-IDX  TO  STEP-IDX.
006365     MOVE  WS-DEP-IDX  TO  WS-DONE-SEQ.
006366     CALL  'CBL_DELETE_FILE'  USING  WS-DONE-NAME.
006367     MOVE  SPACES  TO  WS-BG-CMD.
006368     STRING  '('                     DELIMITED BY  SIZE
006369             WS-STEP-NAME(STEP-IDX)  DELIMITED BY  SPACE
006370             ' '                     DELIMITED BY  SIZE
006371             WS-STEP-PARM(STEP-IDX)  DELIMITED BY  '  '
006372             '; printf ''%04d'' $? > ' DELIMITED BY  SIZE
006373             WS-DONE-NAME            DELIMITED BY  SPACE
006374             '.t; mv '               DELIMITED BY  SIZE
006375             WS-DONE-NAME            DELIMITED BY  SPACE
006376             '.t '                   DELIMITED BY  SIZE
006377             WS-DONE-NAME            DELIMITED BY  SPACE
006378             ') &'                   DELIMITED BY  SIZE
006379         INTO  WS-BG-CMD
006380     END-STRING.
006381     ACCEPT  WS-TIME-WORK  FROM  TIME.
006382     MOVE  WS-TIME-WORK  TO  WS-STEP-START(STEP-IDX).
006383     CALL  'SYSTEM'  USING  WS-BG-CMD.
006384     SET   STEP-RUNNING(STEP-IDX)  TO  TRUE.
006385     SET   SCHED-PROGRESSED        TO  TRUE.
006386     ADD   1  TO  WS-RUNNING-COUNT.
006387 LAUNCH-STEP-SEC-EX.
006388     EXIT.
006389/
006390*----------------------------------------------------------------
006391* a background step is home once its completion marker reads;
006392* the marker's RETURN-CODE is then judged exactly as an in-line
006393* step's would be
006394*----------------------------------------------------------------
006395 POLL-STEP-SEC    SECTION.
006396     SET   WS-DEP-IDX  TO  STEP-IDX.
006397     MOVE  WS-DEP-IDX  TO  WS-DONE-SEQ.
006398     OPEN  INPUT  DONE-FILE.
006399     IF  WS-DONE-STATUS  NOT =  '00'
006400         GO TO  POLL-STEP-SEC-EX
006401     END-IF.
006402     MOVE  SPACES  TO  DONE-REC.
006403     READ  DONE-FILE
006404         AT END  MOVE  SPACES  TO  DONE-REC
006405     END-READ.
006406     CLOSE  DONE-FILE.
006407     IF  DONE-RC-N  NOT  NUMERIC
006408         GO TO  POLL-STEP-SEC-EX
006409     END-IF.
006410     MOVE  DONE-RC-N  TO  WS-STEP-RC(STEP-IDX).
006411     CALL  'CBL_DELETE_FILE'  USING  WS-DONE-NAME.
006412     SUBTRACT  1  FROM  WS-RUNNING-COUNT.
006413     SET   STEP-WAS-RUN(STEP-IDX)  TO  TRUE.
006414     MOVE  WS-STEP-START(STEP-IDX)  TO  WS-TIME-WORK.
006415     PERFORM  TIME-TO-SECS-SEC.
006416     MOVE  WS-TIME-SECS  TO  WS-START-SECS.
006417     ACCEPT  WS-TIME-WORK  FROM  TIME.
006418     MOVE  WS-TIME-WORK  TO  WS-STEP-END(STEP-IDX).
006419     PERFORM  TIME-TO-SECS-SEC.
006420     MOVE  WS-TIME-SECS  TO  WS-END-SECS.
006421     DISPLAY 'BATCHDRV: ' WS-STEP-NAME(STEP-IDX)
006422             ' STEP ENDED RC=' WS-STEP-RC(STEP-IDX).
006423     PERFORM  STEP-ENDED-SEC.
006424     PERFORM  STEP-OUTCOME-SEC.
006425 POLL-STEP-SEC-EX.
006426     EXIT.
006427/
006428*----------------------------------------------------------------
006429* a WAITFILE step starts its wait: the card's interval (60
006430* seconds when blank) and deadline (the CHNWIN cutoff when
006431* blank) are taken, both as seconds from midnight of the day
006432* the chain started so a wait across midnight still compares
006433* correctly, and the file is looked at straight away. a card
006434* with no deadline and no cutoff to fall back on would wait for
006435* ever, so the step fails at once instead.
006436*----------------------------------------------------------------
006437 START-WAIT-SEC   SECTION.
006438     MOVE  WS-STEP-PARM(STEP-IDX)  TO  WS-WAIT-PARM.
006439     DISPLAY 'BATCHDRV: ' WS-STEP-NAME(STEP-IDX)
006440             ' STEP WAITING FOR ' WP-FILE-NAME.
006441     SET   STEP-RUNNING(STEP-IDX)  TO  TRUE.
006442     SET   SCHED-PROGRESSED        TO  TRUE.
006443     ADD   1  TO  WS-RUNNING-COUNT.
006444     PERFORM  WAIT-CLOCK-SEC.
006445     MOVE  WS-TIME-WORK  TO  WS-STEP-START(STEP-IDX).
006446     MOVE  WS-NOW-SECS   TO  WS-STEP-NEXT-POLL(STEP-IDX).
006447     MOVE  'N'           TO  WS-STEP-SEEN-SW(STEP-IDX).
006448     IF  WP-INTERVAL-N  IS  NUMERIC  AND  WP-INTERVAL-N  >  0
006449         MOVE  WP-INTERVAL-N  TO  WS-STEP-INTERVAL(STEP-IDX)
006450     ELSE
006451         MOVE  60             TO  WS-STEP-INTERVAL(STEP-IDX)
006452     END-IF.
006453     IF  WP-DEADLINE-N  NOT  NUMERIC
006454         IF  WS-CUTOFF-TIME  =  999999
006455             MOVE  16  TO  WS-STEP-RC(STEP-IDX)
006456             MOVE  WS-STEP-NAME(STEP-IDX)  TO  AL-STEP
006457             MOVE  'WAIT HAS NO DEADLINE AND NO CUTOFF'
006458                   TO  AL-MSG
006459             PERFORM  WRITE-ALERT-SEC
006460             DISPLAY 'BATCHDRV: ' WS-STEP-NAME(STEP-IDX)
006461                     ' CARD HAS NO DEADLINE AND CHNWIN NO CUTOFF'
006462             PERFORM  END-WAIT-SEC
006463             GO TO  START-WAIT-SEC-EX
006464         END-IF
006465         MOVE  WS-CUTOFF-TIME  TO  WP-DEADLINE-N
006466     END-IF.
006467     COMPUTE  WS-STEP-DEADLINE-SECS(STEP-IDX)  =
006468              (WP-DL-HH  *  60  +  WP-DL-MM)  *  60  +  WP-DL-SS.
006469     IF  WS-STEP-DEADLINE-SECS(STEP-IDX)  <  WS-CHAIN-START-SECS
006470         ADD  86400  TO  WS-STEP-DEADLINE-SECS(STEP-IDX)
006471     END-IF.
006472     PERFORM  POLL-WAIT-SEC.
006473 START-WAIT-SEC-EX.
006474     EXIT.
006475/
006476*----------------------------------------------------------------
006477* one look at a waiting step's file, once its interval is up.
006478* the file has arrived when it is there at the same size as at
006479* the look before - a file still being transmitted grows
006480* between looks. past the deadline the step ends RC 16, so it
006481* takes the card's recovery or holds back its branch like any
006482* failed step, and OPALERT is told which file never came. the
006483* last look before the deadline is taken at the deadline itself
006484* however long the interval.
006485*----------------------------------------------------------------
006486 POLL-WAIT-SEC    SECTION.
006487     PERFORM  WAIT-CLOCK-SEC.
006488     IF  WS-NOW-SECS  <  WS-STEP-NEXT-POLL(STEP-IDX)
006489         GO TO  POLL-WAIT-SEC-EX
006490     END-IF.
006491     MOVE  WS-STEP-PARM(STEP-IDX)(1:8)  TO  WS-WAIT-FILE.
006492     CALL  'CBL_CHECK_FILE_EXIST'  USING  WS-WAIT-FILE
006493                                          WS-WAIT-FILE-INFO.
006494     MOVE  RETURN-CODE  TO  WS-WAIT-RC.
006495     MOVE  0            TO  RETURN-CODE.
006496     IF  WS-WAIT-RC  =  0
006497         IF  WAIT-FILE-SEEN(STEP-IDX)
006498             AND  WF-SIZE  =  WS-STEP-LAST-SIZE(STEP-IDX)
006499             DISPLAY 'BATCHDRV: ' WS-WAIT-FILE ' ARRIVED, '
006500                     WF-SIZE ' BYTES'
006501             MOVE  0  TO  WS-STEP-RC(STEP-IDX)
006502             PERFORM  END-WAIT-SEC
006503             GO TO  POLL-WAIT-SEC-EX
006504         END-IF
006505         SET   WAIT-FILE-SEEN(STEP-IDX)  TO  TRUE
006506         MOVE  WF-SIZE  TO  WS-STEP-LAST-SIZE(STEP-IDX)
006507     ELSE
006508         MOVE  'N'  TO  WS-STEP-SEEN-SW(STEP-IDX)
006509     END-IF.
006510     IF  WS-NOW-SECS  NOT <  WS-STEP-DEADLINE-SECS(STEP-IDX)
006511         MOVE  16  TO  WS-STEP-RC(STEP-IDX)
006512         MOVE  WS-STEP-NAME(STEP-IDX)  TO  AL-STEP
006513         MOVE  SPACES  TO  AL-MSG
006514         IF  WAIT-FILE-SEEN(STEP-IDX)
006515             STRING  WS-WAIT-FILE        DELIMITED BY  SPACE
006516                     ' STILL GROWING AT DEADLINE'
006517                                         DELIMITED BY  SIZE
006518                 INTO  AL-MSG
006519             END-STRING
006520         ELSE
006521             STRING  WS-WAIT-FILE        DELIMITED BY  SPACE
006522                     ' NOT ARRIVED BY DEADLINE'
006523                                         DELIMITED BY  SIZE
006524                 INTO  AL-MSG
006525             END-STRING
006526         END-IF
006527         PERFORM  WRITE-ALERT-SEC
006528         DISPLAY 'BATCHDRV: ' AL-MSG
006529         PERFORM  END-WAIT-SEC
006530         GO TO  POLL-WAIT-SEC-EX
006531     END-IF.
006532     COMPUTE  WS-STEP-NEXT-POLL(STEP-IDX)  =
006533              WS-NOW-SECS  +  WS-STEP-INTERVAL(STEP-IDX).
006534     IF  WS-STEP-NEXT-POLL(STEP-IDX)
006535             >  WS-STEP-DEADLINE-SECS(STEP-IDX)
006536         MOVE  WS-STEP-DEADLINE-SECS(STEP-IDX)
006537               TO  WS-STEP-NEXT-POLL(STEP-IDX)
006538     END-IF.
006539 POLL-WAIT-SEC-EX.
006540     EXIT.
006541/
006542*----------------------------------------------------------------
006543* a wait has ended, arrived or not: timed and judged exactly as
006544* a step polled home from the background
006545*----------------------------------------------------------------
006546 END-WAIT-SEC     SECTION.
006547     SUBTRACT  1  FROM  WS-RUNNING-COUNT.
006548     SET   STEP-WAS-RUN(STEP-IDX)  TO  TRUE.
006549     SET   SCHED-PROGRESSED        TO  TRUE.
006550     MOVE  WS-STEP-START(STEP-IDX)  TO  WS-TIME-WORK.
006551     PERFORM  TIME-TO-SECS-SEC.
006552     MOVE  WS-TIME-SECS  TO  WS-START-SECS.
006553     ACCEPT  WS-TIME-WORK  FROM  TIME.
006554     MOVE  WS-TIME-WORK  TO  WS-STEP-END(STEP-IDX).
006555     PERFORM  TIME-TO-SECS-SEC.
006556     MOVE  WS-TIME-SECS  TO  WS-END-SECS.
006557     DISPLAY 'BATCHDRV: ' WS-STEP-NAME(STEP-IDX)
006558             ' STEP ENDED RC=' WS-STEP-RC(STEP-IDX).
006559     PERFORM  STEP-ENDED-SEC.
006560     PERFORM  STEP-OUTCOME-SEC.
006561 END-WAIT-SEC-EX.
006562     EXIT.
006563/
006564*    the clock now, in seconds from midnight of the day the chain
006565*    started
006566 WAIT-CLOCK-SEC   SECTION.
006567     ACCEPT  WS-TIME-WORK  FROM  TIME.
006568     PERFORM  TIME-TO-SECS-SEC.
006569     MOVE  WS-TIME-SECS  TO  WS-NOW-SECS.
006570     IF  WS-NOW-SECS  <  WS-CHAIN-START-SECS
006571         ADD  86400  TO  WS-NOW-SECS
006572     END-IF.
006573 WAIT-CLOCK-SEC-EX.
006574     EXIT.
006575/
006576*----------------------------------------------------------------
006577* each step is launched as its own OS process via CALL 'SYSTEM'
006578* so a STOP RUN inside the step ends only that process, leaving
006579* this driver's own run unit alive to check RETURN-CODE against
006580* the step's tolerance and decide whether the chain continues
006581*----------------------------------------------------------------
006582 RUN-STEP-SEC     SECTION.
006583     DISPLAY 'BATCHDRV: STARTING ' WS-STEP-NAME(STEP-IDX)
006584             ' STEP'.
006585     MOVE  SPACES  TO  WS-CMD-LINE.
006586     STRING  WS-STEP-NAME(STEP-IDX)  DELIMITED BY  SPACE
006587             ' '                     DELIMITED BY  SIZE
006588             WS-STEP-PARM(STEP-IDX)  DELIMITED BY  SIZE
006589         INTO  WS-CMD-LINE
006590     END-STRING.
006591     ACCEPT  WS-TIME-WORK  FROM  TIME.
006592     MOVE  WS-TIME-WORK  TO  WS-STEP-START(STEP-IDX).
006593     PERFORM  TIME-TO-SECS-SEC.
006594     MOVE  WS-TIME-SECS  TO  WS-START-SECS.
006595     CALL  'SYSTEM'  USING  WS-CMD-LINE.
006596     MOVE  RETURN-CODE  TO  WS-STEP-RC(STEP-IDX).
006597     SET   STEP-WAS-RUN(STEP-IDX)  TO  TRUE.
006598     ACCEPT  WS-TIME-WORK  FROM  TIME.
006599     MOVE  WS-TIME-WORK  TO  WS-STEP-END(STEP-IDX).
006600     PERFORM  TIME-TO-SECS-SEC.
006601     MOVE  WS-TIME-SECS  TO  WS-END-SECS.
006602     PERFORM  STEP-ENDED-SEC.
006603 RUN-STEP-SEC-EX.
006604     EXIT.
006605/
006606*----------------------------------------------------------------
006607* a step has ended - run here in line or polled home from the
006608* background: its duration is checked against the window, a
006609* tolerated-failure pattern gets its recovery, and a step still
006610* over tolerance is logged. the chain as a whole is then not
006611* OK, but only this step's own downstream branch is held back -
006612* see DISPATCH-STEP-SEC.
006613*----------------------------------------------------------------
006614 STEP-ENDED-SEC   SECTION.
006615     COMPUTE  WS-ELAPSED-SECS  =  WS-END-SECS  -  WS-START-SECS.
006616     IF  WS-ELAPSED-SECS  <  0
006617         ADD  86400  TO  WS-ELAPSED-SECS
006620     END-IF.
006630     PERFORM  WINDOW-CHECK-SEC.
006640     IF  WS-STEP-RC(STEP-IDX)  >  WS-STEP-MAX-RC(STEP-IDX)
006750         DISPLAY 'BATCHDRV: ' WS-STEP-NAME(STEP-IDX)
006760                 ' STEP FAILED RC=' WS-STEP-RC(STEP-IDX)
006770         MOVE  'BATCHDRV'          TO  EL-PROGRAM
006780         MOVE  'STEP-ENDED-SEC'    TO  EL-SECTION
006790         MOVE  'STEP FAILED - '    TO  EL-MSG
006800         MOVE  WS-STEP-NAME(STEP-IDX)  TO  EL-MSG(15:8)
006810         SET   EL-ERROR            TO  TRUE
006820         MOVE  WS-STEP-RC(STEP-IDX)  TO  EL-RETURN-CODE
006825         MOVE  'BTDRV001'            TO  EL-MSG-ID
006830         CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
006840     END-IF.
006850 STEP-ENDED-SEC-EX.
006860     EXIT.
006870/
006880*----------------------------------------------------------------
007100         END-STRING
007110         CALL  'SYSTEM'  USING  WS-CMD-LINE
007120         DISPLAY 'BATCHDRV: RECOVERY ENDED RC=' RETURN-CODE
007190         DISPLAY 'BATCHDRV: RETRYING '
007200                 WS-STEP-NAME(STEP-IDX)
007202*        a WAITFILE retry is one more look for the file - the
007204*        recovery has run to its end, so a file there now is
007206*        whole
007208         IF  STEP-IS-WAIT(STEP-IDX)
007210             MOVE  WS-STEP-PARM(STEP-IDX)(1:8)  TO  WS-WAIT-FILE
007212             CALL  'CBL_CHECK_FILE_EXIST'  USING  WS-WAIT-FILE
007214                                              WS-WAIT-FILE-INFO
007216             IF  RETURN-CODE  =  0
007218                 MOVE  0   TO  WS-STEP-RC(STEP-IDX)
007220             ELSE
007222                 MOVE  16  TO  WS-STEP-RC(STEP-IDX)
007224             END-IF
007226             MOVE  0  TO  RETURN-CODE
007228         ELSE
007230             MOVE  SPACES  TO  WS-CMD-LINE
007232             STRING  WS-STEP-NAME(STEP-IDX)  DELIMITED BY  SPACE
007234                     ' '                     DELIMITED BY  SIZE
007236                     WS-STEP-PARM(STEP-IDX)  DELIMITED BY  SIZE
007238                 INTO  WS-CMD-LINE
007240             END-STRING
007242             CALL  'SYSTEM'  USING  WS-CMD-LINE
007244             MOVE  RETURN-CODE  TO  WS-STEP-RC(STEP-IDX)
007246         END-IF
007247     END-PERFORM.
007248     IF  WS-STEP-RC(STEP-IDX)
007250             NOT >  WS-STEP-MAX-RC(STEP-IDX)
007260         DISPLAY 'BATCHDRV: ' WS-STEP-NAME(STEP-IDX)
007270                 ' RECOVERED, RC=' WS-STEP-RC(STEP-IDX)
007380*----------------------------------------------------------------
007390* batch-window monitor, run after every step: the step that just
007400* ended is checked against its expected duration, and the
007410* expected durations of the steps still waiting are summed to
007420* forecast the chain's finish against the hard cutoff - both
007430* findings go to OPALERT while the operator can still act.
007440* clock times are normalized against the chain's own start so a
007630         END-IF
007640         PERFORM  VARYING  WS-WIN-IDX  FROM  1  BY  1
007650             UNTIL  WS-WIN-IDX  >  WS-STEP-COUNT
007660             IF  STEP-WAITING(WS-WIN-IDX)
007680                 ADD  WS-STEP-EXPECT(WS-WIN-IDX)
007690                      TO  WS-FORECAST-SECS
007700             END-IF
008120* the recorded results cover every step that has ended OK -
008130* whether in this run or a prior run this one restarted - plus
008140* the failing step itself, so the next restart resumes exactly
008150* where this run stopped. with branches, a step skipped because
008152* a step upstream of it failed is recorded SKIP with the failed
008154* step's name, so the restart runs it and its branch again while
008156* leaving the branches that completed alone.
008160*----------------------------------------------------------------
008170 WRITE-RESULTS-SEC SECTION.
008172     PERFORM  KEEP-RESULTS-SEC.
008173     OPEN  OUTPUT  CHAIN-RSLT.
008174     PERFORM  VARYING  WS-KEEP-SUB  FROM  1  BY  1
008175         UNTIL  WS-KEEP-SUB  >  WS-KEEP-COUNT
008176         MOVE   WS-KEEP-LINE(WS-KEEP-SUB)  TO  RSLT-REC
008177         WRITE  RSLT-REC
008181     END-PERFORM.
008182     ACCEPT  WS-RSLT-DATE  FROM  DATE  YYYYMMDD.
008184     ACCEPT  WS-RSLT-TIME  FROM  TIME.
008190     PERFORM  VARYING  STEP-IDX  FROM  1  BY  1
008200         UNTIL  STEP-IDX  >  WS-STEP-COUNT
008210         IF  STEP-ALREADY-DONE(STEP-IDX)
008220             OR  STEP-WAS-RUN(STEP-IDX)
008225             OR  STEP-BLOCKED(STEP-IDX)
008230*            a retried step records its first attempt too, so
008240*            the morning review sees both the failure and the
008250*            recovery (the restart logic only reads OK lines)
008260             IF  STEP-WAS-RETRIED(STEP-IDX)
008270                 MOVE  SPACES  TO  RSLT-REC
008275                 MOVE  WS-RSLT-STAMP  TO  RSLT-RECORDED
008280                 MOVE  WS-STEP-NAME(STEP-IDX)
008290                       TO  RSLT-STEP-NAME
008300                 MOVE  WS-STEP-RC1(STEP-IDX)  TO  RSLT-RC
008330                       TO  RSLT-START-TIME
008340                 MOVE  WS-STEP-END(STEP-IDX)
008350                       TO  RSLT-END-TIME
008355                 MOVE  WS-CYCLE-ENTITY  TO  RSLT-ENTITY
008360                 WRITE  RSLT-REC
008365                 MOVE  'N'  TO  WS-HIST-TIMED-SW
008370                 PERFORM  WRITE-CHNHIST-SEC
008380             END-IF
008390             MOVE  SPACES  TO  RSLT-REC
008395             MOVE  WS-RSLT-STAMP  TO  RSLT-RECORDED
008400             MOVE  WS-STEP-NAME(STEP-IDX)  TO  RSLT-STEP-NAME
008410             MOVE  WS-STEP-RC(STEP-IDX)    TO  RSLT-RC
008420             MOVE  WS-STEP-START(STEP-IDX) TO  RSLT-START-TIME
008470             ELSE
008480                 SET  RSLT-IS-OK    TO  TRUE
008490             END-IF
008492             IF  STEP-BLOCKED(STEP-IDX)
008494                 SET  RSLT-IS-SKIP  TO  TRUE
008496                 MOVE  WS-STEP-BLOCKED-BY(STEP-IDX)
008497                       TO  RSLT-BLOCKED-BY
008498             END-IF
008499             MOVE  WS-CYCLE-ENTITY  TO  RSLT-ENTITY
008500             WRITE  RSLT-REC
008505             SET  HIST-LINE-TIMED  TO  TRUE
008510             PERFORM  WRITE-CHNHIST-SEC
008520         END-IF
008530     END-PERFORM.
008550 WRITE-RESULTS-SEC-EX.
008560     EXIT.
008570/
008571*----------------------------------------------------------------
008572* CHNRSLT is shared by the entities' chains: before this
008573* entity's results replace its own, the other entities' lines
008574* are held to be written back
008575*----------------------------------------------------------------
008576 KEEP-RESULTS-SEC SECTION.
008577     MOVE  0    TO  WS-KEEP-COUNT.
008578     MOVE  'N'  TO  WS-RSLT-EOF-SW.
008579     OPEN  INPUT  CHAIN-RSLT.
008580     IF  WS-RSLT-STATUS  NOT =  '00'
008581         SET  RSLT-EOF  TO  TRUE
008582     END-IF.
008583     PERFORM  KEEP-RSLT-SEC  UNTIL  RSLT-EOF.
008584     IF  WS-RSLT-STATUS  =  '00'  OR  WS-RSLT-STATUS  =  '10'
008585         CLOSE  CHAIN-RSLT
008586     END-IF.
008587 KEEP-RESULTS-SEC-EX.
008588     EXIT.
008589/
008590 KEEP-RSLT-SEC    SECTION.
008591     READ  CHAIN-RSLT
008592         AT END  SET  RSLT-EOF  TO  TRUE
008593     END-READ.
008594     IF  RSLT-EOF
008595         GO TO  KEEP-RSLT-SEC-EX
008596     END-IF.
008597     MOVE  RSLT-ENTITY  TO  WS-ROW-ENTITY.
008598     IF  WS-ROW-ENTITY  =  SPACES
008599         MOVE  WS-HOME-ENTITY  TO  WS-ROW-ENTITY
008600     END-IF.
008601     IF  WS-ROW-ENTITY  NOT =  WS-CYCLE-ENTITY
008602         AND  WS-KEEP-COUNT  <  200
008603         ADD   1  TO  WS-KEEP-COUNT
008604         MOVE  RSLT-REC  TO  WS-KEEP-LINE(WS-KEEP-COUNT)
008605     END-IF.
008606 KEEP-RSLT-SEC-EX.
008607     EXIT.
008608/
008610*----------------------------------------------------------------
008612* appends the result just recorded to the permanent CHNHIST
008614* ledger, stamped with the cycle date. EXTEND accumulates
008616* across runs; the OUTPUT fallback primes the ledger on the
008620* very first run, the way ERRLOG primes its own log.
008622* the line carries the step's start and end and the elapsed
008624* seconds between them, which is what the chargeback bills by;
008626* a retried step's first attempt is recorded untimed, since its
008628* final line already carries the whole start-to-end span, and a
008629* step a restart skipped carries no times at all. a WAITFILE
008631* step's span is its wait, carried as wait seconds with no
008633* elapsed seconds - nothing ran, so there is nothing to bill.
008635*----------------------------------------------------------------
008640 WRITE-CHNHIST-SEC  SECTION.
008650     OPEN  EXTEND  CHNHIST-FILE.
008660     IF  WS-CHNHIST-STATUS  NOT =  '00'
008700     MOVE  WS-RUN-DATE     TO  CH-RUN-DATE.
008710     MOVE  RSLT-STEP-NAME  TO  CH-STEP-NAME.
008720     MOVE  RSLT-RC         TO  CH-RC.
008722     MOVE  RSLT-STATUS     TO  CH-STATUS.
008724     MOVE  RSLT-BLOCKED-BY TO  CH-BLOCKED-BY.
008726     MOVE  WS-CYCLE-ENTITY TO  CH-ENTITY.
008728     MOVE  0               TO  CH-START-TIME
008730                               CH-END-TIME
008732                               CH-ELAPSED-SECS
008734                               CH-WAIT-SECS.
008735     IF  HIST-LINE-TIMED  AND  RSLT-START-TIME  >  0
008736         MOVE  RSLT-START-TIME  TO  CH-START-TIME
008737         MOVE  RSLT-END-TIME    TO  CH-END-TIME
008738         MOVE  RSLT-START-TIME  TO  WS-TIME-WORK
008739         PERFORM  TIME-TO-SECS-SEC
008740         MOVE  WS-TIME-SECS     TO  WS-START-SECS
008741         MOVE  RSLT-END-TIME    TO  WS-TIME-WORK
008742         PERFORM  TIME-TO-SECS-SEC
008743         COMPUTE  WS-ELAPSED-SECS  =
008744                  WS-TIME-SECS  -  WS-START-SECS
008745         IF  WS-ELAPSED-SECS  <  0
008746             ADD  86400  TO  WS-ELAPSED-SECS
008747         END-IF
008748         IF  STEP-IS-WAIT(STEP-IDX)
008749             MOVE  WS-ELAPSED-SECS  TO  CH-WAIT-SECS
008750         ELSE
008751             MOVE  WS-ELAPSED-SECS  TO  CH-ELAPSED-SECS
008752         END-IF
008753     END-IF.
008754     WRITE  CHNHIST-REC.
008755     CLOSE  CHNHIST-FILE.
008760 WRITE-CHNHIST-SEC-EX.
008770     EXIT.
008780/
009220                 MOVE  0  TO  RETURN-CODE
009230             END-IF
009240         ELSE
009242*            a WAITFILE step runs no program - its card is
009244*            proved in PF-CARDS-SEC instead
009246             IF  NOT  STEP-IS-WAIT(STEP-IDX)
009250                 ADD  1  TO  WS-PF-UNVERIFIED
009260                 DISPLAY 'BATCHDRV: PREFLIGHT - STEP '
009270                         WS-STEP-NAME(STEP-IDX)
009280                         ' NOT VERIFIED (NO IDENTIFY HANDSHAKE)'
009285             END-IF
009290         END-IF
009300     END-PERFORM.
009310     PERFORM  PF-CARDS-SEC.
009312     IF  WS-DEP-ERRORS  >  0
009314         ADD  WS-DEP-ERRORS  TO  WS-PF-FINDINGS
009316         DISPLAY 'BATCHDRV: PREFLIGHT - ' WS-DEP-ERRORS
009318                 ' CHAIN DEPENDENCIES DO NOT RESOLVE'
009319     END-IF.
009320     PERFORM  PF-GUARD-SEC.
009330     MOVE  'VCHKPT  '  TO  WS-PROBE-NAME.
009340     PERFORM  PF-CHKPT-SEC.
009900                             ' NOT NUMERIC ON STEP '
009910                             CTL-STEP-NAME
009920                 END-IF
009922                 IF  CTL-STEP-NAME  =  'WAITFILE'
009924                     PERFORM  PF-WAIT-CARD-SEC
009926                 END-IF
009930         END-READ
009940     END-PERFORM.
009950     CLOSE  CHAIN-CTL.
009960 PF-CARDS-SEC-EX.
009970     EXIT.
009980/
009982*----------------------------------------------------------------
009984* a WAITFILE card must name its file; a deadline given must be
009986* a real HHMMSS time and an interval given must be digits
009988*----------------------------------------------------------------
009989 PF-WAIT-CARD-SEC SECTION.
009990     MOVE  CTL-STEP-PARM  TO  WS-WAIT-PARM.
009991     IF  WP-FILE-NAME  =  SPACES
009992         ADD  1  TO  WS-PF-FINDINGS
009993         DISPLAY 'BATCHDRV: PREFLIGHT - WAITFILE CARD NAMES NO'
009994                 ' FILE'
009995     END-IF.
009996     IF  WP-DEADLINE  NOT =  SPACES
009997         IF  WP-DEADLINE-N  NOT  NUMERIC
009998             ADD  1  TO  WS-PF-FINDINGS
009999             DISPLAY 'BATCHDRV: PREFLIGHT - WAITFILE DEADLINE '
010000                     WP-DEADLINE ' NOT HHMMSS'
010001         ELSE
010002             IF  WP-DL-HH  >  23  OR  WP-DL-MM  >  59
010003                 OR  WP-DL-SS  >  59
010004                 ADD  1  TO  WS-PF-FINDINGS
010005                 DISPLAY 'BATCHDRV: PREFLIGHT - WAITFILE DEADLINE'
010006                         ' ' WP-DEADLINE ' NOT A VALID TIME'
010007             END-IF
010008         END-IF
010009     END-IF.
010010     IF  WP-INTERVAL  NOT =  SPACES
010011         AND  WP-INTERVAL-N  NOT  NUMERIC
010012         ADD  1  TO  WS-PF-FINDINGS
010013         DISPLAY 'BATCHDRV: PREFLIGHT - WAITFILE INTERVAL '
010014                 WP-INTERVAL ' NOT THREE DIGITS'
010015     END-IF.
010016 PF-WAIT-CARD-SEC-EX.
010017     EXIT.
010018/
010019 PF-GUARD-SEC     SECTION.
010020     PERFORM  LOAD-CYCCTL-SEC.
010021     PERFORM  VARYING  WS-CYC-SUB  FROM  1  BY  1
010022         UNTIL  WS-CYC-SUB  >  WS-CYC-COUNT
010030         IF  WS-CYC-PROGRAM(WS-CYC-SUB)  =  'BATCHDRV'
010040             AND  WS-CYC-DATE(WS-CYC-SUB)  =  WS-RUN-DATE
010045             AND  WS-CYC-ENTITY(WS-CYC-SUB) = WS-CYCLE-ENTITY
010050             ADD  1  TO  WS-PF-FINDINGS
010060             DISPLAY 'BATCHDRV: PREFLIGHT - CYCLE GUARD WOULD'
010070                     ' BLOCK ' WS-RUN-DATE
010410 TERM-SEC         SECTION.
010420     PERFORM  VARYING  STEP-IDX  FROM  1  BY  1
010430         UNTIL  STEP-IDX  >  WS-STEP-COUNT
010440         IF  STEP-BLOCKED(STEP-IDX)
010442             DISPLAY 'BATCHDRV: ' WS-STEP-NAME(STEP-IDX)
010444                     ' SKIPPED - ' WS-STEP-BLOCKED-BY(STEP-IDX)
010446                     ' FAILED'
010448         ELSE
010450             DISPLAY 'BATCHDRV: ' WS-STEP-NAME(STEP-IDX)
010452                     ' RC=' WS-STEP-RC(STEP-IDX)
010454         END-IF
010460     END-PERFORM.
010470     IF  CHAIN-OK
010480         MOVE  0  TO  RETURN-CODE
