000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      VAPPROVE.
000030*
000040*----------------------------------------------------------------
000050* the checker's half of the maker-checker approval queue. the
000051* maintenance doors that change many records at once (VBATCHUPD's
000052* transaction file, VMASSUPD's and VCLEANSE's commits) no longer
000053* touch the V-OTFILE cluster themselves: they queue each change
000054* as pending on VAPPRQ under a submission id. this utility is
000055* where a second operator reviews those submissions and releases
000056* or declines them; only a released entry is ever applied (and
000060* journaled) by the owning program's release run.
000130*
000140* PARM drives the transaction:
000150*   positions 1-8   the acting operator id - must hold the 'K'
000160*                   approve code on VAUTH, grant unexpired
000170*   position 9      'L' list the queue to the VAPPRPT review
000180*                   report, 'R' release, 'X' decline
000190*   positions 10-25 the submission id (maker's run date and
000200*                   time, as the review report prints it)
000210*   positions 26-30 one entry's sequence within the submission,
000220*                   or blank/zero for every pending entry in it
000230*
000240* the checker may never be the maker: a release or decline that
000250* selects even one entry the acting operator queued is refused
000260* whole. every decision is logged on OPSAUDIT; a declined entry
000270* leaves the queue for the VAPPRHST approval history at once, a
000271* released one when its release run applies it.
000272*
000273* the queue file is rewritten whole, so a decision takes the
000274* queue's RESLOCK lock (VAPRQ), reads the queue afresh under it
000275* and rewrites it before letting go - the submitting runs append
000276* and the release runs rewrite under the same lock. the operator
000280* messages are the VAPPRnnn entries of MSGCAT, through MSGFMT.
000290*----------------------------------------------------------------
000300 ENVIRONMENT      DIVISION.
000310 INPUT-OUTPUT     SECTION.
000320 FILE-CONTROL.
000330     SELECT  AUTH-FILE  ASSIGN TO    VAUTH
000340             ORGANIZATION  IS    LINE SEQUENTIAL
000350             FILE STATUS   IS    WS-AUTH-STATUS.
000360     SELECT  QUEUE-FILE ASSIGN TO    VAPPRQ
000370             ORGANIZATION  IS    LINE SEQUENTIAL
000380             FILE STATUS   IS    WS-QUEUE-STATUS.
000390     SELECT  HIST-FILE  ASSIGN TO    VAPPRHST
000400             ORGANIZATION  IS    LINE SEQUENTIAL
000410             FILE STATUS   IS    WS-HIST-STATUS.
000420     SELECT  APPR-RPT   ASSIGN TO    VAPPRPT
000430             ORGANIZATION  IS    LINE SEQUENTIAL
000440             FILE STATUS   IS    WS-RPT-STATUS.
000450
000460 DATA             DIVISION.
000470 FILE             SECTION.
000480 FD      AUTH-FILE.
000490 01      AUTH-REC.
000500     03  AU-OPERATOR                  PIC  X(08).
000510     03  FILLER                       PIC  X(01).
000520     03  AU-CODES                     PIC  X(08).
000530     03  FILLER                       PIC  X(01).
000540     03  AU-EXPIRY                    PIC  X(08).
000550
000560 FD      QUEUE-FILE.
000570 01      QUEUE-REC.
000580     COPY  apprque.
000590
000600 FD      HIST-FILE.
000610 01      HIST-REC                     PIC  X(160).
000620
000630 FD      APPR-RPT.
000640 01      RPT-LINE                     PIC  X(132).
000650
000660 WORKING-STORAGE  SECTION.
000670
000680 01  WS-STATUSES.
000690   03  WS-AUTH-STATUS          PIC  X(02).
000700   03  WS-QUEUE-STATUS         PIC  X(02).
000710   03  WS-HIST-STATUS          PIC  X(02).
000720   03  WS-RPT-STATUS           PIC  X(02).
000730
000740 01  WS-SWITCHES.
000750   03  WS-AUTH-EOF-SW          PIC  X(01)  VALUE  'N'.
000760     88  AUTH-EOF                   VALUE  'Y'.
000770   03  WS-ACTOR-OK-SW          PIC  X(01)  VALUE  'N'.
000780     88  ACTOR-AUTHORIZED           VALUE  'Y'.
000790   03  WS-QUEUE-EOF-SW         PIC  X(01)  VALUE  'N'.
000800     88  QUEUE-EOF                  VALUE  'Y'.
000802   03  WS-OWN-ENTRY-SW         PIC  X(01)  VALUE  'N'.
000804     88  SELECTS-OWN-ENTRY          VALUE  'Y'.
000806   03  WS-QLOCK-SW             PIC  X(01)  VALUE  'N'.
000810     88  QUEUE-LOCKED               VALUE  'Y'.
000830
000840 01  WS-PARM-AREA.
000850   03  WS-PARM-LINE            PIC  X(30).
000860   03  WS-ACTOR                PIC  X(08).
000870   03  WS-FUNCTION             PIC  X(01).
000880     88  WS-FUNC-LIST               VALUE 'L'.
000890     88  WS-FUNC-RELEASE            VALUE 'R'.
000900     88  WS-FUNC-DECLINE            VALUE 'X'.
000910   03  WS-REQ-BATCH            PIC  X(16).
000920   03  WS-REQ-SEQ              PIC  9(05).
000930
000940 01  WS-TODAY                  PIC  9(08).
000950 01  WS-NOW                    PIC  9(08).
000960 01  WS-CODE-TALLY             PIC  9(02)  COMP.
000970
000980*----------------------------------------------------------------
000990* the queue, loaded up front and rewritten in one pass - the
001000* VAUTHMNT table shape. decided entries leave for the history
001010* file, so the queue holds only pending and released work.
001020*----------------------------------------------------------------
001030 01  WS-QUEUE-TABLE.
001040   03  WS-Q-ENTRY  OCCURS  2000  TIMES  INDEXED BY Q-IDX.
001050     05  WS-Q-IMAGE            PIC  X(160).
001060     05  WS-Q-KEEP-SW          PIC  X(01).
001070       88  Q-KEEP                   VALUE 'Y'.
001080 01  WS-QUEUE-COUNT            PIC  9(04)  COMP  VALUE  0.
001090
001100 01  WS-COUNTERS.
001110   03  WS-SELECTED-COUNT       PIC  9(05)  COMP  VALUE  0.
001120   03  WS-PENDING-COUNT        PIC  9(05)  COMP  VALUE  0.
001130   03  WS-RELEASED-COUNT       PIC  9(05)  COMP  VALUE  0.
001140   03  WS-COUNT-ED             PIC  ZZZZ9.
001150
001160 01  WS-ERRLOG-PARM.
001170     COPY  errlog.
001171 01  WS-OPSAUDIT-PARM.
001172     COPY  opsaudit.
001173 01  WS-RESLOCK-PARM.
001174     COPY  reslock.
001175 01  WS-MSGFMT-PARM.
001180     COPY  msgfmt.
001200
001210 01  RPT-HEAD-1.
001220   03  FILLER                  PIC  X(40)
001230           VALUE  'VAPPROVE - PENDING APPROVAL QUEUE  RUN '.
001240   03  RH-DATE                 PIC  9(08).
001250   03  FILLER                  PIC  X(11)  VALUE  '  REVIEWER '.
001260   03  RH-ACTOR                PIC  X(08).
001270 01  RPT-HEAD-2.
001280   03  FILLER                  PIC  X(30)
001290           VALUE  'SUBMISSION       SEQ   SOURCE'.
001300   03  FILLER                  PIC  X(30)
001310           VALUE  '   MAKER    ST CHECKER  CHANGE'.
001320 01  RPT-DETAIL.
001330   03  RD-BATCH                PIC  X(16).
001340   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001350   03  RD-SEQ                  PIC  9(05).
001360   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001370   03  RD-SOURCE               PIC  X(08).
001380   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001390   03  RD-MAKER                PIC  X(08).
001400   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001410   03  RD-STATUS               PIC  X(01).
001420   03  FILLER                  PIC  X(02)  VALUE  SPACE.
001430   03  RD-CHECKER              PIC  X(08).
001440   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001450   03  RD-CHANGE               PIC  X(79).
001460 01  RPT-TOTAL.
001470   03  FILLER                  PIC  X(20)
001480           VALUE  'ENTRIES PENDING     '.
001490   03  RT-PENDING              PIC  ZZZZ9.
001500   03  FILLER                  PIC  X(20)
001510           VALUE  '   RELEASED NOT RUN '.
001520   03  RT-RELEASED             PIC  ZZZZ9.
001530
001540 PROCEDURE        DIVISION.
001550 MAIN-SEC         SECTION.
001560     PERFORM  GET-PARM-SEC.
001570     ACCEPT  WS-TODAY  FROM  DATE  YYYYMMDD.
001580     ACCEPT  WS-NOW    FROM  TIME.
001590     PERFORM  CHECK-ACTOR-SEC.
001600     IF  NOT  ACTOR-AUTHORIZED
001610         DISPLAY  'VAPPROVE: OPERATOR ' WS-ACTOR
001620                  ' DOES NOT HOLD THE K APPROVE CODE'
001630         MOVE  'VAPPROVE'   TO  EL-PROGRAM
001640         MOVE  'MAIN-SEC'   TO  EL-SECTION
001650         MOVE  'UNAUTHORIZED APPROVAL ATTEMPT'  TO  EL-MSG
001660         SET   EL-ERROR     TO  TRUE
001670         MOVE  16           TO  EL-RETURN-CODE
001675         MOVE  'VAPPR001'   TO  EL-MSG-ID
001680         CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
001690         MOVE  16  TO  RETURN-CODE
001700         STOP RUN
001710     END-IF.
001711*    a list reads the queue as it stands; a decision reads it
001712*    under the queue lock - see DECIDE-SEC
001713     EVALUATE  TRUE
001714         WHEN  WS-FUNC-LIST
001715             PERFORM  LOAD-QUEUE-SEC
001720             PERFORM  LIST-SEC
001760         WHEN  WS-FUNC-RELEASE
001770             PERFORM  DECIDE-SEC
001780         WHEN  WS-FUNC-DECLINE
001790             PERFORM  DECIDE-SEC
001800         WHEN  OTHER
001810             DISPLAY  'VAPPROVE: UNKNOWN FUNCTION ' WS-FUNCTION
001820             MOVE  16  TO  RETURN-CODE
001830     END-EVALUATE.
001840     STOP RUN.
001850 MAIN-SEC-EX.
001860     EXIT.
001870/
001880 GET-PARM-SEC     SECTION.
001890     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
001900     MOVE  WS-PARM-LINE(1:8)    TO  WS-ACTOR.
001910     MOVE  WS-PARM-LINE(9:1)    TO  WS-FUNCTION.
001920     MOVE  WS-PARM-LINE(10:16)  TO  WS-REQ-BATCH.
001930     IF  WS-PARM-LINE(26:5)  IS  NUMERIC
001940         MOVE  WS-PARM-LINE(26:5)  TO  WS-REQ-SEQ
001950     ELSE
001960         MOVE  0                   TO  WS-REQ-SEQ
001970     END-IF.
001980 GET-PARM-SEC-EX.
001990     EXIT.
002000/
002010*----------------------------------------------------------------
002020* the acting operator must hold the 'K' approve code, grant
002030* unexpired - the same check shape every door carries. there is
002040* no bootstrap waiver: an empty VAUTH approves nothing.
002050*----------------------------------------------------------------
002060 CHECK-ACTOR-SEC  SECTION.
002070     OPEN  INPUT  AUTH-FILE.
002080     IF  WS-AUTH-STATUS  NOT =  '00'
002090         SET  AUTH-EOF  TO  TRUE
002100         DISPLAY  'VAPPROVE: NO VAUTH FILE, STATUS '
002110                  WS-AUTH-STATUS
002120     END-IF.
002130     PERFORM  READ-AUTH-SEC
002140         UNTIL  AUTH-EOF  OR  ACTOR-AUTHORIZED.
002150     IF  WS-AUTH-STATUS  =  '00'  OR  WS-AUTH-STATUS  =  '10'
002160         CLOSE  AUTH-FILE
002170     END-IF.
002180 CHECK-ACTOR-SEC-EX.
002190     EXIT.
002200/
002210 READ-AUTH-SEC    SECTION.
002220     READ  AUTH-FILE
002230         AT END  SET  AUTH-EOF  TO  TRUE
002240     END-READ.
002250     IF  NOT  AUTH-EOF  AND  AU-OPERATOR  =  WS-ACTOR
002260         AND  (AU-EXPIRY  NOT  NUMERIC
002270               OR  AU-EXPIRY  >=  WS-TODAY)
002280         MOVE  0  TO  WS-CODE-TALLY
002290         INSPECT  AU-CODES  TALLYING  WS-CODE-TALLY
002300             FOR  ALL  'K'
002310         IF  WS-CODE-TALLY  >  0
002320             SET  ACTOR-AUTHORIZED  TO  TRUE
002330         END-IF
002340     END-IF.
002350 READ-AUTH-SEC-EX.
002360     EXIT.
002370/
002380 LOAD-QUEUE-SEC   SECTION.
002390     OPEN  INPUT  QUEUE-FILE.
002400     IF  WS-QUEUE-STATUS  NOT =  '00'
002410         SET  QUEUE-EOF  TO  TRUE
002420     END-IF.
002430     PERFORM  READ-QUEUE-SEC  UNTIL  QUEUE-EOF.
002440     IF  WS-QUEUE-STATUS  =  '00'  OR  WS-QUEUE-STATUS  =  '10'
002450         CLOSE  QUEUE-FILE
002460     END-IF.
002470 LOAD-QUEUE-SEC-EX.
002480     EXIT.
002490/
002500 READ-QUEUE-SEC   SECTION.
002510     READ  QUEUE-FILE
002520         AT END      SET  QUEUE-EOF  TO  TRUE
002530         NOT AT END
002540             IF  WS-QUEUE-COUNT  <  2000
002550                 ADD  1        TO  WS-QUEUE-COUNT
002560                 SET  Q-IDX    TO  WS-QUEUE-COUNT
002570                 MOVE  QUEUE-REC  TO  WS-Q-IMAGE(Q-IDX)
002580                 MOVE  'Y'        TO  WS-Q-KEEP-SW(Q-IDX)
002590             ELSE
002592                 DISPLAY  'VAPPROVE: QUEUE TABLE FULL - RUN'
002594                          ' ABANDONED, NOTHING CHANGED'
002596                 PERFORM  FREE-QUEUE-SEC
002600                 MOVE  16  TO  RETURN-CODE
002630                 STOP RUN
002640             END-IF
002650     END-READ.
002660 READ-QUEUE-SEC-EX.
002670     EXIT.
002680/
002690*----------------------------------------------------------------
002700* the review report: every entry still in flight, one line each,
002710* with the change it would make - what the checker reads before
002720* deciding
002730*----------------------------------------------------------------
002740 LIST-SEC         SECTION.
002750     OPEN  OUTPUT  APPR-RPT.
002760     MOVE  WS-TODAY   TO  RH-DATE.
002770     MOVE  WS-ACTOR   TO  RH-ACTOR.
002780     MOVE  RPT-HEAD-1  TO  RPT-LINE.
002790     WRITE  RPT-LINE.
002800     MOVE  RPT-HEAD-2  TO  RPT-LINE.
002810     WRITE  RPT-LINE.
002820     PERFORM  LIST-ONE-SEC
002830         VARYING  Q-IDX  FROM  1  BY  1
002840         UNTIL  Q-IDX  >  WS-QUEUE-COUNT.
002850     MOVE  WS-PENDING-COUNT   TO  RT-PENDING.
002860     MOVE  WS-RELEASED-COUNT  TO  RT-RELEASED.
002870     MOVE  RPT-TOTAL  TO  RPT-LINE.
002880     WRITE  RPT-LINE.
002890     CLOSE  APPR-RPT.
002900     DISPLAY  'VAPPROVE: ENTRIES PENDING ' WS-PENDING-COUNT
002910              ' RELEASED ' WS-RELEASED-COUNT.
002920 LIST-SEC-EX.
002930     EXIT.
002940/
002950 LIST-ONE-SEC     SECTION.
002960     MOVE  WS-Q-IMAGE(Q-IDX)  TO  QUEUE-REC.
002970     IF  AQ-PENDING
002980         ADD  1  TO  WS-PENDING-COUNT
002990     END-IF.
003000     IF  AQ-RELEASED
003010         ADD  1  TO  WS-RELEASED-COUNT
003020     END-IF.
003030     MOVE  SPACES          TO  RPT-DETAIL.
003040     MOVE  AQ-BATCH-ID     TO  RD-BATCH.
003050     MOVE  AQ-SEQ          TO  RD-SEQ.
003060     MOVE  AQ-SOURCE       TO  RD-SOURCE.
003070     MOVE  AQ-MAKER        TO  RD-MAKER.
003080     MOVE  AQ-STATUS       TO  RD-STATUS.
003090     MOVE  AQ-CHECKER      TO  RD-CHECKER.
003091     EVALUATE  TRUE
003092         WHEN  AQ-FROM-VMASSUPD
003093             STRING  'KEY '        DELIMITED BY  SIZE
003094                     AQ-MS-NUM1    DELIMITED BY  SIZE
003095                     ' GROUP '     DELIMITED BY  SIZE
003096                     AQ-MS-GROUP   DELIMITED BY  SIZE
003097                     ' SET '       DELIMITED BY  SIZE
003098                     AQ-MS-FIELD   DELIMITED BY  SPACE
003099                     ' = '         DELIMITED BY  SIZE
003100                     AQ-MS-VALUE   DELIMITED BY  SIZE
003110                 INTO  RD-CHANGE
003120             END-STRING
003130*        a cleansing entry shows the key and its cleansed text
003140         WHEN  AQ-FROM-VCLEANSE
003150             STRING  'KEY '        DELIMITED BY  SIZE
003160                     AQ-CL-NUM1    DELIMITED BY  SIZE
003170                     ' TEXT '      DELIMITED BY  SIZE
003180                     AQ-CL-DATA    DELIMITED BY  SIZE
003190                 INTO  RD-CHANGE
003200             END-STRING
003210         WHEN  OTHER
003220             MOVE  AQ-TXN-IMAGE  TO  RD-CHANGE
003230     END-EVALUATE.
003240     IF  AQ-OVERRIDE  =  'O'
003250         MOVE  'PERIOD OVERRIDE REQUESTED'  TO  RD-CHANGE(55:25)
003260     END-IF.
003270     MOVE  RPT-DETAIL  TO  RPT-LINE.
003280     WRITE  RPT-LINE.
003290 LIST-ONE-SEC-EX.
003300     EXIT.
003310/
003320*----------------------------------------------------------------
003330* release or decline: the pending entries of the named
003340* submission (or the one named entry) are selected first and
003341* checked against the acting operator, and only when none of
003342* them is the operator's own work is anything decided. all of it
003343* happens under the queue lock, against the queue as read under
003344* it, so no submission or release run lands in between
003345*----------------------------------------------------------------
003346 DECIDE-SEC       SECTION.
003347     IF  WS-REQ-BATCH  =  SPACES
003348         DISPLAY  'VAPPROVE: NO SUBMISSION ID ON THE PARM'
003349         MOVE  16  TO  RETURN-CODE
003350         GO  TO  DECIDE-SEC-EX
003357     END-IF.
003364     PERFORM  HOLD-QUEUE-SEC.
003371     IF  QUEUE-LOCKED
003378         PERFORM  LOAD-QUEUE-SEC
003385         PERFORM  DECIDE-HELD-SEC
003392         PERFORM  FREE-QUEUE-SEC
003399     END-IF.
003406 DECIDE-SEC-EX.
003413     EXIT.
003420/
003427 DECIDE-HELD-SEC  SECTION.
003434     PERFORM  CHECK-OWN-SEC
003450         VARYING  Q-IDX  FROM  1  BY  1
003460         UNTIL  Q-IDX  >  WS-QUEUE-COUNT.
003470     IF  WS-SELECTED-COUNT  =  0
003480         DISPLAY  'VAPPROVE: NO PENDING ENTRIES FOR SUBMISSION '
003490                  WS-REQ-BATCH
003500         MOVE  8  TO  RETURN-CODE
003510         GO  TO  DECIDE-HELD-SEC-EX
003520     END-IF.
003530     IF  SELECTS-OWN-ENTRY
003540         DISPLAY  'VAPPROVE: OPERATOR ' WS-ACTOR
003550                  ' ENTERED CHANGES IN SUBMISSION ' WS-REQ-BATCH
003560                  ' - A MAKER CANNOT DECIDE THEIR OWN WORK'
003570         MOVE  'VAPPROVE'   TO  EL-PROGRAM
003580         MOVE  'DECIDE-SEC' TO  EL-SECTION
003590         MOVE  'MAKER ATTEMPTED OWN APPROVAL'  TO  EL-MSG
003600         SET   EL-ERROR     TO  TRUE
003610         MOVE  16           TO  EL-RETURN-CODE
003615         MOVE  'VAPPR002'   TO  EL-MSG-ID
003620         CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
003630         MOVE  16  TO  RETURN-CODE
003640         GO  TO  DECIDE-HELD-SEC-EX
003650     END-IF.
003660     PERFORM  DECIDE-ONE-SEC
003670         VARYING  Q-IDX  FROM  1  BY  1
003680         UNTIL  Q-IDX  >  WS-QUEUE-COUNT.
003690     PERFORM  REWRITE-QUEUE-SEC.
003700     MOVE  'VAPPROVE'           TO  OA-PROGRAM.
003710     MOVE  WS-ACTOR             TO  OA-OPERATOR.
003720     IF  WS-FUNC-RELEASE
003730         MOVE  'APPROVAL RELEASE'   TO  OA-ACTION
003740     ELSE
003750         MOVE  'APPROVAL DECLINE'   TO  OA-ACTION
003760     END-IF.
003770     MOVE  WS-SELECTED-COUNT    TO  WS-COUNT-ED.
003780     MOVE  SPACES               TO  OA-DETAIL.
003790     MOVE  WS-REQ-BATCH         TO  OA-DETAIL(1:16).
003800     MOVE  WS-COUNT-ED          TO  OA-DETAIL(18:5).
003810     CALL  'OPSAUDIT'  USING  WS-OPSAUDIT-PARM.
003820     IF  WS-FUNC-RELEASE
003830         DISPLAY  'VAPPROVE: RELEASED ' WS-SELECTED-COUNT
003840                  ' ENTRIES OF SUBMISSION ' WS-REQ-BATCH
003850     ELSE
003860         DISPLAY  'VAPPROVE: DECLINED ' WS-SELECTED-COUNT
003870                  ' ENTRIES OF SUBMISSION ' WS-REQ-BATCH
003880     END-IF.
003890 DECIDE-HELD-SEC-EX.
003900     EXIT.
003910/
003920 CHECK-OWN-SEC    SECTION.
003930     MOVE  WS-Q-IMAGE(Q-IDX)  TO  QUEUE-REC.
003940     IF  AQ-BATCH-ID  =  WS-REQ-BATCH
003950         AND  AQ-PENDING
003960         AND  (WS-REQ-SEQ  =  0  OR  AQ-SEQ  =  WS-REQ-SEQ)
003970         ADD  1  TO  WS-SELECTED-COUNT
003980         IF  AQ-MAKER  =  WS-ACTOR
003990             SET  SELECTS-OWN-ENTRY  TO  TRUE
004000         END-IF
004010     END-IF.
004020 CHECK-OWN-SEC-EX.
004030     EXIT.
004040/
004050 DECIDE-ONE-SEC   SECTION.
004060     MOVE  WS-Q-IMAGE(Q-IDX)  TO  QUEUE-REC.
004070     IF  AQ-BATCH-ID  =  WS-REQ-BATCH
004080         AND  AQ-PENDING
004090         AND  (WS-REQ-SEQ  =  0  OR  AQ-SEQ  =  WS-REQ-SEQ)
004100         MOVE  WS-ACTOR   TO  AQ-CHECKER
004110         MOVE  WS-TODAY   TO  AQ-DECIDE-DATE
004120         MOVE  WS-NOW     TO  AQ-DECIDE-TIME
004130         IF  WS-FUNC-RELEASE
004140             SET  AQ-RELEASED  TO  TRUE
004150         ELSE
004160             SET  AQ-DECLINED  TO  TRUE
004170             MOVE  'N'  TO  WS-Q-KEEP-SW(Q-IDX)
004180             PERFORM  WRITE-HIST-SEC
004190         END-IF
004200         MOVE  QUEUE-REC  TO  WS-Q-IMAGE(Q-IDX)
004210     END-IF.
004220 DECIDE-ONE-SEC-EX.
004230     EXIT.
004240/
004250*----------------------------------------------------------------
004260* a decided entry's final image appended to the approval
004270* history. EXTEND so the history accumulates; the OUTPUT fallback
004280* primes it on the first decision ever, the way ERRLOG primes
004290* its own log.
004300*----------------------------------------------------------------
004310 WRITE-HIST-SEC   SECTION.
004320     OPEN  EXTEND  HIST-FILE.
004330     IF  WS-HIST-STATUS  NOT =  '00'
004340         OPEN  OUTPUT  HIST-FILE
004350     END-IF.
004360     MOVE  QUEUE-REC  TO  HIST-REC.
004370     WRITE  HIST-REC.
004380     CLOSE  HIST-FILE.
004390 WRITE-HIST-SEC-EX.
004400     EXIT.
004410/
004420 REWRITE-QUEUE-SEC  SECTION.
004430     OPEN  OUTPUT  QUEUE-FILE.
004440     PERFORM  REWRITE-ONE-SEC
004450         VARYING  Q-IDX  FROM  1  BY  1
004460         UNTIL  Q-IDX  >  WS-QUEUE-COUNT.
004470     CLOSE  QUEUE-FILE.
004480 REWRITE-QUEUE-SEC-EX.
004490     EXIT.
004500/
004510 REWRITE-ONE-SEC  SECTION.
004520     IF  Q-KEEP(Q-IDX)
004530         MOVE  WS-Q-IMAGE(Q-IDX)  TO  QUEUE-REC
004540         WRITE  QUEUE-REC
004550     END-IF.
004560 REWRITE-ONE-SEC-EX.
004561     EXIT.
004562/
004563*----------------------------------------------------------------
004564* the queue lock. a busy queue - a submission appending, a release
004565* run rewriting, another decision - refuses this decision whole
004566*----------------------------------------------------------------
004567 HOLD-QUEUE-SEC   SECTION.
004568     SET   RL-ENQ     TO  TRUE.
004569     MOVE  'VAPRQ'    TO  RL-RESOURCE.
004570     MOVE  'VAPPROVE' TO  RL-HOLDER.
004580     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
004590     IF  RL-BUSY
004600         SET   MG-LOG     TO  TRUE
004610         MOVE  'VAPPR003'  TO  MG-MSG-ID
004620         MOVE  'HOLD-QUEUE-SEC'  TO  MG-SECTION
004630         MOVE  RL-CURRENT-HOLDER  TO  MG-VALUE(1)
004640         SET   MG-ERROR   TO  TRUE
004650         MOVE  'APPROVAL QUEUE HELD BY &1 - NOTHING DECIDED'
004660                          TO  MG-TEXT
004670         MOVE  16         TO  MG-RETURN-CODE
004680         PERFORM  ISSUE-MSG-SEC
004690         MOVE  16  TO  RETURN-CODE
004700     ELSE
004710         SET   QUEUE-LOCKED  TO  TRUE
004720     END-IF.
004730 HOLD-QUEUE-SEC-EX.
004740     EXIT.
004750/
004760 FREE-QUEUE-SEC   SECTION.
004770     IF  QUEUE-LOCKED
004780         SET   RL-DEQ     TO  TRUE
004790         CALL  'RESLOCK'  USING  WS-RESLOCK-PARM
004800         MOVE  'N'  TO  WS-QLOCK-SW
004810     END-IF.
004820 FREE-QUEUE-SEC-EX.
004830     EXIT.
004840/
004850 ISSUE-MSG-SEC    SECTION.
004860     MOVE  'VAPPROVE'  TO  MG-PROGRAM.
004870     CALL  'MSGFMT'  USING  WS-MSGFMT-PARM.
004880 ISSUE-MSG-SEC-EX.
004890     EXIT.
