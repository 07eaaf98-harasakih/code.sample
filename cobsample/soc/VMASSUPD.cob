000110* to all of them, in two modes:
000120*   preview (PARM byte 9 'P'): reports exactly which keys would
000130*   change and how, old value to new value, touching nothing
000140*   commit  (PARM byte 9 'C'): submits the change for approval
000150*   - every key the preview would change is queued pending on
000160*   VAPPRQ under one submission id, touching nothing
000161*   release (PARM byte 9 'R'): applies every VMASSUPD entry a
000162*   second operator has released through VAPPROVE, with the
000163*   shared FLDEDIT/GRPEDIT edits re-run against the record as it
000164*   stands now, and one VJOURNAL before/after image per record
000165*   journaled under the maker's operator id
000170* the preview/commit split is the point - a wrong mass change is
000180* the scariest thing this file can experience, so the list of
000190* what will happen exists before anything does, and a second
000191* pair of eyes has passed it before it lands.
000200*
000210* PARM: operator(8) + mode(1, P, C or R). the operator must hold
000220* the 'M' mass-maintenance code on VAUTH to preview or submit,
000221* and the 'K' approve code to run a release.
000230*
000240* the change specification is one VMASSPEC card:
000250*   group(1) blank field name(10) blank value - numerics in the
000290* the selection pass collects the target keys through the
000300* alternate index first, then the apply pass works by primary
000310* key - so a change to GROUP-1 itself cannot disturb the browse
000320* that is choosing the records. a record marked deleted
000321* (REC-STATUS 'D') is never selected, and a released key that
000322* has been deleted since its submission is reported DELETED
000323* and left alone.
000324*
000325* VAPPRQ is shared with VBATCHUPD, VCLEANSE and VAPPROVE, so a
000326* submission appends and a release loads, applies and rewrites
000327* it only under the queue's RESLOCK lock (VAPRQ), taken after
000328* the VFILE lock; a run that cannot have it queues or releases
000329* nothing. the operator messages raised here are the VMASSnnn
000330* entries of MSGCAT, through MSGFMT.
000331*----------------------------------------------------------------
000340 ENVIRONMENT      DIVISION.
000350 INPUT-OUTPUT     SECTION.
000360 FILE-CONTROL.
000430             RECORD KEY    IS    NUM1  OF  V-REC01
000440             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000450                           WITH  DUPLICATES
000451             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000452                           WITH  DUPLICATES
000460             FILE STATUS   IS    WS-VOTFILE-STATUS.
000470     SELECT  AUTH-FILE  ASSIGN TO    VAUTH
000480             ORGANIZATION  IS    LINE SEQUENTIAL
000520             FILE STATUS   IS    WS-JRNL-STATUS.
000530     SELECT  MASS-RPT   ASSIGN TO   VMASSRPT
000540             ORGANIZATION  IS    LINE SEQUENTIAL.
000541     SELECT  QUEUE-FILE ASSIGN TO    VAPPRQ
000542             ORGANIZATION  IS    LINE SEQUENTIAL
000543             FILE STATUS   IS    WS-QUEUE-STATUS.
000544     SELECT  HIST-FILE  ASSIGN TO    VAPPRHST
000545             ORGANIZATION  IS    LINE SEQUENTIAL
000546             FILE STATUS   IS    WS-HIST-STATUS.
000550
000555     COPY  keylay.
000560 DATA             DIVISION.
000570 FILE             SECTION.
000580 FD      SPEC-FILE.
000640     03  SP-VALUE                     PIC  X(08).
000650
000660 FD      V-OTFILE
000670         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
000680         DEPENDING ON  V-LL.
000690 01      V-REC01.
000700     COPY  vfile.
000710 01      V-HTR-REC  REDEFINES  V-REC01.
000720     03  HTR-KEY                      PIC  9(:KEY-LEN:).
000730     03  HTR-ID                       PIC  X(04).
000740       88  HTR-IS-HEADER                    VALUE 'HDR1'.
000750       88  HTR-IS-TRAILER                   VALUE 'TRL1'.
000760     03  FILLER                       PIC  X(:TAIL-4:).
000770
000780 FD      AUTH-FILE.
000790 01      AUTH-REC.
000890
000900 FD      MASS-RPT.
000910 01      RPT-LINE                     PIC  X(80).
000911
000912*    the maker-checker pending-approval queue and its history
000913 FD      QUEUE-FILE.
000914 01      QUEUE-REC.
000915     COPY  apprque.
000916 FD      HIST-FILE.
000917 01      HIST-REC                     PIC  X(160).
000920
000930 WORKING-STORAGE  SECTION.
000940
000990   03  WS-VOTFILE-STATUS       PIC  X(02).
001000   03  WS-AUTH-STATUS          PIC  X(02).
001010   03  WS-JRNL-STATUS          PIC  X(02).
001011   03  WS-QUEUE-STATUS         PIC  X(02).
001012   03  WS-HIST-STATUS          PIC  X(02).
001020
001030 01  WS-SWITCHES.
001040   03  WS-AUTH-EOF-SW          PIC  X(01)  VALUE  'N'.
001090     88  GROUP-BROWSE-DONE          VALUE  'Y'.
001100   03  WS-COMMIT-SW            PIC  X(01)  VALUE  'N'.
001110     88  COMMIT-MODE-ON             VALUE  'Y'.
001111   03  WS-SUBMIT-SW            PIC  X(01)  VALUE  'N'.
001112     88  SUBMIT-MODE-ON             VALUE  'Y'.
001113   03  WS-QUEUE-EOF-SW         PIC  X(01)  VALUE  'N'.
001114     88  QUEUE-EOF                  VALUE  'Y'.
001116   03  WS-QLOCK-SW             PIC  X(01)  VALUE  'N'.
001118     88  QUEUE-LOCKED               VALUE  'Y'.
001120   03  WS-FLD-OK-SW            PIC  X(01).
001130     88  FIELD-VALUE-OK             VALUE  'Y'.
001140
001158 01  WS-PERIOD-BLOCK-SW        PIC  X(01)  VALUE  'N'.
001159     88  PERIOD-IS-BLOCKED          VALUE  'Y'.
001160 01  WS-OPERATOR               PIC  X(08).
001161*    the VAUTH code the run needs - 'M' to preview or submit,
001162*    'K' to release
001163 01  WS-NEEDED-CODE            PIC  X(01)  VALUE  'M'.
001170 01  WS-AUTH-TODAY             PIC  9(08).
001180 01  WS-CODE-TALLY             PIC  9(02)  COMP.
001190 01  WS-RUN-DATE               PIC  9(08).
001320   03  WS-SEL-KEY              PIC  9(04)  OCCURS 2000 TIMES.
001330 01  WS-SEL-COUNT              PIC  9(04)  COMP  VALUE  0.
001340 01  WS-SEL-SUB                PIC  9(04)  COMP.
001341*
001342*    the pending-approval queue: a submit appends to it under one
001343*    submission id; a release loads it whole, applies the
001344*    released VMASSUPD entries, and rewrites what is left - the
001345*    VAPPROVE table shape
001346 01  WS-QUEUE-AREA.
001347   03  WS-BATCH-ID.
001348     05  WS-BATCH-DATE         PIC  9(08).
001349     05  WS-BATCH-TIME         PIC  9(08).
001350   03  WS-QUEUE-SEQ            PIC  9(05)  VALUE  0.
001351   03  WS-QUEUE-TABLE.
001352     05  WS-Q-ENTRY  OCCURS  2000  TIMES  INDEXED BY Q-IDX.
001353       07  WS-Q-IMAGE          PIC  X(160).
001354       07  WS-Q-KEEP-SW        PIC  X(01).
001355         88  Q-KEEP                 VALUE 'Y'.
001356   03  WS-QUEUE-COUNT          PIC  9(04)  COMP  VALUE  0.
001358
001360 01  WS-BEFORE-IMAGE           PIC  X(:REC-LEN:).
001370 01  WS-OLD-VALUE              PIC  X(08).
001380 01  WS-NEW-VALUE              PIC  X(08).
001382*    edited views of the packed/zoned fields for the report
001516     COPY  periodck.
001518
001520 01  WS-ERRLOG-PARM.
001521     COPY  errlog.
001522 01  WS-MSGFMT-PARM.
001523     COPY  msgfmt.
001524
001525 01  WS-OPSAUDIT-PARM.
001526     COPY  opsaudit.
001527 01  WS-CHNSEAL-PARM.
001528     COPY  chnseal.
001529 01  WS-RECSUM-PARM.
001531     COPY  recsum.
001533
001535 01  WS-JOBACCT-PARM.
001540     COPY  jobacct.
001550
001560 01  RPT-CHG-FMT.
001630   03  RPT-NEW                 PIC  X(08).
001640   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001650   03  RPT-VERDICT             PIC  X(09).
001653
001656 01  WS-KEYMODE-PARM.
001660     COPY  keymode.
001670 PROCEDURE        DIVISION.
001671 MAIN-SEC         SECTION.
001672*    the stores must carry the key layout this program is built
001673*    for - see KEYMODE
001674     MOVE  'VMASSUPD'  TO  KM-PROGRAM.
001675     MOVE  0           TO  KM-RUN-DATE.
001676     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
001677     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
001678     IF  KM-REFUSE
001679         MOVE  16  TO  RETURN-CODE
001680         STOP RUN
001685     END-IF.
001690     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
001700     MOVE  WS-PARM-LINE(1:8)  TO  WS-OPERATOR.
001710     EVALUATE  WS-PARM-LINE(9:1)
001712         WHEN  'C'
001720             SET  SUBMIT-MODE-ON  TO  TRUE
001722         WHEN  'R'
001724             SET  COMMIT-MODE-ON  TO  TRUE
001726             MOVE  'K'  TO  WS-NEEDED-CODE
001730     END-EVALUATE.
001732     MOVE  WS-PARM-LINE(10:1)  TO  WS-OVERRIDE-SW.
001740     PERFORM  CHECK-AUTH-SEC.
001750     IF  NOT  OPERATOR-AUTHORIZED
001760         DISPLAY  'VMASSUPD: OPERATOR ' WS-OPERATOR
001770                  ' DOES NOT HOLD THE ' WS-NEEDED-CODE
001772                  ' CODE FOR THIS MODE'
001780         MOVE  16  TO  RETURN-CODE
001790         STOP RUN
001800     END-IF.
001802*    a release takes its specifications from the queue entries
001804     IF  NOT  COMMIT-MODE-ON
001810         PERFORM  READ-SPEC-SEC
001812     END-IF.
001820     ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
001830*    serialize on the cluster before touching it - see RESLOCK
001840     SET   RL-ENQ     TO  TRUE.
001850     MOVE  'VFILE'    TO  RL-RESOURCE.
001860     MOVE  'VMASSUPD' TO  RL-HOLDER.
001870     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
001871     IF  RL-BUSY
001872         SET   MG-DISPLAY  TO  TRUE
001873         MOVE  'VMASS003'  TO  MG-MSG-ID
001874         MOVE  'MAIN-SEC'  TO  MG-SECTION
001875         MOVE  RL-CURRENT-HOLDER  TO  MG-VALUE(1)
001876         SET   MG-ERROR    TO  TRUE
001877         MOVE  'VFILE IS HELD BY &1 - RUN ABANDONED'  TO  MG-TEXT
001878         MOVE  16          TO  MG-RETURN-CODE
001879         PERFORM  ISSUE-MSG-SEC
001880         MOVE  16  TO  RETURN-CODE
001920         STOP RUN
001930     END-IF.
001940     OPEN  OUTPUT  MASS-RPT.
001950     EVALUATE  TRUE
001952         WHEN  COMMIT-MODE-ON
001960             MOVE  'MASS CHANGE - RELEASE'  TO  RPT-LINE
001962         WHEN  SUBMIT-MODE-ON
001964             MOVE  'MASS CHANGE - SUBMITTED FOR APPROVAL'
001966                                             TO  RPT-LINE
001970         WHEN  OTHER
001980             MOVE  'MASS CHANGE - PREVIEW'  TO  RPT-LINE
001990     END-EVALUATE.
002000     WRITE  RPT-LINE.
002010     IF  COMMIT-MODE-ON
002020         OPEN  I-O  V-OTFILE
002080                  WS-VOTFILE-STATUS
002090         MOVE  16  TO  RETURN-CODE
002100     ELSE
002102         IF  COMMIT-MODE-ON
002104             PERFORM  RELEASE-PASS-SEC
002106         ELSE
002107             IF  SUBMIT-MODE-ON
002108                 PERFORM  OPEN-QUEUE-SEC
002110             END-IF
002112             IF  NOT  SUBMIT-MODE-ON  OR  QUEUE-LOCKED
002114                 PERFORM  SELECT-KEYS-SEC
002116                 PERFORM  APPLY-PASS-SEC
002118             END-IF
002120             IF  SUBMIT-MODE-ON  AND  QUEUE-LOCKED
002122                 CLOSE  QUEUE-FILE
002124                 PERFORM  FREE-QUEUE-SEC
002126             END-IF
002128         END-IF
002130         CLOSE  V-OTFILE
002140     END-IF.
002150     SET   RL-DEQ     TO  TRUE.
002200     EXIT.
002210/
002220*----------------------------------------------------------------
002230* the operator must hold the mode's code on VAUTH, grant
002240* unexpired - the same check shape the other doors carry
002250*----------------------------------------------------------------
002260 CHECK-AUTH-SEC   SECTION.
002270     ACCEPT  WS-AUTH-TODAY  FROM  DATE  YYYYMMDD.
002480               OR  AU-EXPIRY  >=  WS-AUTH-TODAY)
002490         MOVE  0  TO  WS-CODE-TALLY
002500         INSPECT  AU-CODES  TALLYING  WS-CODE-TALLY
002510             FOR  ALL  WS-NEEDED-CODE
002520         IF  WS-CODE-TALLY  >  0
002530             SET  OPERATOR-AUTHORIZED  TO  TRUE
002540         END-IF
003010             IF  GROUP-1  OF  V-REC01  =  WS-SPEC-GROUP
003020                 IF  NOT  HTR-IS-HEADER
003030                     AND  NOT  HTR-IS-TRAILER
003035                     AND  NOT  REC-DELETED  OF  V-REC01
003040                     AND  WS-SEL-COUNT  <  2000
003050                     ADD  1  TO  WS-SEL-COUNT
003060                     MOVE  NUM1  OF  V-REC01
003140     EXIT.
003150/
003160*----------------------------------------------------------------
003161* pass 2: each selected key re-read by primary key and changed
003162* (or merely previewed); the change re-passes the shared edits
003163* before anything is rewritten, and every applied change is
003164* journaled with the operator id
003165*----------------------------------------------------------------
003166 APPLY-PASS-SEC   SECTION.
003167     PERFORM  VARYING  WS-SEL-SUB  FROM  1  BY  1
003168         UNTIL  WS-SEL-SUB  >  WS-SEL-COUNT
003169         MOVE  WS-SEL-KEY(WS-SEL-SUB)  TO  NUM1  OF  V-REC01
003170         READ  V-OTFILE
003171             INVALID KEY
003172                 CONTINUE
003173             NOT INVALID KEY
003174                 PERFORM  CHANGE-ONE-SEC
003175         END-READ
003176     END-PERFORM.
003177 APPLY-PASS-SEC-EX.
003178     EXIT.
003179/
003180*----------------------------------------------------------------
003181* submit: the queue is appended to under this run's submission
003182* id, holding the queue's lock until it is closed; the
003183* EXTEND/OUTPUT pair primes it the first time
003184*----------------------------------------------------------------
003185 OPEN-QUEUE-SEC   SECTION.
003186     ACCEPT  WS-BATCH-DATE  FROM  DATE  YYYYMMDD.
003187     ACCEPT  WS-BATCH-TIME  FROM  TIME.
003188     PERFORM  HOLD-QUEUE-SEC.
003189     IF  NOT  QUEUE-LOCKED
003190         MOVE  'VMASS004'  TO  MG-MSG-ID
003191         MOVE  'OPEN-QUEUE-SEC'  TO  MG-SECTION
003192         MOVE  'APPROVAL QUEUE HELD BY &1 - NOTHING QUEUED'
003193                           TO  MG-TEXT
003194         PERFORM  QUEUE-HELD-SEC
003195         GO TO  OPEN-QUEUE-SEC-EX
003196     END-IF.
003197     OPEN  EXTEND  QUEUE-FILE.
003198     IF  WS-QUEUE-STATUS  NOT =  '00'
003199         OPEN  OUTPUT  QUEUE-FILE
003200     END-IF.
003201 OPEN-QUEUE-SEC-EX.
003202     EXIT.
003203/
003204*----------------------------------------------------------------
003205* one key the preview would change, queued pending with the
003206* specification, the maker and the maker's override byte
003207*----------------------------------------------------------------
003208 QUEUE-KEY-SEC    SECTION.
003209     ADD   1                  TO  WS-QUEUE-SEQ.
003210     MOVE  SPACES             TO  QUEUE-REC.
003211     MOVE  WS-BATCH-ID        TO  AQ-BATCH-ID.
003212     MOVE  WS-QUEUE-SEQ       TO  AQ-SEQ.
003213     SET   AQ-FROM-VMASSUPD   TO  TRUE.
003214     MOVE  WS-OPERATOR        TO  AQ-MAKER.
003215     SET   AQ-PENDING         TO  TRUE.
003216     MOVE  WS-OVERRIDE-SW     TO  AQ-OVERRIDE.
003217     MOVE  WS-SPEC-GROUP      TO  AQ-MS-GROUP.
003218     MOVE  WS-SPEC-FIELD      TO  AQ-MS-FIELD.
003219     MOVE  WS-SPEC-VALUE      TO  AQ-MS-VALUE.
003220     MOVE  NUM1  OF  V-REC01  TO  AQ-MS-NUM1.
003221     WRITE  QUEUE-REC.
003222 QUEUE-KEY-SEC-EX.
003223     EXIT.
003224/
003225*----------------------------------------------------------------
003226* release: every VMASSUPD entry a checker has released is applied
003227* by primary key under its own specification, the maker's
003228* operator id and the maker's override byte, then marked applied
003229* and moved to the VAPPRHST history - the outcome is on the
003230* report line. pending entries and VBATCHUPD's entries stay.
003231* the queue is read afresh and rewritten under its lock.
003232*----------------------------------------------------------------
003233 RELEASE-PASS-SEC SECTION.
003234     PERFORM  HOLD-QUEUE-SEC.
003235     IF  NOT  QUEUE-LOCKED
003236         MOVE  'VMASS005'  TO  MG-MSG-ID
003237         MOVE  'RELEASE-PASS-SEC'  TO  MG-SECTION
003238         MOVE  'APPROVAL QUEUE HELD BY &1 - NOTHING RELEASED'
003239                           TO  MG-TEXT
003240         PERFORM  QUEUE-HELD-SEC
003241         GO TO  RELEASE-PASS-SEC-EX
003242     END-IF.
003243     OPEN  INPUT  QUEUE-FILE.
003244     IF  WS-QUEUE-STATUS  NOT =  '00'
003245         SET  QUEUE-EOF  TO  TRUE
003246     END-IF.
003247     PERFORM  READ-QUEUE-SEC  UNTIL  QUEUE-EOF.
003248     IF  WS-QUEUE-STATUS  =  '00'  OR  WS-QUEUE-STATUS  =  '10'
003249         CLOSE  QUEUE-FILE
003250     END-IF.
003251     PERFORM  RELEASE-ONE-SEC
003252         VARYING  Q-IDX  FROM  1  BY  1
003253         UNTIL  Q-IDX  >  WS-QUEUE-COUNT.
003254     OPEN  OUTPUT  QUEUE-FILE.
003255     PERFORM  REWRITE-QUEUE-ONE-SEC
003256         VARYING  Q-IDX  FROM  1  BY  1
003257         UNTIL  Q-IDX  >  WS-QUEUE-COUNT.
003258     CLOSE  QUEUE-FILE.
003259     PERFORM  FREE-QUEUE-SEC.
003260 RELEASE-PASS-SEC-EX.
003261     EXIT.
003262/
003263 READ-QUEUE-SEC   SECTION.
003264     READ  QUEUE-FILE
003265         AT END      SET  QUEUE-EOF  TO  TRUE
003266         NOT AT END
003267             IF  WS-QUEUE-COUNT  <  2000
003268                 ADD  1  TO  WS-QUEUE-COUNT
003269                 SET  Q-IDX  TO  WS-QUEUE-COUNT
003270                 MOVE  QUEUE-REC  TO  WS-Q-IMAGE(Q-IDX)
003271                 MOVE  'Y'        TO  WS-Q-KEEP-SW(Q-IDX)
003272             ELSE
003273                 DISPLAY  'VMASSUPD: APPROVAL QUEUE TABLE FULL'
003274                 MOVE  'VMASSUPD'        TO  EL-PROGRAM
003275                 MOVE  'READ-QUEUE-SEC'  TO  EL-SECTION
003276                 MOVE  'APPROVAL QUEUE TABLE FULL'  TO  EL-MSG
003277                 SET   EL-ERROR          TO  TRUE
003278                 MOVE  16                TO  EL-RETURN-CODE
003279                 MOVE  'VMASS001'        TO  EL-MSG-ID
003280                 CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
003281                 CLOSE  QUEUE-FILE
003282                 CLOSE  V-OTFILE
003283                 CLOSE  MASS-RPT
003284                 PERFORM  FREE-QUEUE-SEC
003285                 SET   RL-DEQ  TO  TRUE
003286                 CALL  'RESLOCK'  USING  WS-RESLOCK-PARM
003287                 MOVE  16  TO  RETURN-CODE
003288                 STOP RUN
003289             END-IF
003290     END-READ.
003291 READ-QUEUE-SEC-EX.
003292     EXIT.
003293/
003294 RELEASE-ONE-SEC  SECTION.
003295     MOVE  WS-Q-IMAGE(Q-IDX)  TO  QUEUE-REC.
003296     IF  NOT  AQ-FROM-VMASSUPD  OR  NOT  AQ-RELEASED
003297         GO TO  RELEASE-ONE-SEC-EX
003298     END-IF.
003299     MOVE  AQ-MS-GROUP   TO  WS-SPEC-GROUP.
003300     MOVE  AQ-MS-FIELD   TO  WS-SPEC-FIELD.
003301     MOVE  AQ-MS-VALUE   TO  WS-SPEC-VALUE.
003302     MOVE  AQ-MAKER      TO  WS-OPERATOR.
003303     MOVE  AQ-OVERRIDE   TO  WS-OVERRIDE-SW.
003304     MOVE  AQ-MS-NUM1    TO  NUM1  OF  V-REC01.
003305     READ  V-OTFILE
003306         INVALID KEY
003307             PERFORM  NOT-FOUND-LINE-SEC
003308         NOT INVALID KEY
003309             PERFORM  CHANGE-ONE-SEC
003310     END-READ.
003311     MOVE  WS-Q-IMAGE(Q-IDX)  TO  QUEUE-REC.
003312     SET   AQ-APPLIED  TO  TRUE.
003313     MOVE  'N'  TO  WS-Q-KEEP-SW(Q-IDX).
003314     OPEN  EXTEND  HIST-FILE.
003315     IF  WS-HIST-STATUS  NOT =  '00'
003316         OPEN  OUTPUT  HIST-FILE
003317     END-IF.
003318     MOVE  QUEUE-REC  TO  HIST-REC.
003319     WRITE  HIST-REC.
003320     CLOSE  HIST-FILE.
003321 RELEASE-ONE-SEC-EX.
003322     EXIT.
003323/
003324*----------------------------------------------------------------
003325* a released key purged from the cluster since the submission
003326* - nothing to change, reported so the checker sees it dropped
003327* out
003328*----------------------------------------------------------------
003329 NOT-FOUND-LINE-SEC  SECTION.
003330     ADD  1  TO  WS-REJECTED-COUNT.
003331     MOVE  SPACES         TO  RPT-CHG-FMT.
003332     MOVE  AQ-MS-NUM1     TO  RPT-NUM1.
003333     MOVE  WS-SPEC-FIELD  TO  RPT-FIELD.
003334     MOVE  'NOT FOUND'    TO  RPT-VERDICT.
003335     MOVE  RPT-CHG-FMT    TO  RPT-LINE.
003336     WRITE  RPT-LINE.
003337 NOT-FOUND-LINE-SEC-EX.
003338     EXIT.
003339/
003340 REWRITE-QUEUE-ONE-SEC  SECTION.
003341     IF  Q-KEEP(Q-IDX)
003342         MOVE  WS-Q-IMAGE(Q-IDX)  TO  QUEUE-REC
003343         WRITE  QUEUE-REC
003344     END-IF.
003345 REWRITE-QUEUE-ONE-SEC-EX.
003346     EXIT.
003347/
003348 CHANGE-ONE-SEC   SECTION.
003349*    a record deleted since it was selected takes no change
003350     IF  REC-DELETED  OF  V-REC01
003351         ADD  1  TO  WS-REJECTED-COUNT
003352         MOVE  SPACES             TO  RPT-CHG-FMT
003353         MOVE  NUM1  OF  V-REC01  TO  RPT-NUM1
003354         MOVE  WS-SPEC-FIELD      TO  RPT-FIELD
003355         MOVE  'DELETED  '        TO  RPT-VERDICT
003356         MOVE  RPT-CHG-FMT        TO  RPT-LINE
003357         WRITE  RPT-LINE
003358         GO  TO  CHANGE-ONE-SEC-EX
003361     END-IF.
003362*    closed-period guard - see CHECK-PERIOD-SEC. a blocked
003363*    record gets its own report line in BOTH modes, so the
003364*    preview shows exactly what commit would refuse.
003376         WRITE  RPT-LINE
003377         GO  TO  CHANGE-ONE-SEC-EX
003378     END-IF.
003379     MOVE  V-REC01  TO  WS-BEFORE-IMAGE.
003380     PERFORM  CAPTURE-OLD-SEC.
003390     PERFORM  APPLY-FIELD-SEC.
003400     IF  NOT  FIELD-VALUE-OK
003589         END-IF
003590         MOVE  WS-RUN-DATE  TO  RUN-ID-DATE  OF  V-REC01
003591         MOVE  0            TO  RUN-ID-SEQ   OF  V-REC01
003592         SET   RS-SET  TO  TRUE
003593         MOVE  :LAYOUT:  TO  RS-LAYOUT
003595         CALL  'RECSUM'  USING  WS-RECSUM-PARM  V-REC01
003597         REWRITE  V-REC01
003600             INVALID KEY
003610                 ADD  1  TO  WS-REJECTED-COUNT
003620             NOT INVALID KEY
003670     ELSE
003680         ADD  1  TO  WS-CHANGED-COUNT
003690         MOVE  WS-BEFORE-IMAGE  TO  V-REC01
003692         IF  SUBMIT-MODE-ON
003694             PERFORM  QUEUE-KEY-SEC
003696         END-IF
003700         PERFORM  WRITE-CHG-LINE-SEC
003710     END-IF.
003720 CHANGE-ONE-SEC-EX.
004615* change is logged so the restatement is on the record
004616*----------------------------------------------------------------
004617 CHECK-PERIOD-SEC SECTION.
004618     MOVE  'N'  TO  WS-PERIOD-BLOCK-SW.
004619     IF  EFF-DATE  OF  V-REC01  IS  NUMERIC
004620         MOVE  EFF-DATE  OF  V-REC01(1:6)  TO  PC-PERIOD
004621         MOVE  EFF-DATE  OF  V-REC01       TO  PC-DATE
004622         MOVE  ENTITY-CODE  OF  V-REC01    TO  PC-ENTITY
004623         CALL  'PERIODCK'  USING  WS-PERIODCK-PARM
004624         IF  PC-CLOSED
004625             IF  PERIOD-OVERRIDE-ON  AND  COMMIT-MODE-ON
004626                 MOVE  'VMASSUPD'          TO  EL-PROGRAM
004627                 MOVE  'CHECK-PERIOD-SEC'  TO  EL-SECTION
004628                 MOVE  'CLOSED-PERIOD CHANGE OVERRIDDEN'
004629                       TO  EL-MSG
004630                 SET   EL-WARNING          TO  TRUE
004631                 MOVE  ZERO                TO  EL-RETURN-CODE
004632                 MOVE  'VMASS002'          TO  EL-MSG-ID
004633                 CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
004634                 MOVE  'VMASSUPD'          TO  OA-PROGRAM
004635                 MOVE  WS-OPERATOR         TO  OA-OPERATOR
004636                 MOVE  'CLOSED-PERIOD OVRRD'  TO  OA-ACTION
004637                 MOVE  SPACES              TO  OA-DETAIL
004638                 MOVE  NUM1  OF  V-REC01(:KEY-LEN: - 3:4)
004639                                           TO  OA-DETAIL(1:4)
004640                 MOVE  PC-PERIOD           TO  OA-DETAIL(6:6)
004641                 CALL  'OPSAUDIT'  USING  WS-OPSAUDIT-PARM
004642             ELSE
004643                 IF  NOT  PERIOD-OVERRIDE-ON
004644                     SET  PERIOD-IS-BLOCKED  TO  TRUE
004645                 END-IF
004646             END-IF
004647         END-IF
004648     END-IF.
004649 CHECK-PERIOD-SEC-EX.
004650     EXIT.
004651/
004652 PARSE-FVALUE-SEC SECTION.
004653     IF  WS-SPEC-VALUE(2:3)  IS  NUMERIC
004654         MOVE  WS-SPEC-VALUE(2:3)  TO  WS-FLD-NUMVAL
004655         IF  WS-SPEC-VALUE(1:1)  =  '-'
004660             COMPUTE  WS-FLD-NUMVAL  =  0  -  WS-FLD-NUMVAL
004670         END-IF
004680     ELSE
004820             MOVE  'EDITFAIL '  TO  RPT-VERDICT
004830         WHEN  COMMIT-MODE-ON
004840             MOVE  'CHANGED  '  TO  RPT-VERDICT
004842         WHEN  SUBMIT-MODE-ON
004844             MOVE  'QUEUED   '  TO  RPT-VERDICT
004850         WHEN  OTHER
004860             MOVE  'WOULD CHG'  TO  RPT-VERDICT
004870     END-EVALUATE.
005050     MOVE  WS-OPERATOR       TO  JR-OPERATOR.
005060     MOVE  NUM1  OF  V-REC01 TO  JR-NUM1.
005070     MOVE  WS-BEFORE-IMAGE   TO  JR-BEFORE-IMAGE.
005071     MOVE  V-REC01           TO  JR-AFTER-IMAGE.
005072*    sealed into the journal chain under the chain's lock, which
005073*    is held until the entry is on the file - see chnseal.cbl
005074     SET   CS-SEAL  TO  TRUE.
005075     MOVE  'VJOURNAL'        TO  CS-CHAIN.
005076     MOVE  'VMASSUPD'        TO  CS-HOLDER.
005077     CALL  'CHNSEAL'  USING  WS-CHNSEAL-PARM  JRNL-REC.
005078     IF  CS-OK
005079         MOVE  CS-SEQ   TO  JR-CHAIN-SEQ
005080         MOVE  CS-HASH  TO  JR-CHAIN-HASH
005081     ELSE
005082         MOVE  0  TO  JR-CHAIN-SEQ  JR-CHAIN-HASH
005083         SET   MG-DISPLAY  TO  TRUE
005084         MOVE  'VMASS006'  TO  MG-MSG-ID
005085         MOVE  'WRITE-JRNL-SEC'  TO  MG-SECTION
005086         MOVE  CS-CURRENT-HOLDER  TO  MG-VALUE(1)
005087         SET   MG-WARNING  TO  TRUE
005088         MOVE  'JOURNAL CHAIN HELD BY &1 - ENTRY WRITTEN UNSEALED'
005089                           TO  MG-TEXT
005090         MOVE  4           TO  MG-RETURN-CODE
005091         PERFORM  ISSUE-MSG-SEC
005092     END-IF.
005093     WRITE  JRNL-REC.
005094     CLOSE  JRNL-FILE.
005095     IF  CS-OK
005096         SET   CS-RELEASE  TO  TRUE
005097         CALL  'CHNSEAL'  USING  WS-CHNSEAL-PARM  JRNL-REC
005100     END-IF.
005101 WRITE-JRNL-SEC-EX.
005102     EXIT.
005103/
005104*----------------------------------------------------------------
005105* the approval queue's lock. the parm area is shared with the
005106* VFILE lock, and RESLOCK frees whatever RL-RESOURCE names, so
005107* both sections hand RL-RESOURCE back as VFILE when done
005108*----------------------------------------------------------------
005109 HOLD-QUEUE-SEC   SECTION.
005110     SET   RL-ENQ      TO  TRUE.
005111     MOVE  'VAPRQ'     TO  RL-RESOURCE.
005112     MOVE  'VMASSUPD'  TO  RL-HOLDER.
005113     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
005114     IF  NOT  RL-BUSY
005115         SET   QUEUE-LOCKED  TO  TRUE
005116     END-IF.
005117     MOVE  'VFILE'     TO  RL-RESOURCE.
005118 HOLD-QUEUE-SEC-EX.
005119     EXIT.
005120/
005121 FREE-QUEUE-SEC   SECTION.
005122     IF  QUEUE-LOCKED
005123         SET   RL-DEQ      TO  TRUE
005124         MOVE  'VAPRQ'     TO  RL-RESOURCE
005125         CALL  'RESLOCK'  USING  WS-RESLOCK-PARM
005126         MOVE  'VFILE'     TO  RL-RESOURCE
005127         MOVE  'N'  TO  WS-QLOCK-SW
005128     END-IF.
005129 FREE-QUEUE-SEC-EX.
005130     EXIT.
005131/
005132*    the caller has the message id, section and text in place
005133 QUEUE-HELD-SEC   SECTION.
005134     SET   MG-DISPLAY  TO  TRUE.
005135     MOVE  RL-CURRENT-HOLDER  TO  MG-VALUE(1).
005136     SET   MG-ERROR    TO  TRUE.
005137     MOVE  16          TO  MG-RETURN-CODE.
005138     PERFORM  ISSUE-MSG-SEC.
005139     MOVE  16  TO  RETURN-CODE.
005140 QUEUE-HELD-SEC-EX.
005141     EXIT.
005142/
005143 ISSUE-MSG-SEC    SECTION.
005144     MOVE  'VMASSUPD'  TO  MG-PROGRAM.
005145     CALL  'MSGFMT'  USING  WS-MSGFMT-PARM.
005146 ISSUE-MSG-SEC-EX.
005147     EXIT.
005148/
005149 TERM-SEC         SECTION.
005150     EVALUATE  TRUE
005152         WHEN  COMMIT-MODE-ON
005160             DISPLAY  'VMASSUPD: RECORDS CHANGED  '
005162                      WS-CHANGED-COUNT
005164         WHEN  SUBMIT-MODE-ON
005166             DISPLAY  'VMASSUPD: RECORDS QUEUED   '
005167                      WS-CHANGED-COUNT
005168             DISPLAY  'VMASSUPD: SUBMISSION ' WS-BATCH-ID
005169                      ' AWAITS APPROVAL IN VAPPROVE'
005170         WHEN  OTHER
005180             DISPLAY  'VMASSUPD: RECORDS WOULD CHANGE '
005190                      WS-CHANGED-COUNT
005200     END-EVALUATE.
005210     DISPLAY  'VMASSUPD: RECORDS REJECTED ' WS-REJECTED-COUNT.
005220     CLOSE  MASS-RPT.
005230     MOVE  'VMASSUPD'            TO  JA-PROGRAM.
