000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      VCLEANSE.
000030*
000040*----------------------------------------------------------------
000050* REC-DATA cleansing pass over the V-OTFILE cluster: years of
000060* feeds have left the free-text REC-DATA carrying leading blanks,
000070* doubled blanks, mixed case and the odd control byte, and the
000080* records that carry them miss on every text match downstream.
000090* this pass puts the text right by the rules on the CLNRULES
000100* control deck, through the shared RECCLEAN callable FILEW
000110* applies to every record on its way in - one definition of
000120* clean for the records already on the cluster and the records
000121* still to come. three modes, the VMASSUPD split:
000122*   preview (PARM byte 9 'P'): counts, rule by rule, the records
000123*   each rule would change, and prints the first ten records
000124*   that would change as before/after pairs, touching nothing
000125*   commit  (PARM byte 9 'C'): submits the cleansing for
000126*   approval - every record the preview would change is queued
000127*   pending on VAPPRQ, key and cleansed REC-DATA, under one
000128*   submission id, touching nothing
000129*   release (PARM byte 9 'R'): applies every VCLEANSE entry a
000130*   second operator has released through VAPPROVE, with one
000137*   VJOURNAL before/after image per record journaled under the
000144*   maker's operator id, so VJUNDO can put any one back
000151*
000158* PARM: operator(8) + mode(1, P, C or R) + override(1). the
000165* operator must hold the 'M' mass-maintenance code on VAUTH to
000172* preview or submit, and the 'K' approve code to run a release.
000179* a record whose EFF-DATE falls in a closed period is listed
000186* CLOSED and left alone in every mode, unless PARM byte 10 is
000193* 'O' - the closed-period override, carried on the queue entry
000200* and logged when the release applies it. HDR1/TRL1 and records
000207* marked deleted are passed over.
000214*
000221* a release applies an entry only while the rules in force
000228* still turn the record's current REC-DATA into the text the
000235* checker approved; a record changed since, or cleansed by other
000242* means, is listed STALE or CLEAN and left alone, and one purged
000249* or marked deleted since is listed NOTFND or DELETD. every
000256* released entry leaves the queue for the VAPPRHST history.
000263*
000270* the cluster is held under its RESLOCK lock for the whole
000277* pass, and the approval queue under its own (VAPRQ) by the
000284* commit and release runs. return codes: 0 clean run, 4 no
000291* rules in force, records left in closed periods or released
000298* entries left alone, 8 a rewrite failed, 16 run refused. the
000305* operator messages are the VCLNSnnn entries of the MSGCAT
000312* catalog, issued through MSGFMT.
000340*----------------------------------------------------------------
000350 ENVIRONMENT      DIVISION.
000360 INPUT-OUTPUT     SECTION.
000370 FILE-CONTROL.
000380     SELECT  V-OTFILE  ASSIGN TO     VFILE
000390             ORGANIZATION  IS    INDEXED
000400             ACCESS MODE   IS    DYNAMIC
000410             RECORD KEY    IS    NUM1  OF  V-REC01
000420             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000430                           WITH  DUPLICATES
000440             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000450                           WITH  DUPLICATES
000460             FILE STATUS   IS    WS-VOTFILE-STATUS.
000470     SELECT  AUTH-FILE  ASSIGN TO    VAUTH
000480             ORGANIZATION  IS    LINE SEQUENTIAL
000490             FILE STATUS   IS    WS-AUTH-STATUS.
000500     SELECT  JRNL-FILE  ASSIGN TO    VJOURNAL
000510             ORGANIZATION  IS    SEQUENTIAL
000520             FILE STATUS   IS    WS-JRNL-STATUS.
000521     SELECT  CLN-RPT    ASSIGN TO    VCLNSRPT
000522             ORGANIZATION  IS    LINE SEQUENTIAL.
000523     SELECT  QUEUE-FILE ASSIGN TO    VAPPRQ
000524             ORGANIZATION  IS    LINE SEQUENTIAL
000525             FILE STATUS   IS    WS-QUEUE-STATUS.
000526     SELECT  HIST-FILE  ASSIGN TO    VAPPRHST
000527             ORGANIZATION  IS    LINE SEQUENTIAL
000530             FILE STATUS   IS    WS-HIST-STATUS.
000550
000555     COPY  keylay.
000560 DATA             DIVISION.
000570 FILE             SECTION.
000580 FD      V-OTFILE
000590         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
000600         DEPENDING ON  V-LL.
000610 01      V-REC01.
000620     COPY  vfile.
000630 01      V-HTR-REC  REDEFINES  V-REC01.
000640     03  HTR-KEY                      PIC  9(:KEY-LEN:).
000650     03  HTR-ID                       PIC  X(04).
000660       88  HTR-IS-HEADER                    VALUE 'HDR1'.
000670       88  HTR-IS-TRAILER                   VALUE 'TRL1'.
000680     03  FILLER                       PIC  X(:TAIL-4:).
000690
000700 FD      AUTH-FILE.
000710 01      AUTH-REC.
000720     03  AU-OPERATOR                  PIC  X(08).
000730     03  FILLER                       PIC  X(01).
000740     03  AU-CODES                     PIC  X(08).
000750     03  FILLER                       PIC  X(01).
000760     03  AU-EXPIRY                    PIC  X(08).
000770
000780 FD      JRNL-FILE.
000790 01      JRNL-REC.
000800     COPY  vjrnl.
000810
000811 FD      CLN-RPT.
000812 01      RPT-LINE                     PIC  X(96).
000813
000814*    the maker-checker pending-approval queue and its history
000815 FD      QUEUE-FILE.
000816 01      QUEUE-REC.
000817     COPY  apprque.
000818 FD      HIST-FILE.
000820 01      HIST-REC                     PIC  X(160).
000840
000850 WORKING-STORAGE  SECTION.
000860
000870 01  V-LL                      PIC  9(04) COMP.
000880
000890 01  WS-STATUSES.
000900   03  WS-VOTFILE-STATUS       PIC  X(02).
000910   03  WS-AUTH-STATUS          PIC  X(02).
000913   03  WS-JRNL-STATUS          PIC  X(02).
000916   03  WS-QUEUE-STATUS         PIC  X(02).
000920   03  WS-HIST-STATUS          PIC  X(02).
000930
000940 01  WS-SWITCHES.
000950   03  WS-AUTH-EOF-SW          PIC  X(01)  VALUE  'N'.
000960     88  AUTH-EOF                   VALUE  'Y'.
000970   03  WS-AUTH-OK-SW           PIC  X(01)  VALUE  'N'.
000980     88  OPERATOR-AUTHORIZED        VALUE  'Y'.
000990   03  WS-VFILE-EOF-SW         PIC  X(01)  VALUE  'N'.
001000     88  VFILE-EOF                  VALUE  'Y'.
001001   03  WS-COMMIT-SW            PIC  X(01)  VALUE  'N'.
001002     88  COMMIT-MODE-ON             VALUE  'Y'.
001003   03  WS-SUBMIT-SW            PIC  X(01)  VALUE  'N'.
001004     88  SUBMIT-MODE-ON             VALUE  'Y'.
001005   03  WS-QUEUE-EOF-SW         PIC  X(01)  VALUE  'N'.
001006     88  QUEUE-EOF                  VALUE  'Y'.
001007   03  WS-QLOCK-SW             PIC  X(01)  VALUE  'N'.
001010     88  QUEUE-LOCKED               VALUE  'Y'.
001030
001040 01  WS-PARM-LINE              PIC  X(10).
001050*    PARM byte 10 'O' is the closed-period override - see
001060*    CHECK-PERIOD-SEC
001070 01  WS-OVERRIDE-SW            PIC  X(01)  VALUE  'N'.
001080     88  PERIOD-OVERRIDE-ON         VALUE  'O'.
001090 01  WS-PERIOD-BLOCK-SW        PIC  X(01)  VALUE  'N'.
001100     88  PERIOD-IS-BLOCKED          VALUE  'Y'.
001110 01  WS-OPERATOR               PIC  X(08).
001120 01  WS-NEEDED-CODE            PIC  X(01)  VALUE  'M'.
001130 01  WS-AUTH-TODAY             PIC  9(08).
001140 01  WS-CODE-TALLY             PIC  9(02)  COMP.
001150 01  WS-RUN-DATE               PIC  9(08).
001160
001170 01  WS-BEFORE-IMAGE           PIC  X(:REC-LEN:).
001180 01  WS-BEFORE-DATA            PIC  X(72).
001190
001200*----------------------------------------------------------------
001210* the counts for the report and the job log - records changed,
001220* rule by rule in CLNRULES order, and the run's totals
001230*----------------------------------------------------------------
001240 01  WS-RULE-HIT-TABLE.
001250   03  WS-RULE-HITS            PIC  9(07)  COMP  OCCURS 20 TIMES.
001260 01  WS-RULE-SUB               PIC  9(04)  COMP.
001270 01  WS-COUNTERS.
001280   03  WS-READ-COUNT           PIC  9(07)  COMP  VALUE  0.
001290   03  WS-CHANGED-COUNT        PIC  9(07)  COMP  VALUE  0.
001300   03  WS-BLOCKED-COUNT        PIC  9(07)  COMP  VALUE  0.
001305   03  WS-FAILED-COUNT         PIC  9(07)  COMP  VALUE  0.
001310   03  WS-SKIPPED-COUNT        PIC  9(07)  COMP  VALUE  0.
001320   03  WS-SAMPLE-COUNT         PIC  9(04)  COMP  VALUE  0.
001330 01  WS-SAMPLE-MAX             PIC  9(04)  COMP  VALUE  10.
001331 01  WS-COUNT-ED               PIC  ZZZZZZ9.
001332*
001333*    the pending-approval queue: a commit appends to it under one
001334*    submission id; a release loads it whole, applies the
001335*    released VCLEANSE entries, and rewrites what is left - the
001336*    VAPPROVE table shape
001337 01  WS-QUEUE-AREA.
001338   03  WS-BATCH-ID.
001339     05  WS-BATCH-DATE         PIC  9(08).
001340     05  WS-BATCH-TIME         PIC  9(08).
001341   03  WS-QUEUE-SEQ            PIC  9(05)  VALUE  0.
001342   03  WS-QUEUE-TABLE.
001343     05  WS-Q-ENTRY  OCCURS  2000  TIMES  INDEXED BY Q-IDX.
001344       07  WS-Q-IMAGE          PIC  X(160).
001345       07  WS-Q-KEEP-SW        PIC  X(01).
001346         88  Q-KEEP                 VALUE 'Y'.
001347   03  WS-QUEUE-COUNT          PIC  9(04)  COMP  VALUE  0.
001350
001360 01  WS-RESLOCK-PARM.
001370     COPY  reslock.
001380 01  WS-RECCLEAN-PARM.
001390     COPY  recclean.
001400 01  WS-PERIODCK-PARM.
001410     COPY  periodck.
001420 01  WS-OPSAUDIT-PARM.
001430     COPY  opsaudit.
001440 01  WS-CHNSEAL-PARM.
001450     COPY  chnseal.
001460 01  WS-RECSUM-PARM.
001470     COPY  recsum.
001480 01  WS-JOBACCT-PARM.
001490     COPY  jobacct.
001500 01  WS-MSGFMT-PARM.
001510     COPY  msgfmt.
001520 01  WS-KEYMODE-PARM.
001530     COPY  keymode.
001540
001550*    one line of a before/after pair, or a CLOSED line
001560 01  RPT-SAMPLE-FMT.
001570   03  RS-NUM1                 PIC  9(04).
001580   03  FILLER                  PIC  X(01)  VALUE SPACE.
001590   03  RS-TAG                  PIC  X(06).
001600   03  FILLER                  PIC  X(02)  VALUE ' |'.
001610   03  RS-DATA                 PIC  X(72).
001620   03  FILLER                  PIC  X(01)  VALUE '|'.
001630   03  FILLER                  PIC  X(10)  VALUE SPACES.
001640*    one rule's line of the summary
001650 01  RPT-RULE-FMT.
001660   03  FILLER                  PIC  X(05)  VALUE 'RULE '.
001670   03  RR-ID                   PIC  X(08).
001680   03  FILLER                  PIC  X(01)  VALUE SPACE.
001690   03  RR-TYPE                 PIC  X(08).
001700   03  FILLER                  PIC  X(18)
001710                               VALUE ' RECORDS CHANGED  '.
001720   03  RR-COUNT                PIC  ZZZZZZ9.
001730   03  FILLER                  PIC  X(49)  VALUE SPACES.
001740*    one total of the summary
001750 01  RPT-TOTAL-FMT.
001760   03  RT-NAME                 PIC  X(40).
001770   03  RT-COUNT                PIC  ZZZZZZ9.
001780   03  FILLER                  PIC  X(49)  VALUE SPACES.
001790
001800 PROCEDURE        DIVISION.
001810 MAIN-SEC         SECTION.
001820*    the stores must carry the key layout this program is built
001830*    for - see KEYMODE
001840     MOVE  'VCLEANSE'  TO  KM-PROGRAM.
001850     MOVE  0           TO  KM-RUN-DATE.
001860     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
001870     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
001880     IF  KM-REFUSE
001890         MOVE  16  TO  RETURN-CODE
001900         STOP RUN
001910     END-IF.
001920     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
001930     MOVE  WS-PARM-LINE(1:8)  TO  WS-OPERATOR.
001931     EVALUATE  WS-PARM-LINE(9:1)
001932         WHEN  'C'
001933             SET  SUBMIT-MODE-ON  TO  TRUE
001934         WHEN  'R'
001935             SET  COMMIT-MODE-ON  TO  TRUE
001936             MOVE  'K'  TO  WS-NEEDED-CODE
001940     END-EVALUATE.
001970     MOVE  WS-PARM-LINE(10:1)  TO  WS-OVERRIDE-SW.
001980     PERFORM  CHECK-AUTH-SEC.
001990     IF  NOT  OPERATOR-AUTHORIZED
002000         SET   MG-LOG     TO  TRUE
002010         MOVE  'VCLNS001'  TO  MG-MSG-ID
002020         MOVE  'MAIN-SEC'  TO  MG-SECTION
002030         MOVE  WS-OPERATOR  TO  MG-VALUE(1)
002040         SET   MG-ERROR   TO  TRUE
002043         MOVE  WS-NEEDED-CODE  TO  MG-VALUE(2)
002046         MOVE  'OPERATOR &1 LACKS THE &2 CODE FOR THIS MODE'
002050                          TO  MG-TEXT
002070         MOVE  16         TO  MG-RETURN-CODE
002080         PERFORM  ISSUE-MSG-SEC
002090         MOVE  16  TO  RETURN-CODE
002100         STOP RUN
002110     END-IF.
002120     ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
002130*    a first call with a blank text loads the rules and says how
002140*    many are in force; with none there is nothing to do
002150     MOVE  SPACES  TO  CL-DATA.
002160     CALL  'RECCLEAN'  USING  WS-RECCLEAN-PARM.
002170     IF  CL-RULE-COUNT  =  0
002180         SET   MG-LOG     TO  TRUE
002190         MOVE  'VCLNS004'  TO  MG-MSG-ID
002200         MOVE  'MAIN-SEC'  TO  MG-SECTION
002210         SET   MG-WARNING TO  TRUE
002220         MOVE  'NO CLEANSING RULES IN FORCE - NOTHING CLEANSED'
002230                          TO  MG-TEXT
002240         MOVE  4          TO  MG-RETURN-CODE
002250         PERFORM  ISSUE-MSG-SEC
002260         MOVE  4  TO  RETURN-CODE
002270         STOP RUN
002280     END-IF.
002290     PERFORM  VARYING  WS-RULE-SUB  FROM  1  BY  1
002300         UNTIL  WS-RULE-SUB  >  20
002310         MOVE  0  TO  WS-RULE-HITS(WS-RULE-SUB)
002320     END-PERFORM.
002330*    serialize on the cluster before touching it - see RESLOCK
002340     SET   RL-ENQ     TO  TRUE.
002350     MOVE  'VFILE'    TO  RL-RESOURCE.
002360     MOVE  'VCLEANSE' TO  RL-HOLDER.
002370     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
002380     IF  RL-BUSY
002390         SET   MG-LOG     TO  TRUE
002400         MOVE  'VCLNS002'  TO  MG-MSG-ID
002410         MOVE  'MAIN-SEC'  TO  MG-SECTION
002420         MOVE  RL-CURRENT-HOLDER  TO  MG-VALUE(1)
002430         SET   MG-ERROR   TO  TRUE
002440         MOVE  'VFILE IS HELD BY &1 - RUN ABANDONED'  TO  MG-TEXT
002450         MOVE  16         TO  MG-RETURN-CODE
002460         PERFORM  ISSUE-MSG-SEC
002470         MOVE  16  TO  RETURN-CODE
002480         STOP RUN
002490     END-IF.
002491     OPEN  OUTPUT  CLN-RPT.
002492     EVALUATE  TRUE
002493         WHEN  COMMIT-MODE-ON
002494             MOVE  'REC-DATA CLEANSING - RELEASE'  TO  RPT-LINE
002495         WHEN  SUBMIT-MODE-ON
002496             MOVE  'REC-DATA CLEANSING - SUBMITTED FOR APPROVAL'
002497                                             TO  RPT-LINE
002498         WHEN  OTHER
002499             MOVE  'REC-DATA CLEANSING - PREVIEW'  TO  RPT-LINE
002500     END-EVALUATE.
002560     WRITE  RPT-LINE.
002570     IF  COMMIT-MODE-ON
002580         OPEN  I-O    V-OTFILE
002590     ELSE
002600         OPEN  INPUT  V-OTFILE
002610     END-IF.
002620     IF  WS-VOTFILE-STATUS  NOT =  '00'
002630         SET   MG-LOG     TO  TRUE
002640         MOVE  'VCLNS003'  TO  MG-MSG-ID
002650         MOVE  'MAIN-SEC'  TO  MG-SECTION
002660         MOVE  WS-VOTFILE-STATUS  TO  MG-VALUE(1)
002670         SET   MG-ERROR   TO  TRUE
002680         MOVE  'UNABLE TO OPEN VFILE, STATUS &1'  TO  MG-TEXT
002690         MOVE  16         TO  MG-RETURN-CODE
002700         PERFORM  ISSUE-MSG-SEC
002710         CLOSE  CLN-RPT
002720         SET   RL-DEQ     TO  TRUE
002730         CALL  'RESLOCK'  USING  WS-RESLOCK-PARM
002740         MOVE  16  TO  RETURN-CODE
002750         STOP RUN
002760     END-IF.
002761*    the queue is taken after the cluster, the order every
002762*    program holding both keeps
002763     IF  COMMIT-MODE-ON  OR  SUBMIT-MODE-ON
002764         PERFORM  HOLD-QUEUE-SEC
002765         IF  NOT  QUEUE-LOCKED
002766             SET   MG-LOG     TO  TRUE
002767             MOVE  'VCLNS008'  TO  MG-MSG-ID
002768             MOVE  'MAIN-SEC'  TO  MG-SECTION
002769             MOVE  RL-CURRENT-HOLDER  TO  MG-VALUE(1)
002770             SET   MG-ERROR   TO  TRUE
002771             MOVE  'APPROVAL QUEUE HELD BY &1 - RUN ABANDONED'
002772                              TO  MG-TEXT
002773             MOVE  16         TO  MG-RETURN-CODE
002774             PERFORM  ISSUE-MSG-SEC
002775             CLOSE  V-OTFILE
002776             CLOSE  CLN-RPT
002777             SET   RL-DEQ     TO  TRUE
002778             CALL  'RESLOCK'  USING  WS-RESLOCK-PARM
002779             MOVE  16  TO  RETURN-CODE
002780             STOP RUN
002781         END-IF
002782     END-IF.
002783     EVALUATE  TRUE
002784         WHEN  COMMIT-MODE-ON
002785             PERFORM  RELEASE-PASS-SEC
002786         WHEN  SUBMIT-MODE-ON
002787             PERFORM  OPEN-QUEUE-SEC
002788             PERFORM  CLEANSE-ONE-SEC  UNTIL  VFILE-EOF
002789             CLOSE  QUEUE-FILE
002790         WHEN  OTHER
002791             PERFORM  CLEANSE-ONE-SEC  UNTIL  VFILE-EOF
002792     END-EVALUATE.
002793     PERFORM  FREE-QUEUE-SEC.
002794     CLOSE  V-OTFILE.
002795     SET   RL-DEQ     TO  TRUE.
002800     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
002810     PERFORM  REPORT-RULES-SEC.
002820     PERFORM  TERM-SEC.
002830     STOP RUN.
002840 MAIN-SEC-EX.
002850     EXIT.
002860/
002870*----------------------------------------------------------------
002880* the operator must hold the M code on VAUTH, grant unexpired -
002890* the same check shape the other doors carry
002900*----------------------------------------------------------------
002910 CHECK-AUTH-SEC   SECTION.
002920     ACCEPT  WS-AUTH-TODAY  FROM  DATE  YYYYMMDD.
002930     OPEN  INPUT  AUTH-FILE.
002940     IF  WS-AUTH-STATUS  NOT =  '00'
002950         SET  AUTH-EOF  TO  TRUE
002960         DISPLAY  'VCLEANSE: NO VAUTH FILE, STATUS '
002970                  WS-AUTH-STATUS
002980     END-IF.
002990     PERFORM  READ-AUTH-SEC
003000         UNTIL  AUTH-EOF  OR  OPERATOR-AUTHORIZED.
003010     IF  WS-AUTH-STATUS  =  '00'  OR  WS-AUTH-STATUS  =  '10'
003020         CLOSE  AUTH-FILE
003030     END-IF.
003040 CHECK-AUTH-SEC-EX.
003050     EXIT.
003060/
003070 READ-AUTH-SEC    SECTION.
003080     READ  AUTH-FILE
003090         AT END  SET  AUTH-EOF  TO  TRUE
003100     END-READ.
003110     IF  NOT  AUTH-EOF  AND  AU-OPERATOR  =  WS-OPERATOR
003120         AND  (AU-EXPIRY  NOT  NUMERIC
003130               OR  AU-EXPIRY  >=  WS-AUTH-TODAY)
003140         MOVE  0  TO  WS-CODE-TALLY
003150         INSPECT  AU-CODES  TALLYING  WS-CODE-TALLY
003160             FOR  ALL  WS-NEEDED-CODE
003170         IF  WS-CODE-TALLY  >  0
003180             SET  OPERATOR-AUTHORIZED  TO  TRUE
003190         END-IF
003200     END-IF.
003210 READ-AUTH-SEC-EX.
003220     EXIT.
003230/
003240*----------------------------------------------------------------
003242* the next detail record through the rules. one the rules leave
003244* as it is needs nothing more; one they change is held to the
003246* closed-period guard, counted rule by rule, and - in commit
003250* mode - queued for approval
003290*----------------------------------------------------------------
003300 CLEANSE-ONE-SEC  SECTION.
003310     READ  V-OTFILE  NEXT  RECORD
003320         AT END
003330             SET  VFILE-EOF  TO  TRUE
003340             GO TO  CLEANSE-ONE-SEC-EX
003350     END-READ.
003360     IF  HTR-IS-HEADER  OR  HTR-IS-TRAILER
003370         OR  REC-DELETED  OF  V-REC01
003380         GO TO  CLEANSE-ONE-SEC-EX
003390     END-IF.
003400     ADD   1  TO  WS-READ-COUNT.
003410     MOVE  REC-DATA  OF  V-REC01  TO  CL-DATA  WS-BEFORE-DATA.
003420     CALL  'RECCLEAN'  USING  WS-RECCLEAN-PARM.
003430     IF  CL-UNCHANGED
003440         GO TO  CLEANSE-ONE-SEC-EX
003450     END-IF.
003453*    closed-period guard - see CHECK-PERIOD-SEC. a blocked
003456*    record gets its own report line in every mode, so the
003460*    preview shows exactly what commit would refuse.
003490     PERFORM  CHECK-PERIOD-SEC.
003500     IF  PERIOD-IS-BLOCKED
003510         ADD   1  TO  WS-BLOCKED-COUNT
003520         MOVE  NUM1  OF  V-REC01  TO  RS-NUM1
003530         MOVE  'CLOSED'           TO  RS-TAG
003540         MOVE  WS-BEFORE-DATA     TO  RS-DATA
003550         MOVE  RPT-SAMPLE-FMT     TO  RPT-LINE
003560         WRITE  RPT-LINE
003570         GO TO  CLEANSE-ONE-SEC-EX
003580     END-IF.
003581     IF  SUBMIT-MODE-ON
003582         PERFORM  QUEUE-KEY-SEC
003583     END-IF.
003584     PERFORM  COUNT-CHANGE-SEC.
003585 CLEANSE-ONE-SEC-EX.
003586     EXIT.
003587/
003588*----------------------------------------------------------------
003589* one changed record counted rule by rule, and shown as a
003590* before/after pair - the first ten of a preview or commit,
003591* every one a release applies
003592*----------------------------------------------------------------
003593 COUNT-CHANGE-SEC SECTION.
003594     ADD   1  TO  WS-CHANGED-COUNT.
003595     PERFORM  VARYING  WS-RULE-SUB  FROM  1  BY  1
003596         UNTIL  WS-RULE-SUB  >  CL-RULE-COUNT
003597         IF  CL-R-HIT(WS-RULE-SUB)
003598             ADD  1  TO  WS-RULE-HITS(WS-RULE-SUB)
003599         END-IF
003600     END-PERFORM.
003601     IF  WS-SAMPLE-COUNT  <  WS-SAMPLE-MAX  OR  COMMIT-MODE-ON
003602         ADD   1  TO  WS-SAMPLE-COUNT
003603         MOVE  NUM1  OF  V-REC01  TO  RS-NUM1
003604         MOVE  'BEFORE'           TO  RS-TAG
003605         MOVE  WS-BEFORE-DATA     TO  RS-DATA
003606         MOVE  RPT-SAMPLE-FMT     TO  RPT-LINE
003607         WRITE  RPT-LINE
003608         MOVE  'AFTER '           TO  RS-TAG
003609         MOVE  CL-DATA            TO  RS-DATA
003610         MOVE  RPT-SAMPLE-FMT     TO  RPT-LINE
003611         WRITE  RPT-LINE
003612     END-IF.
003613 COUNT-CHANGE-SEC-EX.
003614     EXIT.
003615/
003616*----------------------------------------------------------------
003617* commit: the queue is appended to under this run's submission
003618* id, the EXTEND/OUTPUT pair priming it the first time; each
003619* record the rules change is queued pending with its cleansed
003620* text, the maker and the maker's override byte
003621*----------------------------------------------------------------
003622 OPEN-QUEUE-SEC   SECTION.
003623     ACCEPT  WS-BATCH-DATE  FROM  DATE  YYYYMMDD.
003624     ACCEPT  WS-BATCH-TIME  FROM  TIME.
003625     OPEN  EXTEND  QUEUE-FILE.
003626     IF  WS-QUEUE-STATUS  NOT =  '00'
003627         OPEN  OUTPUT  QUEUE-FILE
003628     END-IF.
003629 OPEN-QUEUE-SEC-EX.
003630     EXIT.
003631/
003632 QUEUE-KEY-SEC    SECTION.
003633     ADD   1                  TO  WS-QUEUE-SEQ.
003634     MOVE  SPACES             TO  QUEUE-REC.
003635     MOVE  WS-BATCH-ID        TO  AQ-BATCH-ID.
003636     MOVE  WS-QUEUE-SEQ       TO  AQ-SEQ.
003637     SET   AQ-FROM-VCLEANSE   TO  TRUE.
003638     MOVE  WS-OPERATOR        TO  AQ-MAKER.
003639     SET   AQ-PENDING         TO  TRUE.
003640     MOVE  WS-OVERRIDE-SW     TO  AQ-OVERRIDE.
003641     MOVE  NUM1  OF  V-REC01  TO  AQ-CL-NUM1.
003642     MOVE  CL-DATA            TO  AQ-CL-DATA.
003643     WRITE  QUEUE-REC.
003644 QUEUE-KEY-SEC-EX.
003645     EXIT.
003646/
003647*----------------------------------------------------------------
003648* release: the queue is loaded whole, every VCLEANSE entry a
003649* checker has released is applied by primary key under the
003650* maker's operator id and override byte, then marked applied
003651* and moved to the VAPPRHST history; the queue is rewritten
003652* less those entries. pending entries and the other programs'
003653* entries stay.
003654*----------------------------------------------------------------
003655 RELEASE-PASS-SEC SECTION.
003656     OPEN  INPUT  QUEUE-FILE.
003657     IF  WS-QUEUE-STATUS  NOT =  '00'
003658         SET  QUEUE-EOF  TO  TRUE
003659     END-IF.
003660     PERFORM  READ-QUEUE-SEC  UNTIL  QUEUE-EOF.
003661     IF  WS-QUEUE-STATUS  =  '00'  OR  WS-QUEUE-STATUS  =  '10'
003662         CLOSE  QUEUE-FILE
003663     END-IF.
003664     PERFORM  RELEASE-ONE-SEC
003665         VARYING  Q-IDX  FROM  1  BY  1
003666         UNTIL  Q-IDX  >  WS-QUEUE-COUNT.
003667     OPEN  OUTPUT  QUEUE-FILE.
003668     PERFORM  REWRITE-QUEUE-ONE-SEC
003669         VARYING  Q-IDX  FROM  1  BY  1
003670         UNTIL  Q-IDX  >  WS-QUEUE-COUNT.
003671     CLOSE  QUEUE-FILE.
003672 RELEASE-PASS-SEC-EX.
003673     EXIT.
003674/
003675 READ-QUEUE-SEC   SECTION.
003676     READ  QUEUE-FILE
003677         AT END      SET  QUEUE-EOF  TO  TRUE
003678         NOT AT END
003679             IF  WS-QUEUE-COUNT  <  2000
003680                 ADD  1  TO  WS-QUEUE-COUNT
003681                 SET  Q-IDX  TO  WS-QUEUE-COUNT
003682                 MOVE  QUEUE-REC  TO  WS-Q-IMAGE(Q-IDX)
003683                 MOVE  'Y'        TO  WS-Q-KEEP-SW(Q-IDX)
003684             ELSE
003685                 SET   MG-LOG     TO  TRUE
003686                 MOVE  'VCLNS009'  TO  MG-MSG-ID
003687                 MOVE  'READ-QUEUE-SEC'  TO  MG-SECTION
003688                 SET   MG-ERROR   TO  TRUE
003689                 MOVE  'APPROVAL QUEUE TABLE FULL'  TO  MG-TEXT
003690                 MOVE  16         TO  MG-RETURN-CODE
003691                 PERFORM  ISSUE-MSG-SEC
003692                 CLOSE  QUEUE-FILE
003693                 CLOSE  V-OTFILE
003694                 CLOSE  CLN-RPT
003695                 PERFORM  FREE-QUEUE-SEC
003696                 SET   RL-DEQ  TO  TRUE
003697                 CALL  'RESLOCK'  USING  WS-RESLOCK-PARM
003698                 MOVE  16  TO  RETURN-CODE
003699                 STOP RUN
003700             END-IF
003701     END-READ.
003702 READ-QUEUE-SEC-EX.
003703     EXIT.
003704/
003705*----------------------------------------------------------------
003706* one released entry. the record is read afresh and put through
003707* the rules as it stands now: only when they still give the
003708* text the checker approved is it rewritten; otherwise it is
003709* listed and left alone. the entry leaves the queue either way.
003710*----------------------------------------------------------------
003711 RELEASE-ONE-SEC  SECTION.
003712     MOVE  WS-Q-IMAGE(Q-IDX)  TO  QUEUE-REC.
003713     IF  NOT  AQ-FROM-VCLEANSE  OR  NOT  AQ-RELEASED
003714         GO TO  RELEASE-ONE-SEC-EX
003715     END-IF.
003716     ADD   1  TO  WS-READ-COUNT.
003717     MOVE  AQ-MAKER      TO  WS-OPERATOR.
003718     MOVE  AQ-OVERRIDE   TO  WS-OVERRIDE-SW.
003719     MOVE  AQ-CL-NUM1    TO  NUM1  OF  V-REC01.
003720     PERFORM  RELEASE-KEY-SEC.
003721     MOVE  WS-Q-IMAGE(Q-IDX)  TO  QUEUE-REC.
003722     SET   AQ-APPLIED  TO  TRUE.
003723     MOVE  'N'  TO  WS-Q-KEEP-SW(Q-IDX).
003724     OPEN  EXTEND  HIST-FILE.
003725     IF  WS-HIST-STATUS  NOT =  '00'
003726         OPEN  OUTPUT  HIST-FILE
003727     END-IF.
003728     MOVE  QUEUE-REC  TO  HIST-REC.
003729     WRITE  HIST-REC.
003730     CLOSE  HIST-FILE.
003731 RELEASE-ONE-SEC-EX.
003732     EXIT.
003733/
003734 RELEASE-KEY-SEC  SECTION.
003735     MOVE  SPACES  TO  RS-DATA.
003736     READ  V-OTFILE
003737         INVALID KEY
003738             MOVE  'NOTFND'  TO  RS-TAG
003739             PERFORM  SKIP-LINE-SEC
003740             GO TO  RELEASE-KEY-SEC-EX
003741     END-READ.
003742     MOVE  REC-DATA  OF  V-REC01  TO  CL-DATA  WS-BEFORE-DATA
003743                                      RS-DATA.
003744     IF  REC-DELETED  OF  V-REC01
003745         MOVE  'DELETD'  TO  RS-TAG
003746         PERFORM  SKIP-LINE-SEC
003747         GO TO  RELEASE-KEY-SEC-EX
003748     END-IF.
003749     CALL  'RECCLEAN'  USING  WS-RECCLEAN-PARM.
003750     IF  CL-UNCHANGED
003751         MOVE  'CLEAN '  TO  RS-TAG
003752         PERFORM  SKIP-LINE-SEC
003753         GO TO  RELEASE-KEY-SEC-EX
003754     END-IF.
003755     IF  CL-DATA  NOT =  AQ-CL-DATA
003756         MOVE  'STALE '  TO  RS-TAG
003757         PERFORM  SKIP-LINE-SEC
003758         GO TO  RELEASE-KEY-SEC-EX
003759     END-IF.
003760     PERFORM  CHECK-PERIOD-SEC.
003761     IF  PERIOD-IS-BLOCKED
003762         ADD   1  TO  WS-BLOCKED-COUNT
003763         MOVE  NUM1  OF  V-REC01  TO  RS-NUM1
003764         MOVE  'CLOSED'           TO  RS-TAG
003765         MOVE  WS-BEFORE-DATA     TO  RS-DATA
003766         MOVE  RPT-SAMPLE-FMT     TO  RPT-LINE
003767         WRITE  RPT-LINE
003768         GO TO  RELEASE-KEY-SEC-EX
003769     END-IF.
003770     MOVE  V-REC01      TO  WS-BEFORE-IMAGE.
003771     MOVE  CL-DATA      TO  REC-DATA     OF  V-REC01.
003772     MOVE  WS-RUN-DATE  TO  EFF-DATE     OF  V-REC01.
003773     MOVE  WS-RUN-DATE  TO  RUN-ID-DATE  OF  V-REC01.
003774     MOVE  0            TO  RUN-ID-SEQ   OF  V-REC01.
003775     SET   RS-SET  TO  TRUE.
003781     MOVE  :LAYOUT:  TO  RS-LAYOUT.
003787     CALL  'RECSUM'  USING  WS-RECSUM-PARM  V-REC01.
003793     REWRITE  V-REC01.
003799     IF  WS-VOTFILE-STATUS  NOT =  '00'
003805         ADD   1  TO  WS-FAILED-COUNT
003811         SET   MG-LOG     TO  TRUE
003817         MOVE  'VCLNS007'  TO  MG-MSG-ID
003823         MOVE  'RELEASE-KEY-SEC'  TO  MG-SECTION
003829         MOVE  NUM1  OF  V-REC01  TO  MG-VALUE(1)
003835         MOVE  WS-VOTFILE-STATUS  TO  MG-VALUE(2)
003841         SET   MG-ERROR   TO  TRUE
003847         MOVE  'REWRITE OF KEY &1 FAILED, STATUS &2'
003853                          TO  MG-TEXT
003859         MOVE  8          TO  MG-RETURN-CODE
003865         PERFORM  ISSUE-MSG-SEC
003871         GO TO  RELEASE-KEY-SEC-EX
003877     END-IF.
003883     PERFORM  WRITE-JRNL-SEC.
003889     PERFORM  COUNT-CHANGE-SEC.
003895 RELEASE-KEY-SEC-EX.
003901     EXIT.
003907/
003913*    a released entry left alone - the tag is already in place
003919 SKIP-LINE-SEC    SECTION.
003925     ADD   1  TO  WS-SKIPPED-COUNT.
003931     MOVE  AQ-CL-NUM1         TO  RS-NUM1.
003937     MOVE  RPT-SAMPLE-FMT     TO  RPT-LINE.
003943     WRITE  RPT-LINE.
003949 SKIP-LINE-SEC-EX.
003955     EXIT.
003961/
003967 REWRITE-QUEUE-ONE-SEC  SECTION.
003973     IF  Q-KEEP(Q-IDX)
003979         MOVE  WS-Q-IMAGE(Q-IDX)  TO  QUEUE-REC
003985         WRITE  QUEUE-REC
003991     END-IF.
003997 REWRITE-QUEUE-ONE-SEC-EX.
004003     EXIT.
004010/
004060*----------------------------------------------------------------
004070* the record's EFF-DATE period against the PERIODS status file,
004080* through the shared PERIODCK check every maintenance door
004090* makes. the override lets a commit through, and is logged and
004100* audited record by record
004110*----------------------------------------------------------------
004120 CHECK-PERIOD-SEC SECTION.
004130     MOVE  'N'  TO  WS-PERIOD-BLOCK-SW.
004140     IF  EFF-DATE  OF  V-REC01  IS  NUMERIC
004150         MOVE  EFF-DATE  OF  V-REC01(1:6)  TO  PC-PERIOD
004160         MOVE  EFF-DATE  OF  V-REC01       TO  PC-DATE
004170         MOVE  ENTITY-CODE  OF  V-REC01    TO  PC-ENTITY
004180         CALL  'PERIODCK'  USING  WS-PERIODCK-PARM
004190         IF  PC-CLOSED
004200             IF  PERIOD-OVERRIDE-ON  AND  COMMIT-MODE-ON
004210                 SET   MG-LOG     TO  TRUE
004220                 MOVE  'VCLNS006'  TO  MG-MSG-ID
004230                 MOVE  'CHECK-PERIOD-SEC'  TO  MG-SECTION
004240                 MOVE  NUM1  OF  V-REC01  TO  MG-VALUE(1)
004250                 MOVE  PC-PERIOD          TO  MG-VALUE(2)
004260                 SET   MG-WARNING TO  TRUE
004270                 MOVE  'CLOSED-PERIOD CLEANSE OF &1 OVERRIDDEN'
004280                                  TO  MG-TEXT
004290                 MOVE  ZERO       TO  MG-RETURN-CODE
004300                 PERFORM  ISSUE-MSG-SEC
004310                 MOVE  'VCLEANSE'          TO  OA-PROGRAM
004320                 MOVE  WS-OPERATOR         TO  OA-OPERATOR
004330                 MOVE  'CLOSED-PERIOD OVRRD'  TO  OA-ACTION
004340                 MOVE  SPACES              TO  OA-DETAIL
004345                 MOVE  NUM1  OF  V-REC01(:KEY-LEN: - 3:4)
004350                                           TO  OA-DETAIL(1:4)
004360                 MOVE  PC-PERIOD           TO  OA-DETAIL(6:6)
004370                 CALL  'OPSAUDIT'  USING  WS-OPSAUDIT-PARM
004380             ELSE
004390                 IF  NOT  PERIOD-OVERRIDE-ON
004400                     SET  PERIOD-IS-BLOCKED  TO  TRUE
004410                 END-IF
004420             END-IF
004430         END-IF
004440     END-IF.
004450 CHECK-PERIOD-SEC-EX.
004460     EXIT.
004470/
004480 WRITE-JRNL-SEC   SECTION.
004490     OPEN  EXTEND  JRNL-FILE.
004500     IF  WS-JRNL-STATUS  NOT =  '00'
004510         OPEN  OUTPUT  JRNL-FILE
004520     END-IF.
004530     ACCEPT  JR-DATE  FROM  DATE  YYYYMMDD.
004540     ACCEPT  JR-TIME  FROM  TIME.
004550     MOVE  'VCLEANSE'        TO  JR-PROGRAM.
004560     MOVE  WS-OPERATOR       TO  JR-OPERATOR.
004570     MOVE  NUM1  OF  V-REC01 TO  JR-NUM1.
004580     MOVE  WS-BEFORE-IMAGE   TO  JR-BEFORE-IMAGE.
004590     MOVE  V-REC01           TO  JR-AFTER-IMAGE.
004600*    sealed into the journal chain under the chain's lock, which
004610*    is held until the entry is on the file - see chnseal.cbl
004620     SET   CS-SEAL  TO  TRUE.
004630     MOVE  'VJOURNAL'        TO  CS-CHAIN.
004640     MOVE  'VCLEANSE'        TO  CS-HOLDER.
004650     CALL  'CHNSEAL'  USING  WS-CHNSEAL-PARM  JRNL-REC.
004660     IF  CS-OK
004670         MOVE  CS-SEQ   TO  JR-CHAIN-SEQ
004680         MOVE  CS-HASH  TO  JR-CHAIN-HASH
004690     ELSE
004691         MOVE  0  TO  JR-CHAIN-SEQ  JR-CHAIN-HASH
004692         SET   MG-DISPLAY TO  TRUE
004693         MOVE  'VCLNS010'  TO  MG-MSG-ID
004694         MOVE  'WRITE-JRNL-SEC'  TO  MG-SECTION
004695         MOVE  CS-CURRENT-HOLDER  TO  MG-VALUE(1)
004696         SET   MG-WARNING TO  TRUE
004697         MOVE  'JOURNAL CHAIN HELD BY &1 - ENTRY WRITTEN UNSEALED'
004698                          TO  MG-TEXT
004699         MOVE  4          TO  MG-RETURN-CODE
004700         PERFORM  ISSUE-MSG-SEC
004730     END-IF.
004740     WRITE  JRNL-REC.
004750     CLOSE  JRNL-FILE.
004760     IF  CS-OK
004770         SET   CS-RELEASE  TO  TRUE
004780         CALL  'CHNSEAL'  USING  WS-CHNSEAL-PARM  JRNL-REC
004790     END-IF.
004800 WRITE-JRNL-SEC-EX.
004810     EXIT.
004820/
004830*----------------------------------------------------------------
004840* the summary: the records each rule changed, in CLNRULES order
004850* (a record two rules changed counts under both), then the
004860* run's totals
004870*----------------------------------------------------------------
004880 REPORT-RULES-SEC SECTION.
004890     MOVE  SPACES  TO  RPT-LINE.
004900     WRITE  RPT-LINE.
004910     PERFORM  VARYING  WS-RULE-SUB  FROM  1  BY  1
004920         UNTIL  WS-RULE-SUB  >  CL-RULE-COUNT
004930         MOVE  CL-R-ID(WS-RULE-SUB)        TO  RR-ID
004940         MOVE  CL-R-TYPE(WS-RULE-SUB)      TO  RR-TYPE
004950         MOVE  WS-RULE-HITS(WS-RULE-SUB)   TO  RR-COUNT
004960         MOVE  RPT-RULE-FMT  TO  RPT-LINE
004970         WRITE  RPT-LINE
004980     END-PERFORM.
004990     MOVE  SPACES  TO  RPT-LINE.
005000     WRITE  RPT-LINE.
005001     IF  COMMIT-MODE-ON
005002         MOVE  'RELEASED ENTRIES READ'  TO  RT-NAME
005003     ELSE
005004         MOVE  'DETAIL RECORDS READ'    TO  RT-NAME
005005     END-IF.
005006     MOVE  WS-READ-COUNT                TO  RT-COUNT.
005007     MOVE  RPT-TOTAL-FMT  TO  RPT-LINE.
005008     WRITE  RPT-LINE.
005009     EVALUATE  TRUE
005010         WHEN  COMMIT-MODE-ON
005022             MOVE  'RECORDS CLEANSED'       TO  RT-NAME
005034         WHEN  SUBMIT-MODE-ON
005046             MOVE  'RECORDS QUEUED FOR APPROVAL'  TO  RT-NAME
005058         WHEN  OTHER
005070             MOVE  'RECORDS WOULD BE CLEANSED'  TO  RT-NAME
005082     END-EVALUATE.
005100     MOVE  WS-CHANGED-COUNT             TO  RT-COUNT.
005110     MOVE  RPT-TOTAL-FMT  TO  RPT-LINE.
005120     WRITE  RPT-LINE.
005130     MOVE  'RECORDS IN CLOSED PERIODS, LEFT ALONE'  TO  RT-NAME.
005140     MOVE  WS-BLOCKED-COUNT             TO  RT-COUNT.
005150     MOVE  RPT-TOTAL-FMT  TO  RPT-LINE.
005160     WRITE  RPT-LINE.
005161     IF  COMMIT-MODE-ON
005162         MOVE  'RELEASED ENTRIES LEFT ALONE'  TO  RT-NAME
005163         MOVE  WS-SKIPPED-COUNT         TO  RT-COUNT
005164         MOVE  RPT-TOTAL-FMT  TO  RPT-LINE
005165         WRITE  RPT-LINE
005166         MOVE  'REWRITES FAILED'        TO  RT-NAME
005167         MOVE  WS-FAILED-COUNT          TO  RT-COUNT
005168         MOVE  RPT-TOTAL-FMT  TO  RPT-LINE
005169         WRITE  RPT-LINE
005170     END-IF.
005230 REPORT-RULES-SEC-EX.
005240     EXIT.
005250/
005260 TERM-SEC         SECTION.
005261     MOVE  WS-CHANGED-COUNT  TO  WS-COUNT-ED.
005262     EVALUATE  TRUE
005263         WHEN  COMMIT-MODE-ON
005264             DISPLAY  'VCLEANSE: RECORDS CLEANSED       '
005265                      WS-COUNT-ED
005266         WHEN  SUBMIT-MODE-ON
005267             DISPLAY  'VCLEANSE: RECORDS QUEUED         '
005268                      WS-COUNT-ED
005269         WHEN  OTHER
005270             DISPLAY  'VCLEANSE: RECORDS WOULD BE CLEANSED '
005276                      WS-COUNT-ED
005282     END-EVALUATE.
005288     MOVE  WS-READ-COUNT  TO  WS-COUNT-ED.
005294     IF  COMMIT-MODE-ON
005300         DISPLAY  'VCLEANSE: RELEASED ENTRIES READ  ' WS-COUNT-ED
005306         MOVE  WS-SKIPPED-COUNT  TO  WS-COUNT-ED
005312         DISPLAY  'VCLEANSE: ENTRIES LEFT ALONE     ' WS-COUNT-ED
005318     ELSE
005324         DISPLAY  'VCLEANSE: DETAIL RECORDS READ    ' WS-COUNT-ED
005330     END-IF.
005336     IF  SUBMIT-MODE-ON  AND  WS-CHANGED-COUNT  >  0
005342         DISPLAY  'VCLEANSE: SUBMISSION ' WS-BATCH-ID
005348                  ' AWAITS APPROVAL IN VAPPROVE'
005354     END-IF.
005360     CLOSE  CLN-RPT.
005370     IF  WS-BLOCKED-COUNT  >  0
005380         MOVE  WS-BLOCKED-COUNT  TO  WS-COUNT-ED
005390         SET   MG-DISPLAY TO  TRUE
005400         MOVE  'VCLNS005'  TO  MG-MSG-ID
005410         MOVE  'TERM-SEC'  TO  MG-SECTION
005420         MOVE  WS-COUNT-ED  TO  MG-VALUE(1)
005430         SET   MG-WARNING TO  TRUE
005440         MOVE  '&1 RECORDS IN CLOSED PERIODS NOT CLEANSED'
005450                          TO  MG-TEXT
005460         MOVE  4          TO  MG-RETURN-CODE
005470         PERFORM  ISSUE-MSG-SEC
005480     END-IF.
005490     MOVE  'VCLEANSE'            TO  JA-PROGRAM.
005491     EVALUATE  TRUE
005492         WHEN  COMMIT-MODE-ON
005493             MOVE  'RECORDS CLEANSED'    TO  JA-COUNT-NAME
005494         WHEN  SUBMIT-MODE-ON
005495             MOVE  'RECORDS QUEUED'      TO  JA-COUNT-NAME
005496         WHEN  OTHER
005497             MOVE  'RECORDS TO CLEANSE'  TO  JA-COUNT-NAME
005500     END-EVALUATE.
005550     MOVE  WS-CHANGED-COUNT      TO  JA-COUNT-VALUE.
005560     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
005570*    the return code is set after the last CALL, which may
005580*    leave one of its own
005590     EVALUATE  TRUE
005600         WHEN  WS-FAILED-COUNT   >  0
005610             MOVE  8  TO  RETURN-CODE
005612         WHEN  WS-BLOCKED-COUNT  >  0
005614             MOVE  4  TO  RETURN-CODE
005616         WHEN  WS-SKIPPED-COUNT  >  0
005620             MOVE  4  TO  RETURN-CODE
005640         WHEN  OTHER
005650             MOVE  0  TO  RETURN-CODE
005660     END-EVALUATE.
005670 TERM-SEC-EX.
005671     EXIT.
005672/
005673*----------------------------------------------------------------
005674* the approval queue's lock. the parm area is shared with the
005675* VFILE lock, and RESLOCK frees whatever RL-RESOURCE names, so
005676* both sections hand RL-RESOURCE back as VFILE when done
005677*----------------------------------------------------------------
005678 HOLD-QUEUE-SEC   SECTION.
005679     SET   RL-ENQ      TO  TRUE.
005680     MOVE  'VAPRQ'     TO  RL-RESOURCE.
005681     MOVE  'VCLEANSE'  TO  RL-HOLDER.
005682     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
005683     IF  NOT  RL-BUSY
005684         SET   QUEUE-LOCKED  TO  TRUE
005685     END-IF.
005686     MOVE  'VFILE'     TO  RL-RESOURCE.
005687 HOLD-QUEUE-SEC-EX.
005688     EXIT.
005689/
005690 FREE-QUEUE-SEC   SECTION.
005691     IF  QUEUE-LOCKED
005692         SET   RL-DEQ      TO  TRUE
005693         MOVE  'VAPRQ'     TO  RL-RESOURCE
005694         CALL  'RESLOCK'  USING  WS-RESLOCK-PARM
005695         MOVE  'VFILE'     TO  RL-RESOURCE
005696         MOVE  'N'  TO  WS-QLOCK-SW
005697     END-IF.
005698 FREE-QUEUE-SEC-EX.
005699     EXIT.
005700/
005705 ISSUE-MSG-SEC    SECTION.
005710     MOVE  'VCLEANSE'  TO  MG-PROGRAM.
005720     CALL  'MSGFMT'  USING  WS-MSGFMT-PARM.
005730 ISSUE-MSG-SEC-EX.
005740     EXIT.
