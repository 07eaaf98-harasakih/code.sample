000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      VKMERGE.
000030*
000040*----------------------------------------------------------------
000050* duplicate-key merge: folds a victim NUM1 key into the survivor
000060* key that holds the same business entity, once VDUPDET has
000070* listed the pair and a reviewer has approved it on VDUPCAND.
000080* the victim's history is moved onto the survivor the way
000090* FKRENUM moves a key, and the victim is then removed from
000100* every store VTRACE walks that a live key lives in:
000110*   VJOURNAL and every    the victim's entries re-keyed to the
000120*   JRNCAT VJRN segment   survivor - JR-NUM1 and the key fields
000130*                         inside both images - and the chain
000140*                         resealed through CHNCHK
000150*   VNOTES annotations    the victim's notes re-keyed to the
000160*                         survivor, numbered on after the
000170*                         survivor's own
000180*   VREJECT reject file   the victim's lines re-keyed
000190*   V-OTFILE cluster      the victim's record deleted
000200*   FKSDS cluster         the victim's record deleted
000210*   FMASTER cumulative    the victim's record deleted
000220* the survivor's own record is not changed. the cycle file and
000230* the archive generations are point-in-time copies and keep
000240* the victim as it was when they were taken.
000250*
000260* the merge is refused, nothing touched, unless:
000270*   the pair is on VDUPCAND approved ('A'), naming this
000280*   survivor, by an approver who is not the operator running
000290*   the merge
000300*   both keys are live on the cluster
000310*   the victim is under no legal hold (HOLDCHK) - a merge
000320*   deletes it
000330*   the reject and note files fit the rewrite tables
000340* each completed merge appends a line to the VMERGE ledger (see
000350* mrgrec.cbl), which VTRACE shows for both keys, and lands on
000360* the OPSAUDIT trail.
000370*
000380* PARM: operator(8) + survivor key(4) + victim key(4).
000390* return codes: 0 merged, 4 merged but the journal chain was
000400* not resealed, 8 refused for a legal hold, 16 refused.
000410*----------------------------------------------------------------
000420 ENVIRONMENT      DIVISION.
000430 INPUT-OUTPUT     SECTION.
000440 FILE-CONTROL.
000450     SELECT  V-OTFILE  ASSIGN TO     VFILE
000460             ORGANIZATION  IS    INDEXED
000470             ACCESS MODE   IS    DYNAMIC
000480             RECORD KEY    IS    NUM1  OF  V-REC01
000490             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000500                           WITH  DUPLICATES
000510             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000520                           WITH  DUPLICATES
000530             FILE STATUS   IS    WS-VOTFILE-STATUS.
000540     SELECT  F-KSDS-FILE ASSIGN TO   FKSDS
000550             ORGANIZATION  IS    INDEXED
000560             ACCESS MODE   IS    DYNAMIC
000570             RECORD KEY    IS    NUM1  OF  F-KSDS-REC
000580             FILE STATUS   IS    WS-FKSDS-STATUS.
000590     SELECT  MASTER-FILE ASSIGN TO   FMASTER
000600             ORGANIZATION  IS    INDEXED
000610             ACCESS MODE   IS    DYNAMIC
000620             RECORD KEY    IS    NUM1  OF  MASTER-REC
000630             FILE STATUS   IS    WS-MASTER-STATUS.
000640     SELECT  REJECT-FILE ASSIGN TO   VREJECT
000650             ORGANIZATION  IS    LINE SEQUENTIAL
000660             FILE STATUS   IS    WS-REJECT-STATUS.
000670     SELECT  JRNL-FILE   ASSIGN TO   VJOURNAL
000680             ORGANIZATION  IS    SEQUENTIAL
000690             FILE STATUS   IS    WS-JRNL-STATUS.
000700     SELECT  JRNCAT-FILE ASSIGN TO   JRNCAT
000710             ORGANIZATION  IS    LINE SEQUENTIAL
000720             FILE STATUS   IS    WS-JRNCAT-STATUS.
000730     SELECT  JSEG-IO     ASSIGN TO   WS-JSEG-NAME
000740             ORGANIZATION  IS    SEQUENTIAL
000750             FILE STATUS   IS    WS-JSEG-STATUS.
000760     SELECT  NOTE-FILE   ASSIGN TO   VNOTES
000770             ORGANIZATION  IS    LINE SEQUENTIAL
000780             FILE STATUS   IS    WS-NOTE-STATUS.
000790     SELECT  CAND-FILE   ASSIGN TO   VDUPCAND
000800             ORGANIZATION  IS    LINE SEQUENTIAL
000810             FILE STATUS   IS    WS-CAND-STATUS.
000820     SELECT  MERGE-FILE  ASSIGN TO   VMERGE
000830             ORGANIZATION  IS    LINE SEQUENTIAL
000840             FILE STATUS   IS    WS-MERGE-STATUS.
000850
000855     COPY  keylay.
000860 DATA             DIVISION.
000870 FILE             SECTION.
000880 FD      V-OTFILE
000890         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
000900         DEPENDING ON  V-LL.
000910 01      V-REC01.
000920     COPY  vfile.
000930
000940 FD      F-KSDS-FILE.
000950 01      F-KSDS-REC.
000960     COPY  ffile.
000970
000980 FD      MASTER-FILE.
000990 01      MASTER-REC.
001000     COPY  ffile.
001010
001020 FD      REJECT-FILE.
001030 01      REJECT-REC.
001040     03  RJ-SOURCE                    PIC  X(01).
001050     03  FILLER                       PIC  X(01).
001055     03  RJ-NUM1                      PIC  X(:KEY-LEN:).
001060     03  FILLER                       PIC  X(:REJ-TAIL-2:).
001080
001090 FD      JRNL-FILE.
001100 01      JRNL-REC.
001110     COPY  vjrnl.
001120*
001130*    the segment catalog VJROLL keeps, and one rolled VJRN
001140*    segment at a time - field names spelled out so the live
001150*    journal's JR- names stay unambiguous
001160 FD      JRNCAT-FILE.
001170 01      JRNCAT-REC.
001180     03  JC-SEG-NAME                  PIC  X(16).
001190     03  FILLER                       PIC  X(01).
001200     03  JC-RUN-DATE                  PIC  X(08).
001210 FD      JSEG-IO.
001220 01      JSEG-REC.
001230     03  JS-DATE                      PIC  9(08).
001240     03  JS-TIME                      PIC  9(08).
001250     03  JS-PROGRAM                   PIC  X(08).
001260     03  JS-OPERATOR                  PIC  X(08).
001270     03  JS-NUM1                      PIC  9(:KEY-LEN:).
001280     03  JS-BEFORE-IMAGE              PIC  X(:REC-LEN:).
001290     03  JS-AFTER-IMAGE               PIC  X(:REC-LEN:).
001300     03  JS-CHAIN-SEQ                 PIC  9(09).
001310     03  JS-CHAIN-HASH                PIC  9(18).
001320
001330*    the operator annotation file VONLINE's NOTE command writes
001340 FD      NOTE-FILE.
001350 01      NOTE-REC.
001360     03  NT-NUM1                      PIC  X(:KEY-LEN:).
001370     03  FILLER                       PIC  X(01).
001380     03  NT-SEQ                       PIC  9(03).
001390     03  FILLER                       PIC  X(68).
001400
001410 FD      CAND-FILE.
001420 01      CAND-REC.
001430     COPY  dupcand.
001440
001450 FD      MERGE-FILE.
001460 01      MERGE-REC.
001470     COPY  mrgrec.
001480
001490 WORKING-STORAGE  SECTION.
001500
001510 01  V-LL                      PIC  9(04) COMP.
001520
001530 01  WS-STATUSES.
001540   03  WS-VOTFILE-STATUS       PIC  X(02).
001550   03  WS-FKSDS-STATUS         PIC  X(02).
001560   03  WS-MASTER-STATUS        PIC  X(02).
001570   03  WS-REJECT-STATUS        PIC  X(02).
001580   03  WS-JRNL-STATUS          PIC  X(02).
001590   03  WS-JRNCAT-STATUS        PIC  X(02).
001600   03  WS-JSEG-STATUS          PIC  X(02).
001610   03  WS-NOTE-STATUS          PIC  X(02).
001620   03  WS-CAND-STATUS          PIC  X(02).
001630   03  WS-MERGE-STATUS         PIC  X(02).
001640
001650 01  WS-SWITCHES.
001660   03  WS-EOF-SW               PIC  X(01).
001670     88  FILE-EOF                   VALUE  'Y'.
001680   03  WS-JCAT-EOF-SW          PIC  X(01)  VALUE  'N'.
001690     88  JCAT-EOF                   VALUE  'Y'.
001700   03  WS-JSEG-EOF-SW          PIC  X(01).
001710     88  JSEG-EOF                   VALUE  'Y'.
001720   03  WS-APPROVED-SW          PIC  X(01)  VALUE  'N'.
001730     88  PAIR-APPROVED              VALUE  'Y'.
001740   03  WS-LOCKED-SW            PIC  X(01)  VALUE  'N'.
001750     88  VFILE-LOCKED               VALUE  'Y'.
001760   03  WS-HELD-SW              PIC  X(01)  VALUE  'N'.
001770     88  VICTIM-HELD                VALUE  'Y'.
001780
001790 01  WS-PARM-AREA.
001800   03  WS-PARM-LINE            PIC  X(16).
001810   03  WS-OPERATOR             PIC  X(08).
001820   03  WS-SURVIVOR             PIC  9(04).
001830   03  WS-SURVIVOR-X  REDEFINES  WS-SURVIVOR
001840                               PIC  X(04).
001850   03  WS-VICTIM               PIC  9(04).
001860   03  WS-VICTIM-X  REDEFINES  WS-VICTIM
001861                               PIC  X(04).
001862*    the two keys as the side files carry them, in the store
001863*    layout
001864   03  WS-SURVIVOR-K           PIC  9(:KEY-LEN:).
001865   03  WS-SURVIVOR-KX  REDEFINES  WS-SURVIVOR-K
001866                               PIC  X(:KEY-LEN:).
001867   03  WS-VICTIM-K             PIC  9(:KEY-LEN:).
001868   03  WS-VICTIM-KX  REDEFINES  WS-VICTIM-K
001870                               PIC  X(:KEY-LEN:).
001880
001890 01  WS-REFUSE-MSG             PIC  X(50)  VALUE  SPACES.
001900 01  WS-APPROVER               PIC  X(08).
001910 01  WS-RC                     PIC  9(02)  VALUE  0.
001920 01  WS-SCORE                  PIC  9(03).
001930 01  WS-TODAY                  PIC  9(08).
001940 01  WS-NOW                    PIC  9(08).
001950
001960 01  WS-JSEG-NAME              PIC  X(16).
001970 01  WS-SEG-TABLE.
001980   03  WS-SEG-ENTRY  OCCURS  500  TIMES  INDEXED BY SEG-IDX.
001990     05  WS-SEG-NAME           PIC  X(16).
002000 01  WS-SEG-COUNT              PIC  9(05)  COMP  VALUE  0.
002010
002020*----------------------------------------------------------------
002030* the reject and note files are rewritten in one load pass, the
002040* FKRENUM and VERASE shape; both are proved to fit before
002050* anything is touched, so a merge cannot rewrite either short
002060*----------------------------------------------------------------
002070 01  WS-LINE-TABLE.
002080   03  WS-LINE-IMAGE           PIC  X(80)  OCCURS 1000 TIMES.
002090 01  WS-LINE-COUNT             PIC  9(05)  COMP.
002100 01  WS-LINE-SUB               PIC  9(04)  COMP.
002110 01  WS-NEXT-NOTE-SEQ          PIC  9(03).
002120
002130*    a journal image laid over the VFILE record shape (the
002140*    VJHIST technique) so every key-carrying field inside it
002150*    can be re-stamped by name
002160 01  WS-IMG-R.
002170     COPY  vfile.
002180
002190 01  WS-COUNTERS.
002200   03  WS-JRNL-MOVED           PIC  9(05)  COMP  VALUE  0.
002210   03  WS-NOTES-MOVED          PIC  9(05)  COMP  VALUE  0.
002220   03  WS-REJ-MOVED            PIC  9(05)  COMP  VALUE  0.
002230   03  WS-STORES-CLEARED       PIC  9(01)  COMP  VALUE  0.
002240
002250 01  WS-RESLOCK-PARM.
002260     COPY  reslock.
002270 01  WS-HOLDCHK-PARM.
002280     COPY  holdchk.
002290 01  WS-OPSAUDIT-PARM.
002300     COPY  opsaudit.
002310 01  WS-CHNCHK-PARM.
002320     COPY  chnchk.
002330 01  WS-KEYMODE-PARM.
002340     COPY  keymode.
002350 PROCEDURE        DIVISION.
002360 MAIN-SEC         SECTION.
002370*    the stores must carry the key layout this program is built
002380*    for - see KEYMODE
002390     MOVE  'VKMERGE'   TO  KM-PROGRAM.
002400     MOVE  0           TO  KM-RUN-DATE.
002410     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
002420     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
002430     IF  KM-REFUSE
002440         MOVE  16  TO  RETURN-CODE
002450         STOP RUN
002460     END-IF.
002470     PERFORM  GET-PARM-SEC.
002480     PERFORM  CHECK-APPROVAL-SEC.
002490*    serialize on the cluster for the whole merge
002500     SET   RL-ENQ     TO  TRUE.
002510     MOVE  'VFILE'    TO  RL-RESOURCE.
002520     MOVE  'VKMERGE '  TO  RL-HOLDER.
002530     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
002540     IF  RL-BUSY
002550         DISPLAY  'VKMERGE: VFILE IS HELD BY '
002560                  RL-CURRENT-HOLDER  ' - RUN ABANDONED'
002570         MOVE  16  TO  RETURN-CODE
002580         STOP RUN
002590     END-IF.
002600     SET   VFILE-LOCKED  TO  TRUE.
002610     PERFORM  CHECK-KEYS-SEC.
002620     PERFORM  PRECHECK-FILES-SEC.
002630     PERFORM  REKEY-JSEGS-SEC.
002640     PERFORM  REKEY-JOURNAL-SEC.
002650     PERFORM  RESEAL-JOURNAL-SEC.
002660     PERFORM  REKEY-NOTES-SEC.
002670     PERFORM  REKEY-REJECT-SEC.
002680     PERFORM  DELETE-VOTFILE-SEC.
002690     PERFORM  DELETE-FKSDS-SEC.
002700     PERFORM  DELETE-MASTER-SEC.
002710     SET   RL-DEQ     TO  TRUE.
002720     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
002730     PERFORM  WRITE-LEDGER-SEC.
002740     MOVE  'VKMERGE '            TO  OA-PROGRAM.
002750     MOVE  WS-OPERATOR           TO  OA-OPERATOR.
002760     MOVE  'KEYS MERGED         '  TO  OA-ACTION.
002770     MOVE  SPACES                TO  OA-DETAIL.
002780     STRING  WS-VICTIM-X         DELIMITED BY SIZE
002790             ' INTO '            DELIMITED BY SIZE
002800             WS-SURVIVOR-X       DELIMITED BY SIZE
002810             ' APPROVED '        DELIMITED BY SIZE
002820             WS-APPROVER         DELIMITED BY SIZE
002830         INTO  OA-DETAIL
002840     END-STRING.
002850     CALL  'OPSAUDIT'  USING  WS-OPSAUDIT-PARM.
002860     DISPLAY  'VKMERGE: KEY ' WS-VICTIM-X ' MERGED INTO '
002870              WS-SURVIVOR-X.
002880     DISPLAY  'VKMERGE: JOURNAL ENTRIES RE-KEYED ' WS-JRNL-MOVED.
002890     DISPLAY  'VKMERGE: ANNOTATIONS RE-KEYED     ' WS-NOTES-MOVED.
002900     DISPLAY  'VKMERGE: REJECT LINES RE-KEYED    ' WS-REJ-MOVED.
002910     DISPLAY  'VKMERGE: STORES THE VICTIM LEFT   '
002920              WS-STORES-CLEARED.
002930     MOVE  WS-RC  TO  RETURN-CODE.
002940     STOP RUN.
002950 MAIN-SEC-EX.
002960     EXIT.
002970/
002980 GET-PARM-SEC     SECTION.
002990     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
003000     MOVE  WS-PARM-LINE(1:8)  TO  WS-OPERATOR.
003010     IF  WS-PARM-LINE(9:8)  NOT NUMERIC
003020         OR  WS-OPERATOR  =  SPACES
003030         DISPLAY  'VKMERGE: PARM IS OPERATOR(8) + SURVIVOR(4)'
003040                  ' + VICTIM(4)'
003050         MOVE  16  TO  RETURN-CODE
003060         STOP RUN
003070     END-IF.
003080     MOVE  WS-PARM-LINE(9:4)   TO  WS-SURVIVOR-X.
003083     MOVE  WS-PARM-LINE(13:4)  TO  WS-VICTIM-X.
003086     MOVE  WS-SURVIVOR         TO  WS-SURVIVOR-K.
003090     MOVE  WS-VICTIM           TO  WS-VICTIM-K.
003100     IF  WS-SURVIVOR  =  WS-VICTIM
003110         DISPLAY  'VKMERGE: SURVIVOR AND VICTIM ARE THE SAME KEY'
003120         MOVE  16  TO  RETURN-CODE
003130         STOP RUN
003140     END-IF.
003150     ACCEPT  WS-TODAY  FROM  DATE  YYYYMMDD.
003160 GET-PARM-SEC-EX.
003170     EXIT.
003180/
003190*----------------------------------------------------------------
003200* the pair must be on VDUPCAND, either way round, approved for
003210* this survivor by someone other than the operator - the
003220* reviewer and the person running the merge are two people
003230*----------------------------------------------------------------
003240 CHECK-APPROVAL-SEC SECTION.
003250     MOVE  'N'  TO  WS-EOF-SW.
003260     OPEN  INPUT  CAND-FILE.
003270     IF  WS-CAND-STATUS  NOT =  '00'
003280         SET  FILE-EOF  TO  TRUE
003290     END-IF.
003300     PERFORM  UNTIL  FILE-EOF
003310         READ  CAND-FILE
003320             AT END  SET  FILE-EOF  TO  TRUE
003330             NOT AT END
003340                 IF  (DC-KEY-A  =  WS-SURVIVOR-X
003350                      AND  DC-KEY-B  =  WS-VICTIM-X)
003360                     OR  (DC-KEY-A  =  WS-VICTIM-X
003370                          AND  DC-KEY-B  =  WS-SURVIVOR-X)
003380                     IF  DC-APPROVED
003390                         AND  DC-SURVIVOR  =  WS-SURVIVOR-X
003400                         AND  DC-APPROVER  NOT =  SPACES
003410                         AND  DC-APPROVER  NOT =  WS-OPERATOR
003420                         SET   PAIR-APPROVED  TO  TRUE
003430                         MOVE  DC-APPROVER  TO  WS-APPROVER
003440                         MOVE  DC-SCORE     TO  WS-SCORE
003450                         SET   FILE-EOF  TO  TRUE
003460                     END-IF
003470                 END-IF
003480         END-READ
003490     END-PERFORM.
003500     IF  WS-CAND-STATUS  =  '00'  OR  WS-CAND-STATUS  =  '10'
003510         CLOSE  CAND-FILE
003520     END-IF.
003530     IF  NOT  PAIR-APPROVED
003540         MOVE  'PAIR NOT APPROVED FOR THIS SURVIVOR ON VDUPCAND'
003550               TO  WS-REFUSE-MSG
003560         PERFORM  REFUSE-SEC
003570     END-IF.
003580 CHECK-APPROVAL-SEC-EX.
003590     EXIT.
003600/
003610*----------------------------------------------------------------
003620* a refusal: said on the job log and the OPSAUDIT trail, the
003630* cluster released if held, and the run ends with nothing
003640* touched - RC 16, or RC 8 when a legal hold refused it
003650*----------------------------------------------------------------
003660 REFUSE-SEC       SECTION.
003670     DISPLAY  'VKMERGE: MERGE OF ' WS-VICTIM-X ' INTO '
003680              WS-SURVIVOR-X ' REFUSED - ' WS-REFUSE-MSG.
003690     IF  VFILE-LOCKED
003700         SET   RL-DEQ     TO  TRUE
003710         CALL  'RESLOCK'  USING  WS-RESLOCK-PARM
003720     END-IF.
003730     MOVE  'VKMERGE '            TO  OA-PROGRAM.
003740     MOVE  WS-OPERATOR           TO  OA-OPERATOR.
003750     MOVE  'KEY MERGE REFUSED   '  TO  OA-ACTION.
003760     MOVE  SPACES                TO  OA-DETAIL.
003770     STRING  WS-VICTIM-X         DELIMITED BY SIZE
003780             ' INTO '            DELIMITED BY SIZE
003790             WS-SURVIVOR-X       DELIMITED BY SIZE
003800             ' '                 DELIMITED BY SIZE
003810             WS-REFUSE-MSG       DELIMITED BY SIZE
003820         INTO  OA-DETAIL
003830     END-STRING.
003840     CALL  'OPSAUDIT'  USING  WS-OPSAUDIT-PARM.
003850     IF  VICTIM-HELD
003860         MOVE  8   TO  RETURN-CODE
003870     ELSE
003880         MOVE  16  TO  RETURN-CODE
003890     END-IF.
003900     STOP RUN.
003910 REFUSE-SEC-EX.
003920     EXIT.
003930/
003940*----------------------------------------------------------------
003950* both keys live on the cluster, and the victim under no legal
003960* hold - by key, or by its group or date
003970*----------------------------------------------------------------
003980 CHECK-KEYS-SEC   SECTION.
003990     OPEN  INPUT  V-OTFILE.
004000     IF  WS-VOTFILE-STATUS  NOT =  '00'
004010         MOVE  'VFILE CANNOT BE OPENED'  TO  WS-REFUSE-MSG
004020         PERFORM  REFUSE-SEC
004030     END-IF.
004040     MOVE  WS-SURVIVOR  TO  NUM1  OF  V-REC01.
004050     READ  V-OTFILE
004060         INVALID KEY
004070             MOVE  'SURVIVOR NOT ON THE CLUSTER'
004080                   TO  WS-REFUSE-MSG
004090     END-READ.
004100     IF  WS-VOTFILE-STATUS  =  '00'
004110         AND  REC-DELETED  OF  V-REC01
004120         MOVE  'SURVIVOR IS MARKED DELETED'  TO  WS-REFUSE-MSG
004130     END-IF.
004140     IF  WS-REFUSE-MSG  =  SPACES
004150         MOVE  WS-VICTIM  TO  NUM1  OF  V-REC01
004160         READ  V-OTFILE
004170             INVALID KEY
004180                 MOVE  'VICTIM NOT ON THE CLUSTER'
004190                       TO  WS-REFUSE-MSG
004200             NOT INVALID KEY
004210                 MOVE  WS-VICTIM-X          TO  HC-NUM1
004220                 MOVE  GROUP-1   OF  V-REC01  TO  HC-GROUP
004230                 MOVE  EFF-DATE  OF  V-REC01  TO  HC-DATE
004240         END-READ
004250     END-IF.
004260     CLOSE  V-OTFILE.
004270     IF  WS-REFUSE-MSG  NOT =  SPACES
004280         PERFORM  REFUSE-SEC
004290     END-IF.
004300     CALL  'HOLDCHK'  USING  WS-HOLDCHK-PARM.
004310     IF  HC-HELD
004320         SET   VICTIM-HELD  TO  TRUE
004330         MOVE  SPACES  TO  WS-REFUSE-MSG
004340         STRING  'VICTIM UNDER LEGAL HOLD '  DELIMITED BY SIZE
004350                 HC-HOLD-ID                  DELIMITED BY SIZE
004360             INTO  WS-REFUSE-MSG
004370         END-STRING
004380         PERFORM  REFUSE-SEC
004390     END-IF.
004400 CHECK-KEYS-SEC-EX.
004410     EXIT.
004420/
004430*    the reject and note files must each fit the rewrite table
004440 PRECHECK-FILES-SEC SECTION.
004450     MOVE  0    TO  WS-LINE-COUNT.
004460     MOVE  'N'  TO  WS-EOF-SW.
004470     OPEN  INPUT  REJECT-FILE.
004480     IF  WS-REJECT-STATUS  NOT =  '00'
004490         SET  FILE-EOF  TO  TRUE
004500     END-IF.
004510     PERFORM  UNTIL  FILE-EOF
004520         READ  REJECT-FILE
004530             AT END      SET  FILE-EOF  TO  TRUE
004540             NOT AT END  ADD  1  TO  WS-LINE-COUNT
004550         END-READ
004560     END-PERFORM.
004570     IF  WS-REJECT-STATUS  =  '00'  OR  WS-REJECT-STATUS  =  '10'
004580         CLOSE  REJECT-FILE
004590     END-IF.
004600     IF  WS-LINE-COUNT  >  1000
004610         MOVE  'VREJECT EXCEEDS THE REWRITE TABLE'
004620               TO  WS-REFUSE-MSG
004630         PERFORM  REFUSE-SEC
004640     END-IF.
004650     MOVE  0    TO  WS-LINE-COUNT.
004660     MOVE  'N'  TO  WS-EOF-SW.
004670     OPEN  INPUT  NOTE-FILE.
004680     IF  WS-NOTE-STATUS  NOT =  '00'
004690         SET  FILE-EOF  TO  TRUE
004700     END-IF.
004710     PERFORM  UNTIL  FILE-EOF
004720         READ  NOTE-FILE
004730             AT END      SET  FILE-EOF  TO  TRUE
004740             NOT AT END  ADD  1  TO  WS-LINE-COUNT
004750         END-READ
004760     END-PERFORM.
004770     IF  WS-NOTE-STATUS  =  '00'  OR  WS-NOTE-STATUS  =  '10'
004780         CLOSE  NOTE-FILE
004790     END-IF.
004800     IF  WS-LINE-COUNT  >  1000
004810         MOVE  'VNOTES EXCEEDS THE REWRITE TABLE'
004820               TO  WS-REFUSE-MSG
004830         PERFORM  REFUSE-SEC
004840     END-IF.
004850 PRECHECK-FILES-SEC-EX.
004860     EXIT.
004870/
004880*----------------------------------------------------------------
004890* the rolled journal segments, then the live journal: every
004900* entry of the victim re-keyed to the survivor in place, the
004910* FKRENUM scrub
004920*----------------------------------------------------------------
004930 REKEY-JSEGS-SEC  SECTION.
004940     OPEN  INPUT  JRNCAT-FILE.
004950     IF  WS-JRNCAT-STATUS  NOT =  '00'
004960         SET  JCAT-EOF  TO  TRUE
004970     END-IF.
004980     PERFORM  UNTIL  JCAT-EOF
004990         READ  JRNCAT-FILE
005000             AT END      SET  JCAT-EOF  TO  TRUE
005010             NOT AT END
005020                 IF  WS-SEG-COUNT  <  500
005030                     ADD  1  TO  WS-SEG-COUNT
005040                     SET  SEG-IDX  TO  WS-SEG-COUNT
005050                     MOVE  JC-SEG-NAME  TO  WS-SEG-NAME(SEG-IDX)
005060                 END-IF
005070         END-READ
005080     END-PERFORM.
005090     IF  WS-JRNCAT-STATUS  =  '00'  OR  WS-JRNCAT-STATUS  =  '10'
005100         CLOSE  JRNCAT-FILE
005110     END-IF.
005120     PERFORM  VARYING  SEG-IDX  FROM  1  BY  1
005130         UNTIL  SEG-IDX  >  WS-SEG-COUNT
005140         MOVE  WS-SEG-NAME(SEG-IDX)  TO  WS-JSEG-NAME
005150         PERFORM  REKEY-ONE-SEG-SEC
005160     END-PERFORM.
005170 REKEY-JSEGS-SEC-EX.
005180     EXIT.
005190/
005200 REKEY-ONE-SEG-SEC SECTION.
005210     MOVE  'N'  TO  WS-JSEG-EOF-SW.
005220     OPEN  I-O  JSEG-IO.
005230     IF  WS-JSEG-STATUS  NOT =  '00'
005240         SET  JSEG-EOF  TO  TRUE
005250         DISPLAY  'VKMERGE: SEGMENT MISSING ' WS-JSEG-NAME
005260     END-IF.
005270     PERFORM  UNTIL  JSEG-EOF
005280         READ  JSEG-IO
005290             AT END  SET  JSEG-EOF  TO  TRUE
005300             NOT AT END
005310                 IF  JS-NUM1  =  WS-VICTIM
005320                     MOVE  WS-SURVIVOR      TO  JS-NUM1
005330                     MOVE  JS-BEFORE-IMAGE  TO  WS-IMG-R
005340                     PERFORM  RESTAMP-IMG-SEC
005350                     MOVE  WS-IMG-R         TO  JS-BEFORE-IMAGE
005360                     MOVE  JS-AFTER-IMAGE   TO  WS-IMG-R
005370                     PERFORM  RESTAMP-IMG-SEC
005380                     MOVE  WS-IMG-R         TO  JS-AFTER-IMAGE
005390                     REWRITE  JSEG-REC
005400                     ADD  1  TO  WS-JRNL-MOVED
005410                 END-IF
005420         END-READ
005430     END-PERFORM.
005440     IF  WS-JSEG-STATUS  =  '00'  OR  WS-JSEG-STATUS  =  '10'
005450         CLOSE  JSEG-IO
005460     END-IF.
005470 REKEY-ONE-SEG-SEC-EX.
005480     EXIT.
005490/
005500 REKEY-JOURNAL-SEC SECTION.
005510     MOVE  'N'  TO  WS-EOF-SW.
005520     OPEN  I-O  JRNL-FILE.
005530     IF  WS-JRNL-STATUS  NOT =  '00'
005540         SET  FILE-EOF  TO  TRUE
005550     END-IF.
005560     PERFORM  UNTIL  FILE-EOF
005570         READ  JRNL-FILE
005580             AT END  SET  FILE-EOF  TO  TRUE
005590             NOT AT END
005600                 IF  JR-NUM1  =  WS-VICTIM
005610                     MOVE  WS-SURVIVOR      TO  JR-NUM1
005620                     MOVE  JR-BEFORE-IMAGE  TO  WS-IMG-R
005630                     PERFORM  RESTAMP-IMG-SEC
005640                     MOVE  WS-IMG-R         TO  JR-BEFORE-IMAGE
005650                     MOVE  JR-AFTER-IMAGE   TO  WS-IMG-R
005660                     PERFORM  RESTAMP-IMG-SEC
005670                     MOVE  WS-IMG-R         TO  JR-AFTER-IMAGE
005680                     REWRITE  JRNL-REC
005690                     ADD  1  TO  WS-JRNL-MOVED
005700                 END-IF
005710         END-READ
005720     END-PERFORM.
005730     IF  WS-JRNL-STATUS  =  '00'  OR  WS-JRNL-STATUS  =  '10'
005740         CLOSE  JRNL-FILE
005750     END-IF.
005760 REKEY-JOURNAL-SEC-EX.
005770     EXIT.
005780/
005790*    the key fields inside one image - a blank image (the
005800*    before image of an add) is left blank
005810 RESTAMP-IMG-SEC  SECTION.
005820     IF  WS-IMG-R  =  SPACES
005830         GO TO  RESTAMP-IMG-SEC-EX
005840     END-IF.
005850     MOVE  WS-SURVIVOR  TO  NUM1   OF  WS-IMG-R
005860                            NUM2   OF  WS-IMG-R
005870                            COMP0  OF  WS-IMG-R
005880                            COMP3  OF  WS-IMG-R
005890                            COMP5  OF  WS-IMG-R
005900                            BIN    OF  WS-IMG-R.
005910 RESTAMP-IMG-SEC-EX.
005920     EXIT.
005930/
005940*----------------------------------------------------------------
005950* the re-keyed entries no longer hash as they were sealed, so
005960* the journal chain is resealed over them; a chain that was
005970* already broken, or is held, is reported and left for CHNVFY
005980*----------------------------------------------------------------
005990 RESEAL-JOURNAL-SEC  SECTION.
006000     IF  WS-JRNL-MOVED  =  0
006010         GO TO  RESEAL-JOURNAL-SEC-EX
006020     END-IF.
006030     SET   CK-RESEAL   TO  TRUE.
006040     MOVE  'VJOURNAL'  TO  CK-CHAIN.
006050     MOVE  'VKMERGE '  TO  CK-HOLDER.
006060     CALL  'CHNCHK'  USING  WS-CHNCHK-PARM.
006070     EVALUATE  TRUE
006080         WHEN  CK-INTACT
006090             DISPLAY  'VKMERGE: JOURNAL CHAIN RESEALED, '
006100                      CK-RESEALED ' ENTRIES REHASHED'
006110         WHEN  CK-BUSY
006120             DISPLAY  'VKMERGE: JOURNAL CHAIN HELD BY '
006130                      CK-RESEAL-BY ' - NOT RESEALED'
006140             MOVE  4  TO  WS-RC
006150         WHEN  OTHER
006160             DISPLAY  'VKMERGE: JOURNAL CHAIN NOT RESEALED - '
006170                      CK-BREAK-REASON ' IN ' CK-BREAK-FILE
006180             MOVE  4  TO  WS-RC
006190     END-EVALUATE.
006200 RESEAL-JOURNAL-SEC-EX.
006210     EXIT.
006220/
006230*----------------------------------------------------------------
006240* the victim's annotations become the survivor's, numbered on
006250* from the survivor's highest note so VONLINE lists them in
006260* one sequence
006270*----------------------------------------------------------------
006280 REKEY-NOTES-SEC  SECTION.
006290     MOVE  0    TO  WS-LINE-COUNT  WS-NEXT-NOTE-SEQ.
006300     MOVE  'N'  TO  WS-EOF-SW.
006310     OPEN  INPUT  NOTE-FILE.
006320     IF  WS-NOTE-STATUS  NOT =  '00'
006330         GO TO  REKEY-NOTES-SEC-EX
006340     END-IF.
006350     PERFORM  UNTIL  FILE-EOF
006360         READ  NOTE-FILE
006370             AT END  SET  FILE-EOF  TO  TRUE
006380             NOT AT END
006390                 ADD   1  TO  WS-LINE-COUNT
006400                 MOVE  NOTE-REC
006410                       TO  WS-LINE-IMAGE(WS-LINE-COUNT)
006420                 IF  NT-NUM1  =  WS-SURVIVOR-KX
006430                     AND  NT-SEQ  IS  NUMERIC
006440                     AND  NT-SEQ  >  WS-NEXT-NOTE-SEQ
006450                     MOVE  NT-SEQ  TO  WS-NEXT-NOTE-SEQ
006460                 END-IF
006470         END-READ
006480     END-PERFORM.
006490     CLOSE  NOTE-FILE.
006500     PERFORM  VARYING  WS-LINE-SUB  FROM  1  BY  1
006510         UNTIL  WS-LINE-SUB  >  WS-LINE-COUNT
006520         MOVE  WS-LINE-IMAGE(WS-LINE-SUB)  TO  NOTE-REC
006523         IF  NT-NUM1  =  WS-VICTIM-KX
006526             ADD   1  TO  WS-NEXT-NOTE-SEQ  WS-NOTES-MOVED
006530             MOVE  WS-SURVIVOR-KX    TO  NT-NUM1
006560             MOVE  WS-NEXT-NOTE-SEQ  TO  NT-SEQ
006570             MOVE  NOTE-REC  TO  WS-LINE-IMAGE(WS-LINE-SUB)
006580         END-IF
006590     END-PERFORM.
006600     IF  WS-NOTES-MOVED  >  0
006610         OPEN  OUTPUT  NOTE-FILE
006620         PERFORM  VARYING  WS-LINE-SUB  FROM  1  BY  1
006630             UNTIL  WS-LINE-SUB  >  WS-LINE-COUNT
006640             MOVE  WS-LINE-IMAGE(WS-LINE-SUB)  TO  NOTE-REC
006650             WRITE  NOTE-REC
006660         END-PERFORM
006670         CLOSE  NOTE-FILE
006680     END-IF.
006690 REKEY-NOTES-SEC-EX.
006700     EXIT.
006710/
006720*    the victim's reject lines re-keyed, so a later VRESUBMT
006730*    recovers them onto the survivor
006740 REKEY-REJECT-SEC SECTION.
006750     MOVE  0    TO  WS-LINE-COUNT.
006760     MOVE  'N'  TO  WS-EOF-SW.
006770     OPEN  INPUT  REJECT-FILE.
006780     IF  WS-REJECT-STATUS  NOT =  '00'
006790         GO TO  REKEY-REJECT-SEC-EX
006800     END-IF.
006810     PERFORM  UNTIL  FILE-EOF
006820         READ  REJECT-FILE
006830             AT END  SET  FILE-EOF  TO  TRUE
006840             NOT AT END
006845                 IF  RJ-NUM1  =  WS-VICTIM-KX
006850                     MOVE  WS-SURVIVOR-KX  TO  RJ-NUM1
006870                     ADD   1  TO  WS-REJ-MOVED
006880                 END-IF
006890                 ADD   1  TO  WS-LINE-COUNT
006900                 MOVE  REJECT-REC
006910                       TO  WS-LINE-IMAGE(WS-LINE-COUNT)
006920         END-READ
006930     END-PERFORM.
006940     CLOSE  REJECT-FILE.
006950     IF  WS-REJ-MOVED  >  0
006960         OPEN  OUTPUT  REJECT-FILE
006970         PERFORM  VARYING  WS-LINE-SUB  FROM  1  BY  1
006980             UNTIL  WS-LINE-SUB  >  WS-LINE-COUNT
006990             MOVE  WS-LINE-IMAGE(WS-LINE-SUB)  TO  REJECT-REC
007000             WRITE  REJECT-REC
007010         END-PERFORM
007020         CLOSE  REJECT-FILE
007030     END-IF.
007040 REKEY-REJECT-SEC-EX.
007050     EXIT.
007060/
007070*----------------------------------------------------------------
007080* the victim's record off the three keyed stores; a copy that
007090* is not there (FKSDS and FMASTER drift between rebuilds) is
007100* simply passed over
007110*----------------------------------------------------------------
007120 DELETE-VOTFILE-SEC SECTION.
007130     OPEN  I-O  V-OTFILE.
007140     IF  WS-VOTFILE-STATUS  =  '00'
007150         MOVE  WS-VICTIM  TO  NUM1  OF  V-REC01
007160         DELETE  V-OTFILE
007170             INVALID KEY
007180                 DISPLAY  'VKMERGE: VFILE DELETE FAILED, STATUS '
007190                          WS-VOTFILE-STATUS
007200                 MOVE  16  TO  WS-RC
007210             NOT INVALID KEY
007220                 ADD  1  TO  WS-STORES-CLEARED
007230         END-DELETE
007240         CLOSE  V-OTFILE
007250     END-IF.
007260 DELETE-VOTFILE-SEC-EX.
007270     EXIT.
007280/
007290 DELETE-FKSDS-SEC SECTION.
007300     OPEN  I-O  F-KSDS-FILE.
007310     IF  WS-FKSDS-STATUS  =  '00'
007320         MOVE  WS-VICTIM  TO  NUM1  OF  F-KSDS-REC
007330         DELETE  F-KSDS-FILE
007340             INVALID KEY
007350                 CONTINUE
007360             NOT INVALID KEY
007370                 ADD  1  TO  WS-STORES-CLEARED
007380         END-DELETE
007390         CLOSE  F-KSDS-FILE
007400     END-IF.
007410 DELETE-FKSDS-SEC-EX.
007420     EXIT.
007430/
007440 DELETE-MASTER-SEC SECTION.
007450     OPEN  I-O  MASTER-FILE.
007460     IF  WS-MASTER-STATUS  =  '00'
007470         MOVE  WS-VICTIM  TO  NUM1  OF  MASTER-REC
007480         DELETE  MASTER-FILE
007490             INVALID KEY
007500                 CONTINUE
007510             NOT INVALID KEY
007520                 ADD  1  TO  WS-STORES-CLEARED
007530         END-DELETE
007540         CLOSE  MASTER-FILE
007550     END-IF.
007560 DELETE-MASTER-SEC-EX.
007570     EXIT.
007580/
007590*----------------------------------------------------------------
007600* the ledger line VTRACE reads. EXTEND so the ledger keeps every
007610* merge ever made; the OUTPUT fallback primes it the first time
007620*----------------------------------------------------------------
007630 WRITE-LEDGER-SEC SECTION.
007640     OPEN  EXTEND  MERGE-FILE.
007650     IF  WS-MERGE-STATUS  NOT =  '00'
007660         OPEN  OUTPUT  MERGE-FILE
007670     END-IF.
007680     ACCEPT  WS-NOW  FROM  TIME.
007690     MOVE  SPACES          TO  MERGE-REC.
007700     MOVE  WS-TODAY        TO  MG-DATE.
007710     MOVE  WS-NOW          TO  MG-TIME.
007720     MOVE  WS-VICTIM-X     TO  MG-VICTIM.
007730     MOVE  WS-SURVIVOR-X   TO  MG-SURVIVOR.
007740     MOVE  WS-OPERATOR     TO  MG-OPERATOR.
007750     MOVE  WS-APPROVER     TO  MG-APPROVER.
007760     MOVE  WS-SCORE        TO  MG-SCORE.
007770     MOVE  WS-JRNL-MOVED   TO  MG-JRNL-COUNT.
007780     MOVE  WS-NOTES-MOVED  TO  MG-NOTE-COUNT.
007790     MOVE  WS-REJ-MOVED    TO  MG-REJ-COUNT.
007800     WRITE  MERGE-REC.
007810     CLOSE  MERGE-FILE.
007820 WRITE-LEDGER-SEC-EX.
007830     EXIT.
