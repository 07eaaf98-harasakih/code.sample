000130*   every archive generation in the ARCCAT catalog (scan each)
000140* one line per place goes to the VTRACERPT report and to the
000150* job log, so the hour of separate manual looks becomes one
000152* submission.
000154* a key folded into another by VKMERGE is shown from both
000156* sides off the VMERGE ledger - MERGED on the old key, ABSORBS
000160* on the key that took it in.
000162*
000164* PARM: key(4) + operator(8). the REC-DATA excerpts come back
000166* through the shared VIEWMASK routine, masked (and the report
000168* says so) unless that operator holds the 'V' view code on
000169* VAUTH; a PARM without an operator always masks.
000170*----------------------------------------------------------------
000180 ENVIRONMENT      DIVISION.
000190 INPUT-OUTPUT     SECTION.
000240             RECORD KEY    IS    NUM1  OF  V-REC01
000250             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000260                           WITH  DUPLICATES
000261             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000262                           WITH  DUPLICATES
000270             FILE STATUS   IS    WS-VOTFILE-STATUS.
000280     SELECT  F-OTFILE  ASSIGN TO     FFILE
000290             ORGANIZATION  IS    SEQUENTIAL
000430             ORGANIZATION  IS    SEQUENTIAL
000440             FILE STATUS   IS    WS-ARCH-STATUS.
000450     SELECT  NOTE-FILE   ASSIGN TO   VNOTES
000451             ORGANIZATION  IS    LINE SEQUENTIAL
000452             FILE STATUS   IS    WS-NOTE-STATUS.
000453     SELECT  MERGE-FILE  ASSIGN TO   VMERGE
000454             ORGANIZATION  IS    LINE SEQUENTIAL
000455             FILE STATUS   IS    WS-MERGE-STATUS.
000456     SELECT  TRACE-RPT   ASSIGN TO   VTRACERPT
000460             ORGANIZATION  IS    LINE SEQUENTIAL.
000470
000475     COPY  keylay.
000480 DATA             DIVISION.
000490 FILE             SECTION.
000500 FD      V-OTFILE
000510         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
000520         DEPENDING ON  V-LL.
000530 01      V-REC01.
000540     COPY  vfile.
000570 01      F-REC01.
000580     COPY  ffile.
000590 01      F-HTR-REC  REDEFINES  F-REC01.
000600     03  FHTR-KEY                     PIC  9(:KEY-LEN:).
000610     03  FHTR-ID                      PIC  X(04).
000620       88  FHTR-IS-HEADER                   VALUE 'HDR1'.
000630       88  FHTR-IS-TRAILER                  VALUE 'TRL1'.
000640     03  FILLER                       PIC  X(:TAIL-4:).
000650
000660 FD      F-KSDS-FILE.
000670 01      F-KSDS-REC.
000710 01      REJ-IN-REC.
000720     03  RI-SOURCE                    PIC  X(01).
000730     03  FILLER                       PIC  X(01).
000740     03  RI-NUM1                      PIC  X(:KEY-LEN:).
000750     03  FILLER                       PIC  X(01).
000760     03  RI-FIELD                     PIC  X(10).
000770     03  FILLER                       PIC  X(01).
000780     03  RI-VALUE                     PIC  X(04).
000790     03  FILLER                       PIC  X(01).
000795     03  RI-REASON                    PIC  X(30).
000800     03  FILLER                       PIC  X(:REJ-TAIL-49:).
000820
000830 FD      ARCCAT-FILE.
000840 01      ARCCAT-REC.
000850     COPY  arccat.
000860
000870 FD      ARCH-IN
000880         RECORD CONTAINS  :REC-LEN:  CHARACTERS.
000890 01      ARCH-REC.
000900     COPY  vfile.
000910 01      ARCH-HTR-REC  REDEFINES  ARCH-REC.
000920     03  AHTR-KEY                     PIC  9(:KEY-LEN:).
000930     03  AHTR-ID                      PIC  X(04).
000940       88  AHTR-IS-HEADER                   VALUE 'HDR1'.
000950       88  AHTR-IS-TRAILER                  VALUE 'TRL1'.
000960     03  FILLER                       PIC  X(:TAIL-4:).
000970
000972*
000974*    the operator annotation file VONLINE's NOTE command writes
000976 FD      NOTE-FILE.
000978 01      NOTE-REC.
000980     03  NT-NUM1                      PIC  X(:KEY-LEN:).
000981     03  FILLER                       PIC  X(01).
000982     03  NT-SEQ                       PIC  9(03).
000983     03  FILLER                       PIC  X(67).
000984*
000985*    the duplicate-key merge ledger VKMERGE appends to
000986 FD      MERGE-FILE.
000987 01      MERGE-REC.
000988     COPY  mrgrec.
000989
000990 FD      TRACE-RPT.
000991 01      RPT-LINE                     PIC  X(100).
001000
001010 WORKING-STORAGE  SECTION.
001020
001090   03  WS-REJECT-STATUS        PIC  X(02).
001100   03  WS-ARCCAT-STATUS        PIC  X(02).
001110   03  WS-ARCH-STATUS          PIC  X(02).
001111   03  WS-NOTE-STATUS          PIC  X(02).
001112   03  WS-MERGE-STATUS         PIC  X(02).
001120
001130 01  WS-SWITCHES.
001140   03  WS-EOF-SW               PIC  X(01).
001180   03  WS-FOUND-SW             PIC  X(01).
001190     88  KEY-FOUND                  VALUE  'Y'.
001200
001210 01  WS-PARM-LINE              PIC  X(12).
001211 01  WS-TRACE-KEY              PIC  9(04).
001212*    the key as the reject and notes files carry it, in the
001213*    store layout
001214 01  WS-TRACE-KEY-K            PIC  9(:KEY-LEN:).
001215 01  WS-TRACE-KEY-KX           REDEFINES  WS-TRACE-KEY-K
001220                               PIC  X(:KEY-LEN:).
001230
001240 01  WS-ARCH-NAME              PIC  X(16).
001250
001320     05  WS-CAT-NAME           PIC  X(16).
001330 01  WS-CAT-COUNT              PIC  9(05)  COMP  VALUE  0.
001340
001343 01  WS-PLACES-FOUND           PIC  9(03)  COMP  VALUE  0.
001346 01  WS-NOTE-COUNT             PIC  9(03)  COMP  VALUE  0.
001351 01  WS-MERGE-COUNT            PIC  9(03)  COMP  VALUE  0.
001352
001354 01  WS-RESLOCK-PARM.
001356     COPY  reslock.
001357 01  WS-VIEWMASK-PARM.
001358     COPY  viewmask.
001359 01  WS-SHOW-R.
001360     COPY  vfile.
001365
001370 01  RPT-EDIT.
001380   03  RPT-PLACE               PIC  X(18).
001390   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001400   03  RPT-STATE               PIC  X(08).
001410   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001420   03  RPT-DETAIL              PIC  X(40).
001423
001426 01  WS-KEYMODE-PARM.
001430     COPY  keymode.
001440 PROCEDURE        DIVISION.
001441 MAIN-SEC         SECTION.
001442*    the stores must carry the key layout this program is built
001443*    for - see KEYMODE
001444     MOVE  'VTRACE'    TO  KM-PROGRAM.
001445     MOVE  0           TO  KM-RUN-DATE.
001446     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
001447     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
001448     IF  KM-REFUSE
001449         MOVE  16  TO  RETURN-CODE
001450         STOP RUN
001455     END-IF.
001460     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
001470     IF  WS-PARM-LINE(1:4)  IS  NUMERIC
001475         MOVE  WS-PARM-LINE(1:4)  TO  WS-TRACE-KEY
001480         MOVE  WS-TRACE-KEY       TO  WS-TRACE-KEY-K
001490     ELSE
001500         DISPLAY  'VTRACE: 4-DIGIT NUM1 KEY PARM REQUIRED'
001510         MOVE  16  TO  RETURN-CODE
001520         STOP RUN
001530     END-IF.
001535     MOVE  WS-PARM-LINE(5:8)  TO  VM-OPERATOR.
001537     MOVE  SPACE              TO  VM-VIEW.
001540     OPEN  OUTPUT  TRACE-RPT.
001550     MOVE  SPACES  TO  RPT-LINE.
001560     STRING  'TRACE OF NUM1 KEY '  DELIMITED BY SIZE
001640     PERFORM  TRACE-FKSDS-SEC.
001650     PERFORM  TRACE-REJECT-SEC.
001660     PERFORM  TRACE-ARCHIVES-SEC.
001661     PERFORM  TRACE-NOTES-SEC.
001662     PERFORM  TRACE-MERGE-SEC.
001670     MOVE  SPACES  TO  RPT-EDIT.
001680     MOVE  'PLACES HOLDING KEY'  TO  RPT-PLACE.
001690     MOVE  WS-PLACES-FOUND      TO  RPT-DETAIL.
001700     MOVE  RPT-EDIT             TO  RPT-LINE.
001710     WRITE  RPT-LINE.
001720     DISPLAY  'VTRACE: PLACES HOLDING KEY ' WS-PLACES-FOUND.
001722     IF  VM-MASKED
001724         MOVE  VM-NOTE  TO  RPT-LINE
001726         WRITE  RPT-LINE
001728         DISPLAY  'VTRACE: ' VM-NOTE
001729     END-IF.
001730     CLOSE  TRACE-RPT.
001740     STOP RUN.
001750 MAIN-SEC-EX.
001820 WRITE-TRACE-SEC-EX.
001830     EXIT.
001840/
001841*----------------------------------------------------------------
001842* the copy just found, masked for the operator (VIEWMASK), its
001843* REC-DATA excerpt into the trace line
001844*----------------------------------------------------------------
001845 MASK-DETAIL-SEC  SECTION.
001846     CALL  'VIEWMASK'  USING  WS-VIEWMASK-PARM.
001847     MOVE  VM-IMAGE  TO  WS-SHOW-R.
001848     MOVE  REC-DATA  OF  WS-SHOW-R(1:40)  TO  RPT-DETAIL.
001849 MASK-DETAIL-SEC-EX.
001850     EXIT.
001851/
001852 TRACE-VOTFILE-SEC SECTION.
001860     MOVE  SPACES      TO  RPT-EDIT.
001870     MOVE  'V-OTFILE CLUSTER'  TO  RPT-PLACE.
001872*    serialize on the cluster before touching it - see RESLOCK;
001950                 MOVE  'ABSENT  '  TO  RPT-STATE
001960             NOT INVALID KEY
001970                 MOVE  'PRESENT '  TO  RPT-STATE
001980                 MOVE  V-REC01  TO  VM-IMAGE
001990                 PERFORM  MASK-DETAIL-SEC
002000                 ADD  1  TO  WS-PLACES-FOUND
002010         END-READ
002020         CLOSE  V-OTFILE
002230                     AND  NOT  FHTR-IS-TRAILER
002240                     AND  NUM1  OF  F-REC01  =  WS-TRACE-KEY
002250                     MOVE  'PRESENT '  TO  RPT-STATE
002260                     MOVE  F-REC01  TO  VM-IMAGE
002270                     PERFORM  MASK-DETAIL-SEC
002280                     ADD  1  TO  WS-PLACES-FOUND
002290                     SET  FILE-EOF  TO  TRUE
002300                 END-IF
002510                 MOVE  'ABSENT  '  TO  RPT-STATE
002520             NOT INVALID KEY
002530                 MOVE  'PRESENT '  TO  RPT-STATE
002540                 MOVE  F-KSDS-REC  TO  VM-IMAGE
002550                 PERFORM  MASK-DETAIL-SEC
002560                 ADD  1  TO  WS-PLACES-FOUND
002570         END-READ
002580         CLOSE  F-KSDS-FILE
002750         READ  REJECT-IN
002760             AT END  SET  FILE-EOF  TO  TRUE
002770             NOT AT END
002780                 IF  RI-NUM1  =  WS-TRACE-KEY-KX
002790                     MOVE  'REJECTED'  TO  RPT-STATE
002800                     MOVE  SPACES      TO  RPT-DETAIL
002810                     STRING  RI-FIELD   DELIMITED BY SIZE
003274* VONLINE's NOTE command writes
003275*----------------------------------------------------------------
003276 TRACE-NOTES-SEC  SECTION.
003277     MOVE  SPACES         TO  RPT-EDIT.
003278     MOVE  'VNOTES FILE'  TO  RPT-PLACE.
003279     MOVE  'N'            TO  WS-EOF-SW.
003280     OPEN  INPUT  NOTE-FILE.
003281     IF  WS-NOTE-STATUS  NOT =  '00'
003282         MOVE  'NOFILE  '  TO  RPT-STATE
003283         SET  FILE-EOF  TO  TRUE
003284     ELSE
003285         MOVE  'ABSENT  '  TO  RPT-STATE
003286     END-IF.
003287     PERFORM  UNTIL  FILE-EOF
003288         READ  NOTE-FILE
003289             AT END  SET  FILE-EOF  TO  TRUE
003290             NOT AT END
003291                 IF  NT-NUM1  =  WS-TRACE-KEY-KX
003292                     ADD  1  TO  WS-NOTE-COUNT
003293                 END-IF
003294         END-READ
003295     END-PERFORM.
003296     IF  WS-NOTE-STATUS  =  '00'  OR  WS-NOTE-STATUS  =  '10'
003297         CLOSE  NOTE-FILE
003298     END-IF.
003299     IF  WS-NOTE-COUNT  >  0
003300         MOVE  'PRESENT '  TO  RPT-STATE
003301         MOVE  SPACES      TO  RPT-DETAIL
003302         STRING  'ANNOTATIONS ON KEY'  DELIMITED BY SIZE
003303             INTO  RPT-DETAIL
003304         END-STRING
003305     END-IF.
003306     PERFORM  WRITE-TRACE-SEC.
003307     DISPLAY  'VTRACE: ANNOTATIONS ON KEY ' WS-NOTE-COUNT.
003308 TRACE-NOTES-SEC-EX.
003309     EXIT.
003310/
003311*----------------------------------------------------------------
003312* the traced key's part in any duplicate-key merge on the VMERGE
003313* ledger: one line per merge it was folded into another key by,
003314* or took another key in by. a merged-away key is gone from the
003315* stores, so these lines are not counted as places holding it
003316*----------------------------------------------------------------
003317 TRACE-MERGE-SEC  SECTION.
003318     MOVE  'N'  TO  WS-EOF-SW.
003319     OPEN  INPUT  MERGE-FILE.
003320     IF  WS-MERGE-STATUS  NOT =  '00'
003321         SET  FILE-EOF  TO  TRUE
003322     END-IF.
003323     PERFORM  UNTIL  FILE-EOF
003324         READ  MERGE-FILE
003325             AT END  SET  FILE-EOF  TO  TRUE
003326             NOT AT END
003327                 MOVE  SPACES           TO  RPT-EDIT
003328                 MOVE  'VMERGE LEDGER'  TO  RPT-PLACE
003329                 IF  MG-VICTIM  =  WS-PARM-LINE(1:4)
003330                     MOVE  'MERGED  '  TO  RPT-STATE
003331                     STRING  'INTO '      DELIMITED BY SIZE
003332                             MG-SURVIVOR  DELIMITED BY SIZE
003333                             ' ON '       DELIMITED BY SIZE
003334                             MG-DATE      DELIMITED BY SIZE
003335                             ' BY '       DELIMITED BY SIZE
003336                             MG-OPERATOR  DELIMITED BY SPACE
003337                         INTO  RPT-DETAIL
003338                     END-STRING
003339                     ADD  1  TO  WS-MERGE-COUNT
003340                     PERFORM  WRITE-TRACE-SEC
003341                 END-IF
003342                 IF  MG-SURVIVOR  =  WS-PARM-LINE(1:4)
003343                     MOVE  'ABSORBS '  TO  RPT-STATE
003344                     STRING  MG-VICTIM    DELIMITED BY SIZE
003345                             ' ON '       DELIMITED BY SIZE
003346                             MG-DATE      DELIMITED BY SIZE
003347                             ' BY '       DELIMITED BY SIZE
003348                             MG-OPERATOR  DELIMITED BY SPACE
003349                         INTO  RPT-DETAIL
003350                     END-STRING
003351                     ADD  1  TO  WS-MERGE-COUNT
003352                     PERFORM  WRITE-TRACE-SEC
003353                 END-IF
003354         END-READ
003355     END-PERFORM.
003356     IF  WS-MERGE-STATUS  =  '00'  OR  WS-MERGE-STATUS  =  '10'
003357         CLOSE  MERGE-FILE
003358     END-IF.
003359     DISPLAY  'VTRACE: MERGES INVOLVING KEY ' WS-MERGE-COUNT.
003360 TRACE-MERGE-SEC-EX.
003361     EXIT.
003362/
003363 TRACE-ONE-ARCH-SEC SECTION.
003364     MOVE  SPACES        TO  RPT-EDIT.
003365     MOVE  WS-ARCH-NAME  TO  RPT-PLACE.
003366     MOVE  'ABSENT  '    TO  RPT-STATE.
003367     MOVE  'N'           TO  WS-EOF-SW.
003368     OPEN  INPUT  ARCH-IN.
003369     IF  WS-ARCH-STATUS  NOT =  '00'
003370         MOVE  'NOFILE  '  TO  RPT-STATE
003371         SET  FILE-EOF  TO  TRUE
003372     END-IF.
003380     PERFORM  UNTIL  FILE-EOF
003390         READ  ARCH-IN
003400             AT END  SET  FILE-EOF  TO  TRUE
003430                     AND  NOT  AHTR-IS-TRAILER
003440                     AND  NUM1  OF  ARCH-REC  =  WS-TRACE-KEY
003450                     MOVE  'PRESENT '  TO  RPT-STATE
003460                     MOVE  ARCH-REC  TO  VM-IMAGE
003470                     PERFORM  MASK-DETAIL-SEC
003480                     ADD  1  TO  WS-PLACES-FOUND
003490                     SET  FILE-EOF  TO  TRUE
003500                 END-IF
