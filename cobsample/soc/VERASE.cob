000222*   segment                 keeps - scrubbed the same way, one
000224*                           certificate line each
000230*   VNOTES annotations      the key's notes removed
000232* a legal hold outranks an erasure request: a key the HOLDS
000233* register holds - by key, or by the live record's group or
000234* date - is refused outright, nothing touched, and the
000235* certificate says which hold refused it. a copy elsewhere
000236* (a cycle file row, an archive generation, a journal entry)
000237* dated inside a date hold or carrying a held group is kept
000238* with the store marked HELD (see HOLDCHK).
000239*
000240* journal entries are hash-chained (see CHNSEAL), so a scrub
000241* would break the chain at the first entry it touches: once any
000242* journal entry, live or rolled, has been scrubbed the chain is
000243* resealed through CHNCHK - a sanctioned rewrite, logged on
000244* OPSAUDIT, that CHNVFY reports with its date and holder.
000245*
000246* a cluster record deleted here is noted on the VMOVLOG
000247* movement ledger (see MOVLOG) by key only - the ledger carries
000248* no content - so VMOVREC can account for it.
000249*
000250* PARM: operator(8) + key(4). the erasure itself is a
000251* privileged action and lands on the OPSAUDIT trail.
000260*----------------------------------------------------------------
000270 ENVIRONMENT      DIVISION.
000280 INPUT-OUTPUT     SECTION.
000330             RECORD KEY    IS    NUM1  OF  V-REC01
000340             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000350                           WITH  DUPLICATES
000351             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000352                           WITH  DUPLICATES
000360             FILE STATUS   IS    WS-VOTFILE-STATUS.
000370     SELECT  F-OTFILE  ASSIGN TO     FFILE
000380             ORGANIZATION  IS    SEQUENTIAL
000618     SELECT  JSEG-IO     ASSIGN TO   WS-JSEG-NAME
000620             ORGANIZATION  IS    SEQUENTIAL
000622             FILE STATUS   IS    WS-JSEG-STATUS.
000626     SELECT  NOTE-FILE   ASSIGN TO   VNOTES
000630             ORGANIZATION  IS    LINE SEQUENTIAL
000640             FILE STATUS   IS    WS-NOTE-STATUS.
000650     SELECT  CERT-RPT    ASSIGN TO   VERASCERT
000660             ORGANIZATION  IS    LINE SEQUENTIAL.
000670
000675     COPY  keylay.
000680 DATA             DIVISION.
000690 FILE             SECTION.
000700 FD      V-OTFILE
000710         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
000720         DEPENDING ON  V-LL.
000730 01      V-REC01.
000740     COPY  vfile.
000770 01      F-REC01.
000780     COPY  ffile.
000790 01      F-HTR-REC  REDEFINES  F-REC01.
000800     03  FHTR-KEY                     PIC  9(:KEY-LEN:).
000810     03  FHTR-ID                      PIC  X(04).
000820       88  FHTR-IS-HEADER                   VALUE 'HDR1'.
000830       88  FHTR-IS-TRAILER                  VALUE 'TRL1'.
000840     03  FILLER                       PIC  X(:TAIL-4:).
000850
000860 FD      F-KSDS-FILE.
000870 01      F-KSDS-REC.
000950 01      REJECT-REC.
000960     03  RJ-SOURCE                    PIC  X(01).
000970     03  FILLER                       PIC  X(01).
000975     03  RJ-NUM1                      PIC  X(:KEY-LEN:).
000980     03  FILLER                       PIC  X(:REJ-TAIL-2:).
001000
001010 FD      ARCCAT-FILE.
001020 01      ARCCAT-REC.
001030     COPY  arccat.
001040
001050 FD      ARCH-IO
001060         RECORD CONTAINS  :REC-LEN:  CHARACTERS.
001070 01      ARCH-REC.
001080     COPY  vfile.
001090 01      ARCH-HTR-REC  REDEFINES  ARCH-REC.
001100     03  AHTR-KEY                     PIC  9(:KEY-LEN:).
001110     03  AHTR-ID                      PIC  X(04).
001120       88  AHTR-IS-HEADER                   VALUE 'HDR1'.
001130       88  AHTR-IS-TRAILER                  VALUE 'TRL1'.
001140     03  FILLER                       PIC  X(:TAIL-4:).
001150
001160 FD      JRNL-FILE.
001170 01      JRNL-REC.
001198     03  JS-TIME                      PIC  9(08).
001199     03  JS-PROGRAM                   PIC  X(08).
001200     03  JS-OPERATOR                  PIC  X(08).
001201     03  JS-NUM1                      PIC  9(:KEY-LEN:).
001202     03  JS-BEFORE-IMAGE              PIC  X(:REC-LEN:).
001203     03  JS-AFTER-IMAGE               PIC  X(:REC-LEN:).
001204     03  JS-CHAIN-SEQ                  PIC  9(09).
001205     03  JS-CHAIN-HASH                 PIC  9(18).
001206
001207 FD      NOTE-FILE.
001210 01      NOTE-REC.
001220     03  NT-NUM1                      PIC  X(:KEY-LEN:).
001230     03  FILLER                       PIC  X(72).
001240
001250 FD      CERT-RPT.
001478     88  JSEG-EOF                   VALUE  'Y'.
001480   03  WS-LINE-OVF-SW          PIC  X(01).
001482     88  LINE-TABLE-OVERFLOWED      VALUE  'Y'.
001484   03  WS-HOLD-HIT-SW          PIC  X(01)  VALUE  'N'.
001486     88  ANY-RECORD-HELD            VALUE  'Y'.
001488
001490 01  WS-PARM-AREA.
001500   03  WS-PARM-LINE            PIC  X(12).
001510   03  WS-OPERATOR             PIC  X(08).
001512   03  WS-ERASE-KEY            PIC  9(04).
001514*    the key as the side files carry it, in the store layout
001516   03  WS-ERASE-KEY-K          PIC  9(:KEY-LEN:).
001518   03  WS-ERASE-KEY-X  REDEFINES  WS-ERASE-KEY-K
001520                               PIC  X(:KEY-LEN:).
001530
001540 01  WS-ARCH-NAME              PIC  X(16).
001542 01  WS-JSEG-NAME              PIC  X(16).
001543 01  WS-ACTION-COUNT           PIC  9(05)  COMP.
001544 01  WS-STORE-HELD-COUNT       PIC  9(05)  COMP.
001545 01  WS-HOLD-STORE             PIC  X(20).
001546
001547 01  WS-HOLDCHK-PARM.
001548     COPY  holdchk.
001552*
001553*    a journal image laid over the VFILE record shape (the
001554*    VJHIST technique) so the full business-field set inside
001635   03  WS-SEG-ENTRY  OCCURS  500  TIMES  INDEXED BY SEG-IDX.
001636     05  WS-SEG-NAME           PIC  X(16).
001637 01  WS-SEG-COUNT              PIC  9(05)  COMP  VALUE  0.
001638 01  WS-JRNL-SCRUBBED          PIC  9(05)  COMP  VALUE  0.
001640
001650*----------------------------------------------------------------
001660* the reject and note files are rewritten in one load/drop
001760
001770 01  WS-OPSAUDIT-PARM.
001780     COPY  opsaudit.
001782
001784 01  WS-CHNCHK-PARM.
001786     COPY  chnchk.
001787 01  WS-RECSUM-PARM.
001788     COPY  recsum.
001790
001800 01  RPT-CERT-FMT.
001810   03  RPT-STORE               PIC  X(20).
001830   03  RPT-ACTION              PIC  X(10).
001840   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001850   03  RPT-COUNT               PIC  ZZZZ9.
001851
001852 01  WS-MOVLOG-PARM.
001853     COPY  movlog.
001854
001855 01  WS-KEYMODE-PARM.
001860     COPY  keymode.
001870 PROCEDURE        DIVISION.
001871 MAIN-SEC         SECTION.
001872*    the stores must carry the key layout this program is built
001873*    for - see KEYMODE
001874     MOVE  'VERASE'    TO  KM-PROGRAM.
001875     MOVE  0           TO  KM-RUN-DATE.
001876     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
001877     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
001878     IF  KM-REFUSE
001879         MOVE  16  TO  RETURN-CODE
001880         STOP RUN
001885     END-IF.
001890     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
001900     MOVE  WS-PARM-LINE(1:8)  TO  WS-OPERATOR.
001910     IF  WS-PARM-LINE(9:4)  IS  NUMERIC
001915         MOVE  WS-PARM-LINE(9:4)  TO  WS-ERASE-KEY
001920         MOVE  WS-ERASE-KEY       TO  WS-ERASE-KEY-K
001930     ELSE
001940         DISPLAY  'VERASE: PARM IS OPERATOR(8) + KEY(4)'
001950         MOVE  16  TO  RETURN-CODE
002160         INTO  RPT-LINE
002170     END-STRING.
002180     WRITE  RPT-LINE.
002182     PERFORM  KEY-HOLD-SEC.
002190     PERFORM  ERASE-VOTFILE-SEC.
002200     PERFORM  ERASE-FOTFILE-SEC.
002210     PERFORM  ERASE-FKSDS-SEC.
002240     PERFORM  ERASE-ARCHIVES-SEC.
002250     PERFORM  ERASE-JSEGS-SEC.
002255     PERFORM  SCRUB-JOURNAL-SEC.
002257     PERFORM  RESEAL-JOURNAL-SEC.
002260     PERFORM  ERASE-NOTES-SEC.
002270     CLOSE  CERT-RPT.
002280     SET   RL-DEQ     TO  TRUE.
002330     MOVE  'KEY ERASED          '  TO  OA-ACTION.
002340     MOVE  SPACES                TO  OA-DETAIL.
002350     MOVE  WS-ERASE-KEY          TO  OA-DETAIL(1:4).
002352     IF  ANY-RECORD-HELD
002354         MOVE  'KEY ERASED EXC HELD '  TO  OA-ACTION
002356     END-IF.
002360     CALL  'OPSAUDIT'  USING  WS-OPSAUDIT-PARM.
002370     DISPLAY  'VERASE: KEY ' WS-ERASE-KEY ' ERASED -'
002380              ' SEE VERASCERT'.
002382     IF  ANY-RECORD-HELD
002384         DISPLAY  'VERASE: COPIES UNDER LEGAL HOLD KEPT -'
002386                  ' STORES MARKED HELD'
002388         IF  RETURN-CODE  <  4
002389             MOVE  4  TO  RETURN-CODE
002390         END-IF
002391     END-IF.
002395     STOP RUN.
002400 MAIN-SEC-EX.
002410     EXIT.
002420/
002480 WRITE-CERT-SEC-EX.
002490     EXIT.
002500/
002501*----------------------------------------------------------------
002502* before any store is touched: the key itself, and the live
002503* record's group and effective date, against the HOLDS
002504* register. a hit refuses the whole erasure - the certificate
002505* names the hold, the refusal lands on the OPSAUDIT trail, and
002506* the run ends RC 8 with every store as it was
002507*----------------------------------------------------------------
002508 KEY-HOLD-SEC     SECTION.
002509     MOVE  WS-PARM-LINE(9:4)  TO  HC-NUM1.
002510     MOVE  SPACES             TO  HC-GROUP  HC-DATE.
002511     OPEN  INPUT  V-OTFILE.
002512     IF  WS-VOTFILE-STATUS  =  '00'
002513         MOVE  WS-ERASE-KEY  TO  NUM1  OF  V-REC01
002514         READ  V-OTFILE
002515             NOT INVALID KEY
002516                 MOVE  GROUP-1   OF  V-REC01  TO  HC-GROUP
002517                 MOVE  EFF-DATE  OF  V-REC01  TO  HC-DATE
002518         END-READ
002519         CLOSE  V-OTFILE
002520     END-IF.
002521     CALL  'HOLDCHK'  USING  WS-HOLDCHK-PARM.
002522     IF  HC-NOT-HELD
002523         GO TO  KEY-HOLD-SEC-EX
002524     END-IF.
002525     MOVE  SPACES  TO  RPT-LINE.
002526     STRING  'ERASURE REFUSED - KEY UNDER LEGAL HOLD '
002527                                 DELIMITED BY SIZE
002528             HC-HOLD-ID          DELIMITED BY SIZE
002529             ' ('                DELIMITED BY SIZE
002530             HC-HOLD-TYPE        DELIMITED BY SIZE
002531             ')'                 DELIMITED BY SIZE
002532         INTO  RPT-LINE
002533     END-STRING.
002534     WRITE  RPT-LINE.
002535     DISPLAY  'VERASE: ' RPT-LINE.
002536     CLOSE  CERT-RPT.
002537     SET   RL-DEQ     TO  TRUE.
002538     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
002539     MOVE  'VERASE  '            TO  OA-PROGRAM.
002540     MOVE  WS-OPERATOR           TO  OA-OPERATOR.
002541     MOVE  'ERASURE REFUSED     '  TO  OA-ACTION.
002542     MOVE  SPACES                TO  OA-DETAIL.
002543     STRING  WS-PARM-LINE(9:4)   DELIMITED BY SIZE
002544             ' HOLD '            DELIMITED BY SIZE
002545             HC-HOLD-ID          DELIMITED BY SIZE
002546         INTO  OA-DETAIL
002547     END-STRING.
002548     CALL  'OPSAUDIT'  USING  WS-OPSAUDIT-PARM.
002549     MOVE  8  TO  RETURN-CODE.
002550     STOP RUN.
002551 KEY-HOLD-SEC-EX.
002552     EXIT.
002553/
002554*----------------------------------------------------------------
002555* one copy of the key's record elsewhere, its group and date
002556* already in HC-GROUP/HC-DATE: held copies are counted and
002557* named, and the caller leaves them as they are
002558*----------------------------------------------------------------
002559 COPY-HOLD-SEC    SECTION.
002560     MOVE  WS-PARM-LINE(9:4)  TO  HC-NUM1.
002561     CALL  'HOLDCHK'  USING  WS-HOLDCHK-PARM.
002562     IF  HC-HELD
002563         ADD  1  TO  WS-STORE-HELD-COUNT
002564         SET  ANY-RECORD-HELD  TO  TRUE
002565         DISPLAY  'VERASE: ' WS-HOLD-STORE ' COPY UNDER LEGAL'
002566                  ' HOLD ' HC-HOLD-ID ' (' HC-HOLD-TYPE
002567                  ') - KEPT'
002568     END-IF.
002569 COPY-HOLD-SEC-EX.
002570     EXIT.
002571/
002572 ERASE-VOTFILE-SEC  SECTION.
002573     MOVE  'V-OTFILE CLUSTER    '  TO  RPT-STORE.
002574     MOVE  0  TO  WS-ACTION-COUNT.
002575     OPEN  I-O  V-OTFILE.
002576     IF  WS-VOTFILE-STATUS  NOT =  '00'
002577         MOVE  'NOFILE    '  TO  RPT-ACTION
002578     ELSE
002580         MOVE  WS-ERASE-KEY  TO  NUM1  OF  V-REC01
002590         READ  V-OTFILE
002600             INVALID KEY
002660                     NOT INVALID KEY
002670                         MOVE  'DELETED   '  TO  RPT-ACTION
002680                         MOVE  1  TO  WS-ACTION-COUNT
002681                         MOVE  'VERASE'      TO  MV-PROGRAM
002682                         MOVE  WS-ERASE-KEY  TO  MV-NUM1
002683                         SET   MV-REMOVED    TO  TRUE
002684                         MOVE  'KEY ERASED'  TO  MV-REASON
002685                         CALL  'MOVLOG'  USING  WS-MOVLOG-PARM
002690                 END-DELETE
002700         END-READ
002710         CLOSE  V-OTFILE
002810*----------------------------------------------------------------
002820 ERASE-FOTFILE-SEC  SECTION.
002830     MOVE  'F-OTFILE CYCLE FILE '  TO  RPT-STORE.
002840     MOVE  0    TO  WS-ACTION-COUNT  WS-STORE-HELD-COUNT.
002845     MOVE  RPT-STORE  TO  WS-HOLD-STORE.
002850     MOVE  'N'  TO  WS-EOF-SW.
002860     OPEN  I-O  F-OTFILE.
002870     IF  WS-FOTFILE-STATUS  NOT =  '00'
002970                 IF  NOT  FHTR-IS-HEADER
002980                     AND  NOT  FHTR-IS-TRAILER
002990                     AND  NUM1  OF  F-REC01  =  WS-ERASE-KEY
002992                     MOVE  GROUP-1   OF  F-REC01  TO  HC-GROUP
002994                     MOVE  EFF-DATE  OF  F-REC01  TO  HC-DATE
002996                     PERFORM  COPY-HOLD-SEC
002998                     IF  HC-NOT-HELD
002999                         PERFORM  BLANK-F-REC-SEC
003000                         SET   RS-SET  TO  TRUE
003001                         MOVE  :LAYOUT:  TO  RS-LAYOUT
003002                         CALL  'RECSUM'  USING  WS-RECSUM-PARM
003003                                                F-REC01
003010                         REWRITE  F-REC01
003020                         MOVE  'BLANKED   '  TO  RPT-ACTION
003030                         ADD  1  TO  WS-ACTION-COUNT
003035                     END-IF
003040                 END-IF
003050         END-READ
003060     END-PERFORM.
003065     IF  WS-STORE-HELD-COUNT  >  0
003066         MOVE  'HELD      '  TO  RPT-ACTION
003067     END-IF.
003070     IF  WS-FOTFILE-STATUS  =  '00'  OR
003080         WS-FOTFILE-STATUS  =  '10'
003090         CLOSE  F-OTFILE
003280/
003290 ERASE-FKSDS-SEC  SECTION.
003300     MOVE  'FKSDS CLUSTER       '  TO  RPT-STORE.
003310     MOVE  0  TO  WS-ACTION-COUNT  WS-STORE-HELD-COUNT.
003315     MOVE  RPT-STORE  TO  WS-HOLD-STORE.
003320     OPEN  I-O  F-KSDS-FILE.
003330     IF  WS-FKSDS-STATUS  NOT =  '00'
003340         MOVE  'NOFILE    '  TO  RPT-ACTION
003380             INVALID KEY
003390                 MOVE  'ABSENT    '  TO  RPT-ACTION
003400             NOT INVALID KEY
003402                 MOVE  GROUP-1   OF  F-KSDS-REC  TO  HC-GROUP
003404                 MOVE  EFF-DATE  OF  F-KSDS-REC  TO  HC-DATE
003406                 PERFORM  COPY-HOLD-SEC
003408                 IF  HC-HELD
003409                     MOVE  'HELD      '  TO  RPT-ACTION
003410                 ELSE
003411                 DELETE  F-KSDS-FILE
003420                     INVALID KEY
003430                         MOVE  'FAILED    '  TO  RPT-ACTION
003440                     NOT INVALID KEY
003450                         MOVE  'DELETED   '  TO  RPT-ACTION
003460                         MOVE  1  TO  WS-ACTION-COUNT
003470                 END-DELETE
003475                 END-IF
003480         END-READ
003490         CLOSE  F-KSDS-FILE
003500     END-IF.
003540/
003550 ERASE-MASTER-SEC SECTION.
003560     MOVE  'FMASTER CLUSTER     '  TO  RPT-STORE.
003570     MOVE  0  TO  WS-ACTION-COUNT  WS-STORE-HELD-COUNT.
003575     MOVE  RPT-STORE  TO  WS-HOLD-STORE.
003580     OPEN  I-O  MASTER-FILE.
003590     IF  WS-MASTER-STATUS  NOT =  '00'
003600         MOVE  'NOFILE    '  TO  RPT-ACTION
003640             INVALID KEY
003650                 MOVE  'ABSENT    '  TO  RPT-ACTION
003660             NOT INVALID KEY
003662                 MOVE  GROUP-1   OF  MASTER-REC  TO  HC-GROUP
003664                 MOVE  EFF-DATE  OF  MASTER-REC  TO  HC-DATE
003666                 PERFORM  COPY-HOLD-SEC
003668                 IF  HC-HELD
003669                     MOVE  'HELD      '  TO  RPT-ACTION
003670                 ELSE
003671                 DELETE  MASTER-FILE
003680                     INVALID KEY
003690                         MOVE  'FAILED    '  TO  RPT-ACTION
003700                     NOT INVALID KEY
003710                         MOVE  'DELETED   '  TO  RPT-ACTION
003720                         MOVE  1  TO  WS-ACTION-COUNT
003730                 END-DELETE
003735                 END-IF
003740         END-READ
003750         CLOSE  MASTER-FILE
003760     END-IF.
003990         READ  REJECT-FILE
004000             AT END  SET  FILE-EOF  TO  TRUE
004010             NOT AT END
004020                 IF  RJ-NUM1  =  WS-ERASE-KEY-X
004030                     MOVE  'REMOVED   '  TO  RPT-ACTION
004040                     ADD  1  TO  WS-ACTION-COUNT
004050                 ELSE
004660/
004670 ERASE-ONE-ARCH-SEC  SECTION.
004680     MOVE  WS-ARCH-NAME  TO  RPT-STORE.
004690     MOVE  0    TO  WS-ACTION-COUNT  WS-STORE-HELD-COUNT.
004695     MOVE  RPT-STORE  TO  WS-HOLD-STORE.
004700     MOVE  'N'  TO  WS-EOF-SW.
004710     OPEN  I-O  ARCH-IO.
004720     IF  WS-ARCH-STATUS  NOT =  '00'
004820                 IF  NOT  AHTR-IS-HEADER
004830                     AND  NOT  AHTR-IS-TRAILER
004840                     AND  NUM1  OF  ARCH-REC  =  WS-ERASE-KEY
004842                     MOVE  GROUP-1   OF  ARCH-REC  TO  HC-GROUP
004844                     MOVE  EFF-DATE  OF  ARCH-REC  TO  HC-DATE
004846                     PERFORM  COPY-HOLD-SEC
004848                     IF  HC-NOT-HELD
004849                         PERFORM  BLANK-ARCH-REC-SEC
004850                         SET   RS-SET  TO  TRUE
004851                         MOVE  :LAYOUT:  TO  RS-LAYOUT
004852                         CALL  'RECSUM'  USING  WS-RECSUM-PARM
004853                                                ARCH-REC
004860                         REWRITE  ARCH-REC
004870                         MOVE  'BLANKED   '  TO  RPT-ACTION
004880                         ADD  1  TO  WS-ACTION-COUNT
004885                     END-IF
004890                 END-IF
004900         END-READ
004910     END-PERFORM.
004915     IF  WS-STORE-HELD-COUNT  >  0
004916         MOVE  'HELD      '  TO  RPT-ACTION
004917     END-IF.
004920     IF  WS-ARCH-STATUS  =  '00'  OR  WS-ARCH-STATUS  =  '10'
004930         CLOSE  ARCH-IO
004940     END-IF.
005180*----------------------------------------------------------------
005190 SCRUB-JOURNAL-SEC  SECTION.
005200     MOVE  'VJOURNAL IMAGES     '  TO  RPT-STORE.
005210     MOVE  0    TO  WS-ACTION-COUNT  WS-STORE-HELD-COUNT.
005215     MOVE  RPT-STORE  TO  WS-HOLD-STORE.
005220     MOVE  'N'  TO  WS-EOF-SW.
005230     OPEN  I-O  JRNL-FILE.
005240     IF  WS-JRNL-STATUS  NOT =  '00'
005320             AT END  SET  FILE-EOF  TO  TRUE
005330             NOT AT END
005340                 IF  JR-NUM1  =  WS-ERASE-KEY
005341                     PERFORM  JRNL-HOLD-SEC
005342                 END-IF
005343                 IF  JR-NUM1  =  WS-ERASE-KEY  AND  HC-NOT-HELD
005350                     MOVE  JR-BEFORE-IMAGE  TO  WS-IMG-R
005355                     PERFORM  BLANK-IMG-SEC
005360                     MOVE  WS-IMG-R  TO  JR-BEFORE-IMAGE
005390                     REWRITE  JRNL-REC
005400                     MOVE  'SCRUBBED  '  TO  RPT-ACTION
005410                     ADD  1  TO  WS-ACTION-COUNT
005415                                 WS-JRNL-SCRUBBED
005420                 END-IF
005430         END-READ
005440     END-PERFORM.
005441     IF  WS-STORE-HELD-COUNT  >  0
005442         MOVE  'HELD      '  TO  RPT-ACTION
005443     END-IF.
005444     IF  WS-JRNL-STATUS  =  '00'  OR  WS-JRNL-STATUS  =  '10'
005445         CLOSE  JRNL-FILE
005446     END-IF.
005447     PERFORM  WRITE-CERT-SEC.
005448 SCRUB-JOURNAL-SEC-EX.
005449     EXIT.
005450/
005451*----------------------------------------------------------------
005452* the scrubbed entries no longer hash as they were sealed, so
005453* the journal chain is resealed over them; a chain that was
005454* already broken, or is held, is reported and left for CHNVFY
005455*----------------------------------------------------------------
005456 RESEAL-JOURNAL-SEC  SECTION.
005457     IF  WS-JRNL-SCRUBBED  =  0
005458         GO TO  RESEAL-JOURNAL-SEC-EX
005459     END-IF.
005460     SET   CK-RESEAL   TO  TRUE.
005461     MOVE  'VJOURNAL'  TO  CK-CHAIN.
005462     MOVE  'VERASE  '  TO  CK-HOLDER.
005463     CALL  'CHNCHK'  USING  WS-CHNCHK-PARM.
005464     EVALUATE  TRUE
005465         WHEN  CK-INTACT
005466             DISPLAY  'VERASE: JOURNAL CHAIN RESEALED, '
005467                      CK-RESEALED ' ENTRIES REHASHED'
005468         WHEN  CK-BUSY
005469             DISPLAY  'VERASE: JOURNAL CHAIN HELD BY '
005470                      CK-RESEAL-BY ' - NOT RESEALED'
005471             IF  RETURN-CODE  <  4
005472                 MOVE  4  TO  RETURN-CODE
005473             END-IF
005474         WHEN  OTHER
005475             DISPLAY  'VERASE: JOURNAL CHAIN NOT RESEALED - '
005476                      CK-BREAK-REASON ' IN ' CK-BREAK-FILE
005477             IF  RETURN-CODE  <  4
005478                 MOVE  4  TO  RETURN-CODE
005479             END-IF
005480     END-EVALUATE.
005481 RESEAL-JOURNAL-SEC-EX.
005482     EXIT.
005483/
005484*----------------------------------------------------------------
005485* a journal entry's group is read off its after image, or its
005486* before image when the entry was a delete; its date is the
005487* date the change was journalled
005488*----------------------------------------------------------------
005489 JRNL-HOLD-SEC    SECTION.
005490     IF  JR-AFTER-IMAGE  =  SPACES
005491         MOVE  JR-BEFORE-IMAGE  TO  WS-IMG-R
005492     ELSE
005493         MOVE  JR-AFTER-IMAGE   TO  WS-IMG-R
005494     END-IF.
005495     MOVE  GROUP-1  OF  WS-IMG-R  TO  HC-GROUP.
005496     MOVE  JR-DATE               TO  HC-DATE.
005497     PERFORM  COPY-HOLD-SEC.
005498 JRNL-HOLD-SEC-EX.
005499     EXIT.
005500/
005501*----------------------------------------------------------------
005502* the blanking the other stores get, applied inside a journal
005503* image laid over the VFILE shape - the key fields and stamps
005555/
005556 SCRUB-ONE-SEG-SEC  SECTION.
005557     MOVE  WS-JSEG-NAME  TO  RPT-STORE.
005558     MOVE  0    TO  WS-ACTION-COUNT  WS-STORE-HELD-COUNT.
005559     MOVE  RPT-STORE  TO  WS-HOLD-STORE.
005560     MOVE  'N'  TO  WS-JSEG-EOF-SW.
005561     OPEN  I-O  JSEG-IO.
005562     IF  WS-JSEG-STATUS  NOT =  '00'
005563         MOVE  'NOFILE    '  TO  RPT-ACTION
005564         SET  JSEG-EOF  TO  TRUE
005565     ELSE
005566         MOVE  'ABSENT    '  TO  RPT-ACTION
005567     END-IF.
005568     PERFORM  SCRUB-SEG-REC-SEC  UNTIL  JSEG-EOF.
005569     IF  WS-STORE-HELD-COUNT  >  0
005570         MOVE  'HELD      '  TO  RPT-ACTION
005571     END-IF.
005572     IF  WS-JSEG-STATUS  =  '00'  OR  WS-JSEG-STATUS  =  '10'
005573         CLOSE  JSEG-IO
005574     END-IF.
005575     PERFORM  WRITE-CERT-SEC.
005576 SCRUB-ONE-SEG-SEC-EX.
005577     EXIT.
005578/
005579 SCRUB-SEG-REC-SEC  SECTION.
005580     READ  JSEG-IO
005581         AT END  SET  JSEG-EOF  TO  TRUE
005582     END-READ.
005583     IF  NOT  JSEG-EOF
005584         AND  JS-NUM1  =  WS-ERASE-KEY
005585         IF  JS-AFTER-IMAGE  =  SPACES
005586             MOVE  JS-BEFORE-IMAGE  TO  WS-IMG-R
005587         ELSE
005588             MOVE  JS-AFTER-IMAGE   TO  WS-IMG-R
005589         END-IF
005590         MOVE  GROUP-1  OF  WS-IMG-R  TO  HC-GROUP
005591         MOVE  JS-DATE               TO  HC-DATE
005592         PERFORM  COPY-HOLD-SEC
005593     END-IF.
005594     IF  NOT  JSEG-EOF
005595         AND  JS-NUM1  =  WS-ERASE-KEY  AND  HC-NOT-HELD
005596         MOVE  JS-BEFORE-IMAGE  TO  WS-IMG-R
005597         PERFORM  BLANK-IMG-SEC
005598         MOVE  WS-IMG-R  TO  JS-BEFORE-IMAGE
005599         MOVE  JS-AFTER-IMAGE   TO  WS-IMG-R
005600         PERFORM  BLANK-IMG-SEC
005601         MOVE  WS-IMG-R  TO  JS-AFTER-IMAGE
005602         REWRITE  JSEG-REC
005603         MOVE  'SCRUBBED  '  TO  RPT-ACTION
005604         ADD  1  TO  WS-ACTION-COUNT  WS-JRNL-SCRUBBED
005605     END-IF.
005606 SCRUB-SEG-REC-SEC-EX.
005607     EXIT.
005608/
005609 ERASE-NOTES-SEC  SECTION.
005610     MOVE  'VNOTES ANNOTATIONS  '  TO  RPT-STORE.
005611     MOVE  0    TO  WS-ACTION-COUNT.
005612     MOVE  0    TO  WS-LINE-COUNT.
005613     MOVE  'N'  TO  WS-LINE-OVF-SW.
005614     MOVE  'N'  TO  WS-EOF-SW.
005615     OPEN  INPUT  NOTE-FILE.
005616     IF  WS-NOTE-STATUS  NOT =  '00'
005617         MOVE  'NOFILE    '  TO  RPT-ACTION
005618         SET  FILE-EOF  TO  TRUE
005619     ELSE
005620         MOVE  'ABSENT    '  TO  RPT-ACTION
005630     END-IF.
005640     PERFORM  UNTIL  FILE-EOF
005650         READ  NOTE-FILE
005660             AT END  SET  FILE-EOF  TO  TRUE
005670             NOT AT END
005680                 IF  NT-NUM1  =  WS-ERASE-KEY-X
005690                     MOVE  'REMOVED   '  TO  RPT-ACTION
005700                     ADD  1  TO  WS-ACTION-COUNT
005710                 ELSE
005830             OPEN  OUTPUT  NOTE-FILE
005840             PERFORM  VARYING  WS-LINE-SUB  FROM  1  BY  1
005850                 UNTIL  WS-LINE-SUB  >  WS-LINE-COUNT
005855                 MOVE  WS-LINE-IMAGE(WS-LINE-SUB)
005860                       TO  NOTE-REC
005880                 WRITE  NOTE-REC
005890             END-PERFORM
005900             CLOSE  NOTE-FILE
