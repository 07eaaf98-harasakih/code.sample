000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      RECVFY.
000030*
000040*----------------------------------------------------------------
000050* record-checksum verification job: every VFILE/FFILE-layout
000060* record carries a checksum over its business fields in
000070* REC-CHECKSUM, set by whichever program last wrote its content
000080* (see RECSUM). BALRPT and FRECON prove counts and NUM1 hash
000090* totals per file; this job proves each record on its own. it
000100* reads, in turn:
000110*   the V-OTFILE cluster (VFILE)
000120*   the FKSDS keyed copy of the F-side output
000130*   the FMASTER master file
000140*   every archive generation the ARCCAT catalog carries
000150* and has RECSUM recompute each detail record's checksum against
000160* the stored one. a record whose content no longer matches is
000170* listed on the RECVFYRPT report by store and key with both
000180* values; records written before checksums existed are counted
000190* as unsealed and are not an error. a store that cannot be
000200* opened is reported and skipped.
000210*
000220* any mismatch is logged through ERRLOG and ends the job RC 8.
000230*----------------------------------------------------------------
000240 ENVIRONMENT      DIVISION.
000250 INPUT-OUTPUT     SECTION.
000260 FILE-CONTROL.
000270     SELECT  V-OTFILE    ASSIGN TO   VFILE
000280             ORGANIZATION  IS    INDEXED
000290             ACCESS MODE   IS    SEQUENTIAL
000300             RECORD KEY    IS    NUM1  OF  V-REC01
000310             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000320                           WITH  DUPLICATES
000330             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000340                           WITH  DUPLICATES
000350             FILE STATUS   IS    WS-VFILE-STATUS.
000360     SELECT  F-KSDS-FILE ASSIGN TO   FKSDS
000370             ORGANIZATION  IS    INDEXED
000380             ACCESS MODE   IS    SEQUENTIAL
000390             RECORD KEY    IS    NUM1  OF  F-KSDS-REC
000400             FILE STATUS   IS    WS-FKSDS-STATUS.
000410     SELECT  MASTER-FILE ASSIGN TO   FMASTER
000420             ORGANIZATION  IS    INDEXED
000430             ACCESS MODE   IS    SEQUENTIAL
000440             RECORD KEY    IS    NUM1  OF  MASTER-REC
000450             FILE STATUS   IS    WS-MASTER-STATUS.
000460     SELECT  ARCCAT-FILE ASSIGN TO   ARCCAT
000470             ORGANIZATION  IS    LINE SEQUENTIAL
000480             FILE STATUS   IS    WS-ARCCAT-STATUS.
000490     SELECT  ARCH-IN     ASSIGN TO   WS-ARCH-NAME
000500             ORGANIZATION  IS    SEQUENTIAL
000510             FILE STATUS   IS    WS-ARCH-STATUS.
000520     SELECT  VFY-RPT     ASSIGN TO   RECVFYRPT
000530             ORGANIZATION  IS    LINE SEQUENTIAL.
000540
000545     COPY  keylay.
000550 DATA             DIVISION.
000560 FILE             SECTION.
000570 FD      V-OTFILE
000580         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
000590         DEPENDING ON  V-LL.
000600 01      V-REC01.
000610     COPY  vfile.
000620
000630 FD      F-KSDS-FILE.
000640 01      F-KSDS-REC.
000650     COPY  ffile.
000660
000670 FD      MASTER-FILE.
000680 01      MASTER-REC.
000690     COPY  ffile.
000700
000710 FD      ARCCAT-FILE.
000720 01      ARCCAT-REC.
000730     COPY  arccat.
000740
000750 FD      ARCH-IN
000760         RECORD CONTAINS  :REC-LEN:  CHARACTERS.
000770 01      ARCH-IN-REC                  PIC  X(:REC-LEN:).
000780
000790 FD      VFY-RPT.
000800 01      RPT-LINE                     PIC  X(80).
000810
000820 WORKING-STORAGE  SECTION.
000830
000840 01  V-LL                      PIC  9(04) COMP.
000850
000860 01  WS-STATUSES.
000870   03  WS-VFILE-STATUS         PIC  X(02).
000880   03  WS-FKSDS-STATUS         PIC  X(02).
000890   03  WS-MASTER-STATUS        PIC  X(02).
000900   03  WS-ARCCAT-STATUS        PIC  X(02).
000910   03  WS-ARCH-STATUS          PIC  X(02).
000920
000930 01  WS-SWITCHES.
000940   03  WS-EOF-SW               PIC  X(01).
000950     88  FILE-EOF                   VALUE  'Y'.
000960   03  WS-CAT-EOF-SW           PIC  X(01)  VALUE  'N'.
000970     88  CAT-EOF                    VALUE  'Y'.
000980
000990 01  WS-ARCH-NAME              PIC  X(16).
001000
001010*----------------------------------------------------------------
001020* the record under test, whichever store it came from, with the
001030* header/trailer view every VFILE/FFILE-layout store shares
001040*----------------------------------------------------------------
001050 01  WS-CHK-REC.
001060     COPY  vfile.
001070 01  WS-CHK-HTR-REC  REDEFINES  WS-CHK-REC.
001080   03  CHTR-KEY                PIC  9(:KEY-LEN:).
001090   03  CHTR-ID                 PIC  X(04).
001100     88  CHTR-IS-HEADER             VALUE 'HDR1'.
001110     88  CHTR-IS-TRAILER            VALUE 'TRL1'.
001120   03  FILLER                  PIC  X(:TAIL-4:).
001130
001140 01  WS-STORE-NAME             PIC  X(16).
001150
001160 01  WS-STORE-COUNTS.
001170   03  WS-ST-RECORDS           PIC  9(09)  COMP.
001180   03  WS-ST-SEALED            PIC  9(09)  COMP.
001190   03  WS-ST-UNSEALED          PIC  9(09)  COMP.
001200   03  WS-ST-MISMATCH          PIC  9(09)  COMP.
001210
001220 01  WS-RUN-COUNTS.
001230   03  WS-STORES-READ          PIC  9(05)  COMP  VALUE  0.
001240   03  WS-STORES-MISSING       PIC  9(05)  COMP  VALUE  0.
001250   03  WS-TOT-RECORDS          PIC  9(09)  COMP  VALUE  0.
001260   03  WS-TOT-SEALED           PIC  9(09)  COMP  VALUE  0.
001270   03  WS-TOT-UNSEALED         PIC  9(09)  COMP  VALUE  0.
001280   03  WS-TOT-MISMATCH         PIC  9(09)  COMP  VALUE  0.
001290
001300 01  WS-COUNT-ED               PIC  Z(08)9.
001310
001320*----------------------------------------------------------------
001330* one report line per mismatched record, and one per store
001340*----------------------------------------------------------------
001350 01  RPT-FMT.
001360   03  RPT-VERDICT             PIC  X(10).
001370   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001380   03  RPT-STORE               PIC  X(16).
001390   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001400   03  RPT-KEY                 PIC  9(04).
001410   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001420   03  RPT-STORED              PIC  9(09).
001430   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001440   03  RPT-COMPUTED            PIC  9(09).
001450 01  RPT-SUM-FMT  REDEFINES  RPT-FMT.
001460   03  RPT-S-VERDICT           PIC  X(10).
001470   03  FILLER                  PIC  X(01).
001480   03  RPT-S-STORE             PIC  X(16).
001490   03  FILLER                  PIC  X(01).
001500   03  RPT-S-RECORDS           PIC  Z(08)9.
001510   03  FILLER                  PIC  X(01).
001520   03  RPT-S-UNSEALED          PIC  Z(08)9.
001530   03  FILLER                  PIC  X(01).
001540   03  RPT-S-MISMATCH          PIC  Z(08)9.
001550
001560 01  WS-RECSUM-PARM.
001570     COPY  recsum.
001580
001590 01  WS-ERRLOG-PARM.
001600     COPY  errlog.
001603
001606 01  WS-KEYMODE-PARM.
001610     COPY  keymode.
001620 PROCEDURE        DIVISION.
001621 MAIN-SEC         SECTION.
001622*    the stores must carry the key layout this program is built
001623*    for - see KEYMODE
001624     MOVE  'RECVFY'    TO  KM-PROGRAM.
001625     MOVE  0           TO  KM-RUN-DATE.
001626     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
001627     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
001628     IF  KM-REFUSE
001629         MOVE  16  TO  RETURN-CODE
001630         STOP RUN
001635     END-IF.
001640     OPEN  OUTPUT  VFY-RPT.
001650     MOVE  'RECORD CHECKSUM VERIFICATION'  TO  RPT-LINE.
001660     WRITE  RPT-LINE.
001670     MOVE  'VERDICT    STORE            KEY  STORED    COMPUTED'
001680           TO  RPT-LINE.
001690     WRITE  RPT-LINE.
001700     PERFORM  SCAN-VFILE-SEC.
001710     PERFORM  SCAN-FKSDS-SEC.
001720     PERFORM  SCAN-FMASTER-SEC.
001730     PERFORM  SCAN-ARCHIVES-SEC.
001740     PERFORM  TERM-SEC.
001750     STOP RUN.
001760 MAIN-SEC-EX.
001770     EXIT.
001780/
001790*----------------------------------------------------------------
001800* the V-OTFILE cluster in key order
001810*----------------------------------------------------------------
001820 SCAN-VFILE-SEC   SECTION.
001830     MOVE  'VFILE'  TO  WS-STORE-NAME.
001840     PERFORM  START-STORE-SEC.
001850     OPEN  INPUT  V-OTFILE.
001860     IF  WS-VFILE-STATUS  NOT =  '00'
001870         PERFORM  STORE-MISSING-SEC
001880         GO TO  SCAN-VFILE-SEC-EX
001890     END-IF.
001900     MOVE  'N'  TO  WS-EOF-SW.
001910     PERFORM  UNTIL  FILE-EOF
001920         READ  V-OTFILE
001930             AT END  SET  FILE-EOF  TO  TRUE
001940             NOT AT END
001950                 MOVE  V-REC01  TO  WS-CHK-REC
001960                 PERFORM  CHECK-RECORD-SEC
001970         END-READ
001980     END-PERFORM.
001990     CLOSE  V-OTFILE.
002000     PERFORM  END-STORE-SEC.
002010 SCAN-VFILE-SEC-EX.
002020     EXIT.
002030/
002040*----------------------------------------------------------------
002050* the FKSDS keyed copy in key order
002060*----------------------------------------------------------------
002070 SCAN-FKSDS-SEC   SECTION.
002080     MOVE  'FKSDS'  TO  WS-STORE-NAME.
002090     PERFORM  START-STORE-SEC.
002100     OPEN  INPUT  F-KSDS-FILE.
002110     IF  WS-FKSDS-STATUS  NOT =  '00'
002120         PERFORM  STORE-MISSING-SEC
002130         GO TO  SCAN-FKSDS-SEC-EX
002140     END-IF.
002150     MOVE  'N'  TO  WS-EOF-SW.
002160     PERFORM  UNTIL  FILE-EOF
002170         READ  F-KSDS-FILE
002180             AT END  SET  FILE-EOF  TO  TRUE
002190             NOT AT END
002200                 MOVE  F-KSDS-REC  TO  WS-CHK-REC
002210                 PERFORM  CHECK-RECORD-SEC
002220         END-READ
002230     END-PERFORM.
002240     CLOSE  F-KSDS-FILE.
002250     PERFORM  END-STORE-SEC.
002260 SCAN-FKSDS-SEC-EX.
002270     EXIT.
002280/
002290*----------------------------------------------------------------
002300* the FMASTER master file in key order
002310*----------------------------------------------------------------
002320 SCAN-FMASTER-SEC SECTION.
002330     MOVE  'FMASTER'  TO  WS-STORE-NAME.
002340     PERFORM  START-STORE-SEC.
002350     OPEN  INPUT  MASTER-FILE.
002360     IF  WS-MASTER-STATUS  NOT =  '00'
002370         PERFORM  STORE-MISSING-SEC
002380         GO TO  SCAN-FMASTER-SEC-EX
002390     END-IF.
002400     MOVE  'N'  TO  WS-EOF-SW.
002410     PERFORM  UNTIL  FILE-EOF
002420         READ  MASTER-FILE
002430             AT END  SET  FILE-EOF  TO  TRUE
002440             NOT AT END
002450                 MOVE  MASTER-REC  TO  WS-CHK-REC
002460                 PERFORM  CHECK-RECORD-SEC
002470         END-READ
002480     END-PERFORM.
002490     CLOSE  MASTER-FILE.
002500     PERFORM  END-STORE-SEC.
002510 SCAN-FMASTER-SEC-EX.
002520     EXIT.
002530/
002540*----------------------------------------------------------------
002550* every catalogued archive generation, in catalog order
002560*----------------------------------------------------------------
002570 SCAN-ARCHIVES-SEC  SECTION.
002580     OPEN  INPUT  ARCCAT-FILE.
002590     IF  WS-ARCCAT-STATUS  NOT =  '00'
002600         DISPLAY  'RECVFY: NO ARCCAT CATALOG - ARCHIVES SKIPPED'
002610         GO TO  SCAN-ARCHIVES-SEC-EX
002620     END-IF.
002630     PERFORM  SCAN-ONE-ARCH-SEC  UNTIL  CAT-EOF.
002640     CLOSE  ARCCAT-FILE.
002650 SCAN-ARCHIVES-SEC-EX.
002660     EXIT.
002670/
002680 SCAN-ONE-ARCH-SEC  SECTION.
002690     READ  ARCCAT-FILE
002700         AT END  SET  CAT-EOF  TO  TRUE
002710     END-READ.
002720     IF  CAT-EOF
002730         GO TO  SCAN-ONE-ARCH-SEC-EX
002740     END-IF.
002750     MOVE  AC-ARCHIVE-NAME  TO  WS-ARCH-NAME.
002760     MOVE  AC-ARCHIVE-NAME  TO  WS-STORE-NAME.
002770     PERFORM  START-STORE-SEC.
002780     OPEN  INPUT  ARCH-IN.
002790     IF  WS-ARCH-STATUS  NOT =  '00'
002800         PERFORM  STORE-MISSING-SEC
002810         GO TO  SCAN-ONE-ARCH-SEC-EX
002820     END-IF.
002830     MOVE  'N'  TO  WS-EOF-SW.
002840     PERFORM  UNTIL  FILE-EOF
002850         READ  ARCH-IN
002860             AT END  SET  FILE-EOF  TO  TRUE
002870             NOT AT END
002880                 MOVE  ARCH-IN-REC  TO  WS-CHK-REC
002890                 PERFORM  CHECK-RECORD-SEC
002900         END-READ
002910     END-PERFORM.
002920     CLOSE  ARCH-IN.
002930     PERFORM  END-STORE-SEC.
002940 SCAN-ONE-ARCH-SEC-EX.
002950     EXIT.
002960/
002970*----------------------------------------------------------------
002980* one detail record proven against its stored checksum - the
002990* header and trailer records carry none
003000*----------------------------------------------------------------
003010 CHECK-RECORD-SEC SECTION.
003020     IF  CHTR-IS-HEADER  OR  CHTR-IS-TRAILER
003030         GO TO  CHECK-RECORD-SEC-EX
003040     END-IF.
003050     ADD  1  TO  WS-ST-RECORDS.
003055     SET   RS-VERIFY  TO  TRUE.
003060     MOVE  :LAYOUT:  TO  RS-LAYOUT.
003070     CALL  'RECSUM'  USING  WS-RECSUM-PARM  WS-CHK-REC.
003080     EVALUATE  TRUE
003090         WHEN  RS-MATCH
003100             ADD  1  TO  WS-ST-SEALED
003110         WHEN  RS-UNSEALED
003120             ADD  1  TO  WS-ST-UNSEALED
003130         WHEN  OTHER
003140             ADD  1  TO  WS-ST-MISMATCH
003150             MOVE  SPACES          TO  RPT-FMT
003160             MOVE  'MISMATCH  '    TO  RPT-VERDICT
003170             MOVE  WS-STORE-NAME   TO  RPT-STORE
003180             MOVE  NUM1  OF  WS-CHK-REC  TO  RPT-KEY
003190             MOVE  RS-STORED       TO  RPT-STORED
003200             MOVE  RS-CHECKSUM     TO  RPT-COMPUTED
003210             MOVE  RPT-FMT  TO  RPT-LINE
003220             WRITE  RPT-LINE
003230     END-EVALUATE.
003240 CHECK-RECORD-SEC-EX.
003250     EXIT.
003260/
003270 START-STORE-SEC  SECTION.
003280     MOVE  0  TO  WS-ST-RECORDS   WS-ST-SEALED
003290                  WS-ST-UNSEALED  WS-ST-MISMATCH.
003300 START-STORE-SEC-EX.
003310     EXIT.
003320/
003330 STORE-MISSING-SEC  SECTION.
003340     ADD  1  TO  WS-STORES-MISSING.
003350     MOVE  SPACES          TO  RPT-FMT.
003360     MOVE  'NOFILE    '    TO  RPT-VERDICT.
003370     MOVE  WS-STORE-NAME   TO  RPT-STORE.
003380     MOVE  RPT-FMT  TO  RPT-LINE.
003390     WRITE  RPT-LINE.
003400     DISPLAY  'RECVFY: ' WS-STORE-NAME ' NOT AVAILABLE - SKIPPED'.
003410 STORE-MISSING-SEC-EX.
003420     EXIT.
003430/
003440*----------------------------------------------------------------
003450* the store's summary line - records, unsealed, mismatched - and
003460* its counts into the run totals
003470*----------------------------------------------------------------
003480 END-STORE-SEC    SECTION.
003490     ADD  1               TO  WS-STORES-READ.
003500     ADD  WS-ST-RECORDS   TO  WS-TOT-RECORDS.
003510     ADD  WS-ST-SEALED    TO  WS-TOT-SEALED.
003520     ADD  WS-ST-UNSEALED  TO  WS-TOT-UNSEALED.
003530     ADD  WS-ST-MISMATCH  TO  WS-TOT-MISMATCH.
003540     MOVE  SPACES          TO  RPT-SUM-FMT.
003550     IF  WS-ST-MISMATCH  =  0
003560         MOVE  'CLEAN     '  TO  RPT-S-VERDICT
003570     ELSE
003580         MOVE  'DAMAGED   '  TO  RPT-S-VERDICT
003590     END-IF.
003600     MOVE  WS-STORE-NAME   TO  RPT-S-STORE.
003610     MOVE  WS-ST-RECORDS   TO  RPT-S-RECORDS.
003620     MOVE  WS-ST-UNSEALED  TO  RPT-S-UNSEALED.
003630     MOVE  WS-ST-MISMATCH  TO  RPT-S-MISMATCH.
003640     MOVE  RPT-SUM-FMT  TO  RPT-LINE.
003650     WRITE  RPT-LINE.
003660 END-STORE-SEC-EX.
003670     EXIT.
003680/
003690 TERM-SEC         SECTION.
003700     MOVE  WS-STORES-READ     TO  WS-COUNT-ED.
003710     DISPLAY  'RECVFY: STORES READ         ' WS-COUNT-ED.
003720     MOVE  WS-STORES-MISSING  TO  WS-COUNT-ED.
003730     DISPLAY  'RECVFY: STORES NOT FOUND    ' WS-COUNT-ED.
003740     MOVE  WS-TOT-RECORDS     TO  WS-COUNT-ED.
003750     DISPLAY  'RECVFY: RECORDS CHECKED     ' WS-COUNT-ED.
003760     MOVE  WS-TOT-SEALED      TO  WS-COUNT-ED.
003770     DISPLAY  'RECVFY: CHECKSUMS MATCHED   ' WS-COUNT-ED.
003780     MOVE  WS-TOT-UNSEALED    TO  WS-COUNT-ED.
003790     DISPLAY  'RECVFY: NOT YET SEALED      ' WS-COUNT-ED.
003800     MOVE  WS-TOT-MISMATCH    TO  WS-COUNT-ED.
003810     DISPLAY  'RECVFY: CHECKSUM MISMATCHES ' WS-COUNT-ED.
003820     IF  WS-TOT-MISMATCH  =  0
003830         MOVE  'RECVFY: EVERY SEALED RECORD MATCHES'  TO  RPT-LINE
003840     ELSE
003850         MOVE  'RECVFY: RECORDS DAMAGED SINCE LAST WRITTEN'
003860               TO  RPT-LINE
003870         MOVE  'RECVFY'            TO  EL-PROGRAM
003880         MOVE  'CHECK-RECORD-SEC'  TO  EL-SECTION
003890         MOVE  'RECORD CHECKSUM MISMATCH'  TO  EL-MSG
003900         SET   EL-ERROR            TO  TRUE
003910         MOVE  8                   TO  EL-RETURN-CODE
003915         MOVE  'RECVF001'          TO  EL-MSG-ID
003920         CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
003930         MOVE  8  TO  RETURN-CODE
003940     END-IF.
003950     WRITE  RPT-LINE.
003960     DISPLAY  RPT-LINE.
003970     CLOSE  VFY-RPT.
003980 TERM-SEC-EX.
003990     EXIT.
