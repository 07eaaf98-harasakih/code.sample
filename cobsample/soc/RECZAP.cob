000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      RECZAP.
000030*
000040*----------------------------------------------------------------
000050* controlled record zap: the one sanctioned way to patch bytes
000060* in a file the maintenance doors do not cover - a checkpoint
000070* file, an archive generation, the FKSDS cluster, an F-OTFILE -
000080* instead of editing the dataset by hand with whatever tool is
000090* to hand and leaving no trace of it.
000100*
000110* one ZAPCTL card names the dataset, its layout, the record
000120* (by NUM1 key or by relative record number), an offset, the
000130* bytes expected there now and the bytes to put there, both in
000140* hex. the record is located and the expected bytes compared
000150* first; if they differ the zap is refused and nothing is
000160* written - the fix was worked out against a record that has
000170* since changed, or against the wrong record. the record is
000180* printed as FDUMP-style hex panels before and after, the
000190* zapped rows marked, on the ZAPRPT report.
000200*
000210* the S security code on VAUTH is needed to run it at all, and
000220* every outcome - applied, verified, mismatched or refused -
000230* lands on OPSAUDIT with the dataset, record and offset.
000240*
000250* ZAPCTL card:
000260*   positions  1-16  dataset name
000263*   positions 18-25  layout: VFILE (the vfile/ffile records, in
000266*                    the key layout the program is built for -
000270*                    archives, F-OTFILE, FKSDS, the
000290*                    cluster unloads), CHKPTREC or ARCCAT (the
000300*                    80-byte lines)
000310*   position  27     K by key (VFILE layout only - the dataset
000320*                    is opened as the indexed cluster it is) or
000330*                    R by relative record number
000340*   positions 28-34  the key (4 digits, right-justified) or the
000350*                    record number
000360*   positions 36-39  offset of the first byte to change, from 1
000370*   positions 41-42  number of bytes, 01-16
000380*   positions 44-75  the bytes expected now, in hex
000390*   positions 77-108 the replacement bytes, in hex
000400*
000410* PARM:
000420*   positions 1-8    operator
000430*   position  9      'U' apply the zap; anything else verifies
000440*                    the card and the expected bytes and prints
000450*                    the panels without writing
000460*
000470* the key bytes of a keyed record cannot be zapped - a key is
000480* changed through FKRENUM, which carries the journal, the
000490* indexes and the reject history across. the live VFILE cluster
000500* is refused outright: it is changed through its maintenance
000510* doors, which journal every image.
000511*
000512* a zap inside the business fields of a VFILE-layout record
000513* reseals its REC-CHECKSUM through RECSUM, so RECVFY still proves
000514* the fixed record; a zap that takes in the checksum bytes
000515* themselves is left exactly as written.
000520*
000530* return codes: 0 zapped (or verified), 8 record not found or
000540* expected bytes differ, 16 refused.
000550*
000560* the operator messages are the RECZPnnn entries of the MSGCAT
000570* catalog, issued through MSGFMT.
000580*----------------------------------------------------------------
000590 ENVIRONMENT      DIVISION.
000600 INPUT-OUTPUT     SECTION.
000610 FILE-CONTROL.
000620     SELECT  ZAP-CTL     ASSIGN TO   ZAPCTL
000630             ORGANIZATION  IS    LINE SEQUENTIAL
000640             FILE STATUS   IS    WS-CTL-STATUS.
000650*    the dataset named on the card, through the connector its
000660*    layout and locator call for
000670     SELECT  ZAP-SEQ     ASSIGN TO   WS-ZAP-NAME
000680             ORGANIZATION  IS    SEQUENTIAL
000690             FILE STATUS   IS    WS-SEQ-STATUS.
000700     SELECT  ZAP-KSD     ASSIGN TO   WS-ZAP-NAME
000710             ORGANIZATION  IS    INDEXED
000720             ACCESS MODE   IS    DYNAMIC
000730             RECORD KEY    IS    NUM1  OF  ZK-VREC
000740             FILE STATUS   IS    WS-KSD-STATUS.
000750     SELECT  ZAP-LSEQ    ASSIGN TO   WS-ZAP-NAME
000760             ORGANIZATION  IS    LINE SEQUENTIAL
000770             FILE STATUS   IS    WS-LSEQ-STATUS.
000780     SELECT  AUTH-FILE   ASSIGN TO   VAUTH
000790             ORGANIZATION  IS    LINE SEQUENTIAL
000800             FILE STATUS   IS    WS-AUTH-STATUS.
000810     SELECT  ZAP-RPT     ASSIGN TO   ZAPRPT
000820             ORGANIZATION  IS    LINE SEQUENTIAL.
000830
000835     COPY  keylay.
000840 DATA             DIVISION.
000850 FILE             SECTION.
000860 FD      ZAP-CTL.
000870 01      ZAP-CARD.
000880     03  ZC-FILE-NAME                 PIC  X(16).
000890     03  FILLER                       PIC  X(01).
000900     03  ZC-LAYOUT                    PIC  X(08).
000910       88  ZC-LAY-VFILE                     VALUE 'VFILE   '.
000920       88  ZC-LAY-CHKPT                     VALUE 'CHKPTREC'.
000930       88  ZC-LAY-ARCCAT                    VALUE 'ARCCAT  '.
000940     03  FILLER                       PIC  X(01).
000950     03  ZC-LOCATE                    PIC  X(01).
000960       88  ZC-BY-KEY                        VALUE 'K'.
000970       88  ZC-BY-RRN                        VALUE 'R'.
000980     03  ZC-LOCATOR                   PIC  X(07).
000990     03  ZC-LOCATOR-N  REDEFINES  ZC-LOCATOR
001000                                      PIC  9(07).
001010     03  FILLER                       PIC  X(01).
001020     03  ZC-OFFSET                    PIC  X(04).
001030     03  ZC-OFFSET-N  REDEFINES  ZC-OFFSET
001040                                      PIC  9(04).
001050     03  FILLER                       PIC  X(01).
001060     03  ZC-LENGTH                    PIC  X(02).
001070     03  ZC-LENGTH-N  REDEFINES  ZC-LENGTH
001080                                      PIC  9(02).
001090     03  FILLER                       PIC  X(01).
001100     03  ZC-VERIFY-HEX                PIC  X(32).
001110     03  FILLER                       PIC  X(01).
001120     03  ZC-REPLACE-HEX               PIC  X(32).
001130
001140 FD      ZAP-SEQ
001150         RECORD CONTAINS  :REC-LEN:  CHARACTERS.
001160 01      ZS-VREC                      PIC  X(:REC-LEN:).
001170
001180 FD      ZAP-KSD
001190         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
001200         DEPENDING ON  WS-KSD-LL.
001210 01      ZK-VREC.
001220     COPY  vfile.
001230
001240 FD      ZAP-LSEQ.
001250 01      ZL-REC                       PIC  X(80).
001260
001270 FD      AUTH-FILE.
001280 01      AUTH-REC.
001290     03  AU-OPERATOR                  PIC  X(08).
001300     03  FILLER                       PIC  X(01).
001310     03  AU-CODES                     PIC  X(08).
001320     03  FILLER                       PIC  X(01).
001330     03  AU-EXPIRY                    PIC  X(08).
001340
001350 FD      ZAP-RPT.
001360 01      RPT-LINE                     PIC  X(132).
001370
001380 WORKING-STORAGE  SECTION.
001390
001400 01  WS-KSD-LL                 PIC  9(04) COMP.
001410
001420 01  WS-STATUSES.
001430   03  WS-CTL-STATUS           PIC  X(02).
001440   03  WS-SEQ-STATUS           PIC  X(02).
001450   03  WS-KSD-STATUS           PIC  X(02).
001460   03  WS-LSEQ-STATUS          PIC  X(02).
001470   03  WS-AUTH-STATUS          PIC  X(02).
001480   03  WS-OPEN-STATUS          PIC  X(02).
001490
001500 01  WS-SWITCHES.
001510   03  WS-EOF-SW               PIC  X(01).
001520     88  FILE-EOF                   VALUE  'Y'.
001530   03  WS-ACTOR-OK-SW          PIC  X(01)  VALUE  'N'.
001540     88  ACTOR-AUTHORIZED           VALUE  'Y'.
001550   03  WS-APPLY-SW             PIC  X(01)  VALUE  'N'.
001560     88  APPLY-MODE                 VALUE  'Y'.
001570   03  WS-FOUND-SW             PIC  X(01)  VALUE  'N'.
001580     88  RECORD-FOUND               VALUE  'Y'.
001590   03  WS-HEX-OK-SW            PIC  X(01).
001600     88  HEX-VALID                  VALUE  'Y'.
001603   03  WS-RESEAL-SW            PIC  X(01)  VALUE  'N'.
001606     88  RECORD-RESEALED            VALUE  'Y'.
001610
001620 01  WS-PARM-LINE              PIC  X(09).
001630 01  WS-ACTOR                  PIC  X(08).
001640 01  WS-TODAY                  PIC  9(08).
001650 01  WS-CODE-TALLY             PIC  9(02)  COMP.
001660 01  WS-ZAP-NAME               PIC  X(16).
001670 01  WS-CARD-ERROR             PIC  X(20).
001680
001690*----------------------------------------------------------------
001700* the located record, whichever connector it came through, and
001710* its length - the zap and the panels work on this copy
001720*----------------------------------------------------------------
001730 01  WS-REC-AREA               PIC  X(:REC-LEN:).
001740 01  WS-REC-LEN                PIC  9(04)  COMP.
001750 01  WS-BEFORE-IMAGE           PIC  X(:REC-LEN:).
001760 01  WS-READ-COUNT             PIC  9(07)  COMP.
001770
001780 01  WS-ZAP-FIELDS.
001790   03  WS-ZAP-OFFSET           PIC  9(04)  COMP.
001800   03  WS-ZAP-LENGTH           PIC  9(02)  COMP.
001810   03  WS-ZAP-END              PIC  9(05)  COMP.
001820   03  WS-VERIFY-BYTES         PIC  X(16).
001830   03  WS-REPLACE-BYTES        PIC  X(16).
001840   03  WS-FOUND-BYTES          PIC  X(16).
001850   03  WS-FOUND-HEX            PIC  X(32).
001860
001870*    the hex-to-byte conversion, the DBCSXCOD/NSPCOMP shape
001880 01  WS-HEX-WORK.
001890   03  WS-HEX-DIGITS           PIC  X(16)
001900                               VALUE '0123456789ABCDEF'.
001910   03  WS-HEX-TEXT             PIC  X(32).
001920   03  WS-HEX-BYTES            PIC  X(16).
001930   03  WS-HEX-PAIR             PIC  X(02).
001940   03  WS-HEX-SUB              PIC  9(02) COMP.
001950   03  WS-HEX-POS              PIC  9(02) COMP.
001960   03  WS-BYTE-SUB             PIC  9(02) COMP.
001970   03  WS-HEX-IDX1             PIC  9(02) COMP.
001980   03  WS-HEX-IDX2             PIC  9(02) COMP.
001990   03  WS-BIN-VAL              PIC  9(04) COMP.
002000   03  WS-BIN-R  REDEFINES  WS-BIN-VAL.
002010     05  FILLER                PIC  X(01).
002020     05  WS-BIN-BYTE           PIC  X(01).
002030
002040*----------------------------------------------------------------
002050* the hex panel: 32 bytes a row, offset, hex and characters,
002060* the zapped rows marked at the right
002070*----------------------------------------------------------------
002080 01  WS-PANEL-WORK.
002090   03  WS-ROW-START            PIC  9(05)  COMP.
002100   03  WS-ROW-LEN              PIC  9(02)  COMP.
002110   03  WS-ROW-END              PIC  9(05)  COMP.
002120   03  WS-CHR-SUB              PIC  9(02)  COMP.
002130   03  WS-ROW-BYTES            PIC  X(32).
002140
002150 01  RPT-PANEL-FMT.
002160   03  RPT-PNL-OFFSET          PIC  9(04).
002170   03  FILLER                  PIC  X(02)  VALUE  SPACES.
002180   03  RPT-PNL-HEX             PIC  X(64).
002190   03  FILLER                  PIC  X(02)  VALUE  ' *'.
002200   03  RPT-PNL-CHARS           PIC  X(32).
002210   03  FILLER                  PIC  X(01)  VALUE  '*'.
002220   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002230   03  RPT-PNL-MARK            PIC  X(06).
002240
002250 01  RPT-HEAD-FMT.
002260   03  FILLER                  PIC  X(11)  VALUE  'RECORD ZAP '.
002270   03  RPT-HD-NAME             PIC  X(16).
002280   03  FILLER                  PIC  X(08)  VALUE  ' LAYOUT '.
002290   03  RPT-HD-LAYOUT           PIC  X(08).
002300   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002310   03  RPT-HD-LOCATE           PIC  X(01).
002320   03  RPT-HD-LOCATOR          PIC  X(07).
002330   03  FILLER                  PIC  X(08)  VALUE  ' OFFSET '.
002340   03  RPT-HD-OFFSET           PIC  X(04).
002350   03  FILLER                  PIC  X(08)  VALUE  ' LENGTH '.
002360   03  RPT-HD-LENGTH           PIC  X(02).
002370   03  FILLER                  PIC  X(10)  VALUE  ' OPERATOR '.
002380   03  RPT-HD-ACTOR            PIC  X(08).
002390
002400 01  WS-STATUS-ED              PIC  X(02).
002410 01  WS-OFFSET-ED              PIC  9(04).
002420
002430 01  WS-OPSAUDIT-PARM.
002440     COPY  opsaudit.
002450
002460 01  WS-MSGFMT-PARM.
002470     COPY  msgfmt.
002471
002472 01  WS-RECSUM-PARM.
002473     COPY  recsum.
002474*    REC-CHECKSUM's bytes in a VFILE-layout record, behind the
002475*    business bytes and the 32 bytes of EFF-DATE, RUN-ID, status
002476*    and entity stamps - see vfile.cbl. set in MAIN-SEC for the
002477*    key layout the program is built for
002478 01  WS-SUM-FIRST              PIC  9(04)  COMP.
002479 01  WS-SUM-LAST               PIC  9(04)  COMP.
002480
002490 01  WS-KEYMODE-PARM.
002500     COPY  keymode.
002510 PROCEDURE        DIVISION.
002520 MAIN-SEC         SECTION.
002530*    the stores must carry the key layout this program is built
002540*    for - see KEYMODE
002550     MOVE  'RECZAP'    TO  KM-PROGRAM.
002560     MOVE  0           TO  KM-RUN-DATE.
002570     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
002580     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
002590     IF  KM-REFUSE
002600         MOVE  16  TO  RETURN-CODE
002610         STOP RUN
002620     END-IF.
002622     COMPUTE  WS-SUM-FIRST  =  :REC-MIN:  +  32.
002624     COMPUTE  WS-SUM-LAST   =  WS-SUM-FIRST  +  8.
002626     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
002630     MOVE  WS-PARM-LINE(1:8)  TO  WS-ACTOR.
002650     IF  WS-PARM-LINE(9:1)  =  'U'
002660         SET  APPLY-MODE  TO  TRUE
002670     END-IF.
002680     ACCEPT  WS-TODAY  FROM  DATE  YYYYMMDD.
002690     PERFORM  CHECK-ACTOR-SEC.
002700     IF  NOT  ACTOR-AUTHORIZED
002710         SET   MG-LOG     TO  TRUE
002720         MOVE  'RECZP001'  TO  MG-MSG-ID
002730         MOVE  'MAIN-SEC'  TO  MG-SECTION
002740         MOVE  WS-ACTOR   TO  MG-VALUE(1)
002750         SET   MG-ERROR   TO  TRUE
002760         MOVE  'UNAUTHORIZED RECORD ZAP BY OPERATOR &1'
002770                          TO  MG-TEXT
002780         MOVE  16         TO  MG-RETURN-CODE
002790         PERFORM  ISSUE-MSG-SEC
002800         MOVE  'RECORD ZAP REFUSED  '  TO  OA-ACTION
002810         MOVE  'NO S CODE'             TO  OA-DETAIL
002820         PERFORM  AUDIT-SEC
002830         MOVE  16  TO  RETURN-CODE
002840         STOP RUN
002850     END-IF.
002860     OPEN  OUTPUT  ZAP-RPT.
002870     PERFORM  LOAD-CARD-SEC.
002880     IF  WS-CARD-ERROR  NOT =  SPACES
002890         PERFORM  CARD-ERROR-SEC
002900         GO TO  MAIN-SEC-END
002910     END-IF.
002920     PERFORM  ZAP-RECORD-SEC.
002930 MAIN-SEC-END.
002940     CLOSE  ZAP-RPT.
002950     STOP RUN.
002960 MAIN-SEC-EX.
002970     EXIT.
002980/
002990*----------------------------------------------------------------
003000* the card, every field checked before the dataset is touched;
003010* WS-CARD-ERROR names the first thing wrong with it
003020*----------------------------------------------------------------
003030 LOAD-CARD-SEC    SECTION.
003040     MOVE  SPACES  TO  WS-CARD-ERROR.
003050     OPEN  INPUT  ZAP-CTL.
003060     IF  WS-CTL-STATUS  NOT =  '00'
003070         MOVE  'NO ZAPCTL CARD'  TO  WS-CARD-ERROR
003080         GO TO  LOAD-CARD-SEC-EX
003090     END-IF.
003100     READ  ZAP-CTL
003110         AT END  MOVE  'NO ZAPCTL CARD'  TO  WS-CARD-ERROR
003120     END-READ.
003130     CLOSE  ZAP-CTL.
003140     IF  WS-CARD-ERROR  NOT =  SPACES
003150         GO TO  LOAD-CARD-SEC-EX
003160     END-IF.
003170     MOVE  ZC-FILE-NAME     TO  WS-ZAP-NAME.
003180     MOVE  ZC-FILE-NAME     TO  RPT-HD-NAME.
003190     MOVE  ZC-LAYOUT        TO  RPT-HD-LAYOUT.
003200     MOVE  ZC-LOCATE        TO  RPT-HD-LOCATE.
003210     MOVE  ZC-LOCATOR       TO  RPT-HD-LOCATOR.
003220     MOVE  ZC-OFFSET        TO  RPT-HD-OFFSET.
003230     MOVE  ZC-LENGTH        TO  RPT-HD-LENGTH.
003240     MOVE  WS-ACTOR         TO  RPT-HD-ACTOR.
003250     MOVE  RPT-HEAD-FMT     TO  RPT-LINE.
003260     WRITE  RPT-LINE.
003270     EVALUATE  TRUE
003280         WHEN  ZC-FILE-NAME  =  SPACES
003290             MOVE  'NO DATASET NAMED'     TO  WS-CARD-ERROR
003300         WHEN  ZC-FILE-NAME  =  'VFILE'
003310             MOVE  'VFILE IS DOOR-ONLY'   TO  WS-CARD-ERROR
003320         WHEN  NOT  ZC-LAY-VFILE  AND  NOT  ZC-LAY-CHKPT
003330                 AND  NOT  ZC-LAY-ARCCAT
003340             MOVE  'UNKNOWN LAYOUT'       TO  WS-CARD-ERROR
003350         WHEN  NOT  ZC-BY-KEY  AND  NOT  ZC-BY-RRN
003360             MOVE  'LOCATE NOT K OR R'    TO  WS-CARD-ERROR
003370         WHEN  ZC-BY-KEY  AND  NOT  ZC-LAY-VFILE
003380             MOVE  'KEY IS VFILE ONLY'    TO  WS-CARD-ERROR
003390         WHEN  ZC-LOCATOR  NOT NUMERIC
003400             MOVE  'LOCATOR NOT NUMERIC'  TO  WS-CARD-ERROR
003410         WHEN  ZC-BY-KEY  AND  ZC-LOCATOR-N  >  9999
003420             MOVE  'KEY OVER 4 DIGITS'    TO  WS-CARD-ERROR
003430         WHEN  ZC-BY-RRN  AND  ZC-LOCATOR-N  =  0
003440             MOVE  'RECORD NUMBER ZERO'   TO  WS-CARD-ERROR
003450         WHEN  ZC-OFFSET  NOT NUMERIC  OR  ZC-OFFSET-N  =  0
003460             MOVE  'OFFSET INVALID'       TO  WS-CARD-ERROR
003470         WHEN  ZC-LENGTH  NOT NUMERIC  OR  ZC-LENGTH-N  =  0
003480                 OR  ZC-LENGTH-N  >  16
003490             MOVE  'LENGTH NOT 01-16'     TO  WS-CARD-ERROR
003500     END-EVALUATE.
003510     IF  WS-CARD-ERROR  NOT =  SPACES
003520         GO TO  LOAD-CARD-SEC-EX
003530     END-IF.
003540     MOVE  ZC-OFFSET-N  TO  WS-ZAP-OFFSET.
003550     MOVE  ZC-LENGTH-N  TO  WS-ZAP-LENGTH.
003560     COMPUTE  WS-ZAP-END  =  WS-ZAP-OFFSET  +  WS-ZAP-LENGTH
003570                          -  1.
003580     IF  ZC-BY-KEY  AND  WS-ZAP-OFFSET  NOT >  :KEY-LEN:
003590         MOVE  'KEY BYTES - FKRENUM'  TO  WS-CARD-ERROR
003600         GO TO  LOAD-CARD-SEC-EX
003610     END-IF.
003620     MOVE  ZC-VERIFY-HEX  TO  WS-HEX-TEXT.
003630     PERFORM  DECODE-HEX-SEC.
003640     IF  NOT  HEX-VALID
003650         MOVE  'EXPECTED HEX INVALID'  TO  WS-CARD-ERROR
003660         GO TO  LOAD-CARD-SEC-EX
003670     END-IF.
003680     MOVE  WS-HEX-BYTES   TO  WS-VERIFY-BYTES.
003690     MOVE  ZC-REPLACE-HEX TO  WS-HEX-TEXT.
003700     PERFORM  DECODE-HEX-SEC.
003710     IF  NOT  HEX-VALID
003720         MOVE  'REPLACEMENT HEX BAD'   TO  WS-CARD-ERROR
003730         GO TO  LOAD-CARD-SEC-EX
003740     END-IF.
003750     MOVE  WS-HEX-BYTES   TO  WS-REPLACE-BYTES.
003760 LOAD-CARD-SEC-EX.
003770     EXIT.
003780/
003790*----------------------------------------------------------------
003800* WS-HEX-TEXT to WS-HEX-BYTES: exactly WS-ZAP-LENGTH byte pairs
003810* of 0-9/A-F and nothing after them, or the hex is not valid
003820*----------------------------------------------------------------
003830 DECODE-HEX-SEC   SECTION.
003840     MOVE  'Y'     TO  WS-HEX-OK-SW.
003850     MOVE  SPACES  TO  WS-HEX-BYTES.
003860     COMPUTE  WS-HEX-POS  =  WS-ZAP-LENGTH  *  2  +  1.
003870     IF  WS-HEX-POS  NOT >  32
003880         IF  WS-HEX-TEXT(WS-HEX-POS:)  NOT =  SPACES
003890             MOVE  'N'  TO  WS-HEX-OK-SW
003900             GO TO  DECODE-HEX-SEC-EX
003910         END-IF
003920     END-IF.
003930     PERFORM  VARYING  WS-BYTE-SUB  FROM  1  BY  1
003940             UNTIL  WS-BYTE-SUB  >  WS-ZAP-LENGTH
003950                 OR  NOT  HEX-VALID
003960         COMPUTE  WS-HEX-POS  =  WS-BYTE-SUB  *  2  -  1
003970         MOVE  WS-HEX-TEXT(WS-HEX-POS:2)  TO  WS-HEX-PAIR
003980         PERFORM  HEX-BYTE-SEC
003990         MOVE  WS-BIN-BYTE  TO  WS-HEX-BYTES(WS-BYTE-SUB:1)
004000     END-PERFORM.
004010 DECODE-HEX-SEC-EX.
004020     EXIT.
004030/
004040 HEX-BYTE-SEC     SECTION.
004050     MOVE  0  TO  WS-HEX-IDX1  WS-HEX-IDX2.
004060     PERFORM  VARYING  WS-HEX-SUB  FROM  1  BY  1
004070         UNTIL  WS-HEX-SUB  >  16
004080         IF  WS-HEX-DIGITS(WS-HEX-SUB:1)  =  WS-HEX-PAIR(1:1)
004090             MOVE  WS-HEX-SUB  TO  WS-HEX-IDX1
004100         END-IF
004110         IF  WS-HEX-DIGITS(WS-HEX-SUB:1)  =  WS-HEX-PAIR(2:1)
004120             MOVE  WS-HEX-SUB  TO  WS-HEX-IDX2
004130         END-IF
004140     END-PERFORM.
004150     IF  WS-HEX-IDX1  =  0  OR  WS-HEX-IDX2  =  0
004160         MOVE  'N'  TO  WS-HEX-OK-SW
004170         GO TO  HEX-BYTE-SEC-EX
004180     END-IF.
004190     COMPUTE  WS-BIN-VAL  =
004200              ((WS-HEX-IDX1  -  1)  *  16)  +  WS-HEX-IDX2  -  1.
004210 HEX-BYTE-SEC-EX.
004220     EXIT.
004230/
004240 CARD-ERROR-SEC   SECTION.
004250     SET   MG-LOG     TO  TRUE.
004260     MOVE  'RECZP002'  TO  MG-MSG-ID.
004270     MOVE  'LOAD-CARD-SEC'  TO  MG-SECTION.
004280     MOVE  WS-CARD-ERROR  TO  MG-VALUE(1).
004290     SET   MG-ERROR   TO  TRUE.
004300     MOVE  'ZAPCTL CARD REFUSED - &1'  TO  MG-TEXT.
004310     MOVE  16         TO  MG-RETURN-CODE.
004320     PERFORM  ISSUE-MSG-SEC.
004330     MOVE  SPACES  TO  RPT-LINE.
004340     STRING  'ZAP REFUSED - '  WS-CARD-ERROR  DELIMITED BY SIZE
004350         INTO  RPT-LINE.
004360     WRITE  RPT-LINE.
004370     MOVE  'RECORD ZAP REFUSED  '  TO  OA-ACTION.
004380     MOVE  WS-CARD-ERROR  TO  OA-DETAIL.
004390     PERFORM  AUDIT-SEC.
004400     MOVE  16  TO  RETURN-CODE.
004410 CARD-ERROR-SEC-EX.
004420     EXIT.
004430/
004440*----------------------------------------------------------------
004450* locate, verify, change, rewrite - each connector opened I-O
004460* so the record goes back where it came from
004470*----------------------------------------------------------------
004480 ZAP-RECORD-SEC   SECTION.
004490     EVALUATE  TRUE
004500         WHEN  ZC-BY-KEY
004510             OPEN  I-O  ZAP-KSD
004520             MOVE  WS-KSD-STATUS  TO  WS-OPEN-STATUS
004530         WHEN  ZC-LAY-VFILE
004540             OPEN  I-O  ZAP-SEQ
004550             MOVE  WS-SEQ-STATUS  TO  WS-OPEN-STATUS
004560         WHEN  OTHER
004570             OPEN  I-O  ZAP-LSEQ
004580             MOVE  WS-LSEQ-STATUS TO  WS-OPEN-STATUS
004590     END-EVALUATE.
004600     IF  WS-OPEN-STATUS  NOT =  '00'
004610         SET   MG-LOG     TO  TRUE
004620         MOVE  'RECZP003'  TO  MG-MSG-ID
004630         MOVE  'ZAP-RECORD-SEC'  TO  MG-SECTION
004640         MOVE  WS-ZAP-NAME     TO  MG-VALUE(1)
004650         MOVE  WS-OPEN-STATUS  TO  MG-VALUE(2)
004660         SET   MG-ERROR   TO  TRUE
004670         MOVE  'CANNOT OPEN &1 FOR UPDATE, STATUS &2'  TO  MG-TEXT
004680         MOVE  16         TO  MG-RETURN-CODE
004690         PERFORM  ISSUE-MSG-SEC
004700         MOVE  'RECORD ZAP REFUSED  '  TO  OA-ACTION
004710         MOVE  'DATASET NOT OPENABLE'  TO  OA-DETAIL
004720         PERFORM  AUDIT-SEC
004730         MOVE  16  TO  RETURN-CODE
004740         GO TO  ZAP-RECORD-SEC-EX
004750     END-IF.
004760     PERFORM  LOCATE-SEC.
004770     IF  NOT  RECORD-FOUND
004780         PERFORM  NOT-FOUND-SEC
004790         GO TO  ZAP-RECORD-SEC-CLOSE
004800     END-IF.
004810     MOVE  WS-REC-AREA  TO  WS-BEFORE-IMAGE.
004820     MOVE  'BEFORE'  TO  RPT-LINE.
004830     WRITE  RPT-LINE.
004840     PERFORM  PRINT-PANEL-SEC.
004850     IF  WS-ZAP-END  >  WS-REC-LEN
004860         MOVE  'RANGE PAST RECORD END'  TO  WS-CARD-ERROR
004870         PERFORM  CARD-ERROR-SEC
004880         GO TO  ZAP-RECORD-SEC-CLOSE
004890     END-IF.
004900     MOVE  WS-REC-AREA(WS-ZAP-OFFSET:WS-ZAP-LENGTH)
004910                                TO  WS-FOUND-BYTES.
004920     IF  WS-FOUND-BYTES  NOT =  WS-VERIFY-BYTES
004930         PERFORM  MISMATCH-SEC
004940         GO TO  ZAP-RECORD-SEC-CLOSE
004950     END-IF.
004960     MOVE  WS-REPLACE-BYTES(1:WS-ZAP-LENGTH)
004970           TO  WS-REC-AREA(WS-ZAP-OFFSET:WS-ZAP-LENGTH).
004975     PERFORM  RESEAL-SEC.
004980     IF  APPLY-MODE
004990         PERFORM  REWRITE-SEC
005000         IF  WS-STATUS-ED  NOT =  '00'
005010             MOVE  WS-BEFORE-IMAGE  TO  WS-REC-AREA
005020             GO TO  ZAP-RECORD-SEC-CLOSE
005030         END-IF
005040         MOVE  'AFTER'  TO  RPT-LINE
005050         MOVE  'RECORD ZAP APPLIED  '  TO  OA-ACTION
005060     ELSE
005070         MOVE  'AFTER - VERIFY RUN, NOT WRITTEN'  TO  RPT-LINE
005080         MOVE  'RECORD ZAP VERIFIED '  TO  OA-ACTION
005090     END-IF.
005100     WRITE  RPT-LINE.
005102     IF  RECORD-RESEALED
005104         MOVE  'REC-CHECKSUM RESEALED THROUGH RECSUM'
005105               TO  RPT-LINE
005106         WRITE  RPT-LINE
005108     END-IF.
005110     PERFORM  PRINT-PANEL-SEC.
005120     PERFORM  AUDIT-ZAP-SEC.
005122     IF  RECORD-RESEALED  AND  APPLY-MODE
005124         MOVE  'RECORD RESEALED     '  TO  OA-ACTION
005126         PERFORM  AUDIT-ZAP-SEC
005128     END-IF.
005130 ZAP-RECORD-SEC-CLOSE.
005140     EVALUATE  TRUE
005150         WHEN  ZC-BY-KEY      CLOSE  ZAP-KSD
005160         WHEN  ZC-LAY-VFILE   CLOSE  ZAP-SEQ
005170         WHEN  OTHER          CLOSE  ZAP-LSEQ
005180     END-EVALUATE.
005190 ZAP-RECORD-SEC-EX.
005200     EXIT.
005210/
005220*----------------------------------------------------------------
005230* the record into WS-REC-AREA: a direct read by key, or the
005240* file read forward to the relative record number
005250*----------------------------------------------------------------
005260 LOCATE-SEC       SECTION.
005270     MOVE  SPACES  TO  WS-REC-AREA.
005280     IF  ZC-BY-KEY
005290         MOVE  ZC-LOCATOR(4:4)  TO  NUM1  OF  ZK-VREC
005300         READ  ZAP-KSD
005310             INVALID KEY      CONTINUE
005320             NOT INVALID KEY
005330                 SET   RECORD-FOUND  TO  TRUE
005340                 MOVE  WS-KSD-LL     TO  WS-REC-LEN
005350                 MOVE  ZK-VREC(1:WS-KSD-LL)  TO  WS-REC-AREA
005360         END-READ
005370         GO TO  LOCATE-SEC-EX
005380     END-IF.
005390     MOVE  0    TO  WS-READ-COUNT.
005400     MOVE  'N'  TO  WS-EOF-SW.
005410     PERFORM  READ-FORWARD-SEC
005420         UNTIL  FILE-EOF  OR  RECORD-FOUND.
005430 LOCATE-SEC-EX.
005440     EXIT.
005450/
005460 READ-FORWARD-SEC SECTION.
005470     IF  ZC-LAY-VFILE
005480         READ  ZAP-SEQ
005490             AT END  SET  FILE-EOF  TO  TRUE
005500         END-READ
005510     ELSE
005520         READ  ZAP-LSEQ
005530             AT END  SET  FILE-EOF  TO  TRUE
005540         END-READ
005550     END-IF.
005560     IF  FILE-EOF
005570         GO TO  READ-FORWARD-SEC-EX
005580     END-IF.
005590     ADD   1  TO  WS-READ-COUNT.
005600     IF  WS-READ-COUNT  <  ZC-LOCATOR-N
005610         GO TO  READ-FORWARD-SEC-EX
005620     END-IF.
005630     SET   RECORD-FOUND  TO  TRUE.
005640     IF  ZC-LAY-VFILE
005650         MOVE  ZS-VREC  TO  WS-REC-AREA
005660         MOVE  :REC-LEN:  TO  WS-REC-LEN
005670     ELSE
005680         MOVE  ZL-REC   TO  WS-REC-AREA
005690         MOVE  80       TO  WS-REC-LEN
005700     END-IF.
005710 READ-FORWARD-SEC-EX.
005720     EXIT.
005730/
005740 REWRITE-SEC      SECTION.
005750     EVALUATE  TRUE
005760         WHEN  ZC-BY-KEY
005770             MOVE  WS-REC-AREA(1:WS-REC-LEN)  TO  ZK-VREC
005780             REWRITE  ZK-VREC
005790             MOVE  WS-KSD-STATUS   TO  WS-STATUS-ED
005800         WHEN  ZC-LAY-VFILE
005810             MOVE  WS-REC-AREA          TO  ZS-VREC
005820             REWRITE  ZS-VREC
005830             MOVE  WS-SEQ-STATUS   TO  WS-STATUS-ED
005840         WHEN  OTHER
005850             MOVE  WS-REC-AREA(1:80)    TO  ZL-REC
005860             REWRITE  ZL-REC
005870             MOVE  WS-LSEQ-STATUS  TO  WS-STATUS-ED
005880     END-EVALUATE.
005890     IF  WS-STATUS-ED  =  '00'
005900         GO TO  REWRITE-SEC-EX
005910     END-IF.
005920     SET   MG-LOG     TO  TRUE.
005930     MOVE  'RECZP006'  TO  MG-MSG-ID.
005940     MOVE  'REWRITE-SEC'  TO  MG-SECTION.
005950     MOVE  WS-ZAP-NAME   TO  MG-VALUE(1).
005960     MOVE  WS-STATUS-ED  TO  MG-VALUE(2).
005970     SET   MG-ERROR   TO  TRUE.
005980     MOVE  'REWRITE TO &1 FAILED, STATUS &2 - NOT ZAPPED'
005990                      TO  MG-TEXT.
006000     MOVE  16         TO  MG-RETURN-CODE.
006010     PERFORM  ISSUE-MSG-SEC.
006020     MOVE  'REWRITE FAILED - RECORD NOT ZAPPED'  TO  RPT-LINE.
006030     WRITE  RPT-LINE.
006035     MOVE  'N'  TO  WS-RESEAL-SW.
006040     MOVE  'RECORD ZAP FAILED   '  TO  OA-ACTION.
006050     PERFORM  AUDIT-ZAP-SEC.
006060     MOVE  16  TO  RETURN-CODE.
006070 REWRITE-SEC-EX.
006080     EXIT.
006090/
006100 NOT-FOUND-SEC    SECTION.
006110     SET   MG-LOG     TO  TRUE.
006120     MOVE  'RECZP004'  TO  MG-MSG-ID.
006130     MOVE  'LOCATE-SEC'  TO  MG-SECTION.
006140     MOVE  ZC-LOCATOR   TO  MG-VALUE(1).
006150     MOVE  WS-ZAP-NAME  TO  MG-VALUE(2).
006160     SET   MG-ERROR   TO  TRUE.
006170     MOVE  'RECORD &1 NOT FOUND IN &2 - NOT ZAPPED'  TO  MG-TEXT.
006180     MOVE  8          TO  MG-RETURN-CODE.
006190     PERFORM  ISSUE-MSG-SEC.
006200     MOVE  'RECORD NOT FOUND - NOT ZAPPED'  TO  RPT-LINE.
006210     WRITE  RPT-LINE.
006220     MOVE  'RECORD ZAP NOT FOUND'  TO  OA-ACTION.
006230     PERFORM  AUDIT-ZAP-SEC.
006240     MOVE  8  TO  RETURN-CODE.
006250 NOT-FOUND-SEC-EX.
006260     EXIT.
006270/
006280*----------------------------------------------------------------
006290* the bytes on file are not the bytes the fix was worked out
006300* against: show what is there and write nothing
006310*----------------------------------------------------------------
006320 MISMATCH-SEC     SECTION.
006330     MOVE  SPACES  TO  WS-FOUND-HEX.
006340     MOVE  FUNCTION HEX-OF(WS-FOUND-BYTES(1:WS-ZAP-LENGTH))
006350           TO  WS-FOUND-HEX.
006360     MOVE  WS-ZAP-OFFSET  TO  WS-OFFSET-ED.
006370     SET   MG-LOG     TO  TRUE.
006380     MOVE  'RECZP005'  TO  MG-MSG-ID.
006390     MOVE  'MISMATCH-SEC'  TO  MG-SECTION.
006400     MOVE  WS-OFFSET-ED  TO  MG-VALUE(1).
006410     MOVE  WS-FOUND-HEX(1:20)  TO  MG-VALUE(2).
006420     SET   MG-ERROR   TO  TRUE.
006430     MOVE  'EXPECTED BYTES DIFFER AT OFFSET &1, FOUND &2'
006440                      TO  MG-TEXT.
006450     MOVE  8          TO  MG-RETURN-CODE.
006460     PERFORM  ISSUE-MSG-SEC.
006470     MOVE  SPACES  TO  RPT-LINE.
006480     STRING  'EXPECTED BYTES DIFFER - ZAP REFUSED.  EXPECTED '
006490             ZC-VERIFY-HEX(1:WS-ZAP-LENGTH * 2)
006500             '  FOUND '
006510             WS-FOUND-HEX(1:WS-ZAP-LENGTH * 2)
006520                                     DELIMITED BY SIZE
006530         INTO  RPT-LINE.
006540     WRITE  RPT-LINE.
006550     MOVE  'RECORD ZAP MISMATCH '  TO  OA-ACTION.
006560     PERFORM  AUDIT-ZAP-SEC.
006570     MOVE  8  TO  RETURN-CODE.
006580 MISMATCH-SEC-EX.
006590     EXIT.
006600/
006610*----------------------------------------------------------------
006620* the record in WS-REC-AREA as hex panel rows, the FDUMP/VONLINE
006630* HEX-OF shape; a character that does not print shows as '.'
006640*----------------------------------------------------------------
006650 PRINT-PANEL-SEC  SECTION.
006660     PERFORM  PRINT-ROW-SEC  VARYING  WS-ROW-START  FROM  1
006670         BY  32  UNTIL  WS-ROW-START  >  WS-REC-LEN.
006680     MOVE  SPACES  TO  RPT-LINE.
006690     WRITE  RPT-LINE.
006700 PRINT-PANEL-SEC-EX.
006710     EXIT.
006720/
006730 PRINT-ROW-SEC    SECTION.
006740     MOVE  32  TO  WS-ROW-LEN.
006750     IF  WS-ROW-START  +  31  >  WS-REC-LEN
006760         COMPUTE  WS-ROW-LEN  =  WS-REC-LEN  -  WS-ROW-START  +  1
006770     END-IF.
006780     COMPUTE  WS-ROW-END  =  WS-ROW-START  +  WS-ROW-LEN  -  1.
006790     MOVE  SPACES  TO  WS-ROW-BYTES  RPT-PNL-HEX  RPT-PNL-MARK.
006800     MOVE  WS-REC-AREA(WS-ROW-START:WS-ROW-LEN)  TO  WS-ROW-BYTES.
006810     MOVE  WS-ROW-START  TO  RPT-PNL-OFFSET.
006820     MOVE  FUNCTION HEX-OF(WS-ROW-BYTES(1:WS-ROW-LEN))
006830           TO  RPT-PNL-HEX.
006840     MOVE  WS-ROW-BYTES  TO  RPT-PNL-CHARS.
006850     PERFORM  VARYING  WS-CHR-SUB  FROM  1  BY  1
006860             UNTIL  WS-CHR-SUB  >  WS-ROW-LEN
006870         IF  RPT-PNL-CHARS(WS-CHR-SUB:1)  <  SPACE
006880             OR  RPT-PNL-CHARS(WS-CHR-SUB:1)  >  '~'
006890             MOVE  '.'  TO  RPT-PNL-CHARS(WS-CHR-SUB:1)
006900         END-IF
006910     END-PERFORM.
006920     IF  WS-ROW-START  NOT >  WS-ZAP-END
006930         AND  WS-ROW-END  NOT <  WS-ZAP-OFFSET
006940         MOVE  '<-ZAP'  TO  RPT-PNL-MARK
006950     END-IF.
006951     IF  RECORD-RESEALED  AND  RPT-PNL-MARK  =  SPACES
006952         AND  WS-ROW-START  NOT >  WS-SUM-LAST
006953         AND  WS-ROW-END  NOT <  WS-SUM-FIRST
006954         MOVE  '<-SUM'  TO  RPT-PNL-MARK
006955     END-IF.
006960     MOVE  RPT-PANEL-FMT  TO  RPT-LINE.
006970     WRITE  RPT-LINE.
006980 PRINT-ROW-SEC-EX.
006990     EXIT.
007000/
007010*----------------------------------------------------------------
007020* the HOLDMNT check: the actor's VAUTH line must carry 'S' and
007030* an expiry, if any, not yet passed; a missing VAUTH authorizes
007040* no one
007050*----------------------------------------------------------------
007060 CHECK-ACTOR-SEC  SECTION.
007070     MOVE  'N'  TO  WS-ACTOR-OK-SW.
007080     MOVE  'N'  TO  WS-EOF-SW.
007090     IF  WS-ACTOR  =  SPACES
007100         GO TO  CHECK-ACTOR-SEC-EX
007110     END-IF.
007120     OPEN  INPUT  AUTH-FILE.
007130     IF  WS-AUTH-STATUS  NOT =  '00'
007140         SET  FILE-EOF  TO  TRUE
007150     END-IF.
007160     PERFORM  READ-AUTH-SEC  UNTIL  FILE-EOF.
007170     IF  WS-AUTH-STATUS  =  '00'  OR  WS-AUTH-STATUS  =  '10'
007180         CLOSE  AUTH-FILE
007190     END-IF.
007200 CHECK-ACTOR-SEC-EX.
007210     EXIT.
007220/
007230 READ-AUTH-SEC    SECTION.
007240     READ  AUTH-FILE
007250         AT END      SET  FILE-EOF  TO  TRUE
007260         NOT AT END
007270             IF  AU-OPERATOR  =  WS-ACTOR
007280                 MOVE  0  TO  WS-CODE-TALLY
007290                 INSPECT  AU-CODES
007300                     TALLYING  WS-CODE-TALLY  FOR  ALL  'S'
007310                 IF  WS-CODE-TALLY  >  0
007320                     AND  (AU-EXPIRY  NOT NUMERIC
007330                       OR  AU-EXPIRY  NOT <  WS-TODAY)
007340                     SET  ACTOR-AUTHORIZED  TO  TRUE
007350                 END-IF
007360             END-IF
007370     END-READ.
007380 READ-AUTH-SEC-EX.
007390     EXIT.
007400/
007410*    the dataset, locator and offset of the zap on OPSAUDIT
007420 AUDIT-ZAP-SEC    SECTION.
007430     MOVE  SPACES  TO  OA-DETAIL.
007440     STRING  WS-ZAP-NAME  DELIMITED BY SPACE
007450             ' '          DELIMITED BY SIZE
007460             ZC-LOCATE    DELIMITED BY SIZE
007470             ZC-LOCATOR   DELIMITED BY SIZE
007480             '@'          DELIMITED BY SIZE
007490             ZC-OFFSET    DELIMITED BY SIZE
007500         INTO  OA-DETAIL.
007510     PERFORM  AUDIT-SEC.
007520 AUDIT-ZAP-SEC-EX.
007530     EXIT.
007540/
007550 AUDIT-SEC        SECTION.
007560     MOVE  'RECZAP  '     TO  OA-PROGRAM.
007570     MOVE  WS-ACTOR       TO  OA-OPERATOR.
007580     CALL  'OPSAUDIT'  USING  WS-OPSAUDIT-PARM.
007590 AUDIT-SEC-EX.
007600     EXIT.
007610/
007620*    an operator message issued through MSGFMT under its
007630*    RECZPnnn id, the text given being the wording used should
007640*    the catalog lack the entry
007650 ISSUE-MSG-SEC    SECTION.
007660     MOVE  'RECZAP'  TO  MG-PROGRAM.
007670     CALL  'MSGFMT'  USING  WS-MSGFMT-PARM.
007680 ISSUE-MSG-SEC-EX.
007690     EXIT.
007700/
007710*----------------------------------------------------------------
007720* a zap inside the business fields of a VFILE-layout record
007730* leaves its REC-CHECKSUM stale, and RECVFY would report the
007740* sanctioned fix as damage: the record is resealed through RECSUM
007750* as every writer does. a zap that takes in the checksum bytes
007760* themselves is taken as meant, and the HDR1/TRL1 sentinel
007770* records carry no checksum
007780*----------------------------------------------------------------
007790 RESEAL-SEC       SECTION.
007800     MOVE  'N'  TO  WS-RESEAL-SW.
007810     IF  NOT  ZC-LAY-VFILE
007820         OR  WS-REC-LEN  <  WS-SUM-LAST
007825         OR  WS-REC-AREA(:KEY-LEN: + 1:4)  =  'HDR1'
007830         OR  WS-REC-AREA(:KEY-LEN: + 1:4)  =  'TRL1'
007850         GO TO  RESEAL-SEC-EX
007860     END-IF.
007870     IF  WS-ZAP-END  NOT <  WS-SUM-FIRST
007880         AND  WS-ZAP-OFFSET  NOT >  WS-SUM-LAST
007890         GO TO  RESEAL-SEC-EX
007900     END-IF.
007910     MOVE  :LAYOUT:  TO  RS-LAYOUT.
007920     SET   RS-SET  TO  TRUE.
007930     CALL  'RECSUM'  USING  WS-RECSUM-PARM  WS-REC-AREA.
007940     IF  WS-REC-AREA(WS-SUM-FIRST:9)
007950             NOT =  WS-BEFORE-IMAGE(WS-SUM-FIRST:9)
007960         SET  RECORD-RESEALED  TO  TRUE
007970     END-IF.
007980 RESEAL-SEC-EX.
007990     EXIT.
