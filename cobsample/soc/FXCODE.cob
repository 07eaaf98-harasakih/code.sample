000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      FXCODE.
000030*
000040*----------------------------------------------------------------
000050* EBCDIC/ASCII transcoding of F-OTFILE-layout records for the
000060* mainframe partner. a whole-record translate ruins the record:
000070* the COMP/COMP-3/COMP-5/BINARY bytes of SHUDAN2 and the packed
000080* SPACK/UPACK are not characters, and the sign of SZONE lives in
000090* the zone half of its last byte, which the two conventions
000100* encode differently. this job therefore works field by field
000110* from the FFILE layout (the field map below):
000120*   C  character fields (NUM2, REC-DATA, GROUP-1, the FILLER
000130*      tail) - translated byte by byte through the XLATTBL table
000140*   Z  unsigned zoned fields (NUM1, UZONE, EFF-DATE, RUN-ID) -
000150*      digit kept, zone F (EBCDIC) <-> zone 3 (ASCII)
000160*   S  signed zoned with trailing overpunch (SZONE) - leading
000170*      digits as Z, last byte's sign zone C/F positive, D
000180*      negative (EBCDIC) <-> 3 positive, 7 negative (ASCII)
000190*   P  packed, B  binary - copied byte for byte
000200*   N  DBCS (NCH) - copied byte for byte; moving a DBCS field
000210*      between code pages is DBCSXCOD's job, not a single-byte
000220*      table's
000230* the HDR1/TRL1 sentinel records have their own, all-display
000240* map (key, count and hash zoned; id, run date and tail
000250* character) and are recognised by their id in either code.
000260*
000270* PARM byte 1: E = ASCII to EBCDIC (outbound to the partner),
000280*              A = EBCDIC to ASCII (inbound from the partner).
000290*
000300* XLATTBL control file, one card per mapped byte:
000310*   ASCII byte (2 hex) blank EBCDIC byte (2 hex), the rest of
000320*   the card free for a remark; '*' in column 1 is a comment.
000330* the same cards serve both directions, so a byte may appear on
000340* only one card per side - a duplicate, or a card that is not
000350* hex, stops the run before any data is read (RC 16), as does a
000360* field map that no longer adds up to the FFILE record length.
000370*
000380* a byte with no card, or a zoned byte whose digit or zone is
000390* not valid in the source convention, goes to the FXCXCP
000400* exception file with the record's key (NUM1 in ASCII), the
000410* 1-based byte offset in the record, the field name and the
000420* byte in hex; the output keeps the target's space (character)
000430* or zero (zoned) in its place so the record stays structurally
000440* sound. RC 4 when there are exceptions.
000450*----------------------------------------------------------------
000460 ENVIRONMENT      DIVISION.
000470 INPUT-OUTPUT     SECTION.
000480 FILE-CONTROL.
000490     SELECT  TBL-FILE   ASSIGN TO   XLATTBL
000500             ORGANIZATION  IS   LINE SEQUENTIAL
000510             FILE STATUS   IS   WS-TBL-STATUS.
000520     SELECT  IN-FILE    ASSIGN TO   FXCIN
000530             ORGANIZATION  IS   SEQUENTIAL
000540             FILE STATUS   IS   WS-IN-STATUS.
000550     SELECT  OT-FILE    ASSIGN TO   FXCOUT
000560             ORGANIZATION  IS   SEQUENTIAL
000570             FILE STATUS   IS   WS-OT-STATUS.
000580     SELECT  XCP-FILE   ASSIGN TO   FXCXCP
000590             ORGANIZATION  IS   LINE SEQUENTIAL.
000600
000605     COPY  keylay.
000610 DATA             DIVISION.
000620 FILE             SECTION.
000630*
000640*    translation cards: ASCII hex(2) blank EBCDIC hex(2) remark
000650 FD  TBL-FILE.
000660 01  TBL-REC.
000670     03  TB-ASCII-HEX                 PIC  X(02).
000680     03  FILLER                       PIC  X(01).
000690     03  TB-EBCDIC-HEX                PIC  X(02).
000700     03  FILLER                       PIC  X(75).
000710
000720 FD  IN-FILE.
000730 01  IN-REC.
000740     COPY  ffile.
000750 FD  OT-FILE.
000760 01  OT-REC                       PIC  X(:REC-LEN:).
000770 FD  XCP-FILE.
000780 01  XCP-REC                      PIC  X(80).
000790
000800 WORKING-STORAGE  SECTION.
000810
000820 01  WS-STATUSES.
000830   03  WS-TBL-STATUS           PIC  X(02).
000840   03  WS-IN-STATUS            PIC  X(02).
000850   03  WS-OT-STATUS            PIC  X(02).
000860
000870 01  WS-SWITCHES.
000880   03  WS-TBL-EOF-SW           PIC  X(01)  VALUE  'N'.
000890     88  TBL-EOF                    VALUE  'Y'.
000900   03  WS-IN-EOF-SW            PIC  X(01)  VALUE  'N'.
000910     88  IN-EOF                     VALUE  'Y'.
000920   03  WS-TBL-BAD-SW           PIC  X(01)  VALUE  'N'.
000930     88  TABLE-REFUSED              VALUE  'Y'.
000940   03  WS-HEX-BAD-SW           PIC  X(01)  VALUE  'N'.
000950     88  HEX-INVALID                VALUE  'Y'.
000960
000970 01  WS-PARM-LINE              PIC  X(01).
000980 01  WS-DIRECTION              PIC  X(01).
000990   88  TO-EBCDIC                    VALUE  'E'.
001000   88  TO-ASCII                     VALUE  'A'.
001010
001013*    the field maps - see fxmap.cbl
001016     COPY  fxmap.
001020*
001500*    the field in hand, from whichever map the record takes
001510 01  WS-FIELD.
001520   03  WS-FLD-NAME             PIC  X(12).
001530   03  WS-FLD-OFFSET           PIC  9(04).
001540   03  WS-FLD-LENGTH           PIC  9(04).
001550   03  WS-FLD-TYPE             PIC  X(01).
001560     88  FLD-CHARACTER              VALUE  'C'.
001570     88  FLD-ZONED                  VALUE  'Z'.
001580     88  FLD-SIGNED-ZONED           VALUE  'S'.
001590     88  FLD-AS-IS                  VALUE  'P'  'B'  'N'.
001600 01  WS-MAP-SUB                PIC  9(02)  COMP.
001610 01  WS-MAP-TOTAL              PIC  9(05)  COMP.
001620
001630*----------------------------------------------------------------
001640* the translation tables, indexed by byte value + 1: the mapped
001650* byte for each direction and whether a card mapped it at all
001660*----------------------------------------------------------------
001670 01  WS-XLATE-TABLES.
001680   03  WS-A2E-TO               PIC  X(256).
001690   03  WS-A2E-SET              PIC  X(256).
001700   03  WS-E2A-TO               PIC  X(256).
001710   03  WS-E2A-SET              PIC  X(256).
001720*
001730*    the run's direction: every byte value in order, what each
001740*    becomes, and Y/N whether it has a card - the last two fed
001750*    to INSPECT CONVERTING against the first
001760 01  WS-RUN-TABLES.
001770   03  WS-ALL-BYTES            PIC  X(256).
001780   03  WS-RUN-TO               PIC  X(256).
001790   03  WS-RUN-SET              PIC  X(256).
001810   03  WS-TGT-SPACE            PIC  X(01).
001820   03  WS-SRC-ZONE             PIC  9(02)  COMP.
001830   03  WS-SRC-PLUS-1           PIC  9(02)  COMP.
001840   03  WS-SRC-PLUS-2           PIC  9(02)  COMP.
001850   03  WS-SRC-MINUS            PIC  9(02)  COMP.
001860   03  WS-TGT-ZONE             PIC  9(02)  COMP.
001870   03  WS-TGT-PLUS             PIC  9(02)  COMP.
001880   03  WS-TGT-MINUS            PIC  9(02)  COMP.
001890
001900 01  WS-HEX-WORK.
001910   03  WS-HEX-DIGITS           PIC  X(16)
001920                               VALUE '0123456789ABCDEF'.
001930   03  WS-HEX-IN               PIC  X(02).
001940   03  WS-HEX-SUB              PIC  9(02) COMP.
001950   03  WS-HEX-IDX1             PIC  9(02) COMP.
001960   03  WS-HEX-IDX2             PIC  9(02) COMP.
001970   03  WS-BIN-VAL              PIC  9(04) COMP.
001980   03  WS-BIN-R  REDEFINES  WS-BIN-VAL.
001990     05  FILLER                PIC  X(01).
002000     05  WS-BIN-BYTE           PIC  X(01).
002010   03  WS-ASCII-VAL            PIC  9(04) COMP.
002020   03  WS-EBCDIC-VAL           PIC  9(04) COMP.
002030
002040 01  WS-BYTE-WORK.
002050   03  WS-FLD-WORK             PIC  X(:REC-LEN:).
002060   03  WS-FLD-FLAGS            PIC  X(:REC-LEN:).
002070   03  WS-BAD-COUNT            PIC  9(05)  COMP.
002080   03  WS-BYTE-SUB             PIC  9(05)  COMP.
002090   03  WS-BYTE-POS             PIC  9(05)  COMP.
002100   03  WS-ZONE                 PIC  9(02)  COMP.
002110   03  WS-DIGIT                PIC  9(02)  COMP.
002120   03  WS-OUT-ZONE             PIC  9(02)  COMP.
002130   03  WS-IN-BYTE              PIC  X(01).
002140   03  WS-REC-ID               PIC  X(04).
002150   03  WS-REC-KEY              PIC  X(04).
002160
002170 01  WS-COUNTERS.
002180   03  WS-CARD-COUNT           PIC  9(05)  COMP  VALUE  0.
002190   03  WS-REC-COUNT            PIC  9(07)  COMP  VALUE  0.
002200   03  WS-SENTINEL-COUNT       PIC  9(07)  COMP  VALUE  0.
002210   03  WS-XCP-COUNT            PIC  9(07)  COMP  VALUE  0.
002220
002230 01  WS-JOBACCT-PARM.
002240     COPY  jobacct.
002250
002260 01  XCP-EDIT.
002270   03  XCP-KEY                 PIC  X(04).
002280   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002290   03  XCP-RECNO               PIC  ZZZZZZ9.
002300   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002310   03  XCP-OFFSET              PIC  ZZZ9.
002320   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002330   03  XCP-FIELD               PIC  X(12).
002340   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002350   03  XCP-HEX                 PIC  X(02).
002360   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002370   03  XCP-DIRECTION           PIC  X(01).
002380   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002390   03  XCP-MSG                 PIC  X(30).
002393
002396 01  WS-KEYMODE-PARM.
002400     COPY  keymode.
002410 PROCEDURE        DIVISION.
002411 MAIN-SEC         SECTION.
002412*    the stores must carry the key layout this program is built
002413*    for - see KEYMODE
002414     MOVE  'FXCODE'    TO  KM-PROGRAM.
002415     MOVE  0           TO  KM-RUN-DATE.
002416     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
002417     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
002418     IF  KM-REFUSE
002419         MOVE  16  TO  RETURN-CODE
002420         STOP RUN
002425     END-IF.
002430     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
002440     MOVE  WS-PARM-LINE(1:1)  TO  WS-DIRECTION.
002450     IF  NOT  TO-EBCDIC  AND  NOT  TO-ASCII
002460         DISPLAY  'FXCODE: PARM IS E (TO EBCDIC) OR A (TO ASCII)'
002470         MOVE  16  TO  RETURN-CODE
002480         STOP RUN
002490     END-IF.
002500     PERFORM  CHECK-MAPS-SEC.
002510     PERFORM  LOAD-TABLE-SEC.
002520     IF  TABLE-REFUSED
002530         DISPLAY  'FXCODE: XLATTBL REFUSED - NO DATA TRANSCODED'
002540         MOVE  16  TO  RETURN-CODE
002550         STOP RUN
002560     END-IF.
002570     PERFORM  SET-DIRECTION-SEC.
002580     PERFORM  TRANSCODE-SEC.
002590     PERFORM  TERM-SEC.
002600     STOP RUN.
002610 MAIN-SEC-EX.
002620     EXIT.
002630/
002640*----------------------------------------------------------------
002650* both field maps must cover the record exactly, field after
002660* field with no gap or overlap
002670*----------------------------------------------------------------
002680 CHECK-MAPS-SEC   SECTION.
002690     MOVE  1  TO  WS-MAP-TOTAL.
002700     PERFORM  VARYING  WS-MAP-SUB  FROM  1  BY  1
002710         UNTIL  WS-MAP-SUB  >  WS-DETAIL-MAP-COUNT
002720         IF  WS-DM-OFFSET(WS-MAP-SUB)  NOT =  WS-MAP-TOTAL
002730             MOVE  9999  TO  WS-MAP-TOTAL
002740         END-IF
002750         ADD  WS-DM-LENGTH(WS-MAP-SUB)  TO  WS-MAP-TOTAL
002760     END-PERFORM.
002770     IF  WS-MAP-TOTAL  NOT =  LENGTH OF IN-REC  +  1
002780         DISPLAY  'FXCODE: FIELD MAP DOES NOT MATCH FFILE LAYOUT'
002790         MOVE  16  TO  RETURN-CODE
002800         STOP RUN
002810     END-IF.
002820     MOVE  1  TO  WS-MAP-TOTAL.
002830     PERFORM  VARYING  WS-MAP-SUB  FROM  1  BY  1
002840         UNTIL  WS-MAP-SUB  >  WS-SENTINEL-MAP-COUNT
002850         IF  WS-SM-OFFSET(WS-MAP-SUB)  NOT =  WS-MAP-TOTAL
002860             MOVE  9999  TO  WS-MAP-TOTAL
002870         END-IF
002880         ADD  WS-SM-LENGTH(WS-MAP-SUB)  TO  WS-MAP-TOTAL
002890     END-PERFORM.
002900     IF  WS-MAP-TOTAL  NOT =  LENGTH OF IN-REC  +  1
002910         DISPLAY  'FXCODE: HDR1/TRL1 MAP DOES NOT MATCH RECORD'
002920         MOVE  16  TO  RETURN-CODE
002930         STOP RUN
002940     END-IF.
002950 CHECK-MAPS-SEC-EX.
002960     EXIT.
002970/
002980*----------------------------------------------------------------
002990* one pass over XLATTBL builds both directions; the cards must
003000* be hex and one-to-one or the whole table is refused
003010*----------------------------------------------------------------
003020 LOAD-TABLE-SEC   SECTION.
003030     MOVE  ALL  'N'  TO  WS-A2E-SET  WS-E2A-SET.
003040     MOVE  LOW-VALUES  TO  WS-A2E-TO  WS-E2A-TO.
003050     OPEN  INPUT  TBL-FILE.
003060     IF  WS-TBL-STATUS  NOT =  '00'
003070         DISPLAY  'FXCODE: NO XLATTBL FILE, STATUS '
003080                  WS-TBL-STATUS
003090         SET  TABLE-REFUSED  TO  TRUE
003100         GO TO  LOAD-TABLE-SEC-EX
003110     END-IF.
003120     PERFORM  READ-TBL-SEC  UNTIL  TBL-EOF.
003130     CLOSE  TBL-FILE.
003140     IF  WS-CARD-COUNT  =  0
003150         DISPLAY  'FXCODE: XLATTBL HAS NO TRANSLATION CARDS'
003160         SET  TABLE-REFUSED  TO  TRUE
003170     END-IF.
003180 LOAD-TABLE-SEC-EX.
003190     EXIT.
003200/
003210 READ-TBL-SEC     SECTION.
003220     READ  TBL-FILE
003230         AT END  SET  TBL-EOF  TO  TRUE
003240     END-READ.
003250     IF  TBL-EOF
003260         GO TO  READ-TBL-SEC-EX
003270     END-IF.
003280     IF  TBL-REC(1:1)  =  '*'  OR  TBL-REC  =  SPACES
003290         GO TO  READ-TBL-SEC-EX
003300     END-IF.
003310     MOVE  TB-ASCII-HEX   TO  WS-HEX-IN.
003320     PERFORM  HEX-BYTE-SEC.
003330     MOVE  WS-BIN-VAL     TO  WS-ASCII-VAL.
003340     MOVE  TB-EBCDIC-HEX  TO  WS-HEX-IN.
003350     PERFORM  HEX-BYTE-SEC.
003360     MOVE  WS-BIN-VAL     TO  WS-EBCDIC-VAL.
003370     IF  HEX-INVALID
003380         DISPLAY  'FXCODE: XLATTBL CARD NOT HEX - ' TBL-REC(1:5)
003390         SET  TABLE-REFUSED  TO  TRUE
003400         MOVE  'N'  TO  WS-HEX-BAD-SW
003410         GO TO  READ-TBL-SEC-EX
003420     END-IF.
003430     IF  WS-A2E-SET(WS-ASCII-VAL + 1:1)  =  'Y'
003440         DISPLAY  'FXCODE: XLATTBL ASCII BYTE ON TWO CARDS - '
003450                  TB-ASCII-HEX
003460         SET  TABLE-REFUSED  TO  TRUE
003470         GO TO  READ-TBL-SEC-EX
003480     END-IF.
003490     IF  WS-E2A-SET(WS-EBCDIC-VAL + 1:1)  =  'Y'
003500         DISPLAY  'FXCODE: XLATTBL EBCDIC BYTE ON TWO CARDS - '
003510                  TB-EBCDIC-HEX
003520         SET  TABLE-REFUSED  TO  TRUE
003530         GO TO  READ-TBL-SEC-EX
003540     END-IF.
003550     ADD  1  TO  WS-CARD-COUNT.
003560     MOVE  WS-EBCDIC-VAL  TO  WS-BIN-VAL.
003570     MOVE  WS-BIN-BYTE    TO  WS-A2E-TO(WS-ASCII-VAL + 1:1).
003580     MOVE  'Y'            TO  WS-A2E-SET(WS-ASCII-VAL + 1:1).
003590     MOVE  WS-ASCII-VAL   TO  WS-BIN-VAL.
003600     MOVE  WS-BIN-BYTE    TO  WS-E2A-TO(WS-EBCDIC-VAL + 1:1).
003610     MOVE  'Y'            TO  WS-E2A-SET(WS-EBCDIC-VAL + 1:1).
003620 READ-TBL-SEC-EX.
003630     EXIT.
003640/
003650*----------------------------------------------------------------
003660* converts the 2 hex characters in WS-HEX-IN to WS-BIN-VAL; a
003670* character that is not a hex digit sets HEX-INVALID
003680*----------------------------------------------------------------
003690 HEX-BYTE-SEC     SECTION.
003700     MOVE  0  TO  WS-HEX-IDX1  WS-HEX-IDX2.
003710     PERFORM  VARYING  WS-HEX-SUB  FROM  1  BY  1
003720         UNTIL  WS-HEX-SUB  >  16
003730         IF  WS-HEX-DIGITS(WS-HEX-SUB:1)  =  WS-HEX-IN(1:1)
003740             MOVE  WS-HEX-SUB  TO  WS-HEX-IDX1
003750         END-IF
003760         IF  WS-HEX-DIGITS(WS-HEX-SUB:1)  =  WS-HEX-IN(2:1)
003770             MOVE  WS-HEX-SUB  TO  WS-HEX-IDX2
003780         END-IF
003790     END-PERFORM.
003800     IF  WS-HEX-IDX1  =  0  OR  WS-HEX-IDX2  =  0
003810         SET  HEX-INVALID  TO  TRUE
003820         MOVE  0  TO  WS-BIN-VAL
003830         GO TO  HEX-BYTE-SEC-EX
003840     END-IF.
003850     COMPUTE  WS-BIN-VAL  =
003860              ((WS-HEX-IDX1  -  1)  *  16)  +  WS-HEX-IDX2  -  1.
003870 HEX-BYTE-SEC-EX.
003880     EXIT.
003890/
003900*----------------------------------------------------------------
003910* picks the run's table and the zone/sign conventions of the
003920* source and target side
003930*----------------------------------------------------------------
003940 SET-DIRECTION-SEC SECTION.
003950     PERFORM  VARYING  WS-BIN-VAL  FROM  0  BY  1
003960         UNTIL  WS-BIN-VAL  >  255
003970         MOVE  WS-BIN-BYTE  TO  WS-ALL-BYTES(WS-BIN-VAL + 1:1)
003980     END-PERFORM.
003990     IF  TO-EBCDIC
004000         MOVE  WS-A2E-TO   TO  WS-RUN-TO
004010         MOVE  WS-A2E-SET  TO  WS-RUN-SET
004030         MOVE  X'40'       TO  WS-TGT-SPACE
004040         MOVE  3   TO  WS-SRC-ZONE  WS-SRC-PLUS-1  WS-SRC-PLUS-2
004050         MOVE  7   TO  WS-SRC-MINUS
004060         MOVE  15  TO  WS-TGT-ZONE
004070         MOVE  12  TO  WS-TGT-PLUS
004080         MOVE  13  TO  WS-TGT-MINUS
004090     ELSE
004100         MOVE  WS-E2A-TO   TO  WS-RUN-TO
004110         MOVE  WS-E2A-SET  TO  WS-RUN-SET
004130         MOVE  X'20'       TO  WS-TGT-SPACE
004140         MOVE  15  TO  WS-SRC-ZONE
004150         MOVE  12  TO  WS-SRC-PLUS-1
004160         MOVE  15  TO  WS-SRC-PLUS-2
004170         MOVE  13  TO  WS-SRC-MINUS
004180         MOVE  3   TO  WS-TGT-ZONE  WS-TGT-PLUS
004190         MOVE  7   TO  WS-TGT-MINUS
004200     END-IF.
004210*    a byte with no card comes out as the target's space
004220     PERFORM  VARYING  WS-BIN-VAL  FROM  0  BY  1
004230         UNTIL  WS-BIN-VAL  >  255
004240         IF  WS-RUN-SET(WS-BIN-VAL + 1:1)  NOT =  'Y'
004250             MOVE  WS-TGT-SPACE  TO  WS-RUN-TO(WS-BIN-VAL + 1:1)
004260         END-IF
004270     END-PERFORM.
004290 SET-DIRECTION-SEC-EX.
004300     EXIT.
004310/
004320 TRANSCODE-SEC    SECTION.
004330     OPEN  INPUT  IN-FILE.
004340     IF  WS-IN-STATUS  NOT =  '00'
004350         SET  IN-EOF  TO  TRUE
004360         DISPLAY  'FXCODE: NO FXCIN FILE, STATUS ' WS-IN-STATUS
004370     END-IF.
004380     OPEN  OUTPUT  OT-FILE.
004390     OPEN  OUTPUT  XCP-FILE.
004400     PERFORM  READ-IN-SEC.
004410     PERFORM  CONVERT-REC-SEC  UNTIL  IN-EOF.
004420     IF  WS-IN-STATUS  =  '00'  OR  WS-IN-STATUS  =  '10'
004430         CLOSE  IN-FILE
004440     END-IF.
004450     CLOSE  OT-FILE.
004460     CLOSE  XCP-FILE.
004470 TRANSCODE-SEC-EX.
004480     EXIT.
004490/
004500 READ-IN-SEC      SECTION.
004510     READ  IN-FILE
004520         AT END  SET  IN-EOF  TO  TRUE
004530     END-READ.
004540 READ-IN-SEC-EX.
004550     EXIT.
004560/
004570*----------------------------------------------------------------
004572* one record through the detail or the sentinel map. the id
004574* behind the key is read in ASCII whichever side that is, and
004576* the key for the exception lines is the low-order four digits
004580* of NUM1 on the ASCII side
004610*----------------------------------------------------------------
004620 CONVERT-REC-SEC  SECTION.
004630     ADD  1  TO  WS-REC-COUNT.
004640     MOVE  IN-REC  TO  OT-REC.
004650     MOVE  IN-REC(:KEY-LEN: + 1:4)  TO  WS-REC-ID.
004660     IF  TO-ASCII
004670         INSPECT  WS-REC-ID  CONVERTING  WS-ALL-BYTES
004680                                     TO  WS-RUN-TO
004690     END-IF.
004700     MOVE  SPACES  TO  WS-REC-KEY.
004710     IF  WS-REC-ID  =  'HDR1'  OR  WS-REC-ID  =  'TRL1'
004720         ADD  1  TO  WS-SENTINEL-COUNT
004730         PERFORM  VARYING  WS-MAP-SUB  FROM  1  BY  1
004740             UNTIL  WS-MAP-SUB  >  WS-SENTINEL-MAP-COUNT
004750             MOVE  WS-SM-ENTRY(WS-MAP-SUB)  TO  WS-FIELD
004760             PERFORM  CONVERT-FIELD-SEC
004770         END-PERFORM
004780     ELSE
004790         PERFORM  VARYING  WS-MAP-SUB  FROM  1  BY  1
004800             UNTIL  WS-MAP-SUB  >  WS-DETAIL-MAP-COUNT
004810             MOVE  WS-DM-ENTRY(WS-MAP-SUB)  TO  WS-FIELD
004820             PERFORM  CONVERT-FIELD-SEC
004830         END-PERFORM
004840     END-IF.
004850     WRITE  OT-REC.
004860     PERFORM  READ-IN-SEC.
004870 CONVERT-REC-SEC-EX.
004880     EXIT.
004890/
004900 CONVERT-FIELD-SEC SECTION.
004910     EVALUATE  TRUE
004920         WHEN  FLD-CHARACTER
004930             PERFORM  CONVERT-CHAR-SEC
004940         WHEN  FLD-ZONED
004950         WHEN  FLD-SIGNED-ZONED
004960             PERFORM  CONVERT-ZONED-SEC
004970         WHEN  OTHER
004980             CONTINUE
004990     END-EVALUATE.
005000*    the first field of both maps is the key - once it is through,
005010*    its ASCII form is on one side or the other
005020     IF  WS-MAP-SUB  =  1
005030         IF  TO-EBCDIC
005040             MOVE  IN-REC(:KEY-LEN: - 3:4)  TO  WS-REC-KEY
005050         ELSE
005060             MOVE  OT-REC(:KEY-LEN: - 3:4)  TO  WS-REC-KEY
005070         END-IF
005080     END-IF.
005090 CONVERT-FIELD-SEC-EX.
005100     EXIT.
005110/
005120*----------------------------------------------------------------
005130* a character field goes through the table in one INSPECT; the
005140* same bytes converted to the Y/N card flags count the bytes
005150* with no card, which are then found and logged one by one
005160*----------------------------------------------------------------
005170 CONVERT-CHAR-SEC SECTION.
005180     MOVE  IN-REC(WS-FLD-OFFSET:WS-FLD-LENGTH)
005190           TO  WS-FLD-WORK(1:WS-FLD-LENGTH).
005200     INSPECT  WS-FLD-WORK(1:WS-FLD-LENGTH)
005210              CONVERTING  WS-ALL-BYTES  TO  WS-RUN-TO.
005220     MOVE  WS-FLD-WORK(1:WS-FLD-LENGTH)
005230           TO  OT-REC(WS-FLD-OFFSET:WS-FLD-LENGTH).
005240     MOVE  IN-REC(WS-FLD-OFFSET:WS-FLD-LENGTH)
005250           TO  WS-FLD-FLAGS(1:WS-FLD-LENGTH).
005260     INSPECT  WS-FLD-FLAGS(1:WS-FLD-LENGTH)
005270              CONVERTING  WS-ALL-BYTES  TO  WS-RUN-SET.
005280     MOVE  0  TO  WS-BAD-COUNT.
005290     INSPECT  WS-FLD-FLAGS(1:WS-FLD-LENGTH)
005300              TALLYING  WS-BAD-COUNT  FOR  ALL  'N'.
005310     IF  WS-BAD-COUNT  =  0
005320         GO TO  CONVERT-CHAR-SEC-EX
005330     END-IF.
005340     MOVE  'NO XLATTBL CARD FOR THIS BYTE'  TO  XCP-MSG.
005350     PERFORM  VARYING  WS-BYTE-SUB  FROM  1  BY  1
005360         UNTIL  WS-BYTE-SUB  >  WS-FLD-LENGTH
005370         IF  WS-FLD-FLAGS(WS-BYTE-SUB:1)  =  'N'
005380             COMPUTE  WS-BYTE-POS  =
005390                      WS-FLD-OFFSET  +  WS-BYTE-SUB  -  1
005400             PERFORM  LOG-XCP-SEC
005410         END-IF
005420     END-PERFORM.
005430 CONVERT-CHAR-SEC-EX.
005440     EXIT.
005450/
005460*----------------------------------------------------------------
005470* a zoned field is rebuilt byte by byte from its digit and sign
005480* nibbles: the digit is kept, the zone is swapped for the
005490* target's. the last byte of a signed field carries the sign in
005500* its zone; every other byte must carry the unsigned zone
005510*----------------------------------------------------------------
005520 CONVERT-ZONED-SEC SECTION.
005530     PERFORM  VARYING  WS-BYTE-SUB  FROM  1  BY  1
005540         UNTIL  WS-BYTE-SUB  >  WS-FLD-LENGTH
005550         COMPUTE  WS-BYTE-POS  =
005560                  WS-FLD-OFFSET  +  WS-BYTE-SUB  -  1
005570         PERFORM  CONVERT-ZONED-BYTE-SEC
005580     END-PERFORM.
005590 CONVERT-ZONED-SEC-EX.
005600     EXIT.
005610/
005620 CONVERT-ZONED-BYTE-SEC SECTION.
005630     MOVE  IN-REC(WS-BYTE-POS:1)  TO  WS-IN-BYTE.
005640     MOVE  0               TO  WS-BIN-VAL.
005650     MOVE  WS-IN-BYTE      TO  WS-BIN-BYTE.
005660     DIVIDE  WS-BIN-VAL  BY  16  GIVING  WS-ZONE
005670                                 REMAINDER  WS-DIGIT.
005680     MOVE  99  TO  WS-OUT-ZONE.
005690     IF  FLD-SIGNED-ZONED  AND  WS-BYTE-SUB  =  WS-FLD-LENGTH
005700         IF  WS-ZONE  =  WS-SRC-PLUS-1
005705             OR  WS-ZONE  =  WS-SRC-PLUS-2
005710             MOVE  WS-TGT-PLUS   TO  WS-OUT-ZONE
005720         END-IF
005730         IF  WS-ZONE  =  WS-SRC-MINUS
005740             MOVE  WS-TGT-MINUS  TO  WS-OUT-ZONE
005750         END-IF
005760     ELSE
005770         IF  WS-ZONE  =  WS-SRC-ZONE
005780             MOVE  WS-TGT-ZONE   TO  WS-OUT-ZONE
005790         END-IF
005800     END-IF.
005810     IF  WS-OUT-ZONE  =  99  OR  WS-DIGIT  >  9
005820         MOVE  'ZONED BYTE NOT VALID IN SOURCE'  TO  XCP-MSG
005830         PERFORM  LOG-XCP-SEC
005840         MOVE  WS-TGT-ZONE  TO  WS-OUT-ZONE
005850         MOVE  0            TO  WS-DIGIT
005860     END-IF.
005870     COMPUTE  WS-BIN-VAL  =  (WS-OUT-ZONE  *  16)  +  WS-DIGIT.
005880     MOVE  WS-BIN-BYTE  TO  OT-REC(WS-BYTE-POS:1).
005890 CONVERT-ZONED-BYTE-SEC-EX.
005900     EXIT.
005910/
005920*----------------------------------------------------------------
005930* one exception line: key, record number, byte offset, field,
005940* the source byte in hex, the direction and the reason
005950*----------------------------------------------------------------
005960 LOG-XCP-SEC      SECTION.
005970     ADD  1  TO  WS-XCP-COUNT.
005980     MOVE  WS-REC-KEY     TO  XCP-KEY.
005990     MOVE  WS-REC-COUNT   TO  XCP-RECNO.
006000     MOVE  WS-BYTE-POS    TO  XCP-OFFSET.
006010     MOVE  WS-FLD-NAME    TO  XCP-FIELD.
006020     MOVE  FUNCTION HEX-OF(IN-REC(WS-BYTE-POS:1))  TO  XCP-HEX.
006030     MOVE  WS-DIRECTION   TO  XCP-DIRECTION.
006040     MOVE  XCP-EDIT       TO  XCP-REC.
006050     WRITE  XCP-REC.
006060 LOG-XCP-SEC-EX.
006070     EXIT.
006080/
006090 TERM-SEC         SECTION.
006100     DISPLAY  'FXCODE: TRANSLATION CARDS     ' WS-CARD-COUNT.
006110     DISPLAY  'FXCODE: RECORDS TRANSCODED    ' WS-REC-COUNT.
006120     DISPLAY  'FXCODE: OF WHICH HDR1/TRL1    ' WS-SENTINEL-COUNT.
006130     DISPLAY  'FXCODE: BYTE EXCEPTIONS       ' WS-XCP-COUNT.
006170     MOVE  'FXCODE'              TO  JA-PROGRAM.
006180     MOVE  'RECORDS TRANSCODED'  TO  JA-COUNT-NAME.
006190     MOVE  WS-REC-COUNT          TO  JA-COUNT-VALUE.
006200     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
006210     MOVE  'BYTE EXCEPTIONS'     TO  JA-COUNT-NAME.
006220     MOVE  WS-XCP-COUNT          TO  JA-COUNT-VALUE.
006230     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
006232     MOVE  0  TO  RETURN-CODE.
006234     IF  WS-XCP-COUNT  >  0
006236         MOVE  4  TO  RETURN-CODE
006238     END-IF.
006240 TERM-SEC-EX.
006250     EXIT.
