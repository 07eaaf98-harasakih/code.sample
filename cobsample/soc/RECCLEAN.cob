000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      RECCLEAN.
000030*
000040*----------------------------------------------------------------
000050* shared REC-DATA cleansing subroutine, a callable in the RULECHK
000060* mold: where RULECHK answers whether a record breaks a business
000070* rule, this puts the record's 72-byte REC-DATA text right by the
000080* cleansing rules kept on the CLNRULES control deck (see
000090* clnrule.cbl) - leading blanks trimmed, runs of blanks squeezed,
000100* letters case-folded, control bytes replaced - and answers the
000110* cleansed text with the rules that changed it (see
000120* recclean.cbl). FILEW cleanses each record on its way into the
000130* cluster and VCLEANSE the records already on it, through this
000140* one set of rules. the deck is loaded once on the first call; a
000150* line that does not make a rule is reported and left out rather
000160* than guessed at, and a missing deck is no rules. a shifted
000170* double-byte run (shift-out through shift-in, or to the end of
000180* the field when the shift-in is missing) is text in another
000190* character set and is left exactly as it stands: the rules work
000193* on the single-byte text around it, and NSPCOMP's M mode is
000196* where a broken run is reported and put right. the deck's
000200* messages are the RECCLnnn entries of MSGCAT, through MSGFMT.
000220*----------------------------------------------------------------
000230 ENVIRONMENT      DIVISION.
000240 INPUT-OUTPUT     SECTION.
000250 FILE-CONTROL.
000260     SELECT  CLNR-FILE  ASSIGN TO  CLNRULES
000270             ORGANIZATION IS  LINE SEQUENTIAL
000280             FILE STATUS  IS  WS-CLNR-STATUS.
000290
000300 DATA             DIVISION.
000310 FILE             SECTION.
000320 FD  CLNR-FILE.
000330 01  CLNR-REC.
000340     COPY  clnrule.
000350
000360 WORKING-STORAGE  SECTION.
000370*
000380 01  WS-CLNR-STATUS               PIC  X(02).
000390 01  WS-LOADED-SW                 PIC  X(01)  VALUE 'N'.
000400     88  RULES-LOADED                    VALUE 'Y'.
000410 01  WS-CLNR-EOF-SW               PIC  X(01)  VALUE 'N'.
000420     88  CLNR-EOF                        VALUE 'Y'.
000430 01  WS-RULE-OK-SW                PIC  X(01).
000440     88  RULE-LINE-OK                    VALUE 'Y'.
000450*
000460*----------------------------------------------------------------
000470* the rules in force, in deck order
000480*----------------------------------------------------------------
000490 01  WS-RULE-TABLE.
000500     03  WS-CLR-ENTRY  OCCURS 20 TIMES  INDEXED BY CLR-IDX.
000510       05  WS-CLR-ID              PIC  X(08).
000520       05  WS-CLR-TYPE            PIC  X(08).
000530       05  WS-CLR-OPTION          PIC  X(01).
000540 01  WS-RULE-COUNT                PIC  9(04)  COMP  VALUE  0.
000550 01  WS-RULE-MAX                  PIC  9(04)  COMP  VALUE  20.
000560 01  WS-RULE-SUB                  PIC  9(04)  COMP.
000570*
000580*----------------------------------------------------------------
000590* the bytes a REPLACE rule puts right - the control characters
000600* X'00' to X'1F', DEL and HIGH-VALUES, less the shift-out and
000610* shift-in codes that open and close a double-byte run - and the
000620* replacement string the rule's option character is spread over
000630*----------------------------------------------------------------
000640 01  WS-BAD-CHARS.
000650     03  FILLER  PIC  X(16)  VALUE
000660         X'000102030405060708090A0B0C0D1011'.
000670     03  FILLER  PIC  X(16)  VALUE
000680         X'12131415161718191A1B1C1D1E1F7FFF'.
000690 01  WS-REPL-CHARS                PIC  X(32).
000700 01  WS-OPT-TALLY                 PIC  9(04)  COMP.
000710*
000720 01  WS-LOWER-ALPHA               PIC  X(26)
000730             VALUE  'abcdefghijklmnopqrstuvwxyz'.
000740 01  WS-UPPER-ALPHA               PIC  X(26)
000750             VALUE  'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
000760*
000770*----------------------------------------------------------------
000780* the text as it stood before the rule, and the work areas the
000790* trim and squeeze rebuild it in
000800*----------------------------------------------------------------
000810 01  WS-BEFORE-TEXT               PIC  X(72).
000820 01  WS-WORK-TEXT                 PIC  X(72).
000830 01  WS-WORK-CHARS  REDEFINES  WS-WORK-TEXT.
000840     03  WS-WORK-CHAR             PIC  X(01)  OCCURS 72 TIMES.
000850 01  WS-OUT-TEXT                  PIC  X(72).
000860 01  WS-OUT-CHARS  REDEFINES  WS-OUT-TEXT.
000870     03  WS-OUT-CHAR              PIC  X(01)  OCCURS 72 TIMES.
000880 01  WS-IN-POS                    PIC  9(02)  COMP.
000890 01  WS-OUT-POS                   PIC  9(02)  COMP.
000900 01  WS-LEAD-COUNT                PIC  9(02)  COMP.
000910 01  WS-TEXT-SEEN-SW              PIC  X(01).
000920     88  TEXT-SEEN                       VALUE 'Y'.
000930*
000940*----------------------------------------------------------------
000950* the shifted runs in the text, marked byte for byte before each
000960* rule since TRIM and SQUEEZE move them, and the codes that bound
000970* them
000980*----------------------------------------------------------------
000990 01  WS-SHIFT-CODES.
001000     03  WS-SHIFT-OUT             PIC  X(01)  VALUE X'0E'.
001010     03  WS-SHIFT-IN              PIC  X(01)  VALUE X'0F'.
001020 01  WS-RUN-MASK                  PIC  X(72).
001030 01  WS-RUN-MASK-CHARS  REDEFINES  WS-RUN-MASK.
001040     03  WS-MASK-CHAR             PIC  X(01)  OCCURS 72 TIMES.
001050       88  IN-SHIFTED-RUN                VALUE 'S'.
001060 01  WS-MASK-POS                  PIC  9(02)  COMP.
001070 01  WS-SO-TALLY                  PIC  9(04)  COMP.
001072 01  WS-RUN-OPEN-SW               PIC  X(01).
001074     88  RUN-OPEN                        VALUE 'Y'.
001076 01  WS-MSGFMT-PARM.
001080     COPY  msgfmt.
001100*
001110 LINKAGE          SECTION.
001120 01  RECCLEAN-PARM.
001130     COPY  recclean.
001140 01  VERSID-REQ  REDEFINES  RECCLEAN-PARM.
001150     COPY  versid.
001160*
001170 PROCEDURE        DIVISION USING RECCLEAN-PARM.
001180 MAIN-SEC         SECTION.
001190*    the standard library identity handshake - see versid.cbl
001200     IF  VI-RESERVED-LENGTH  AND  VI-IDENT-REQUEST
001210         MOVE  'RECCLEAN01'  TO  VI-REPLY
001220         MOVE  0             TO  VI-RETURN-CODE
001230         DISPLAY 'RECCLEAN: VERSION 01 COMPILED ' WHEN-COMPILED
001240         GOBACK
001250     END-IF.
001260     IF  NOT  RULES-LOADED
001270         PERFORM  LOAD-RULES-SEC
001280     END-IF.
001290     SET   CL-UNCHANGED  TO  TRUE.
001300     MOVE  WS-RULE-COUNT  TO  CL-RULE-COUNT.
001310     PERFORM  APPLY-RULE-SEC  VARYING  CLR-IDX  FROM  1  BY  1
001320         UNTIL  CLR-IDX  >  WS-RULE-COUNT.
001330     GOBACK.
001340 MAIN-SEC-E.
001350     EXIT PROGRAM.
001360/
001370*----------------------------------------------------------------
001380* one rule against the text, in deck order - each rule sees the
001390* text as the rules before it left it, and is flagged when it
001400* changed it
001410*----------------------------------------------------------------
001420 APPLY-RULE-SEC   SECTION.
001430     SET   WS-RULE-SUB  TO  CLR-IDX.
001440     MOVE  WS-CLR-ID(CLR-IDX)    TO  CL-R-ID(WS-RULE-SUB).
001450     MOVE  WS-CLR-TYPE(CLR-IDX)  TO  CL-R-TYPE(WS-RULE-SUB).
001460     MOVE  'N'                   TO  CL-R-HIT-SW(WS-RULE-SUB).
001470     MOVE  CL-DATA  TO  WS-BEFORE-TEXT.
001480     PERFORM  MARK-RUNS-SEC.
001490     EVALUATE  WS-CLR-TYPE(CLR-IDX)
001500         WHEN  'TRIM    '
001510             PERFORM  TRIM-SEC
001520         WHEN  'SQUEEZE '
001530             PERFORM  SQUEEZE-SEC
001540         WHEN  'CASE    '
001550             PERFORM  CASE-SEC
001560         WHEN  'REPLACE '
001570             PERFORM  REPLACE-SEC
001580     END-EVALUATE.
001590     IF  CL-DATA  NOT =  WS-BEFORE-TEXT
001600         SET  CL-R-HIT(WS-RULE-SUB)  TO  TRUE
001610         SET  CL-CHANGED             TO  TRUE
001620     END-IF.
001630 APPLY-RULE-SEC-E.
001640     EXIT.
001650/
001660*    TRIM: the text shifted left over its leading blanks
001670 TRIM-SEC         SECTION.
001680     IF  CL-DATA  =  SPACES
001690         GO TO  TRIM-SEC-E
001700     END-IF.
001710     MOVE  0  TO  WS-LEAD-COUNT.
001720     INSPECT  CL-DATA  TALLYING  WS-LEAD-COUNT
001730         FOR  LEADING  SPACES.
001740     IF  WS-LEAD-COUNT  >  0
001750         MOVE  CL-DATA(WS-LEAD-COUNT + 1:)  TO  WS-WORK-TEXT
001760         MOVE  WS-WORK-TEXT  TO  CL-DATA
001770     END-IF.
001780 TRIM-SEC-E.
001790     EXIT.
001800/
001810*----------------------------------------------------------------
001820* SQUEEZE: the text copied byte by byte, a blank dropped when
001830* the byte copied before it was a blank too. blanks ahead of the
001840* first word are copied as they stand, and so are the bytes of a
001850* shifted run; the trailing padding comes back as padding
001860*----------------------------------------------------------------
001870 SQUEEZE-SEC      SECTION.
001880     MOVE  CL-DATA  TO  WS-WORK-TEXT.
001890     MOVE  SPACES   TO  WS-OUT-TEXT.
001900     MOVE  0        TO  WS-OUT-POS.
001910     MOVE  'N'      TO  WS-TEXT-SEEN-SW.
001920     PERFORM  SQUEEZE-CHAR-SEC  VARYING  WS-IN-POS  FROM  1  BY  1
001930         UNTIL  WS-IN-POS  >  72.
001940     MOVE  WS-OUT-TEXT  TO  CL-DATA.
001950 SQUEEZE-SEC-E.
001960     EXIT.
001970/
001980 SQUEEZE-CHAR-SEC SECTION.
001990     IF  WS-WORK-CHAR(WS-IN-POS)  NOT =  SPACE
002000         OR  IN-SHIFTED-RUN(WS-IN-POS)
002010         SET   TEXT-SEEN  TO  TRUE
002020         ADD   1  TO  WS-OUT-POS
002030         MOVE  WS-WORK-CHAR(WS-IN-POS)
002040               TO  WS-OUT-CHAR(WS-OUT-POS)
002050         GO TO  SQUEEZE-CHAR-SEC-E
002060     END-IF.
002070     IF  TEXT-SEEN
002080         IF  WS-OUT-CHAR(WS-OUT-POS)  =  SPACE
002090             GO TO  SQUEEZE-CHAR-SEC-E
002100         END-IF
002110     END-IF.
002120     ADD   1  TO  WS-OUT-POS.
002130 SQUEEZE-CHAR-SEC-E.
002140     EXIT.
002150/
002160*    CASE: the letters folded the way the rule's option names,
002170*    outside the shifted runs
002180 CASE-SEC         SECTION.
002190     IF  WS-CLR-OPTION(CLR-IDX)  =  'U'
002200         INSPECT  CL-DATA  CONVERTING  WS-LOWER-ALPHA
002210                                   TO  WS-UPPER-ALPHA
002220     ELSE
002230         INSPECT  CL-DATA  CONVERTING  WS-UPPER-ALPHA
002240                                   TO  WS-LOWER-ALPHA
002250     END-IF.
002260     IF  WS-SO-TALLY  >  0
002270         PERFORM  RESTORE-RUNS-SEC
002280     END-IF.
002290 CASE-SEC-E.
002300     EXIT.
002310/
002320*    REPLACE: every control byte outside the shifted runs becomes
002330*    the option character
002340 REPLACE-SEC      SECTION.
002350     MOVE  SPACES  TO  WS-REPL-CHARS.
002360     INSPECT  WS-REPL-CHARS  CONVERTING  SPACE
002370                                     TO  WS-CLR-OPTION(CLR-IDX).
002380     INSPECT  CL-DATA  CONVERTING  WS-BAD-CHARS
002390                               TO  WS-REPL-CHARS.
002400     IF  WS-SO-TALLY  >  0
002410         PERFORM  RESTORE-RUNS-SEC
002420     END-IF.
002430 REPLACE-SEC-E.
002440     EXIT.
002450/
002460*----------------------------------------------------------------
002470* mark the bytes of each shifted run - shift-out through shift-in,
002480* or to the end of the field when the shift-in is missing. text
002490* with no shift-out has no runs and is not walked.
002500*----------------------------------------------------------------
002510 MARK-RUNS-SEC    SECTION.
002520     MOVE  SPACES  TO  WS-RUN-MASK.
002530     MOVE  0       TO  WS-SO-TALLY.
002540     INSPECT  CL-DATA  TALLYING  WS-SO-TALLY
002550         FOR  ALL  WS-SHIFT-OUT.
002560     IF  WS-SO-TALLY  =  0
002570         GO TO  MARK-RUNS-SEC-E
002580     END-IF.
002590     MOVE  'N'  TO  WS-RUN-OPEN-SW.
002600     PERFORM  MARK-CHAR-SEC  VARYING  WS-MASK-POS  FROM  1  BY  1
002610         UNTIL  WS-MASK-POS  >  72.
002620 MARK-RUNS-SEC-E.
002630     EXIT.
002640/
002650 MARK-CHAR-SEC    SECTION.
002660     IF  RUN-OPEN
002670         IF  CL-DATA(WS-MASK-POS:1)  =  WS-SHIFT-IN
002680             MOVE  'N'  TO  WS-RUN-OPEN-SW
002690         END-IF
002700     ELSE
002710         IF  CL-DATA(WS-MASK-POS:1)  NOT =  WS-SHIFT-OUT
002720             GO TO  MARK-CHAR-SEC-E
002730         END-IF
002740         SET  RUN-OPEN  TO  TRUE
002750     END-IF.
002760     SET  IN-SHIFTED-RUN(WS-MASK-POS)  TO  TRUE.
002770 MARK-CHAR-SEC-E.
002780     EXIT.
002790/
002800*    the run bytes a CASE or REPLACE rule converted put back as
002810*    they stood - neither rule moves a byte, so the mask holds
002820 RESTORE-RUNS-SEC SECTION.
002830     PERFORM  RESTORE-CHAR-SEC
002840         VARYING  WS-MASK-POS  FROM  1  BY  1
002850         UNTIL  WS-MASK-POS  >  72.
002860 RESTORE-RUNS-SEC-E.
002870     EXIT.
002880/
002890 RESTORE-CHAR-SEC SECTION.
002900     IF  IN-SHIFTED-RUN(WS-MASK-POS)
002910         MOVE  WS-BEFORE-TEXT(WS-MASK-POS:1)
002920               TO  CL-DATA(WS-MASK-POS:1)
002930     END-IF.
002940 RESTORE-CHAR-SEC-E.
002950     EXIT.
002960/
002970 LOAD-RULES-SEC   SECTION.
002980     OPEN  INPUT  CLNR-FILE.
002990     IF  WS-CLNR-STATUS  NOT =  '00'
003000         SET  CLNR-EOF  TO  TRUE
003010     END-IF.
003020     PERFORM  READ-RULES-SEC  UNTIL  CLNR-EOF.
003030     IF  WS-CLNR-STATUS  =  '00'  OR
003040         WS-CLNR-STATUS  =  '10'
003050         CLOSE  CLNR-FILE
003060     END-IF.
003070     SET  RULES-LOADED  TO  TRUE.
003080 LOAD-RULES-SEC-E.
003090     EXIT.
003100/
003110 READ-RULES-SEC   SECTION.
003120     READ  CLNR-FILE
003130         AT END      SET  CLNR-EOF  TO  TRUE
003140         NOT AT END  PERFORM  TAKE-RULE-SEC
003150     END-READ.
003160 READ-RULES-SEC-E.
003170     EXIT.
003180/
003190*----------------------------------------------------------------
003200* one rule line edited into the table: an id, a known rule type,
003210* and the option that type takes - none for TRIM and SQUEEZE,
003220* U or L for CASE, and for REPLACE a replacement that is not
003230* itself one of the bytes being replaced. anything else is
003240* reported and left out.
003250*----------------------------------------------------------------
003260 TAKE-RULE-SEC    SECTION.
003270     IF  CLNR-REC  =  SPACES  OR  CLNR-REC(1:1)  =  '*'
003280         GO TO  TAKE-RULE-SEC-E
003290     END-IF.
003300     IF  WS-RULE-COUNT  NOT <  WS-RULE-MAX
003301         MOVE  'RECCL001'  TO  MG-MSG-ID
003302         MOVE  CU-RULE-ID  TO  MG-VALUE(1)
003303         MOVE  'CLNRULES EXCEEDS 20 RULES - &1 IGNORED'
003304                           TO  MG-TEXT
003305         PERFORM  RULE-MSG-SEC
003310         GO TO  TAKE-RULE-SEC-E
003340     END-IF.
003350     MOVE  'Y'  TO  WS-RULE-OK-SW.
003360     IF  CU-RULE-ID  =  SPACES
003370         MOVE  'N'  TO  WS-RULE-OK-SW
003380     END-IF.
003390     EVALUATE  TRUE
003400         WHEN  CU-TRIM
003410         WHEN  CU-SQUEEZE
003420             IF  CU-OPTION  NOT =  SPACE
003430                 MOVE  'N'  TO  WS-RULE-OK-SW
003440             END-IF
003450         WHEN  CU-CASE
003460             IF  CU-OPTION  NOT =  'U'  AND  CU-OPTION  NOT =  'L'
003470                 MOVE  'N'  TO  WS-RULE-OK-SW
003480             END-IF
003490         WHEN  CU-REPLACE
003500             MOVE  0  TO  WS-OPT-TALLY
003510             INSPECT  WS-BAD-CHARS  TALLYING  WS-OPT-TALLY
003520                 FOR  ALL  CU-OPTION
003530             INSPECT  WS-SHIFT-CODES  TALLYING  WS-OPT-TALLY
003540                 FOR  ALL  CU-OPTION
003550             IF  WS-OPT-TALLY  >  0
003560                 MOVE  'N'  TO  WS-RULE-OK-SW
003570             END-IF
003580         WHEN  OTHER
003590             MOVE  'N'  TO  WS-RULE-OK-SW
003600     END-EVALUATE.
003610     IF  NOT  RULE-LINE-OK
003612         MOVE  'RECCL002'  TO  MG-MSG-ID
003614         MOVE  CLNR-REC(1:20)  TO  MG-VALUE(1)
003616         MOVE  'RULE LINE IGNORED - &1'  TO  MG-TEXT
003618         PERFORM  RULE-MSG-SEC
003620         GO TO  TAKE-RULE-SEC-E
003650     END-IF.
003660     ADD   1  TO  WS-RULE-COUNT.
003670     SET   CLR-IDX  TO  WS-RULE-COUNT.
003680     MOVE  CU-RULE-ID  TO  WS-CLR-ID(CLR-IDX).
003690     MOVE  CU-TYPE     TO  WS-CLR-TYPE(CLR-IDX).
003700     MOVE  CU-OPTION   TO  WS-CLR-OPTION(CLR-IDX).
003710 TAKE-RULE-SEC-E.
003711     EXIT.
003712/
003713*    a rule line left out - a warning on the job log, the run
003714*    goes on with the rules that were taken
003715 RULE-MSG-SEC     SECTION.
003716     SET   MG-DISPLAY  TO  TRUE.
003717     MOVE  'RECCLEAN'  TO  MG-PROGRAM.
003718     MOVE  'TAKE-RULE-SEC'  TO  MG-SECTION.
003719     SET   MG-WARNING  TO  TRUE.
003720     CALL  'MSGFMT'  USING  WS-MSGFMT-PARM.
003730 RULE-MSG-SEC-E.
003740     EXIT.
