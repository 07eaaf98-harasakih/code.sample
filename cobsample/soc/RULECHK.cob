000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      RULECHK.
000030*
000040*----------------------------------------------------------------
000050* shared business-rule check subroutine, a callable like
000060* FLDEDIT: where FLDEDIT holds each field to its own range, this
000070* applies the cross-field rules kept on the RULES control file
000080* (see rulerec.cbl) to a whole VFILE/FFILE-shaped record image
000090* and answers pass, warn, or fail with the rules broken (see
000100* rulechk.cbl). the file is loaded once on the first call; a
000110* line that does not make a rule is reported and left out
000120* rather than guessed at, and a missing file is no rules.
000130*----------------------------------------------------------------
000140 ENVIRONMENT      DIVISION.
000150 INPUT-OUTPUT     SECTION.
000160 FILE-CONTROL.
000170     SELECT  RULES-FILE  ASSIGN TO  RULES
000180             ORGANIZATION IS  LINE SEQUENTIAL
000190             FILE STATUS  IS  WS-RULES-STATUS.
000200
000205     COPY  keylay.
000210 DATA             DIVISION.
000220 FILE             SECTION.
000230 FD  RULES-FILE.
000240 01  RULES-REC.
000250     COPY  rulerec.
000260
000270 WORKING-STORAGE  SECTION.
000280*
000290 01  WS-RULES-STATUS              PIC  X(02).
000300 01  WS-LOADED-SW                 PIC  X(01)  VALUE 'N'.
000310     88  RULES-LOADED                    VALUE 'Y'.
000320 01  WS-RULES-EOF-SW              PIC  X(01)  VALUE 'N'.
000330     88  RULES-EOF                       VALUE 'Y'.
000340 01  WS-RULE-OK-SW                PIC  X(01).
000350     88  RULE-LINE-OK                    VALUE 'Y'.
000360 01  WS-COND-SW                   PIC  X(01).
000370     88  COND-HOLDS                      VALUE 'Y'.
000380*
000390*----------------------------------------------------------------
000400* the fields a rule may name, in field-code order; codes 1-10
000410* compare as signed numbers, 11-12 as text
000420*----------------------------------------------------------------
000430 01  WS-FLD-NAMES.
000440     03  FILLER  PIC  X(08)  VALUE  'NUM1    '.
000450     03  FILLER  PIC  X(08)  VALUE  'SPACK   '.
000460     03  FILLER  PIC  X(08)  VALUE  'UPACK   '.
000470     03  FILLER  PIC  X(08)  VALUE  'SZONE   '.
000480     03  FILLER  PIC  X(08)  VALUE  'UZONE   '.
000490     03  FILLER  PIC  X(08)  VALUE  'COMP0   '.
000500     03  FILLER  PIC  X(08)  VALUE  'COMP3   '.
000510     03  FILLER  PIC  X(08)  VALUE  'COMP5   '.
000520     03  FILLER  PIC  X(08)  VALUE  'BIN     '.
000530     03  FILLER  PIC  X(08)  VALUE  'EFF-DATE'.
000540     03  FILLER  PIC  X(08)  VALUE  'REC-DATA'.
000550     03  FILLER  PIC  X(08)  VALUE  'GROUP-1 '.
000560 01  WS-FLD-NAMES-R  REDEFINES  WS-FLD-NAMES.
000570     03  WS-FLD-NAME  PIC  X(08)  OCCURS 12 TIMES
000580                                  INDEXED BY FLD-IDX.
000590 01  WS-LAST-NUMERIC-CODE         PIC  9(02)  COMP  VALUE  10.
000600*
000610*----------------------------------------------------------------
000620* the rules in force, in file order
000630*----------------------------------------------------------------
000640 01  WS-RULE-TABLE.
000650     03  WS-RUL-ENTRY  OCCURS 200 TIMES  INDEXED BY RUL-IDX.
000660       05  WS-RUL-ID              PIC  X(08).
000670       05  WS-RUL-SEVERITY        PIC  X(01).
000680       05  WS-RUL-IF-CODE         PIC  9(02)  COMP.
000690       05  WS-RUL-IF-OP           PIC  X(02).
000700       05  WS-RUL-IF-NUM          PIC  S9(09) COMP-3.
000710       05  WS-RUL-IF-TEXT         PIC  X(10).
000720       05  WS-RUL-THEN-CODE       PIC  9(02)  COMP.
000730       05  WS-RUL-THEN-OP         PIC  X(02).
000740       05  WS-RUL-THEN-NUM        PIC  S9(09) COMP-3.
000750       05  WS-RUL-THEN-TEXT       PIC  X(10).
000760       05  WS-RUL-FIELD           PIC  X(08).
000770       05  WS-RUL-TEXT            PIC  X(30).
000780 01  WS-RULE-COUNT                PIC  9(04)  COMP  VALUE  0.
000790 01  WS-RULE-MAX                  PIC  9(04)  COMP  VALUE  200.
000800*
000810*----------------------------------------------------------------
000820* one comparison: the field code and operator in, the record's
000830* value for the field, the rule's value, and the outcome
000840*----------------------------------------------------------------
000850 01  WS-CMP-AREA.
000860     03  WS-CMP-CODE              PIC  9(02)  COMP.
000870     03  WS-CMP-OP                PIC  X(02).
000880     03  WS-CMP-RULE-NUM          PIC  S9(09) COMP-3.
000890     03  WS-CMP-RULE-TEXT         PIC  X(10).
000900     03  WS-CMP-REC-NUM           PIC  S9(09) COMP-3.
000910     03  WS-CMP-REC-TEXT          PIC  X(72).
000920     03  WS-CMP-SW                PIC  X(01).
000930       88  CMP-TRUE                      VALUE 'Y'.
000940*
000950*----------------------------------------------------------------
000960* a rule line's field name looked up, and its value parsed as an
000970* optional sign then left-justified digits
000980*----------------------------------------------------------------
000990 01  WS-NAME-WANTED               PIC  X(08).
001000 01  WS-NAME-CODE                 PIC  9(02)  COMP.
001002 01  WS-OP-WANTED                 PIC  X(02).
001004     88  OP-KNOWN    VALUES  'EQ'  'NE'  'LT'  'LE'  'GT'  'GE'.
001010 01  WS-PARSE-AREA.
001020     03  WS-PARSE-TEXT            PIC  X(10).
001030     03  WS-PARSE-CHARS  REDEFINES  WS-PARSE-TEXT.
001040       05  WS-PARSE-CHAR          PIC  X(01)  OCCURS 10 TIMES.
001050     03  WS-PARSE-NUM             PIC  S9(09) COMP-3.
001060     03  WS-PARSE-DIGIT           PIC  9(01).
001070     03  WS-PARSE-POS             PIC  9(02)  COMP.
001080     03  WS-PARSE-DIGITS          PIC  9(02)  COMP.
001090     03  WS-PARSE-NEG-SW          PIC  X(01).
001100       88  PARSE-NEGATIVE                VALUE 'Y'.
001110     03  WS-PARSE-END-SW          PIC  X(01).
001120       88  PARSE-AT-END                  VALUE 'Y'.
001130     03  WS-PARSE-OK-SW           PIC  X(01).
001140       88  PARSE-OK                      VALUE 'Y'.
001150*
001160*    the image laid over the VFILE record shape, so the fields a
001170*    rule names are read by name rather than counted out by
001180*    offset
001190 01  WS-IMG-R.
001200     COPY  vfile.
001210*
001220 LINKAGE          SECTION.
001230 01  RULECHK-PARM.
001240     COPY  rulechk.
001250 01  VERSID-REQ  REDEFINES  RULECHK-PARM.
001260     COPY  versid.
001270*
001280 PROCEDURE        DIVISION USING RULECHK-PARM.
001290 MAIN-SEC         SECTION.
001300*    the standard library identity handshake - see versid.cbl
001310     IF  VI-RESERVED-LENGTH  AND  VI-IDENT-REQUEST
001320         MOVE  'RULECHK 01'  TO  VI-REPLY
001330         MOVE  0             TO  VI-RETURN-CODE
001340         DISPLAY 'RULECHK: VERSION 01 COMPILED ' WHEN-COMPILED
001350         GOBACK
001360     END-IF.
001370     IF  NOT  RULES-LOADED
001380         PERFORM  LOAD-RULES-SEC
001390     END-IF.
001400     SET   RK-PASS  TO  TRUE.
001410     MOVE  WS-RULE-COUNT  TO  RK-RULE-COUNT.
001420     MOVE  0       TO  RK-ERROR-COUNT  RK-WARN-COUNT
001430                       RK-BROKEN-COUNT.
001440     MOVE  SPACES  TO  RK-ERR-ID  RK-ERR-FIELD  RK-ERR-TEXT.
001450     MOVE  RK-IMAGE  TO  WS-IMG-R.
001460     PERFORM  APPLY-RULE-SEC  VARYING  RUL-IDX  FROM  1  BY  1
001470         UNTIL  RUL-IDX  >  WS-RULE-COUNT.
001480     IF  RK-ERROR-COUNT  >  0
001490         SET  RK-FAIL  TO  TRUE
001500     ELSE
001510         IF  RK-WARN-COUNT  >  0
001520             SET  RK-WARN  TO  TRUE
001530         END-IF
001540     END-IF.
001550     GOBACK.
001560 MAIN-SEC-E.
001570     EXIT PROGRAM.
001580/
001590*----------------------------------------------------------------
001600* one rule against the record: when the IF part holds (or there
001610* is none) the THEN part must hold too, or the rule is broken
001620*----------------------------------------------------------------
001630 APPLY-RULE-SEC   SECTION.
001640     MOVE  'Y'  TO  WS-COND-SW.
001650     IF  WS-RUL-IF-CODE(RUL-IDX)  >  0
001660         MOVE  WS-RUL-IF-CODE(RUL-IDX)  TO  WS-CMP-CODE
001670         MOVE  WS-RUL-IF-OP(RUL-IDX)    TO  WS-CMP-OP
001680         MOVE  WS-RUL-IF-NUM(RUL-IDX)   TO  WS-CMP-RULE-NUM
001690         MOVE  WS-RUL-IF-TEXT(RUL-IDX)  TO  WS-CMP-RULE-TEXT
001700         PERFORM  COMPARE-SEC
001710         MOVE  WS-CMP-SW  TO  WS-COND-SW
001720     END-IF.
001730     IF  NOT  COND-HOLDS
001740         GO TO  APPLY-RULE-SEC-E
001750     END-IF.
001760     MOVE  WS-RUL-THEN-CODE(RUL-IDX)  TO  WS-CMP-CODE.
001770     MOVE  WS-RUL-THEN-OP(RUL-IDX)    TO  WS-CMP-OP.
001780     MOVE  WS-RUL-THEN-NUM(RUL-IDX)   TO  WS-CMP-RULE-NUM.
001790     MOVE  WS-RUL-THEN-TEXT(RUL-IDX)  TO  WS-CMP-RULE-TEXT.
001800     PERFORM  COMPARE-SEC.
001810     IF  CMP-TRUE
001820         GO TO  APPLY-RULE-SEC-E
001830     END-IF.
001840     IF  WS-RUL-SEVERITY(RUL-IDX)  =  'E'
001850         ADD  1  TO  RK-ERROR-COUNT
001860         IF  RK-ERR-ID  =  SPACES
001870             MOVE  WS-RUL-ID(RUL-IDX)     TO  RK-ERR-ID
001880             MOVE  WS-RUL-FIELD(RUL-IDX)  TO  RK-ERR-FIELD
001890             MOVE  WS-RUL-TEXT(RUL-IDX)   TO  RK-ERR-TEXT
001900         END-IF
001910     ELSE
001920         ADD  1  TO  RK-WARN-COUNT
001930     END-IF.
001940     ADD  1  TO  RK-BROKEN-COUNT.
001950     IF  RK-BROKEN-COUNT  NOT >  10
001960         MOVE  WS-RUL-ID(RUL-IDX)
001970               TO  RK-B-ID(RK-BROKEN-COUNT)
001980         MOVE  WS-RUL-SEVERITY(RUL-IDX)
001990               TO  RK-B-SEVERITY(RK-BROKEN-COUNT)
002000         MOVE  WS-RUL-FIELD(RUL-IDX)
002010               TO  RK-B-FIELD(RK-BROKEN-COUNT)
002020         MOVE  WS-RUL-TEXT(RUL-IDX)
002030               TO  RK-B-TEXT(RK-BROKEN-COUNT)
002040     END-IF.
002050 APPLY-RULE-SEC-E.
002060     EXIT.
002070/
002080*----------------------------------------------------------------
002090* the record's value for WS-CMP-CODE compared with the rule's
002100* value under WS-CMP-OP; CMP-TRUE when the comparison holds
002110*----------------------------------------------------------------
002120 COMPARE-SEC      SECTION.
002130     MOVE  'N'  TO  WS-CMP-SW.
002140     MOVE  0       TO  WS-CMP-REC-NUM.
002150     MOVE  SPACES  TO  WS-CMP-REC-TEXT.
002160     EVALUATE  WS-CMP-CODE
002170         WHEN  1
002180             IF  NUM1  OF  WS-IMG-R  IS  NUMERIC
002190                 MOVE  NUM1  OF  WS-IMG-R  TO  WS-CMP-REC-NUM
002200             END-IF
002210         WHEN  2
002220             MOVE  SPACK  OF  WS-IMG-R  TO  WS-CMP-REC-NUM
002230         WHEN  3
002240             MOVE  UPACK  OF  WS-IMG-R  TO  WS-CMP-REC-NUM
002250         WHEN  4
002260             MOVE  SZONE  OF  WS-IMG-R  TO  WS-CMP-REC-NUM
002270         WHEN  5
002280             MOVE  UZONE  OF  WS-IMG-R  TO  WS-CMP-REC-NUM
002290         WHEN  6
002300             MOVE  COMP0  OF  WS-IMG-R  TO  WS-CMP-REC-NUM
002310         WHEN  7
002320             MOVE  COMP3  OF  WS-IMG-R  TO  WS-CMP-REC-NUM
002330         WHEN  8
002340             MOVE  COMP5  OF  WS-IMG-R  TO  WS-CMP-REC-NUM
002350         WHEN  9
002360             MOVE  BIN    OF  WS-IMG-R  TO  WS-CMP-REC-NUM
002370         WHEN  10
002380             IF  EFF-DATE  OF  WS-IMG-R  IS  NUMERIC
002390                 MOVE  EFF-DATE  OF  WS-IMG-R  TO  WS-CMP-REC-NUM
002400             END-IF
002410         WHEN  11
002420             MOVE  REC-DATA  OF  WS-IMG-R  TO  WS-CMP-REC-TEXT
002430         WHEN  12
002440             MOVE  GROUP-1   OF  WS-IMG-R  TO  WS-CMP-REC-TEXT
002450     END-EVALUATE.
002460     IF  WS-CMP-CODE  >  WS-LAST-NUMERIC-CODE
002470         GO TO  COMPARE-TEXT
002480     END-IF.
002490     EVALUATE  WS-CMP-OP
002500         WHEN  'EQ'
002510             IF  WS-CMP-REC-NUM  =  WS-CMP-RULE-NUM
002520                 SET  CMP-TRUE  TO  TRUE
002530             END-IF
002540         WHEN  'NE'
002550             IF  WS-CMP-REC-NUM  NOT =  WS-CMP-RULE-NUM
002560                 SET  CMP-TRUE  TO  TRUE
002570             END-IF
002580         WHEN  'LT'
002590             IF  WS-CMP-REC-NUM  <  WS-CMP-RULE-NUM
002600                 SET  CMP-TRUE  TO  TRUE
002610             END-IF
002620         WHEN  'LE'
002630             IF  WS-CMP-REC-NUM  NOT >  WS-CMP-RULE-NUM
002640                 SET  CMP-TRUE  TO  TRUE
002650             END-IF
002660         WHEN  'GT'
002670             IF  WS-CMP-REC-NUM  >  WS-CMP-RULE-NUM
002680                 SET  CMP-TRUE  TO  TRUE
002690             END-IF
002700         WHEN  'GE'
002710             IF  WS-CMP-REC-NUM  NOT <  WS-CMP-RULE-NUM
002720                 SET  CMP-TRUE  TO  TRUE
002730             END-IF
002740     END-EVALUATE.
002750     GO TO  COMPARE-SEC-E.
002760 COMPARE-TEXT.
002770*    the shorter operand is space-padded, so a blank rule value
002780*    compares equal to an all-blank field
002790     EVALUATE  WS-CMP-OP
002800         WHEN  'EQ'
002810             IF  WS-CMP-REC-TEXT  =  WS-CMP-RULE-TEXT
002820                 SET  CMP-TRUE  TO  TRUE
002830             END-IF
002840         WHEN  'NE'
002850             IF  WS-CMP-REC-TEXT  NOT =  WS-CMP-RULE-TEXT
002860                 SET  CMP-TRUE  TO  TRUE
002870             END-IF
002880         WHEN  'LT'
002890             IF  WS-CMP-REC-TEXT  <  WS-CMP-RULE-TEXT
002900                 SET  CMP-TRUE  TO  TRUE
002910             END-IF
002920         WHEN  'LE'
002930             IF  WS-CMP-REC-TEXT  NOT >  WS-CMP-RULE-TEXT
002940                 SET  CMP-TRUE  TO  TRUE
002950             END-IF
002960         WHEN  'GT'
002970             IF  WS-CMP-REC-TEXT  >  WS-CMP-RULE-TEXT
002980                 SET  CMP-TRUE  TO  TRUE
002990             END-IF
003000         WHEN  'GE'
003010             IF  WS-CMP-REC-TEXT  NOT <  WS-CMP-RULE-TEXT
003020                 SET  CMP-TRUE  TO  TRUE
003030             END-IF
003040     END-EVALUATE.
003050 COMPARE-SEC-E.
003060     EXIT.
003070/
003080 LOAD-RULES-SEC   SECTION.
003090     OPEN  INPUT  RULES-FILE.
003100     IF  WS-RULES-STATUS  NOT =  '00'
003110         SET  RULES-EOF  TO  TRUE
003120     END-IF.
003130     PERFORM  READ-RULES-SEC  UNTIL  RULES-EOF.
003140     IF  WS-RULES-STATUS  =  '00'  OR
003150         WS-RULES-STATUS  =  '10'
003160         CLOSE  RULES-FILE
003170     END-IF.
003180     SET  RULES-LOADED  TO  TRUE.
003190 LOAD-RULES-SEC-E.
003200     EXIT.
003210/
003220 READ-RULES-SEC   SECTION.
003230     READ  RULES-FILE
003240         AT END      SET  RULES-EOF  TO  TRUE
003250         NOT AT END  PERFORM  TAKE-RULE-SEC
003260     END-READ.
003270 READ-RULES-SEC-E.
003280     EXIT.
003290/
003300*----------------------------------------------------------------
003310* one rule line edited into the table: a known severity, field
003320* names and operators, and a value that parses for a numeric
003330* field. anything else is reported and left out.
003340*----------------------------------------------------------------
003350 TAKE-RULE-SEC    SECTION.
003360     IF  RULES-REC  =  SPACES  OR  RULES-REC(1:1)  =  '*'
003370         GO TO  TAKE-RULE-SEC-E
003380     END-IF.
003390     IF  WS-RULE-COUNT  NOT <  WS-RULE-MAX
003400         DISPLAY  'RULECHK: RULES FILE EXCEEDS 200 RULES - '
003410                  RU-RULE-ID  ' IGNORED'
003420         GO TO  TAKE-RULE-SEC-E
003430     END-IF.
003440     MOVE  'Y'  TO  WS-RULE-OK-SW.
003450     SET   RUL-IDX  TO  WS-RULE-COUNT.
003460     SET   RUL-IDX  UP BY  1.
003470     IF  RU-RULE-ID  =  SPACES
003480         OR  NOT  (RU-WARNING  OR  RU-ERROR)
003490         MOVE  'N'  TO  WS-RULE-OK-SW
003500     END-IF.
003510*    the IF part, when there is one
003520     MOVE  0       TO  WS-RUL-IF-CODE(RUL-IDX)
003530                       WS-RUL-IF-NUM(RUL-IDX).
003540     MOVE  SPACES  TO  WS-RUL-IF-OP(RUL-IDX)
003550                       WS-RUL-IF-TEXT(RUL-IDX).
003560     IF  RULE-LINE-OK  AND  RU-IF-FIELD  NOT =  SPACES
003570         MOVE  RU-IF-FIELD  TO  WS-NAME-WANTED
003580         PERFORM  FIND-FIELD-SEC
003590         MOVE  WS-NAME-CODE  TO  WS-RUL-IF-CODE(RUL-IDX)
003600         MOVE  RU-IF-OP      TO  WS-RUL-IF-OP(RUL-IDX)
003605                                  WS-OP-WANTED
003610         MOVE  RU-IF-VALUE   TO  WS-RUL-IF-TEXT(RUL-IDX)
003620         MOVE  RU-IF-VALUE   TO  WS-PARSE-TEXT
003630         PERFORM  CHECK-TERM-SEC
003640         MOVE  WS-PARSE-NUM  TO  WS-RUL-IF-NUM(RUL-IDX)
003650     END-IF.
003660*    the THEN part, which every rule must have
003670     IF  RULE-LINE-OK
003680         MOVE  RU-THEN-FIELD  TO  WS-NAME-WANTED
003690         PERFORM  FIND-FIELD-SEC
003700         MOVE  WS-NAME-CODE   TO  WS-RUL-THEN-CODE(RUL-IDX)
003710         MOVE  RU-THEN-OP     TO  WS-RUL-THEN-OP(RUL-IDX)
003715                                   WS-OP-WANTED
003720         MOVE  RU-THEN-VALUE  TO  WS-RUL-THEN-TEXT(RUL-IDX)
003730         MOVE  RU-THEN-VALUE  TO  WS-PARSE-TEXT
003740         PERFORM  CHECK-TERM-SEC
003750         MOVE  WS-PARSE-NUM   TO  WS-RUL-THEN-NUM(RUL-IDX)
003760     END-IF.
003770     IF  NOT  RULE-LINE-OK
003780         DISPLAY  'RULECHK: RULE LINE IGNORED - '
003790                  RULES-REC(1:44)
003800         GO TO  TAKE-RULE-SEC-E
003810     END-IF.
003820     MOVE  RU-RULE-ID     TO  WS-RUL-ID(RUL-IDX).
003830     MOVE  RU-SEVERITY    TO  WS-RUL-SEVERITY(RUL-IDX).
003840     MOVE  RU-THEN-FIELD  TO  WS-RUL-FIELD(RUL-IDX).
003850     MOVE  RU-TEXT        TO  WS-RUL-TEXT(RUL-IDX).
003860     ADD   1  TO  WS-RULE-COUNT.
003870 TAKE-RULE-SEC-E.
003880     EXIT.
003890/
003900*----------------------------------------------------------------
003910* one field/operator/value term just looked up: the field must
003920* be known, the operator one of the six, and a numeric field's
003930* value must parse
003940*----------------------------------------------------------------
003950 CHECK-TERM-SEC   SECTION.
003960     MOVE  0  TO  WS-PARSE-NUM.
003970     IF  WS-NAME-CODE  =  0
003980         MOVE  'N'  TO  WS-RULE-OK-SW
003990         GO TO  CHECK-TERM-SEC-E
004000     END-IF.
004010     IF  WS-PARSE-TEXT  =  SPACES
004020         AND  WS-NAME-CODE  NOT >  WS-LAST-NUMERIC-CODE
004030         MOVE  'N'  TO  WS-RULE-OK-SW
004040         GO TO  CHECK-TERM-SEC-E
004050     END-IF.
004060     IF  WS-NAME-CODE  NOT >  WS-LAST-NUMERIC-CODE
004070         PERFORM  PARSE-VALUE-SEC
004080         IF  NOT  PARSE-OK
004090             MOVE  'N'  TO  WS-RULE-OK-SW
004100         END-IF
004110     END-IF.
004120     IF  NOT  OP-KNOWN
004130         MOVE  'N'  TO  WS-RULE-OK-SW
004140     END-IF.
004240 CHECK-TERM-SEC-E.
004250     EXIT.
004260/
004270 FIND-FIELD-SEC   SECTION.
004280     MOVE  0  TO  WS-NAME-CODE.
004290     SET  FLD-IDX  TO  1.
004300     SEARCH  WS-FLD-NAME
004310         AT END
004320             CONTINUE
004330         WHEN  WS-FLD-NAME(FLD-IDX)  =  WS-NAME-WANTED
004340             SET  WS-NAME-CODE  TO  FLD-IDX
004350     END-SEARCH.
004360 FIND-FIELD-SEC-E.
004370     EXIT.
004380/
004390*----------------------------------------------------------------
004400* WS-PARSE-TEXT as an optional leading sign then one to nine
004410* digits, left-justified and blank to the right
004420*----------------------------------------------------------------
004430 PARSE-VALUE-SEC  SECTION.
004440     MOVE  0    TO  WS-PARSE-NUM  WS-PARSE-DIGITS.
004450     MOVE  'N'  TO  WS-PARSE-NEG-SW  WS-PARSE-END-SW.
004460     MOVE  'Y'  TO  WS-PARSE-OK-SW.
004470     MOVE  1    TO  WS-PARSE-POS.
004480     IF  WS-PARSE-CHAR(1)  =  '-'  OR  WS-PARSE-CHAR(1)  =  '+'
004490         IF  WS-PARSE-CHAR(1)  =  '-'
004500             SET  PARSE-NEGATIVE  TO  TRUE
004510         END-IF
004520         MOVE  2  TO  WS-PARSE-POS
004530     END-IF.
004540     PERFORM  PARSE-CHAR-SEC  VARYING  WS-PARSE-POS
004550         FROM  WS-PARSE-POS  BY  1
004560         UNTIL  WS-PARSE-POS  >  10  OR  NOT  PARSE-OK.
004570     IF  WS-PARSE-DIGITS  =  0
004580         MOVE  'N'  TO  WS-PARSE-OK-SW
004590     END-IF.
004600     IF  PARSE-NEGATIVE
004610         COMPUTE  WS-PARSE-NUM  =  0  -  WS-PARSE-NUM
004620     END-IF.
004630 PARSE-VALUE-SEC-E.
004640     EXIT.
004650/
004660 PARSE-CHAR-SEC   SECTION.
004670     IF  WS-PARSE-CHAR(WS-PARSE-POS)  =  SPACE
004680         SET  PARSE-AT-END  TO  TRUE
004690         GO TO  PARSE-CHAR-SEC-E
004700     END-IF.
004710     IF  PARSE-AT-END
004720         OR  WS-PARSE-CHAR(WS-PARSE-POS)  NOT NUMERIC
004730         OR  WS-PARSE-DIGITS  NOT <  9
004740         MOVE  'N'  TO  WS-PARSE-OK-SW
004750         GO TO  PARSE-CHAR-SEC-E
004760     END-IF.
004770     MOVE  WS-PARSE-CHAR(WS-PARSE-POS)  TO  WS-PARSE-DIGIT.
004780     COMPUTE  WS-PARSE-NUM  =  WS-PARSE-NUM  *  10
004790                            +  WS-PARSE-DIGIT.
004800     ADD   1  TO  WS-PARSE-DIGITS.
004810 PARSE-CHAR-SEC-E.
004820     EXIT.
