000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      VDUPDET.
000030*
000040*----------------------------------------------------------------
000050* duplicate-entity detection for the V-OTFILE cluster: the same
000060* business entity keeps turning up under two NUM1 keys - an
000070* FIMPORT add of a record already held in another form, a
000080* VRESUBMT recovery of a key that exists under another number -
000090* and each copy then gathers its own journal history and notes.
000100* this job walks the live cluster once and compares every pair
000110* of records on:
000120*   REC-DATA   normalized first - folded to upper case, the
000130*              punctuation . , - / ' & ( ) read as spaces and
000140*              runs of spaces closed up - then:
000150*                the normalized text equal         60 points
000160*                equal once the spaces are removed 55 points
000170*                near - at least 80 percent of the characters
000180*                agree, lined up from the left or from the
000190*                right, and the lengths within 8  up to 60
000200*              a pair whose REC-DATA does not match at all is
000210*              never a candidate, however the rest agrees
000220*   NCH        the same and not blank               25 points
000230*   GROUP-1    the same                             15 points
000240* a pair scoring the threshold or better is a candidate. each
000250* goes on the VDUPRPT report, with both REC-DATA excerpts shown
000260* through VIEWMASK for the operator, and on the VDUPCAND file
000270* (see dupcand.cbl) for the reviewer to approve or reject;
000280* VKMERGE merges the approved pairs. records marked deleted
000290* and the HDR1/TRL1 sentinels are left out.
000300*
000310* PARM: positions 1-3 the candidate threshold (default 75),
000320* positions 4-11 the operator the excerpts are shown to.
000330* return codes: 0 no candidates, 4 candidates listed or more
000340* records on the cluster than the comparison table holds.
000350*----------------------------------------------------------------
000360 ENVIRONMENT      DIVISION.
000370 INPUT-OUTPUT     SECTION.
000380 FILE-CONTROL.
000390     SELECT  V-OTFILE  ASSIGN TO     VFILE
000400             ORGANIZATION  IS    INDEXED
000410             ACCESS MODE   IS    DYNAMIC
000420             RECORD KEY    IS    NUM1  OF  V-REC01
000430             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000440                           WITH  DUPLICATES
000450             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000460                           WITH  DUPLICATES
000470             FILE STATUS   IS    WS-VOTFILE-STATUS.
000480     SELECT  DUP-RPT   ASSIGN TO     VDUPRPT
000490             ORGANIZATION  IS    LINE SEQUENTIAL.
000500     SELECT  CAND-FILE ASSIGN TO     VDUPCAND
000510             ORGANIZATION  IS    LINE SEQUENTIAL
000520             FILE STATUS   IS    WS-CAND-STATUS.
000530
000535     COPY  keylay.
000540 DATA             DIVISION.
000550 FILE             SECTION.
000560 FD      V-OTFILE
000570         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
000580         DEPENDING ON  V-LL.
000590 01      V-REC01.
000600     COPY  vfile.
000610 01      V-HTR-REC  REDEFINES  V-REC01.
000620     03  HTR-KEY                      PIC  9(:KEY-LEN:).
000630     03  HTR-ID                       PIC  X(04).
000640       88  HTR-IS-HEADER                    VALUE 'HDR1'.
000650       88  HTR-IS-TRAILER                   VALUE 'TRL1'.
000660     03  FILLER                       PIC  X(:TAIL-4:).
000670
000680 FD      DUP-RPT.
000690 01      RPT-LINE                     PIC  X(100).
000700
000710 FD      CAND-FILE.
000720 01      CAND-REC.
000730     COPY  dupcand.
000740
000750 WORKING-STORAGE  SECTION.
000760
000770 01  V-LL                      PIC  9(04) COMP.
000780
000790 01  WS-STATUSES.
000800   03  WS-VOTFILE-STATUS       PIC  X(02).
000810   03  WS-CAND-STATUS          PIC  X(02).
000820
000830 01  WS-SWITCHES.
000840   03  WS-V-EOF-SW             PIC  X(01)  VALUE  'N'.
000850     88  V-EOF                      VALUE  'Y'.
000860   03  WS-OVERFLOW-SW          PIC  X(01)  VALUE  'N'.
000870     88  TABLE-OVERFLOWED           VALUE  'Y'.
000880
000890 01  WS-PARM-LINE              PIC  X(11).
000900 01  WS-THRESHOLD              PIC  9(03)  VALUE  75.
000910
000920*----------------------------------------------------------------
000930* every live record's comparison fields: the key, GROUP-1, NCH,
000940* REC-DATA as held, normalized, and normalized with the spaces
000950* taken out. 5000 records is half the key space; a cluster past
000960* it is compared as far as the table goes and the run says so
000970*----------------------------------------------------------------
000980 01  WS-DUP-TABLE.
000990   03  WS-DUP-ENTRY  OCCURS  5000  TIMES.
001000     05  WS-DT-NUM1            PIC  9(04).
001010     05  WS-DT-GROUP           PIC  X(01).
001020     05  WS-DT-NCH             PIC  N(05).
001030     05  WS-DT-DATA            PIC  X(72).
001040     05  WS-DT-NORM            PIC  X(72).
001050     05  WS-DT-NORM-LEN        PIC  9(02)  COMP.
001060     05  WS-DT-TIGHT           PIC  X(72).
001070 01  WS-DUP-COUNT              PIC  9(04)  COMP  VALUE  0.
001080 01  WS-SUB-A                  PIC  9(04)  COMP.
001090 01  WS-SUB-B                  PIC  9(04)  COMP.
001100 01  WS-SUB-START              PIC  9(04)  COMP.
001110
001120*    normalizing one REC-DATA
001130 01  WS-NORM-WORK.
001140   03  WS-RAW                  PIC  X(72).
001150   03  WS-NORM                 PIC  X(72).
001160   03  WS-TIGHT                PIC  X(72).
001170   03  WS-RAW-SUB              PIC  9(02)  COMP.
001180   03  WS-NORM-LEN             PIC  9(02)  COMP.
001190   03  WS-TIGHT-LEN            PIC  9(02)  COMP.
001200   03  WS-PREV-SPACE-SW        PIC  X(01).
001210     88  PREV-WAS-SPACE             VALUE  'Y'.
001220
001230*    scoring one pair
001240 01  WS-SCORE-WORK.
001250   03  WS-SCORE                PIC  9(03)  COMP.
001260   03  WS-DATA-SCORE           PIC  9(03)  COMP.
001270   03  WS-NEAR-SCORE           PIC  9(03)  COMP.
001280   03  WS-LEN-A                PIC  9(02)  COMP.
001290   03  WS-LEN-B                PIC  9(02)  COMP.
001300   03  WS-LEN-MAX              PIC  9(02)  COMP.
001310   03  WS-LEN-DIFF             PIC  9(02)  COMP.
001320   03  WS-CHR-SUB              PIC  9(02)  COMP.
001330   03  WS-POS-A                PIC  9(02)  COMP.
001340   03  WS-POS-B                PIC  9(02)  COMP.
001350   03  WS-AGREE                PIC  9(02)  COMP.
001360   03  WS-AGREE-PCT            PIC  9(03)  COMP.
001370   03  WS-BASIS                PIC  X(24).
001380   03  WS-BASIS-PTR            PIC  9(02)  COMP.
001390
001400 01  WS-CAND-COUNT             PIC  9(07)  COMP  VALUE  0.
001410 01  WS-PAIR-COUNT             PIC  9(09)  COMP  VALUE  0.
001420
001430 01  WS-RESLOCK-PARM.
001440     COPY  reslock.
001450 01  WS-VIEWMASK-PARM.
001460     COPY  viewmask.
001470 01  WS-SHOW-R.
001480     COPY  vfile.
001490
001500 01  RPT-HDR1.
001510   03  FILLER                  PIC  X(36)  VALUE
001520       'DUPLICATE-ENTITY CANDIDATES, SCORE '.
001530   03  RPT-H-THRESHOLD         PIC  ZZ9.
001540   03  FILLER                  PIC  X(09)  VALUE  ' OR OVER'.
001550 01  RPT-HDR2.
001560   03  FILLER                  PIC  X(40)  VALUE
001570       'KEY-A KEY-B SCORE MATCHED ON            '.
001580   03  FILLER                  PIC  X(40)  VALUE
001590       '  REC-DATA                              '.
001600
001610 01  RPT-DETAIL.
001620   03  RPT-KEY-A               PIC  9(04).
001630   03  FILLER                  PIC  X(02)  VALUE  SPACES.
001640   03  RPT-KEY-B               PIC  9(04).
001650   03  FILLER                  PIC  X(03)  VALUE  SPACES.
001660   03  RPT-SCORE               PIC  ZZ9.
001670   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001680   03  RPT-BASIS               PIC  X(24).
001690   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001700   03  RPT-EXCERPT             PIC  X(40).
001710 01  RPT-EXCERPT-B.
001720   03  FILLER                  PIC  X(42)  VALUE  SPACES.
001730   03  RPT-EXCERPT-2           PIC  X(40).
001740
001750 01  RPT-TOTAL.
001760   03  RPT-TOT-LABEL           PIC  X(30).
001770   03  RPT-TOT-VALUE           PIC  ZZZZZZZZ9.
001780
001790 01  WS-KEYMODE-PARM.
001800     COPY  keymode.
001810 PROCEDURE        DIVISION.
001820 MAIN-SEC         SECTION.
001830*    the stores must carry the key layout this program is built
001840*    for - see KEYMODE
001850     MOVE  'VDUPDET'   TO  KM-PROGRAM.
001860     MOVE  0           TO  KM-RUN-DATE.
001870     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
001880     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
001890     IF  KM-REFUSE
001900         MOVE  16  TO  RETURN-CODE
001910         STOP RUN
001920     END-IF.
001930     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
001940     IF  WS-PARM-LINE(1:3)  IS  NUMERIC
001950         AND  WS-PARM-LINE(1:3)  NOT =  '000'
001960         MOVE  WS-PARM-LINE(1:3)  TO  WS-THRESHOLD
001970     END-IF.
001980     MOVE  WS-PARM-LINE(4:8)  TO  VM-OPERATOR.
001990     MOVE  SPACE              TO  VM-VIEW.
002000*    serialize on the cluster before reading it - see RESLOCK
002010     SET   RL-ENQ     TO  TRUE.
002020     MOVE  'VFILE'    TO  RL-RESOURCE.
002030     MOVE  'VDUPDET '  TO  RL-HOLDER.
002040     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
002050     IF  RL-BUSY
002060         DISPLAY  'VDUPDET: VFILE IS HELD BY '
002070                  RL-CURRENT-HOLDER  ' - RUN ABANDONED'
002080         MOVE  16  TO  RETURN-CODE
002090         STOP RUN
002100     END-IF.
002110     PERFORM  LOAD-SEC.
002120     SET   RL-DEQ     TO  TRUE.
002130     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
002140     OPEN  OUTPUT  DUP-RPT.
002150     OPEN  OUTPUT  CAND-FILE.
002160     MOVE  WS-THRESHOLD  TO  RPT-H-THRESHOLD.
002170     MOVE  RPT-HDR1  TO  RPT-LINE.
002180     WRITE  RPT-LINE.
002190     MOVE  RPT-HDR2  TO  RPT-LINE.
002200     WRITE  RPT-LINE.
002210     PERFORM  VARYING  WS-SUB-A  FROM  1  BY  1
002220         UNTIL  WS-SUB-A  >=  WS-DUP-COUNT
002230         COMPUTE  WS-SUB-START  =  WS-SUB-A  +  1
002240         PERFORM  VARYING  WS-SUB-B  FROM  WS-SUB-START  BY  1
002250             UNTIL  WS-SUB-B  >  WS-DUP-COUNT
002260             PERFORM  COMPARE-PAIR-SEC
002270         END-PERFORM
002280     END-PERFORM.
002290     PERFORM  TERM-SEC.
002300     STOP RUN.
002310 MAIN-SEC-EX.
002320     EXIT.
002330/
002340 LOAD-SEC         SECTION.
002350     OPEN  INPUT  V-OTFILE.
002360     IF  WS-VOTFILE-STATUS  NOT =  '00'
002370         DISPLAY  'VDUPDET: UNABLE TO OPEN VFILE, STATUS '
002380                  WS-VOTFILE-STATUS
002390         SET   RL-DEQ     TO  TRUE
002400         CALL  'RESLOCK'  USING  WS-RESLOCK-PARM
002410         MOVE  16  TO  RETURN-CODE
002420         STOP RUN
002430     END-IF.
002440     PERFORM  READ-V-SEC  UNTIL  V-EOF.
002450     CLOSE  V-OTFILE.
002460     DISPLAY  'VDUPDET: RECORDS COMPARED ' WS-DUP-COUNT.
002470 LOAD-SEC-EX.
002480     EXIT.
002490/
002500 READ-V-SEC       SECTION.
002510     READ  V-OTFILE  NEXT RECORD
002520         AT END  SET  V-EOF  TO  TRUE
002530     END-READ.
002540     IF  V-EOF  OR  HTR-IS-HEADER  OR  HTR-IS-TRAILER
002550         OR  REC-DELETED  OF  V-REC01
002560         GO TO  READ-V-SEC-EX
002570     END-IF.
002580     IF  WS-DUP-COUNT  NOT <  5000
002590         SET  TABLE-OVERFLOWED  TO  TRUE
002600         GO TO  READ-V-SEC-EX
002610     END-IF.
002620     ADD   1  TO  WS-DUP-COUNT.
002630     MOVE  NUM1     OF  V-REC01  TO  WS-DT-NUM1(WS-DUP-COUNT).
002640     MOVE  GROUP-1  OF  V-REC01  TO  WS-DT-GROUP(WS-DUP-COUNT).
002650     MOVE  NCH      OF  V-REC01  TO  WS-DT-NCH(WS-DUP-COUNT).
002660     MOVE  REC-DATA OF  V-REC01  TO  WS-DT-DATA(WS-DUP-COUNT)
002670                                     WS-RAW.
002680     PERFORM  NORMALIZE-SEC.
002690     MOVE  WS-NORM      TO  WS-DT-NORM(WS-DUP-COUNT).
002700     MOVE  WS-NORM-LEN  TO  WS-DT-NORM-LEN(WS-DUP-COUNT).
002710     MOVE  WS-TIGHT     TO  WS-DT-TIGHT(WS-DUP-COUNT).
002720 READ-V-SEC-EX.
002730     EXIT.
002740/
002750*----------------------------------------------------------------
002760* REC-DATA normalized: upper case, punctuation read as a space,
002770* leading spaces dropped and every run of spaces closed to one;
002780* the tight form is the same text with no spaces at all
002790*----------------------------------------------------------------
002800 NORMALIZE-SEC    SECTION.
002810     INSPECT  WS-RAW  CONVERTING  'abcdefghijklmnopqrstuvwxyz'
002820                              TO  'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
002830     INSPECT  WS-RAW  CONVERTING  '.,-/''&()'
002840                              TO  '        '.
002850     MOVE  SPACES  TO  WS-NORM  WS-TIGHT.
002860     MOVE  0       TO  WS-NORM-LEN  WS-TIGHT-LEN.
002870     SET   PREV-WAS-SPACE  TO  TRUE.
002880     PERFORM  VARYING  WS-RAW-SUB  FROM  1  BY  1
002890         UNTIL  WS-RAW-SUB  >  72
002900         IF  WS-RAW(WS-RAW-SUB:1)  =  SPACE
002910             SET  PREV-WAS-SPACE  TO  TRUE
002920         ELSE
002930             IF  PREV-WAS-SPACE  AND  WS-NORM-LEN  >  0
002940                 ADD  1  TO  WS-NORM-LEN
002950             END-IF
002960             MOVE  'N'  TO  WS-PREV-SPACE-SW
002970             ADD   1  TO  WS-NORM-LEN  WS-TIGHT-LEN
002980             MOVE  WS-RAW(WS-RAW-SUB:1)
002990                   TO  WS-NORM(WS-NORM-LEN:1)
003000                       WS-TIGHT(WS-TIGHT-LEN:1)
003010         END-IF
003020     END-PERFORM.
003030 NORMALIZE-SEC-EX.
003040     EXIT.
003050/
003060*----------------------------------------------------------------
003070* one pair scored - each entry against every entry after it,
003080* so each pair is seen once
003090*----------------------------------------------------------------
003100 COMPARE-PAIR-SEC SECTION.
003110     ADD   1  TO  WS-PAIR-COUNT.
003120     PERFORM  SCORE-DATA-SEC.
003130     IF  WS-DATA-SCORE  =  0
003140         GO TO  COMPARE-PAIR-SEC-EX
003150     END-IF.
003160     MOVE  WS-DATA-SCORE  TO  WS-SCORE.
003170     IF  WS-DT-NCH(WS-SUB-A)  NOT =  SPACES
003180         AND  WS-DT-NCH(WS-SUB-A)  =  WS-DT-NCH(WS-SUB-B)
003190         ADD  25  TO  WS-SCORE
003200         STRING  ' NCH'  DELIMITED BY SIZE
003210             INTO  WS-BASIS  WITH POINTER  WS-BASIS-PTR
003220     END-IF.
003230     IF  WS-DT-GROUP(WS-SUB-A)  =  WS-DT-GROUP(WS-SUB-B)
003240         ADD  15  TO  WS-SCORE
003250         STRING  ' GROUP'  DELIMITED BY SIZE
003260             INTO  WS-BASIS  WITH POINTER  WS-BASIS-PTR
003270     END-IF.
003280     IF  WS-SCORE  NOT <  WS-THRESHOLD
003290         PERFORM  WRITE-CANDIDATE-SEC
003300     END-IF.
003310 COMPARE-PAIR-SEC-EX.
003320     EXIT.
003330/
003340 SCORE-DATA-SEC   SECTION.
003350     MOVE  0       TO  WS-DATA-SCORE.
003360     MOVE  SPACES  TO  WS-BASIS.
003370     MOVE  1       TO  WS-BASIS-PTR.
003380     MOVE  WS-DT-NORM-LEN(WS-SUB-A)  TO  WS-LEN-A.
003390     MOVE  WS-DT-NORM-LEN(WS-SUB-B)  TO  WS-LEN-B.
003400     IF  WS-LEN-A  =  0  OR  WS-LEN-B  =  0
003410         GO TO  SCORE-DATA-SEC-EX
003420     END-IF.
003430     IF  WS-DT-NORM(WS-SUB-A)  =  WS-DT-NORM(WS-SUB-B)
003440         MOVE  60  TO  WS-DATA-SCORE
003450         STRING  'DATA EXACT'  DELIMITED BY SIZE
003460             INTO  WS-BASIS  WITH POINTER  WS-BASIS-PTR
003470         GO TO  SCORE-DATA-SEC-EX
003480     END-IF.
003490     IF  WS-DT-TIGHT(WS-SUB-A)  =  WS-DT-TIGHT(WS-SUB-B)
003500         MOVE  55  TO  WS-DATA-SCORE
003510         STRING  'DATA SPACING'  DELIMITED BY SIZE
003520             INTO  WS-BASIS  WITH POINTER  WS-BASIS-PTR
003530         GO TO  SCORE-DATA-SEC-EX
003540     END-IF.
003550     IF  WS-LEN-A  >  WS-LEN-B
003560         MOVE  WS-LEN-A  TO  WS-LEN-MAX
003570         COMPUTE  WS-LEN-DIFF  =  WS-LEN-A  -  WS-LEN-B
003580     ELSE
003590         MOVE  WS-LEN-B  TO  WS-LEN-MAX
003600         COMPUTE  WS-LEN-DIFF  =  WS-LEN-B  -  WS-LEN-A
003610     END-IF.
003620     IF  WS-LEN-DIFF  >  8
003630         GO TO  SCORE-DATA-SEC-EX
003640     END-IF.
003650     MOVE  0  TO  WS-NEAR-SCORE.
003660*    lined up from the left
003670     IF  WS-DT-NORM(WS-SUB-A)(1:1)  =  WS-DT-NORM(WS-SUB-B)(1:1)
003680         MOVE  0  TO  WS-AGREE
003690         PERFORM  VARYING  WS-CHR-SUB  FROM  1  BY  1
003700             UNTIL  WS-CHR-SUB  >  WS-LEN-MAX
003710             IF  WS-DT-NORM(WS-SUB-A)(WS-CHR-SUB:1)
003720                 =  WS-DT-NORM(WS-SUB-B)(WS-CHR-SUB:1)
003730                 ADD  1  TO  WS-AGREE
003740             END-IF
003750         END-PERFORM
003760         PERFORM  NEAR-SCORE-SEC
003770     END-IF.
003780*    lined up from the right
003790     IF  WS-DT-NORM(WS-SUB-A)(WS-LEN-A:1)
003800         =  WS-DT-NORM(WS-SUB-B)(WS-LEN-B:1)
003810         MOVE  0  TO  WS-AGREE
003820         MOVE  WS-LEN-A  TO  WS-POS-A
003830         MOVE  WS-LEN-B  TO  WS-POS-B
003840         PERFORM  UNTIL  WS-POS-A  =  0  OR  WS-POS-B  =  0
003850             IF  WS-DT-NORM(WS-SUB-A)(WS-POS-A:1)
003860                 =  WS-DT-NORM(WS-SUB-B)(WS-POS-B:1)
003870                 ADD  1  TO  WS-AGREE
003880             END-IF
003890             SUBTRACT  1  FROM  WS-POS-A  WS-POS-B
003900         END-PERFORM
003910         PERFORM  NEAR-SCORE-SEC
003920     END-IF.
003930     IF  WS-NEAR-SCORE  >  0
003940         MOVE  WS-NEAR-SCORE  TO  WS-DATA-SCORE
003950         STRING  'DATA NEAR'  DELIMITED BY SIZE
003960             INTO  WS-BASIS  WITH POINTER  WS-BASIS-PTR
003970     END-IF.
003980 SCORE-DATA-SEC-EX.
003990     EXIT.
004000/
004010*    the agreement just counted, as a share of the longer text;
004020*    80 percent or better scores its share of the 60 points
004030 NEAR-SCORE-SEC   SECTION.
004040     COMPUTE  WS-AGREE-PCT  =  WS-AGREE  *  100  /  WS-LEN-MAX.
004050     IF  WS-AGREE-PCT  NOT <  80
004060         AND  WS-AGREE-PCT  *  60  /  100  >  WS-NEAR-SCORE
004070         COMPUTE  WS-NEAR-SCORE  =  WS-AGREE-PCT  *  60  /  100
004080     END-IF.
004090 NEAR-SCORE-SEC-EX.
004100     EXIT.
004110/
004120 WRITE-CANDIDATE-SEC SECTION.
004130     ADD   1  TO  WS-CAND-COUNT.
004140     MOVE  WS-DT-NUM1(WS-SUB-A)  TO  RPT-KEY-A.
004150     MOVE  WS-DT-NUM1(WS-SUB-B)  TO  RPT-KEY-B.
004160     MOVE  WS-SCORE              TO  RPT-SCORE.
004170     MOVE  WS-BASIS              TO  RPT-BASIS.
004180     MOVE  SPACES    TO  WS-SHOW-R.
004190     MOVE  WS-DT-NUM1(WS-SUB-A)  TO  NUM1  OF  WS-SHOW-R.
004200     MOVE  WS-DT-DATA(WS-SUB-A)  TO  REC-DATA  OF  WS-SHOW-R.
004210     PERFORM  MASK-EXCERPT-SEC.
004220     MOVE  REC-DATA  OF  WS-SHOW-R(1:40)  TO  RPT-EXCERPT.
004230     MOVE  RPT-DETAIL  TO  RPT-LINE.
004240     WRITE  RPT-LINE.
004250     MOVE  SPACES    TO  WS-SHOW-R.
004260     MOVE  WS-DT-NUM1(WS-SUB-B)  TO  NUM1  OF  WS-SHOW-R.
004270     MOVE  WS-DT-DATA(WS-SUB-B)  TO  REC-DATA  OF  WS-SHOW-R.
004280     PERFORM  MASK-EXCERPT-SEC.
004290     MOVE  REC-DATA  OF  WS-SHOW-R(1:40)  TO  RPT-EXCERPT-2.
004300     MOVE  RPT-EXCERPT-B  TO  RPT-LINE.
004310     WRITE  RPT-LINE.
004320     MOVE  SPACES  TO  CAND-REC.
004330     MOVE  WS-DT-NUM1(WS-SUB-A)  TO  DC-KEY-A.
004340     MOVE  WS-DT-NUM1(WS-SUB-B)  TO  DC-KEY-B.
004350     MOVE  WS-SCORE              TO  DC-SCORE.
004360     MOVE  WS-BASIS              TO  DC-BASIS.
004370     WRITE  CAND-REC.
004380 WRITE-CANDIDATE-SEC-EX.
004390     EXIT.
004400/
004410*    the record about to be shown, masked for the operator
004420 MASK-EXCERPT-SEC SECTION.
004430     MOVE  WS-SHOW-R  TO  VM-IMAGE.
004440     CALL  'VIEWMASK'  USING  WS-VIEWMASK-PARM.
004450     MOVE  VM-IMAGE   TO  WS-SHOW-R.
004460 MASK-EXCERPT-SEC-EX.
004470     EXIT.
004480/
004490 TERM-SEC         SECTION.
004500     MOVE  SPACES  TO  RPT-LINE.
004510     WRITE  RPT-LINE.
004520     MOVE  'RECORDS COMPARED              '  TO  RPT-TOT-LABEL.
004530     MOVE  WS-DUP-COUNT   TO  RPT-TOT-VALUE.
004540     MOVE  RPT-TOTAL  TO  RPT-LINE.
004550     WRITE  RPT-LINE.
004560     MOVE  'PAIRS SCORED                  '  TO  RPT-TOT-LABEL.
004570     MOVE  WS-PAIR-COUNT  TO  RPT-TOT-VALUE.
004580     MOVE  RPT-TOTAL  TO  RPT-LINE.
004590     WRITE  RPT-LINE.
004600     MOVE  'CANDIDATE PAIRS               '  TO  RPT-TOT-LABEL.
004610     MOVE  WS-CAND-COUNT  TO  RPT-TOT-VALUE.
004620     MOVE  RPT-TOTAL  TO  RPT-LINE.
004630     WRITE  RPT-LINE.
004640     IF  TABLE-OVERFLOWED
004650         MOVE  'CLUSTER PAST THE 5000-RECORD TABLE - NOT ALL'
004660               TO  RPT-LINE
004670         WRITE  RPT-LINE
004680         MOVE  'RECORDS COMPARED'  TO  RPT-LINE
004690         WRITE  RPT-LINE
004700         DISPLAY  'VDUPDET: CLUSTER PAST THE COMPARISON TABLE'
004710     END-IF.
004720     IF  VM-MASKED
004730         MOVE  VM-NOTE  TO  RPT-LINE
004740         WRITE  RPT-LINE
004750     END-IF.
004760     CLOSE  DUP-RPT.
004770     CLOSE  CAND-FILE.
004780     DISPLAY  'VDUPDET: CANDIDATE PAIRS ' WS-CAND-COUNT.
004790     IF  WS-CAND-COUNT  >  0  OR  TABLE-OVERFLOWED
004800         MOVE  4  TO  RETURN-CODE
004810     END-IF.
004820 TERM-SEC-EX.
004830     EXIT.
