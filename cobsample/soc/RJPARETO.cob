000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      RJPARETO.
000030*
000040*----------------------------------------------------------------
000050* reject Pareto off the permanent REJHIST ledger: FILEW appends
000060* every edit reject of every run there ('R' lines, under the
000070* RUN-ID that produced them) and VRESUBMT appends its
000080* disposition of each one as it works the reject ('D' lines
000090* under the same RUN-ID and key). over a chosen range of run
000100* dates this report ranks the reject causes - the field, the
000110* reason and the record's GROUP-1 - by how many rejects each
000120* produced, most first, with the running percentage of all
000130* rejects in the range, and says for each cause how many of
000140* its rejects were eventually recovered, how many are stuck
000150* (the override still failed the edits, or the key was on the
000160* file anyway) and how many were never corrected at all (no
000170* override supplied, or never resubmitted). a reject resubmitted
000180* more than once takes its latest disposition.
000190*
000200* both kinds of line are appended in run order, so a 'D' line
000210* is matched by searching the range's rejects backward from the
000220* newest and giving up once the search is behind its RUN-ID.
000230*
000240* PARM: positions 1-8 the first run date, 9-16 the last, both
000250* YYYYMMDD. a missing or non-numeric first date starts the
000260* range at the beginning of the current calendar quarter, a
000270* missing last date ends it at the cycle date (DATECALC) - so
000280* no PARM at all is quarter-to-date.
000290*----------------------------------------------------------------
000300 ENVIRONMENT      DIVISION.
000310 INPUT-OUTPUT     SECTION.
000320 FILE-CONTROL.
000330     SELECT  REJHIST-IN  ASSIGN TO    REJHIST
000340             ORGANIZATION  IS    LINE SEQUENTIAL
000350             FILE STATUS   IS    WS-REJHIST-STATUS.
000360     SELECT  PARETO-RPT  ASSIGN TO    RJPARRPT
000370             ORGANIZATION  IS    LINE SEQUENTIAL.
000380
000390 DATA             DIVISION.
000400 FILE             SECTION.
000410 FD      REJHIST-IN.
000420 01      REJHIST-REC.
000430     COPY  rejhist.
000440
000450 FD      PARETO-RPT.
000460 01      RPT-LINE                     PIC  X(80).
000470
000480 WORKING-STORAGE  SECTION.
000490
000500 01     WS-REJHIST-STATUS   PIC  X(02).
000510
000520 01     WS-SWITCHES.
000530   03   WS-IN-EOF-SW        PIC  X(01)  VALUE  'N'.
000540     88  IN-EOF                    VALUE  'Y'.
000550   03   WS-FOUND-SW         PIC  X(01).
000560     88  ENTRY-FOUND               VALUE  'Y'.
000570   03   WS-STOP-SW          PIC  X(01).
000580     88  SEARCH-DONE               VALUE  'Y'.
000590
000600 01     WS-PARM-LINE        PIC  X(16).
000610 01     WS-FROM-DATE        PIC  X(08).
000620 01     WS-TO-DATE          PIC  X(08).
000630 01     WS-CYCLE-DATE       PIC  9(08).
000640 01     WS-CYCLE-DATE-R  REDEFINES  WS-CYCLE-DATE.
000650   03   WS-CYC-YEAR         PIC  9(04).
000660   03   WS-CYC-MONTH        PIC  9(02).
000670   03   WS-CYC-DAY          PIC  9(02).
000680 01     WS-QTR-START.
000690   03   WS-QTR-YEAR         PIC  9(04).
000700   03   WS-QTR-MONTH        PIC  9(02).
000710   03   WS-QTR-DAY          PIC  9(02)  VALUE  1.
000720 01     WS-QTR-WORK         PIC  9(02)  COMP.
000730
000740*----------------------------------------------------------------
000750* every reject in the range, in ledger order, with the cause it
000760* counts under and its latest disposition - 50000 is several
000770* quarters of rejects at the heaviest reject rates seen
000780*----------------------------------------------------------------
000790 01     WS-REJ-TABLE.
000800   03   WS-REJ-ENTRY  OCCURS  50000  TIMES.
000810     05  WS-REJ-KEY.
000820       07  WS-REJ-RUN-ID    PIC  X(12).
000830       07  WS-REJ-NUM1      PIC  X(04).
000840       07  WS-REJ-FIELD     PIC  X(10).
000850     05  WS-REJ-CAUSE       PIC  9(04)  COMP.
000860     05  WS-REJ-DISP        PIC  X(08).
000870       88  REJ-RECOVERED           VALUE  'RECOVERD'.
000880       88  REJ-STUCK               VALUE  'STILLBAD'
000890                                          'DUPKEY  '.
000900 01     WS-REJ-COUNT        PIC  9(05)  COMP  VALUE  0.
000910 01     WS-REJ-SUB          PIC  9(05)  COMP.
000920 01     WS-REJ-DROPPED      PIC  9(07)  COMP  VALUE  0.
000930 01     WS-D-KEY.
000940   03   WS-D-RUN-ID         PIC  X(12).
000950   03   WS-D-NUM1           PIC  X(04).
000960   03   WS-D-FIELD          PIC  X(10).
000970
000980*----------------------------------------------------------------
000990* the causes: one per field, reason and GROUP-1 seen in range
001000*----------------------------------------------------------------
001010 01     WS-CAUSE-TABLE.
001020   03   WS-CAUSE-ENTRY  OCCURS  500  TIMES.
001030     05  WS-CS-KEY.
001040       07  WS-CS-FIELD      PIC  X(10).
001050       07  WS-CS-REASON     PIC  X(30).
001060       07  WS-CS-GROUP      PIC  X(01).
001070     05  WS-CS-COUNT        PIC  9(07)  COMP.
001080     05  WS-CS-RECOVERED    PIC  9(07)  COMP.
001090     05  WS-CS-STUCK        PIC  9(07)  COMP.
001100     05  WS-CS-NEVER        PIC  9(07)  COMP.
001110 01     WS-CS-HOLD          PIC  X(57).
001120 01     WS-CS-COUNT-USED    PIC  9(04)  COMP  VALUE  0.
001130 01     WS-CS-SUB           PIC  9(04)  COMP.
001140 01     WS-CS-SUB2          PIC  9(04)  COMP.
001150 01     WS-CS-KEY-WORK.
001160   03   WS-CK-FIELD         PIC  X(10).
001170   03   WS-CK-REASON        PIC  X(30).
001180   03   WS-CK-GROUP         PIC  X(01).
001190
001200 01     WS-TOTALS.
001210   03   WS-RANGE-TOTAL      PIC  9(07)  COMP  VALUE  0.
001220   03   WS-RECOVERED-TOTAL  PIC  9(07)  COMP  VALUE  0.
001230   03   WS-STUCK-TOTAL      PIC  9(07)  COMP  VALUE  0.
001240   03   WS-NEVER-TOTAL      PIC  9(07)  COMP  VALUE  0.
001250   03   WS-CUM-TOTAL        PIC  9(07)  COMP  VALUE  0.
001260   03   WS-UNMATCHED-DISP   PIC  9(07)  COMP  VALUE  0.
001270   03   WS-CAUSE-DROPPED    PIC  9(07)  COMP  VALUE  0.
001280   03   WS-PCT              PIC  9(03)  COMP.
001290
001300 01     RPT-DETAIL.
001310   03   RPT-FIELD           PIC  X(10).
001320   03   FILLER              PIC  X(01)  VALUE  SPACE.
001330   03   RPT-REASON          PIC  X(30).
001340   03   FILLER              PIC  X(01)  VALUE  SPACE.
001350   03   RPT-GROUP           PIC  X(01).
001360   03   FILLER              PIC  X(01)  VALUE  SPACE.
001370   03   RPT-COUNT           PIC  ZZZZZ9.
001380   03   FILLER              PIC  X(01)  VALUE  SPACE.
001390   03   RPT-RECOVERED       PIC  ZZZZ9.
001400   03   FILLER              PIC  X(01)  VALUE  SPACE.
001410   03   RPT-STUCK           PIC  ZZZZ9.
001420   03   FILLER              PIC  X(01)  VALUE  SPACE.
001430   03   RPT-NEVER           PIC  ZZZZ9.
001440   03   FILLER              PIC  X(01)  VALUE  SPACE.
001450   03   RPT-PCT             PIC  ZZ9.
001460   03   FILLER              PIC  X(01)  VALUE  SPACE.
001470   03   RPT-CUM-PCT         PIC  ZZ9.
001480
001490 01     RPT-TOTAL.
001500   03   RPT-TOT-LABEL       PIC  X(30).
001510   03   RPT-TOT-VALUE       PIC  ZZZZZZ9.
001520
001530 01     RPT-HDR1.
001540   03   FILLER              PIC  X(25)  VALUE
001550        'REJECT PARETO  RUN DATES '.
001560   03   RPT-HDR-FROM        PIC  X(08).
001570   03   FILLER              PIC  X(04)  VALUE  ' TO '.
001580   03   RPT-HDR-TO          PIC  X(08).
001590 01     RPT-HDR2.
001600   03   FILLER              PIC  X(43)  VALUE
001610        'FIELD      REASON                         G'.
001620   03   FILLER              PIC  X(33)  VALUE
001630        '   REJS RECOV STUCK NEVER PCT CUM'.
001640
001650 01     WS-DATECALC-PARM.
001660     COPY  datecalc.
001670
001680 PROCEDURE        DIVISION.
001690 MAIN-SEC         SECTION.
001700     PERFORM  GET-PARM-SEC.
001710     PERFORM  INIT-SEC.
001720     PERFORM  LOAD-SEC  UNTIL  IN-EOF.
001730     PERFORM  RESOLVE-SEC
001740         VARYING  WS-REJ-SUB  FROM  1  BY  1
001750         UNTIL  WS-REJ-SUB  >  WS-REJ-COUNT.
001760     PERFORM  RANK-SEC.
001770     PERFORM  REPORT-SEC
001780         VARYING  WS-CS-SUB  FROM  1  BY  1
001790         UNTIL  WS-CS-SUB  >  WS-CS-COUNT-USED.
001800     PERFORM  TERM-SEC.
001810     STOP RUN.
001820 MAIN-SEC-EX.
001830     EXIT.
001840/
001850 GET-PARM-SEC     SECTION.
001860     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
001870     SET   DC-CYCLE-DATE  TO  TRUE.
001880     MOVE  0              TO  DC-IN-DATE.
001890     CALL  'DATECALC'  USING  WS-DATECALC-PARM.
001900     MOVE  DC-OUT-DATE    TO  WS-CYCLE-DATE.
001910     IF  WS-PARM-LINE(1:8)  IS  NUMERIC
001920         MOVE  WS-PARM-LINE(1:8)  TO  WS-FROM-DATE
001930     ELSE
001940*        first day of the quarter the cycle date falls in
001950         COMPUTE  WS-QTR-WORK  =  (WS-CYC-MONTH  -  1)  /  3
001960         COMPUTE  WS-QTR-MONTH  =  WS-QTR-WORK  *  3  +  1
001970         MOVE  WS-CYC-YEAR   TO  WS-QTR-YEAR
001980         MOVE  WS-QTR-START  TO  WS-FROM-DATE
001990     END-IF.
002000     IF  WS-PARM-LINE(9:8)  IS  NUMERIC
002010         MOVE  WS-PARM-LINE(9:8)  TO  WS-TO-DATE
002020     ELSE
002030         MOVE  WS-CYCLE-DATE      TO  WS-TO-DATE
002040     END-IF.
002050     DISPLAY  'RJPARETO: RUN DATES ' WS-FROM-DATE
002060              ' TO ' WS-TO-DATE.
002070 GET-PARM-SEC-EX.
002080     EXIT.
002090/
002100 INIT-SEC         SECTION.
002110     OPEN  INPUT   REJHIST-IN.
002120     IF  WS-REJHIST-STATUS  NOT =  '00'
002130         SET  IN-EOF  TO  TRUE
002140         DISPLAY  'RJPARETO: NO REJECT HISTORY, STATUS '
002150                  WS-REJHIST-STATUS
002160     END-IF.
002170     OPEN  OUTPUT  PARETO-RPT.
002180     MOVE  WS-FROM-DATE  TO  RPT-HDR-FROM.
002190     MOVE  WS-TO-DATE    TO  RPT-HDR-TO.
002200     MOVE  RPT-HDR1      TO  RPT-LINE.
002210     WRITE  RPT-LINE.
002220     MOVE  RPT-HDR2      TO  RPT-LINE.
002230     WRITE  RPT-LINE.
002240 INIT-SEC-EX.
002250     EXIT.
002260/
002270 LOAD-SEC         SECTION.
002280     READ  REJHIST-IN
002290         AT END
002300             SET  IN-EOF  TO  TRUE
002310             GO TO  LOAD-SEC-EX
002320     END-READ.
002330     IF  RJ-RUN-DATE  <  WS-FROM-DATE
002340         OR  RJ-RUN-DATE  >  WS-TO-DATE
002350         GO TO  LOAD-SEC-EX
002360     END-IF.
002370     EVALUATE  TRUE
002380         WHEN  RJ-REJECT-LINE
002390             PERFORM  ADD-REJECT-SEC
002400         WHEN  RJ-DISP-LINE
002410             PERFORM  ADD-DISP-SEC
002420     END-EVALUATE.
002430 LOAD-SEC-EX.
002440     EXIT.
002450/
002460 ADD-REJECT-SEC   SECTION.
002470     IF  WS-REJ-COUNT  NOT <  50000
002480         ADD  1  TO  WS-REJ-DROPPED
002490         GO TO  ADD-REJECT-SEC-EX
002500     END-IF.
002510     MOVE  RJ-FIELD   TO  WS-CK-FIELD.
002520     MOVE  RJ-REASON  TO  WS-CK-REASON.
002530     MOVE  RJ-GROUP   TO  WS-CK-GROUP.
002540     PERFORM  VARYING  WS-CS-SUB  FROM  1  BY  1
002550         UNTIL  WS-CS-SUB  >  WS-CS-COUNT-USED
002560             OR  WS-CS-KEY(WS-CS-SUB)  =  WS-CS-KEY-WORK
002570         CONTINUE
002580     END-PERFORM.
002590     IF  WS-CS-SUB  >  WS-CS-COUNT-USED
002600         IF  WS-CS-COUNT-USED  NOT <  500
002610             ADD  1  TO  WS-CAUSE-DROPPED
002620             GO TO  ADD-REJECT-SEC-EX
002630         END-IF
002640         ADD   1               TO  WS-CS-COUNT-USED
002650         MOVE  WS-CS-KEY-WORK  TO  WS-CS-KEY(WS-CS-SUB)
002660         MOVE  0  TO  WS-CS-COUNT(WS-CS-SUB)
002670                      WS-CS-RECOVERED(WS-CS-SUB)
002680                      WS-CS-STUCK(WS-CS-SUB)
002690                      WS-CS-NEVER(WS-CS-SUB)
002700     END-IF.
002710     ADD   1  TO  WS-REJ-COUNT.
002720     MOVE  RJ-RUN-ID  TO  WS-REJ-RUN-ID(WS-REJ-COUNT).
002730     MOVE  RJ-NUM1    TO  WS-REJ-NUM1(WS-REJ-COUNT).
002740     MOVE  RJ-FIELD   TO  WS-REJ-FIELD(WS-REJ-COUNT).
002750     MOVE  WS-CS-SUB  TO  WS-REJ-CAUSE(WS-REJ-COUNT).
002760     MOVE  SPACES     TO  WS-REJ-DISP(WS-REJ-COUNT).
002770 ADD-REJECT-SEC-EX.
002780     EXIT.
002790/
002800*----------------------------------------------------------------
002810* a disposition overwrites whatever an earlier resubmission of
002820* the same reject recorded - the ledger is in time order, so the
002830* last one read is the latest
002840*----------------------------------------------------------------
002850 ADD-DISP-SEC     SECTION.
002860     MOVE  RJ-RUN-ID  TO  WS-D-RUN-ID.
002870     MOVE  RJ-NUM1    TO  WS-D-NUM1.
002880     MOVE  RJ-FIELD   TO  WS-D-FIELD.
002890     MOVE  'N'  TO  WS-FOUND-SW  WS-STOP-SW.
002900     MOVE  WS-REJ-COUNT  TO  WS-REJ-SUB.
002910     PERFORM  UNTIL  WS-REJ-SUB  =  0
002920             OR  ENTRY-FOUND  OR  SEARCH-DONE
002930         EVALUATE  TRUE
002940             WHEN  WS-REJ-KEY(WS-REJ-SUB)  =  WS-D-KEY
002950                 SET  ENTRY-FOUND  TO  TRUE
002960             WHEN  WS-REJ-RUN-ID(WS-REJ-SUB)  <  WS-D-RUN-ID
002970                 SET  SEARCH-DONE  TO  TRUE
002980             WHEN  OTHER
002990                 SUBTRACT  1  FROM  WS-REJ-SUB
003000         END-EVALUATE
003010     END-PERFORM.
003020     IF  ENTRY-FOUND
003030         MOVE  RJ-DISPOSITION  TO  WS-REJ-DISP(WS-REJ-SUB)
003040     ELSE
003050         ADD  1  TO  WS-UNMATCHED-DISP
003060     END-IF.
003070 ADD-DISP-SEC-EX.
003080     EXIT.
003090/
003100 RESOLVE-SEC      SECTION.
003110     MOVE  WS-REJ-CAUSE(WS-REJ-SUB)  TO  WS-CS-SUB.
003120     ADD   1  TO  WS-CS-COUNT(WS-CS-SUB)  WS-RANGE-TOTAL.
003130     EVALUATE  TRUE
003140         WHEN  REJ-RECOVERED(WS-REJ-SUB)
003150             ADD  1  TO  WS-CS-RECOVERED(WS-CS-SUB)
003160                         WS-RECOVERED-TOTAL
003170         WHEN  REJ-STUCK(WS-REJ-SUB)
003180             ADD  1  TO  WS-CS-STUCK(WS-CS-SUB)
003190                         WS-STUCK-TOTAL
003200         WHEN  OTHER
003210             ADD  1  TO  WS-CS-NEVER(WS-CS-SUB)
003220                         WS-NEVER-TOTAL
003230     END-EVALUATE.
003240 RESOLVE-SEC-EX.
003250     EXIT.
003260/
003270*----------------------------------------------------------------
003280* most rejects first - a simple exchange over at most 500 causes
003290*----------------------------------------------------------------
003300 RANK-SEC         SECTION.
003310     PERFORM  VARYING  WS-CS-SUB  FROM  1  BY  1
003320         UNTIL  WS-CS-SUB  >=  WS-CS-COUNT-USED
003330         PERFORM  VARYING  WS-CS-SUB2  FROM  WS-CS-SUB  BY  1
003340             UNTIL  WS-CS-SUB2  >  WS-CS-COUNT-USED
003350             IF  WS-CS-COUNT(WS-CS-SUB2)
003360                     >  WS-CS-COUNT(WS-CS-SUB)
003370                 MOVE  WS-CAUSE-ENTRY(WS-CS-SUB)  TO  WS-CS-HOLD
003380                 MOVE  WS-CAUSE-ENTRY(WS-CS-SUB2)
003390                       TO  WS-CAUSE-ENTRY(WS-CS-SUB)
003400                 MOVE  WS-CS-HOLD
003410                       TO  WS-CAUSE-ENTRY(WS-CS-SUB2)
003420             END-IF
003430         END-PERFORM
003440     END-PERFORM.
003450 RANK-SEC-EX.
003460     EXIT.
003470/
003480 REPORT-SEC       SECTION.
003490     MOVE  SPACES                       TO  RPT-DETAIL.
003500     MOVE  WS-CS-FIELD(WS-CS-SUB)       TO  RPT-FIELD.
003510     MOVE  WS-CS-REASON(WS-CS-SUB)      TO  RPT-REASON.
003520     MOVE  WS-CS-GROUP(WS-CS-SUB)       TO  RPT-GROUP.
003530     MOVE  WS-CS-COUNT(WS-CS-SUB)       TO  RPT-COUNT.
003540     MOVE  WS-CS-RECOVERED(WS-CS-SUB)   TO  RPT-RECOVERED.
003550     MOVE  WS-CS-STUCK(WS-CS-SUB)       TO  RPT-STUCK.
003560     MOVE  WS-CS-NEVER(WS-CS-SUB)       TO  RPT-NEVER.
003570     COMPUTE  WS-PCT  =
003580              (WS-CS-COUNT(WS-CS-SUB)  *  100)
003590              /  WS-RANGE-TOTAL.
003600     MOVE  WS-PCT  TO  RPT-PCT.
003610     ADD   WS-CS-COUNT(WS-CS-SUB)  TO  WS-CUM-TOTAL.
003620     COMPUTE  WS-PCT  =
003630              (WS-CUM-TOTAL  *  100)  /  WS-RANGE-TOTAL.
003640     MOVE  WS-PCT  TO  RPT-CUM-PCT.
003650     MOVE  RPT-DETAIL  TO  RPT-LINE.
003660     WRITE  RPT-LINE.
003670 REPORT-SEC-EX.
003680     EXIT.
003690/
003700 TERM-SEC         SECTION.
003710     MOVE  SPACES  TO  RPT-LINE.
003720     WRITE  RPT-LINE.
003730     MOVE  'REJECTS IN RANGE              '  TO  RPT-TOT-LABEL.
003740     MOVE  WS-RANGE-TOTAL                    TO  RPT-TOT-VALUE.
003750     PERFORM  WRITE-TOTAL-SEC.
003760     MOVE  'EVENTUALLY RECOVERED          '  TO  RPT-TOT-LABEL.
003770     MOVE  WS-RECOVERED-TOTAL                TO  RPT-TOT-VALUE.
003780     PERFORM  WRITE-TOTAL-SEC.
003790     MOVE  'STUCK - STILL BAD OR DUP KEY  '  TO  RPT-TOT-LABEL.
003800     MOVE  WS-STUCK-TOTAL                    TO  RPT-TOT-VALUE.
003810     PERFORM  WRITE-TOTAL-SEC.
003820     MOVE  'NEVER CORRECTED               '  TO  RPT-TOT-LABEL.
003830     MOVE  WS-NEVER-TOTAL                    TO  RPT-TOT-VALUE.
003840     PERFORM  WRITE-TOTAL-SEC.
003850     MOVE  'CAUSES RANKED                 '  TO  RPT-TOT-LABEL.
003860     MOVE  WS-CS-COUNT-USED                  TO  RPT-TOT-VALUE.
003870     PERFORM  WRITE-TOTAL-SEC.
003880     IF  WS-REJ-DROPPED  >  0  OR  WS-CAUSE-DROPPED  >  0
003890         MOVE  'NOT RANKED - TABLE FULL       '
003900               TO  RPT-TOT-LABEL
003910         COMPUTE  RPT-TOT-VALUE  =
003920                  WS-REJ-DROPPED  +  WS-CAUSE-DROPPED
003930         PERFORM  WRITE-TOTAL-SEC
003940     END-IF.
003950     IF  WS-REJHIST-STATUS  =  '00'
003960         OR  WS-REJHIST-STATUS  =  '10'
003970         CLOSE  REJHIST-IN
003980     END-IF.
003990     CLOSE  PARETO-RPT.
004000     DISPLAY  'RJPARETO: REJECTS RANKED    ' WS-RANGE-TOTAL.
004010     DISPLAY  'RJPARETO: CAUSES            ' WS-CS-COUNT-USED.
004020     IF  WS-UNMATCHED-DISP  >  0
004030         DISPLAY  'RJPARETO: DISPOSITIONS WITH NO REJECT IN '
004040                  'RANGE ' WS-UNMATCHED-DISP
004050     END-IF.
004060     IF  WS-REJ-DROPPED  >  0  OR  WS-CAUSE-DROPPED  >  0
004070         DISPLAY  'RJPARETO: TABLE FULL - NARROW THE DATE RANGE'
004080         MOVE  4  TO  RETURN-CODE
004090     END-IF.
004100 TERM-SEC-EX.
004110     EXIT.
004120/
004130 WRITE-TOTAL-SEC  SECTION.
004140     MOVE  RPT-TOTAL  TO  RPT-LINE.
004150     WRITE  RPT-LINE.
004160 WRITE-TOTAL-SEC-EX.
004170     EXIT.
