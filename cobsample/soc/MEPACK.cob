000150*   archive generations purged in the month      (JAHIST -
000160*   ARCMAINT posts its purge count there the way every other
000170*   utility persists its counts)
000172*   recurring known-error problems, by occurrences
000174*                                                (KEHIST)
000180*
000190* PARM: YYYYPP; a missing or non-numeric PARM stops the run
000200* rather than guess at a reporting month.
000201*
000202* the month is finance's fiscal period, so the PARM is the
000203* fiscal period id off the FISCAL calendar, and every section
000204* takes the ledger lines dated from the period's first day
000205* through its last, which DATECALC looks up. a period the
000206* calendar does not carry stops the run the same way.
000210*----------------------------------------------------------------
000220 ENVIRONMENT      DIVISION.
000230 INPUT-OUTPUT     SECTION.
000392     SELECT  JHIST-IN    ASSIGN TO    JAHIST
000394             ORGANIZATION  IS    LINE SEQUENTIAL
000396             FILE STATUS   IS    WS-JHIST-STATUS.
000397     SELECT  KEHIST-IN   ASSIGN TO    KEHIST
000398             ORGANIZATION  IS    LINE SEQUENTIAL
000399             FILE STATUS   IS    WS-KEHIST-STATUS.
000400     SELECT  PACK-RPT    ASSIGN TO    MEPACK
000410             ORGANIZATION  IS    LINE SEQUENTIAL.
000420
000919     03  FILLER                       PIC  X(01).
000920     03  JH-COUNT-VALUE               PIC  9(09).
000921
000922 FD      KEHIST-IN.
000923 01      KEHIST-REC.
000924     03  KH-RUN-DATE                  PIC  X(08).
000925     03  FILLER                       PIC  X(01).
000926     03  KH-PROBLEM-ID                PIC  X(08).
000927     03  FILLER                       PIC  X(01).
000928     03  KH-COUNT                     PIC  9(07).
000929
000930 FD      PACK-RPT.
000931 01      RPT-LINE                     PIC  X(80).
000940
000950 WORKING-STORAGE  SECTION.
000960
001010   03  WS-LOGCAT-STATUS        PIC  X(02).
001020   03  WS-ARCCAT-STATUS        PIC  X(02).
001022   03  WS-JHIST-STATUS         PIC  X(02).
001024   03  WS-KEHIST-STATUS        PIC  X(02).
001030
001040 01  WS-SWITCHES.
001050   03  WS-EOF-SW               PIC  X(01).
001060     88  FILE-EOF                   VALUE  'Y'.
001070
001080 01  WS-PARM-LINE              PIC  X(06).
001090 01  WS-PERIOD                 PIC  X(06).
001092 01  WS-FROM-DATE              PIC  X(08).
001094 01  WS-TO-DATE                PIC  X(08).
001096
001098 01  WS-DATECALC-PARM.
001099     COPY  datecalc.
001100
001110 01  WS-TOTALS.
001120   03  WS-RUN-COUNT            PIC  9(05)  COMP  VALUE  0.
001210   03  WS-LOGSEG-COUNT         PIC  9(05)  COMP  VALUE  0.
001220   03  WS-ARC-COUNT            PIC  9(05)  COMP  VALUE  0.
001222   03  WS-PURGED-TOTAL         PIC  9(09)  COMP  VALUE  0.
001224   03  WS-KNOWN-TOTAL          PIC  9(09)  COMP  VALUE  0.
001226   03  WS-NEW-TOTAL            PIC  9(09)  COMP  VALUE  0.
001228
001230*----------------------------------------------------------------
001232* the month's occurrences and cycles per known-error problem,
001234* put in descending order of occurrences for printing
001236*----------------------------------------------------------------
001238 01  WS-PRB-TABLE.
001240   03  WS-PRB-ENTRY  OCCURS  100  TIMES  INDEXED BY PRB-IDX.
001242     05  WS-PRB-ID             PIC  X(08).
001244     05  WS-PRB-COUNT          PIC  9(09)  COMP.
001246     05  WS-PRB-CYCLES         PIC  9(05)  COMP.
001247 01  WS-PRB-TABLE-COUNT        PIC  9(03)  COMP  VALUE  0.
001248 01  WS-PRB-HOLD.
001249   03  FILLER                  PIC  X(08).
001250   03  FILLER                  PIC  9(09)  COMP.
001251   03  FILLER                  PIC  9(05)  COMP.
001252 01  WS-PRB-SUB                PIC  9(03)  COMP.
001254 01  WS-PRB-SUB2               PIC  9(03)  COMP.
001256 01  WS-PRB-FOUND-SW           PIC  X(01).
001258   88  PRB-FOUND                    VALUE  'Y'.
001260
001262 01  WS-KNOWNERR-PARM.
001264     COPY  knownerr.
001265
001266 01  RPT-TOTAL.
001267   03  RPT-TOT-LABEL           PIC  X(30).
001268   03  RPT-TOT-VALUE           PIC  ZZZZZZZZ9.
001270
001280 01  RPT-FAIL-FMT.
001290   03  RPT-F-DATE              PIC  X(08).
001350 01  RPT-NOGO-FMT.
001360   03  FILLER                  PIC  X(06)  VALUE  'NO-GO '.
001370   03  RPT-N-DATE              PIC  X(08).
001372
001374 01  RPT-PRB-FMT.
001376   03  RPT-P-PROBLEM           PIC  X(08).
001378   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001380   03  RPT-P-COUNT             PIC  ZZZZZZZZ9.
001382   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001384   03  RPT-P-CYCLES            PIC  ZZZZ9.
001386   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001388   03  RPT-P-DIAGNOSIS         PIC  X(30).
001389
001390 PROCEDURE        DIVISION.
001400 MAIN-SEC         SECTION.
001410     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
001420     IF  WS-PARM-LINE(1:6)  IS  NUMERIC
001430         MOVE  WS-PARM-LINE(1:6)  TO  WS-PERIOD
001440     ELSE
001450         DISPLAY  'MEPACK: YYYYPP FISCAL PERIOD PARM REQUIRED'
001460         MOVE  16  TO  RETURN-CODE
001470         STOP RUN
001480     END-IF.
001481     SET   DC-FISCAL-BY-ID  TO  TRUE.
001482     MOVE  WS-PERIOD        TO  DC-FISCAL-PERIOD.
001483     CALL  'DATECALC'  USING  WS-DATECALC-PARM.
001484     IF  NOT  DC-OK
001485         DISPLAY  'MEPACK: PERIOD ' WS-PERIOD
001486                  ' IS NOT ON THE FISCAL CALENDAR'
001487         MOVE  16  TO  RETURN-CODE
001488         STOP RUN
001489     END-IF.
001490     MOVE  DC-FISCAL-START  TO  WS-FROM-DATE.
001491     MOVE  DC-FISCAL-END    TO  WS-TO-DATE.
001492     OPEN  OUTPUT  PACK-RPT.
001500     MOVE  SPACES  TO  RPT-LINE.
001510     STRING  'MONTH-END OPERATIONS PACK FOR '  DELIMITED BY SIZE
001520             WS-PERIOD                         DELIMITED BY SIZE
001522             ' ('                              DELIMITED BY SIZE
001524             WS-FROM-DATE                      DELIMITED BY SIZE
001526             ' - '                             DELIMITED BY SIZE
001528             WS-TO-DATE                        DELIMITED BY SIZE
001529             ')'                               DELIMITED BY SIZE
001530         INTO  RPT-LINE
001540     END-STRING.
001550     WRITE  RPT-LINE.
001580     PERFORM  CYCLE-SECTION-SEC.
001590     PERFORM  LOGCAT-SECTION-SEC.
001600     PERFORM  ARCCAT-SECTION-SEC.
001605     PERFORM  PROBLEM-SECTION-SEC.
001610     CLOSE  PACK-RPT.
001620     DISPLAY  'MEPACK: PACK PRODUCED FOR ' WS-PERIOD.
001630     STOP RUN.
001640 MAIN-SEC-EX.
001650     EXIT.
001780         READ  RHIST-IN
001790             AT END  SET  FILE-EOF  TO  TRUE
001800             NOT AT END
001805                 IF  RH-RUN-DATE  NOT <  WS-FROM-DATE
001810                     AND  RH-RUN-DATE  NOT >  WS-TO-DATE
001820                     ADD  1           TO  WS-RUN-COUNT
001830                     ADD  RH-WRITTEN  TO  WS-WRITTEN-TOTAL
001840                     ADD  RH-REJECTS  TO  WS-REJECT-TOTAL
002280         READ  CHNHIST-IN
002290             AT END  SET  FILE-EOF  TO  TRUE
002300             NOT AT END
002305                 IF  CH-RUN-DATE  NOT <  WS-FROM-DATE
002310                     AND  CH-RUN-DATE  NOT >  WS-TO-DATE
002320                     ADD  1  TO  WS-STEP-COUNT
002330                     IF  CH-IS-FAIL
002340                         ADD  1  TO  WS-FAIL-COUNT
002670         READ  CYCHIST-IN
002680             AT END  SET  FILE-EOF  TO  TRUE
002690             NOT AT END
002695                 IF  CY-RUN-DATE  NOT <  WS-FROM-DATE
002700                     AND  CY-RUN-DATE  NOT >  WS-TO-DATE
002710                     IF  CY-IS-GO
002720                         ADD  1  TO  WS-GO-COUNT
002730                     ELSE
003020         READ  LOGCAT-IN
003030             AT END  SET  FILE-EOF  TO  TRUE
003040             NOT AT END
003045                 IF  AC-RUN-DATE  NOT <  WS-FROM-DATE
003050                     AND  AC-RUN-DATE  NOT >  WS-TO-DATE
003060                     ADD  1  TO  WS-LOGSEG-COUNT
003070                 END-IF
003080         END-READ
003260         READ  ARCCAT-IN
003270             AT END  SET  FILE-EOF  TO  TRUE
003280             NOT AT END
003285                 IF  AR-RUN-DATE  NOT <  WS-FROM-DATE
003290                     AND  AR-RUN-DATE  NOT >  WS-TO-DATE
003300                     ADD  1  TO  WS-ARC-COUNT
003310                 END-IF
003320         END-READ
003392     PERFORM  PURGED-SECTION-SEC.
003400 ARCCAT-SECTION-SEC-EX.
003410     EXIT.
003411/
003412*----------------------------------------------------------------
003413* generations purged in the month, summed off the JAHIST lines
003414* ARCMAINT's purge posts - the half of "taken and purged" the
003415* catalog can no longer show
003416*----------------------------------------------------------------
003417 PURGED-SECTION-SEC  SECTION.
003418     MOVE  'N'  TO  WS-EOF-SW.
003419     OPEN  INPUT  JHIST-IN.
003420     IF  WS-JHIST-STATUS  NOT =  '00'
003421         SET  FILE-EOF  TO  TRUE
003422     END-IF.
003423     PERFORM  UNTIL  FILE-EOF
003424         READ  JHIST-IN
003425             AT END  SET  FILE-EOF  TO  TRUE
003426             NOT AT END
003427                 IF  JH-RUN-DATE  NOT <  WS-FROM-DATE
003428                     AND  JH-RUN-DATE  NOT >  WS-TO-DATE
003429                     AND  JH-PROGRAM  =  'ARCMAINT'
003430                     AND  JH-COUNT-NAME(1:18)
003431                         =  'GENERATIONS PURGED'
003442 PURGED-SECTION-SEC-EX.
003443     EXIT.
003444/
003454*----------------------------------------------------------------
003464* the known-error problems the month's ERRRPT runs recognised,
003474* off KEHIST: each problem's occurrences and the cycles it came
003484* back in, most frequent first - the recurring problems worth a
003494* permanent fix - with the NEW entries nobody has analysed yet
003504*----------------------------------------------------------------
003514 PROBLEM-SECTION-SEC  SECTION.
003524     MOVE  'N'  TO  WS-EOF-SW.
003534     MOVE  '-- RECURRING KNOWN-ERROR PROBLEMS --'  TO  RPT-LINE.
003544     WRITE  RPT-LINE.
003554     OPEN  INPUT  KEHIST-IN.
003564     IF  WS-KEHIST-STATUS  NOT =  '00'
003574         SET  FILE-EOF  TO  TRUE
003584     END-IF.
003594     PERFORM  UNTIL  FILE-EOF
003604         READ  KEHIST-IN
003614             AT END  SET  FILE-EOF  TO  TRUE
003624             NOT AT END
003634                 IF  KH-RUN-DATE  NOT <  WS-FROM-DATE
003644                     AND  KH-RUN-DATE  NOT >  WS-TO-DATE
003654                     AND  KH-COUNT  IS  NUMERIC
003664                     PERFORM  PROBLEM-ADD-SEC
003674                 END-IF
003684         END-READ
003694     END-PERFORM.
003704     IF  WS-KEHIST-STATUS  =  '00'  OR  WS-KEHIST-STATUS  =  '10'
003714         CLOSE  KEHIST-IN
003724     END-IF.
003734*    most occurrences first - a simple exchange over a table of
003744*    at most 100 problems
003754     PERFORM  VARYING  WS-PRB-SUB  FROM  1  BY  1
003764         UNTIL  WS-PRB-SUB  >=  WS-PRB-TABLE-COUNT
003774         PERFORM  VARYING  WS-PRB-SUB2  FROM  WS-PRB-SUB  BY  1
003784             UNTIL  WS-PRB-SUB2  >  WS-PRB-TABLE-COUNT
003794             IF  WS-PRB-COUNT(WS-PRB-SUB2)
003804                     >  WS-PRB-COUNT(WS-PRB-SUB)
003814                 MOVE  WS-PRB-ENTRY(WS-PRB-SUB)   TO  WS-PRB-HOLD
003824                 MOVE  WS-PRB-ENTRY(WS-PRB-SUB2)
003834                       TO  WS-PRB-ENTRY(WS-PRB-SUB)
003844                 MOVE  WS-PRB-HOLD  TO  WS-PRB-ENTRY(WS-PRB-SUB2)
003854             END-IF
003864         END-PERFORM
003874     END-PERFORM.
003884     IF  WS-PRB-TABLE-COUNT  >  0
003894         MOVE  'PROBLEM      OCCURS CYCLE DIAGNOSIS'  TO  RPT-LINE
003904         WRITE  RPT-LINE
003914     END-IF.
003924     PERFORM  VARYING  PRB-IDX  FROM  1  BY  1
003934         UNTIL  PRB-IDX  >  WS-PRB-TABLE-COUNT
003944         MOVE  SPACES                  TO  RPT-PRB-FMT
003954         MOVE  WS-PRB-ID(PRB-IDX)      TO  RPT-P-PROBLEM
003964         MOVE  WS-PRB-COUNT(PRB-IDX)   TO  RPT-P-COUNT
003974         MOVE  WS-PRB-CYCLES(PRB-IDX)  TO  RPT-P-CYCLES
003984         IF  WS-PRB-ID(PRB-IDX)  =  'NEW'
003994             MOVE  'NOT ON KNOWNERR - TO ANALYSE'
004004                   TO  RPT-P-DIAGNOSIS
004014         ELSE
004024             SET   KE-DESCRIBE          TO  TRUE
004034             MOVE  WS-PRB-ID(PRB-IDX)   TO  KE-PROBLEM-ID
004044             CALL  'KNOWNERR'  USING  WS-KNOWNERR-PARM
004054             MOVE  KE-DIAGNOSIS         TO  RPT-P-DIAGNOSIS
004064         END-IF
004074         MOVE  RPT-PRB-FMT  TO  RPT-LINE
004084         WRITE  RPT-LINE
004094     END-PERFORM.
004104     MOVE  'KNOWN-ERROR OCCURRENCES       '  TO  RPT-TOT-LABEL.
004114     MOVE  WS-KNOWN-TOTAL  TO  RPT-TOT-VALUE.
004124     PERFORM  WRITE-TOTAL-SEC.
004134     MOVE  'NEW ERRORS NOT YET ANALYSED   '  TO  RPT-TOT-LABEL.
004144     MOVE  WS-NEW-TOTAL    TO  RPT-TOT-VALUE.
004154     PERFORM  WRITE-TOTAL-SEC.
004164 PROBLEM-SECTION-SEC-EX.
004174     EXIT.
004184/
004194*    one KEHIST line is one problem's count for one cycle
004204 PROBLEM-ADD-SEC  SECTION.
004214     IF  KH-PROBLEM-ID  =  'NEW'
004224         ADD  KH-COUNT  TO  WS-NEW-TOTAL
004234     ELSE
004244         ADD  KH-COUNT  TO  WS-KNOWN-TOTAL
004254     END-IF.
004264     MOVE  'N'  TO  WS-PRB-FOUND-SW.
004274     PERFORM  VARYING  PRB-IDX  FROM  1  BY  1
004284         UNTIL  PRB-IDX  >  WS-PRB-TABLE-COUNT  OR  PRB-FOUND
004294         IF  WS-PRB-ID(PRB-IDX)  =  KH-PROBLEM-ID
004304             SET  PRB-FOUND  TO  TRUE
004314             ADD  KH-COUNT  TO  WS-PRB-COUNT(PRB-IDX)
004324             ADD  1         TO  WS-PRB-CYCLES(PRB-IDX)
004334         END-IF
004344     END-PERFORM.
004354     IF  PRB-FOUND  OR  WS-PRB-TABLE-COUNT  NOT <  100
004364         GO TO  PROBLEM-ADD-SEC-EX
004374     END-IF.
004384     ADD  1  TO  WS-PRB-TABLE-COUNT.
004394     SET   PRB-IDX  TO  WS-PRB-TABLE-COUNT.
004404     MOVE  KH-PROBLEM-ID  TO  WS-PRB-ID(PRB-IDX).
004414     MOVE  KH-COUNT       TO  WS-PRB-COUNT(PRB-IDX).
004424     MOVE  1              TO  WS-PRB-CYCLES(PRB-IDX).
004434 PROBLEM-ADD-SEC-EX.
004444     EXIT.
004454/
004464 WRITE-TOTAL-SEC  SECTION.
004474     MOVE  RPT-TOTAL  TO  RPT-LINE.
004484     WRITE  RPT-LINE.
004494 WRITE-TOTAL-SEC-EX.
004504     EXIT.
