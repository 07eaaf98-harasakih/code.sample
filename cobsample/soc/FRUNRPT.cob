000090* reject rate, and how many runs needed a checkpoint restart -
000100* the numbers management asks for quarterly that used to be
000110* reconstructed from old job logs.
000111*
000112* when the run's INFILE was a consolidated multi-provider feed,
000113* the RUNPROV lines FILEW wrote for it are printed under the run
000114* (provider, written, rejects) and each provider's volumes are
000115* totalled at the end. RUNPROV lines join to a RUNHIST line by
000116* run date and that date's run sequence, which is the count of
000117* RUNHIST lines for the date so far - both ledgers are appended
000118* in run order.
000119*
000121* each run carries the entity it ran for; runs of an entity the
000123* operator is not granted (ENTCHK) are left off the report and
000125* out of the totals, and counted as withheld.
000127*
000130* PARM: YYYYMM month filter; missing or non-numeric reports
000140* every run on the ledger. positions 7-14 the operator running
000141* the report - blank is the batch cycle, held to its own entity.
000150*----------------------------------------------------------------
000160 ENVIRONMENT      DIVISION.
000170 INPUT-OUTPUT     SECTION.
000210             FILE STATUS   IS    WS-RHIST-STATUS.
000220     SELECT  RUN-RPT     ASSIGN TO    FRUNRPT
000230             ORGANIZATION  IS    LINE SEQUENTIAL.
000231     SELECT  RPROV-IN    ASSIGN TO    RUNPROV
000232             ORGANIZATION  IS    LINE SEQUENTIAL
000233             FILE STATUS   IS    WS-RPROV-STATUS.
000240
000250 DATA             DIVISION.
000260 FILE             SECTION.
000380     03  FILLER                       PIC  X(01).
000390     03  RH-RESTART-FLAG              PIC  X(01).
000400       88  RH-WAS-RESTART                   VALUE 'R'.
000401     03  FILLER                       PIC  X(01).
000402     03  RH-ENTITY                    PIC  X(02).
000410
000411 FD      RPROV-IN.
000412 01      RPROV-REC.
000413     COPY  runprov.
000414
000420 FD      RUN-RPT.
000430 01      RPT-LINE                     PIC  X(80).
000440
000450 WORKING-STORAGE  SECTION.
000460
000470 01     WS-RHIST-STATUS     PIC  X(02).
000471 01     WS-RPROV-STATUS     PIC  X(02).
000480
000490 01     WS-SWITCHES.
000500   03   WS-IN-EOF-SW        PIC  X(01)  VALUE  'N'.
000510     88  IN-EOF                    VALUE  'Y'.
000520   03   WS-FILTER-SW        PIC  X(01)  VALUE  'N'.
000530     88  MONTH-FILTER-ON           VALUE  'Y'.
000531   03   WS-PROV-EOF-SW      PIC  X(01)  VALUE  'N'.
000532     88  PROV-EOF                  VALUE  'Y'.
000533   03   WS-SELECT-SW        PIC  X(01)  VALUE  'N'.
000534     88  RUN-SELECTED              VALUE  'Y'.
000540
000550 01     WS-PARM-LINE        PIC  X(14).
000560 01     WS-FILTER-MONTH     PIC  X(06).
000561 01     WS-OPERATOR         PIC  X(08).
000562 01     WS-WITHHELD-COUNT   PIC  9(05)  COMP  VALUE  0.
000563
000564 01     WS-ENTCHK-PARM.
000565     COPY  entchk.
000570
000571*    key of the RUNHIST line in hand, and of the RUNPROV lookahead
000572 01     WS-RUN-KEY.
000573   03   WS-KEY-DATE         PIC  X(08)  VALUE  SPACES.
000574   03   WS-KEY-SEQ          PIC  9(04)  VALUE  0.
000575 01     WS-PROV-KEY.
000576   03   WS-PKEY-DATE        PIC  X(08).
000577   03   WS-PKEY-SEQ         PIC  9(04).
000578
000579*    each provider's volumes over the runs reported
000580 01     WS-PROV-TOTALS.
000581   03   WS-PT-COUNT         PIC  9(02)  COMP  VALUE  0.
000582   03   WS-PT-SUB           PIC  9(02)  COMP.
000583   03   WS-PT-ENTRY  OCCURS  10  TIMES.
000584     05  WS-PT-ID           PIC  X(04).
000585     05  WS-PT-WRITTEN      PIC  9(09)  COMP.
000586     05  WS-PT-REJECTS      PIC  9(09)  COMP.
000587
000588 01     WS-TOTALS.
000590   03   WS-RUN-COUNT        PIC  9(05)  COMP  VALUE  0.
000600   03   WS-WRITTEN-TOTAL    PIC  9(09)  COMP  VALUE  0.
000610   03   WS-REJECT-TOTAL     PIC  9(09)  COMP  VALUE  0.
000730   03   FILLER              PIC  X(01)  VALUE  SPACE.
000740   03   RPT-FLAG            PIC  X(07).
000750
000751 01     RPT-PROV.
000752   03   FILLER              PIC  X(02)  VALUE  SPACES.
000753   03   RPT-PROVIDER        PIC  X(04).
000754   03   FILLER              PIC  X(08)  VALUE  SPACES.
000755   03   RPT-PROV-WRITTEN    PIC  ZZZZZZ9.
000756   03   FILLER              PIC  X(01)  VALUE  SPACE.
000757   03   RPT-PROV-REJECTS    PIC  ZZZZ9.
000758
000760 01     RPT-TOTAL.
000770   03   RPT-TOT-LABEL       PIC  X(26).
000780   03   RPT-TOT-VALUE       PIC  ZZZZZZZZ9.
000980         MOVE  WS-PARM-LINE(1:6)  TO  WS-FILTER-MONTH
000990         SET  MONTH-FILTER-ON  TO  TRUE
001000     END-IF.
001001     MOVE  WS-PARM-LINE(7:8)  TO  WS-OPERATOR.
001010 GET-PARM-SEC-EX.
001020     EXIT.
001030/
001080         DISPLAY  'FRUNRPT: NO RUN HISTORY, STATUS '
001090                  WS-RHIST-STATUS
001100     END-IF.
001101*    RUNPROV only exists once a consolidated feed has been run
001102     OPEN  INPUT   RPROV-IN.
001103     IF  WS-RPROV-STATUS  NOT =  '00'
001104         SET  PROV-EOF  TO  TRUE
001105     ELSE
001106         PERFORM  READ-RPROV-SEC
001107     END-IF.
001110     OPEN  OUTPUT  RUN-RPT.
001120     MOVE  RPT-HDR1  TO  RPT-LINE.
001130     WRITE  RPT-LINE.
001240 READ-RHIST-SEC-EX.
001250     EXIT.
001260/
001261 READ-RPROV-SEC   SECTION.
001262     READ  RPROV-IN
001263         AT END
001264             SET  PROV-EOF  TO  TRUE
001265         NOT AT END
001266             MOVE  PV-RUN-DATE  TO  WS-PKEY-DATE
001267             MOVE  PV-RUN-SEQ   TO  WS-PKEY-SEQ
001268     END-READ.
001269 READ-RPROV-SEC-EX.
001270     EXIT.
001271/
001272 REPORT-RUN-SEC   SECTION.
001273     IF  RH-RUN-DATE  =  WS-KEY-DATE
001274         ADD   1            TO  WS-KEY-SEQ
001275     ELSE
001276         MOVE  RH-RUN-DATE  TO  WS-KEY-DATE
001277         MOVE  1            TO  WS-KEY-SEQ
001278     END-IF.
001279     MOVE  'N'  TO  WS-SELECT-SW.
001280     IF  NOT  MONTH-FILTER-ON
001281         OR  RH-RUN-DATE(1:6)  =  WS-FILTER-MONTH
001282         SET   EC-AUTHORIZE  TO  TRUE
001283         MOVE  WS-OPERATOR   TO  EC-OPERATOR
001284         MOVE  RH-ENTITY     TO  EC-ENTITY
001285         CALL  'ENTCHK'  USING  WS-ENTCHK-PARM
001286         IF  EC-ALLOWED
001287             SET  RUN-SELECTED  TO  TRUE
001288         ELSE
001289             ADD  1  TO  WS-WITHHELD-COUNT
001290         END-IF
001291     END-IF.
001292     IF  RUN-SELECTED
001300         ADD  1            TO  WS-RUN-COUNT
001310         ADD  RH-WRITTEN   TO  WS-WRITTEN-TOTAL
001320         ADD  RH-REJECTS   TO  WS-REJECT-TOTAL
001460         MOVE  RPT-DETAIL  TO  RPT-LINE
001470         WRITE  RPT-LINE
001480     END-IF.
001481*    RUNPROV lines left over from runs before this one (a run
001482*    whose RUNHIST line never got written) are passed over
001483     PERFORM  READ-RPROV-SEC
001484         UNTIL  PROV-EOF  OR  WS-PROV-KEY  NOT <  WS-RUN-KEY.
001485     PERFORM  REPORT-PROV-SEC
001486         UNTIL  PROV-EOF  OR  WS-PROV-KEY  NOT =  WS-RUN-KEY.
001490     PERFORM  READ-RHIST-SEC.
001500 REPORT-RUN-SEC-EX.
001510     EXIT.
001520/
001521 REPORT-PROV-SEC  SECTION.
001522     IF  RUN-SELECTED
001523         MOVE  PV-PROVIDER  TO  RPT-PROVIDER
001524         MOVE  PV-WRITTEN   TO  RPT-PROV-WRITTEN
001525         MOVE  PV-REJECTS   TO  RPT-PROV-REJECTS
001526         MOVE  RPT-PROV     TO  RPT-LINE
001527         WRITE  RPT-LINE
001528         PERFORM  ADD-PROV-SEC
001529     END-IF.
001530     PERFORM  READ-RPROV-SEC.
001531 REPORT-PROV-SEC-EX.
001532     EXIT.
001533/
001534 ADD-PROV-SEC     SECTION.
001535     PERFORM  VARYING  WS-PT-SUB  FROM  1  BY  1
001536         UNTIL  WS-PT-SUB  >  WS-PT-COUNT
001537             OR  WS-PT-ID(WS-PT-SUB)  =  PV-PROVIDER
001538         CONTINUE
001539     END-PERFORM.
001540     IF  WS-PT-SUB  >  WS-PT-COUNT
001541         IF  WS-PT-COUNT  NOT <  10
001542             GO TO  ADD-PROV-SEC-EX
001543         END-IF
001544         ADD   1            TO  WS-PT-COUNT
001545         MOVE  PV-PROVIDER  TO  WS-PT-ID(WS-PT-SUB)
001546         MOVE  0            TO  WS-PT-WRITTEN(WS-PT-SUB)
001547         MOVE  0            TO  WS-PT-REJECTS(WS-PT-SUB)
001548     END-IF.
001549     ADD  PV-WRITTEN  TO  WS-PT-WRITTEN(WS-PT-SUB).
001550     ADD  PV-REJECTS  TO  WS-PT-REJECTS(WS-PT-SUB).
001551 ADD-PROV-SEC-EX.
001552     EXIT.
001553/
001554 TERM-SEC         SECTION.
001555     MOVE  'RUNS REPORTED             '  TO  RPT-TOT-LABEL.
001556     MOVE  WS-RUN-COUNT                  TO  RPT-TOT-VALUE.
001560     MOVE  RPT-TOTAL                     TO  RPT-LINE.
001570     WRITE  RPT-LINE.
001580     MOVE  'RECORDS WRITTEN           '  TO  RPT-TOT-LABEL.
001760     MOVE  WS-RESTART-COUNT              TO  RPT-TOT-VALUE.
001770     MOVE  RPT-TOTAL                     TO  RPT-LINE.
001780     WRITE  RPT-LINE.
001781     PERFORM  TOTAL-PROV-SEC
001782         VARYING  WS-PT-SUB  FROM  1  BY  1
001783         UNTIL  WS-PT-SUB  >  WS-PT-COUNT.
001790     IF  WS-RHIST-STATUS  =  '00'  OR  WS-RHIST-STATUS  =  '10'
001800         CLOSE  RHIST-IN
001810     END-IF.
001811     IF  WS-RPROV-STATUS  =  '00'  OR  WS-RPROV-STATUS  =  '10'
001812         CLOSE  RPROV-IN
001813     END-IF.
001820     CLOSE  RUN-RPT.
001830     DISPLAY  'FRUNRPT: RUNS REPORTED ' WS-RUN-COUNT.
001831     DISPLAY  'FRUNRPT: OTHER ENTITIES ' WS-WITHHELD-COUNT.
001840 TERM-SEC-EX.
001850     EXIT.
001860/
001870 TOTAL-PROV-SEC   SECTION.
001880     MOVE  SPACES                    TO  RPT-TOT-LABEL.
001890     STRING  'PROVIDER '  WS-PT-ID(WS-PT-SUB)  ' WRITTEN'
001900             DELIMITED  BY  SIZE  INTO  RPT-TOT-LABEL.
001910     MOVE  WS-PT-WRITTEN(WS-PT-SUB)  TO  RPT-TOT-VALUE.
001920     MOVE  RPT-TOTAL                 TO  RPT-LINE.
001930     WRITE  RPT-LINE.
001940     MOVE  SPACES                    TO  RPT-TOT-LABEL.
001950     STRING  'PROVIDER '  WS-PT-ID(WS-PT-SUB)  ' REJECTED'
001960             DELIMITED  BY  SIZE  INTO  RPT-TOT-LABEL.
001970     MOVE  WS-PT-REJECTS(WS-PT-SUB)  TO  RPT-TOT-VALUE.
001980     MOVE  RPT-TOTAL                 TO  RPT-LINE.
001990     WRITE  RPT-LINE.
002000 TOTAL-PROV-SEC-EX.
002010     EXIT.
