000170* all any more - volume is unlimited and the run no longer
000180* crawls as masters grow. the inputs must be in KEY1-major
000190* order, which is how SORTUTL's extract step sorts them.
000191*
000192* every exception is also a case on MCASES (see mcase.cbl), and
000193* the case file is carried forward in step with the report the
000194* same table-free way: MCASES is first copied to MCASEWK, then
000195* MCASEWK is read alongside the exceptions - both in KEY1 order
000196* - while MCASES is written afresh. a new exception opens a
000197* case, a continuing one keeps its case current, a resolved or
000198* auto-closed one that turns up again is reopened, and an open
000199* case whose exception did not appear this run is auto-closed.
000200* each report line carries its case's state, age in days, and
000201* assignee. MCASEWK keeps the prior generation for a rerun. if
000202* any of the three inputs will not open the cases are left
000203* untouched - a missing input must not close every case. the
000204* merge holds the case file's RESLOCK lock (MCASE) from the copy
000205* to the last case written, the lock MCASEMNT changes a case
000206* under; if another run holds it the report is still produced
000207* but the cases are left as they were and the run ends 4.
000208*----------------------------------------------------------------
000210 ENVIRONMENT      DIVISION.
000220 INPUT-OUTPUT     SECTION.
000230 FILE-CONTROL.
000340             ORGANIZATION  IS    LINE SEQUENTIAL.
000342     SELECT  MATCH-OUT   ASSIGN TO   MATCHOUT
000344             ORGANIZATION  IS    SEQUENTIAL.
000346     SELECT  CASE-FILE   ASSIGN TO   MCASES
000347             ORGANIZATION  IS    LINE SEQUENTIAL
000348             FILE STATUS   IS    WS-CASE-STATUS.
000349     SELECT  CASE-WORK   ASSIGN TO   MCASEWK
000350             ORGANIZATION  IS    LINE SEQUENTIAL
000351             FILE STATUS   IS    WS-CWK-STATUS.
000355
000360 DATA             DIVISION.
000370 FILE             SECTION.
000380 FD      MASTER-IN.
000490     03  FILLER                       PIC  X(01).
000491     03  MO-DETAIL                    PIC  X(257).
000492
000493 FD      CASE-FILE.
000494 01      CASE-REC.
000495     COPY  mcase.
000496
000497 FD      CASE-WORK.
000498 01      CWK-REC                      PIC  X(136).
000499
000500 WORKING-STORAGE  SECTION.
000510
000520 01     WS-DUMMYREC.
000550 01     WS-RECCHECK-PARM.
000560     COPY  reccheck.
000562
000563 01     WS-CTLTOT-PARM.
000564     COPY  ctltot.
000565
000566 01     WS-RESLOCK-PARM.
000567     COPY  reslock.
000570
000580 01     WS-STATUSES.
000590   03   WS-MST-STATUS       PIC  X(02).
000600   03   WS-DT2-STATUS       PIC  X(02).
000610   03   WS-DT3-STATUS       PIC  X(02).
000612   03   WS-CASE-STATUS      PIC  X(02).
000614   03   WS-CWK-STATUS       PIC  X(02).
000620
000630 01     WS-SWITCHES.
000640   03   WS-MST-EOF-SW       PIC  X(01)  VALUE  'N'.
000710     88  MST-IS-MATCHED            VALUE  'Y'.
000720   03   WS-HAVE-MST-SW      PIC  X(01)  VALUE  'N'.
000730     88  HAVE-MASTER               VALUE  'Y'.
000732   03   WS-CWK-EOF-SW       PIC  X(01)  VALUE  'N'.
000734     88  CWK-EOF                   VALUE  'Y'.
000735   03   WS-CASES-SW         PIC  X(01)  VALUE  'N'.
000736     88  CASES-ACTIVE              VALUE  'Y'.
000737   03   WS-CLOCK-SW         PIC  X(01)  VALUE  'N'.
000738     88  CASES-LOCKED              VALUE  'Y'.
000740
000750*----------------------------------------------------------------
000760* the one master and the one detail currently in hand - all the
000980   03   WS-DETAIL-MATCHED-COUNT    PIC  9(07)  COMP  VALUE  0.
000990   03   WS-DETAIL-UNMATCH-COUNT    PIC  9(07)  COMP  VALUE  0.
001000   03   WS-MASTER-UNMATCH-COUNT    PIC  9(07)  COMP  VALUE  0.
001002   03   WS-CASE-OPENED-COUNT       PIC  9(07)  COMP  VALUE  0.
001004   03   WS-CASE-REOPENED-COUNT     PIC  9(07)  COMP  VALUE  0.
001006   03   WS-CASE-CONTINUED-COUNT    PIC  9(07)  COMP  VALUE  0.
001008   03   WS-CASE-ACCEPTED-COUNT     PIC  9(07)  COMP  VALUE  0.
001010   03   WS-CASE-CLOSED-COUNT       PIC  9(07)  COMP  VALUE  0.
001012   03   WS-CASE-SEQ-COUNT          PIC  9(07)  COMP  VALUE  0.
001014
001016*----------------------------------------------------------------
001018* the case merge: the exception in hand, the last case key this
001020* run wrote, and the prior generation's case currently read
001022*----------------------------------------------------------------
001024 01     WS-CASE-AREA.
001026   03   WS-EXC-CASE-KEY.
001028     05 WS-EXC-KEY1         PIC  9(08).
001030     05 WS-EXC-REASON       PIC  X(01).
001032   03   WS-EXC-RECNO        PIC  9(08).
001034   03   WS-LAST-CASE-KEY    PIC  X(09)  VALUE  LOW-VALUES.
001036   03   WS-CASE-STATE       PIC  X(08).
001038   03   WS-CASE-AGE         PIC  9(05).
001040   03   WS-CASE-ASSIGNEE    PIC  X(08).
001042   03   WS-CASE-RC          PIC  9(02)  VALUE  0.
001044
001046 01     WS-OLD-CASE.
001048   03   WS-OLD-KEY          PIC  X(09).
001050   03   FILLER              PIC  X(127).
001052
001054 01     WS-DATE-AREA.
001056   03   WS-TODAY            PIC  9(08).
001058   03   WS-TODAY-INT        PIC  9(08)  COMP.
001060   03   WS-OPENED           PIC  9(08).
001062   03   WS-OPENED-INT       PIC  9(08)  COMP.
001063
001064 01     RPT-FMT.
001065   03   RPT-REASON          PIC  X(21).
001066   03   FILLER              PIC  X(01)  VALUE  SPACE.
001067   03   RPT-KEY1            PIC  9(08).
001068   03   FILLER              PIC  X(01)  VALUE  SPACE.
001070   03   RPT-RECNO           PIC  9(08).
001072   03   FILLER              PIC  X(01)  VALUE  SPACE.
001074   03   RPT-CASE-STATE      PIC  X(08).
001076   03   FILLER              PIC  X(01)  VALUE  SPACE.
001078   03   RPT-CASE-AGE        PIC  ZZZZ9.
001080   03   FILLER              PIC  X(01)  VALUE  SPACE.
001082   03   RPT-ASSIGNEE        PIC  X(08).
001086
001090 PROCEDURE        DIVISION.
001100 MAIN-SEC         SECTION.
001110     PERFORM  SELFCHK-SEC.
001120     PERFORM  INIT-SEC.
001130     PERFORM  MATCH-SEC
001140         UNTIL  MST-EOF  AND  DT2-EOF  AND  DT3-EOF.
001145     PERFORM  CASE-CLOSE-SEC.
001150     CLOSE  MASTER-IN.
001160     CLOSE  DETAIL2-IN.
001170     CLOSE  DETAIL3-IN.
001560     END-IF.
001570     OPEN  OUTPUT  MATCH-RPT.
001575     OPEN  OUTPUT  MATCH-OUT.
001576     ACCEPT  WS-TODAY  FROM  DATE  YYYYMMDD.
001577     COMPUTE  WS-TODAY-INT  =  FUNCTION INTEGER-OF-DATE(WS-TODAY).
001578     IF  WS-MST-STATUS  =  '00'  AND  WS-DT2-STATUS  =  '00'
001579         AND  WS-DT3-STATUS  =  '00'
001580         PERFORM  CASE-OPEN-SEC
001581     ELSE
001582         DISPLAY  'MATCHRPT: AN INPUT DID NOT OPEN - MCASES LEFT'
001583                  ' AS IT WAS'
001584         MOVE  4  TO  WS-CASE-RC
001585     END-IF.
001587     PERFORM  READ-MASTER-SEC.
001590     PERFORM  READ-DT2-SEC.
001600     PERFORM  READ-DT3-SEC.
001610 INIT-SEC-EX.
002320*----------------------------------------------------------------
002330 ADVANCE-MASTER-SEC SECTION.
002340     IF  HAVE-MASTER  AND  NOT  MST-IS-MATCHED
002345         MOVE  WS-MST-KEY1             TO  WS-EXC-KEY1
002346         MOVE  'M'                     TO  WS-EXC-REASON
002347         MOVE  WS-MST-RECNO            TO  WS-EXC-RECNO
002348         PERFORM  CASE-EXCEPTION-SEC
002349         PERFORM  CASE-COLUMNS-SEC
002350         MOVE  'MASTER, NO DETAIL   '  TO  RPT-REASON
002360         MOVE  WS-MST-KEY1             TO  RPT-KEY1
002370         MOVE  WS-MST-RECNO            TO  RPT-RECNO
002440     EXIT.
002450/
002460 REPORT-DETAIL-SEC SECTION.
002465     MOVE  WS-CUR-KEY1             TO  WS-EXC-KEY1.
002466     MOVE  'D'                     TO  WS-EXC-REASON.
002467     MOVE  WS-CUR-RECNO            TO  WS-EXC-RECNO.
002468     PERFORM  CASE-EXCEPTION-SEC.
002469     PERFORM  CASE-COLUMNS-SEC.
002470     MOVE  'DETAIL, NO MASTER   '  TO  RPT-REASON.
002480     MOVE  WS-CUR-KEY1             TO  RPT-KEY1.
002490     MOVE  WS-CUR-RECNO            TO  RPT-RECNO.
002500     MOVE  RPT-FMT                 TO  RPT-LINE.
002510     WRITE  RPT-LINE.
002520     ADD  1  TO  WS-DETAIL-UNMATCH-COUNT.
002521 REPORT-DETAIL-SEC-EX.
002522     EXIT.
002523/
002524*----------------------------------------------------------------
002525* one pre-joined record per matched detail: the owning master's
002526* RECNO, then the matched detail record in full
002527*----------------------------------------------------------------
002528 WRITE-JOIN-SEC   SECTION.
002529     MOVE  SPACES        TO  JOIN-REC.
002530     MOVE  WS-MST-RECNO  TO  MO-MASTER-RECNO.
002531     IF  WS-DT-PICK  =  2
002532         MOVE  WS-DT2-REC  TO  MO-DETAIL
002533     ELSE
002534         MOVE  WS-DT3-REC  TO  MO-DETAIL
002535     END-IF.
002536     WRITE  JOIN-REC.
002537 WRITE-JOIN-SEC-EX.
002538     EXIT.
002539/
002540*----------------------------------------------------------------
002541* first generation of the case merge: MCASES is copied whole to
002542* MCASEWK, which is then read back as the prior cases while
002543* MCASES is rewritten. no MCASES yet (status 35) is a first run
002544* with no cases; any other failure leaves the cases alone
002545*----------------------------------------------------------------
002546 CASE-OPEN-SEC    SECTION.
002547     SET   RL-ENQ       TO  TRUE.
002548     MOVE  'MCASE'      TO  RL-RESOURCE.
002549     MOVE  'MATCHRPT'   TO  RL-HOLDER.
002550     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
002551     IF  RL-BUSY
002552         DISPLAY  'MATCHRPT: MCASES IS HELD BY ' RL-CURRENT-HOLDER
002553                  ' - CASES NOT MAINTAINED'
002554         MOVE  4  TO  WS-CASE-RC
002555         GO TO  CASE-OPEN-SEC-EX
002556     END-IF.
002557     SET   CASES-LOCKED  TO  TRUE.
002558     OPEN  INPUT  CASE-FILE.
002559     IF  WS-CASE-STATUS  NOT =  '00'  AND
002560         WS-CASE-STATUS  NOT =  '35'
002561         DISPLAY  'MATCHRPT: UNABLE TO OPEN MCASES, STATUS '
002562                  WS-CASE-STATUS ' - CASES NOT MAINTAINED'
002563         PERFORM  FREE-CASES-SEC
002564         MOVE  4  TO  WS-CASE-RC
002568         GO TO  CASE-OPEN-SEC-EX
002569     END-IF.
002570     OPEN  OUTPUT  CASE-WORK.
002571     IF  WS-CWK-STATUS  NOT =  '00'
002572         DISPLAY  'MATCHRPT: UNABLE TO OPEN MCASEWK, STATUS '
002573                  WS-CWK-STATUS ' - CASES NOT MAINTAINED'
002574         IF  WS-CASE-STATUS  =  '00'
002575             CLOSE  CASE-FILE
002576         END-IF
002577         PERFORM  FREE-CASES-SEC
002578         MOVE  4  TO  WS-CASE-RC
002579         GO TO  CASE-OPEN-SEC-EX
002581     END-IF.
002582     IF  WS-CASE-STATUS  =  '00'
002583         PERFORM  COPY-CASE-SEC  UNTIL  CWK-EOF
002584         CLOSE  CASE-FILE
002585     END-IF.
002586     CLOSE  CASE-WORK.
002587     MOVE  'N'  TO  WS-CWK-EOF-SW.
002588     OPEN  INPUT   CASE-WORK.
002589     OPEN  OUTPUT  CASE-FILE.
002590     SET  CASES-ACTIVE  TO  TRUE.
002591     PERFORM  READ-CWK-SEC.
002592 CASE-OPEN-SEC-EX.
002593     EXIT.
002594/
002595 COPY-CASE-SEC    SECTION.
002596     READ  CASE-FILE
002597         AT END      SET  CWK-EOF  TO  TRUE
002598         NOT AT END  MOVE  CASE-REC  TO  CWK-REC
002599                     WRITE  CWK-REC
002600     END-READ.
002601 COPY-CASE-SEC-EX.
002602     EXIT.
002603/
002604 READ-CWK-SEC     SECTION.
002605     READ  CASE-WORK  INTO  WS-OLD-CASE
002606         AT END  SET  CWK-EOF  TO  TRUE
002607                 MOVE  HIGH-VALUES  TO  WS-OLD-KEY
002608     END-READ.
002609 READ-CWK-SEC-EX.
002610     EXIT.
002611/
002612*----------------------------------------------------------------
002613* the case for the exception in hand. prior cases below its key
002614* are carried across first (auto-closing any still open - their
002615* exception has gone); then the exception's own case is taken
002616* up, reopened, or opened new. further orphan details on the
002617* same KEY1 belong to the case already written
002618*----------------------------------------------------------------
002619 CASE-EXCEPTION-SEC SECTION.
002620     IF  NOT  CASES-ACTIVE
002621         MOVE  SPACES  TO  WS-CASE-STATE
002622         MOVE  SPACES  TO  WS-CASE-ASSIGNEE
002623         MOVE  0       TO  WS-CASE-AGE
002624         GO TO  CASE-EXCEPTION-SEC-EX
002625     END-IF.
002626     IF  WS-EXC-CASE-KEY  =  WS-LAST-CASE-KEY
002627         GO TO  CASE-EXCEPTION-SEC-EX
002628     END-IF.
002629     IF  WS-EXC-CASE-KEY  <  WS-LAST-CASE-KEY
002630         DISPLAY  'MATCHRPT: EXCEPTION OUT OF KEY1 ORDER - NO'
002631                  ' CASE KEPT FOR ' WS-EXC-CASE-KEY
002632         ADD  1  TO  WS-CASE-SEQ-COUNT
002633         MOVE  'UNTRACKD'  TO  WS-CASE-STATE
002634         MOVE  SPACES      TO  WS-CASE-ASSIGNEE
002635         MOVE  0           TO  WS-CASE-AGE
002636         MOVE  4           TO  WS-CASE-RC
002637         GO TO  CASE-EXCEPTION-SEC-EX
002638     END-IF.
002639     MOVE  WS-EXC-CASE-KEY  TO  WS-LAST-CASE-KEY.
002640     PERFORM  CARRY-OLD-CASE-SEC
002641         UNTIL  CWK-EOF  OR  WS-OLD-KEY  NOT <  WS-EXC-CASE-KEY.
002642     IF  NOT  CWK-EOF  AND  WS-OLD-KEY  =  WS-EXC-CASE-KEY
002643         MOVE  WS-OLD-CASE  TO  CASE-REC
002644         PERFORM  READ-CWK-SEC
002645         EVALUATE  TRUE
002646             WHEN  CS-OPEN
002647                 MOVE  'OPEN    '  TO  WS-CASE-STATE
002648                 ADD  1  TO  WS-CASE-CONTINUED-COUNT
002649             WHEN  CS-RESOLVED  AND  CS-RES-ACCEPTED
002650                 MOVE  'ACCEPTED'  TO  WS-CASE-STATE
002651                 ADD  1  TO  WS-CASE-ACCEPTED-COUNT
002652             WHEN  OTHER
002653                 SET   CS-OPEN     TO  TRUE
002654                 MOVE  WS-TODAY    TO  CS-OPENED-DATE
002655                 MOVE  SPACES      TO  CS-CLOSED-DATE
002656                 MOVE  SPACES      TO  CS-CLOSED-BY
002657                 MOVE  SPACES      TO  CS-RESOLUTION
002658                 MOVE  'REOPENED'  TO  WS-CASE-STATE
002659                 ADD  1  TO  WS-CASE-REOPENED-COUNT
002660         END-EVALUATE
002661     ELSE
002662         MOVE  SPACES           TO  CASE-REC
002663         MOVE  WS-EXC-CASE-KEY  TO  CS-CASE-KEY
002664         SET   CS-OPEN          TO  TRUE
002665         MOVE  WS-TODAY         TO  CS-OPENED-DATE
002666         MOVE  0                TO  CS-SEEN-COUNT
002667         MOVE  'NEW     '       TO  WS-CASE-STATE
002668         ADD  1  TO  WS-CASE-OPENED-COUNT
002669     END-IF.
002670     IF  CS-SEEN-COUNT  NOT NUMERIC
002671         MOVE  0  TO  CS-SEEN-COUNT
002672     END-IF.
002673     ADD   1                TO  CS-SEEN-COUNT.
002674     MOVE  WS-TODAY         TO  CS-LAST-SEEN-DATE.
002675     MOVE  WS-EXC-RECNO     TO  CS-LAST-RECNO.
002676     MOVE  CS-ASSIGNEE      TO  WS-CASE-ASSIGNEE.
002677     MOVE  0                TO  WS-CASE-AGE.
002678     IF  CS-OPENED-DATE  IS  NUMERIC
002679         MOVE  CS-OPENED-DATE  TO  WS-OPENED
002680         COMPUTE  WS-OPENED-INT  =
002681                  FUNCTION INTEGER-OF-DATE(WS-OPENED)
002682         IF  WS-OPENED-INT  <  WS-TODAY-INT
002683             COMPUTE  WS-CASE-AGE  =
002684                      WS-TODAY-INT  -  WS-OPENED-INT
002685         END-IF
002686     END-IF.
002687     WRITE  CASE-REC.
002688 CASE-EXCEPTION-SEC-EX.
002689     EXIT.
002690/
002691*----------------------------------------------------------------
002692* a prior case with no exception ahead of it this run: written
002693* forward as it was, except that an open one is auto-closed
002694*----------------------------------------------------------------
002695 CARRY-OLD-CASE-SEC SECTION.
002696     MOVE  WS-OLD-CASE  TO  CASE-REC.
002697     IF  CS-OPEN
002698         SET   CS-AUTO-CLOSED  TO  TRUE
002699         MOVE  WS-TODAY        TO  CS-CLOSED-DATE
002700         MOVE  'MATCHRPT'      TO  CS-CLOSED-BY
002701         ADD  1  TO  WS-CASE-CLOSED-COUNT
002702     END-IF.
002703     WRITE  CASE-REC.
002704     PERFORM  READ-CWK-SEC.
002705 CARRY-OLD-CASE-SEC-EX.
002706     EXIT.
002707/
002708 CASE-CLOSE-SEC   SECTION.
002709     IF  CASES-ACTIVE
002710         PERFORM  CARRY-OLD-CASE-SEC  UNTIL  CWK-EOF
002711         CLOSE  CASE-WORK
002712         CLOSE  CASE-FILE
002713     END-IF.
002714     PERFORM  FREE-CASES-SEC.
002715 CASE-CLOSE-SEC-EX.
002716     EXIT.
002717/
002718 FREE-CASES-SEC   SECTION.
002719     IF  CASES-LOCKED
002720         SET   RL-DEQ     TO  TRUE
002721         CALL  'RESLOCK'  USING  WS-RESLOCK-PARM
002722         MOVE  'N'  TO  WS-CLOCK-SW
002723     END-IF.
002724 FREE-CASES-SEC-EX.
002725     EXIT.
002726/
002727 CASE-COLUMNS-SEC SECTION.
002728     MOVE  WS-CASE-STATE     TO  RPT-CASE-STATE.
002729     MOVE  WS-CASE-AGE       TO  RPT-CASE-AGE.
002730     MOVE  WS-CASE-ASSIGNEE  TO  RPT-ASSIGNEE.
002731 CASE-COLUMNS-SEC-EX.
002732     EXIT.
002733/
002734 READ-MASTER-SEC  SECTION.
002735     READ  MASTER-IN  INTO  WS-DUMMYREC
002736         AT END      SET  MST-EOF  TO  TRUE
002737                     MOVE  'N'  TO  WS-HAVE-MST-SW
002738         NOT AT END  ADD  1      TO  WS-MASTER-COUNT
002739                     MOVE  KEY1  TO  WS-MST-KEY1
002740                     MOVE  RECNO TO  WS-MST-RECNO
002741                     MOVE  'N'   TO  WS-MST-MATCHED-SW
002742                     SET  HAVE-MASTER  TO  TRUE
002743     END-READ.
002744 READ-MASTER-SEC-EX.
002745     EXIT.
002746/
002747 READ-DT2-SEC     SECTION.
002748     READ  DETAIL2-IN  INTO  WS-DUMMYREC
002749         AT END      SET  DT2-EOF  TO  TRUE
002750         NOT AT END  ADD  1       TO  WS-DT2-COUNT
002751                     MOVE  KEY1   TO  WS-DT2-KEY1
002752                     MOVE  RECNO  TO  WS-DT2-RECNO
002753                     MOVE  WS-DUMMYREC(1:161)
002754                                  TO  WS-DT2-REC
002755     END-READ.
002756 READ-DT2-SEC-EX.
002760     EXIT.
002770/
002780 READ-DT3-SEC     SECTION.
002951     MOVE  'SORTOUT3'        TO  CT-FILE.
002952     MOVE  WS-DT3-COUNT      TO  CT-COUNT.
002953     CALL  'CTLTOT'  USING  WS-CTLTOT-PARM.
002954     IF  CASES-ACTIVE
002955         DISPLAY 'MATCHRPT: CASES OPENED           '
002956                 WS-CASE-OPENED-COUNT
002957         DISPLAY 'MATCHRPT: CASES REOPENED         '
002958                 WS-CASE-REOPENED-COUNT
002959         DISPLAY 'MATCHRPT: CASES STILL OPEN       '
002960                 WS-CASE-CONTINUED-COUNT
002961         DISPLAY 'MATCHRPT: ACCEPTED CASES SEEN    '
002962                 WS-CASE-ACCEPTED-COUNT
002963         DISPLAY 'MATCHRPT: CASES AUTO-CLOSED      '
002964                 WS-CASE-CLOSED-COUNT
002965     END-IF.
002966     IF  WS-CASE-SEQ-COUNT  >  0
002967         DISPLAY 'MATCHRPT: EXCEPTIONS OUT OF ORDER '
002968                 WS-CASE-SEQ-COUNT
002969     END-IF.
002970     MOVE  WS-CASE-RC  TO  RETURN-CODE.
002971 TERM-SEC-EX.
002981     EXIT.
