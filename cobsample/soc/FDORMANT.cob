000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      FDORMANT.
000030*
000040*----------------------------------------------------------------
000050* dormant-key report and retirement for the cumulative FMASTER.
000060* FMASTUPD adds and replaces keys but a key that stops coming in
000070* the feed simply stays, so the master grows with entries the
000080* business considers closed. FMASTUPD now stamps every key it
000090* applies with the cycle date (LAST-SEEN-DATE) and a running
000100* SEEN-COUNT; this job ages each key by the number of apply
000110* cycles on the FMASTCTL ledger since it was last seen, and
000120* lists every key unseen for more than the dormancy limit on
000130* FDORMRPT, broken down by GROUP-1 with each group's
000140* description from GRPMAST.
000150*
000160* the limit, in cycles, is the DORMANT class of the central
000170* RETPOL policy file (its three-digit days field read as a
000180* cycle count); the PARM value is the fallback, and 12 cycles
000190* when neither gives one. a key applied before the stamps
000200* existed is aged by its RUN-ID-DATE, else its EFF-DATE - the
000210* BASIS column says which.
000220*
000230* a retirement run moves every dormant key off FMASTER onto the
000240* FMASTRET retired master (appended, the record marked inactive
000250* under the run date), appends a retirement control-total line
000260* to FMASTCTL, runs under the VFILE lock and lands on OPSAUDIT.
000270* a key that comes back in a later feed is simply added again.
000280*
000290* only keys of the legal entities VAUTH grants the operator are
000300* listed or retired (ENTCHK); a blank operator is the
000310* unattended cycle run, which sees its own cycle's entity and
000320* may list but not retire.
000330*
000340* PARM: operator(8) + mode(1) - L (or blank) list, R retire -
000350*       + fallback limit in cycles(3)
000360*----------------------------------------------------------------
000370 ENVIRONMENT      DIVISION.
000380 INPUT-OUTPUT     SECTION.
000390 FILE-CONTROL.
000400     SELECT  MASTER-FILE ASSIGN TO   FMASTER
000410             ORGANIZATION  IS    INDEXED
000420             ACCESS MODE   IS    DYNAMIC
000430             RECORD KEY    IS    NUM1  OF  MASTER-REC
000440             FILE STATUS   IS    WS-MASTER-STATUS.
000450     SELECT  CTL-FILE    ASSIGN TO   FMASTCTL
000460             ORGANIZATION  IS    LINE SEQUENTIAL
000470             FILE STATUS   IS    WS-CTL-STATUS.
000480     SELECT  RET-FILE    ASSIGN TO   FMASTRET
000490             ORGANIZATION  IS    SEQUENTIAL
000500             FILE STATUS   IS    WS-RET-STATUS.
000510     SELECT  DORM-RPT    ASSIGN TO   FDORMRPT
000520             ORGANIZATION  IS    LINE SEQUENTIAL.
000530
000535     COPY  keylay.
000540 DATA             DIVISION.
000550 FILE             SECTION.
000560 FD      MASTER-FILE.
000570 01      MASTER-REC.
000580     COPY  ffile.
000590
000600 FD      CTL-FILE.
000610 01      CTL-REC.
000620     COPY  fmastctl.
000630
000640 FD      RET-FILE.
000650 01      RET-REC.
000660     COPY  ffile.
000670
000680 FD      DORM-RPT.
000690 01      RPT-LINE                     PIC  X(80).
000700
000710 WORKING-STORAGE  SECTION.
000720
000730 01  WS-STATUSES.
000740   03  WS-MASTER-STATUS        PIC  X(02).
000750   03  WS-CTL-STATUS           PIC  X(02).
000760   03  WS-RET-STATUS           PIC  X(02).
000770
000780 01  WS-SWITCHES.
000790   03  WS-EOF-SW               PIC  X(01)  VALUE  'N'.
000800     88  FILE-EOF                   VALUE  'Y'.
000810   03  WS-FOUND-SW             PIC  X(01).
000820     88  GROUP-FOUND                VALUE  'Y'.
000830
000840 01  WS-PARM-AREA.
000850   03  WS-PARM-LINE            PIC  X(12).
000860   03  WS-OPERATOR             PIC  X(08).
000870   03  WS-MODE                 PIC  X(01).
000880     88  LIST-MODE                  VALUE  'L'  ' '.
000890     88  RETIRE-MODE                VALUE  'R'.
000900
000910 01  WS-LIMIT                  PIC  9(03)  VALUE  12.
000920 01  WS-TODAY                  PIC  9(08).
000930
000940*----------------------------------------------------------------
000950* the apply-cycle calendar off FMASTCTL, one entry per distinct
000960* cycle date. only the newest 1000 are kept - the limit is three
000970* digits, so a key older than all of them is dormant whatever
000980* the limit
000990*----------------------------------------------------------------
001000 01  WS-CAL-TABLE.
001010   03  WS-CAL-DATE             PIC  X(08)  OCCURS  1000  TIMES.
001020 01  WS-CAL-COUNT              PIC  9(04)  COMP  VALUE  0.
001030 01  WS-CAL-NEXT               PIC  9(04)  COMP  VALUE  1.
001040 01  WS-CAL-SUB                PIC  9(04)  COMP.
001050 01  WS-CAL-LAST               PIC  X(08)  VALUE  SPACES.
001060 01  WS-CAL-TOTAL              PIC  9(07)  COMP  VALUE  0.
001070
001080*----------------------------------------------------------------
001090* the key under test
001100*----------------------------------------------------------------
001110 01  WS-SEEN-DATE              PIC  X(08).
001120 01  WS-BASIS                  PIC  X(01).
001130 01  WS-SEEN-COUNT             PIC  9(07).
001140 01  WS-UNSEEN                 PIC  9(04)  COMP.
001150
001160*----------------------------------------------------------------
001170* one entry per distinct GROUP-1 code seen, as FGRPRPT keeps
001180*----------------------------------------------------------------
001190 01  WS-GROUP-TABLE.
001200   03  WS-GRP-ENTRY  OCCURS  50  TIMES  INDEXED BY GRP-IDX.
001210     05  WS-GRP-CODE           PIC  X(01).
001220     05  WS-GRP-KEYS           PIC  9(07)  COMP.
001230     05  WS-GRP-DORMANT        PIC  9(07)  COMP.
001240 01  WS-GROUP-COUNT            PIC  9(03)  COMP  VALUE  0.
001250
001260*----------------------------------------------------------------
001270* every dormant key found - NUM1 is four digits, so the table
001280* holds the whole master
001290*----------------------------------------------------------------
001300 01  WS-DORM-TABLE.
001310   03  WS-DM-ENTRY  OCCURS  10000  TIMES  INDEXED BY DM-IDX.
001320     05  WS-DM-KEY             PIC  9(04).
001330     05  WS-DM-GROUP           PIC  X(01).
001340     05  WS-DM-SEEN-DATE       PIC  X(08).
001350     05  WS-DM-BASIS           PIC  X(01).
001360     05  WS-DM-SEEN-COUNT      PIC  9(07).
001370     05  WS-DM-UNSEEN          PIC  9(04)  COMP.
001380     05  WS-DM-ACTION          PIC  X(08).
001390 01  WS-DORM-COUNT             PIC  9(05)  COMP  VALUE  0.
001400
001410 01  WS-COUNTS.
001420   03  WS-KEYS-READ            PIC  9(07)  COMP  VALUE  0.
001430   03  WS-KEYS-LISTED          PIC  9(07)  COMP  VALUE  0.
001440   03  WS-WITHHELD-COUNT       PIC  9(07)  COMP  VALUE  0.
001450   03  WS-RETIRED-COUNT        PIC  9(07)  COMP  VALUE  0.
001460   03  WS-FAILED-COUNT         PIC  9(07)  COMP  VALUE  0.
001470
001480 01  WS-COUNT-ED               PIC  Z(06)9.
001490
001500 01  RPT-FMT.
001510   03  FILLER                  PIC  X(02)  VALUE  SPACES.
001520   03  RPT-KEY                 PIC  X(04).
001530   03  FILLER                  PIC  X(02)  VALUE  SPACES.
001540   03  RPT-SEEN-DATE           PIC  X(08).
001550   03  FILLER                  PIC  X(02)  VALUE  SPACES.
001560   03  RPT-BASIS               PIC  X(01).
001570   03  FILLER                  PIC  X(02)  VALUE  SPACES.
001580   03  RPT-SEEN-COUNT          PIC  Z(06)9.
001590   03  FILLER                  PIC  X(02)  VALUE  SPACES.
001600   03  RPT-UNSEEN              PIC  ZZZ9.
001610   03  FILLER                  PIC  X(02)  VALUE  SPACES.
001620   03  RPT-ACTION              PIC  X(08).
001630   03  FILLER                  PIC  X(36)  VALUE  SPACES.
001640 01  RPT-GRP-FMT  REDEFINES  RPT-FMT.
001650   03  RPT-G-LABEL             PIC  X(06).
001660   03  RPT-G-CODE              PIC  X(01).
001670   03  FILLER                  PIC  X(01).
001680   03  RPT-G-DESC              PIC  X(20).
001690   03  FILLER                  PIC  X(01).
001700   03  RPT-G-KEYS              PIC  Z(06)9.
001710   03  RPT-G-KEYS-LIT          PIC  X(06).
001720   03  RPT-G-DORMANT           PIC  Z(06)9.
001730   03  RPT-G-DORMANT-LIT       PIC  X(08).
001740   03  FILLER                  PIC  X(23).
001750
001760 01  RPT-HDR2                  PIC  X(80)  VALUE
001770     '  KEY   LAST SEEN B  SEEN CNT  UNSEEN  ACTION'.
001780
001790 01  WS-RETPOL-PARM.
001800     COPY  retpol.
001810
001820 01  WS-ENTCHK-PARM.
001830     COPY  entchk.
001840
001850 01  WS-GRPEDIT-PARM.
001860     COPY  grpedit.
001870
001880 01  WS-RESLOCK-PARM.
001890     COPY  reslock.
001900
001910 01  WS-OPSAUDIT-PARM.
001920     COPY  opsaudit.
001930
001940 01  WS-JOBACCT-PARM.
001950     COPY  jobacct.
001960
001970 01  WS-KEYMODE-PARM.
001980     COPY  keymode.
001990 PROCEDURE        DIVISION.
002000 MAIN-SEC         SECTION.
002010*    the stores must carry the key layout this program is built
002020*    for - see KEYMODE
002030     MOVE  'FDORMANT'  TO  KM-PROGRAM.
002040     MOVE  0           TO  KM-RUN-DATE.
002050     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
002060     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
002070     IF  KM-REFUSE
002080         MOVE  16  TO  RETURN-CODE
002090         STOP RUN
002100     END-IF.
002110     PERFORM  GET-PARM-SEC.
002120     PERFORM  LOAD-CALENDAR-SEC.
002130     IF  RETIRE-MODE
002140         PERFORM  START-RETIRE-SEC
002150     END-IF.
002160     PERFORM  SCAN-MASTER-SEC.
002170     PERFORM  REPORT-SEC.
002180     IF  RETIRE-MODE
002190         PERFORM  END-RETIRE-SEC
002200     END-IF.
002210     PERFORM  TERM-SEC.
002220     STOP RUN.
002230 MAIN-SEC-EX.
002240     EXIT.
002250/
002260*----------------------------------------------------------------
002270* the PARM, then the dormancy limit: the RETPOL DORMANT line
002280* when there is one, the PARM's three digits when not
002290*----------------------------------------------------------------
002300 GET-PARM-SEC     SECTION.
002310     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
002320     MOVE  WS-PARM-LINE(1:8)  TO  WS-OPERATOR.
002330     MOVE  WS-PARM-LINE(9:1)  TO  WS-MODE.
002340     IF  NOT  LIST-MODE  AND  NOT  RETIRE-MODE
002350         DISPLAY  'FDORMANT: PARM IS OPERATOR(8) + MODE(1) -'
002360                  ' L LIST OR R RETIRE - + CYCLES(3)'
002370         MOVE  16  TO  RETURN-CODE
002380         STOP RUN
002390     END-IF.
002400     IF  WS-PARM-LINE(10:3)  IS  NUMERIC
002410         AND  WS-PARM-LINE(10:3)  >  '000'
002420         MOVE  WS-PARM-LINE(10:3)  TO  WS-LIMIT
002430     END-IF.
002440     MOVE  'DORMANT '  TO  RP-CLASS.
002450     CALL  'RETPOL'  USING  WS-RETPOL-PARM.
002460     IF  RP-FOUND
002470         MOVE  RP-DAYS  TO  WS-LIMIT
002480         DISPLAY  'FDORMANT: RETENTION POLICY APPLIED - '
002490                  'DORMANT ' WS-LIMIT ' CYCLES'
002500     END-IF.
002510     ACCEPT  WS-TODAY  FROM  DATE  YYYYMMDD.
002520 GET-PARM-SEC-EX.
002530     EXIT.
002540/
002550*----------------------------------------------------------------
002560* the apply lines of the FMASTCTL ledger are the cycle calendar;
002570* a rerun posting a second line under the same date is the same
002580* cycle, and retirement lines are not cycles at all
002590*----------------------------------------------------------------
002600 LOAD-CALENDAR-SEC  SECTION.
002610     OPEN  INPUT  CTL-FILE.
002620     IF  WS-CTL-STATUS  NOT =  '00'
002630         DISPLAY  'FDORMANT: NO FMASTCTL LEDGER - NO CYCLES TO'
002640                  ' AGE BY'
002650         GO TO  LOAD-CALENDAR-SEC-EX
002660     END-IF.
002670     MOVE  'N'  TO  WS-EOF-SW.
002680     PERFORM  UNTIL  FILE-EOF
002690         READ  CTL-FILE
002700             AT END  SET  FILE-EOF  TO  TRUE
002710             NOT AT END
002720                 IF  MC-APPLY-LINE
002730                     AND  MC-RUN-DATE  IS  NUMERIC
002740                     AND  MC-RUN-DATE  NOT =  WS-CAL-LAST
002750                     PERFORM  ADD-CYCLE-SEC
002760                 END-IF
002770         END-READ
002780     END-PERFORM.
002790     CLOSE  CTL-FILE.
002800 LOAD-CALENDAR-SEC-EX.
002810     EXIT.
002820/
002830 ADD-CYCLE-SEC    SECTION.
002840     MOVE  MC-RUN-DATE  TO  WS-CAL-LAST.
002850     MOVE  MC-RUN-DATE  TO  WS-CAL-DATE(WS-CAL-NEXT).
002860     ADD  1  TO  WS-CAL-TOTAL.
002870     IF  WS-CAL-COUNT  <  1000
002880         ADD  1  TO  WS-CAL-COUNT
002890     END-IF.
002900     ADD  1  TO  WS-CAL-NEXT.
002910     IF  WS-CAL-NEXT  >  1000
002920         MOVE  1  TO  WS-CAL-NEXT
002930     END-IF.
002940 ADD-CYCLE-SEC-EX.
002950     EXIT.
002960/
002970*----------------------------------------------------------------
002980* a retirement run: the operator is named, the stores are held
002990* for the run, and the retired master opened for append
003000*----------------------------------------------------------------
003010 START-RETIRE-SEC SECTION.
003020     IF  WS-OPERATOR  =  SPACES
003030         DISPLAY  'FDORMANT: A RETIREMENT RUN MUST NAME ITS'
003040                  ' OPERATOR'
003050         MOVE  16  TO  RETURN-CODE
003060         STOP RUN
003070     END-IF.
003080     SET   RL-ENQ     TO  TRUE.
003090     MOVE  'VFILE'    TO  RL-RESOURCE.
003100     MOVE  'FDORMANT'  TO  RL-HOLDER.
003110     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
003120     IF  RL-BUSY
003130         DISPLAY  'FDORMANT: VFILE IS HELD BY '
003140                  RL-CURRENT-HOLDER  ' - RUN ABANDONED'
003150         MOVE  16  TO  RETURN-CODE
003160         STOP RUN
003170     END-IF.
003180     OPEN  EXTEND  RET-FILE.
003190     IF  WS-RET-STATUS  NOT =  '00'
003200         OPEN  OUTPUT  RET-FILE
003210     END-IF.
003220 START-RETIRE-SEC-EX.
003230     EXIT.
003240/
003250*----------------------------------------------------------------
003260* the master in key order: every key the operator may see is
003270* counted under its group and aged; the dormant ones are kept
003280* for the report and, in a retirement run, moved off
003290*----------------------------------------------------------------
003300 SCAN-MASTER-SEC  SECTION.
003310     IF  RETIRE-MODE
003320         OPEN  I-O    MASTER-FILE
003330     ELSE
003340         OPEN  INPUT  MASTER-FILE
003350     END-IF.
003360     IF  WS-MASTER-STATUS  NOT =  '00'
003370         DISPLAY  'FDORMANT: NO FMASTER, STATUS '
003380                  WS-MASTER-STATUS
003390         MOVE  16  TO  RETURN-CODE
003400         GO TO  SCAN-MASTER-SEC-EX
003410     END-IF.
003420     MOVE  'N'  TO  WS-EOF-SW.
003430     PERFORM  UNTIL  FILE-EOF
003440         READ  MASTER-FILE  NEXT  RECORD
003450             AT END  SET  FILE-EOF  TO  TRUE
003460             NOT AT END
003470                 PERFORM  CHECK-KEY-SEC
003480         END-READ
003490     END-PERFORM.
003500     CLOSE  MASTER-FILE.
003510 SCAN-MASTER-SEC-EX.
003520     EXIT.
003530/
003540 CHECK-KEY-SEC    SECTION.
003550     ADD  1  TO  WS-KEYS-READ.
003560     SET   EC-AUTHORIZE  TO  TRUE.
003570     MOVE  WS-OPERATOR   TO  EC-OPERATOR.
003580     MOVE  ENTITY-CODE  OF  MASTER-REC  TO  EC-ENTITY.
003590     CALL  'ENTCHK'  USING  WS-ENTCHK-PARM.
003600     IF  NOT  EC-ALLOWED
003610         ADD  1  TO  WS-WITHHELD-COUNT
003620         GO TO  CHECK-KEY-SEC-EX
003630     END-IF.
003640     ADD  1  TO  WS-KEYS-LISTED.
003650     PERFORM  FIND-GROUP-SEC.
003660     ADD  1  TO  WS-GRP-KEYS(GRP-IDX).
003670     PERFORM  AGE-KEY-SEC.
003680     IF  WS-UNSEEN  NOT >  WS-LIMIT
003690         GO TO  CHECK-KEY-SEC-EX
003700     END-IF.
003710     ADD  1  TO  WS-GRP-DORMANT(GRP-IDX).
003720     ADD  1  TO  WS-DORM-COUNT.
003730     SET   DM-IDX  TO  WS-DORM-COUNT.
003740     MOVE  NUM1  OF  MASTER-REC     TO  WS-DM-KEY(DM-IDX).
003750     MOVE  GROUP-1  OF  MASTER-REC  TO  WS-DM-GROUP(DM-IDX).
003760     MOVE  WS-SEEN-DATE   TO  WS-DM-SEEN-DATE(DM-IDX).
003770     MOVE  WS-BASIS       TO  WS-DM-BASIS(DM-IDX).
003780     MOVE  WS-SEEN-COUNT  TO  WS-DM-SEEN-COUNT(DM-IDX).
003790     MOVE  WS-UNSEEN      TO  WS-DM-UNSEEN(DM-IDX).
003800     MOVE  SPACES         TO  WS-DM-ACTION(DM-IDX).
003810     IF  RETIRE-MODE
003820         PERFORM  RETIRE-KEY-SEC
003830     END-IF.
003840 CHECK-KEY-SEC-EX.
003850     EXIT.
003860/
003870*----------------------------------------------------------------
003880* the key's group entry, added on first sight - a code past the
003890* table's 50 is counted under the last entry
003900*----------------------------------------------------------------
003910 FIND-GROUP-SEC   SECTION.
003920     MOVE  'N'  TO  WS-FOUND-SW.
003930     PERFORM  VARYING  GRP-IDX  FROM  1  BY  1
003940         UNTIL  GRP-IDX  >  WS-GROUP-COUNT  OR  GROUP-FOUND
003950         IF  WS-GRP-CODE(GRP-IDX)  =  GROUP-1  OF  MASTER-REC
003960             SET  GROUP-FOUND  TO  TRUE
003970         END-IF
003980     END-PERFORM.
003990     IF  GROUP-FOUND
004000         SET  GRP-IDX  DOWN  BY  1
004010         GO TO  FIND-GROUP-SEC-EX
004020     END-IF.
004030     IF  WS-GROUP-COUNT  NOT <  50
004040         SET  GRP-IDX  TO  50
004050         GO TO  FIND-GROUP-SEC-EX
004060     END-IF.
004070     ADD  1  TO  WS-GROUP-COUNT.
004080     SET   GRP-IDX  TO  WS-GROUP-COUNT.
004090     MOVE  GROUP-1  OF  MASTER-REC  TO  WS-GRP-CODE(GRP-IDX).
004100     MOVE  0  TO  WS-GRP-KEYS(GRP-IDX)  WS-GRP-DORMANT(GRP-IDX).
004110 FIND-GROUP-SEC-EX.
004120     EXIT.
004130/
004140*----------------------------------------------------------------
004150* the date the key was last seen, and the apply cycles since -
004160* capped at the calendar's 1000
004170*----------------------------------------------------------------
004180 AGE-KEY-SEC      SECTION.
004190     MOVE  0  TO  WS-SEEN-COUNT.
004200     EVALUATE  TRUE
004210         WHEN  LAST-SEEN-DATE  OF  MASTER-REC  IS  NUMERIC
004220               AND  LAST-SEEN-DATE  OF  MASTER-REC  >  0
004230             MOVE  LAST-SEEN-DATE  OF  MASTER-REC
004240                   TO  WS-SEEN-DATE
004250             MOVE  'S'  TO  WS-BASIS
004260             IF  SEEN-COUNT  OF  MASTER-REC  IS  NUMERIC
004270                 MOVE  SEEN-COUNT  OF  MASTER-REC
004280                       TO  WS-SEEN-COUNT
004290             END-IF
004300         WHEN  RUN-ID-DATE  OF  MASTER-REC  IS  NUMERIC
004310               AND  RUN-ID-DATE  OF  MASTER-REC  >  0
004320             MOVE  RUN-ID-DATE  OF  MASTER-REC  TO  WS-SEEN-DATE
004330             MOVE  'R'  TO  WS-BASIS
004340         WHEN  EFF-DATE  OF  MASTER-REC  IS  NUMERIC
004350               AND  EFF-DATE  OF  MASTER-REC  >  0
004360             MOVE  EFF-DATE  OF  MASTER-REC  TO  WS-SEEN-DATE
004370             MOVE  'E'  TO  WS-BASIS
004380         WHEN  OTHER
004390             MOVE  '00000000'  TO  WS-SEEN-DATE
004400             MOVE  '?'  TO  WS-BASIS
004410     END-EVALUATE.
004420     MOVE  0  TO  WS-UNSEEN.
004430     PERFORM  VARYING  WS-CAL-SUB  FROM  1  BY  1
004440         UNTIL  WS-CAL-SUB  >  WS-CAL-COUNT
004450         IF  WS-CAL-DATE(WS-CAL-SUB)  >  WS-SEEN-DATE
004460             ADD  1  TO  WS-UNSEEN
004470         END-IF
004480     END-PERFORM.
004490 AGE-KEY-SEC-EX.
004500     EXIT.
004510/
004520*----------------------------------------------------------------
004530* a dormant key moved: onto the retired master marked inactive
004540* under today's date, then off FMASTER
004550*----------------------------------------------------------------
004560 RETIRE-KEY-SEC   SECTION.
004570     MOVE  MASTER-REC  TO  RET-REC.
004580     SET   REC-INACTIVE  OF  RET-REC  TO  TRUE.
004590     MOVE  WS-TODAY  TO  REC-STATUS-DATE  OF  RET-REC.
004600     WRITE  RET-REC.
004610     IF  WS-RET-STATUS  NOT =  '00'
004620         MOVE  'FAILED  '  TO  WS-DM-ACTION(DM-IDX)
004630         ADD  1  TO  WS-FAILED-COUNT
004640         GO TO  RETIRE-KEY-SEC-EX
004650     END-IF.
004660     DELETE  MASTER-FILE  RECORD
004670         INVALID KEY
004680             MOVE  'NOT DELD'  TO  WS-DM-ACTION(DM-IDX)
004690             ADD  1  TO  WS-FAILED-COUNT
004700         NOT INVALID KEY
004710             MOVE  'RETIRED '  TO  WS-DM-ACTION(DM-IDX)
004720             ADD  1  TO  WS-RETIRED-COUNT
004730     END-DELETE.
004740 RETIRE-KEY-SEC-EX.
004750     EXIT.
004760/
004770*----------------------------------------------------------------
004780* the report: per group a heading with its description, its
004790* dormant keys in key order, and its keys/dormant line
004800*----------------------------------------------------------------
004810 REPORT-SEC       SECTION.
004820     OPEN  OUTPUT  DORM-RPT.
004830     MOVE  SPACES  TO  RPT-LINE.
004840     MOVE  WS-LIMIT  TO  WS-COUNT-ED.
004850     STRING  'DORMANT KEYS ON FMASTER - UNSEEN MORE THAN '
004860                                 DELIMITED BY SIZE
004870             WS-COUNT-ED(5:3)    DELIMITED BY SIZE
004880             ' CYCLES'           DELIMITED BY SIZE
004890         INTO  RPT-LINE
004900     END-STRING.
004910     IF  RETIRE-MODE
004920         MOVE  '- RETIREMENT RUN'  TO  RPT-LINE(55:16)
004930     END-IF.
004940     WRITE  RPT-LINE.
004950     MOVE  RPT-HDR2  TO  RPT-LINE.
004960     WRITE  RPT-LINE.
004970     PERFORM  VARYING  GRP-IDX  FROM  1  BY  1
004980         UNTIL  GRP-IDX  >  WS-GROUP-COUNT
004990         PERFORM  REPORT-GROUP-SEC
005000     END-PERFORM.
005010     MOVE  SPACES  TO  RPT-LINE.
005020     WRITE  RPT-LINE.
005030     MOVE  SPACES  TO  RPT-GRP-FMT.
005040     MOVE  'TOTAL '            TO  RPT-G-LABEL.
005050     MOVE  WS-KEYS-LISTED      TO  RPT-G-KEYS.
005060     MOVE  ' KEYS '            TO  RPT-G-KEYS-LIT.
005070     MOVE  WS-DORM-COUNT       TO  RPT-G-DORMANT.
005080     MOVE  ' DORMANT'          TO  RPT-G-DORMANT-LIT.
005090     MOVE  RPT-GRP-FMT  TO  RPT-LINE.
005100     WRITE  RPT-LINE.
005110     CLOSE  DORM-RPT.
005120 REPORT-SEC-EX.
005130     EXIT.
005140/
005150 REPORT-GROUP-SEC SECTION.
005160     MOVE  SPACES  TO  RPT-LINE.
005170     WRITE  RPT-LINE.
005180     MOVE  SPACES                  TO  RPT-GRP-FMT.
005190     MOVE  'GROUP '                TO  RPT-G-LABEL.
005200     MOVE  WS-GRP-CODE(GRP-IDX)    TO  RPT-G-CODE.
005210     MOVE  WS-GRP-CODE(GRP-IDX)    TO  GE-CODE.
005220     CALL  'GRPEDIT'  USING  WS-GRPEDIT-PARM.
005230     IF  GE-REJECT
005240         MOVE  '*NOT ON GROUP MASTER'  TO  RPT-G-DESC
005250     ELSE
005260         MOVE  GE-DESC                 TO  RPT-G-DESC
005270     END-IF.
005280     MOVE  WS-GRP-KEYS(GRP-IDX)     TO  RPT-G-KEYS.
005290     MOVE  ' KEYS '                 TO  RPT-G-KEYS-LIT.
005300     MOVE  WS-GRP-DORMANT(GRP-IDX)  TO  RPT-G-DORMANT.
005310     MOVE  ' DORMANT'               TO  RPT-G-DORMANT-LIT.
005320     MOVE  RPT-GRP-FMT  TO  RPT-LINE.
005330     WRITE  RPT-LINE.
005340     PERFORM  VARYING  DM-IDX  FROM  1  BY  1
005350         UNTIL  DM-IDX  >  WS-DORM-COUNT
005360         IF  WS-DM-GROUP(DM-IDX)  =  WS-GRP-CODE(GRP-IDX)
005370             MOVE  SPACES                   TO  RPT-FMT
005380             MOVE  WS-DM-KEY(DM-IDX)        TO  RPT-KEY
005390             MOVE  WS-DM-SEEN-DATE(DM-IDX)  TO  RPT-SEEN-DATE
005400             MOVE  WS-DM-BASIS(DM-IDX)      TO  RPT-BASIS
005410             MOVE  WS-DM-SEEN-COUNT(DM-IDX) TO  RPT-SEEN-COUNT
005420             MOVE  WS-DM-UNSEEN(DM-IDX)     TO  RPT-UNSEEN
005430             MOVE  WS-DM-ACTION(DM-IDX)     TO  RPT-ACTION
005440             MOVE  RPT-FMT  TO  RPT-LINE
005450             WRITE  RPT-LINE
005460         END-IF
005470     END-PERFORM.
005480 REPORT-GROUP-SEC-EX.
005490     EXIT.
005500/
005510*----------------------------------------------------------------
005520* the end of a retirement run: the retirement control-total line
005530* on FMASTCTL (EXTEND, with the OUTPUT fallback FMASTUPD uses),
005540* the stores released, and the run on the privileged-action
005550* audit
005560*----------------------------------------------------------------
005570 END-RETIRE-SEC   SECTION.
005580     CLOSE  RET-FILE.
005590     OPEN  EXTEND  CTL-FILE.
005600     IF  WS-CTL-STATUS  NOT =  '00'
005610         OPEN  OUTPUT  CTL-FILE
005620     END-IF.
005630     MOVE  SPACES  TO  CTL-REC.
005640     MOVE  WS-TODAY          TO  MC-RUN-DATE.
005650     MOVE  0                 TO  MC-APPLIED  MC-ADDED
005660                                 MC-REPLACED.
005670     SET   MC-RETIRE-LINE    TO  TRUE.
005680     MOVE  WS-RETIRED-COUNT  TO  MC-RETIRED.
005690     COMPUTE  MC-REMAINING  =  WS-KEYS-READ  -  WS-RETIRED-COUNT.
005700     WRITE  CTL-REC.
005710     CLOSE  CTL-FILE.
005720     SET   RL-DEQ     TO  TRUE.
005730     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
005740     MOVE  'FDORMANT'            TO  OA-PROGRAM.
005750     MOVE  WS-OPERATOR           TO  OA-OPERATOR.
005760     MOVE  'DORMANT KEYS RETIRED'  TO  OA-ACTION.
005770     MOVE  SPACES                TO  OA-DETAIL.
005780     MOVE  WS-RETIRED-COUNT      TO  WS-COUNT-ED.
005790     STRING  'RETIRED'           DELIMITED BY SIZE
005800             WS-COUNT-ED         DELIMITED BY SIZE
005810             ' OVER CYCLES '     DELIMITED BY SIZE
005820             WS-LIMIT            DELIMITED BY SIZE
005830         INTO  OA-DETAIL
005840     END-STRING.
005850     CALL  'OPSAUDIT'  USING  WS-OPSAUDIT-PARM.
005860 END-RETIRE-SEC-EX.
005870     EXIT.
005880/
005890 TERM-SEC         SECTION.
005900     MOVE  WS-CAL-TOTAL       TO  WS-COUNT-ED.
005910     DISPLAY  'FDORMANT: APPLY CYCLES ON LEDGER ' WS-COUNT-ED.
005920     MOVE  WS-KEYS-READ       TO  WS-COUNT-ED.
005930     DISPLAY  'FDORMANT: MASTER KEYS READ       ' WS-COUNT-ED.
005940     MOVE  WS-WITHHELD-COUNT  TO  WS-COUNT-ED.
005950     DISPLAY  'FDORMANT: OTHER ENTITIES         ' WS-COUNT-ED.
005960     MOVE  WS-DORM-COUNT      TO  WS-COUNT-ED.
005970     DISPLAY  'FDORMANT: DORMANT KEYS           ' WS-COUNT-ED.
005980     MOVE  'FDORMANT'            TO  JA-PROGRAM.
005990     MOVE  'DORMANT KEYS'        TO  JA-COUNT-NAME.
006000     MOVE  WS-DORM-COUNT         TO  JA-COUNT-VALUE.
006010     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
006020     IF  RETIRE-MODE
006030         MOVE  WS-RETIRED-COUNT  TO  WS-COUNT-ED
006040         DISPLAY  'FDORMANT: KEYS RETIRED           ' WS-COUNT-ED
006050         MOVE  WS-FAILED-COUNT   TO  WS-COUNT-ED
006060         DISPLAY  'FDORMANT: RETIREMENTS FAILED     ' WS-COUNT-ED
006070         MOVE  'FDORMANT'            TO  JA-PROGRAM
006080         MOVE  'KEYS RETIRED'        TO  JA-COUNT-NAME
006090         MOVE  WS-RETIRED-COUNT      TO  JA-COUNT-VALUE
006100         CALL  'JOBACCT'  USING  WS-JOBACCT-PARM
006110     END-IF.
006120     EVALUATE  TRUE
006130         WHEN  WS-MASTER-STATUS  NOT =  '00'
006140               AND  WS-MASTER-STATUS  NOT =  '10'
006150             MOVE  16  TO  RETURN-CODE
006160         WHEN  WS-FAILED-COUNT  >  0
006170             MOVE  8   TO  RETURN-CODE
006180         WHEN  WS-CAL-TOTAL  =  0
006190             MOVE  4   TO  RETURN-CODE
006200         WHEN  OTHER
006210             MOVE  0   TO  RETURN-CODE
006220     END-EVALUATE.
006230 TERM-SEC-EX.
006240     EXIT.
