000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      CHGBACK.
000030*
000040*----------------------------------------------------------------
000050* monthly chargeback of batch processing to the business groups,
000060* for the YYYYMM the PARM names. three ledgers are joined by
000070* cycle date:
000080*   CHNHIST   every chain step's elapsed seconds (BATCHDRV)
000090*   JAHIST    every program's per-cycle record counts (JACCTRPT)
000100*   GRPHIST   every cycle's detail count per GROUP-1 code - the
000110*             proportions FGRPRPT prints, posted by FGRPRPT
000120* the CHGRATE rate cards price them, one card per program:
000130*   positions  1-8   program (chain step) name
000140*   positions 10-16  cost per elapsed second, 9(3)V9(4)
000150*   positions 18-24  cost per thousand records, 9(3)V9(4)
000160*   positions 26-45  the JAHIST count name the records are
000170*                    counted from; blank takes every count the
000180*                    program posts
000190* each cycle's seconds, records, and costs are then split over
000200* the groups in that cycle's GRPHIST proportions. the shares are
000210* taken in whole cents and hundredths of a second with the last
000220* group of the cycle taking the remainder, so the groups always
000230* add back to the cycle exactly; a cycle FGRPRPT never posted
000240* has no proportions and its cost is shown as unallocated
000250* rather than guessed at.
000260*
000270* CHGRPT carries one page per group - its share cycle by cycle
000280* and its month total - then the shop total page: every program
000290* with its seconds, records, and cost, and the tie-back of the
000300* seconds and cost allocated to the groups (plus anything
000310* unallocated) against the step seconds summed straight off
000320* CHNHIST, so the split can be defended line for line.
000330*
000340* PARM: YYYYMM; a missing or non-numeric PARM stops the run
000350* rather than guess at a billing month.
000360*----------------------------------------------------------------
000370 ENVIRONMENT      DIVISION.
000380 INPUT-OUTPUT     SECTION.
000390 FILE-CONTROL.
000400     SELECT  RATE-IN     ASSIGN TO    CHGRATE
000410             ORGANIZATION  IS    LINE SEQUENTIAL
000420             FILE STATUS   IS    WS-RATE-STATUS.
000430     SELECT  CHNHIST-IN  ASSIGN TO    CHNHIST
000440             ORGANIZATION  IS    LINE SEQUENTIAL
000450             FILE STATUS   IS    WS-CHNHIST-STATUS.
000460     SELECT  JHIST-IN    ASSIGN TO    JAHIST
000470             ORGANIZATION  IS    LINE SEQUENTIAL
000480             FILE STATUS   IS    WS-JHIST-STATUS.
000490     SELECT  GHIST-IN    ASSIGN TO    GRPHIST
000500             ORGANIZATION  IS    LINE SEQUENTIAL
000510             FILE STATUS   IS    WS-GHIST-STATUS.
000520     SELECT  CHG-RPT     ASSIGN TO    CHGRPT
000530             ORGANIZATION  IS    LINE SEQUENTIAL.
000540
000550 DATA             DIVISION.
000560 FILE             SECTION.
000570 FD      RATE-IN.
000580 01      RATE-REC.
000590     03  RT-PROGRAM                   PIC  X(08).
000600     03  FILLER                       PIC  X(01).
000610     03  RT-SEC-RATE                  PIC  X(07).
000620     03  RT-SEC-RATE-N  REDEFINES  RT-SEC-RATE
000630                                      PIC  9(03)V9(04).
000640     03  FILLER                       PIC  X(01).
000650     03  RT-KREC-RATE                 PIC  X(07).
000660     03  RT-KREC-RATE-N  REDEFINES  RT-KREC-RATE
000670                                      PIC  9(03)V9(04).
000680     03  FILLER                       PIC  X(01).
000690     03  RT-COUNT-NAME                PIC  X(20).
000700
000710 FD      CHNHIST-IN.
000720 01      CHNHIST-REC.
000730     03  CH-RUN-DATE                  PIC  X(08).
000740     03  FILLER                       PIC  X(01).
000750     03  CH-STEP-NAME                 PIC  X(08).
000760     03  FILLER                       PIC  X(01).
000770     03  CH-RC                        PIC  9(04).
000780     03  FILLER                       PIC  X(01).
000790     03  CH-STATUS                    PIC  X(04).
000800     03  FILLER                       PIC  X(01).
000810     03  CH-START-TIME                PIC  9(08).
000820     03  FILLER                       PIC  X(01).
000830     03  CH-END-TIME                  PIC  9(08).
000840     03  FILLER                       PIC  X(01).
000850     03  CH-ELAPSED-SECS              PIC  X(06).
000860     03  CH-ELAPSED-SECS-N  REDEFINES  CH-ELAPSED-SECS
000870                                      PIC  9(06).
000880
000890 FD      JHIST-IN.
000900 01      JHIST-REC.
000910     03  JH-RUN-DATE                  PIC  9(08).
000920     03  FILLER                       PIC  X(01).
000930     03  JH-PROGRAM                   PIC  X(08).
000940     03  FILLER                       PIC  X(01).
000950     03  JH-COUNT-NAME                PIC  X(20).
000960     03  FILLER                       PIC  X(01).
000970     03  JH-COUNT-VALUE               PIC  9(09).
000980
000990 FD      GHIST-IN.
001000 01      GHIST-REC.
001010     03  GH-RUN-DATE                  PIC  9(08).
001020     03  FILLER                       PIC  X(01).
001030     03  GH-GROUP                     PIC  X(01).
001040     03  FILLER                       PIC  X(01).
001050     03  GH-COUNT                     PIC  9(07).
001060
001070 FD      CHG-RPT.
001080 01      RPT-LINE                     PIC  X(100).
001090
001100 WORKING-STORAGE  SECTION.
001110
001120 01  WS-STATUSES.
001130   03  WS-RATE-STATUS          PIC  X(02).
001140   03  WS-CHNHIST-STATUS       PIC  X(02).
001150   03  WS-JHIST-STATUS         PIC  X(02).
001160   03  WS-GHIST-STATUS         PIC  X(02).
001170
001180 01  WS-SWITCHES.
001190   03  WS-EOF-SW               PIC  X(01).
001200     88  FILE-EOF                   VALUE  'Y'.
001210   03  WS-FOUND-SW             PIC  X(01).
001220     88  ENTRY-FOUND                VALUE  'Y'.
001230   03  WS-FULL-SW              PIC  X(01).
001240     88  TABLE-FULL                 VALUE  'Y'.
001250
001260 01  WS-PARM-LINE              PIC  X(06).
001270 01  WS-MONTH                  PIC  X(06).
001280 01  WS-WANTED-DATE            PIC  9(08).
001290 01  WS-WANTED-PROGRAM         PIC  X(08).
001300 01  WS-WANTED-GROUP           PIC  X(01).
001310*    the run's own return code, kept clear of the subroutine
001311*    CALLs, which each leave theirs in RETURN-CODE
001312 01  WS-RUN-RC                 PIC  9(02)  COMP  VALUE  0.
001320*----------------------------------------------------------------
001330* the rate cards, and the month's usage per program - a program
001340* the chain ran without a card is still listed, billed nothing
001350*----------------------------------------------------------------
001360 01  WS-PGM-TABLE.
001370   03  WS-PGM-ENTRY  OCCURS  50  TIMES  INDEXED BY PGM-IDX.
001380     05  WS-PGM-NAME           PIC  X(08).
001390     05  WS-PGM-RATED-SW       PIC  X(01).
001400       88  PGM-IS-RATED             VALUE  'Y'.
001410     05  WS-PGM-SEC-RATE       PIC  9(03)V9(04).
001420     05  WS-PGM-KREC-RATE      PIC  9(03)V9(04).
001430     05  WS-PGM-COUNT-NAME     PIC  X(20).
001440     05  WS-PGM-SECS           PIC  9(09)        COMP.
001450     05  WS-PGM-RECS           PIC  9(11)        COMP.
001460     05  WS-PGM-COST           PIC S9(09)V9(04)  COMP-3.
001470 01  WS-PGM-COUNT              PIC  9(03)  COMP  VALUE  0.
001480
001490*----------------------------------------------------------------
001500* the month's GROUP-1 codes, FGRPRPT's 20-entry sizing, with
001510* each group's month totals
001520*----------------------------------------------------------------
001530 01  WS-GRP-TABLE.
001540   03  WS-GRP-ENTRY  OCCURS  20  TIMES  INDEXED BY GRP-IDX.
001550     05  WS-GRP-CODE           PIC  X(01).
001560     05  WS-GRP-DETAILS        PIC  9(09)        COMP.
001570     05  WS-GRP-SECS           PIC  9(09)V99     COMP-3.
001580     05  WS-GRP-RECS           PIC  9(11)V99     COMP-3.
001590     05  WS-GRP-ECOST          PIC S9(09)V99     COMP-3.
001600     05  WS-GRP-RCOST          PIC S9(09)V99     COMP-3.
001610 01  WS-GRP-COUNT              PIC  9(03)  COMP  VALUE  0.
001620
001630*----------------------------------------------------------------
001640* one entry per cycle date in the month: what the cycle used and
001650* cost, its detail count per group (aligned with WS-GRP-TABLE),
001660* and each group's share once the split is made
001670*----------------------------------------------------------------
001680 01  WS-CYC-TABLE.
001690   03  WS-CYC-ENTRY  OCCURS  40  TIMES  INDEXED BY CYC-IDX.
001700     05  WS-CYC-DATE           PIC  9(08).
001710     05  WS-CYC-SECS           PIC  9(09)        COMP.
001720     05  WS-CYC-RECS           PIC  9(11)        COMP.
001730     05  WS-CYC-ECOST          PIC S9(09)V9(04)  COMP-3.
001740     05  WS-CYC-RCOST          PIC S9(09)V9(04)  COMP-3.
001750     05  WS-CYC-DETAILS        PIC  9(09)        COMP.
001760     05  WS-CYC-GRP  OCCURS  20  TIMES.
001770       07  WS-CG-DETAILS       PIC  9(07)        COMP.
001780       07  WS-CG-SECS          PIC  9(09)V99     COMP-3.
001790       07  WS-CG-RECS          PIC  9(11)V99     COMP-3.
001800       07  WS-CG-ECOST         PIC S9(09)V99     COMP-3.
001810       07  WS-CG-RCOST         PIC S9(09)V99     COMP-3.
001820 01  WS-CYC-COUNT              PIC  9(03)  COMP  VALUE  0.
001830
001840*----------------------------------------------------------------
001850* the split of one cycle: the cycle's amounts rounded to the
001860* reporting precision, the running share already handed out,
001870* and the last group with details, which takes the remainder
001880*----------------------------------------------------------------
001890 01  WS-SPLIT-AREA.
001900   03  WS-SP-SECS              PIC  9(09)V99     COMP-3.
001910   03  WS-SP-RECS              PIC  9(11)V99     COMP-3.
001920   03  WS-SP-ECOST             PIC S9(09)V99     COMP-3.
001930   03  WS-SP-RCOST             PIC S9(09)V99     COMP-3.
001940   03  WS-SP-SECS-GIVEN        PIC  9(09)V99     COMP-3.
001950   03  WS-SP-RECS-GIVEN        PIC  9(11)V99     COMP-3.
001960   03  WS-SP-ECOST-GIVEN       PIC S9(09)V99     COMP-3.
001970   03  WS-SP-RCOST-GIVEN       PIC S9(09)V99     COMP-3.
001980   03  WS-SP-LAST-GRP          PIC  9(03)  COMP.
001990   03  WS-SP-GRP               PIC  9(03)  COMP.
002000
002010 01  WS-TOTALS.
002020   03  WS-CHN-SECS-TOTAL       PIC  9(09)        COMP  VALUE  0.
002030   03  WS-CHN-STEP-COUNT       PIC  9(07)        COMP  VALUE  0.
002040   03  WS-UNRATED-STEPS        PIC  9(07)        COMP  VALUE  0.
002050   03  WS-BAD-CARD-COUNT       PIC  9(05)        COMP  VALUE  0.
002060   03  WS-SHOP-COST            PIC S9(09)V99     COMP-3 VALUE 0.
002070   03  WS-ALLOC-SECS           PIC  9(09)V99     COMP-3 VALUE 0.
002080   03  WS-ALLOC-COST           PIC S9(09)V99     COMP-3 VALUE 0.
002090   03  WS-UNALLOC-SECS         PIC  9(09)V99     COMP-3 VALUE 0.
002100   03  WS-UNALLOC-COST         PIC S9(09)V99     COMP-3 VALUE 0.
002110   03  WS-UNALLOC-CYCLES       PIC  9(03)        COMP  VALUE  0.
002120   03  WS-TIE-SECS             PIC  9(09)V99     COMP-3.
002130   03  WS-TIE-COST             PIC S9(09)V99     COMP-3.
002140   03  WS-PGM-COST-TOTAL       PIC S9(09)V99     COMP-3 VALUE 0.
002150   03  WS-WORK-COST            PIC S9(09)V9(04)  COMP-3.
002160   03  WS-GROUP-TOTAL-COST     PIC S9(09)V99     COMP-3.
002170
002180 01  WS-GRPEDIT-PARM.
002190     COPY  grpedit.
002200
002210 01  WS-JOBACCT-PARM.
002220     COPY  jobacct.
002230
002240 01  RPT-TITLE-FMT.
002250   03  FILLER                  PIC  X(27)  VALUE
002260                               'BATCH CHARGEBACK FOR MONTH '.
002270   03  RPT-TI-MONTH            PIC  X(06).
002280   03  FILLER                  PIC  X(03)  VALUE  ' - '.
002290   03  RPT-TI-TEXT             PIC  X(40).
002300
002310 01  RPT-CYC-HDR.
002320   03  FILLER                  PIC  X(40)  VALUE
002330       'CYCLE      DETAILS  SHARE%     SECONDS  '.
002335   03  FILLER                  PIC  X(60)  VALUE
002336       '     RECORDS  ELAPSED COST   RECORD COST    TOTAL COST'.
002340
002350 01  RPT-CYC-FMT.
002360   03  RPT-CY-DATE             PIC  X(08).
002370   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002380   03  RPT-CY-DETAILS          PIC  ZZZZZZZZ9.
002390   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002400   03  RPT-CY-SHARE            PIC  ZZZ9.99.
002410   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002420   03  RPT-CY-SECS             PIC  ZZZZZZZ9.99.
002430   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002440   03  RPT-CY-RECS             PIC  ZZZZZZZZZ9.99.
002450   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002460   03  RPT-CY-ECOST            PIC  ZZZZZZZZ9.99-.
002470   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002480   03  RPT-CY-RCOST            PIC  ZZZZZZZZ9.99-.
002490   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002500   03  RPT-CY-TCOST            PIC  ZZZZZZZZ9.99-.
002510
002520 01  RPT-PGM-HDR.
002530   03  FILLER                  PIC  X(40)  VALUE
002535       'PROGRAM   RATE/SEC  RATE/1000      SECON'.
002540   03  FILLER                  PIC  X(60)  VALUE
002545       'DS        RECORDS          COST'.
002550
002560 01  RPT-PGM-FMT.
002570   03  RPT-PG-NAME             PIC  X(08).
002580   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002590   03  RPT-PG-SEC-RATE         PIC  ZZ9.9999.
002600   03  FILLER                  PIC  X(02)  VALUE  SPACES.
002610   03  RPT-PG-KREC-RATE        PIC  ZZ9.9999.
002620   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002630   03  RPT-PG-SECS             PIC  ZZZZZZZZZZ9.
002640   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002650   03  RPT-PG-RECS             PIC  ZZZZZZZZZZZZ9.
002660   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002670   03  RPT-PG-COST             PIC  ZZZZZZZZ9.99-.
002680   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002690   03  RPT-PG-NOTE             PIC  X(12).
002700
002710 01  RPT-TOTAL.
002720   03  RPT-TOT-LABEL           PIC  X(36).
002730   03  RPT-TOT-VALUE           PIC  ZZZZZZZZ9.99-.
002740
002750 PROCEDURE        DIVISION.
002760 MAIN-SEC         SECTION.
002770     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
002780     IF  WS-PARM-LINE(1:6)  IS  NUMERIC
002790         MOVE  WS-PARM-LINE(1:6)  TO  WS-MONTH
002800     ELSE
002810         DISPLAY  'CHGBACK: YYYYMM PARM REQUIRED'
002820         MOVE  16  TO  RETURN-CODE
002830         STOP RUN
002840     END-IF.
002850     PERFORM  LOAD-RATES-SEC.
002860     PERFORM  LOAD-STEPS-SEC.
002870     PERFORM  LOAD-COUNTS-SEC.
002880     PERFORM  LOAD-GROUPS-SEC.
002890     PERFORM  SPLIT-CYCLE-SEC  VARYING  CYC-IDX  FROM  1  BY  1
002900         UNTIL  CYC-IDX  >  WS-CYC-COUNT.
002910     OPEN  OUTPUT  CHG-RPT.
002920     PERFORM  GROUP-PAGE-SEC  VARYING  GRP-IDX  FROM  1  BY  1
002930         UNTIL  GRP-IDX  >  WS-GRP-COUNT.
002940     PERFORM  SHOP-PAGE-SEC.
002950     CLOSE  CHG-RPT.
002960     PERFORM  TERM-SEC.
002970     STOP RUN.
002980 MAIN-SEC-EX.
002990     EXIT.
003000/
003010*----------------------------------------------------------------
003020* the rate cards; a card whose rates are not numeric is reported
003030* and skipped, leaving that program unrated
003040*----------------------------------------------------------------
003050 LOAD-RATES-SEC   SECTION.
003060     MOVE  'N'  TO  WS-EOF-SW.
003070     OPEN  INPUT  RATE-IN.
003080     IF  WS-RATE-STATUS  NOT =  '00'
003090         DISPLAY  'CHGBACK: NO CHGRATE RATE CARDS, STATUS '
003100                  WS-RATE-STATUS ' - NOTHING WILL BE BILLED'
003110         SET  FILE-EOF  TO  TRUE
003120     END-IF.
003130     PERFORM  READ-RATE-SEC  UNTIL  FILE-EOF.
003140     IF  WS-RATE-STATUS  =  '00'  OR  WS-RATE-STATUS  =  '10'
003150         CLOSE  RATE-IN
003160     END-IF.
003170 LOAD-RATES-SEC-EX.
003180     EXIT.
003190/
003200 READ-RATE-SEC    SECTION.
003210     READ  RATE-IN
003220         AT END      SET  FILE-EOF  TO  TRUE
003230         NOT AT END  PERFORM  TAKE-RATE-SEC
003240     END-READ.
003250 READ-RATE-SEC-EX.
003260     EXIT.
003270/
003280 TAKE-RATE-SEC    SECTION.
003290     IF  RATE-REC  =  SPACES
003300         GO TO  TAKE-RATE-SEC-EX
003310     END-IF.
003320     IF  RT-SEC-RATE  NOT NUMERIC  OR  RT-KREC-RATE  NOT NUMERIC
003330         ADD  1  TO  WS-BAD-CARD-COUNT
003340         DISPLAY  'CHGBACK: RATE CARD IGNORED - ' RATE-REC(1:24)
003350         GO TO  TAKE-RATE-SEC-EX
003360     END-IF.
003370     MOVE  RT-PROGRAM  TO  WS-WANTED-PROGRAM.
003380     PERFORM  FIND-PGM-SEC.
003390     IF  TABLE-FULL
003400         GO TO  TAKE-RATE-SEC-EX
003410     END-IF.
003420     SET   PGM-IS-RATED(PGM-IDX)  TO  TRUE.
003430     MOVE  RT-SEC-RATE-N   TO  WS-PGM-SEC-RATE(PGM-IDX).
003440     MOVE  RT-KREC-RATE-N  TO  WS-PGM-KREC-RATE(PGM-IDX).
003450     MOVE  RT-COUNT-NAME   TO  WS-PGM-COUNT-NAME(PGM-IDX).
003460 TAKE-RATE-SEC-EX.
003470     EXIT.
003480/
003490*----------------------------------------------------------------
003500* the month's chain steps: every timed step line counts toward
003510* the CHNHIST seconds the shop page ties back to, and is billed
003520* at its program's per-second rate against its cycle
003530*----------------------------------------------------------------
003540 LOAD-STEPS-SEC   SECTION.
003550     MOVE  'N'  TO  WS-EOF-SW.
003560     OPEN  INPUT  CHNHIST-IN.
003570     IF  WS-CHNHIST-STATUS  NOT =  '00'
003580         DISPLAY  'CHGBACK: NO CHNHIST, STATUS ' WS-CHNHIST-STATUS
003590         SET  FILE-EOF  TO  TRUE
003600     END-IF.
003610     PERFORM  READ-STEP-SEC  UNTIL  FILE-EOF.
003620     IF  WS-CHNHIST-STATUS  =  '00'  OR
003630         WS-CHNHIST-STATUS  =  '10'
003640         CLOSE  CHNHIST-IN
003650     END-IF.
003660 LOAD-STEPS-SEC-EX.
003670     EXIT.
003680/
003690 READ-STEP-SEC    SECTION.
003700     READ  CHNHIST-IN
003710         AT END      SET  FILE-EOF  TO  TRUE
003720         NOT AT END  PERFORM  TAKE-STEP-SEC
003730     END-READ.
003740 READ-STEP-SEC-EX.
003750     EXIT.
003760/
003770 TAKE-STEP-SEC    SECTION.
003780     IF  CH-RUN-DATE(1:6)  NOT =  WS-MONTH
003790         OR  CH-RUN-DATE  NOT NUMERIC
003800         OR  CH-ELAPSED-SECS  NOT NUMERIC
003810         GO TO  TAKE-STEP-SEC-EX
003820     END-IF.
003830     IF  CH-ELAPSED-SECS-N  =  0
003840         GO TO  TAKE-STEP-SEC-EX
003850     END-IF.
003860     ADD  1                  TO  WS-CHN-STEP-COUNT.
003870     ADD  CH-ELAPSED-SECS-N  TO  WS-CHN-SECS-TOTAL.
003880     MOVE  CH-RUN-DATE  TO  WS-WANTED-DATE.
003890     PERFORM  FIND-CYC-SEC.
003900     MOVE  CH-STEP-NAME  TO  WS-WANTED-PROGRAM.
003910     PERFORM  FIND-PGM-SEC.
003920     IF  TABLE-FULL
003930         DISPLAY  'CHGBACK: PROGRAM TABLE FULL AT ' CH-STEP-NAME
003940         GO TO  TAKE-STEP-SEC-EX
003950     END-IF.
003960     ADD  CH-ELAPSED-SECS-N  TO  WS-PGM-SECS(PGM-IDX).
003970     IF  NOT  PGM-IS-RATED(PGM-IDX)
003980         ADD  1  TO  WS-UNRATED-STEPS
003990     END-IF.
004000     COMPUTE  WS-WORK-COST  =
004010         CH-ELAPSED-SECS-N  *  WS-PGM-SEC-RATE(PGM-IDX).
004020     ADD  WS-WORK-COST  TO  WS-PGM-COST(PGM-IDX).
004030     IF  NOT  TABLE-FULL
004040         ADD  CH-ELAPSED-SECS-N  TO  WS-CYC-SECS(CYC-IDX)
004050         ADD  WS-WORK-COST       TO  WS-CYC-ECOST(CYC-IDX)
004060     END-IF.
004070 TAKE-STEP-SEC-EX.
004080     EXIT.
004090/
004100*----------------------------------------------------------------
004110* the month's record counts, for rated programs only - the
004120* count the card names, or every count when it names none
004130*----------------------------------------------------------------
004140 LOAD-COUNTS-SEC  SECTION.
004150     MOVE  'N'  TO  WS-EOF-SW.
004160     OPEN  INPUT  JHIST-IN.
004170     IF  WS-JHIST-STATUS  NOT =  '00'
004180         DISPLAY  'CHGBACK: NO JAHIST, STATUS ' WS-JHIST-STATUS
004190         SET  FILE-EOF  TO  TRUE
004200     END-IF.
004210     PERFORM  READ-COUNT-SEC  UNTIL  FILE-EOF.
004220     IF  WS-JHIST-STATUS  =  '00'  OR  WS-JHIST-STATUS  =  '10'
004230         CLOSE  JHIST-IN
004240     END-IF.
004250 LOAD-COUNTS-SEC-EX.
004260     EXIT.
004270/
004280 READ-COUNT-SEC   SECTION.
004290     READ  JHIST-IN
004300         AT END      SET  FILE-EOF  TO  TRUE
004310         NOT AT END  PERFORM  TAKE-COUNT-SEC
004320     END-READ.
004330 READ-COUNT-SEC-EX.
004340     EXIT.
004350/
004360 TAKE-COUNT-SEC   SECTION.
004370     IF  JH-RUN-DATE(1:6)  NOT =  WS-MONTH
004380         GO TO  TAKE-COUNT-SEC-EX
004390     END-IF.
004400     MOVE  'N'  TO  WS-FOUND-SW.
004410     PERFORM  MATCH-PGM-SEC  VARYING  PGM-IDX  FROM  1  BY  1
004420         UNTIL  PGM-IDX  >  WS-PGM-COUNT  OR  ENTRY-FOUND.
004430     IF  NOT  ENTRY-FOUND
004440         GO TO  TAKE-COUNT-SEC-EX
004450     END-IF.
004460     SET  PGM-IDX  DOWN  BY  1.
004470     IF  NOT  PGM-IS-RATED(PGM-IDX)
004480         GO TO  TAKE-COUNT-SEC-EX
004490     END-IF.
004500     IF  WS-PGM-COUNT-NAME(PGM-IDX)  NOT =  SPACES
004510         AND  WS-PGM-COUNT-NAME(PGM-IDX)  NOT =  JH-COUNT-NAME
004520         GO TO  TAKE-COUNT-SEC-EX
004530     END-IF.
004540     ADD  JH-COUNT-VALUE  TO  WS-PGM-RECS(PGM-IDX).
004550     COMPUTE  WS-WORK-COST  =
004560         JH-COUNT-VALUE  *  WS-PGM-KREC-RATE(PGM-IDX)  /  1000.
004570     ADD  WS-WORK-COST  TO  WS-PGM-COST(PGM-IDX).
004580     MOVE  JH-RUN-DATE  TO  WS-WANTED-DATE.
004590     PERFORM  FIND-CYC-SEC.
004600     IF  NOT  TABLE-FULL
004610         ADD  JH-COUNT-VALUE  TO  WS-CYC-RECS(CYC-IDX)
004620         ADD  WS-WORK-COST    TO  WS-CYC-RCOST(CYC-IDX)
004630     END-IF.
004640 TAKE-COUNT-SEC-EX.
004650     EXIT.
004660/
004670 MATCH-PGM-SEC    SECTION.
004680     IF  WS-PGM-NAME(PGM-IDX)  =  JH-PROGRAM
004690         SET  ENTRY-FOUND  TO  TRUE
004700     END-IF.
004710 MATCH-PGM-SEC-EX.
004720     EXIT.
004730/
004740*----------------------------------------------------------------
004750* the month's group proportions; a cycle FGRPRPT posted more
004760* than once keeps the latest posting of each group's count
004770*----------------------------------------------------------------
004780 LOAD-GROUPS-SEC  SECTION.
004790     MOVE  'N'  TO  WS-EOF-SW.
004800     OPEN  INPUT  GHIST-IN.
004810     IF  WS-GHIST-STATUS  NOT =  '00'
004820         DISPLAY  'CHGBACK: NO GRPHIST, STATUS ' WS-GHIST-STATUS
004830                  ' - NOTHING CAN BE SPLIT BY GROUP'
004840         SET  FILE-EOF  TO  TRUE
004850     END-IF.
004860     PERFORM  READ-GROUP-SEC  UNTIL  FILE-EOF.
004870     IF  WS-GHIST-STATUS  =  '00'  OR  WS-GHIST-STATUS  =  '10'
004880         CLOSE  GHIST-IN
004890     END-IF.
004900 LOAD-GROUPS-SEC-EX.
004910     EXIT.
004920/
004930 READ-GROUP-SEC   SECTION.
004940     READ  GHIST-IN
004950         AT END      SET  FILE-EOF  TO  TRUE
004960         NOT AT END  PERFORM  TAKE-GROUP-SEC
004970     END-READ.
004980 READ-GROUP-SEC-EX.
004990     EXIT.
005000/
005010 TAKE-GROUP-SEC   SECTION.
005020     IF  GH-RUN-DATE(1:6)  NOT =  WS-MONTH
005030         OR  GH-COUNT  NOT NUMERIC
005040         GO TO  TAKE-GROUP-SEC-EX
005050     END-IF.
005060     MOVE  GH-GROUP  TO  WS-WANTED-GROUP.
005070     PERFORM  FIND-GRP-SEC.
005080     IF  TABLE-FULL
005090         DISPLAY  'CHGBACK: GROUP TABLE FULL AT ' GH-GROUP
005100         GO TO  TAKE-GROUP-SEC-EX
005110     END-IF.
005120     MOVE  GH-RUN-DATE  TO  WS-WANTED-DATE.
005130     PERFORM  FIND-CYC-SEC.
005140     IF  TABLE-FULL
005150         GO TO  TAKE-GROUP-SEC-EX
005160     END-IF.
005170     SET  WS-SP-GRP  TO  GRP-IDX.
005180     SUBTRACT  WS-CG-DETAILS(CYC-IDX WS-SP-GRP)
005190         FROM  WS-CYC-DETAILS(CYC-IDX).
005200     MOVE  GH-COUNT  TO  WS-CG-DETAILS(CYC-IDX WS-SP-GRP).
005210     ADD   GH-COUNT  TO  WS-CYC-DETAILS(CYC-IDX).
005220 TAKE-GROUP-SEC-EX.
005230     EXIT.
005240/
005250*----------------------------------------------------------------
005260* table finders: each leaves its index on the entry wanted,
005270* adding a fresh entry when the key is new, or sets TABLE-FULL
005280* when there is no room for it
005290*----------------------------------------------------------------
005300 FIND-PGM-SEC     SECTION.
005310     MOVE  'N'  TO  WS-FULL-SW.
005320     SET  PGM-IDX  TO  1.
005330     SEARCH  WS-PGM-ENTRY
005340         AT END
005350             SET  TABLE-FULL  TO  TRUE
005360         WHEN  PGM-IDX  >  WS-PGM-COUNT
005370             CONTINUE
005380         WHEN  WS-PGM-NAME(PGM-IDX)  =  WS-WANTED-PROGRAM
005390             CONTINUE
005400     END-SEARCH.
005410     IF  NOT  TABLE-FULL  AND  PGM-IDX  >  WS-PGM-COUNT
005420         ADD  1  TO  WS-PGM-COUNT
005430         SET  PGM-IDX  TO  WS-PGM-COUNT
005440         MOVE  WS-WANTED-PROGRAM  TO  WS-PGM-NAME(PGM-IDX)
005450         MOVE  'N'     TO  WS-PGM-RATED-SW(PGM-IDX)
005460         MOVE  SPACES  TO  WS-PGM-COUNT-NAME(PGM-IDX)
005470         MOVE  0       TO  WS-PGM-SEC-RATE(PGM-IDX)
005480                           WS-PGM-KREC-RATE(PGM-IDX)
005490                           WS-PGM-SECS(PGM-IDX)
005500                           WS-PGM-RECS(PGM-IDX)
005510                           WS-PGM-COST(PGM-IDX)
005520     END-IF.
005530 FIND-PGM-SEC-EX.
005540     EXIT.
005550/
005560 FIND-GRP-SEC     SECTION.
005570     MOVE  'N'  TO  WS-FULL-SW.
005580     SET  GRP-IDX  TO  1.
005590     SEARCH  WS-GRP-ENTRY
005600         AT END
005610             SET  TABLE-FULL  TO  TRUE
005620         WHEN  GRP-IDX  >  WS-GRP-COUNT
005630             CONTINUE
005640         WHEN  WS-GRP-CODE(GRP-IDX)  =  WS-WANTED-GROUP
005650             CONTINUE
005660     END-SEARCH.
005670     IF  NOT  TABLE-FULL  AND  GRP-IDX  >  WS-GRP-COUNT
005680         ADD  1  TO  WS-GRP-COUNT
005690         SET  GRP-IDX  TO  WS-GRP-COUNT
005700         MOVE  WS-WANTED-GROUP  TO  WS-GRP-CODE(GRP-IDX)
005710         MOVE  0  TO  WS-GRP-DETAILS(GRP-IDX)
005720                      WS-GRP-SECS(GRP-IDX)
005730                      WS-GRP-RECS(GRP-IDX)
005740                      WS-GRP-ECOST(GRP-IDX)
005750                      WS-GRP-RCOST(GRP-IDX)
005760     END-IF.
005770 FIND-GRP-SEC-EX.
005780     EXIT.
005790/
005800 FIND-CYC-SEC     SECTION.
005810     MOVE  'N'  TO  WS-FULL-SW.
005820     SET  CYC-IDX  TO  1.
005830     SEARCH  WS-CYC-ENTRY
005840         AT END
005850             SET  TABLE-FULL  TO  TRUE
005860             DISPLAY  'CHGBACK: CYCLE TABLE FULL AT '
005870                      WS-WANTED-DATE
005880         WHEN  CYC-IDX  >  WS-CYC-COUNT
005890             CONTINUE
005900         WHEN  WS-CYC-DATE(CYC-IDX)  =  WS-WANTED-DATE
005910             CONTINUE
005920     END-SEARCH.
005930     IF  NOT  TABLE-FULL  AND  CYC-IDX  >  WS-CYC-COUNT
005940         ADD  1  TO  WS-CYC-COUNT
005950         SET  CYC-IDX  TO  WS-CYC-COUNT
005960         INITIALIZE  WS-CYC-ENTRY(CYC-IDX)
005970         MOVE  WS-WANTED-DATE  TO  WS-CYC-DATE(CYC-IDX)
005980     END-IF.
005990 FIND-CYC-SEC-EX.
006000     EXIT.
006010/
006020*----------------------------------------------------------------
006030* one cycle's split: the cycle's amounts are rounded to cents
006040* and hundredths first, then each group with details takes its
006050* proportion, truncated, and the last such group takes what is
006060* left, so the shares add back to the cycle to the cent
006070*----------------------------------------------------------------
006080 SPLIT-CYCLE-SEC  SECTION.
006090     COMPUTE  WS-SP-SECS             =  WS-CYC-SECS(CYC-IDX).
006100     COMPUTE  WS-SP-RECS             =  WS-CYC-RECS(CYC-IDX).
006110     COMPUTE  WS-SP-ECOST  ROUNDED   =  WS-CYC-ECOST(CYC-IDX).
006120     COMPUTE  WS-SP-RCOST  ROUNDED   =  WS-CYC-RCOST(CYC-IDX).
006130     ADD  WS-SP-ECOST  WS-SP-RCOST  TO  WS-SHOP-COST.
006140     IF  WS-CYC-DETAILS(CYC-IDX)  =  0
006150         ADD  1            TO  WS-UNALLOC-CYCLES
006160         ADD  WS-SP-SECS   TO  WS-UNALLOC-SECS
006170         ADD  WS-SP-ECOST  WS-SP-RCOST  TO  WS-UNALLOC-COST
006180         GO TO  SPLIT-CYCLE-SEC-EX
006190     END-IF.
006200     MOVE  0  TO  WS-SP-SECS-GIVEN   WS-SP-RECS-GIVEN
006210                  WS-SP-ECOST-GIVEN  WS-SP-RCOST-GIVEN
006220                  WS-SP-LAST-GRP.
006230     PERFORM  FIND-LAST-SEC  VARYING  WS-SP-GRP  FROM  1  BY  1
006240         UNTIL  WS-SP-GRP  >  WS-GRP-COUNT.
006250     PERFORM  SPLIT-GROUP-SEC  VARYING  WS-SP-GRP  FROM  1  BY  1
006260         UNTIL  WS-SP-GRP  >  WS-GRP-COUNT.
006270     ADD  WS-SP-SECS   TO  WS-ALLOC-SECS.
006280     ADD  WS-SP-ECOST  WS-SP-RCOST  TO  WS-ALLOC-COST.
006290 SPLIT-CYCLE-SEC-EX.
006300     EXIT.
006310/
006320 FIND-LAST-SEC    SECTION.
006330     IF  WS-CG-DETAILS(CYC-IDX WS-SP-GRP)  >  0
006340         MOVE  WS-SP-GRP  TO  WS-SP-LAST-GRP
006350     END-IF.
006360 FIND-LAST-SEC-EX.
006370     EXIT.
006380/
006390 SPLIT-GROUP-SEC  SECTION.
006400     IF  WS-CG-DETAILS(CYC-IDX WS-SP-GRP)  =  0
006410         GO TO  SPLIT-GROUP-SEC-EX
006420     END-IF.
006430     IF  WS-SP-GRP  =  WS-SP-LAST-GRP
006440         COMPUTE  WS-CG-SECS(CYC-IDX WS-SP-GRP)  =
006450             WS-SP-SECS   -  WS-SP-SECS-GIVEN
006460         COMPUTE  WS-CG-RECS(CYC-IDX WS-SP-GRP)  =
006470             WS-SP-RECS   -  WS-SP-RECS-GIVEN
006480         COMPUTE  WS-CG-ECOST(CYC-IDX WS-SP-GRP)  =
006490             WS-SP-ECOST  -  WS-SP-ECOST-GIVEN
006500         COMPUTE  WS-CG-RCOST(CYC-IDX WS-SP-GRP)  =
006510             WS-SP-RCOST  -  WS-SP-RCOST-GIVEN
006520     ELSE
006530         COMPUTE  WS-CG-SECS(CYC-IDX WS-SP-GRP)  =
006540             WS-SP-SECS  *  WS-CG-DETAILS(CYC-IDX WS-SP-GRP)
006550             /  WS-CYC-DETAILS(CYC-IDX)
006560         COMPUTE  WS-CG-RECS(CYC-IDX WS-SP-GRP)  =
006570             WS-SP-RECS  *  WS-CG-DETAILS(CYC-IDX WS-SP-GRP)
006580             /  WS-CYC-DETAILS(CYC-IDX)
006590         COMPUTE  WS-CG-ECOST(CYC-IDX WS-SP-GRP)  =
006600             WS-SP-ECOST  *  WS-CG-DETAILS(CYC-IDX WS-SP-GRP)
006610             /  WS-CYC-DETAILS(CYC-IDX)
006620         COMPUTE  WS-CG-RCOST(CYC-IDX WS-SP-GRP)  =
006630             WS-SP-RCOST  *  WS-CG-DETAILS(CYC-IDX WS-SP-GRP)
006640             /  WS-CYC-DETAILS(CYC-IDX)
006650     END-IF.
006660     ADD  WS-CG-SECS(CYC-IDX WS-SP-GRP)   TO  WS-SP-SECS-GIVEN.
006670     ADD  WS-CG-RECS(CYC-IDX WS-SP-GRP)   TO  WS-SP-RECS-GIVEN.
006680     ADD  WS-CG-ECOST(CYC-IDX WS-SP-GRP)  TO  WS-SP-ECOST-GIVEN.
006690     ADD  WS-CG-RCOST(CYC-IDX WS-SP-GRP)  TO  WS-SP-RCOST-GIVEN.
006700     SET  GRP-IDX  TO  WS-SP-GRP.
006710     ADD  WS-CG-DETAILS(CYC-IDX WS-SP-GRP)
006720                                   TO  WS-GRP-DETAILS(GRP-IDX).
006730     ADD  WS-CG-SECS(CYC-IDX WS-SP-GRP)
006735                                   TO  WS-GRP-SECS(GRP-IDX).
006740     ADD  WS-CG-RECS(CYC-IDX WS-SP-GRP)
006745                                   TO  WS-GRP-RECS(GRP-IDX).
006750     ADD  WS-CG-ECOST(CYC-IDX WS-SP-GRP)
006760                                   TO  WS-GRP-ECOST(GRP-IDX).
006770     ADD  WS-CG-RCOST(CYC-IDX WS-SP-GRP)
006780                                   TO  WS-GRP-RCOST(GRP-IDX).
006790 SPLIT-GROUP-SEC-EX.
006800     EXIT.
006810/
006820*----------------------------------------------------------------
006830* one page per group: its share of each cycle it had details in,
006840* then its month total
006850*----------------------------------------------------------------
006860 GROUP-PAGE-SEC   SECTION.
006870     MOVE  WS-MONTH  TO  RPT-TI-MONTH.
006880     MOVE  SPACES    TO  RPT-TI-TEXT.
006890     MOVE  WS-GRP-CODE(GRP-IDX)  TO  GE-CODE.
006900     CALL  'GRPEDIT'  USING  WS-GRPEDIT-PARM.
006910     IF  GE-REJECT
006920         MOVE  '*NOT ON GROUP MASTER'  TO  GE-DESC
006930     END-IF.
006940     STRING  'GROUP '              DELIMITED BY SIZE
006950             WS-GRP-CODE(GRP-IDX)  DELIMITED BY SIZE
006960             ' '                   DELIMITED BY SIZE
006970             GE-DESC               DELIMITED BY SIZE
006980         INTO  RPT-TI-TEXT
006990     END-STRING.
007000     MOVE  RPT-TITLE-FMT  TO  RPT-LINE.
007010     WRITE  RPT-LINE  AFTER ADVANCING  PAGE.
007020     MOVE  RPT-CYC-HDR    TO  RPT-LINE.
007030     WRITE  RPT-LINE  AFTER ADVANCING  2  LINES.
007040     SET  WS-SP-GRP  TO  GRP-IDX.
007050     PERFORM  GROUP-CYCLE-SEC  VARYING  CYC-IDX  FROM  1  BY  1
007060         UNTIL  CYC-IDX  >  WS-CYC-COUNT.
007070     MOVE  SPACES  TO  RPT-CYC-FMT.
007080     MOVE  'TOTAL   '              TO  RPT-CY-DATE.
007090     MOVE  WS-GRP-DETAILS(GRP-IDX)  TO  RPT-CY-DETAILS.
007100     MOVE  WS-GRP-SECS(GRP-IDX)     TO  RPT-CY-SECS.
007110     MOVE  WS-GRP-RECS(GRP-IDX)     TO  RPT-CY-RECS.
007120     MOVE  WS-GRP-ECOST(GRP-IDX)    TO  RPT-CY-ECOST.
007130     MOVE  WS-GRP-RCOST(GRP-IDX)    TO  RPT-CY-RCOST.
007140     COMPUTE  WS-GROUP-TOTAL-COST  =
007150         WS-GRP-ECOST(GRP-IDX)  +  WS-GRP-RCOST(GRP-IDX).
007160     MOVE  WS-GROUP-TOTAL-COST      TO  RPT-CY-TCOST.
007170     MOVE  RPT-CYC-FMT  TO  RPT-LINE.
007180     WRITE  RPT-LINE  AFTER ADVANCING  2  LINES.
007190 GROUP-PAGE-SEC-EX.
007200     EXIT.
007210/
007220 GROUP-CYCLE-SEC  SECTION.
007230     IF  WS-CG-DETAILS(CYC-IDX WS-SP-GRP)  =  0
007240         GO TO  GROUP-CYCLE-SEC-EX
007250     END-IF.
007260     MOVE  WS-CYC-DATE(CYC-IDX)  TO  RPT-CY-DATE.
007270     MOVE  WS-CG-DETAILS(CYC-IDX WS-SP-GRP)  TO  RPT-CY-DETAILS.
007280     COMPUTE  RPT-CY-SHARE  ROUNDED  =
007290         WS-CG-DETAILS(CYC-IDX WS-SP-GRP)  *  100
007300         /  WS-CYC-DETAILS(CYC-IDX).
007310     MOVE  WS-CG-SECS(CYC-IDX WS-SP-GRP)   TO  RPT-CY-SECS.
007320     MOVE  WS-CG-RECS(CYC-IDX WS-SP-GRP)   TO  RPT-CY-RECS.
007330     MOVE  WS-CG-ECOST(CYC-IDX WS-SP-GRP)  TO  RPT-CY-ECOST.
007340     MOVE  WS-CG-RCOST(CYC-IDX WS-SP-GRP)  TO  RPT-CY-RCOST.
007350     COMPUTE  WS-GROUP-TOTAL-COST  =
007360         WS-CG-ECOST(CYC-IDX WS-SP-GRP)
007370         +  WS-CG-RCOST(CYC-IDX WS-SP-GRP).
007380     MOVE  WS-GROUP-TOTAL-COST  TO  RPT-CY-TCOST.
007390     MOVE  RPT-CYC-FMT  TO  RPT-LINE.
007400     WRITE  RPT-LINE  AFTER ADVANCING  1  LINE.
007410 GROUP-CYCLE-SEC-EX.
007420     EXIT.
007430/
007440*----------------------------------------------------------------
007450* the shop total page: every program billed, then the tie-back -
007460* seconds and cost given to the groups plus anything left
007470* unallocated must equal the step seconds summed off CHNHIST and
007480* the cost the programs ran up
007490*----------------------------------------------------------------
007500 SHOP-PAGE-SEC    SECTION.
007510     MOVE  WS-MONTH  TO  RPT-TI-MONTH.
007520     MOVE  'SHOP TOTAL'  TO  RPT-TI-TEXT.
007530     MOVE  RPT-TITLE-FMT  TO  RPT-LINE.
007540     WRITE  RPT-LINE  AFTER ADVANCING  PAGE.
007550     MOVE  RPT-PGM-HDR    TO  RPT-LINE.
007560     WRITE  RPT-LINE  AFTER ADVANCING  2  LINES.
007570     PERFORM  SHOP-PGM-SEC  VARYING  PGM-IDX  FROM  1  BY  1
007580         UNTIL  PGM-IDX  >  WS-PGM-COUNT.
007590     MOVE  SPACES  TO  RPT-LINE.
007600     WRITE  RPT-LINE  AFTER ADVANCING  1  LINE.
007610     MOVE  'STEP SECONDS PER CHNHIST'     TO  RPT-TOT-LABEL.
007620     MOVE  WS-CHN-SECS-TOTAL    TO  RPT-TOT-VALUE.
007630     PERFORM  WRITE-TOTAL-SEC.
007640     MOVE  'SECONDS ALLOCATED TO GROUPS'  TO  RPT-TOT-LABEL.
007650     MOVE  WS-ALLOC-SECS        TO  RPT-TOT-VALUE.
007660     PERFORM  WRITE-TOTAL-SEC.
007670     MOVE  'SECONDS UNALLOCATED (NO GRPHIST)' TO  RPT-TOT-LABEL.
007680     MOVE  WS-UNALLOC-SECS      TO  RPT-TOT-VALUE.
007690     PERFORM  WRITE-TOTAL-SEC.
007700     COMPUTE  WS-TIE-SECS  =
007710         WS-CHN-SECS-TOTAL  -  WS-ALLOC-SECS  -  WS-UNALLOC-SECS.
007720     MOVE  'SECONDS DIFFERENCE'           TO  RPT-TOT-LABEL.
007730     MOVE  WS-TIE-SECS          TO  RPT-TOT-VALUE.
007740     PERFORM  WRITE-TOTAL-SEC.
007750     MOVE  'COST BILLED BY PROGRAM'       TO  RPT-TOT-LABEL.
007760     MOVE  WS-SHOP-COST         TO  RPT-TOT-VALUE.
007770     PERFORM  WRITE-TOTAL-SEC.
007780     MOVE  'COST ALLOCATED TO GROUPS'     TO  RPT-TOT-LABEL.
007790     MOVE  WS-ALLOC-COST        TO  RPT-TOT-VALUE.
007800     PERFORM  WRITE-TOTAL-SEC.
007810     MOVE  'COST UNALLOCATED (NO GRPHIST)' TO  RPT-TOT-LABEL.
007820     MOVE  WS-UNALLOC-COST      TO  RPT-TOT-VALUE.
007830     PERFORM  WRITE-TOTAL-SEC.
007840     COMPUTE  WS-TIE-COST  =
007850         WS-SHOP-COST  -  WS-ALLOC-COST  -  WS-UNALLOC-COST.
007860     MOVE  'COST DIFFERENCE'              TO  RPT-TOT-LABEL.
007870     MOVE  WS-TIE-COST          TO  RPT-TOT-VALUE.
007880     PERFORM  WRITE-TOTAL-SEC.
007890     IF  WS-TIE-SECS  =  0  AND  WS-TIE-COST  =  0
007900         MOVE  'SPLIT TIES BACK TO CHNHIST STEP TIMES'
007910               TO  RPT-LINE
007920     ELSE
007930         MOVE  '*** SPLIT DOES NOT TIE BACK - SEE DIFFERENCES'
007940               TO  RPT-LINE
007950         MOVE  8  TO  WS-RUN-RC
007960     END-IF.
007970     WRITE  RPT-LINE  AFTER ADVANCING  2  LINES.
007980 SHOP-PAGE-SEC-EX.
007990     EXIT.
008000/
008010 SHOP-PGM-SEC     SECTION.
008020     MOVE  SPACES  TO  RPT-PGM-FMT.
008030     MOVE  WS-PGM-NAME(PGM-IDX)       TO  RPT-PG-NAME.
008040     MOVE  WS-PGM-SEC-RATE(PGM-IDX)   TO  RPT-PG-SEC-RATE.
008050     MOVE  WS-PGM-KREC-RATE(PGM-IDX)  TO  RPT-PG-KREC-RATE.
008060     MOVE  WS-PGM-SECS(PGM-IDX)       TO  RPT-PG-SECS.
008070     MOVE  WS-PGM-RECS(PGM-IDX)       TO  RPT-PG-RECS.
008080     MOVE  WS-PGM-COST(PGM-IDX)       TO  RPT-PG-COST.
008090     IF  NOT  PGM-IS-RATED(PGM-IDX)
008100         MOVE  'NO RATE CARD'  TO  RPT-PG-NOTE
008110     END-IF.
008120     MOVE  RPT-PGM-FMT  TO  RPT-LINE.
008130     WRITE  RPT-LINE  AFTER ADVANCING  1  LINE.
008140 SHOP-PGM-SEC-EX.
008150     EXIT.
008160/
008170 WRITE-TOTAL-SEC  SECTION.
008180     MOVE  RPT-TOTAL  TO  RPT-LINE.
008190     WRITE  RPT-LINE  AFTER ADVANCING  1  LINE.
008200 WRITE-TOTAL-SEC-EX.
008210     EXIT.
008220/
008230 TERM-SEC         SECTION.
008240     DISPLAY  'CHGBACK: CHARGEBACK PRODUCED FOR ' WS-MONTH.
008250     DISPLAY  'CHGBACK: TIMED STEPS         ' WS-CHN-STEP-COUNT.
008260     DISPLAY  'CHGBACK: STEPS WITH NO RATE  ' WS-UNRATED-STEPS.
008270     DISPLAY  'CHGBACK: CYCLES UNALLOCATED  ' WS-UNALLOC-CYCLES.
008280     DISPLAY  'CHGBACK: RATE CARDS IGNORED  ' WS-BAD-CARD-COUNT.
008290     IF  WS-RUN-RC  =  0
008300         AND  (WS-UNALLOC-CYCLES  >  0
008305               OR  WS-BAD-CARD-COUNT  >  0)
008310         MOVE  4  TO  WS-RUN-RC
008320     END-IF.
008330     MOVE  'CHGBACK '            TO  JA-PROGRAM.
008340     MOVE  'STEPS BILLED'        TO  JA-COUNT-NAME.
008350     MOVE  WS-CHN-STEP-COUNT     TO  JA-COUNT-VALUE.
008360     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
008365     MOVE  WS-RUN-RC             TO  RETURN-CODE.
008370 TERM-SEC-EX.
008380     EXIT.
