000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      FSAMPLE.
000030*
000040*----------------------------------------------------------------
000050* statistical audit sample off the F-OTFILE cycle file: the
000060* quarterly "random 50 records per group" the auditors ask for,
000070* drawn as a stratified sample by GROUP-1 from a seed that is
000080* written on the certificate, so the very same sample can be
000090* drawn again on demand and shown to have been random.
000100*
000110* FSMPCTL control cards, one per line:
000120*   'SEED ' + 9-digit seed     the seed to draw with; a missing
000130*                              or zero seed is taken from the
000140*                              clock and printed for reuse
000150*   group + ' N ' + 5 digits   draw that many from the group
000160*   group + ' P ' + 5 digits   draw that percentage (1-100) of
000170*                              the group, rounded, at least one
000180* a group code of '*' sets the basis for every group no card
000190* names; a group with no card and no '*' card is counted but
000200* not sampled. a size above the group's population takes the
000210* whole group.
000220*
000230* the first pass counts each group's population; the second
000240* draws with selection sampling (each detail taken with chance
000250* still-needed / still-unseen), which yields exactly the size
000260* asked for and depends only on the seed and the file, so a
000270* redraw with the certificate's seed over the same cycle file
000280* picks the same keys. the random stream is the minimal-
000290* standard multiplicative generator (16807, modulus 2**31-1).
000300*
000310* outputs: FSAMPLEX, the sampled details in the FFILE layout
000320* (the FGEXTR extract shape), and FSMPCERT, the certificate -
000330* seed, cycle date, and per group the population, the basis,
000340* the sample count, and the NUM1 keys drawn.
000350*----------------------------------------------------------------
000360 ENVIRONMENT      DIVISION.
000370 INPUT-OUTPUT     SECTION.
000380 FILE-CONTROL.
000390     SELECT  CTL-FILE    ASSIGN TO   FSMPCTL
000400             ORGANIZATION  IS    LINE SEQUENTIAL
000410             FILE STATUS   IS    WS-CTL-STATUS.
000420     SELECT  F-OTFILE  ASSIGN TO     FFILE
000430             ORGANIZATION  IS    SEQUENTIAL
000440             FILE STATUS   IS    WS-FOTFILE-STATUS.
000450     SELECT  SAMPLE-OUT  ASSIGN TO   FSAMPLEX
000460             ORGANIZATION  IS    SEQUENTIAL
000470             FILE STATUS   IS    WS-SAMPLE-STATUS.
000480     SELECT  CERT-RPT    ASSIGN TO   FSMPCERT
000490             ORGANIZATION  IS    LINE SEQUENTIAL.
000500
000505     COPY  keylay.
000510 DATA             DIVISION.
000520 FILE             SECTION.
000530 FD      CTL-FILE.
000540 01      CTL-CARD.
000550     03  CC-GROUP                     PIC  X(01).
000560     03  FILLER                       PIC  X(01).
000570     03  CC-BASIS                     PIC  X(01).
000580       88  CC-BY-COUNT                      VALUE 'N'.
000590       88  CC-BY-PERCENT                    VALUE 'P'.
000600     03  FILLER                       PIC  X(01).
000610     03  CC-AMOUNT                    PIC  X(05).
000620     03  CC-AMOUNT-N  REDEFINES  CC-AMOUNT
000630                                      PIC  9(05).
000640     03  FILLER                       PIC  X(71).
000650 01      CTL-SEED-CARD  REDEFINES  CTL-CARD.
000660     03  CS-TAG                       PIC  X(05).
000670       88  CS-IS-SEED                       VALUE 'SEED '.
000680     03  CS-SEED                      PIC  X(09).
000690     03  CS-SEED-N  REDEFINES  CS-SEED
000700                                      PIC  9(09).
000710     03  FILLER                       PIC  X(66).
000720
000730 FD      F-OTFILE.
000740 01      F-REC01.
000750     COPY  ffile.
000760 01      F-HTR-REC  REDEFINES  F-REC01.
000770     03  FHTR-KEY                     PIC  9(:KEY-LEN:).
000780     03  FHTR-ID                      PIC  X(04).
000790       88  FHTR-IS-HEADER                   VALUE 'HDR1'.
000800       88  FHTR-IS-TRAILER                  VALUE 'TRL1'.
000810     03  FHTR-RUN-DATE                PIC  X(08).
000820     03  FILLER                       PIC  X(:TAIL-12:).
000830
000840 FD      SAMPLE-OUT
000850         RECORD CONTAINS  :REC-LEN:  CHARACTERS.
000860 01      SAMPLE-REC.
000870     COPY  ffile.
000880
000890 FD      CERT-RPT.
000900 01      RPT-LINE                     PIC  X(80).
000910
000920 WORKING-STORAGE  SECTION.
000930
000940 01  WS-STATUSES.
000950   03  WS-CTL-STATUS           PIC  X(02).
000960   03  WS-FOTFILE-STATUS       PIC  X(02).
000970   03  WS-SAMPLE-STATUS        PIC  X(02).
000980
000990 01  WS-SWITCHES.
001000   03  WS-CTL-EOF-SW           PIC  X(01)  VALUE  'N'.
001010     88  CTL-EOF                    VALUE  'Y'.
001020   03  WS-FILE-EOF-SW          PIC  X(01).
001030     88  FILE-EOF                   VALUE  'Y'.
001040   03  WS-DEFAULT-SW           PIC  X(01)  VALUE  'N'.
001050     88  DEFAULT-GIVEN              VALUE  'Y'.
001052   03  WS-GRP-FULL-SW          PIC  X(01).
001054     88  GROUP-TABLE-FULL           VALUE  'Y'.
001060
001070 01  WS-CYCLE-DATE             PIC  X(08)        VALUE  SPACES.
001080 01  WS-RUN-DATE               PIC  9(08).
001090 01  WS-CLOCK-TIME             PIC  9(08).
001100
001110*----------------------------------------------------------------
001120* the draw: the recorded seed, the generator state it starts,
001130* and the work field one step of the generator is taken in
001140*----------------------------------------------------------------
001150 01  WS-RANDOM-AREA.
001160   03  WS-SEED                 PIC  9(09)        VALUE  0.
001170   03  WS-RAND-STATE           PIC  9(10)  COMP  VALUE  0.
001180   03  WS-RAND-WORK            PIC  9(18)  COMP.
001190   03  WS-RAND-QUOT            PIC  9(18)  COMP.
001200   03  WS-RAND-LEFT            PIC  9(18)  COMP.
001210   03  WS-RAND-NEED            PIC  9(18)  COMP.
001220 01  WS-RAND-MODULUS           PIC  9(10)  COMP
001230                                           VALUE  2147483647.
001240
001250*----------------------------------------------------------------
001260* the basis the '*' card gives every group no card names
001270*----------------------------------------------------------------
001280 01  WS-DEFAULT-BASIS          PIC  X(01)        VALUE  SPACE.
001290 01  WS-DEFAULT-AMOUNT         PIC  9(05)        VALUE  0.
001300
001310*----------------------------------------------------------------
001320* one entry per GROUP-1 code seen on a card or on the file
001330*----------------------------------------------------------------
001340 01  WS-GRP-TABLE.
001350   03  WS-GRP-ENTRY  OCCURS  64  TIMES  INDEXED BY GRP-IDX.
001360     05  WS-GRP-CODE           PIC  X(01).
001370     05  WS-GRP-BASIS          PIC  X(01).
001380     05  WS-GRP-AMOUNT         PIC  9(05).
001390     05  WS-GRP-POP            PIC  9(07)  COMP.
001400     05  WS-GRP-TARGET         PIC  9(07)  COMP.
001410     05  WS-GRP-SEEN           PIC  9(07)  COMP.
001420     05  WS-GRP-TAKEN          PIC  9(07)  COMP.
001430 01  WS-GRP-COUNT              PIC  9(03)  COMP  VALUE  0.
001440 01  WS-GRP-WANTED             PIC  X(01).
001450
001460*----------------------------------------------------------------
001470* every key drawn, in file order, for the certificate's per-
001480* group key lists - NUM1 is four digits, so 9999 covers a draw
001490* of the whole file
001500*----------------------------------------------------------------
001510 01  WS-PICK-TABLE.
001520   03  WS-PICK-ENTRY  OCCURS  9999  TIMES  INDEXED BY PCK-IDX.
001530     05  WS-PICK-GROUP         PIC  X(01).
001540     05  WS-PICK-NUM1          PIC  9(04).
001550 01  WS-PICK-COUNT             PIC  9(05)  COMP  VALUE  0.
001560
001570 01  WS-COUNTERS.
001580   03  WS-CARD-COUNT           PIC  9(05)  COMP  VALUE  0.
001590   03  WS-BAD-CARD-COUNT       PIC  9(05)  COMP  VALUE  0.
001600   03  WS-DETAIL-COUNT         PIC  9(07)  COMP  VALUE  0.
001610   03  WS-SAMPLE-COUNT         PIC  9(07)  COMP  VALUE  0.
001620   03  WS-LINE-KEYS            PIC  9(02)  COMP  VALUE  0.
001630
001640 01  WS-JOBACCT-PARM.
001650     COPY  jobacct.
001660
001670 01  RPT-SEED-FMT.
001680   03  FILLER                  PIC  X(06)  VALUE  'SEED  '.
001690   03  RPT-SEED                PIC  9(09).
001700   03  FILLER                  PIC  X(14)  VALUE
001710                                   '  CYCLE DATE  '.
001720   03  RPT-CYCLE-DATE          PIC  X(08).
001730   03  FILLER                  PIC  X(12)  VALUE
001740                                   '  DRAWN ON  '.
001750   03  RPT-RUN-DATE            PIC  9(08).
001760
001770 01  RPT-GRP-FMT.
001780   03  FILLER                  PIC  X(06)  VALUE  'GROUP '.
001790   03  RPT-GROUP               PIC  X(01).
001800   03  FILLER                  PIC  X(14)  VALUE
001810                                   '  POPULATION '.
001820   03  RPT-POP                 PIC  ZZZZZZ9.
001830   03  FILLER                  PIC  X(09)  VALUE  '  BASIS '.
001840   03  RPT-BASIS               PIC  X(01).
001850   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001860   03  RPT-AMOUNT              PIC  ZZZZ9.
001870   03  FILLER                  PIC  X(10)  VALUE  '  SAMPLE '.
001880   03  RPT-TAKEN               PIC  ZZZZZZ9.
001890
001900 01  RPT-KEY-FMT.
001910   03  FILLER                  PIC  X(08)  VALUE  '  KEYS  '.
001920   03  RPT-KEY-SLOT  OCCURS  12  TIMES.
001930     05  RPT-KEY               PIC  9(04).
001940     05  FILLER                PIC  X(02).
001943
001946 01  WS-KEYMODE-PARM.
001950     COPY  keymode.
001960 PROCEDURE        DIVISION.
001961 MAIN-SEC         SECTION.
001962*    the stores must carry the key layout this program is built
001963*    for - see KEYMODE
001964     MOVE  'FSAMPLE'   TO  KM-PROGRAM.
001965     MOVE  0           TO  KM-RUN-DATE.
001966     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
001967     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
001968     IF  KM-REFUSE
001969         MOVE  16  TO  RETURN-CODE
001970         STOP RUN
001975     END-IF.
001980     ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
001990     PERFORM  LOAD-CTL-SEC.
002000     PERFORM  COUNT-PASS-SEC.
002010     PERFORM  SET-TARGET-SEC  VARYING  GRP-IDX  FROM  1  BY  1
002020         UNTIL  GRP-IDX  >  WS-GRP-COUNT.
002030     PERFORM  START-RANDOM-SEC.
002040     PERFORM  DRAW-PASS-SEC.
002050     PERFORM  TERM-SEC.
002060     STOP RUN.
002070 MAIN-SEC-EX.
002080     EXIT.
002090/
002100*----------------------------------------------------------------
002110* the control cards: the seed, the '*' default basis, and one
002120* basis per named group. a card that cannot be read is
002130* reported and skipped rather than guessed at.
002140*----------------------------------------------------------------
002150 LOAD-CTL-SEC     SECTION.
002160     OPEN  INPUT  CTL-FILE.
002170     IF  WS-CTL-STATUS  NOT =  '00'
002180         DISPLAY  'FSAMPLE: NO CONTROL CARDS, STATUS '
002190                  WS-CTL-STATUS
002200         SET  CTL-EOF  TO  TRUE
002210     END-IF.
002220     PERFORM  READ-CTL-SEC  UNTIL  CTL-EOF.
002230     IF  WS-CTL-STATUS  =  '00'  OR  WS-CTL-STATUS  =  '10'
002240         CLOSE  CTL-FILE
002250     END-IF.
002260 LOAD-CTL-SEC-EX.
002270     EXIT.
002280/
002290 READ-CTL-SEC     SECTION.
002300     READ  CTL-FILE
002310         AT END      SET  CTL-EOF  TO  TRUE
002320         NOT AT END  PERFORM  TAKE-CARD-SEC
002330     END-READ.
002340 READ-CTL-SEC-EX.
002350     EXIT.
002360/
002370 TAKE-CARD-SEC    SECTION.
002380     IF  CTL-CARD  =  SPACES
002390         GO TO  TAKE-CARD-SEC-EX
002400     END-IF.
002410     ADD  1  TO  WS-CARD-COUNT.
002420     IF  CS-IS-SEED
002430         IF  CS-SEED  IS  NUMERIC
002440             MOVE  CS-SEED-N  TO  WS-SEED
002450         ELSE
002460             PERFORM  BAD-CARD-SEC
002470         END-IF
002480         GO TO  TAKE-CARD-SEC-EX
002490     END-IF.
002500     IF  NOT  (CC-BY-COUNT  OR  CC-BY-PERCENT)
002510         OR  CC-AMOUNT  NOT NUMERIC
002520         OR  (CC-BY-PERCENT  AND
002530              (CC-AMOUNT-N  <  1  OR  CC-AMOUNT-N  >  100))
002540         PERFORM  BAD-CARD-SEC
002550         GO TO  TAKE-CARD-SEC-EX
002560     END-IF.
002570     IF  CC-GROUP  =  '*'
002580         SET   DEFAULT-GIVEN  TO  TRUE
002590         MOVE  CC-BASIS     TO  WS-DEFAULT-BASIS
002600         MOVE  CC-AMOUNT-N  TO  WS-DEFAULT-AMOUNT
002610         GO TO  TAKE-CARD-SEC-EX
002620     END-IF.
002630     MOVE  CC-GROUP  TO  WS-GRP-WANTED.
002640     PERFORM  FIND-GROUP-SEC.
002650     IF  GROUP-TABLE-FULL
002660         PERFORM  BAD-CARD-SEC
002670         GO TO  TAKE-CARD-SEC-EX
002680     END-IF.
002690     MOVE  CC-BASIS     TO  WS-GRP-BASIS(GRP-IDX).
002700     MOVE  CC-AMOUNT-N  TO  WS-GRP-AMOUNT(GRP-IDX).
002710 TAKE-CARD-SEC-EX.
002720     EXIT.
002730/
002740 BAD-CARD-SEC     SECTION.
002750     ADD  1  TO  WS-BAD-CARD-COUNT.
002760     DISPLAY  'FSAMPLE: CONTROL CARD IGNORED - ' CTL-CARD(1:20).
002770 BAD-CARD-SEC-EX.
002780     EXIT.
002790/
002800*----------------------------------------------------------------
002810* finds WS-GRP-WANTED in the group table, adding it when it is
002820* new; GROUP-TABLE-FULL is set when there is no room for it
002830*----------------------------------------------------------------
002840 FIND-GROUP-SEC   SECTION.
002850     MOVE  'N'  TO  WS-GRP-FULL-SW.
002860     SET  GRP-IDX  TO  1.
002870     SEARCH  WS-GRP-ENTRY
002880         AT END
002890             SET  GROUP-TABLE-FULL  TO  TRUE
002900         WHEN  GRP-IDX  >  WS-GRP-COUNT
002910             CONTINUE
002920         WHEN  WS-GRP-CODE(GRP-IDX)  =  WS-GRP-WANTED
002930             CONTINUE
002940     END-SEARCH.
002950     IF  NOT  GROUP-TABLE-FULL
002960         AND  GRP-IDX  >  WS-GRP-COUNT
002970         ADD  1  TO  WS-GRP-COUNT
002980         SET  GRP-IDX  TO  WS-GRP-COUNT
002990         MOVE  WS-GRP-WANTED  TO  WS-GRP-CODE(GRP-IDX)
003000         MOVE  SPACE          TO  WS-GRP-BASIS(GRP-IDX)
003010         MOVE  0  TO  WS-GRP-AMOUNT(GRP-IDX)
003020                      WS-GRP-POP(GRP-IDX)
003030                      WS-GRP-TARGET(GRP-IDX)
003040                      WS-GRP-SEEN(GRP-IDX)
003050                      WS-GRP-TAKEN(GRP-IDX)
003060     END-IF.
003180 FIND-GROUP-SEC-EX.
003190     EXIT.
003200/
003210*----------------------------------------------------------------
003220* first pass: the population of every group on the file
003230*----------------------------------------------------------------
003240 COUNT-PASS-SEC   SECTION.
003250     PERFORM  OPEN-FILE-SEC.
003260     PERFORM  COUNT-ONE-SEC  UNTIL  FILE-EOF.
003270     PERFORM  CLOSE-FILE-SEC.
003280 COUNT-PASS-SEC-EX.
003290     EXIT.
003300/
003310 COUNT-ONE-SEC    SECTION.
003320     PERFORM  READ-FILE-SEC.
003330     IF  NOT  FILE-EOF
003340         ADD  1  TO  WS-DETAIL-COUNT
003350         MOVE  GROUP-1  OF  F-REC01  TO  WS-GRP-WANTED
003360         PERFORM  FIND-GROUP-SEC
003370         IF  NOT  GROUP-TABLE-FULL
003380             ADD  1  TO  WS-GRP-POP(GRP-IDX)
003390         END-IF
003400     END-IF.
003410 COUNT-ONE-SEC-EX.
003420     EXIT.
003430/
003440 OPEN-FILE-SEC    SECTION.
003450     MOVE  'N'  TO  WS-FILE-EOF-SW.
003460     OPEN  INPUT  F-OTFILE.
003470     IF  WS-FOTFILE-STATUS  NOT =  '00'
003480         DISPLAY  'FSAMPLE: UNABLE TO OPEN FFILE, STATUS '
003490                  WS-FOTFILE-STATUS
003500         MOVE  16  TO  RETURN-CODE
003510         STOP RUN
003520     END-IF.
003530 OPEN-FILE-SEC-EX.
003540     EXIT.
003550/
003560 CLOSE-FILE-SEC   SECTION.
003570     CLOSE  F-OTFILE.
003580 CLOSE-FILE-SEC-EX.
003590     EXIT.
003600/
003610*----------------------------------------------------------------
003620* HDR1/TRL1 sentinels are passed over; the header's run date is
003630* the cycle the certificate names
003640*----------------------------------------------------------------
003650 READ-FILE-SEC    SECTION.
003660     READ  F-OTFILE
003670         AT END  SET  FILE-EOF  TO  TRUE
003680     END-READ.
003690     IF  NOT  FILE-EOF
003700         IF  FHTR-IS-HEADER
003710             MOVE  FHTR-RUN-DATE  TO  WS-CYCLE-DATE
003720             PERFORM  READ-FILE-SEC
003730         ELSE
003740             IF  FHTR-IS-TRAILER
003750                 PERFORM  READ-FILE-SEC
003760             END-IF
003770         END-IF
003780     END-IF.
003790 READ-FILE-SEC-EX.
003800     EXIT.
003810/
003820*----------------------------------------------------------------
003830* each group's sample size from its own card or the '*' card
003840*----------------------------------------------------------------
003850 SET-TARGET-SEC   SECTION.
003860     IF  WS-GRP-BASIS(GRP-IDX)  =  SPACE  AND  DEFAULT-GIVEN
003870         MOVE  WS-DEFAULT-BASIS   TO  WS-GRP-BASIS(GRP-IDX)
003880         MOVE  WS-DEFAULT-AMOUNT  TO  WS-GRP-AMOUNT(GRP-IDX)
003890     END-IF.
003900     EVALUATE  WS-GRP-BASIS(GRP-IDX)
003910         WHEN  'N'
003920             MOVE  WS-GRP-AMOUNT(GRP-IDX)
003930                   TO  WS-GRP-TARGET(GRP-IDX)
003940         WHEN  'P'
003950             COMPUTE  WS-GRP-TARGET(GRP-IDX)  ROUNDED  =
003960                 WS-GRP-POP(GRP-IDX)  *  WS-GRP-AMOUNT(GRP-IDX)
003970                 /  100
003980             IF  WS-GRP-TARGET(GRP-IDX)  =  0
003990                 AND  WS-GRP-POP(GRP-IDX)  >  0
004000                 MOVE  1  TO  WS-GRP-TARGET(GRP-IDX)
004010             END-IF
004020         WHEN  OTHER
004030             MOVE  0  TO  WS-GRP-TARGET(GRP-IDX)
004040     END-EVALUATE.
004050     IF  WS-GRP-TARGET(GRP-IDX)  >  WS-GRP-POP(GRP-IDX)
004060         MOVE  WS-GRP-POP(GRP-IDX)  TO  WS-GRP-TARGET(GRP-IDX)
004070     END-IF.
004080 SET-TARGET-SEC-EX.
004090     EXIT.
004100/
004110*----------------------------------------------------------------
004120* the generator is started from the seed; with no seed card the
004130* clock supplies one, and either way it goes on the certificate
004140*----------------------------------------------------------------
004150 START-RANDOM-SEC SECTION.
004160     IF  WS-SEED  =  0
004170         ACCEPT  WS-CLOCK-TIME  FROM  TIME
004180         COMPUTE  WS-SEED  =  WS-CLOCK-TIME  +  WS-RUN-DATE
004190     END-IF.
004200     DIVIDE  WS-SEED  BY  2147483646
004210         GIVING  WS-RAND-QUOT  REMAINDER  WS-RAND-STATE.
004220     ADD  1  TO  WS-RAND-STATE.
004230 START-RANDOM-SEC-EX.
004240     EXIT.
004250/
004260 NEXT-RANDOM-SEC  SECTION.
004270     COMPUTE  WS-RAND-WORK  =  WS-RAND-STATE  *  16807.
004280     DIVIDE  WS-RAND-WORK  BY  WS-RAND-MODULUS
004290         GIVING  WS-RAND-QUOT  REMAINDER  WS-RAND-STATE.
004300 NEXT-RANDOM-SEC-EX.
004310     EXIT.
004320/
004330*----------------------------------------------------------------
004340* second pass: every detail of a sampled group takes one step
004350* of the generator and is drawn when state / modulus falls
004360* below still-needed / still-unseen - the comparison is made in
004370* whole numbers by cross-multiplying
004380*----------------------------------------------------------------
004390 DRAW-PASS-SEC    SECTION.
004400     OPEN  OUTPUT  SAMPLE-OUT.
004410     PERFORM  OPEN-FILE-SEC.
004420     PERFORM  DRAW-ONE-SEC  UNTIL  FILE-EOF.
004430     PERFORM  CLOSE-FILE-SEC.
004440     CLOSE  SAMPLE-OUT.
004450 DRAW-PASS-SEC-EX.
004460     EXIT.
004470/
004480 DRAW-ONE-SEC     SECTION.
004490     PERFORM  READ-FILE-SEC.
004500     IF  FILE-EOF
004510         GO TO  DRAW-ONE-SEC-EX
004520     END-IF.
004530     MOVE  GROUP-1  OF  F-REC01  TO  WS-GRP-WANTED.
004540     PERFORM  FIND-GROUP-SEC.
004550     IF  GROUP-TABLE-FULL
004560         GO TO  DRAW-ONE-SEC-EX
004570     END-IF.
004580     IF  WS-GRP-TARGET(GRP-IDX)  =  0
004590         GO TO  DRAW-ONE-SEC-EX
004600     END-IF.
004610     PERFORM  NEXT-RANDOM-SEC.
004620     COMPUTE  WS-RAND-LEFT  =
004630         WS-GRP-POP(GRP-IDX)  -  WS-GRP-SEEN(GRP-IDX).
004640     COMPUTE  WS-RAND-NEED  =
004650         WS-GRP-TARGET(GRP-IDX)  -  WS-GRP-TAKEN(GRP-IDX).
004660     ADD  1  TO  WS-GRP-SEEN(GRP-IDX).
004670     IF  WS-RAND-STATE  *  WS-RAND-LEFT  <
004680         WS-RAND-NEED  *  WS-RAND-MODULUS
004690         ADD  1  TO  WS-GRP-TAKEN(GRP-IDX)
004700         ADD  1  TO  WS-SAMPLE-COUNT
004710         MOVE  F-REC01  TO  SAMPLE-REC
004720         WRITE  SAMPLE-REC
004730         IF  WS-PICK-COUNT  <  9999
004740             ADD  1  TO  WS-PICK-COUNT
004750             SET  PCK-IDX  TO  WS-PICK-COUNT
004760             MOVE  GROUP-1  OF  F-REC01
004765                   TO  WS-PICK-GROUP(PCK-IDX)
004770             MOVE  NUM1     OF  F-REC01
004775                   TO  WS-PICK-NUM1(PCK-IDX)
004780         END-IF
004790     END-IF.
004800 DRAW-ONE-SEC-EX.
004810     EXIT.
004820/
004830*----------------------------------------------------------------
004840* the certificate: the seed and cycle, then each group's counts
004850* and the keys drawn from it
004860*----------------------------------------------------------------
004870 TERM-SEC         SECTION.
004880     OPEN  OUTPUT  CERT-RPT.
004890     MOVE  'AUDIT SAMPLE CERTIFICATE - F-OTFILE BY GROUP-1'
004900           TO  RPT-LINE.
004910     WRITE  RPT-LINE.
004920     MOVE  WS-SEED         TO  RPT-SEED.
004930     MOVE  WS-CYCLE-DATE   TO  RPT-CYCLE-DATE.
004940     MOVE  WS-RUN-DATE     TO  RPT-RUN-DATE.
004950     MOVE  RPT-SEED-FMT    TO  RPT-LINE.
004960     WRITE  RPT-LINE.
004970     PERFORM  CERT-GROUP-SEC  VARYING  GRP-IDX  FROM  1  BY  1
004980         UNTIL  GRP-IDX  >  WS-GRP-COUNT.
004990     CLOSE  CERT-RPT.
005000     DISPLAY  'FSAMPLE: SEED                ' WS-SEED.
005010     DISPLAY  'FSAMPLE: DETAILS IN FILE     ' WS-DETAIL-COUNT.
005020     DISPLAY  'FSAMPLE: RECORDS SAMPLED     ' WS-SAMPLE-COUNT.
005030     DISPLAY  'FSAMPLE: CARDS IGNORED       ' WS-BAD-CARD-COUNT.
005040     IF  WS-BAD-CARD-COUNT  >  0
005050         MOVE  4  TO  RETURN-CODE
005060     END-IF.
005070     MOVE  'FSAMPLE '            TO  JA-PROGRAM.
005080     MOVE  'RECORDS SAMPLED'     TO  JA-COUNT-NAME.
005090     MOVE  WS-SAMPLE-COUNT       TO  JA-COUNT-VALUE.
005100     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
005110 TERM-SEC-EX.
005120     EXIT.
005130/
005140 CERT-GROUP-SEC   SECTION.
005150     MOVE  WS-GRP-CODE(GRP-IDX)    TO  RPT-GROUP.
005160     MOVE  WS-GRP-POP(GRP-IDX)     TO  RPT-POP.
005170     IF  WS-GRP-BASIS(GRP-IDX)  =  SPACE
005180         MOVE  '-'                 TO  RPT-BASIS
005190     ELSE
005200         MOVE  WS-GRP-BASIS(GRP-IDX)  TO  RPT-BASIS
005210     END-IF.
005220     MOVE  WS-GRP-AMOUNT(GRP-IDX)  TO  RPT-AMOUNT.
005230     MOVE  WS-GRP-TAKEN(GRP-IDX)   TO  RPT-TAKEN.
005240     MOVE  RPT-GRP-FMT             TO  RPT-LINE.
005250     WRITE  RPT-LINE.
005260     MOVE  0  TO  WS-LINE-KEYS.
005270     MOVE  SPACES  TO  RPT-KEY-FMT(9:).
005280     PERFORM  CERT-KEY-SEC  VARYING  PCK-IDX  FROM  1  BY  1
005290         UNTIL  PCK-IDX  >  WS-PICK-COUNT.
005300     IF  WS-LINE-KEYS  >  0
005310         MOVE  RPT-KEY-FMT  TO  RPT-LINE
005320         WRITE  RPT-LINE
005330     END-IF.
005340 CERT-GROUP-SEC-EX.
005350     EXIT.
005360/
005370 CERT-KEY-SEC     SECTION.
005380     IF  WS-PICK-GROUP(PCK-IDX)  NOT =  WS-GRP-CODE(GRP-IDX)
005390         GO TO  CERT-KEY-SEC-EX
005400     END-IF.
005410     ADD  1  TO  WS-LINE-KEYS.
005420     MOVE  WS-PICK-NUM1(PCK-IDX)  TO  RPT-KEY(WS-LINE-KEYS).
005430     IF  WS-LINE-KEYS  =  12
005440         MOVE  RPT-KEY-FMT  TO  RPT-LINE
005450         WRITE  RPT-LINE
005460         MOVE  0  TO  WS-LINE-KEYS
005470         MOVE  SPACES  TO  RPT-KEY-FMT(9:)
005480     END-IF.
005490 CERT-KEY-SEC-EX.
005500     EXIT.
