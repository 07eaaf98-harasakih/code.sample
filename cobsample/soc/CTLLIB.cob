000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      CTLLIB.
000030*
000040*----------------------------------------------------------------
000050* control-file library: the one door the shop's hand-edited
000060* control decks are changed through. a typo in a control card
000070* used to surface only when the program reading it misbehaved
000080* in production; here a proposed new version is checked card by
000090* card against that deck's own layout before it is accepted,
000100* every accepted version is kept, numbered, with who promoted
000110* it, when and why, and any earlier version can be put back in
000120* one step.
000130*
000140* the decks the library knows, and whose layout it checks:
000150*   CHNCTL   CHNCTLM  BATCHDRV chain steps (daily, month-end)
000155*   CHNWIN            BATCHDRV step windows and CUTOFF,
000160*                     VBATCHUPD receipt cutoff TXNCUT
000170*   PIPEPAIR          PIPECHK producer/consumer pairs
000180*   ERRROUTE          ERRLOG alert routes
000190*   RETPOL            RETPOL retention policy
000200*   EXPPROF           FEXPORT receiver profiles
000210*   SORTKEYS          SORTUTL key plan
000220*   CPDEF             DBCSXCOD/NSPCOMP code-page definitions
000230*   BCONVMAP          BCONVERT field map
000240*   GRPMAST           GRPEDIT/GRPMAINT group master
000245*   KNOWNERR          KNOWNERR known-error problems and patterns
000246*   SODRULES          VRECERT segregation-of-duties combinations
000247*   FMULTCTL          FMULTRPT single-pass consumer selection
000248*   MSGCAT            MSGFMT operator message catalog
000249*   CLNRULES          RECCLEAN REC-DATA cleansing rules
000250*   SMOKEEXP          SMOKETST expectations
000260*   TCTLFILE          TESTCOB selection/reformat rules
000270*
000280* every version of a deck is kept as <deck>.Vnnnn beside the
000290* live deck, and the CTLCAT catalog carries one line per
000300* version: deck, version, date and time, operator, how it came
000310* to be (BASELINE - the live deck as found the first time the
000320* library touched it; CHECKIN; ROLLBACK, naming the version put
000330* back), its card count and the reason given. the live deck is
000340* always a copy of the newest version, so the reading programs
000350* are unchanged. a rollback is itself a new version, so the
000360* history only ever grows.
000370*
000380* check-in and rollback need the T control-table code on VAUTH,
000390* run under the CTLLB lock, print what changed on CTLRPT and
000400* land on OPSAUDIT; a refused check-in is audited too. diff and
000410* list need no code.
000420*
000430* PARM drives the transaction:
000440*   positions 1-8   the acting operator id
000450*   position 9      'I' check in the proposed version on
000460*                   CTLNEW, 'D' diff two versions, 'R' roll
000470*                   back to a version, 'L' list the history
000480*   positions 10-17 the deck name ('L' with a blank name lists
000490*                   every deck)
000500*   positions 18-21 the version to roll back to ('R'), or the
000510*                   older version to diff from ('D')
000520*   positions 22-25 the version to diff to ('D') - blank or
000530*                   zero means the newest
000540*   positions 26-55 the reason ('I' and 'R', required)
000550*
000560* return codes: 0 done, 4 check-in identical to the newest
000570* version (nothing promoted), 8 the proposed deck failed its
000580* layout check or the request is in error, 16 not authorized,
000590* the library is busy, or a file could not be written.
000600*----------------------------------------------------------------
000610 ENVIRONMENT      DIVISION.
000620 INPUT-OUTPUT     SECTION.
000630 FILE-CONTROL.
000640     SELECT  CAT-FILE    ASSIGN TO   CTLCAT
000650             ORGANIZATION  IS    LINE SEQUENTIAL
000660             FILE STATUS   IS    WS-CAT-STATUS.
000670     SELECT  NEW-FILE    ASSIGN TO   CTLNEW
000680             ORGANIZATION  IS    LINE SEQUENTIAL
000690             FILE STATUS   IS    WS-NEW-STATUS.
000700*    the live deck and one kept version, named at run time
000710     SELECT  LIVE-FILE   ASSIGN TO   WS-LIVE-NAME
000720             ORGANIZATION  IS    LINE SEQUENTIAL
000730             FILE STATUS   IS    WS-LIVE-STATUS.
000740     SELECT  VER-FILE    ASSIGN TO   WS-VER-NAME
000750             ORGANIZATION  IS    LINE SEQUENTIAL
000760             FILE STATUS   IS    WS-VER-STATUS.
000770     SELECT  RPT-FILE    ASSIGN TO   CTLRPT
000780             ORGANIZATION  IS    LINE SEQUENTIAL
000790             FILE STATUS   IS    WS-RPT-STATUS.
000800     SELECT  AUTH-FILE   ASSIGN TO   VAUTH
000810             ORGANIZATION  IS    LINE SEQUENTIAL
000820             FILE STATUS   IS    WS-AUTH-STATUS.
000830
000840 DATA             DIVISION.
000850 FILE             SECTION.
000860 FD      CAT-FILE.
000870 01      CAT-REC                      PIC  X(89).
000880
000890 FD      NEW-FILE.
000900 01      NEW-REC                      PIC  X(80).
000910
000920 FD      LIVE-FILE.
000930 01      LIVE-REC                     PIC  X(80).
000940
000950 FD      VER-FILE.
000960 01      VER-REC                      PIC  X(80).
000970
000980 FD      RPT-FILE.
000990 01      RPT-LINE                     PIC  X(100).
001000
001010 FD      AUTH-FILE.
001020 01      AUTH-REC.
001030     03  AU-OPERATOR                  PIC  X(08).
001040     03  FILLER                       PIC  X(01).
001050     03  AU-CODES                     PIC  X(08).
001060     03  FILLER                       PIC  X(01).
001070     03  AU-EXPIRY                    PIC  X(08).
001080
001090 WORKING-STORAGE  SECTION.
001100
001110 01  WS-STATUSES.
001120   03  WS-CAT-STATUS           PIC  X(02).
001130   03  WS-NEW-STATUS           PIC  X(02).
001140   03  WS-LIVE-STATUS          PIC  X(02).
001150   03  WS-VER-STATUS           PIC  X(02).
001160   03  WS-RPT-STATUS           PIC  X(02).
001170   03  WS-AUTH-STATUS          PIC  X(02).
001180
001190 01  WS-SWITCHES.
001200   03  WS-EOF-SW               PIC  X(01)  VALUE  'N'.
001210     88  FILE-EOF                   VALUE  'Y'.
001220   03  WS-ACTOR-OK-SW          PIC  X(01)  VALUE  'N'.
001230     88  ACTOR-AUTHORIZED           VALUE  'Y'.
001240   03  WS-FOUND-SW             PIC  X(01)  VALUE  'N'.
001250     88  VERSION-FOUND              VALUE  'Y'.
001260   03  WS-LOCKED-SW            PIC  X(01)  VALUE  'N'.
001270     88  LIBRARY-LOCKED             VALUE  'Y'.
001280
001290 01  WS-PARM-AREA.
001300   03  WS-PARM-LINE            PIC  X(55).
001310   03  WS-ACTOR                PIC  X(08).
001320   03  WS-FUNCTION             PIC  X(01).
001330     88  WS-FUNC-CHECKIN            VALUE 'I'.
001340     88  WS-FUNC-DIFF               VALUE 'D'.
001350     88  WS-FUNC-ROLLBACK           VALUE 'R'.
001360     88  WS-FUNC-LIST               VALUE 'L'.
001370   03  WS-DECK                 PIC  X(08).
001380     88  KNOWN-DECK                 VALUE 'CHNCTL  ' 'CHNCTLM '
001390                                          'CHNWIN  ' 'PIPEPAIR'
001400                                          'ERRROUTE' 'RETPOL  '
001410                                          'EXPPROF ' 'SORTKEYS'
001420                                          'CPDEF   ' 'BCONVMAP'
001430                                          'GRPMAST ' 'SMOKEEXP'
001440                                          'TCTLFILE' 'KNOWNERR'
001442                                          'SODRULES' 'FMULTCTL'
001444                                          'MSGCAT  ' 'CLNRULES'.
001450   03  WS-VER-A                PIC  9(04).
001460   03  WS-VER-B                PIC  9(04).
001470   03  WS-REASON               PIC  X(30).
001480
001490 01  WS-TODAY                  PIC  9(08).
001500 01  WS-CLOCK                  PIC  9(08).
001510 01  WS-NOW                    PIC  9(06).
001520 01  WS-CODE-TALLY             PIC  9(02)  COMP.
001530 01  WS-LIB-RC                 PIC  9(02)  VALUE  0.
001540
001550 01  WS-LIVE-NAME              PIC  X(16).
001560 01  WS-VER-NAME               PIC  X(16).
001570 01  WS-NAME-VER               PIC  9(04).
001580
001590*----------------------------------------------------------------
001600* what the catalog says about the deck: its newest version, and
001610* the line of the version asked for
001620*----------------------------------------------------------------
001630 01  WS-CAT-LINE.
001640   03  CC-DECK                 PIC  X(08).
001650   03  FILLER                  PIC  X(01).
001660   03  CC-VERSION              PIC  9(04).
001670   03  FILLER                  PIC  X(01).
001680   03  CC-DATE                 PIC  9(08).
001690   03  FILLER                  PIC  X(01).
001700   03  CC-TIME                 PIC  9(06).
001710   03  FILLER                  PIC  X(01).
001720   03  CC-OPERATOR             PIC  X(08).
001730   03  FILLER                  PIC  X(01).
001740   03  CC-ACTION               PIC  X(08).
001750   03  FILLER                  PIC  X(01).
001760   03  CC-FROM-VERSION         PIC  9(04).
001770   03  FILLER                  PIC  X(01).
001780   03  CC-CARDS                PIC  9(05).
001790   03  FILLER                  PIC  X(01).
001800   03  CC-REASON               PIC  X(30).
001810
001820 01  WS-CAT-AREA.
001830   03  WS-LAST-VERSION         PIC  9(04)  VALUE  0.
001840   03  WS-NEW-VERSION          PIC  9(04)  VALUE  0.
001850   03  WS-WANT-VERSION         PIC  9(04).
001860   03  WS-HIST-COUNT           PIC  9(05)  COMP  VALUE  0.
001870
001880*----------------------------------------------------------------
001890* the two decks being compared or promoted: OLD is the newest
001900* kept version (or the diff's from-version), NEW the proposed
001910* one (or the diff's to-version). each card's match flag is set
001920* when the other deck has the same card unmatched, so what is
001930* left unmatched is what was removed or added
001940*----------------------------------------------------------------
001950 01  WS-OLD-DECK.
001960   03  WS-OLD-COUNT            PIC  9(04)  COMP  VALUE  0.
001970   03  WS-OLD-ENTRY  OCCURS  500  TIMES  INDEXED BY OLD-IDX.
001980     05  WS-OLD-CARD           PIC  X(80).
001990     05  WS-OLD-MATCH-SW       PIC  X(01).
002000       88  OLD-MATCHED              VALUE  'Y'.
002010 01  WS-NEW-DECK.
002020   03  WS-NEW-COUNT            PIC  9(04)  COMP  VALUE  0.
002030   03  WS-NEW-ENTRY  OCCURS  500  TIMES  INDEXED BY NEW-IDX.
002040     05  WS-NEW-CARD           PIC  X(80).
002050     05  WS-NEW-MATCH-SW       PIC  X(01).
002060       88  NEW-MATCHED              VALUE  'Y'.
002070 01  WS-DECK-OVERFLOW-SW       PIC  X(01).
002080   88  DECK-OVERFLOW                VALUE  'Y'.
002090 01  WS-CHANGE-COUNTS.
002100   03  WS-ADDED-COUNT          PIC  9(04)  COMP.
002110   03  WS-REMOVED-COUNT        PIC  9(04)  COMP.
002120   03  WS-KEPT-COUNT           PIC  9(04)  COMP.
002130
002140*----------------------------------------------------------------
002150* the card under check, with each deck's view of it - the
002160* layouts are the ones the reading programs declare
002170*----------------------------------------------------------------
002180 01  WS-CARD                   PIC  X(80).
002190 01  CHN-CARD  REDEFINES  WS-CARD.
002200   03  CN-STEP-NAME            PIC  X(08).
002210   03  CN-GAP-1                PIC  X(01).
002220   03  CN-STEP-PARM            PIC  X(20).
002221   03  CN-WAIT-PARM  REDEFINES  CN-STEP-PARM.
002222     05  CN-WAIT-FILE          PIC  X(08).
002223     05  FILLER                PIC  X(01).
002224     05  CN-WAIT-DEADLINE      PIC  X(06).
002225     05  CN-WAIT-TIME  REDEFINES  CN-WAIT-DEADLINE.
002226       07  CN-WAIT-HH          PIC  9(02).
002227       07  CN-WAIT-MM          PIC  9(02).
002228       07  CN-WAIT-SS          PIC  9(02).
002229     05  FILLER                PIC  X(01).
002231     05  CN-WAIT-INTERVAL      PIC  X(03).
002233     05  FILLER                PIC  X(01).
002235   03  CN-GAP-2                PIC  X(01).
002240   03  CN-MAX-RC               PIC  X(02).
002250   03  CN-MAX-RC-N  REDEFINES  CN-MAX-RC
002260                               PIC  9(02).
002270   03  FILLER                  PIC  X(01).
002280   03  CN-RECOVERY             PIC  X(08).
002290   03  FILLER                  PIC  X(01).
002300   03  CN-RETRY-LIMIT          PIC  X(01).
002310   03  CN-DEPENDS  OCCURS  4  TIMES.
002320     05  FILLER                PIC  X(01).
002330     05  CN-DEP-NAME           PIC  X(08).
002340   03  FILLER                  PIC  X(01).
002350 01  WIN-CARD  REDEFINES  WS-CARD.
002360   03  CW-STEP-NAME            PIC  X(08).
002370   03  FILLER                  PIC  X(01).
002380   03  CW-VALUE                PIC  X(06).
002390   03  CW-TIME  REDEFINES  CW-VALUE.
002400     05  CW-HH                 PIC  9(02).
002410     05  CW-MM                 PIC  9(02).
002420     05  CW-SS                 PIC  9(02).
002430   03  CW-REST                 PIC  X(65).
002440 01  PAIR-CARD  REDEFINES  WS-CARD.
002450   03  PC-PROD-PGM             PIC  X(08).
002460   03  FILLER                  PIC  X(01).
002470   03  PC-PROD-FIL             PIC  X(08).
002480   03  FILLER                  PIC  X(01).
002490   03  PC-CONS-PGM             PIC  X(08).
002500   03  FILLER                  PIC  X(01).
002510   03  PC-CONS-FIL             PIC  X(08).
002520   03  FILLER                  PIC  X(01).
002530   03  PC-FACTOR               PIC  X(01).
002540   03  FILLER                  PIC  X(01).
002550   03  PC-PLUS                 PIC  X(01).
002560   03  FILLER                  PIC  X(41).
002570 01  ROUTE-CARD  REDEFINES  WS-CARD.
002580   03  RT-PROGRAM              PIC  X(08).
002590   03  FILLER                  PIC  X(01).
002600   03  RT-SECTION              PIC  X(20).
002610   03  FILLER                  PIC  X(01).
002620   03  RT-MIN-SEV              PIC  X(01).
002630     88  RT-SEV-VALID               VALUE 'I' 'W' 'E'.
002633   03  RT-GAP                  PIC  X(01).
002636   03  RT-MSG-ID               PIC  X(08).
002640   03  FILLER                  PIC  X(40).
002650 01  POLICY-CARD  REDEFINES  WS-CARD.
002660   03  PL-CLASS                PIC  X(08).
002670   03  FILLER                  PIC  X(01).
002680   03  PL-DAYS                 PIC  X(03).
002690   03  FILLER                  PIC  X(01).
002700   03  PL-UTILITY              PIC  X(08).
002710   03  FILLER                  PIC  X(59).
002720 01  PROF-CARD  REDEFINES  WS-CARD.
002730   03  PF-RECEIVER             PIC  X(08).
002740   03  FILLER                  PIC  X(01).
002750   03  PF-GROUPS               PIC  X(08).
002760   03  FILLER                  PIC  X(01).
002770   03  PF-COL-FLAGS            PIC  X(13).
002772   03  FILLER                  PIC  X(01).
002774   03  PF-ENTITIES.
002776     05  PF-ENTITY             PIC  X(02)  OCCURS  5  TIMES.
002780   03  FILLER                  PIC  X(38).
002790 01  KEYS-CARD  REDEFINES  WS-CARD.
002800   03  KC-SLOT  OCCURS  4  TIMES.
002810     05  KC-NAME               PIC  X(05).
002820       88  KC-NAME-VALID            VALUE 'RECNO' 'KEY1 '
002830                                          'KEY2 ' 'KEY3 '.
002840     05  FILLER                PIC  X(01).
002850     05  KC-DIR                PIC  X(01).
002860       88  KC-DIR-VALID             VALUE 'A' 'D'.
002870     05  FILLER                PIC  X(01).
002880   03  FILLER                  PIC  X(48).
002890 01  CPDEF-CARD  REDEFINES  WS-CARD.
002900   03  CP-ID                   PIC  X(01).
002910   03  FILLER                  PIC  X(01).
002920   03  CP-WIDE-HEX             PIC  X(04).
002930   03  FILLER                  PIC  X(01).
002940   03  CP-NARROW-HEX           PIC  X(04).
002950   03  FILLER                  PIC  X(01).
002960   03  CP-LEADLO-HEX           PIC  X(02).
002970   03  FILLER                  PIC  X(01).
002980   03  CP-LEADHI-HEX           PIC  X(02).
002990   03  FILLER                  PIC  X(01).
003000   03  CP-PAD-HEX              PIC  X(04).
003010   03  FILLER                  PIC  X(58).
003020 01  MAP-CARD  REDEFINES  WS-CARD.
003030   03  MP-OFFSET               PIC  X(04).
003040   03  MP-OFFSET-N  REDEFINES  MP-OFFSET
003050                               PIC  9(04).
003060   03  FILLER                  PIC  X(01).
003070   03  MP-LENGTH               PIC  X(02).
003080   03  MP-LENGTH-N  REDEFINES  MP-LENGTH
003090                               PIC  9(02).
003100   03  FILLER                  PIC  X(01).
003110   03  MP-TYPE                 PIC  X(01).
003120     88  MP-TYPE-VALID              VALUE 'B' 'P' 'D'.
003130     88  MP-TYPE-BINARY             VALUE 'B'.
003140   03  FILLER                  PIC  X(71).
003150 01  GRP-CARD  REDEFINES  WS-CARD.
003160   03  GM-CODE                 PIC  X(01).
003170   03  FILLER                  PIC  X(01).
003180   03  GM-DESC                 PIC  X(20).
003190   03  FILLER                  PIC  X(01).
003200   03  GM-ACTIVE               PIC  X(01).
003210     88  GM-ACTIVE-VALID            VALUE 'Y' 'N'.
003220   03  FILLER                  PIC  X(56).
003230 01  EXPECT-CARD  REDEFINES  WS-CARD.
003240   03  EX-LABEL                PIC  X(08).
003250     88  EX-LABEL-FIXED             VALUE 'DETAILS ' 'HASH    '
003260                                          'REJECTS '.
003270   03  EX-GROUP-LABEL  REDEFINES  EX-LABEL.
003280     05  EX-GROUP-WORD         PIC  X(06).
003290     05  EX-GROUP-CODE         PIC  X(01).
003300     05  EX-GROUP-GAP          PIC  X(01).
003310   03  EX-VALUE                PIC  X(09).
003320   03  FILLER                  PIC  X(63).
003330 01  RULE-CARD  REDEFINES  WS-CARD.
003340   03  TR-TYPE                 PIC  X(01).
003350   03  FILLER                  PIC  X(01).
003360   03  TR-POS                  PIC  X(04).
003370   03  TR-POS-N  REDEFINES  TR-POS
003380                               PIC  9(04).
003390   03  FILLER                  PIC  X(01).
003400   03  TR-LEN                  PIC  X(02).
003410   03  TR-LEN-N  REDEFINES  TR-LEN
003420                               PIC  9(02).
003430   03  FILLER                  PIC  X(01).
003440   03  TR-OP                   PIC  X(02).
003450     88  TR-OP-VALID                VALUE 'EQ' 'NE' 'GT' 'LT'
003460                                          'CO'.
003470   03  FILLER                  PIC  X(01).
003480   03  TR-VALUE                PIC  X(20).
003490   03  FILLER                  PIC  X(01).
003500   03  TR-ACTION               PIC  X(01).
003510     88  TR-ACTION-VALID            VALUE 'I' 'E'.
003520   03  FILLER                  PIC  X(45).
003522 01  KNOWN-CARD  REDEFINES  WS-CARD.
003524   03  KN-TYPE                 PIC  X(01).
003526     88  KN-PROBLEM                 VALUE 'P'.
003528     88  KN-MATCH                   VALUE 'M'.
003530   03  FILLER                  PIC  X(01).
003532   03  KN-P-ID                 PIC  X(08).
003534   03  FILLER                  PIC  X(01).
003536   03  KN-P-DIAGNOSIS          PIC  X(30).
003538   03  FILLER                  PIC  X(01).
003540   03  KN-P-ACTION             PIC  X(38).
003542 01  KNOWN-MATCH-CARD  REDEFINES  WS-CARD.
003544   03  FILLER                  PIC  X(02).
003546   03  KN-M-PROGRAM            PIC  X(08).
003548   03  FILLER                  PIC  X(01).
003550   03  KN-M-SECTION            PIC  X(20).
003552   03  FILLER                  PIC  X(01).
003554   03  KN-M-MSG                PIC  X(20).
003556   03  FILLER                  PIC  X(01).
003558   03  KN-M-PROBLEM            PIC  X(08).
003559   03  FILLER                  PIC  X(01).
003560   03  KN-M-MSG-ID             PIC  X(08).
003561   03  FILLER                  PIC  X(10).
003562 01  SOD-CARD  REDEFINES  WS-CARD.
003564   03  SD-CODES                PIC  X(08).
003566   03  FILLER                  PIC  X(01).
003568   03  SD-TEXT                 PIC  X(40).
003569   03  FILLER                  PIC  X(31).
003570 01  FEED-CARD  REDEFINES  WS-CARD.
003571   03  FD-CONSUMER             PIC  X(08).
003572     88  FD-CONSUMER-KNOWN          VALUE 'FPROFILE' 'FGRPRPT '
003573                                          'FSORTBLD' 'FMASTUPD'
003574                                          'FEXPORT ' 'NSPCOMP '.
003575   03  FD-GAP                  PIC  X(01).
003576   03  FD-PARM                 PIC  X(60).
003577   03  FILLER                  PIC  X(11).
003578 01  MSG-CARD  REDEFINES  WS-CARD.
003579   03  MS-TYPE                 PIC  X(01).
003580     88  MS-MESSAGE                 VALUE 'M'.
003581     88  MS-ACTION                  VALUE 'A'.
003582   03  FILLER                  PIC  X(01).
003583   03  MS-ID.
003584     05  MS-ID-PREFIX          PIC  X(05).
003585     05  MS-ID-NUMBER          PIC  X(03).
003586   03  MS-GAP                  PIC  X(01).
003587   03  MS-SEVERITY             PIC  X(01).
003588     88  MS-SEV-VALID               VALUE 'I' 'W' 'E'.
003589   03  MS-GAP-2                PIC  X(01).
003590   03  MS-TEXT                 PIC  X(67).
003591 01  MSG-ACTION-CARD  REDEFINES  WS-CARD.
003592   03  FILLER                  PIC  X(11).
003593   03  MS-A-ACTION             PIC  X(69).
003594 01  CLEANSE-CARD  REDEFINES  WS-CARD.
003595   03  CX-RULE-ID              PIC  X(08).
003596   03  CX-GAP-1                PIC  X(01).
003597   03  CX-TYPE                 PIC  X(08).
003598     88  CX-NO-OPTION               VALUE 'TRIM    ' 'SQUEEZE '.
003599     88  CX-CASE                    VALUE 'CASE    '.
003600     88  CX-REPLACE                 VALUE 'REPLACE '.
003601   03  CX-GAP-2                PIC  X(01).
003602   03  CX-OPTION               PIC  X(01).
003603   03  CX-GAP-3                PIC  X(02).
003604   03  CX-TEXT                 PIC  X(30).
003605   03  FILLER                  PIC  X(29).
003606
003607*----------------------------------------------------------------
003608* the check's working fields: the card number, the message for
003609* a failing card, and the tallies the deck-wide limits need
003610*----------------------------------------------------------------
003611 01  WS-CHECK-AREA.
003612   03  WS-CARD-NO              PIC  9(04).
003613   03  WS-CARD-MSG             PIC  X(40).
003614   03  WS-ERROR-COUNT          PIC  9(04)  COMP  VALUE  0.
003620   03  WS-STEP-COUNT           PIC  9(04)  COMP.
003630   03  WS-SEL-COUNT            PIC  9(04)  COMP.
003633   03  WS-RFM-COUNT            PIC  9(04)  COMP.
003636   03  WS-MSG-COUNT            PIC  9(04)  COMP.
003640   03  WS-CLN-COUNT            PIC  9(04)  COMP.
003650   03  WS-SLOT                 PIC  9(01)  COMP.
003660   03  WS-SLOT2                PIC  9(01)  COMP.
003670   03  WS-DEP                  PIC  9(01)  COMP.
003680   03  WS-DEP-FOUND-SW         PIC  X(01).
003690     88  DEP-FOUND                  VALUE  'Y'.
003700   03  WS-DUP-SW               PIC  X(01).
003710     88  DUPLICATE-FOUND            VALUE  'Y'.
003720   03  WS-KEY-LEN              PIC  9(02)  COMP.
003730   03  WS-FLAG-TALLY           PIC  9(02)  COMP.
003740   03  WS-DIGIT-COUNT          PIC  9(02)  COMP.
003750   03  WS-HEX-FIELD            PIC  X(04).
003760   03  WS-HEX-LEN              PIC  9(01)  COMP.
003770   03  WS-HEX-SUB              PIC  9(01)  COMP.
003780   03  WS-HEX-OK-SW            PIC  X(01).
003790     88  HEX-FIELD-OK               VALUE  'Y'.
003800   03  WS-HEX-CHAR             PIC  X(01).
003810     88  HEX-DIGIT                  VALUE '0' THRU '9'
003820                                          'A' THRU 'F'.
003830   03  WS-POS-END              PIC  9(05)  COMP.
003840   03  WS-OUT-POS              PIC  9(04).
003850   03  WS-SCAN-SUB             PIC  9(04)  COMP.
003860
003870 01  RPT-ERROR-FMT.
003880   03  FILLER                  PIC  X(05)  VALUE  'CARD '.
003890   03  RE-CARD-NO              PIC  9(04).
003900   03  FILLER                  PIC  X(02)  VALUE  SPACES.
003910   03  RE-MSG                  PIC  X(40).
003920 01  RPT-CARD-FMT.
003930   03  RC-MARK                 PIC  X(01).
003940   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003950   03  RC-CARD-NO              PIC  9(04).
003960   03  FILLER                  PIC  X(02)  VALUE  SPACES.
003970   03  RC-CARD                 PIC  X(80).
003980 01  RPT-HEAD-FMT.
003990   03  FILLER                  PIC  X(07)  VALUE  'CTLLIB '.
004000   03  RH-DECK                 PIC  X(08).
004010   03  FILLER                  PIC  X(01)  VALUE  SPACE.
004020   03  RH-TEXT                 PIC  X(30).
004030   03  FILLER                  PIC  X(01)  VALUE  SPACE.
004040   03  RH-VER-A                PIC  9(04).
004050   03  FILLER                  PIC  X(04)  VALUE  ' TO '.
004060   03  RH-VER-B                PIC  9(04).
004070   03  FILLER                  PIC  X(01)  VALUE  SPACE.
004080   03  RH-DATE                 PIC  9(08).
004090 01  RPT-TOTAL-FMT.
004100   03  FILLER                  PIC  X(06)  VALUE  'ADDED '.
004110   03  RT-ADDED                PIC  ZZZ9.
004120   03  FILLER                  PIC  X(09)  VALUE  ' REMOVED '.
004130   03  RT-REMOVED              PIC  ZZZ9.
004140   03  FILLER                  PIC  X(11)  VALUE  ' UNCHANGED '.
004150   03  RT-KEPT                 PIC  ZZZ9.
004160
004170 01  WS-RESLOCK-PARM.
004180     COPY  reslock.
004190
004200 01  WS-ERRLOG-PARM.
004210     COPY  errlog.
004220
004230 01  WS-OPSAUDIT-PARM.
004232     COPY  opsaudit.
004234
004236 01  WS-ENTCHK-PARM.
004240     COPY  entchk.
004250
004260 PROCEDURE        DIVISION.
004270 MAIN-SEC         SECTION.
004280     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
004290     MOVE  WS-PARM-LINE(1:8)    TO  WS-ACTOR.
004300     MOVE  WS-PARM-LINE(9:1)    TO  WS-FUNCTION.
004310     MOVE  WS-PARM-LINE(10:8)   TO  WS-DECK.
004320     MOVE  0  TO  WS-VER-A  WS-VER-B.
004330     IF  WS-PARM-LINE(18:4)  IS  NUMERIC
004340         MOVE  WS-PARM-LINE(18:4)  TO  WS-VER-A
004350     END-IF.
004360     IF  WS-PARM-LINE(22:4)  IS  NUMERIC
004370         MOVE  WS-PARM-LINE(22:4)  TO  WS-VER-B
004380     END-IF.
004390     MOVE  WS-PARM-LINE(26:30)  TO  WS-REASON.
004400     ACCEPT  WS-TODAY  FROM  DATE  YYYYMMDD.
004410     ACCEPT  WS-CLOCK  FROM  TIME.
004420     MOVE  WS-CLOCK(1:6)  TO  WS-NOW.
004430     IF  NOT  WS-FUNC-LIST  AND  NOT  KNOWN-DECK
004440         DISPLAY  'CTLLIB: ' WS-DECK ' IS NOT A LIBRARY DECK'
004450         MOVE  8  TO  RETURN-CODE
004460         STOP RUN
004470     END-IF.
004480     OPEN  OUTPUT  RPT-FILE.
004490     EVALUATE  TRUE
004500         WHEN  WS-FUNC-CHECKIN
004510             PERFORM  CHECKIN-SEC
004520         WHEN  WS-FUNC-ROLLBACK
004530             PERFORM  ROLLBACK-SEC
004540         WHEN  WS-FUNC-DIFF
004550             PERFORM  DIFF-SEC
004560         WHEN  WS-FUNC-LIST
004570             PERFORM  LIST-SEC
004580         WHEN  OTHER
004590             DISPLAY  'CTLLIB: UNKNOWN FUNCTION ' WS-FUNCTION
004600             MOVE  8  TO  WS-LIB-RC
004610     END-EVALUATE.
004620     IF  LIBRARY-LOCKED
004630         SET   RL-DEQ      TO  TRUE
004640         CALL  'RESLOCK'  USING  WS-RESLOCK-PARM
004650     END-IF.
004660     CLOSE  RPT-FILE.
004670     MOVE  WS-LIB-RC  TO  RETURN-CODE.
004680     STOP RUN.
004690 MAIN-SEC-EX.
004700     EXIT.
004710/
004720*----------------------------------------------------------------
004730* check-in: the operator must hold T, the reason is required,
004740* the proposed deck must pass its layout check card by card,
004750* and it must differ from the newest version. a deck the
004760* library has never touched has its live copy kept first as the
004770* BASELINE version, so the first check-in can be rolled back too
004780*----------------------------------------------------------------
004790 CHECKIN-SEC      SECTION.
004800     PERFORM  AUTHORIZE-SEC.
004810     IF  WS-LIB-RC  >  0
004820         GO TO  CHECKIN-SEC-EX
004830     END-IF.
004840     IF  WS-REASON  =  SPACES
004850         DISPLAY  'CTLLIB: A CHECK-IN NEEDS A REASON'
004860         MOVE  8  TO  WS-LIB-RC
004870         GO TO  CHECKIN-SEC-EX
004880     END-IF.
004890     PERFORM  LOCK-SEC.
004900     IF  WS-LIB-RC  >  0
004910         GO TO  CHECKIN-SEC-EX
004920     END-IF.
004930     PERFORM  LOAD-PROPOSED-SEC.
004940     IF  WS-LIB-RC  >  0
004950         GO TO  CHECKIN-SEC-EX
004960     END-IF.
004970     MOVE  WS-DECK             TO  RH-DECK.
004980     MOVE  'LAYOUT CHECK OF CTLNEW'  TO  RH-TEXT.
004990     MOVE  0  TO  RH-VER-A  RH-VER-B.
005000     MOVE  WS-TODAY            TO  RH-DATE.
005010     MOVE  RPT-HEAD-FMT        TO  RPT-LINE.
005020     WRITE  RPT-LINE.
005030     PERFORM  CHECK-DECK-SEC.
005040     IF  WS-ERROR-COUNT  >  0
005050         DISPLAY  'CTLLIB: ' WS-DECK ' CHECK-IN REFUSED - '
005060                  WS-ERROR-COUNT ' CARD ERROR(S), SEE CTLRPT'
005070         MOVE  'CTL CHECKIN REFUSED '  TO  OA-ACTION
005080         MOVE  0  TO  WS-NEW-VERSION
005090         PERFORM  AUDIT-SEC
005100         MOVE  8  TO  WS-LIB-RC
005110         GO TO  CHECKIN-SEC-EX
005120     END-IF.
005130     MOVE  'NO CARD ERRORS'  TO  RPT-LINE.
005140     WRITE  RPT-LINE.
005150     MOVE  0  TO  WS-WANT-VERSION.
005160     PERFORM  READ-CATALOG-SEC.
005170     IF  WS-LAST-VERSION  =  0
005180         PERFORM  BASELINE-SEC
005190         IF  WS-LIB-RC  >  0
005200             GO TO  CHECKIN-SEC-EX
005210         END-IF
005220     END-IF.
005230     MOVE  WS-LAST-VERSION  TO  WS-WANT-VERSION.
005240     PERFORM  LOAD-OLD-SEC.
005250     PERFORM  COMPARE-SEC.
005260     IF  WS-ADDED-COUNT  =  0  AND  WS-REMOVED-COUNT  =  0
005270         AND  WS-LAST-VERSION  >  0
005280         DISPLAY  'CTLLIB: ' WS-DECK ' CTLNEW IS THE SAME AS '
005290                  'VERSION ' WS-LAST-VERSION ' - NOTHING PROMOTED'
005300         MOVE  4  TO  WS-LIB-RC
005310         GO TO  CHECKIN-SEC-EX
005320     END-IF.
005330     COMPUTE  WS-NEW-VERSION  =  WS-LAST-VERSION  +  1.
005340     MOVE  'CHECKIN '  TO  CC-ACTION.
005350     MOVE  0           TO  CC-FROM-VERSION.
005360     PERFORM  PROMOTE-SEC.
005370     IF  WS-LIB-RC  >  0
005380         GO TO  CHECKIN-SEC-EX
005390     END-IF.
005400     MOVE  'CTL DECK PROMOTED   '  TO  OA-ACTION.
005410     PERFORM  AUDIT-SEC.
005420     DISPLAY  'CTLLIB: ' WS-DECK ' VERSION ' WS-NEW-VERSION
005430              ' PROMOTED'.
005440 CHECKIN-SEC-EX.
005450     EXIT.
005460/
005470*----------------------------------------------------------------
005480* rollback: the version asked for is put back as a new version,
005490* so the history still reads in order. it passed its check when
005500* it was promoted and is not checked again - this is the way
005510* out when a new version has gone wrong
005520*----------------------------------------------------------------
005530 ROLLBACK-SEC     SECTION.
005540     PERFORM  AUTHORIZE-SEC.
005550     IF  WS-LIB-RC  >  0
005560         GO TO  ROLLBACK-SEC-EX
005570     END-IF.
005580     IF  WS-REASON  =  SPACES
005590         DISPLAY  'CTLLIB: A ROLLBACK NEEDS A REASON'
005600         MOVE  8  TO  WS-LIB-RC
005610         GO TO  ROLLBACK-SEC-EX
005620     END-IF.
005630     PERFORM  LOCK-SEC.
005640     IF  WS-LIB-RC  >  0
005650         GO TO  ROLLBACK-SEC-EX
005660     END-IF.
005670     MOVE  WS-VER-A  TO  WS-WANT-VERSION.
005680     PERFORM  READ-CATALOG-SEC.
005690     IF  NOT  VERSION-FOUND
005700         DISPLAY  'CTLLIB: ' WS-DECK ' HAS NO VERSION ' WS-VER-A
005710         MOVE  8  TO  WS-LIB-RC
005720         GO TO  ROLLBACK-SEC-EX
005730     END-IF.
005740     IF  WS-VER-A  =  WS-LAST-VERSION
005750         DISPLAY  'CTLLIB: ' WS-DECK ' VERSION ' WS-VER-A
005760                  ' IS ALREADY THE NEWEST'
005770         MOVE  8  TO  WS-LIB-RC
005780         GO TO  ROLLBACK-SEC-EX
005790     END-IF.
005800*    the version going back becomes NEW, the newest becomes OLD
005810     MOVE  WS-VER-A  TO  WS-WANT-VERSION.
005820     PERFORM  LOAD-OLD-SEC.
005830     IF  WS-LIB-RC  >  0
005840         GO TO  ROLLBACK-SEC-EX
005850     END-IF.
005860     MOVE  WS-OLD-DECK  TO  WS-NEW-DECK.
005870     MOVE  WS-LAST-VERSION  TO  WS-WANT-VERSION.
005880     PERFORM  LOAD-OLD-SEC.
005890     IF  WS-LIB-RC  >  0
005900         GO TO  ROLLBACK-SEC-EX
005910     END-IF.
005920     MOVE  WS-DECK             TO  RH-DECK.
005930     MOVE  'ROLLBACK, CHANGES FROM/TO'  TO  RH-TEXT.
005940     MOVE  WS-LAST-VERSION     TO  RH-VER-A.
005950     MOVE  WS-VER-A            TO  RH-VER-B.
005960     MOVE  WS-TODAY            TO  RH-DATE.
005970     MOVE  RPT-HEAD-FMT        TO  RPT-LINE.
005980     WRITE  RPT-LINE.
005990     PERFORM  COMPARE-SEC.
006000     COMPUTE  WS-NEW-VERSION  =  WS-LAST-VERSION  +  1.
006010     MOVE  'ROLLBACK'  TO  CC-ACTION.
006020     MOVE  WS-VER-A    TO  CC-FROM-VERSION.
006030     PERFORM  PROMOTE-SEC.
006040     IF  WS-LIB-RC  >  0
006050         GO TO  ROLLBACK-SEC-EX
006060     END-IF.
006070     MOVE  'CTL DECK ROLLED BACK'  TO  OA-ACTION.
006080     PERFORM  AUDIT-SEC.
006090     DISPLAY  'CTLLIB: ' WS-DECK ' VERSION ' WS-VER-A
006100              ' PUT BACK AS VERSION ' WS-NEW-VERSION.
006110 ROLLBACK-SEC-EX.
006120     EXIT.
006130/
006140*----------------------------------------------------------------
006150* diff: the cards of the to-version not in the from-version are
006160* ADDED (+), those of the from-version not in the to-version
006170* REMOVED (-); a changed card shows as one of each
006180*----------------------------------------------------------------
006190 DIFF-SEC         SECTION.
006200     MOVE  0  TO  WS-WANT-VERSION.
006210     PERFORM  READ-CATALOG-SEC.
006220     IF  WS-VER-B  =  0
006230         MOVE  WS-LAST-VERSION  TO  WS-VER-B
006240     END-IF.
006250     IF  WS-VER-A  =  0  OR  WS-VER-A  >  WS-LAST-VERSION
006260         OR  WS-VER-B  >  WS-LAST-VERSION
006270         DISPLAY  'CTLLIB: ' WS-DECK ' VERSIONS ' WS-VER-A
006280                  ' AND ' WS-VER-B ' ARE NOT BOTH KEPT - NEWEST '
006290                  WS-LAST-VERSION
006300         MOVE  8  TO  WS-LIB-RC
006310         GO TO  DIFF-SEC-EX
006320     END-IF.
006330     MOVE  WS-VER-B  TO  WS-WANT-VERSION.
006340     PERFORM  LOAD-OLD-SEC.
006350     IF  WS-LIB-RC  >  0
006360         GO TO  DIFF-SEC-EX
006370     END-IF.
006380     MOVE  WS-OLD-DECK  TO  WS-NEW-DECK.
006390     MOVE  WS-VER-A  TO  WS-WANT-VERSION.
006400     PERFORM  LOAD-OLD-SEC.
006410     IF  WS-LIB-RC  >  0
006420         GO TO  DIFF-SEC-EX
006430     END-IF.
006440     MOVE  WS-DECK             TO  RH-DECK.
006450     MOVE  'DIFFERENCES, VERSIONS'  TO  RH-TEXT.
006460     MOVE  WS-VER-A            TO  RH-VER-A.
006470     MOVE  WS-VER-B            TO  RH-VER-B.
006480     MOVE  WS-TODAY            TO  RH-DATE.
006490     MOVE  RPT-HEAD-FMT        TO  RPT-LINE.
006500     WRITE  RPT-LINE.
006510     PERFORM  COMPARE-SEC.
006520     DISPLAY  'CTLLIB: ' WS-DECK ' ' RPT-TOTAL-FMT.
006530 DIFF-SEC-EX.
006540     EXIT.
006550/
006560*----------------------------------------------------------------
006570* list: the catalog lines of the deck, or of every deck, to the
006580* job log and CTLRPT
006590*----------------------------------------------------------------
006600 LIST-SEC         SECTION.
006610     MOVE  'N'  TO  WS-EOF-SW.
006620     OPEN  INPUT  CAT-FILE.
006630     IF  WS-CAT-STATUS  NOT =  '00'
006640         DISPLAY  'CTLLIB: NO CTLCAT CATALOG - NOTHING IN THE '
006650                  'LIBRARY YET'
006660         GO TO  LIST-SEC-EX
006670     END-IF.
006680     PERFORM  LIST-ONE-SEC  UNTIL  FILE-EOF.
006690     CLOSE  CAT-FILE.
006700     DISPLAY  'CTLLIB: ' WS-HIST-COUNT ' VERSION(S) LISTED'.
006710 LIST-SEC-EX.
006720     EXIT.
006730/
006740 LIST-ONE-SEC     SECTION.
006750     READ  CAT-FILE  INTO  WS-CAT-LINE
006760         AT END  SET  FILE-EOF  TO  TRUE
006770     END-READ.
006780     IF  NOT  FILE-EOF
006790         AND  (WS-DECK  =  SPACES  OR  CC-DECK  =  WS-DECK)
006800         ADD  1  TO  WS-HIST-COUNT
006810         DISPLAY  WS-CAT-LINE
006820         MOVE  WS-CAT-LINE  TO  RPT-LINE
006830         WRITE  RPT-LINE
006840     END-IF.
006850 LIST-ONE-SEC-EX.
006860     EXIT.
006870/
006880*----------------------------------------------------------------
006890* the VAUTHMNT check: the actor's VAUTH line must carry 'T' and
006900* an expiry, if any, not yet passed; a missing VAUTH authorizes
006910* no one. a refusal goes to ERRLOG as well as the job log
006920*----------------------------------------------------------------
006930 AUTHORIZE-SEC    SECTION.
006940     MOVE  'N'  TO  WS-ACTOR-OK-SW.
006950     MOVE  'N'  TO  WS-EOF-SW.
006960     IF  WS-ACTOR  NOT =  SPACES
006970         OPEN  INPUT  AUTH-FILE
006980         IF  WS-AUTH-STATUS  NOT =  '00'
006990             SET  FILE-EOF  TO  TRUE
007000         END-IF
007010         PERFORM  READ-AUTH-SEC  UNTIL  FILE-EOF
007020         IF  WS-AUTH-STATUS  =  '00'  OR  WS-AUTH-STATUS  =  '10'
007030             CLOSE  AUTH-FILE
007040         END-IF
007050     END-IF.
007060     IF  NOT  ACTOR-AUTHORIZED
007070         DISPLAY  'CTLLIB: OPERATOR ' WS-ACTOR
007080                  ' NOT AUTHORIZED TO CHANGE CONTROL DECKS'
007090         MOVE  'CTLLIB  '     TO  EL-PROGRAM
007100         MOVE  'AUTHORIZE-SEC'  TO  EL-SECTION
007110         MOVE  'UNAUTHORIZED CONTROL DECK CHANGE'  TO  EL-MSG
007120         SET   EL-ERROR       TO  TRUE
007130         MOVE  16             TO  EL-RETURN-CODE
007135         MOVE  'CTLLB001'     TO  EL-MSG-ID
007140         CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
007150         MOVE  16  TO  WS-LIB-RC
007160     END-IF.
007170 AUTHORIZE-SEC-EX.
007180     EXIT.
007190/
007200 READ-AUTH-SEC    SECTION.
007210     READ  AUTH-FILE
007220         AT END      SET  FILE-EOF  TO  TRUE
007230         NOT AT END
007240             IF  AU-OPERATOR  =  WS-ACTOR
007250                 MOVE  0  TO  WS-CODE-TALLY
007260                 INSPECT  AU-CODES
007270                     TALLYING  WS-CODE-TALLY  FOR  ALL  'T'
007280                 IF  WS-CODE-TALLY  >  0
007290                     AND  (AU-EXPIRY  NOT NUMERIC
007300                       OR  AU-EXPIRY  NOT <  WS-TODAY)
007310                     SET  ACTOR-AUTHORIZED  TO  TRUE
007320                 END-IF
007330             END-IF
007340     END-READ.
007350 READ-AUTH-SEC-EX.
007360     EXIT.
007370/
007380 LOCK-SEC         SECTION.
007390     SET   RL-ENQ      TO  TRUE.
007400     MOVE  'CTLLB'     TO  RL-RESOURCE.
007410     MOVE  'CTLLIB  '  TO  RL-HOLDER.
007420     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
007430     IF  RL-BUSY
007440         DISPLAY  'CTLLIB: THE LIBRARY IS HELD BY '
007450                  RL-CURRENT-HOLDER  ' - TRY AGAIN'
007460         MOVE  16  TO  WS-LIB-RC
007470     ELSE
007480         SET  LIBRARY-LOCKED  TO  TRUE
007490     END-IF.
007500 LOCK-SEC-EX.
007510     EXIT.
007520/
007530*----------------------------------------------------------------
007540* the catalog pass: the deck's newest version, and whether the
007550* version asked for is on file
007560*----------------------------------------------------------------
007570 READ-CATALOG-SEC SECTION.
007580     MOVE  0    TO  WS-LAST-VERSION.
007590     MOVE  'N'  TO  WS-FOUND-SW.
007600     MOVE  'N'  TO  WS-EOF-SW.
007610     OPEN  INPUT  CAT-FILE.
007620     IF  WS-CAT-STATUS  NOT =  '00'
007630         GO TO  READ-CATALOG-SEC-EX
007640     END-IF.
007650     PERFORM  READ-CAT-LINE-SEC  UNTIL  FILE-EOF.
007660     CLOSE  CAT-FILE.
007670 READ-CATALOG-SEC-EX.
007680     EXIT.
007690/
007700 READ-CAT-LINE-SEC SECTION.
007710     READ  CAT-FILE  INTO  WS-CAT-LINE
007720         AT END  SET  FILE-EOF  TO  TRUE
007730     END-READ.
007740     IF  NOT  FILE-EOF  AND  CC-DECK  =  WS-DECK
007750         AND  CC-VERSION  IS  NUMERIC
007760         IF  CC-VERSION  >  WS-LAST-VERSION
007770             MOVE  CC-VERSION  TO  WS-LAST-VERSION
007780         END-IF
007790         IF  CC-VERSION  =  WS-WANT-VERSION
007800             SET  VERSION-FOUND  TO  TRUE
007810         END-IF
007820     END-IF.
007830 READ-CAT-LINE-SEC-EX.
007840     EXIT.
007850/
007860*----------------------------------------------------------------
007870* the proposed deck into the NEW table
007880*----------------------------------------------------------------
007890 LOAD-PROPOSED-SEC SECTION.
007900     MOVE  0    TO  WS-NEW-COUNT.
007910     MOVE  'N'  TO  WS-DECK-OVERFLOW-SW.
007920     MOVE  'N'  TO  WS-EOF-SW.
007930     OPEN  INPUT  NEW-FILE.
007940     IF  WS-NEW-STATUS  NOT =  '00'
007950         DISPLAY  'CTLLIB: NO CTLNEW PROPOSED DECK, STATUS '
007960                  WS-NEW-STATUS
007970         MOVE  8  TO  WS-LIB-RC
007980         GO TO  LOAD-PROPOSED-SEC-EX
007990     END-IF.
008000     PERFORM  READ-NEW-SEC  UNTIL  FILE-EOF.
008010     CLOSE  NEW-FILE.
008020     IF  DECK-OVERFLOW
008030         DISPLAY  'CTLLIB: CTLNEW HAS MORE THAN 500 CARDS'
008040         MOVE  8  TO  WS-LIB-RC
008050     END-IF.
008060     IF  WS-NEW-COUNT  =  0
008070         DISPLAY  'CTLLIB: CTLNEW IS EMPTY - NOTHING TO CHECK IN'
008080         MOVE  8  TO  WS-LIB-RC
008090     END-IF.
008100 LOAD-PROPOSED-SEC-EX.
008110     EXIT.
008120/
008130 READ-NEW-SEC     SECTION.
008140     READ  NEW-FILE
008150         AT END  SET  FILE-EOF  TO  TRUE
008160     END-READ.
008170     IF  NOT  FILE-EOF
008180         IF  WS-NEW-COUNT  <  500
008190             ADD  1  TO  WS-NEW-COUNT
008200             SET  NEW-IDX  TO  WS-NEW-COUNT
008210             MOVE  NEW-REC  TO  WS-NEW-CARD(NEW-IDX)
008220         ELSE
008230             SET  DECK-OVERFLOW  TO  TRUE
008240         END-IF
008250     END-IF.
008260 READ-NEW-SEC-EX.
008270     EXIT.
008280/
008290*----------------------------------------------------------------
008300* a kept version into the OLD table - WS-WANT-VERSION zero is
008310* the empty deck (nothing kept yet)
008320*----------------------------------------------------------------
008330 LOAD-OLD-SEC     SECTION.
008340     MOVE  0    TO  WS-OLD-COUNT.
008350     MOVE  'N'  TO  WS-EOF-SW.
008360     IF  WS-WANT-VERSION  =  0
008370         GO TO  LOAD-OLD-SEC-EX
008380     END-IF.
008390     MOVE  WS-WANT-VERSION  TO  WS-NAME-VER.
008400     PERFORM  VERSION-NAME-SEC.
008410     OPEN  INPUT  VER-FILE.
008420     IF  WS-VER-STATUS  NOT =  '00'
008430         DISPLAY  'CTLLIB: KEPT VERSION ' WS-VER-NAME
008440                  ' IS MISSING, STATUS ' WS-VER-STATUS
008450         MOVE  16  TO  WS-LIB-RC
008460         GO TO  LOAD-OLD-SEC-EX
008470     END-IF.
008480     PERFORM  READ-OLD-SEC  UNTIL  FILE-EOF.
008490     CLOSE  VER-FILE.
008500 LOAD-OLD-SEC-EX.
008510     EXIT.
008520/
008530 READ-OLD-SEC     SECTION.
008540     READ  VER-FILE
008550         AT END  SET  FILE-EOF  TO  TRUE
008560     END-READ.
008570     IF  NOT  FILE-EOF  AND  WS-OLD-COUNT  <  500
008580         ADD  1  TO  WS-OLD-COUNT
008590         SET  OLD-IDX  TO  WS-OLD-COUNT
008600         MOVE  VER-REC  TO  WS-OLD-CARD(OLD-IDX)
008610     END-IF.
008620 READ-OLD-SEC-EX.
008630     EXIT.
008640/
008650 VERSION-NAME-SEC SECTION.
008660     MOVE  SPACES  TO  WS-VER-NAME.
008670     STRING  WS-DECK      DELIMITED BY SPACE
008680             '.V'         DELIMITED BY SIZE
008690             WS-NAME-VER  DELIMITED BY SIZE
008700         INTO  WS-VER-NAME
008710     END-STRING.
008720 VERSION-NAME-SEC-EX.
008730     EXIT.
008740/
008750*----------------------------------------------------------------
008760* the first time the library touches a deck, the live deck as
008770* found is kept as version 0001 - unchecked, it is simply what
008780* production ran on. no live deck means there is nothing to
008790* keep and the check-in is version 0001
008800*----------------------------------------------------------------
008810 BASELINE-SEC     SECTION.
008820     MOVE  WS-DECK  TO  WS-LIVE-NAME.
008830     MOVE  'N'  TO  WS-EOF-SW.
008840     OPEN  INPUT  LIVE-FILE.
008850     IF  WS-LIVE-STATUS  NOT =  '00'
008860         GO TO  BASELINE-SEC-EX
008870     END-IF.
008880     MOVE  1  TO  WS-NAME-VER.
008890     PERFORM  VERSION-NAME-SEC.
008900     OPEN  OUTPUT  VER-FILE.
008910     IF  WS-VER-STATUS  NOT =  '00'
008920         DISPLAY  'CTLLIB: UNABLE TO KEEP ' WS-VER-NAME
008930                  ', STATUS ' WS-VER-STATUS
008940         CLOSE  LIVE-FILE
008950         MOVE  16  TO  WS-LIB-RC
008960         GO TO  BASELINE-SEC-EX
008970     END-IF.
008980     MOVE  0  TO  CC-CARDS.
008990     PERFORM  COPY-LIVE-SEC  UNTIL  FILE-EOF.
009000     CLOSE  LIVE-FILE  VER-FILE.
009010     MOVE  1           TO  WS-LAST-VERSION  CC-VERSION.
009020     MOVE  'BASELINE'  TO  CC-ACTION.
009030     MOVE  0           TO  CC-FROM-VERSION.
009040     MOVE  'LIVE DECK AS FOUND'  TO  CC-REASON.
009050     PERFORM  WRITE-CATALOG-SEC.
009060     DISPLAY  'CTLLIB: ' WS-DECK
009070              ' LIVE DECK KEPT AS VERSION 0001'.
009080 BASELINE-SEC-EX.
009090     EXIT.
009100/
009110 COPY-LIVE-SEC    SECTION.
009120     READ  LIVE-FILE
009130         AT END  SET  FILE-EOF  TO  TRUE
009140     END-READ.
009150     IF  NOT  FILE-EOF
009160         MOVE  LIVE-REC  TO  VER-REC
009170         WRITE  VER-REC
009180         ADD  1  TO  CC-CARDS
009190     END-IF.
009200 COPY-LIVE-SEC-EX.
009210     EXIT.
009220/
009230*----------------------------------------------------------------
009240* the NEW deck becomes version WS-NEW-VERSION: kept first, then
009250* copied over the live deck, then cataloged - a failure to keep
009260* it leaves the live deck as it was
009270*----------------------------------------------------------------
009280 PROMOTE-SEC      SECTION.
009290     MOVE  WS-NEW-VERSION  TO  WS-NAME-VER.
009300     PERFORM  VERSION-NAME-SEC.
009310     OPEN  OUTPUT  VER-FILE.
009320     IF  WS-VER-STATUS  NOT =  '00'
009330         DISPLAY  'CTLLIB: UNABLE TO KEEP ' WS-VER-NAME
009340                  ', STATUS ' WS-VER-STATUS ' - NOTHING PROMOTED'
009350         MOVE  16  TO  WS-LIB-RC
009360         GO TO  PROMOTE-SEC-EX
009370     END-IF.
009380     PERFORM  VARYING  NEW-IDX  FROM  1  BY  1
009390         UNTIL  NEW-IDX  >  WS-NEW-COUNT
009400         MOVE  WS-NEW-CARD(NEW-IDX)  TO  VER-REC
009410         WRITE  VER-REC
009420     END-PERFORM.
009430     CLOSE  VER-FILE.
009440     MOVE  WS-DECK  TO  WS-LIVE-NAME.
009450     OPEN  OUTPUT  LIVE-FILE.
009460     IF  WS-LIVE-STATUS  NOT =  '00'
009470         DISPLAY  'CTLLIB: UNABLE TO REPLACE LIVE ' WS-DECK
009480                  ', STATUS ' WS-LIVE-STATUS ' - NOTHING PROMOTED'
009490         MOVE  16  TO  WS-LIB-RC
009500         GO TO  PROMOTE-SEC-EX
009510     END-IF.
009520     PERFORM  VARYING  NEW-IDX  FROM  1  BY  1
009530         UNTIL  NEW-IDX  >  WS-NEW-COUNT
009540         MOVE  WS-NEW-CARD(NEW-IDX)  TO  LIVE-REC
009550         WRITE  LIVE-REC
009560     END-PERFORM.
009570     CLOSE  LIVE-FILE.
009580     MOVE  WS-NEW-VERSION  TO  CC-VERSION.
009590     MOVE  WS-NEW-COUNT    TO  CC-CARDS.
009600     MOVE  WS-REASON       TO  CC-REASON.
009610     PERFORM  WRITE-CATALOG-SEC.
009620 PROMOTE-SEC-EX.
009630     EXIT.
009640/
009650*    CC-VERSION, CC-ACTION, CC-FROM-VERSION, CC-CARDS and
009660*    CC-REASON are set by the caller
009670 WRITE-CATALOG-SEC SECTION.
009680     MOVE  WS-DECK   TO  CC-DECK.
009690     MOVE  WS-TODAY  TO  CC-DATE.
009700     MOVE  WS-NOW    TO  CC-TIME.
009710     MOVE  WS-ACTOR  TO  CC-OPERATOR.
009720     OPEN  EXTEND  CAT-FILE.
009730     IF  WS-CAT-STATUS  NOT =  '00'
009740         OPEN  OUTPUT  CAT-FILE
009750     END-IF.
009760     WRITE  CAT-REC  FROM  WS-CAT-LINE.
009770     CLOSE  CAT-FILE.
009780 WRITE-CATALOG-SEC-EX.
009790     EXIT.
009800/
009810*----------------------------------------------------------------
009820* OLD against NEW: each NEW card takes the first unmatched equal
009830* OLD card; the unmatched are printed as removed and added
009840*----------------------------------------------------------------
009850 COMPARE-SEC      SECTION.
009860     MOVE  0  TO  WS-ADDED-COUNT  WS-REMOVED-COUNT  WS-KEPT-COUNT.
009870     PERFORM  VARYING  OLD-IDX  FROM  1  BY  1
009880         UNTIL  OLD-IDX  >  WS-OLD-COUNT
009890         MOVE  'N'  TO  WS-OLD-MATCH-SW(OLD-IDX)
009900     END-PERFORM.
009910     PERFORM  VARYING  NEW-IDX  FROM  1  BY  1
009920         UNTIL  NEW-IDX  >  WS-NEW-COUNT
009930         MOVE  'N'  TO  WS-NEW-MATCH-SW(NEW-IDX)
009940         PERFORM  VARYING  OLD-IDX  FROM  1  BY  1
009950             UNTIL  OLD-IDX  >  WS-OLD-COUNT
009960                 OR  NEW-MATCHED(NEW-IDX)
009970             IF  NOT  OLD-MATCHED(OLD-IDX)
009980                 AND  WS-OLD-CARD(OLD-IDX)
009990                          =  WS-NEW-CARD(NEW-IDX)
010000                 SET  OLD-MATCHED(OLD-IDX)  TO  TRUE
010010                 SET  NEW-MATCHED(NEW-IDX)  TO  TRUE
010020                 ADD  1  TO  WS-KEPT-COUNT
010030             END-IF
010040         END-PERFORM
010050     END-PERFORM.
010060     MOVE  '-'  TO  RC-MARK.
010070     PERFORM  VARYING  OLD-IDX  FROM  1  BY  1
010080         UNTIL  OLD-IDX  >  WS-OLD-COUNT
010090         IF  NOT  OLD-MATCHED(OLD-IDX)
010100             ADD  1  TO  WS-REMOVED-COUNT
010110             SET  RC-CARD-NO  TO  OLD-IDX
010120             MOVE  WS-OLD-CARD(OLD-IDX)  TO  RC-CARD
010130             MOVE  RPT-CARD-FMT  TO  RPT-LINE
010140             WRITE  RPT-LINE
010150         END-IF
010160     END-PERFORM.
010170     MOVE  '+'  TO  RC-MARK.
010180     PERFORM  VARYING  NEW-IDX  FROM  1  BY  1
010190         UNTIL  NEW-IDX  >  WS-NEW-COUNT
010200         IF  NOT  NEW-MATCHED(NEW-IDX)
010210             ADD  1  TO  WS-ADDED-COUNT
010220             SET  RC-CARD-NO  TO  NEW-IDX
010230             MOVE  WS-NEW-CARD(NEW-IDX)  TO  RC-CARD
010240             MOVE  RPT-CARD-FMT  TO  RPT-LINE
010250             WRITE  RPT-LINE
010260         END-IF
010270     END-PERFORM.
010280     MOVE  WS-ADDED-COUNT    TO  RT-ADDED.
010290     MOVE  WS-REMOVED-COUNT  TO  RT-REMOVED.
010300     MOVE  WS-KEPT-COUNT     TO  RT-KEPT.
010310     MOVE  RPT-TOTAL-FMT     TO  RPT-LINE.
010320     WRITE  RPT-LINE.
010330 COMPARE-SEC-EX.
010340     EXIT.
010350/
010360 AUDIT-SEC        SECTION.
010370     MOVE  'CTLLIB  '     TO  OA-PROGRAM.
010380     MOVE  WS-ACTOR       TO  OA-OPERATOR.
010390     MOVE  SPACES         TO  OA-DETAIL.
010400     STRING  WS-DECK         DELIMITED BY SIZE
010410             ' V'            DELIMITED BY SIZE
010420             WS-NEW-VERSION  DELIMITED BY SIZE
010430             ' '             DELIMITED BY SIZE
010440             WS-REASON       DELIMITED BY SIZE
010450         INTO  OA-DETAIL
010460     END-STRING.
010470     CALL  'OPSAUDIT'  USING  WS-OPSAUDIT-PARM.
010480 AUDIT-SEC-EX.
010490     EXIT.
010500/
010510*----------------------------------------------------------------
010520* the layout check: every card of the NEW deck against the
010530* layout of the deck it is meant for, then the deck-wide limits
010540* the reading program enforces. a wholly blank card is an error
010550* in any deck - the readers skip or misread it
010560*----------------------------------------------------------------
010570 CHECK-DECK-SEC   SECTION.
010580     MOVE  0  TO  WS-ERROR-COUNT  WS-STEP-COUNT
010585                  WS-SEL-COUNT  WS-RFM-COUNT  WS-MSG-COUNT
010590                  WS-CLN-COUNT.
010600     PERFORM  VARYING  NEW-IDX  FROM  1  BY  1
010610         UNTIL  NEW-IDX  >  WS-NEW-COUNT
010620         SET   WS-CARD-NO  TO  NEW-IDX
010630         MOVE  WS-NEW-CARD(NEW-IDX)  TO  WS-CARD
010640         IF  WS-CARD  =  SPACES
010650             MOVE  'BLANK CARD'  TO  WS-CARD-MSG
010660             PERFORM  CARD-ERROR-SEC
010670         ELSE
010680             PERFORM  CHECK-CARD-SEC
010690         END-IF
010700     END-PERFORM.
010710     MOVE  0  TO  WS-CARD-NO.
010720     EVALUATE  WS-DECK
010730         WHEN  'CHNCTL  '
010740         WHEN  'CHNCTLM '
010750             IF  WS-STEP-COUNT  >  20
010760                 MOVE  'MORE THAN 20 CHAIN STEPS'  TO  WS-CARD-MSG
010770                 PERFORM  CARD-ERROR-SEC
010780             END-IF
010790         WHEN  'EXPPROF '
010800             IF  WS-NEW-COUNT  >  3
010810                 MOVE  'MORE THAN 3 RECEIVER PROFILES'
010820                   TO  WS-CARD-MSG
010830                 PERFORM  CARD-ERROR-SEC
010840             END-IF
010850         WHEN  'SORTKEYS'
010860             IF  WS-NEW-COUNT  >  1
010870                 MOVE  'ONLY THE FIRST SORTKEYS CARD IS READ'
010880                   TO  WS-CARD-MSG
010890                 PERFORM  CARD-ERROR-SEC
010900             END-IF
010910         WHEN  'BCONVMAP'
010920             IF  WS-NEW-COUNT  >  32
010930                 MOVE  'MORE THAN 32 MAPPED FIELDS'
010940                   TO  WS-CARD-MSG
010950                 PERFORM  CARD-ERROR-SEC
010960             END-IF
010970         WHEN  'SMOKEEXP'
010980             IF  WS-NEW-COUNT  >  20
010990                 MOVE  'MORE THAN 20 EXPECTATIONS'
011000                   TO  WS-CARD-MSG
011010                 PERFORM  CARD-ERROR-SEC
011020             END-IF
011030         WHEN  'TCTLFILE'
011040             IF  WS-SEL-COUNT  >  10  OR  WS-RFM-COUNT  >  10
011050                 MOVE  'MORE THAN 10 S OR 10 R RULES'
011060                   TO  WS-CARD-MSG
011070                 PERFORM  CARD-ERROR-SEC
011080             END-IF
011081         WHEN  'FMULTCTL'
011082             IF  WS-NEW-COUNT  >  6
011083                 MOVE  'MORE THAN 6 CONSUMERS'
011084                   TO  WS-CARD-MSG
011085                 PERFORM  CARD-ERROR-SEC
011086             END-IF
011087         WHEN  'MSGCAT  '
011088             IF  WS-MSG-COUNT  >  200
011089                 MOVE  'MORE THAN 200 MESSAGES'
011090                   TO  WS-CARD-MSG
011091                 PERFORM  CARD-ERROR-SEC
011092             END-IF
011093         WHEN  'CLNRULES'
011094             IF  WS-CLN-COUNT  >  20
011095                 MOVE  'MORE THAN 20 CLEANSING RULES'
011096                   TO  WS-CARD-MSG
011097                 PERFORM  CARD-ERROR-SEC
011098             END-IF
011099     END-EVALUATE.
011100 CHECK-DECK-SEC-EX.
011110     EXIT.
011120/
011130 CHECK-CARD-SEC   SECTION.
011140     EVALUATE  WS-DECK
011150         WHEN  'CHNCTL  '
011160         WHEN  'CHNCTLM '
011170             PERFORM  CHECK-CHAIN-SEC
011180         WHEN  'CHNWIN  '
011190             PERFORM  CHECK-WINDOW-SEC
011200         WHEN  'PIPEPAIR'
011210             PERFORM  CHECK-PAIR-SEC
011220         WHEN  'ERRROUTE'
011230             PERFORM  CHECK-ROUTE-SEC
011240         WHEN  'RETPOL  '
011250             PERFORM  CHECK-POLICY-SEC
011260         WHEN  'EXPPROF '
011270             PERFORM  CHECK-PROFILE-SEC
011280         WHEN  'SORTKEYS'
011290             PERFORM  CHECK-KEYS-SEC
011300         WHEN  'CPDEF   '
011310             PERFORM  CHECK-CPDEF-SEC
011320         WHEN  'BCONVMAP'
011330             PERFORM  CHECK-MAP-SEC
011340         WHEN  'GRPMAST '
011350             PERFORM  CHECK-GROUP-SEC
011360         WHEN  'SMOKEEXP'
011370             PERFORM  CHECK-EXPECT-SEC
011380         WHEN  'TCTLFILE'
011390             PERFORM  CHECK-RULE-SEC
011392         WHEN  'KNOWNERR'
011394             PERFORM  CHECK-KNOWN-SEC
011396         WHEN  'SODRULES'
011398             PERFORM  CHECK-SOD-SEC
011399         WHEN  'FMULTCTL'
011400             PERFORM  CHECK-FEED-SEC
011401         WHEN  'MSGCAT  '
011402             PERFORM  CHECK-MSGCAT-SEC
011403         WHEN  'CLNRULES'
011404             PERFORM  CHECK-CLEANSE-SEC
011405     END-EVALUATE.
011410 CHECK-CARD-SEC-EX.
011420     EXIT.
011430/
011440 CARD-ERROR-SEC   SECTION.
011450     ADD   1            TO  WS-ERROR-COUNT.
011460     MOVE  WS-CARD-NO   TO  RE-CARD-NO.
011470     MOVE  WS-CARD-MSG  TO  RE-MSG.
011480     MOVE  RPT-ERROR-FMT  TO  RPT-LINE.
011490     WRITE  RPT-LINE.
011500     IF  WS-CARD-NO  >  0
011510         MOVE  '*'          TO  RC-MARK
011520         MOVE  WS-CARD-NO   TO  RC-CARD-NO
011530         MOVE  WS-CARD      TO  RC-CARD
011540         MOVE  RPT-CARD-FMT  TO  RPT-LINE
011550         WRITE  RPT-LINE
011560     END-IF.
011570 CARD-ERROR-SEC-EX.
011580     EXIT.
011590/
011600*----------------------------------------------------------------
011610* BATCHDRV chain card: a step name, a two-digit tolerance, a
011620* retry digit or blank, and each dependency an earlier step of
011630* the deck. the reserved PARALLEL card carries a non-zero
011640* parallel limit in the tolerance column
011650*----------------------------------------------------------------
011660 CHECK-CHAIN-SEC  SECTION.
011670     IF  CN-STEP-NAME  =  SPACES
011680         MOVE  'STEP NAME (1-8) MISSING'  TO  WS-CARD-MSG
011690         PERFORM  CARD-ERROR-SEC
011700         GO TO  CHECK-CHAIN-SEC-EX
011710     END-IF.
011720     IF  CN-GAP-1  NOT =  SPACE  OR  CN-GAP-2  NOT =  SPACE
011730         MOVE  'STEP NAME OR PARM OVERRUNS ITS COLUMNS'
011740           TO  WS-CARD-MSG
011750         PERFORM  CARD-ERROR-SEC
011760     END-IF.
011770     IF  CN-STEP-NAME  =  'PARALLEL'
011780         IF  CN-MAX-RC  NOT NUMERIC  OR  CN-MAX-RC-N  =  0
011790             MOVE  'PARALLEL LIMIT (31-32) NOT 01-99'
011800               TO  WS-CARD-MSG
011810             PERFORM  CARD-ERROR-SEC
011820         END-IF
011830         GO TO  CHECK-CHAIN-SEC-EX
011840     END-IF.
011850     ADD  1  TO  WS-STEP-COUNT.
011852     IF  CN-STEP-NAME  =  'WAITFILE'
011854         PERFORM  CHECK-WAIT-SEC
011856     END-IF.
011860     IF  CN-MAX-RC  NOT NUMERIC
011870         MOVE  'MAX RC (31-32) NOT TWO DIGITS'  TO  WS-CARD-MSG
011880         PERFORM  CARD-ERROR-SEC
011890     END-IF.
011900     IF  CN-RETRY-LIMIT  NOT NUMERIC
011910         AND  CN-RETRY-LIMIT  NOT =  SPACE
011920         MOVE  'RETRY LIMIT (43) NOT A DIGIT'  TO  WS-CARD-MSG
011930         PERFORM  CARD-ERROR-SEC
011940     END-IF.
011950     IF  CN-RETRY-LIMIT  IS  NUMERIC  AND  CN-RETRY-LIMIT  >  '0'
011960         AND  CN-RECOVERY  =  SPACES
011970         MOVE  'RETRIES GIVEN BUT NO RECOVERY PROGRAM'
011980           TO  WS-CARD-MSG
011990         PERFORM  CARD-ERROR-SEC
012000     END-IF.
012010     PERFORM  VARYING  WS-DEP  FROM  1  BY  1  UNTIL  WS-DEP  >  4
012020         IF  CN-DEP-NAME(WS-DEP)  NOT =  SPACES
012030             MOVE  'N'  TO  WS-DEP-FOUND-SW
012040             PERFORM  VARYING  WS-SCAN-SUB  FROM  1  BY  1
012050                 UNTIL  WS-SCAN-SUB  >=  WS-CARD-NO  OR  DEP-FOUND
012060                 IF  WS-NEW-CARD(WS-SCAN-SUB)(1:8)
012070                         =  CN-DEP-NAME(WS-DEP)
012080                     SET  DEP-FOUND  TO  TRUE
012090                 END-IF
012100             END-PERFORM
012110             IF  NOT  DEP-FOUND
012120                 MOVE  'DEPENDENCY IS NOT AN EARLIER STEP'
012130                   TO  WS-CARD-MSG
012140                 PERFORM  CARD-ERROR-SEC
012150             END-IF
012160         END-IF
012170     END-PERFORM.
012180 CHECK-CHAIN-SEC-EX.
012190     EXIT.
012200/
012201*    a WAITFILE card's PARM: the file waited for (10-17), a
012202*    deadline HHMMSS (19-24) and a poll interval (26-28), the
012203*    last two optional
012204 CHECK-WAIT-SEC   SECTION.
012205     IF  CN-WAIT-FILE  =  SPACES
012206         MOVE  'WAITFILE NAMES NO FILE (10-17)'  TO  WS-CARD-MSG
012207         PERFORM  CARD-ERROR-SEC
012208     END-IF.
012209     IF  CN-WAIT-DEADLINE  NOT =  SPACES
012210         IF  CN-WAIT-DEADLINE  NOT NUMERIC
012211             MOVE  'WAIT DEADLINE (19-24) NOT SIX DIGITS'
012212               TO  WS-CARD-MSG
012213             PERFORM  CARD-ERROR-SEC
012214         ELSE
012215             IF  CN-WAIT-HH  >  23  OR  CN-WAIT-MM  >  59
012216                 OR  CN-WAIT-SS  >  59
012217                 MOVE  'WAIT DEADLINE IS NOT A VALID HHMMSS'
012218                   TO  WS-CARD-MSG
012219                 PERFORM  CARD-ERROR-SEC
012220             END-IF
012221         END-IF
012222     END-IF.
012223     IF  CN-WAIT-INTERVAL  NOT =  SPACES
012224         AND  CN-WAIT-INTERVAL  NOT NUMERIC
012225         MOVE  'WAIT INTERVAL (26-28) NOT THREE DIGITS'
012226           TO  WS-CARD-MSG
012227         PERFORM  CARD-ERROR-SEC
012228     END-IF.
012229 CHECK-WAIT-SEC-EX.
012230     EXIT.
012231/
012232*    CHNWIN: a step name and six digits - seconds for a step,
012233*    a real HHMMSS time for the CUTOFF and TXNCUT lines
012234 CHECK-WINDOW-SEC SECTION.
012240     IF  CW-STEP-NAME  =  SPACES
012250         MOVE  'STEP NAME (1-8) MISSING'  TO  WS-CARD-MSG
012260         PERFORM  CARD-ERROR-SEC
012270     END-IF.
012280     IF  CW-VALUE  NOT NUMERIC
012290         MOVE  'VALUE (10-15) NOT SIX DIGITS'  TO  WS-CARD-MSG
012300         PERFORM  CARD-ERROR-SEC
012310         GO TO  CHECK-WINDOW-SEC-EX
012320     END-IF.
012330     IF  (CW-STEP-NAME  =  'CUTOFF  '  OR  'TXNCUT  ')
012340         AND  (CW-HH  >  23  OR  CW-MM  >  59  OR  CW-SS  >  59)
012350         MOVE  'CUTOFF IS NOT A VALID HHMMSS TIME'
012360           TO  WS-CARD-MSG
012370         PERFORM  CARD-ERROR-SEC
012380     END-IF.
012390 CHECK-WINDOW-SEC-EX.
012400     EXIT.
012410/
012420*    PIPEPAIR: four names, a non-zero factor digit, a plus digit
012430 CHECK-PAIR-SEC   SECTION.
012440     IF  PC-PROD-PGM  =  SPACES  OR  PC-PROD-FIL  =  SPACES
012450         OR  PC-CONS-PGM  =  SPACES  OR  PC-CONS-FIL  =  SPACES
012460         MOVE  'A PROGRAM OR FILE NAME IS MISSING'
012470           TO  WS-CARD-MSG
012480         PERFORM  CARD-ERROR-SEC
012490     END-IF.
012500     IF  PC-FACTOR  NOT NUMERIC  OR  PC-FACTOR  =  '0'
012510         MOVE  'FACTOR (37) NOT 1-9'  TO  WS-CARD-MSG
012520         PERFORM  CARD-ERROR-SEC
012530     END-IF.
012540     IF  PC-PLUS  NOT NUMERIC
012550         MOVE  'PLUS (39) NOT A DIGIT'  TO  WS-CARD-MSG
012560         PERFORM  CARD-ERROR-SEC
012570     END-IF.
012580 CHECK-PAIR-SEC-EX.
012590     EXIT.
012600/
012605*    ERRROUTE: program (or *), section pattern (or *), I/W/E,
012610*    and an optional message id pattern after a blank
012620 CHECK-ROUTE-SEC  SECTION.
012630     IF  RT-PROGRAM  =  SPACES  OR  RT-SECTION  =  SPACES
012640         MOVE  'PROGRAM OR SECTION MISSING - USE *'
012650           TO  WS-CARD-MSG
012660         PERFORM  CARD-ERROR-SEC
012670     END-IF.
012680     IF  NOT  RT-SEV-VALID
012690         MOVE  'MINIMUM SEVERITY (31) NOT I, W OR E'
012700           TO  WS-CARD-MSG
012710         PERFORM  CARD-ERROR-SEC
012720     END-IF.
012722     IF  RT-GAP  NOT =  SPACE
012724         MOVE  'POSITION 32 NOT BLANK'  TO  WS-CARD-MSG
012726         PERFORM  CARD-ERROR-SEC
012728     END-IF.
012730 CHECK-ROUTE-SEC-EX.
012740     EXIT.
012750/
012760*    RETPOL: a class once only, three digits of days, a utility
012770 CHECK-POLICY-SEC SECTION.
012780     IF  PL-CLASS  =  SPACES
012790         MOVE  'CLASS (1-8) MISSING'  TO  WS-CARD-MSG
012800         PERFORM  CARD-ERROR-SEC
012810     END-IF.
012820     IF  PL-DAYS  NOT NUMERIC
012830         MOVE  'DAYS (10-12) NOT THREE DIGITS'  TO  WS-CARD-MSG
012840         PERFORM  CARD-ERROR-SEC
012850     END-IF.
012860     IF  PL-UTILITY  =  SPACES
012870         MOVE  'OWNING UTILITY (14-21) MISSING'  TO  WS-CARD-MSG
012880         PERFORM  CARD-ERROR-SEC
012890     END-IF.
012900     MOVE  8  TO  WS-KEY-LEN.
012910     PERFORM  CHECK-DUPLICATE-SEC.
012920 CHECK-POLICY-SEC-EX.
012930     EXIT.
012940/
012945*    EXPPROF: a receiver, thirteen Y/N column flags and the
012950*    entities the receiver gets - each registered, or '**'
012960 CHECK-PROFILE-SEC SECTION.
012970     IF  PF-RECEIVER  =  SPACES
012980         MOVE  'RECEIVER (1-8) MISSING'  TO  WS-CARD-MSG
012990         PERFORM  CARD-ERROR-SEC
013000     END-IF.
013010     MOVE  0  TO  WS-FLAG-TALLY.
013020     INSPECT  PF-COL-FLAGS  TALLYING  WS-FLAG-TALLY
013030         FOR  ALL  'Y'  ALL  'N'.
013040     IF  WS-FLAG-TALLY  NOT =  13
013050         MOVE  'COLUMN FLAGS (19-31) NOT 13 Y/N'  TO  WS-CARD-MSG
013060         PERFORM  CARD-ERROR-SEC
013070     END-IF.
013071     PERFORM  VARYING  WS-SLOT  FROM  1  BY  1
013072         UNTIL  WS-SLOT  >  5
013073         IF  PF-ENTITY(WS-SLOT)  NOT =  SPACES
013074             AND  PF-ENTITY(WS-SLOT)  NOT =  '**'
013075             SET   EC-LOOKUP  TO  TRUE
013076             MOVE  PF-ENTITY(WS-SLOT)  TO  EC-ENTITY
013077             CALL  'ENTCHK'  USING  WS-ENTCHK-PARM
013078             IF  EC-UNKNOWN
013079                 MOVE  'ENTITY (33-42) NOT REGISTERED'
013080                       TO  WS-CARD-MSG
013081                 PERFORM  CARD-ERROR-SEC
013082             END-IF
013083         END-IF
013084     END-PERFORM.
013085 CHECK-PROFILE-SEC-EX.
013090     EXIT.
013100/
013110*    SORTKEYS: each named slot a sortrec key field, once only,
013120*    with an A or D direction
013130 CHECK-KEYS-SEC   SECTION.
013140     PERFORM  VARYING  WS-SLOT  FROM  1  BY  1
013150         UNTIL  WS-SLOT  >  4
013160         IF  KC-NAME(WS-SLOT)  NOT =  SPACES
013170             IF  NOT  KC-NAME-VALID(WS-SLOT)
013180                 MOVE  'FIELD NOT RECNO, KEY1, KEY2 OR KEY3'
013190                   TO  WS-CARD-MSG
013200                 PERFORM  CARD-ERROR-SEC
013210             END-IF
013220             IF  NOT  KC-DIR-VALID(WS-SLOT)
013230                 MOVE  'DIRECTION NOT A OR D'  TO  WS-CARD-MSG
013240                 PERFORM  CARD-ERROR-SEC
013250             END-IF
013260             PERFORM  VARYING  WS-SLOT2  FROM  1  BY  1
013270                 UNTIL  WS-SLOT2  >=  WS-SLOT
013280                 IF  KC-NAME(WS-SLOT2)  =  KC-NAME(WS-SLOT)
013290                     MOVE  'FIELD NAMED TWICE'  TO  WS-CARD-MSG
013300                     PERFORM  CARD-ERROR-SEC
013310                 END-IF
013320             END-PERFORM
013330         END-IF
013340     END-PERFORM.
013350 CHECK-KEYS-SEC-EX.
013360     EXIT.
013370/
013380*    CPDEF: an id once only and five hex fields
013390 CHECK-CPDEF-SEC  SECTION.
013400     IF  CP-ID  =  SPACE
013410         MOVE  'CODE PAGE ID (1) MISSING'  TO  WS-CARD-MSG
013420         PERFORM  CARD-ERROR-SEC
013430     END-IF.
013440     MOVE  'Y'  TO  WS-HEX-OK-SW.
013450     MOVE  CP-WIDE-HEX    TO  WS-HEX-FIELD.
013460     MOVE  4  TO  WS-HEX-LEN.
013470     PERFORM  CHECK-HEX-SEC.
013480     MOVE  CP-NARROW-HEX  TO  WS-HEX-FIELD.
013490     PERFORM  CHECK-HEX-SEC.
013500     MOVE  CP-PAD-HEX     TO  WS-HEX-FIELD.
013510     PERFORM  CHECK-HEX-SEC.
013520     MOVE  CP-LEADLO-HEX  TO  WS-HEX-FIELD.
013530     MOVE  2  TO  WS-HEX-LEN.
013540     PERFORM  CHECK-HEX-SEC.
013550     MOVE  CP-LEADHI-HEX  TO  WS-HEX-FIELD.
013560     PERFORM  CHECK-HEX-SEC.
013570     IF  NOT  HEX-FIELD-OK
013580         MOVE  'A HEX FIELD IS NOT 0-9/A-F'  TO  WS-CARD-MSG
013590         PERFORM  CARD-ERROR-SEC
013600     END-IF.
013610     MOVE  1  TO  WS-KEY-LEN.
013620     PERFORM  CHECK-DUPLICATE-SEC.
013630 CHECK-CPDEF-SEC-EX.
013640     EXIT.
013650/
013660 CHECK-HEX-SEC    SECTION.
013670     PERFORM  VARYING  WS-HEX-SUB  FROM  1  BY  1
013680         UNTIL  WS-HEX-SUB  >  WS-HEX-LEN
013690         MOVE  WS-HEX-FIELD(WS-HEX-SUB:1)  TO  WS-HEX-CHAR
013700         IF  NOT  HEX-DIGIT
013710             MOVE  'N'  TO  WS-HEX-OK-SW
013720         END-IF
013730     END-PERFORM.
013740 CHECK-HEX-SEC-EX.
013750     EXIT.
013760/
013770*    BCONVMAP: a 1-based offset, a length, and B/P/D - binary
013780*    fields 2, 4 or 8 bytes long
013790 CHECK-MAP-SEC    SECTION.
013800     IF  MP-OFFSET  NOT NUMERIC  OR  MP-OFFSET-N  =  0
013810         MOVE  'OFFSET (1-4) NOT 0001-9999'  TO  WS-CARD-MSG
013820         PERFORM  CARD-ERROR-SEC
013830     END-IF.
013840     IF  MP-LENGTH  NOT NUMERIC  OR  MP-LENGTH-N  =  0
013850         MOVE  'LENGTH (6-7) NOT 01-99'  TO  WS-CARD-MSG
013860         PERFORM  CARD-ERROR-SEC
013870         GO TO  CHECK-MAP-SEC-EX
013880     END-IF.
013890     IF  NOT  MP-TYPE-VALID
013900         MOVE  'TYPE (9) NOT B, P OR D'  TO  WS-CARD-MSG
013910         PERFORM  CARD-ERROR-SEC
013920     END-IF.
013930     IF  MP-TYPE-BINARY
013940         AND  MP-LENGTH-N  NOT =  2  AND  MP-LENGTH-N  NOT =  4
013950         AND  MP-LENGTH-N  NOT =  8
013960         MOVE  'BINARY LENGTH NOT 2, 4 OR 8'  TO  WS-CARD-MSG
013970         PERFORM  CARD-ERROR-SEC
013980     END-IF.
013990 CHECK-MAP-SEC-EX.
014000     EXIT.
014010/
014020*    GRPMAST: a code once only, an active flag Y or N
014030 CHECK-GROUP-SEC  SECTION.
014040     IF  GM-CODE  =  SPACE
014050         MOVE  'GROUP CODE (1) MISSING'  TO  WS-CARD-MSG
014060         PERFORM  CARD-ERROR-SEC
014070     END-IF.
014080     IF  NOT  GM-ACTIVE-VALID
014090         MOVE  'ACTIVE FLAG (24) NOT Y OR N'  TO  WS-CARD-MSG
014100         PERFORM  CARD-ERROR-SEC
014110     END-IF.
014120     MOVE  1  TO  WS-KEY-LEN.
014130     PERFORM  CHECK-DUPLICATE-SEC.
014140 CHECK-GROUP-SEC-EX.
014150     EXIT.
014160/
014170*    SMOKEEXP: a label SMOKETST knows, and a value of digits
014180*    starting in column 9 with nothing after them
014190 CHECK-EXPECT-SEC SECTION.
014200     IF  NOT  EX-LABEL-FIXED
014210         AND  NOT  (EX-GROUP-WORD  =  'GROUP '
014220                    AND  EX-GROUP-CODE  NOT =  SPACE
014230                    AND  EX-GROUP-GAP  =  SPACE)
014240         MOVE  'LABEL NOT DETAILS/HASH/REJECTS/GROUP x'
014250           TO  WS-CARD-MSG
014260         PERFORM  CARD-ERROR-SEC
014270     END-IF.
014280     MOVE  0  TO  WS-DIGIT-COUNT.
014290     INSPECT  EX-VALUE  TALLYING  WS-DIGIT-COUNT
014300         FOR  CHARACTERS  BEFORE  INITIAL  SPACE.
014310     IF  WS-DIGIT-COUNT  =  0
014320         MOVE  'VALUE (9-17) MISSING'  TO  WS-CARD-MSG
014330         PERFORM  CARD-ERROR-SEC
014340         GO TO  CHECK-EXPECT-SEC-EX
014350     END-IF.
014360     IF  EX-VALUE(1:WS-DIGIT-COUNT)  NOT NUMERIC
014370         OR  (WS-DIGIT-COUNT  <  9
014380              AND  EX-VALUE(WS-DIGIT-COUNT + 1:)  NOT =  SPACES)
014390         MOVE  'VALUE (9-17) NOT ALL DIGITS'  TO  WS-CARD-MSG
014400         PERFORM  CARD-ERROR-SEC
014410     END-IF.
014420 CHECK-EXPECT-SEC-EX.
014430     EXIT.
014440/
014450*    TCTLFILE: an S selection or R reformat rule whose columns
014460*    stay inside TESTCOB's 256-byte input and 80-byte output
014470 CHECK-RULE-SEC   SECTION.
014480     EVALUATE  TR-TYPE
014490         WHEN  'S'
014500             ADD  1  TO  WS-SEL-COUNT
014510             IF  TR-POS  NOT NUMERIC  OR  TR-LEN  NOT NUMERIC
014520                 MOVE  'POSITION OR LENGTH NOT DIGITS'
014530                   TO  WS-CARD-MSG
014540                 PERFORM  CARD-ERROR-SEC
014550                 GO TO  CHECK-RULE-SEC-EX
014560             END-IF
014570             COMPUTE  WS-POS-END  =  TR-POS-N  +  TR-LEN-N
014580             IF  TR-POS-N  =  0  OR  TR-LEN-N  =  0
014590                 OR  TR-LEN-N  >  20  OR  WS-POS-END  >  257
014600                 MOVE  'COMPARE SLICE OUTSIDE THE RECORD'
014610                   TO  WS-CARD-MSG
014620                 PERFORM  CARD-ERROR-SEC
014630             END-IF
014640             IF  NOT  TR-OP-VALID
014650                 MOVE  'OPERATOR (11-12) NOT EQ NE GT LT CO'
014660                   TO  WS-CARD-MSG
014670                 PERFORM  CARD-ERROR-SEC
014680             END-IF
014690             IF  NOT  TR-ACTION-VALID
014700                 MOVE  'ACTION (35) NOT I OR E'  TO  WS-CARD-MSG
014710                 PERFORM  CARD-ERROR-SEC
014720             END-IF
014730         WHEN  'R'
014740             ADD  1  TO  WS-RFM-COUNT
014750             IF  TR-POS  NOT NUMERIC  OR  TR-LEN  NOT NUMERIC
014760                 OR  WS-CARD(11:4)  NOT NUMERIC
014770                 MOVE  'A POSITION OR LENGTH IS NOT DIGITS'
014780                   TO  WS-CARD-MSG
014790                 PERFORM  CARD-ERROR-SEC
014800                 GO TO  CHECK-RULE-SEC-EX
014810             END-IF
014820             COMPUTE  WS-POS-END  =  TR-POS-N  +  TR-LEN-N
014830             MOVE  WS-CARD(11:4)  TO  WS-OUT-POS
014840             IF  TR-POS-N  =  0  OR  TR-LEN-N  =  0
014850                 OR  WS-OUT-POS  =  0  OR  WS-POS-END  >  257
014860                 OR  WS-OUT-POS  +  TR-LEN-N  >  81
014870                 MOVE  'MOVE FALLS OUTSIDE THE RECORDS'
014880                   TO  WS-CARD-MSG
014890                 PERFORM  CARD-ERROR-SEC
014900             END-IF
014910         WHEN  OTHER
014920             MOVE  'RULE TYPE (1) NOT S OR R'  TO  WS-CARD-MSG
014930             PERFORM  CARD-ERROR-SEC
014940     END-EVALUATE.
014950 CHECK-RULE-SEC-EX.
014960     EXIT.
014961/
014962*    KNOWNERR: a P card names a problem once, with its diagnosis
014963*    and runbook action; an M card gives program, section and
014964*    message patterns (* for any), a problem some P card of the
014965*    deck names, and an optional message id pattern. the same
014966*    patterns again would never reach the second card's problem
014967 CHECK-KNOWN-SEC  SECTION.
014968     EVALUATE  TRUE
014969         WHEN  KN-PROBLEM
014970             IF  KN-P-ID  =  SPACES
014971                 MOVE  'PROBLEM ID (3-10) MISSING'
014980                   TO  WS-CARD-MSG
014981                 PERFORM  CARD-ERROR-SEC
014982             END-IF
014983             IF  KN-P-ID  =  'NEW'
014984                 MOVE  'NEW IS RESERVED FOR UNKNOWN ERRORS'
014985                   TO  WS-CARD-MSG
014986                 PERFORM  CARD-ERROR-SEC
014987             END-IF
014988             IF  KN-P-DIAGNOSIS  =  SPACES
014989                 OR  KN-P-ACTION  =  SPACES
014990                 MOVE  'DIAGNOSIS OR ACTION MISSING'
015000                   TO  WS-CARD-MSG
015010                 PERFORM  CARD-ERROR-SEC
015020             END-IF
015030             MOVE  10  TO  WS-KEY-LEN
015040             PERFORM  CHECK-DUPLICATE-SEC
015050         WHEN  KN-MATCH
015060             IF  KN-M-PROGRAM  =  SPACES
015070                 OR  KN-M-SECTION  =  SPACES
015080                 OR  KN-M-MSG  =  SPACES
015090                 MOVE  'A PATTERN IS MISSING - USE *'
015100                   TO  WS-CARD-MSG
015110                 PERFORM  CARD-ERROR-SEC
015120             END-IF
015130             MOVE  'N'  TO  WS-DEP-FOUND-SW
015140             PERFORM  VARYING  WS-SCAN-SUB  FROM  1  BY  1
015150                 UNTIL  WS-SCAN-SUB  >  WS-NEW-COUNT
015160                     OR  DEP-FOUND
015170                 IF  WS-NEW-CARD(WS-SCAN-SUB)(1:2)  =  'P '
015180                     AND  WS-NEW-CARD(WS-SCAN-SUB)(3:8)
015190                         =  KN-M-PROBLEM
015200                     SET  DEP-FOUND  TO  TRUE
015210                 END-IF
015220             END-PERFORM
015230             IF  NOT  DEP-FOUND  OR  KN-M-PROBLEM  =  SPACES
015240                 MOVE  'PROBLEM (54-61) HAS NO P CARD'
015250                   TO  WS-CARD-MSG
015260                 PERFORM  CARD-ERROR-SEC
015270             END-IF
015280             PERFORM  CHECK-KNOWN-DUP-SEC
015290         WHEN  OTHER
015300             MOVE  'CARD TYPE (1) NOT P OR M'  TO  WS-CARD-MSG
015310             PERFORM  CARD-ERROR-SEC
015320     END-EVALUATE.
015330 CHECK-KNOWN-SEC-EX.
015340     EXIT.
015350/
015360*    an earlier M card with the same three patterns shadows this
015370*    one when it names the same message id pattern, or none
015380 CHECK-KNOWN-DUP-SEC SECTION.
015390     MOVE  'N'  TO  WS-DUP-SW.
015400     PERFORM  VARYING  WS-SCAN-SUB  FROM  1  BY  1
015410         UNTIL  WS-SCAN-SUB  >=  WS-CARD-NO  OR  DUPLICATE-FOUND
015420         IF  WS-NEW-CARD(WS-SCAN-SUB)(1:52)  =  WS-CARD(1:52)
015430             AND  (WS-NEW-CARD(WS-SCAN-SUB)(63:8)  =  KN-M-MSG-ID
015440               OR  WS-NEW-CARD(WS-SCAN-SUB)(63:8)  =  SPACES
015450               OR  WS-NEW-CARD(WS-SCAN-SUB)(63:1)  =  '*')
015460             SET  DUPLICATE-FOUND  TO  TRUE
015470         END-IF
015480     END-PERFORM.
015490     IF  DUPLICATE-FOUND
015500         MOVE  'KEY ALREADY ON AN EARLIER CARD'  TO  WS-CARD-MSG
015510         PERFORM  CARD-ERROR-SEC
015520     END-IF.
015530 CHECK-KNOWN-DUP-SEC-EX.
015540     EXIT.
015550/
015560*    SODRULES: the codes that must not be held together - at
015570*    least two of them, or the card forbids nothing - and what
015580*    the combination would allow, which the report prints. the
015590*    same combination twice is a duplicate
015600 CHECK-SOD-SEC    SECTION.
015610     MOVE  0  TO  WS-FLAG-TALLY.
015620     INSPECT  SD-CODES  TALLYING  WS-FLAG-TALLY  FOR  ALL  SPACE.
015630     IF  WS-FLAG-TALLY  >  6
015640         MOVE  'FEWER THAN TWO CODES (1-8)'  TO  WS-CARD-MSG
015650         PERFORM  CARD-ERROR-SEC
015660     END-IF.
015670     IF  SD-TEXT  =  SPACES
015680         MOVE  'DESCRIPTION (10-49) MISSING'  TO  WS-CARD-MSG
015690         PERFORM  CARD-ERROR-SEC
015700     END-IF.
015710     MOVE  8  TO  WS-KEY-LEN.
015720     PERFORM  CHECK-DUPLICATE-SEC.
015730 CHECK-SOD-SEC-EX.
015740     EXIT.
015750/
015760*    FMULTCTL: a consumer FMULTRPT has a feed entry for, and a
015770*    blank between it and the PARM it is run with. the same
015780*    consumer twice is a duplicate
015790 CHECK-FEED-SEC   SECTION.
015800     IF  NOT  FD-CONSUMER-KNOWN
015810         MOVE  'CONSUMER (1-8) NOT A FEED CONSUMER'
015820           TO  WS-CARD-MSG
015830         PERFORM  CARD-ERROR-SEC
015840     END-IF.
015850     IF  FD-GAP  NOT =  SPACE
015860         MOVE  'POSITION 9 NOT BLANK'  TO  WS-CARD-MSG
015870         PERFORM  CARD-ERROR-SEC
015880     END-IF.
015890     MOVE  8  TO  WS-KEY-LEN.
015900     PERFORM  CHECK-DUPLICATE-SEC.
015910 CHECK-FEED-SEC-EX.
015920     EXIT.
015930/
015940*    MSGCAT: an M card gives a message id - a five-character
015950*    program prefix and three digits - its severity and its
015960*    text; an A card gives the operator action for an id some M
015970*    card of the deck carries. each id once per card type
015980 CHECK-MSGCAT-SEC SECTION.
015990     EVALUATE  TRUE
016000         WHEN  MS-MESSAGE
016010             ADD  1  TO  WS-MSG-COUNT
016020             IF  MS-ID-PREFIX  =  SPACES
016030                 OR  MS-ID-NUMBER  NOT NUMERIC
016040                 MOVE  'MESSAGE ID (3-10) NOT PREFIX AND NUMBER'
016050                   TO  WS-CARD-MSG
016060                 PERFORM  CARD-ERROR-SEC
016070             END-IF
016080             IF  NOT  MS-SEV-VALID
016090                 MOVE  'SEVERITY (12) NOT I, W OR E'
016100                   TO  WS-CARD-MSG
016110                 PERFORM  CARD-ERROR-SEC
016120             END-IF
016130             IF  MS-GAP  NOT =  SPACE  OR  MS-GAP-2  NOT =  SPACE
016140                 MOVE  'POSITION 11 OR 13 NOT BLANK'
016150                   TO  WS-CARD-MSG
016160                 PERFORM  CARD-ERROR-SEC
016170             END-IF
016180             IF  MS-TEXT  =  SPACES
016190                 MOVE  'MESSAGE TEXT (14-80) MISSING'
016200                   TO  WS-CARD-MSG
016210                 PERFORM  CARD-ERROR-SEC
016220             END-IF
016230         WHEN  MS-ACTION
016240             MOVE  'N'  TO  WS-DEP-FOUND-SW
016250             PERFORM  VARYING  WS-SCAN-SUB  FROM  1  BY  1
016260                 UNTIL  WS-SCAN-SUB  >  WS-NEW-COUNT
016270                     OR  DEP-FOUND
016280                 IF  WS-NEW-CARD(WS-SCAN-SUB)(1:2)  =  'M '
016290                     AND  WS-NEW-CARD(WS-SCAN-SUB)(3:8)  =  MS-ID
016300                     SET  DEP-FOUND  TO  TRUE
016310                 END-IF
016320             END-PERFORM
016330             IF  NOT  DEP-FOUND  OR  MS-ID  =  SPACES
016340                 MOVE  'MESSAGE ID (3-10) HAS NO M CARD'
016350                   TO  WS-CARD-MSG
016360                 PERFORM  CARD-ERROR-SEC
016370             END-IF
016380             IF  MS-A-ACTION  =  SPACES
016390                 MOVE  'OPERATOR ACTION (12-80) MISSING'
016400                   TO  WS-CARD-MSG
016410                 PERFORM  CARD-ERROR-SEC
016420             END-IF
016430         WHEN  OTHER
016440             MOVE  'CARD TYPE (1) NOT M OR A'  TO  WS-CARD-MSG
016450             PERFORM  CARD-ERROR-SEC
016460             GO TO  CHECK-MSGCAT-SEC-EX
016470     END-EVALUATE.
016480     MOVE  10  TO  WS-KEY-LEN.
016490     PERFORM  CHECK-DUPLICATE-SEC.
016500 CHECK-MSGCAT-SEC-EX.
016510     EXIT.
016520/
016530*    CLNRULES: a rule id, a rule type RECCLEAN knows, and the
016540*    option that type takes - none for TRIM and SQUEEZE, U or L
016550*    for CASE, a printable replacement for REPLACE. a card
016560*    beginning '*' is a comment. each rule id once
016570 CHECK-CLEANSE-SEC SECTION.
016580     IF  CX-RULE-ID(1:1)  =  '*'
016590         GO TO  CHECK-CLEANSE-SEC-EX
016600     END-IF.
016610     ADD  1  TO  WS-CLN-COUNT.
016620     IF  CX-RULE-ID  =  SPACES
016630         MOVE  'RULE ID (1-8) MISSING'  TO  WS-CARD-MSG
016640         PERFORM  CARD-ERROR-SEC
016650     END-IF.
016660     IF  CX-GAP-1  NOT =  SPACE  OR  CX-GAP-2  NOT =  SPACE
016670         OR  CX-GAP-3  NOT =  SPACES
016680         MOVE  'POSITION 9, 18 OR 20-21 NOT BLANK'
016690           TO  WS-CARD-MSG
016700         PERFORM  CARD-ERROR-SEC
016710     END-IF.
016720     EVALUATE  TRUE
016730         WHEN  CX-NO-OPTION
016740             IF  CX-OPTION  NOT =  SPACE
016750                 MOVE  'OPTION (19) NOT BLANK FOR TRIM/SQUEEZE'
016760                   TO  WS-CARD-MSG
016770                 PERFORM  CARD-ERROR-SEC
016780             END-IF
016790         WHEN  CX-CASE
016800             IF  CX-OPTION  NOT =  'U'  AND  CX-OPTION  NOT =  'L'
016810                 MOVE  'OPTION (19) NOT U OR L FOR CASE'
016820                   TO  WS-CARD-MSG
016830                 PERFORM  CARD-ERROR-SEC
016840             END-IF
016850         WHEN  CX-REPLACE
016860             IF  CX-OPTION  <  SPACE  OR  CX-OPTION  =  X'7F'
016870                 OR  CX-OPTION  =  HIGH-VALUE
016880                 MOVE  'OPTION (19) NOT A PRINTABLE REPLACEMENT'
016890                   TO  WS-CARD-MSG
016900                 PERFORM  CARD-ERROR-SEC
016910             END-IF
016920         WHEN  OTHER
016930             MOVE  'TYPE (10-17) NOT A CLEANSING RULE TYPE'
016940               TO  WS-CARD-MSG
016950             PERFORM  CARD-ERROR-SEC
016960     END-EVALUATE.
016970     MOVE  8  TO  WS-KEY-LEN.
016980     PERFORM  CHECK-DUPLICATE-SEC.
016990 CHECK-CLEANSE-SEC-EX.
017000     EXIT.
017010/
017020*    a key (the first WS-KEY-LEN bytes) already on an earlier
017030*    card - the reader would take only the first of them
017040 CHECK-DUPLICATE-SEC SECTION.
017050     MOVE  'N'  TO  WS-DUP-SW.
017060     PERFORM  VARYING  WS-SCAN-SUB  FROM  1  BY  1
017070         UNTIL  WS-SCAN-SUB  >=  WS-CARD-NO  OR  DUPLICATE-FOUND
017080         IF  WS-NEW-CARD(WS-SCAN-SUB)(1:WS-KEY-LEN)
017090                 =  WS-CARD(1:WS-KEY-LEN)
017100             SET  DUPLICATE-FOUND  TO  TRUE
017110         END-IF
017120     END-PERFORM.
017130     IF  DUPLICATE-FOUND
017140         MOVE  'KEY ALREADY ON AN EARLIER CARD'  TO  WS-CARD-MSG
017150         PERFORM  CARD-ERROR-SEC
017160     END-IF.
017170 CHECK-DUPLICATE-SEC-EX.
017180     EXIT.
