000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      FHOLDREC.
000030*
000040*----------------------------------------------------------------
000050* receiver holdings reconciliation. FEXPVRFY and FEXPACK prove
000060* each transmission arrived whole; nothing proved a receiver's
000070* database still matched what we had sent them over time - a
000080* missed delta, a bad load of their own, or a delete by hand on
000090* their side all went unseen. each receiver now returns a
000100* periodic HOLDIN holdings file, one row per key they hold in
000110* FEXPORT's exact export-line layout, and this job reconciles it
000120* against what that receiver should hold: every current FFILE
000130* detail not marked deleted whose GROUP-1 their EXPPROF profile
000140* allows, trimmed to the columns the profile entitles them to -
000150* the rows FEXPORT would ship them today.
000160*
000170* the holdings are sorted on NUM1 (receivers do not promise an
000180* order) and matched co-sequentially against FFILE, the FCOMPARE
000190* balanced-line shape. the HOLDRPT report lists:
000200*   MISSING AT RECEIVER   a key they should hold and do not
000210*   HELD - NOT ON MASTER  a key they hold that we dropped
000220*   HELD - DELETED HERE   a key they hold that is marked deleted
000230*   HELD - NOT ENTITLED   a key whose GROUP-1 their profile bars
000240*   VALUE DIFFERENCE      a key both hold whose entitled columns
000250*                         differ, naming the columns
000260*   DUPLICATE AT RECEIVER a key they hold more than once
000270*   BAD KEY AT RECEIVER   a row whose NUM1 is not numeric
000280* with totals and per-column difference counts.
000290*
000300* the HOLDDLTA corrective delta answers every exception in
000310* FEXPDLTA's layout (action column A/C/D then the export line)
000320* so the receiver loads it with the loader they already have: a
000330* missing key goes as an add and a differing key as a change,
000340* both carrying our trimmed row; a key they should not hold goes
000350* as a drop carrying their own row back. NUM1 is always carried
000360* on the delta whatever the profile says, as the key the load
000370* matches on. the HOLDDMAN manifest is FEXPORT's manifest shape,
000380* and the delta is recorded on the EXPLEDGR transmission ledger
000390* under the receiver's name like any other shipment, so FEXPACK
000400* ages it until acknowledged.
000410*
000420* PARM: the receiver's 8-character EXPPROF name; blank means
000430* the DEFAULT receiver of FEXPORT's full extract (every column,
000440* every group). a receiver not on EXPPROF is refused with RC
000450* 16. RC 4 when any exception was found, so the chain surfaces
000460* it; RC 0 when the holdings match exactly.
000470*----------------------------------------------------------------
000480 ENVIRONMENT      DIVISION.
000490 INPUT-OUTPUT     SECTION.
000500 FILE-CONTROL.
000510     SELECT  PROF-CTL     ASSIGN TO    EXPPROF
000520             ORGANIZATION  IS    LINE SEQUENTIAL
000530             FILE STATUS   IS    WS-PROF-STATUS.
000540     SELECT  F-OTFILE     ASSIGN TO    FFILE
000550             ORGANIZATION  IS    SEQUENTIAL
000560             FILE STATUS   IS    WS-FOTFILE-STATUS.
000570     SELECT  HOLD-IN      ASSIGN TO    HOLDIN
000580             ORGANIZATION  IS    LINE SEQUENTIAL
000590             FILE STATUS   IS    WS-HOLDIN-STATUS.
000600     SELECT  HOLD-WORK    ASSIGN TO    HOLDWK.
000610     SELECT  HOLD-SRT     ASSIGN TO    HOLDSRT
000620             ORGANIZATION  IS    LINE SEQUENTIAL
000630             FILE STATUS   IS    WS-HOLDSRT-STATUS.
000640     SELECT  DELTA-FILE   ASSIGN TO    HOLDDLTA
000650             ORGANIZATION  IS    LINE SEQUENTIAL
000660             FILE STATUS   IS    WS-DELTA-STATUS.
000670     SELECT  MANIFEST-FILE ASSIGN TO   HOLDDMAN
000680             ORGANIZATION  IS    LINE SEQUENTIAL
000690             FILE STATUS   IS    WS-MANIFEST-STATUS.
000700     SELECT  LEDGER-FILE  ASSIGN TO    EXPLEDGR
000710             ORGANIZATION  IS    LINE SEQUENTIAL
000720             FILE STATUS   IS    WS-LEDGER-STATUS.
000730     SELECT  HOLD-RPT     ASSIGN TO    HOLDRPT
000740             ORGANIZATION  IS    LINE SEQUENTIAL.
000750
000755     COPY  keylay.
000760 DATA             DIVISION.
000770 FILE             SECTION.
000780*
000790*    FEXPORT's receiver profile card
000800 FD      PROF-CTL.
000810 01      PROF-REC.
000820     03  PF-RECEIVER                  PIC  X(08).
000830     03  FILLER                       PIC  X(01).
000840     03  PF-GROUPS                    PIC  X(08).
000850     03  FILLER                       PIC  X(01).
000860     03  PF-COL-FLAGS                 PIC  X(13).
000870
000880 FD      F-OTFILE.
000890 01      F-REC01.
000900     COPY  ffile.
000910 01      F-HTR-REC  REDEFINES  F-REC01.
000920     03  FHTR-KEY                     PIC  9(:KEY-LEN:).
000930     03  FHTR-ID                      PIC  X(04).
000940       88  FHTR-IS-HEADER                   VALUE 'HDR1'.
000950       88  FHTR-IS-TRAILER                  VALUE 'TRL1'.
000960     03  FHTR-RUN-DATE                PIC  X(08).
000970     03  FILLER                       PIC  X(:TAIL-12:).
000980*
000990*    the receiver's holdings, as returned and as sorted on NUM1
001000 FD      HOLD-IN.
001010 01      HOLD-IN-REC                  PIC  X(124).
001020 SD      HOLD-WORK.
001030 01      HW-REC.
001040     03  HW-NUM1                      PIC  X(04).
001050     03  FILLER                       PIC  X(120).
001060 FD      HOLD-SRT.
001070 01      HOLD-SRT-REC.
001080     03  HS-NUM1                      PIC  X(04).
001090     03  HS-NUM1-N  REDEFINES  HS-NUM1
001100                                      PIC  9(04).
001110     03  FILLER                       PIC  X(120).
001120
001130 FD      DELTA-FILE.
001140 01      DELTA-REC                    PIC  X(126).
001150
001160 FD      MANIFEST-FILE.
001170 01      MANIFEST-REC.
001180     03  MF-EXTRACT-DATE              PIC  9(08).
001190     03  FILLER                       PIC  X(01).
001200     03  MF-ROW-COUNT                 PIC  9(07).
001210     03  FILLER                       PIC  X(01).
001220     03  MF-NUM1-HASH                 PIC  9(09).
001230*
001240*    FEXPORT's permanent transmission ledger - see FEXPACK
001250 FD      LEDGER-FILE.
001260 01      LEDGER-REC.
001270     03  LG-RECEIVER                  PIC  X(08).
001280     03  FILLER                       PIC  X(01).
001290     03  LG-EXTRACT-DATE              PIC  X(08).
001300     03  FILLER                       PIC  X(01).
001310     03  LG-ROW-COUNT                 PIC  9(07).
001320     03  FILLER                       PIC  X(01).
001330     03  LG-NUM1-HASH                 PIC  9(09).
001340     03  FILLER                       PIC  X(01).
001350     03  LG-ACK-FLAG                  PIC  X(01).
001360     03  FILLER                       PIC  X(01).
001370     03  LG-ACK-DATE                  PIC  X(08).
001380
001390 FD      HOLD-RPT.
001400 01      RPT-LINE                     PIC  X(80).
001410
001420 WORKING-STORAGE  SECTION.
001430
001440 01  WS-STATUSES.
001450   03  WS-PROF-STATUS          PIC  X(02).
001460   03  WS-FOTFILE-STATUS       PIC  X(02).
001470   03  WS-HOLDIN-STATUS        PIC  X(02).
001480   03  WS-HOLDSRT-STATUS       PIC  X(02).
001490   03  WS-DELTA-STATUS         PIC  X(02).
001500   03  WS-MANIFEST-STATUS      PIC  X(02).
001510   03  WS-LEDGER-STATUS        PIC  X(02).
001520
001530 01  WS-SWITCHES.
001540   03  WS-PROF-EOF-SW          PIC  X(01)  VALUE  'N'.
001550     88  PROF-EOF                   VALUE  'Y'.
001560   03  WS-PROF-FOUND-SW        PIC  X(01)  VALUE  'N'.
001570     88  PROF-FOUND                 VALUE  'Y'.
001580   03  WS-OURS-EOF-SW          PIC  X(01)  VALUE  'N'.
001590     88  OURS-EOF                   VALUE  'Y'.
001600   03  WS-THEIRS-EOF-SW        PIC  X(01)  VALUE  'N'.
001610     88  THEIRS-EOF                 VALUE  'Y'.
001620   03  WS-THEIRS-OK-SW         PIC  X(01).
001630     88  THEIRS-USABLE              VALUE  'Y'.
001640*    why a master key is or is not due to the receiver
001650   03  WS-OUR-DUE-SW           PIC  X(01).
001660     88  OUR-KEY-DUE                VALUE  'Y'.
001670     88  OUR-KEY-DELETED            VALUE  'D'.
001680     88  OUR-KEY-NOT-ENTITLED       VALUE  'G'.
001690
001700 01  WS-RECEIVER               PIC  X(08).
001710 01  WS-PRF-GROUPS             PIC  X(08).
001720 01  WS-PRF-FLAGS.
001730   03  WS-PRF-FLAG             PIC  X(01)  OCCURS  13  TIMES.
001740 01  WS-GRP-TALLY              PIC  9(02)  COMP.
001750 01  WS-EXTRACT-DATE           PIC  X(08)        VALUE  SPACES.
001760 01  WS-PREV-THEIRS            PIC  X(04)        VALUE  SPACES.
001770
001780 01  WS-COUNTERS.
001790   03  WS-DUE-COUNT            PIC  9(07)  COMP  VALUE  0.
001800   03  WS-HELD-COUNT           PIC  9(07)  COMP  VALUE  0.
001810   03  WS-MATCH-COUNT          PIC  9(07)  COMP  VALUE  0.
001820   03  WS-MISSING-COUNT        PIC  9(07)  COMP  VALUE  0.
001830   03  WS-DROPPED-COUNT        PIC  9(07)  COMP  VALUE  0.
001840   03  WS-DELHERE-COUNT        PIC  9(07)  COMP  VALUE  0.
001850   03  WS-NOTENT-COUNT         PIC  9(07)  COMP  VALUE  0.
001860   03  WS-DIFF-COUNT           PIC  9(07)  COMP  VALUE  0.
001870   03  WS-DUP-COUNT            PIC  9(07)  COMP  VALUE  0.
001880   03  WS-BADKEY-COUNT         PIC  9(07)  COMP  VALUE  0.
001890   03  WS-ROW-COUNT            PIC  9(07)  COMP  VALUE  0.
001900   03  WS-NUM1-HASH            PIC  9(09)  COMP  VALUE  0.
001910
001920*----------------------------------------------------------------
001930* where each column sits in the export line, in EXPPROF flag
001940* order, with a per-column difference count for the report
001950*----------------------------------------------------------------
001960 01  WS-COL-MAP-VALUES.
001970   03  FILLER  PIC  X(16)  VALUE  'NUM1      001004'.
001980   03  FILLER  PIC  X(16)  VALUE  'REC-DATA  006072'.
001990   03  FILLER  PIC  X(16)  VALUE  'NUM2      079004'.
002000   03  FILLER  PIC  X(16)  VALUE  'SPACK     084001'.
002010   03  FILLER  PIC  X(16)  VALUE  'UPACK     086001'.
002020   03  FILLER  PIC  X(16)  VALUE  'SZONE     088003'.
002030   03  FILLER  PIC  X(16)  VALUE  'UZONE     092002'.
002040   03  FILLER  PIC  X(16)  VALUE  'GROUP-1   095001'.
002050   03  FILLER  PIC  X(16)  VALUE  'COMP0     097004'.
002060   03  FILLER  PIC  X(16)  VALUE  'COMP3     102004'.
002070   03  FILLER  PIC  X(16)  VALUE  'COMP5     107004'.
002080   03  FILLER  PIC  X(16)  VALUE  'BIN       112004'.
002090   03  FILLER  PIC  X(16)  VALUE  'EFF-DATE  117008'.
002100 01  WS-COL-MAP  REDEFINES  WS-COL-MAP-VALUES.
002110   03  WS-CM-ENTRY  OCCURS  13  TIMES.
002120     05  WS-CM-NAME            PIC  X(10).
002130     05  WS-CM-START           PIC  9(03).
002140     05  WS-CM-LEN             PIC  9(03).
002150 01  WS-COL-DIFFS.
002160   03  WS-CD-COUNT             PIC  9(07)  COMP
002165                                     OCCURS  13  TIMES.
002170 01  WS-COL-SUB                PIC  9(02)  COMP.
002180 01  WS-DIFF-NAMES             PIC  X(44).
002190 01  WS-DIFF-PTR               PIC  9(03)  COMP.
002200
002210*----------------------------------------------------------------
002220* the row the receiver should hold - FEXPORT's export line, then
002230* the same bytes re-viewed alphanumeric so unentitled columns
002240* are blanked in place, the FEXPORT profile-row way
002250*----------------------------------------------------------------
002260 01  WS-EXPORT-LINE.
002270   03  WS-EX-NUM1              PIC  9(04).
002280   03  FILLER                  PIC  X(01)  VALUE  ','.
002290   03  WS-EX-REC-DATA          PIC  X(72).
002300   03  FILLER                  PIC  X(01)  VALUE  ','.
002310   03  WS-EX-NUM2              PIC  9(04).
002320   03  FILLER                  PIC  X(01)  VALUE  ','.
002330   03  WS-EX-SPACK             PIC S9(01).
002340   03  FILLER                  PIC  X(01)  VALUE  ','.
002350   03  WS-EX-UPACK             PIC  9(01).
002360   03  FILLER                  PIC  X(01)  VALUE  ','.
002370   03  WS-EX-SZONE             PIC S9(02)  SIGN IS LEADING
002380                                           SEPARATE.
002390   03  FILLER                  PIC  X(01)  VALUE  ','.
002400   03  WS-EX-UZONE             PIC  9(02).
002410   03  FILLER                  PIC  X(01)  VALUE  ','.
002420   03  WS-EX-GROUP-1           PIC  X(01).
002430   03  FILLER                  PIC  X(01)  VALUE  ','.
002440   03  WS-EX-COMP0             PIC S9(04).
002450   03  FILLER                  PIC  X(01)  VALUE  ','.
002460   03  WS-EX-COMP3             PIC S9(04).
002470   03  FILLER                  PIC  X(01)  VALUE  ','.
002480   03  WS-EX-COMP5             PIC S9(04).
002490   03  FILLER                  PIC  X(01)  VALUE  ','.
002500   03  WS-EX-BIN               PIC S9(04).
002510   03  FILLER                  PIC  X(01)  VALUE  ','.
002520   03  WS-EX-EFF-DATE          PIC  9(08).
002530 01  WS-OUR-LINE               PIC  X(124).
002540
002550*    one corrective delta row - FEXPDLTA's layout
002560 01  WS-DELTA-LINE.
002570   03  WS-DL-ACTION            PIC  X(01).
002580   03  FILLER                  PIC  X(01)  VALUE  ','.
002590   03  WS-DL-ROW               PIC  X(124).
002600
002610 01  RPT-EXCEPTION.
002620   03  RX-NUM1                 PIC  X(04).
002630   03  FILLER                  PIC  X(02)  VALUE  SPACES.
002640   03  RX-KIND                 PIC  X(22).
002650   03  FILLER                  PIC  X(02)  VALUE  SPACES.
002660   03  RX-DETAIL               PIC  X(44).
002670 01  RPT-DETAIL.
002680   03  RPT-LABEL               PIC  X(30).
002690   03  RPT-VALUE               PIC  ZZZZZZ9.
002700
002710 01  WS-JOBACCT-PARM.
002720     COPY  jobacct.
002723
002726 01  WS-KEYMODE-PARM.
002730     COPY  keymode.
002740 PROCEDURE        DIVISION.
002741 MAIN-SEC         SECTION.
002742*    the stores must carry the key layout this program is built
002743*    for - see KEYMODE
002744     MOVE  'FHOLDREC'  TO  KM-PROGRAM.
002745     MOVE  0           TO  KM-RUN-DATE.
002746     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
002747     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
002748     IF  KM-REFUSE
002749         MOVE  16  TO  RETURN-CODE
002750         STOP RUN
002755     END-IF.
002760     PERFORM  GET-PARM-SEC.
002770     PERFORM  LOAD-PROFILE-SEC.
002780     IF  NOT  PROF-FOUND
002790         DISPLAY  'FHOLDREC: RECEIVER ' WS-RECEIVER
002800                  ' HAS NO EXPPROF PROFILE'
002810         MOVE  16  TO  RETURN-CODE
002820         STOP RUN
002830     END-IF.
002840     OPEN  INPUT  HOLD-IN.
002850     IF  WS-HOLDIN-STATUS  NOT =  '00'
002860         DISPLAY  'FHOLDREC: NO HOLDIN FILE, STATUS '
002870                  WS-HOLDIN-STATUS
002880         MOVE  16  TO  RETURN-CODE
002890         STOP RUN
002900     END-IF.
002910     CLOSE  HOLD-IN.
002920*    receivers do not promise an order - the match needs NUM1
002930     SORT  HOLD-WORK
002940         ON  ASCENDING  KEY  HW-NUM1
002950         USING   HOLD-IN
002960         GIVING  HOLD-SRT.
002970     PERFORM  INIT-SEC.
002980     PERFORM  READ-OURS-SEC.
002990     PERFORM  READ-THEIRS-SEC.
003000     PERFORM  COMPARE-SEC  UNTIL  OURS-EOF  AND  THEIRS-EOF.
003010     PERFORM  TERM-SEC.
003020     STOP RUN.
003030 MAIN-SEC-EX.
003040     EXIT.
003050/
003060 GET-PARM-SEC     SECTION.
003070     ACCEPT  WS-RECEIVER  FROM  COMMAND-LINE.
003080     IF  WS-RECEIVER  =  SPACES
003090         MOVE  'DEFAULT '  TO  WS-RECEIVER
003100     END-IF.
003110 GET-PARM-SEC-EX.
003120     EXIT.
003130/
003140*----------------------------------------------------------------
003150* the receiver's groups and column flags from EXPPROF; the
003160* DEFAULT receiver of the base extract needs no card - it is
003170* entitled to every column of every group
003180*----------------------------------------------------------------
003190 LOAD-PROFILE-SEC SECTION.
003200     IF  WS-RECEIVER  =  'DEFAULT '
003210         MOVE  SPACES              TO  WS-PRF-GROUPS
003220         MOVE  'YYYYYYYYYYYYY'     TO  WS-PRF-FLAGS
003230         SET   PROF-FOUND          TO  TRUE
003240         GO TO  LOAD-PROFILE-SEC-EX
003250     END-IF.
003260     OPEN  INPUT  PROF-CTL.
003270     IF  WS-PROF-STATUS  NOT =  '00'
003280         SET  PROF-EOF  TO  TRUE
003290     END-IF.
003300     PERFORM  READ-PROFILE-SEC  UNTIL  PROF-EOF  OR  PROF-FOUND.
003310     IF  WS-PROF-STATUS  =  '00'  OR  WS-PROF-STATUS  =  '10'
003320         CLOSE  PROF-CTL
003330     END-IF.
003340 LOAD-PROFILE-SEC-EX.
003350     EXIT.
003360/
003370 READ-PROFILE-SEC SECTION.
003380     READ  PROF-CTL
003390         AT END      SET  PROF-EOF  TO  TRUE
003400         NOT AT END
003410             IF  PF-RECEIVER  =  WS-RECEIVER
003420                 MOVE  PF-GROUPS     TO  WS-PRF-GROUPS
003430                 MOVE  PF-COL-FLAGS  TO  WS-PRF-FLAGS
003440                 SET   PROF-FOUND    TO  TRUE
003450             END-IF
003460     END-READ.
003470 READ-PROFILE-SEC-EX.
003480     EXIT.
003490/
003500 INIT-SEC         SECTION.
003510     OPEN  INPUT  F-OTFILE.
003520     IF  WS-FOTFILE-STATUS  NOT =  '00'
003530         SET  OURS-EOF  TO  TRUE
003540         DISPLAY  'FHOLDREC: NO F-OTFILE, STATUS '
003550                  WS-FOTFILE-STATUS
003560     END-IF.
003570     OPEN  INPUT  HOLD-SRT.
003580     IF  WS-HOLDSRT-STATUS  NOT =  '00'
003590         SET  THEIRS-EOF  TO  TRUE
003600     END-IF.
003610     OPEN  OUTPUT  DELTA-FILE.
003620     OPEN  OUTPUT  HOLD-RPT.
003630     MOVE  SPACES  TO  RPT-LINE.
003640     STRING  'FHOLDREC HOLDINGS RECONCILIATION - RECEIVER '
003650                                      DELIMITED BY SIZE
003660             WS-RECEIVER              DELIMITED BY SIZE
003670         INTO  RPT-LINE
003680     END-STRING.
003690     WRITE  RPT-LINE.
003700     MOVE  SPACES  TO  RPT-LINE.
003710     WRITE  RPT-LINE.
003720     INITIALIZE  WS-COL-DIFFS.
003730 INIT-SEC-EX.
003740     EXIT.
003750/
003760*----------------------------------------------------------------
003770* next master detail, HDR1/TRL1 passed over (the header's run
003780* date is the extract date), judged due or not to the receiver
003790*----------------------------------------------------------------
003800 READ-OURS-SEC    SECTION.
003810     READ  F-OTFILE
003820         AT END  SET  OURS-EOF  TO  TRUE
003830     END-READ.
003840     IF  OURS-EOF
003850         GO TO  READ-OURS-SEC-EX
003860     END-IF.
003870     IF  FHTR-IS-HEADER
003880         MOVE  FHTR-RUN-DATE  TO  WS-EXTRACT-DATE
003890     END-IF.
003900     IF  FHTR-IS-HEADER  OR  FHTR-IS-TRAILER
003910         PERFORM  READ-OURS-SEC
003920         GO TO  READ-OURS-SEC-EX
003930     END-IF.
003940     SET  OUR-KEY-DUE  TO  TRUE.
003950     IF  WS-PRF-GROUPS  NOT =  SPACES
003960         MOVE  0  TO  WS-GRP-TALLY
003970         INSPECT  WS-PRF-GROUPS  TALLYING  WS-GRP-TALLY
003980             FOR  ALL  GROUP-1  OF  F-REC01
003990         IF  WS-GRP-TALLY  =  0
004000             SET  OUR-KEY-NOT-ENTITLED  TO  TRUE
004010         END-IF
004020     END-IF.
004030     IF  REC-DELETED  OF  F-REC01
004040         SET  OUR-KEY-DELETED  TO  TRUE
004050     END-IF.
004060     IF  OUR-KEY-DUE
004070         ADD  1  TO  WS-DUE-COUNT
004080         PERFORM  BUILD-OUR-LINE-SEC
004090     END-IF.
004100 READ-OURS-SEC-EX.
004110     EXIT.
004120/
004130*----------------------------------------------------------------
004140* next holdings row; a repeat of the key just read, or a row
004150* with no usable key, is reported and passed over here
004160*----------------------------------------------------------------
004170 READ-THEIRS-SEC  SECTION.
004180     MOVE  'N'  TO  WS-THEIRS-OK-SW.
004190     PERFORM  READ-ONE-THEIRS-SEC
004200         UNTIL  THEIRS-EOF  OR  THEIRS-USABLE.
004210 READ-THEIRS-SEC-EX.
004220     EXIT.
004230/
004240 READ-ONE-THEIRS-SEC  SECTION.
004250     READ  HOLD-SRT
004260         AT END  SET  THEIRS-EOF  TO  TRUE
004270     END-READ.
004280     IF  THEIRS-EOF
004290         GO TO  READ-ONE-THEIRS-SEC-EX
004300     END-IF.
004310     ADD  1  TO  WS-HELD-COUNT.
004320     IF  HS-NUM1  NOT  NUMERIC
004330         ADD   1                TO  WS-BADKEY-COUNT
004340         MOVE  HS-NUM1          TO  RX-NUM1
004350         MOVE  'BAD KEY AT RECEIVER'  TO  RX-KIND
004360         MOVE  SPACES           TO  RX-DETAIL
004370         PERFORM  WRITE-EXCEPTION-SEC
004380         GO TO  READ-ONE-THEIRS-SEC-EX
004390     END-IF.
004400     IF  HS-NUM1  =  WS-PREV-THEIRS
004410         ADD   1                TO  WS-DUP-COUNT
004420         MOVE  HS-NUM1          TO  RX-NUM1
004430         MOVE  'DUPLICATE AT RECEIVER'  TO  RX-KIND
004440         MOVE  SPACES           TO  RX-DETAIL
004450         PERFORM  WRITE-EXCEPTION-SEC
004460         GO TO  READ-ONE-THEIRS-SEC-EX
004470     END-IF.
004480     MOVE  HS-NUM1  TO  WS-PREV-THEIRS.
004490     SET  THEIRS-USABLE  TO  TRUE.
004500 READ-ONE-THEIRS-SEC-EX.
004510     EXIT.
004520/
004530*----------------------------------------------------------------
004540* the balanced-line step: a master key alone is missing at the
004550* receiver if it is due to them; a holdings key alone was
004560* dropped here; a pair is compared if due, else held wrongly
004570*----------------------------------------------------------------
004580 COMPARE-SEC      SECTION.
004590     EVALUATE  TRUE
004600         WHEN  THEIRS-EOF
004610             PERFORM  OURS-ONLY-SEC
004620             PERFORM  READ-OURS-SEC
004630         WHEN  OURS-EOF
004640             PERFORM  THEIRS-ONLY-SEC
004650             PERFORM  READ-THEIRS-SEC
004660         WHEN  NUM1  OF  F-REC01  <  HS-NUM1-N
004670             PERFORM  OURS-ONLY-SEC
004680             PERFORM  READ-OURS-SEC
004690         WHEN  NUM1  OF  F-REC01  >  HS-NUM1-N
004700             PERFORM  THEIRS-ONLY-SEC
004710             PERFORM  READ-THEIRS-SEC
004720         WHEN  OTHER
004730             PERFORM  BOTH-HELD-SEC
004740             PERFORM  READ-OURS-SEC
004750             PERFORM  READ-THEIRS-SEC
004760     END-EVALUATE.
004770 COMPARE-SEC-EX.
004780     EXIT.
004790/
004800 OURS-ONLY-SEC    SECTION.
004810     IF  NOT  OUR-KEY-DUE
004820         GO TO  OURS-ONLY-SEC-EX
004830     END-IF.
004840     ADD   1                TO  WS-MISSING-COUNT.
004850     MOVE  WS-OUR-LINE(1:4) TO  RX-NUM1.
004860     MOVE  'MISSING AT RECEIVER'  TO  RX-KIND.
004870     MOVE  SPACES           TO  RX-DETAIL.
004880     PERFORM  WRITE-EXCEPTION-SEC.
004890     MOVE  'A'              TO  WS-DL-ACTION.
004900     MOVE  WS-OUR-LINE      TO  WS-DL-ROW.
004910     PERFORM  WRITE-DELTA-SEC.
004920 OURS-ONLY-SEC-EX.
004930     EXIT.
004940/
004950 THEIRS-ONLY-SEC  SECTION.
004960     ADD   1                TO  WS-DROPPED-COUNT.
004970     MOVE  HS-NUM1          TO  RX-NUM1.
004980     MOVE  'HELD - NOT ON MASTER'  TO  RX-KIND.
004990     MOVE  SPACES           TO  RX-DETAIL.
005000     PERFORM  WRITE-EXCEPTION-SEC.
005010     PERFORM  SHIP-THEIR-DROP-SEC.
005020 THEIRS-ONLY-SEC-EX.
005030     EXIT.
005040/
005050 BOTH-HELD-SEC    SECTION.
005060     MOVE  HS-NUM1  TO  RX-NUM1.
005070     MOVE  SPACES   TO  RX-DETAIL.
005080     IF  OUR-KEY-DELETED
005090         ADD   1                       TO  WS-DELHERE-COUNT
005100         MOVE  'HELD - DELETED HERE'   TO  RX-KIND
005110         PERFORM  WRITE-EXCEPTION-SEC
005120         PERFORM  SHIP-THEIR-DROP-SEC
005130         GO TO  BOTH-HELD-SEC-EX
005140     END-IF.
005150     IF  OUR-KEY-NOT-ENTITLED
005160         ADD   1                       TO  WS-NOTENT-COUNT
005170         MOVE  'HELD - NOT ENTITLED'   TO  RX-KIND
005180         PERFORM  WRITE-EXCEPTION-SEC
005190         PERFORM  SHIP-THEIR-DROP-SEC
005200         GO TO  BOTH-HELD-SEC-EX
005210     END-IF.
005220     PERFORM  COMPARE-COLUMNS-SEC.
005230     IF  WS-DIFF-PTR  =  1
005240         ADD  1  TO  WS-MATCH-COUNT
005250         GO TO  BOTH-HELD-SEC-EX
005260     END-IF.
005270     ADD   1                   TO  WS-DIFF-COUNT.
005280     MOVE  'VALUE DIFFERENCE'  TO  RX-KIND.
005290     MOVE  WS-DIFF-NAMES       TO  RX-DETAIL.
005300     PERFORM  WRITE-EXCEPTION-SEC.
005310     MOVE  'C'                 TO  WS-DL-ACTION.
005320     MOVE  WS-OUR-LINE         TO  WS-DL-ROW.
005330     PERFORM  WRITE-DELTA-SEC.
005340 BOTH-HELD-SEC-EX.
005350     EXIT.
005360/
005370*----------------------------------------------------------------
005380* the entitled columns compared one by one through the column
005390* map; the names of those that differ are strung together for
005400* the report (as many as fit) and every one is counted
005410*----------------------------------------------------------------
005420 COMPARE-COLUMNS-SEC  SECTION.
005430     MOVE  SPACES  TO  WS-DIFF-NAMES.
005440     MOVE  1       TO  WS-DIFF-PTR.
005450     PERFORM  COMPARE-ONE-COL-SEC
005460         VARYING  WS-COL-SUB  FROM  2  BY  1
005470         UNTIL  WS-COL-SUB  >  13.
005480 COMPARE-COLUMNS-SEC-EX.
005490     EXIT.
005500/
005510 COMPARE-ONE-COL-SEC  SECTION.
005520     IF  WS-PRF-FLAG(WS-COL-SUB)  NOT =  'Y'
005530         GO TO  COMPARE-ONE-COL-SEC-EX
005540     END-IF.
005550     IF  WS-OUR-LINE(WS-CM-START(WS-COL-SUB):
005560                     WS-CM-LEN(WS-COL-SUB))
005570         =  HOLD-SRT-REC(WS-CM-START(WS-COL-SUB):
005580                         WS-CM-LEN(WS-COL-SUB))
005590         GO TO  COMPARE-ONE-COL-SEC-EX
005600     END-IF.
005610     ADD  1  TO  WS-CD-COUNT(WS-COL-SUB).
005620     STRING  WS-CM-NAME(WS-COL-SUB)  DELIMITED BY SPACE
005630             ' '                     DELIMITED BY SIZE
005640         INTO  WS-DIFF-NAMES
005650         WITH POINTER  WS-DIFF-PTR
005660         ON OVERFLOW  CONTINUE
005670     END-STRING.
005680 COMPARE-ONE-COL-SEC-EX.
005690     EXIT.
005700/
005710*----------------------------------------------------------------
005720* the export columns from the master record, FEXPORT's
005730* BUILD-EXPORT-LINE-SEC shape, then trimmed to the profile
005740*----------------------------------------------------------------
005750 BUILD-OUR-LINE-SEC  SECTION.
005760     MOVE  NUM1     OF  F-REC01  TO  WS-EX-NUM1.
005770     MOVE  REC-DATA OF  F-REC01  TO  WS-EX-REC-DATA.
005780     MOVE  NUM2     OF  F-REC01  TO  WS-EX-NUM2.
005790     MOVE  SPACK    OF  F-REC01  TO  WS-EX-SPACK.
005800     MOVE  UPACK    OF  F-REC01  TO  WS-EX-UPACK.
005810     MOVE  SZONE    OF  F-REC01  TO  WS-EX-SZONE.
005820     MOVE  UZONE    OF  F-REC01  TO  WS-EX-UZONE.
005830     MOVE  GROUP-1  OF  F-REC01  TO  WS-EX-GROUP-1.
005840     MOVE  COMP0    OF  F-REC01  TO  WS-EX-COMP0.
005850     MOVE  COMP3    OF  F-REC01  TO  WS-EX-COMP3.
005860     MOVE  COMP5    OF  F-REC01  TO  WS-EX-COMP5.
005870     MOVE  BIN      OF  F-REC01  TO  WS-EX-BIN.
005880     IF  EFF-DATE  OF  F-REC01  IS  NUMERIC
005890         MOVE  EFF-DATE  OF  F-REC01  TO  WS-EX-EFF-DATE
005900     ELSE
005910         MOVE  ZERO                   TO  WS-EX-EFF-DATE
005920     END-IF.
005930     MOVE  WS-EXPORT-LINE  TO  WS-OUR-LINE.
005940*    NUM1 stays whatever the profile says - it is the match key
005950     PERFORM  TRIM-ONE-COL-SEC
005960         VARYING  WS-COL-SUB  FROM  2  BY  1
005970         UNTIL  WS-COL-SUB  >  13.
005980 BUILD-OUR-LINE-SEC-EX.
005990     EXIT.
006000/
006010 TRIM-ONE-COL-SEC SECTION.
006020     IF  WS-PRF-FLAG(WS-COL-SUB)  NOT =  'Y'
006030         MOVE  SPACES  TO  WS-OUR-LINE(WS-CM-START(WS-COL-SUB):
006040                                       WS-CM-LEN(WS-COL-SUB))
006050     END-IF.
006060 TRIM-ONE-COL-SEC-EX.
006070     EXIT.
006080/
006090*    a key the receiver should not hold goes back as a drop
006100*    carrying the row they sent
006110 SHIP-THEIR-DROP-SEC  SECTION.
006120     MOVE  'D'           TO  WS-DL-ACTION.
006130     MOVE  HOLD-SRT-REC  TO  WS-DL-ROW.
006140     PERFORM  WRITE-DELTA-SEC.
006150 SHIP-THEIR-DROP-SEC-EX.
006160     EXIT.
006170/
006180 WRITE-DELTA-SEC  SECTION.
006190     MOVE  WS-DELTA-LINE    TO  DELTA-REC.
006200     WRITE  DELTA-REC.
006210     ADD  1                 TO  WS-ROW-COUNT.
006220     IF  WS-DL-ROW(1:4)  NUMERIC
006230         MOVE  WS-DL-ROW(1:4)  TO  WS-EX-NUM1
006240         ADD   WS-EX-NUM1      TO  WS-NUM1-HASH
006250     END-IF.
006260 WRITE-DELTA-SEC-EX.
006270     EXIT.
006280/
006290 WRITE-EXCEPTION-SEC  SECTION.
006300     MOVE  RPT-EXCEPTION  TO  RPT-LINE.
006310     WRITE  RPT-LINE.
006320 WRITE-EXCEPTION-SEC-EX.
006330     EXIT.
006340/
006350 TERM-SEC         SECTION.
006360     IF  WS-FOTFILE-STATUS  =  '00'  OR
006370         WS-FOTFILE-STATUS  =  '10'
006380         CLOSE  F-OTFILE
006390     END-IF.
006400     IF  WS-HOLDSRT-STATUS  =  '00'  OR
006410         WS-HOLDSRT-STATUS  =  '10'
006420         CLOSE  HOLD-SRT
006430     END-IF.
006440     CLOSE  DELTA-FILE.
006450     PERFORM  WRITE-TOTALS-SEC.
006460     CLOSE  HOLD-RPT.
006470     IF  WS-EXTRACT-DATE  =  SPACES
006480         ACCEPT  WS-EXTRACT-DATE  FROM  DATE  YYYYMMDD
006490     END-IF.
006500     OPEN  OUTPUT  MANIFEST-FILE.
006510     MOVE  SPACES           TO  MANIFEST-REC.
006520     MOVE  WS-EXTRACT-DATE  TO  MF-EXTRACT-DATE.
006530     MOVE  ','              TO  MANIFEST-REC(9:1).
006540     MOVE  WS-ROW-COUNT     TO  MF-ROW-COUNT.
006550     MOVE  ','              TO  MANIFEST-REC(17:1).
006560     MOVE  WS-NUM1-HASH     TO  MF-NUM1-HASH.
006570     WRITE  MANIFEST-REC.
006580     CLOSE  MANIFEST-FILE.
006590*    a corrective delta is a shipment like any other - on the
006600*    ledger under the receiver's name, unacknowledged
006610     IF  WS-ROW-COUNT  >  0
006620         PERFORM  WRITE-LEDGER-SEC
006630     END-IF.
006640     DISPLAY  'FHOLDREC: RECEIVER           ' WS-RECEIVER.
006650     DISPLAY  'FHOLDREC: KEYS DUE           ' WS-DUE-COUNT.
006660     DISPLAY  'FHOLDREC: ROWS HELD          ' WS-HELD-COUNT.
006670     DISPLAY  'FHOLDREC: KEYS MATCHED       ' WS-MATCH-COUNT.
006680     DISPLAY  'FHOLDREC: DELTA ROWS WRITTEN ' WS-ROW-COUNT.
006690     MOVE  'FHOLDREC'            TO  JA-PROGRAM.
006700     MOVE  'KEYS RECONCILED'     TO  JA-COUNT-NAME.
006710     MOVE  WS-DUE-COUNT          TO  JA-COUNT-VALUE.
006720     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
006730     MOVE  'CORRECTIVE ROWS'     TO  JA-COUNT-NAME.
006740     MOVE  WS-ROW-COUNT          TO  JA-COUNT-VALUE.
006750     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
006760     IF  WS-ROW-COUNT  >  0
006770         OR  WS-DUP-COUNT  >  0
006780         OR  WS-BADKEY-COUNT  >  0
006790         MOVE  4  TO  RETURN-CODE
006800     ELSE
006810         MOVE  0  TO  RETURN-CODE
006820     END-IF.
006830 TERM-SEC-EX.
006840     EXIT.
006850/
006860 WRITE-TOTALS-SEC SECTION.
006870     MOVE  SPACES  TO  RPT-LINE.
006880     WRITE  RPT-LINE.
006890     MOVE  'KEYS DUE TO RECEIVER          '  TO  RPT-LABEL.
006900     MOVE  WS-DUE-COUNT      TO  RPT-VALUE.
006910     PERFORM  WRITE-TOTAL-LINE-SEC.
006920     MOVE  'ROWS HELD BY RECEIVER         '  TO  RPT-LABEL.
006930     MOVE  WS-HELD-COUNT     TO  RPT-VALUE.
006940     PERFORM  WRITE-TOTAL-LINE-SEC.
006950     MOVE  'KEYS MATCHED EXACTLY          '  TO  RPT-LABEL.
006960     MOVE  WS-MATCH-COUNT    TO  RPT-VALUE.
006970     PERFORM  WRITE-TOTAL-LINE-SEC.
006980     MOVE  'MISSING AT RECEIVER           '  TO  RPT-LABEL.
006990     MOVE  WS-MISSING-COUNT  TO  RPT-VALUE.
007000     PERFORM  WRITE-TOTAL-LINE-SEC.
007010     MOVE  'HELD - NOT ON MASTER          '  TO  RPT-LABEL.
007020     MOVE  WS-DROPPED-COUNT  TO  RPT-VALUE.
007030     PERFORM  WRITE-TOTAL-LINE-SEC.
007040     MOVE  'HELD - DELETED HERE           '  TO  RPT-LABEL.
007050     MOVE  WS-DELHERE-COUNT  TO  RPT-VALUE.
007060     PERFORM  WRITE-TOTAL-LINE-SEC.
007070     MOVE  'HELD - NOT ENTITLED           '  TO  RPT-LABEL.
007080     MOVE  WS-NOTENT-COUNT   TO  RPT-VALUE.
007090     PERFORM  WRITE-TOTAL-LINE-SEC.
007100     MOVE  'VALUE DIFFERENCES             '  TO  RPT-LABEL.
007110     MOVE  WS-DIFF-COUNT     TO  RPT-VALUE.
007120     PERFORM  WRITE-TOTAL-LINE-SEC.
007130     MOVE  'DUPLICATES AT RECEIVER        '  TO  RPT-LABEL.
007140     MOVE  WS-DUP-COUNT      TO  RPT-VALUE.
007150     PERFORM  WRITE-TOTAL-LINE-SEC.
007160     MOVE  'BAD KEYS AT RECEIVER          '  TO  RPT-LABEL.
007170     MOVE  WS-BADKEY-COUNT   TO  RPT-VALUE.
007180     PERFORM  WRITE-TOTAL-LINE-SEC.
007190     PERFORM  COL-TOTAL-SEC
007200         VARYING  WS-COL-SUB  FROM  2  BY  1
007210         UNTIL  WS-COL-SUB  >  13.
007220     MOVE  'CORRECTIVE DELTA ROWS         '  TO  RPT-LABEL.
007230     MOVE  WS-ROW-COUNT      TO  RPT-VALUE.
007240     PERFORM  WRITE-TOTAL-LINE-SEC.
007250 WRITE-TOTALS-SEC-EX.
007260     EXIT.
007270/
007280 COL-TOTAL-SEC    SECTION.
007290     IF  WS-CD-COUNT(WS-COL-SUB)  >  0
007300         MOVE  SPACES  TO  RPT-LABEL
007310         STRING  'DIFFERENCES IN '       DELIMITED BY SIZE
007320                 WS-CM-NAME(WS-COL-SUB)  DELIMITED BY SIZE
007330             INTO  RPT-LABEL
007340         END-STRING
007350         MOVE  WS-CD-COUNT(WS-COL-SUB)  TO  RPT-VALUE
007360         PERFORM  WRITE-TOTAL-LINE-SEC
007370     END-IF.
007380 COL-TOTAL-SEC-EX.
007390     EXIT.
007400/
007410 WRITE-TOTAL-LINE-SEC  SECTION.
007420     MOVE  RPT-DETAIL  TO  RPT-LINE.
007430     WRITE  RPT-LINE.
007440 WRITE-TOTAL-LINE-SEC-EX.
007450     EXIT.
007460/
007470*----------------------------------------------------------------
007480* one shipment line on EXPLEDGR, FEXPORT's WRITE-LEDGER-SEC:
007490* EXTEND accumulates, the OUTPUT fallback primes the ledger
007500*----------------------------------------------------------------
007510 WRITE-LEDGER-SEC SECTION.
007520     OPEN  EXTEND  LEDGER-FILE.
007530     IF  WS-LEDGER-STATUS  NOT =  '00'
007540         OPEN  OUTPUT  LEDGER-FILE
007550     END-IF.
007560     MOVE  SPACES           TO  LEDGER-REC.
007570     MOVE  WS-RECEIVER      TO  LG-RECEIVER.
007580     MOVE  WS-EXTRACT-DATE  TO  LG-EXTRACT-DATE.
007590     MOVE  WS-ROW-COUNT     TO  LG-ROW-COUNT.
007600     MOVE  WS-NUM1-HASH     TO  LG-NUM1-HASH.
007610     MOVE  'N'              TO  LG-ACK-FLAG.
007620     MOVE  SPACES           TO  LG-ACK-DATE.
007630     WRITE  LEDGER-REC.
007640     CLOSE  LEDGER-FILE.
007650 WRITE-LEDGER-SEC-EX.
007660     EXIT.
