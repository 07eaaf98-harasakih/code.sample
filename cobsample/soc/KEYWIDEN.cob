000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      KEYWIDEN.
000030*
000040*----------------------------------------------------------------
000050* NUM1 key-widening migration: the 4-digit key space is filling
000060* (FKEYCAP) and FKRENUM can only shuffle keys inside it, so this
000070* utility carries every keyed store across to the 8-digit key
000080* layout (vfilew.cbl, ffilew.cbl, vjrnlw.cbl) in one run:
000090*   the V-OTFILE cluster, primary and GROUP-1 alternate index
000100*   the FKSDS copy and the FMASTER master file
000105*   the VREJECT reject, VSUSP suspense and VNOTES notes files
000110*   and the VPENDTX pending transactions
000120*   the live VJOURNAL and every JRNCAT-catalogued VJRN segment
000130*   every ARCCAT-catalogued archive generation
000140* each is written whole to its wide counterpart - the fixed
000150* stores to VFILEW, FKSDSW, FMASTERW, VREJECTW, VSUSPW, VNOTESW,
000160* VPENDTXW and VJOURNLW, a catalogued dataset to its own name
000170* with a trailing W - and nothing live is touched. the HDR1/TRL1
000180* sentinels move to keys 00000000 and 99999999. a record's
000190* checksum (RECSUM) is carried across: one that proved is
000200* resealed over the wide layout, an unsealed one stays
000210* unsealed, and a damaged one keeps the value it was found
000220* with so the damage still shows.
000230*
000240* every wide store is read back once written, and its record
000250* count and detail-key hash must equal the count and hash
000260* taken off the 4-digit store; the cluster is read back along
000270* its alternate index as well. the KEYWIDEN report lists each
000280* store before and after. only when every store balances is
000290* the KEYCUT card written, naming the cutover cycle - KEYMODE
000300* then switches every program from that cycle on. a store out
000310* of balance ends the run RC 12 with the card emptied, so no
000320* cutover is scheduled on a migration that did not prove.
000330*
000340* the migration runs after the last 4-digit cycle's updates;
000350* the operations schedule then puts the wide datasets in place
000360* of the 4-digit ones ahead of the cutover cycle, whose first
000370* step is KEYWIDEN C: the journal entries were re-keyed, so the
000380* VJOURNAL hash chain is resealed through CHNCHK (the journal
000390* entry length and sealed content are unchanged by the
000400* widening) and the card marked resealed.
000410*
000420* PARM:
000430*   M + cutover date (YYYYMMDD, a later cycle than today)
000440*                          migrate and reconcile
000450*   C                      cutover-cycle reseal of the journal
000460*----------------------------------------------------------------
000470 ENVIRONMENT      DIVISION.
000480 INPUT-OUTPUT     SECTION.
000490 FILE-CONTROL.
000500     SELECT  V-OTFILE    ASSIGN TO   VFILE
000510             ORGANIZATION  IS    INDEXED
000520             ACCESS MODE   IS    SEQUENTIAL
000530             RECORD KEY    IS    NUM1  OF  V-REC01
000540             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000550                           WITH  DUPLICATES
000560             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000570                           WITH  DUPLICATES
000580             FILE STATUS   IS    WS-VFILE-STATUS.
000590     SELECT  WV-OTFILE   ASSIGN TO   VFILEW
000600             ORGANIZATION  IS    INDEXED
000610             ACCESS MODE   IS    DYNAMIC
000620             RECORD KEY    IS    NUM1  OF  WV-REC01
000630             ALTERNATE RECORD KEY IS GROUP-1  OF  WV-REC01
000640                           WITH  DUPLICATES
000650             ALTERNATE RECORD KEY IS NCH      OF  WV-REC01
000660                           WITH  DUPLICATES
000670             FILE STATUS   IS    WS-WVFILE-STATUS.
000680     SELECT  F-KSDS-FILE ASSIGN TO   FKSDS
000690             ORGANIZATION  IS    INDEXED
000700             ACCESS MODE   IS    SEQUENTIAL
000710             RECORD KEY    IS    NUM1  OF  F-KSDS-REC
000720             FILE STATUS   IS    WS-FKSDS-STATUS.
000730     SELECT  WF-KSDS-FILE ASSIGN TO  FKSDSW
000740             ORGANIZATION  IS    INDEXED
000750             ACCESS MODE   IS    SEQUENTIAL
000760             RECORD KEY    IS    NUM1  OF  WF-KSDS-REC
000770             FILE STATUS   IS    WS-WFKSDS-STATUS.
000780     SELECT  MASTER-FILE ASSIGN TO   FMASTER
000790             ORGANIZATION  IS    INDEXED
000800             ACCESS MODE   IS    SEQUENTIAL
000810             RECORD KEY    IS    NUM1  OF  MASTER-REC
000820             FILE STATUS   IS    WS-MASTER-STATUS.
000830     SELECT  WMASTER-FILE ASSIGN TO  FMASTERW
000840             ORGANIZATION  IS    INDEXED
000850             ACCESS MODE   IS    SEQUENTIAL
000860             RECORD KEY    IS    NUM1  OF  WMASTER-REC
000870             FILE STATUS   IS    WS-WMASTER-STATUS.
000880     SELECT  REJECT-IN   ASSIGN TO   VREJECT
000890             ORGANIZATION  IS    LINE SEQUENTIAL
000900             FILE STATUS   IS    WS-SEQ-IN-STATUS.
000910     SELECT  REJECT-OUT  ASSIGN TO   VREJECTW
000920             ORGANIZATION  IS    LINE SEQUENTIAL
000930             FILE STATUS   IS    WS-SEQ-OUT-STATUS.
000940     SELECT  SUSP-IN     ASSIGN TO   VSUSP
000950             ORGANIZATION  IS    LINE SEQUENTIAL
000960             FILE STATUS   IS    WS-SEQ-IN-STATUS.
000970     SELECT  SUSP-OUT    ASSIGN TO   VSUSPW
000980             ORGANIZATION  IS    LINE SEQUENTIAL
000981             FILE STATUS   IS    WS-SEQ-OUT-STATUS.
000982     SELECT  PEND-IN     ASSIGN TO   VPENDTX
000983             ORGANIZATION  IS    LINE SEQUENTIAL
000984             FILE STATUS   IS    WS-SEQ-IN-STATUS.
000985     SELECT  PEND-OUT    ASSIGN TO   VPENDTXW
000986             ORGANIZATION  IS    LINE SEQUENTIAL
000990             FILE STATUS   IS    WS-SEQ-OUT-STATUS.
001000     SELECT  NOTE-IN     ASSIGN TO   VNOTES
001010             ORGANIZATION  IS    LINE SEQUENTIAL
001020             FILE STATUS   IS    WS-SEQ-IN-STATUS.
001030     SELECT  NOTE-OUT    ASSIGN TO   VNOTESW
001040             ORGANIZATION  IS    LINE SEQUENTIAL
001050             FILE STATUS   IS    WS-SEQ-OUT-STATUS.
001060     SELECT  JRNL-IN     ASSIGN TO   VJOURNAL
001070             ORGANIZATION  IS    SEQUENTIAL
001080             FILE STATUS   IS    WS-SEQ-IN-STATUS.
001090     SELECT  JRNL-OUT    ASSIGN TO   VJOURNLW
001100             ORGANIZATION  IS    SEQUENTIAL
001110             FILE STATUS   IS    WS-SEQ-OUT-STATUS.
001120     SELECT  JRNCAT-FILE ASSIGN TO   JRNCAT
001130             ORGANIZATION  IS    LINE SEQUENTIAL
001140             FILE STATUS   IS    WS-JRNCAT-STATUS.
001150     SELECT  JSEG-IN     ASSIGN TO   WS-JSEG-NAME
001160             ORGANIZATION  IS    SEQUENTIAL
001170             FILE STATUS   IS    WS-SEQ-IN-STATUS.
001180     SELECT  JSEG-OUT    ASSIGN TO   WS-WIDE-NAME
001190             ORGANIZATION  IS    SEQUENTIAL
001200             FILE STATUS   IS    WS-SEQ-OUT-STATUS.
001210     SELECT  ARCCAT-FILE ASSIGN TO   ARCCAT
001220             ORGANIZATION  IS    LINE SEQUENTIAL
001230             FILE STATUS   IS    WS-ARCCAT-STATUS.
001240     SELECT  ARCH-IN     ASSIGN TO   WS-ARCH-NAME
001250             ORGANIZATION  IS    SEQUENTIAL
001260             FILE STATUS   IS    WS-SEQ-IN-STATUS.
001270     SELECT  ARCH-OUT    ASSIGN TO   WS-WIDE-NAME
001280             ORGANIZATION  IS    SEQUENTIAL
001290             FILE STATUS   IS    WS-SEQ-OUT-STATUS.
001300     SELECT  CUT-FILE    ASSIGN TO   KEYCUT
001310             ORGANIZATION  IS    LINE SEQUENTIAL
001320             FILE STATUS   IS    WS-CUT-STATUS.
001330     SELECT  KEYW-RPT    ASSIGN TO   KEYWRPT
001340             ORGANIZATION  IS    LINE SEQUENTIAL.
001350
001360 DATA             DIVISION.
001370 FILE             SECTION.
001380 FD      V-OTFILE
001390         RECORD    IS  VARYING IN SIZE FROM 106 TO 4202
001400         DEPENDING ON  V-LL.
001410 01      V-REC01.
001420     COPY  vfile.
001430
001440 FD      WV-OTFILE
001450         RECORD    IS  VARYING IN SIZE FROM 122 TO 4200
001460         DEPENDING ON  WV-LL.
001470 01      WV-REC01.
001480     COPY  vfilew.
001490
001500 FD      F-KSDS-FILE.
001510 01      F-KSDS-REC.
001520     COPY  ffile.
001530
001540 FD      WF-KSDS-FILE.
001550 01      WF-KSDS-REC.
001560     COPY  ffilew.
001570
001580 FD      MASTER-FILE.
001590 01      MASTER-REC.
001600     COPY  ffile.
001610
001620 FD      WMASTER-FILE.
001630 01      WMASTER-REC.
001640     COPY  ffilew.
001650
001660 FD      REJECT-IN.
001670 01      REJ-IN-REC                   PIC  X(80).
001680 FD      REJECT-OUT.
001690 01      REJ-OUT-REC                  PIC  X(80).
001700
001710 FD      SUSP-IN.
001720 01      SUSP-IN-REC                  PIC  X(100).
001730 FD      SUSP-OUT.
001740 01      SUSP-OUT-REC                 PIC  X(104).
001741
001742 FD      PEND-IN.
001743 01      PEND-IN-REC                  PIC  X(138).
001744 FD      PEND-OUT.
001745 01      PEND-OUT-REC                 PIC  X(142).
001750
001760 FD      NOTE-IN.
001770 01      NOTE-IN-REC                  PIC  X(76).
001780 FD      NOTE-OUT.
001790 01      NOTE-OUT-REC                 PIC  X(80).
001800
001810 FD      JRNL-IN.
001820 01      JRNL-IN-REC                  PIC  X(8467).
001830 FD      JRNL-OUT.
001840 01      JRNL-OUT-REC                 PIC  X(8467).
001850
001860 FD      JRNCAT-FILE.
001870 01      JRNCAT-REC.
001880     03  JC-SEG-NAME                  PIC  X(16).
001890     03  FILLER                       PIC  X(64).
001900 FD      JSEG-IN.
001910 01      JSEG-IN-REC                  PIC  X(8467).
001920 FD      JSEG-OUT.
001930 01      JSEG-OUT-REC                 PIC  X(8467).
001940
001950 FD      ARCCAT-FILE.
001960 01      ARCCAT-REC.
001970     COPY  arccat.
001980 FD      ARCH-IN
001990         RECORD CONTAINS  4202  CHARACTERS.
002000 01      ARCH-IN-REC                  PIC  X(4202).
002010 FD      ARCH-OUT
002020         RECORD CONTAINS  4200  CHARACTERS.
002030 01      ARCH-OUT-REC                 PIC  X(4200).
002040
002050 FD      CUT-FILE.
002060 01      CUT-REC.
002070     COPY  keycut.
002080
002090 FD      KEYW-RPT.
002100 01      RPT-LINE                     PIC  X(80).
002110
002120 WORKING-STORAGE  SECTION.
002130
002140 01  V-LL                      PIC  9(04) COMP.
002150 01  WV-LL                     PIC  9(04) COMP.
002160
002170 01  WS-STATUSES.
002180   03  WS-VFILE-STATUS         PIC  X(02).
002190   03  WS-WVFILE-STATUS        PIC  X(02).
002200   03  WS-FKSDS-STATUS         PIC  X(02).
002210   03  WS-WFKSDS-STATUS        PIC  X(02).
002220   03  WS-MASTER-STATUS        PIC  X(02).
002230   03  WS-WMASTER-STATUS       PIC  X(02).
002240   03  WS-SEQ-IN-STATUS        PIC  X(02).
002250   03  WS-SEQ-OUT-STATUS       PIC  X(02).
002260   03  WS-JRNCAT-STATUS        PIC  X(02).
002270   03  WS-ARCCAT-STATUS        PIC  X(02).
002280   03  WS-CUT-STATUS           PIC  X(02).
002290
002300 01  WS-SWITCHES.
002310   03  WS-EOF-SW               PIC  X(01).
002320     88  FILE-EOF                   VALUE  'Y'.
002330   03  WS-CAT-EOF-SW           PIC  X(01).
002340     88  CAT-EOF                    VALUE  'Y'.
002350   03  WS-DETAIL-SW            PIC  X(01).
002360     88  REC-IS-DETAIL              VALUE  'Y'.
002370   03  WS-MODE-SW              PIC  X(01).
002380     88  MIGRATE-MODE               VALUE  'M'.
002390     88  CUTOVER-MODE               VALUE  'C'.
002400
002410 01  WS-PARM-LINE              PIC  X(09).
002420 01  WS-CUTOVER-DATE           PIC  9(08).
002430 01  WS-TODAY                  PIC  9(08).
002440 01  WS-NOW                    PIC  9(08).
002450
002460 01  WS-JSEG-NAME              PIC  X(16).
002470 01  WS-ARCH-NAME              PIC  X(16).
002480*    a catalogued dataset's wide copy: its own name and a W
002490 01  WS-WIDE-NAME              PIC  X(17).
002500
002510*----------------------------------------------------------------
002520* one record in each layout, with the header/trailer view and a
002530* byte view of each - the widening works through these
002540*----------------------------------------------------------------
002550 01  WS-NARROW-REC.
002560     COPY  vfile.
002570 01  WS-NARROW-HTR  REDEFINES  WS-NARROW-REC.
002580   03  NHTR-KEY                PIC  9(04).
002590   03  NHTR-ID                 PIC  X(04).
002600     88  NHTR-IS-HEADER             VALUE 'HDR1'.
002610     88  NHTR-IS-TRAILER            VALUE 'TRL1'.
002620   03  FILLER                  PIC  X(4194).
002630 01  WS-NARROW-X  REDEFINES  WS-NARROW-REC
002640                               PIC  X(4202).
002650
002660 01  WS-WIDE-REC.
002670     COPY  vfilew.
002680 01  WS-WIDE-HTR  REDEFINES  WS-WIDE-REC.
002690   03  WHTR-KEY                PIC  9(08).
002700   03  WHTR-ID                 PIC  X(04).
002710     88  WHTR-IS-HEADER             VALUE 'HDR1'.
002720     88  WHTR-IS-TRAILER            VALUE 'TRL1'.
002730   03  FILLER                  PIC  X(4188).
002740 01  WS-WIDE-X  REDEFINES  WS-WIDE-REC
002750                               PIC  X(4200).
002760
002770 01  WS-NUM2-WORK              PIC  9(04).
002780
002790*    one journal entry in each layout
002800 01  WS-NJRN.
002810     COPY  vjrnl.
002820 01  WS-WJRN.
002830     COPY  vjrnlw.
002840
002850*    the reject, suspense and notes lines - the key in each
002860*    widened in place, the rest carried as it stands
002870 01  WS-LINE-IN                PIC  X(100).
002880 01  WS-REJ-IN-R  REDEFINES  WS-LINE-IN.
002890   03  RI-HEAD                 PIC  X(02).
002900   03  RI-NUM1                 PIC  X(04).
002910   03  RI-TAIL                 PIC  X(74).
002920   03  FILLER                  PIC  X(20).
002930 01  WS-SUSP-IN-R  REDEFINES  WS-LINE-IN.
002940   03  SI-HEAD                 PIC  X(04).
002950   03  SI-NUM1                 PIC  X(04).
002960   03  SI-TAIL                 PIC  X(92).
002970 01  WS-NOTE-IN-R  REDEFINES  WS-LINE-IN.
002980   03  NI-NUM1                 PIC  X(04).
002990   03  NI-TAIL                 PIC  X(72).
003000   03  FILLER                  PIC  X(24).
003010 01  WS-LINE-OUT               PIC  X(104).
003020 01  WS-REJ-OUT-R  REDEFINES  WS-LINE-OUT.
003030   03  RO-HEAD                 PIC  X(02).
003040   03  RO-NUM1                 PIC  X(08).
003050   03  RO-TAIL                 PIC  X(70).
003060   03  FILLER                  PIC  X(24).
003070 01  WS-SUSP-OUT-R  REDEFINES  WS-LINE-OUT.
003080   03  SO-HEAD                 PIC  X(04).
003090   03  SO-NUM1                 PIC  X(08).
003100   03  SO-TAIL                 PIC  X(92).
003110 01  WS-NOTE-OUT-R  REDEFINES  WS-LINE-OUT.
003120   03  NO-NUM1                 PIC  X(08).
003130   03  NO-TAIL                 PIC  X(72).
003140   03  FILLER                  PIC  X(24).
003141*    a pending transaction: the entry's own fields, then the
003142*    transaction image - its code, the key, its data
003143 01  WS-PEND-IN-R.
003144   03  PI-HEAD                 PIC  X(62).
003145   03  PI-NUM1                 PIC  X(04).
003146   03  PI-TAIL                 PIC  X(72).
003147 01  WS-PEND-OUT-R.
003148   03  PO-HEAD                 PIC  X(62).
003149   03  PO-NUM1                 PIC  X(08).
003150   03  PO-TAIL                 PIC  X(72).
003155
003160*    a key held as text, widened: digits zero-filled to eight,
003170*    anything else carried left-justified
003180 01  WS-KEY4-X                 PIC  X(04).
003190 01  WS-KEY4-N  REDEFINES  WS-KEY4-X
003200                               PIC  9(04).
003210 01  WS-KEY8-X                 PIC  X(08).
003220 01  WS-KEY8-N  REDEFINES  WS-KEY8-X
003230                               PIC  9(08).
003240
003250*----------------------------------------------------------------
003260* one store's reconciliation, and the run's
003270*----------------------------------------------------------------
003280 01  WS-STORE-NAME             PIC  X(17).
003290 01  WS-STORE-COUNTS.
003300   03  WS-BEF-COUNT            PIC  9(09)  COMP.
003310   03  WS-BEF-HASH             PIC  9(15)  COMP.
003320   03  WS-AFT-COUNT            PIC  9(09)  COMP.
003330   03  WS-AFT-HASH             PIC  9(15)  COMP.
003340   03  WS-ST-DAMAGED           PIC  9(09)  COMP.
003350 01  WS-RUN-COUNTS.
003360   03  WS-STORES-DONE          PIC  9(05)  COMP  VALUE  0.
003370   03  WS-STORES-ABSENT        PIC  9(05)  COMP  VALUE  0.
003380   03  WS-STORES-OUT           PIC  9(05)  COMP  VALUE  0.
003390   03  WS-TOT-RECORDS          PIC  9(09)  COMP  VALUE  0.
003400   03  WS-TOT-DAMAGED          PIC  9(09)  COMP  VALUE  0.
003410
003420 01  WS-COUNT-ED               PIC  Z(08)9.
003430
003440 01  RPT-FMT.
003450   03  RPT-VERDICT             PIC  X(10).
003460   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003470   03  RPT-STORE               PIC  X(17).
003480   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003490   03  RPT-BEF-COUNT           PIC  Z(08)9.
003500   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003510   03  RPT-BEF-HASH            PIC  Z(14)9.
003520   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003530   03  RPT-AFT-COUNT           PIC  Z(08)9.
003540   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003550   03  RPT-AFT-HASH            PIC  Z(14)9.
003560
003570 01  WS-KEYMODE-PARM.
003580     COPY  keymode.
003590
003600 01  WS-RECSUM-PARM.
003610     COPY  recsum.
003620
003630 01  WS-RESLOCK-PARM.
003640     COPY  reslock.
003650
003660 01  WS-CHNCHK-PARM.
003670     COPY  chnchk.
003680
003690 01  WS-ERRLOG-PARM.
003700     COPY  errlog.
003710
003720 01  WS-JOBACCT-PARM.
003730     COPY  jobacct.
003740
003750 PROCEDURE        DIVISION.
003760 MAIN-SEC         SECTION.
003770     PERFORM  GET-PARM-SEC.
003780     IF  CUTOVER-MODE
003790         PERFORM  CUTOVER-SEC
003800         STOP RUN
003810     END-IF.
003820*    the stores must still carry the 4-digit key - see KEYMODE
003830     MOVE  'KEYWIDEN'  TO  KM-PROGRAM.
003840     MOVE  0           TO  KM-RUN-DATE.
003850     SET   KM-BUILT-NARROW  TO  TRUE.
003860     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
003870     IF  KM-REFUSE
003880         MOVE  16  TO  RETURN-CODE
003890         STOP RUN
003900     END-IF.
003910*    serialize on the cluster before reading it - see RESLOCK
003920     SET   RL-ENQ      TO  TRUE.
003930     MOVE  'VFILE'     TO  RL-RESOURCE.
003940     MOVE  'KEYWIDEN'  TO  RL-HOLDER.
003950     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
003960     IF  RL-BUSY
003970         DISPLAY  'KEYWIDEN: VFILE IS HELD BY '
003980                  RL-CURRENT-HOLDER  ' - RUN ABANDONED'
003990         MOVE  16  TO  RETURN-CODE
004000         STOP RUN
004010     END-IF.
004020     OPEN  OUTPUT  KEYW-RPT.
004030     MOVE  'NUM1 KEY WIDENING - 4 TO 8 DIGITS'  TO  RPT-LINE.
004040     WRITE  RPT-LINE.
004050     MOVE  SPACES  TO  RPT-LINE.
004060     STRING  'VERDICT    STORE                 BEFORE'
004070             '     KEY HASH     AFTER      KEY HASH'
004080             DELIMITED BY  SIZE
004090         INTO  RPT-LINE
004100     END-STRING.
004110     WRITE  RPT-LINE.
004120     PERFORM  MIGRATE-VFILE-SEC.
004130     SET   RL-DEQ      TO  TRUE.
004140     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
004150     PERFORM  MIGRATE-FKSDS-SEC.
004160     PERFORM  MIGRATE-FMASTER-SEC.
004170     PERFORM  MIGRATE-REJECT-SEC.
004175     PERFORM  MIGRATE-SUSP-SEC.
004180     PERFORM  MIGRATE-PEND-SEC.
004190     PERFORM  MIGRATE-NOTES-SEC.
004200     PERFORM  MIGRATE-SEGMENTS-SEC.
004210     PERFORM  MIGRATE-JOURNAL-SEC.
004220     PERFORM  MIGRATE-ARCHIVES-SEC.
004230     PERFORM  TERM-SEC.
004240     STOP RUN.
004250 MAIN-SEC-EX.
004260     EXIT.
004270/
004280 GET-PARM-SEC     SECTION.
004290     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
004300     ACCEPT  WS-TODAY  FROM  DATE  YYYYMMDD.
004310     MOVE  WS-PARM-LINE(1:1)  TO  WS-MODE-SW.
004320     IF  CUTOVER-MODE
004330         GO TO  GET-PARM-SEC-EX
004340     END-IF.
004350     IF  NOT  MIGRATE-MODE
004360         OR  WS-PARM-LINE(2:8)  NOT  NUMERIC
004370         DISPLAY  'KEYWIDEN: PARM IS M + CUTOVER DATE (YYYYMMDD)'
004380                  ' OR C'
004390         MOVE  16  TO  RETURN-CODE
004400         STOP RUN
004410     END-IF.
004420     MOVE  WS-PARM-LINE(2:8)  TO  WS-CUTOVER-DATE.
004430     IF  WS-CUTOVER-DATE  NOT >  WS-TODAY
004440         DISPLAY  'KEYWIDEN: CUTOVER DATE ' WS-CUTOVER-DATE
004450                  ' MUST BE A LATER CYCLE THAN TODAY'
004460         MOVE  16  TO  RETURN-CODE
004470         STOP RUN
004480     END-IF.
004490 GET-PARM-SEC-EX.
004500     EXIT.
004510/
004520*----------------------------------------------------------------
004530* the cluster: every record widened into VFILEW in key order,
004540* then VFILEW read back along its primary key and along its
004550* GROUP-1 alternate index - each pass must give back the count
004560* and hash the 4-digit cluster gave
004570*----------------------------------------------------------------
004580 MIGRATE-VFILE-SEC  SECTION.
004590     MOVE  'VFILE'  TO  WS-STORE-NAME.
004600     PERFORM  START-STORE-SEC.
004610     OPEN  INPUT  V-OTFILE.
004620     IF  WS-VFILE-STATUS  NOT =  '00'
004630*        the cluster is the one store a migration cannot do
004640*        without
004650         PERFORM  STORE-ABSENT-SEC
004660         ADD  1  TO  WS-STORES-OUT
004670         GO TO  MIGRATE-VFILE-SEC-EX
004680     END-IF.
004690     OPEN  OUTPUT  WV-OTFILE.
004700     MOVE  'N'  TO  WS-EOF-SW.
004710     PERFORM  UNTIL  FILE-EOF
004720         READ  V-OTFILE
004730             AT END  SET  FILE-EOF  TO  TRUE
004740             NOT AT END
004750                 MOVE  SPACES  TO  WS-NARROW-X
004760                 MOVE  V-REC01(1:V-LL)  TO  WS-NARROW-X
004770                 PERFORM  WIDEN-REC-SEC
004780                 PERFORM  COUNT-BEFORE-SEC
004790                 IF  REC-IS-DETAIL
004800                     MOVE  LENGTH OF WV-REC01  TO  WV-LL
004810                 ELSE
004820                     MOVE  122  TO  WV-LL
004830                 END-IF
004840                 MOVE  WS-WIDE-REC  TO  WV-REC01
004850                 WRITE  WV-REC01
004860                     INVALID KEY
004870                         DISPLAY  'KEYWIDEN: VFILEW REFUSED KEY '
004880                                  NUM1  OF  WV-REC01
004890                 END-WRITE
004900         END-READ
004910     END-PERFORM.
004920     CLOSE  V-OTFILE.
004930     CLOSE  WV-OTFILE.
004940     OPEN  INPUT  WV-OTFILE.
004950     MOVE  'N'  TO  WS-EOF-SW.
004960     PERFORM  UNTIL  FILE-EOF
004970         READ  WV-OTFILE  NEXT RECORD
004980             AT END  SET  FILE-EOF  TO  TRUE
004990             NOT AT END
005000                 MOVE  SPACES  TO  WS-WIDE-X
005010                 MOVE  WV-REC01(1:WV-LL)  TO  WS-WIDE-X
005020                 PERFORM  COUNT-AFTER-SEC
005030         END-READ
005040     END-PERFORM.
005050     PERFORM  END-STORE-SEC.
005060*    the same cluster again, along the alternate index
005070     MOVE  'VFILE AIX GROUP-1'  TO  WS-STORE-NAME.
005080     MOVE  0  TO  WS-AFT-COUNT  WS-AFT-HASH.
005090     MOVE  LOW-VALUES  TO  GROUP-1  OF  WV-REC01.
005100     MOVE  'N'  TO  WS-EOF-SW.
005110     START  WV-OTFILE  KEY  NOT <  GROUP-1  OF  WV-REC01
005120         INVALID KEY
005130             SET  FILE-EOF  TO  TRUE
005140     END-START.
005150     PERFORM  UNTIL  FILE-EOF
005160         READ  WV-OTFILE  NEXT RECORD
005170             AT END  SET  FILE-EOF  TO  TRUE
005180             NOT AT END
005190                 MOVE  SPACES  TO  WS-WIDE-X
005200                 MOVE  WV-REC01(1:WV-LL)  TO  WS-WIDE-X
005210                 PERFORM  COUNT-AFTER-SEC
005220         END-READ
005230     END-PERFORM.
005240     CLOSE  WV-OTFILE.
005250     MOVE  0  TO  WS-ST-DAMAGED.
005260     SUBTRACT  WS-BEF-COUNT  FROM  WS-TOT-RECORDS.
005270     PERFORM  END-STORE-SEC.
005280     SUBTRACT  1  FROM  WS-STORES-DONE.
005290 MIGRATE-VFILE-SEC-EX.
005300     EXIT.
005310/
005320*----------------------------------------------------------------
005330* the FKSDS copy into FKSDSW
005340*----------------------------------------------------------------
005350 MIGRATE-FKSDS-SEC  SECTION.
005360     MOVE  'FKSDS'  TO  WS-STORE-NAME.
005370     PERFORM  START-STORE-SEC.
005380     OPEN  INPUT  F-KSDS-FILE.
005390     IF  WS-FKSDS-STATUS  NOT =  '00'
005400         PERFORM  STORE-ABSENT-SEC
005410         GO TO  MIGRATE-FKSDS-SEC-EX
005420     END-IF.
005430     OPEN  OUTPUT  WF-KSDS-FILE.
005440     MOVE  'N'  TO  WS-EOF-SW.
005450     PERFORM  UNTIL  FILE-EOF
005460         READ  F-KSDS-FILE
005470             AT END  SET  FILE-EOF  TO  TRUE
005480             NOT AT END
005490                 MOVE  F-KSDS-REC  TO  WS-NARROW-REC
005500                 PERFORM  WIDEN-REC-SEC
005510                 PERFORM  COUNT-BEFORE-SEC
005520                 MOVE  WS-WIDE-REC  TO  WF-KSDS-REC
005530                 WRITE  WF-KSDS-REC
005540                     INVALID KEY
005550                         DISPLAY  'KEYWIDEN: FKSDSW REFUSED KEY '
005560                                  NUM1  OF  WF-KSDS-REC
005570                 END-WRITE
005580         END-READ
005590     END-PERFORM.
005600     CLOSE  F-KSDS-FILE.
005610     CLOSE  WF-KSDS-FILE.
005620     OPEN  INPUT  WF-KSDS-FILE.
005630     MOVE  'N'  TO  WS-EOF-SW.
005640     PERFORM  UNTIL  FILE-EOF
005650         READ  WF-KSDS-FILE
005660             AT END  SET  FILE-EOF  TO  TRUE
005670             NOT AT END
005680                 MOVE  WF-KSDS-REC  TO  WS-WIDE-REC
005690                 PERFORM  COUNT-AFTER-SEC
005700         END-READ
005710     END-PERFORM.
005720     CLOSE  WF-KSDS-FILE.
005730     PERFORM  END-STORE-SEC.
005740 MIGRATE-FKSDS-SEC-EX.
005750     EXIT.
005760/
005770*----------------------------------------------------------------
005780* the FMASTER master file into FMASTERW
005790*----------------------------------------------------------------
005800 MIGRATE-FMASTER-SEC  SECTION.
005810     MOVE  'FMASTER'  TO  WS-STORE-NAME.
005820     PERFORM  START-STORE-SEC.
005830     OPEN  INPUT  MASTER-FILE.
005840     IF  WS-MASTER-STATUS  NOT =  '00'
005850         PERFORM  STORE-ABSENT-SEC
005860         GO TO  MIGRATE-FMASTER-SEC-EX
005870     END-IF.
005880     OPEN  OUTPUT  WMASTER-FILE.
005890     MOVE  'N'  TO  WS-EOF-SW.
005900     PERFORM  UNTIL  FILE-EOF
005910         READ  MASTER-FILE
005920             AT END  SET  FILE-EOF  TO  TRUE
005930             NOT AT END
005940                 MOVE  MASTER-REC  TO  WS-NARROW-REC
005950                 PERFORM  WIDEN-REC-SEC
005960                 PERFORM  COUNT-BEFORE-SEC
005970                 MOVE  WS-WIDE-REC  TO  WMASTER-REC
005980                 WRITE  WMASTER-REC
005990                     INVALID KEY
006000                         DISPLAY  'KEYWIDEN: FMASTERW REFUSED '
006010                                  'KEY ' NUM1  OF  WMASTER-REC
006020                 END-WRITE
006030         END-READ
006040     END-PERFORM.
006050     CLOSE  MASTER-FILE.
006060     CLOSE  WMASTER-FILE.
006070     OPEN  INPUT  WMASTER-FILE.
006080     MOVE  'N'  TO  WS-EOF-SW.
006090     PERFORM  UNTIL  FILE-EOF
006100         READ  WMASTER-FILE
006110             AT END  SET  FILE-EOF  TO  TRUE
006120             NOT AT END
006130                 MOVE  WMASTER-REC  TO  WS-WIDE-REC
006140                 PERFORM  COUNT-AFTER-SEC
006150         END-READ
006160     END-PERFORM.
006170     CLOSE  WMASTER-FILE.
006180     PERFORM  END-STORE-SEC.
006190 MIGRATE-FMASTER-SEC-EX.
006200     EXIT.
006210/
006220*----------------------------------------------------------------
006230* VREJECT into VREJECTW - the key in columns 3-6 becomes
006240* columns 3-10, the reject detail after it carried across
006250*----------------------------------------------------------------
006260 MIGRATE-REJECT-SEC  SECTION.
006270     MOVE  'VREJECT'  TO  WS-STORE-NAME.
006280     PERFORM  START-STORE-SEC.
006290     OPEN  INPUT  REJECT-IN.
006300     IF  WS-SEQ-IN-STATUS  NOT =  '00'
006310         PERFORM  STORE-ABSENT-SEC
006320         GO TO  MIGRATE-REJECT-SEC-EX
006330     END-IF.
006340     OPEN  OUTPUT  REJECT-OUT.
006350     MOVE  'N'  TO  WS-EOF-SW.
006360     PERFORM  UNTIL  FILE-EOF
006370         READ  REJECT-IN
006380             AT END  SET  FILE-EOF  TO  TRUE
006390             NOT AT END
006400                 MOVE  REJ-IN-REC  TO  WS-LINE-IN
006410                 MOVE  RI-NUM1     TO  WS-KEY4-X
006420                 PERFORM  WIDEN-KEY-TEXT-SEC
006430                 PERFORM  COUNT-LINE-BEFORE-SEC
006440                 MOVE  SPACES      TO  WS-LINE-OUT
006450                 MOVE  RI-HEAD     TO  RO-HEAD
006460                 MOVE  WS-KEY8-X   TO  RO-NUM1
006470                 MOVE  RI-TAIL     TO  RO-TAIL
006480                 MOVE  WS-LINE-OUT TO  REJ-OUT-REC
006490                 WRITE  REJ-OUT-REC
006500         END-READ
006510     END-PERFORM.
006520     CLOSE  REJECT-IN.
006530     CLOSE  REJECT-OUT.
006540     OPEN  INPUT  REJECT-OUT.
006550     MOVE  'N'  TO  WS-EOF-SW.
006560     PERFORM  UNTIL  FILE-EOF
006570         READ  REJECT-OUT
006580             AT END  SET  FILE-EOF  TO  TRUE
006590             NOT AT END
006600                 MOVE  REJ-OUT-REC  TO  WS-LINE-OUT
006610                 MOVE  RO-NUM1      TO  WS-KEY8-X
006620                 PERFORM  COUNT-LINE-AFTER-SEC
006630         END-READ
006640     END-PERFORM.
006650     CLOSE  REJECT-OUT.
006660     PERFORM  END-STORE-SEC.
006670 MIGRATE-REJECT-SEC-EX.
006680     EXIT.
006690/
006700*----------------------------------------------------------------
006710* VSUSP into VSUSPW - the held transaction's key (columns 5-8
006720* of the line, behind the attempt count and the transaction
006730* code) widened, the rest of the line carried across
006740*----------------------------------------------------------------
006750 MIGRATE-SUSP-SEC  SECTION.
006760     MOVE  'VSUSP'  TO  WS-STORE-NAME.
006770     PERFORM  START-STORE-SEC.
006780     OPEN  INPUT  SUSP-IN.
006790     IF  WS-SEQ-IN-STATUS  NOT =  '00'
006800         PERFORM  STORE-ABSENT-SEC
006810         GO TO  MIGRATE-SUSP-SEC-EX
006820     END-IF.
006830     OPEN  OUTPUT  SUSP-OUT.
006840     MOVE  'N'  TO  WS-EOF-SW.
006850     PERFORM  UNTIL  FILE-EOF
006860         READ  SUSP-IN
006870             AT END  SET  FILE-EOF  TO  TRUE
006880             NOT AT END
006890                 MOVE  SUSP-IN-REC  TO  WS-LINE-IN
006900                 MOVE  SI-NUM1      TO  WS-KEY4-X
006910                 PERFORM  WIDEN-KEY-TEXT-SEC
006920                 PERFORM  COUNT-LINE-BEFORE-SEC
006930                 MOVE  SPACES       TO  WS-LINE-OUT
006940                 MOVE  SI-HEAD      TO  SO-HEAD
006950                 MOVE  WS-KEY8-X    TO  SO-NUM1
006960                 MOVE  SI-TAIL      TO  SO-TAIL
006970                 MOVE  WS-LINE-OUT  TO  SUSP-OUT-REC
006980                 WRITE  SUSP-OUT-REC
006990         END-READ
007000     END-PERFORM.
007010     CLOSE  SUSP-IN.
007020     CLOSE  SUSP-OUT.
007030     OPEN  INPUT  SUSP-OUT.
007040     MOVE  'N'  TO  WS-EOF-SW.
007050     PERFORM  UNTIL  FILE-EOF
007060         READ  SUSP-OUT
007070             AT END  SET  FILE-EOF  TO  TRUE
007080             NOT AT END
007090                 MOVE  SUSP-OUT-REC  TO  WS-LINE-OUT
007100                 MOVE  SO-NUM1       TO  WS-KEY8-X
007110                 PERFORM  COUNT-LINE-AFTER-SEC
007120         END-READ
007121     END-PERFORM.
007122     CLOSE  SUSP-OUT.
007123     PERFORM  END-STORE-SEC.
007124 MIGRATE-SUSP-SEC-EX.
007125     EXIT.
007126/
007127*----------------------------------------------------------------
007128* VPENDTX into VPENDTXW - the transaction image's key widened
007129* behind the pending entry's own fields
007130*----------------------------------------------------------------
007131 MIGRATE-PEND-SEC  SECTION.
007132     MOVE  'VPENDTX'  TO  WS-STORE-NAME.
007133     PERFORM  START-STORE-SEC.
007134     OPEN  INPUT  PEND-IN.
007135     IF  WS-SEQ-IN-STATUS  NOT =  '00'
007136         PERFORM  STORE-ABSENT-SEC
007137         GO TO  MIGRATE-PEND-SEC-EX
007138     END-IF.
007139     OPEN  OUTPUT  PEND-OUT.
007140     MOVE  'N'  TO  WS-EOF-SW.
007141     PERFORM  UNTIL  FILE-EOF
007142         READ  PEND-IN
007143             AT END  SET  FILE-EOF  TO  TRUE
007144             NOT AT END
007145                 MOVE  PEND-IN-REC  TO  WS-PEND-IN-R
007146                 MOVE  PI-NUM1      TO  WS-KEY4-X
007147                 PERFORM  WIDEN-KEY-TEXT-SEC
007148                 PERFORM  COUNT-LINE-BEFORE-SEC
007149                 MOVE  PI-HEAD      TO  PO-HEAD
007150                 MOVE  WS-KEY8-X    TO  PO-NUM1
007151                 MOVE  PI-TAIL      TO  PO-TAIL
007152                 MOVE  WS-PEND-OUT-R  TO  PEND-OUT-REC
007153                 WRITE  PEND-OUT-REC
007154         END-READ
007155     END-PERFORM.
007156     CLOSE  PEND-IN.
007157     CLOSE  PEND-OUT.
007158     OPEN  INPUT  PEND-OUT.
007159     MOVE  'N'  TO  WS-EOF-SW.
007160     PERFORM  UNTIL  FILE-EOF
007161         READ  PEND-OUT
007162             AT END  SET  FILE-EOF  TO  TRUE
007163             NOT AT END
007164                 MOVE  PEND-OUT-REC  TO  WS-PEND-OUT-R
007165                 MOVE  PO-NUM1       TO  WS-KEY8-X
007166                 PERFORM  COUNT-LINE-AFTER-SEC
007167         END-READ
007168     END-PERFORM.
007169     CLOSE  PEND-OUT.
007170     PERFORM  END-STORE-SEC.
007173 MIGRATE-PEND-SEC-EX.
007176     EXIT.
007180/
007190*----------------------------------------------------------------
007200* VNOTES into VNOTESW - the key leads the line
007210*----------------------------------------------------------------
007220 MIGRATE-NOTES-SEC  SECTION.
007230     MOVE  'VNOTES'  TO  WS-STORE-NAME.
007240     PERFORM  START-STORE-SEC.
007250     OPEN  INPUT  NOTE-IN.
007260     IF  WS-SEQ-IN-STATUS  NOT =  '00'
007270         PERFORM  STORE-ABSENT-SEC
007280         GO TO  MIGRATE-NOTES-SEC-EX
007290     END-IF.
007300     OPEN  OUTPUT  NOTE-OUT.
007310     MOVE  'N'  TO  WS-EOF-SW.
007320     PERFORM  UNTIL  FILE-EOF
007330         READ  NOTE-IN
007340             AT END  SET  FILE-EOF  TO  TRUE
007350             NOT AT END
007360                 MOVE  NOTE-IN-REC  TO  WS-LINE-IN
007370                 MOVE  NI-NUM1      TO  WS-KEY4-X
007380                 PERFORM  WIDEN-KEY-TEXT-SEC
007390                 PERFORM  COUNT-LINE-BEFORE-SEC
007400                 MOVE  SPACES       TO  WS-LINE-OUT
007410                 MOVE  WS-KEY8-X    TO  NO-NUM1
007420                 MOVE  NI-TAIL      TO  NO-TAIL
007430                 MOVE  WS-LINE-OUT  TO  NOTE-OUT-REC
007440                 WRITE  NOTE-OUT-REC
007450         END-READ
007460     END-PERFORM.
007470     CLOSE  NOTE-IN.
007480     CLOSE  NOTE-OUT.
007490     OPEN  INPUT  NOTE-OUT.
007500     MOVE  'N'  TO  WS-EOF-SW.
007510     PERFORM  UNTIL  FILE-EOF
007520         READ  NOTE-OUT
007530             AT END  SET  FILE-EOF  TO  TRUE
007540             NOT AT END
007550                 MOVE  NOTE-OUT-REC  TO  WS-LINE-OUT
007560                 MOVE  NO-NUM1       TO  WS-KEY8-X
007570                 PERFORM  COUNT-LINE-AFTER-SEC
007580         END-READ
007590     END-PERFORM.
007600     CLOSE  NOTE-OUT.
007610     PERFORM  END-STORE-SEC.
007620 MIGRATE-NOTES-SEC-EX.
007630     EXIT.
007640/
007650*----------------------------------------------------------------
007660* the rolled journal segments, in JRNCAT catalog order
007670*----------------------------------------------------------------
007680 MIGRATE-SEGMENTS-SEC  SECTION.
007690     MOVE  'N'  TO  WS-CAT-EOF-SW.
007700     OPEN  INPUT  JRNCAT-FILE.
007710     IF  WS-JRNCAT-STATUS  NOT =  '00'
007720         GO TO  MIGRATE-SEGMENTS-SEC-EX
007730     END-IF.
007740     PERFORM  MIGRATE-ONE-SEG-SEC  UNTIL  CAT-EOF.
007750     CLOSE  JRNCAT-FILE.
007760 MIGRATE-SEGMENTS-SEC-EX.
007770     EXIT.
007780/
007790 MIGRATE-ONE-SEG-SEC  SECTION.
007800     READ  JRNCAT-FILE
007810         AT END  SET  CAT-EOF  TO  TRUE
007820     END-READ.
007830     IF  CAT-EOF
007840         GO TO  MIGRATE-ONE-SEG-SEC-EX
007850     END-IF.
007860     MOVE  JC-SEG-NAME  TO  WS-JSEG-NAME  WS-STORE-NAME.
007870     MOVE  SPACES  TO  WS-WIDE-NAME.
007880     STRING  JC-SEG-NAME  DELIMITED BY  SPACE
007890             'W'          DELIMITED BY  SIZE
007900         INTO  WS-WIDE-NAME
007910     END-STRING.
007920     PERFORM  START-STORE-SEC.
007930     OPEN  INPUT  JSEG-IN.
007940     IF  WS-SEQ-IN-STATUS  NOT =  '00'
007950         PERFORM  STORE-ABSENT-SEC
007960         GO TO  MIGRATE-ONE-SEG-SEC-EX
007970     END-IF.
007980     OPEN  OUTPUT  JSEG-OUT.
007990     MOVE  'N'  TO  WS-EOF-SW.
008000     PERFORM  UNTIL  FILE-EOF
008010         READ  JSEG-IN
008020             AT END  SET  FILE-EOF  TO  TRUE
008030             NOT AT END
008040                 MOVE  JSEG-IN-REC  TO  WS-NJRN
008050                 PERFORM  WIDEN-JOURNAL-SEC
008060                 MOVE  WS-WJRN  TO  JSEG-OUT-REC
008070                 WRITE  JSEG-OUT-REC
008080         END-READ
008090     END-PERFORM.
008100     CLOSE  JSEG-IN.
008110     CLOSE  JSEG-OUT.
008120     OPEN  INPUT  JSEG-OUT.
008130     MOVE  'N'  TO  WS-EOF-SW.
008140     PERFORM  UNTIL  FILE-EOF
008150         READ  JSEG-OUT
008160             AT END  SET  FILE-EOF  TO  TRUE
008170             NOT AT END
008180                 MOVE  JSEG-OUT-REC  TO  WS-WJRN
008190                 ADD  1  TO  WS-AFT-COUNT
008200                 ADD  JR-NUM1  OF  WS-WJRN  TO  WS-AFT-HASH
008210         END-READ
008220     END-PERFORM.
008230     CLOSE  JSEG-OUT.
008240     PERFORM  END-STORE-SEC.
008250 MIGRATE-ONE-SEG-SEC-EX.
008260     EXIT.
008270/
008280*----------------------------------------------------------------
008290* the live journal into VJOURNLW
008300*----------------------------------------------------------------
008310 MIGRATE-JOURNAL-SEC  SECTION.
008320     MOVE  'VJOURNAL'  TO  WS-STORE-NAME.
008330     PERFORM  START-STORE-SEC.
008340     OPEN  INPUT  JRNL-IN.
008350     IF  WS-SEQ-IN-STATUS  NOT =  '00'
008360         PERFORM  STORE-ABSENT-SEC
008370         GO TO  MIGRATE-JOURNAL-SEC-EX
008380     END-IF.
008390     OPEN  OUTPUT  JRNL-OUT.
008400     MOVE  'N'  TO  WS-EOF-SW.
008410     PERFORM  UNTIL  FILE-EOF
008420         READ  JRNL-IN
008430             AT END  SET  FILE-EOF  TO  TRUE
008440             NOT AT END
008450                 MOVE  JRNL-IN-REC  TO  WS-NJRN
008460                 PERFORM  WIDEN-JOURNAL-SEC
008470                 MOVE  WS-WJRN  TO  JRNL-OUT-REC
008480                 WRITE  JRNL-OUT-REC
008490         END-READ
008500     END-PERFORM.
008510     CLOSE  JRNL-IN.
008520     CLOSE  JRNL-OUT.
008530     OPEN  INPUT  JRNL-OUT.
008540     MOVE  'N'  TO  WS-EOF-SW.
008550     PERFORM  UNTIL  FILE-EOF
008560         READ  JRNL-OUT
008570             AT END  SET  FILE-EOF  TO  TRUE
008580             NOT AT END
008590                 MOVE  JRNL-OUT-REC  TO  WS-WJRN
008600                 ADD  1  TO  WS-AFT-COUNT
008610                 ADD  JR-NUM1  OF  WS-WJRN  TO  WS-AFT-HASH
008620         END-READ
008630     END-PERFORM.
008640     CLOSE  JRNL-OUT.
008650     PERFORM  END-STORE-SEC.
008660 MIGRATE-JOURNAL-SEC-EX.
008670     EXIT.
008680/
008690*----------------------------------------------------------------
008700* every catalogued archive generation, in ARCCAT order
008710*----------------------------------------------------------------
008720 MIGRATE-ARCHIVES-SEC  SECTION.
008730     MOVE  'N'  TO  WS-CAT-EOF-SW.
008740     OPEN  INPUT  ARCCAT-FILE.
008750     IF  WS-ARCCAT-STATUS  NOT =  '00'
008760         GO TO  MIGRATE-ARCHIVES-SEC-EX
008770     END-IF.
008780     PERFORM  MIGRATE-ONE-ARCH-SEC  UNTIL  CAT-EOF.
008790     CLOSE  ARCCAT-FILE.
008800 MIGRATE-ARCHIVES-SEC-EX.
008810     EXIT.
008820/
008830 MIGRATE-ONE-ARCH-SEC  SECTION.
008840     READ  ARCCAT-FILE
008850         AT END  SET  CAT-EOF  TO  TRUE
008860     END-READ.
008870     IF  CAT-EOF
008880         GO TO  MIGRATE-ONE-ARCH-SEC-EX
008890     END-IF.
008900     MOVE  AC-ARCHIVE-NAME  TO  WS-ARCH-NAME  WS-STORE-NAME.
008910     MOVE  SPACES  TO  WS-WIDE-NAME.
008920     STRING  AC-ARCHIVE-NAME  DELIMITED BY  SPACE
008930             'W'              DELIMITED BY  SIZE
008940         INTO  WS-WIDE-NAME
008950     END-STRING.
008960     PERFORM  START-STORE-SEC.
008970     OPEN  INPUT  ARCH-IN.
008980     IF  WS-SEQ-IN-STATUS  NOT =  '00'
008990         PERFORM  STORE-ABSENT-SEC
009000         GO TO  MIGRATE-ONE-ARCH-SEC-EX
009010     END-IF.
009020     OPEN  OUTPUT  ARCH-OUT.
009030     MOVE  'N'  TO  WS-EOF-SW.
009040     PERFORM  UNTIL  FILE-EOF
009050         READ  ARCH-IN
009060             AT END  SET  FILE-EOF  TO  TRUE
009070             NOT AT END
009080                 MOVE  ARCH-IN-REC  TO  WS-NARROW-X
009090                 PERFORM  WIDEN-REC-SEC
009100                 PERFORM  COUNT-BEFORE-SEC
009110                 MOVE  WS-WIDE-X  TO  ARCH-OUT-REC
009120                 WRITE  ARCH-OUT-REC
009130         END-READ
009140     END-PERFORM.
009150     CLOSE  ARCH-IN.
009160     CLOSE  ARCH-OUT.
009170     OPEN  INPUT  ARCH-OUT.
009180     MOVE  'N'  TO  WS-EOF-SW.
009190     PERFORM  UNTIL  FILE-EOF
009200         READ  ARCH-OUT
009210             AT END  SET  FILE-EOF  TO  TRUE
009220             NOT AT END
009230                 MOVE  ARCH-OUT-REC  TO  WS-WIDE-X
009240                 PERFORM  COUNT-AFTER-SEC
009250         END-READ
009260     END-PERFORM.
009270     CLOSE  ARCH-OUT.
009280     PERFORM  END-STORE-SEC.
009290 MIGRATE-ONE-ARCH-SEC-EX.
009300     EXIT.
009310/
009320*----------------------------------------------------------------
009330* one record widened, WS-NARROW-REC into WS-WIDE-REC. a sentinel
009340* takes the new extreme key and carries its body behind it; a
009350* detail record has its key and the fields that carry the key
009360* widened, and every other field carried byte for byte - the
009370* text and national fields, the packed and zoned signs, and the
009380* stamps - so nothing is reinterpreted on the way across
009390*----------------------------------------------------------------
009400 WIDEN-REC-SEC    SECTION.
009410     MOVE  SPACES  TO  WS-WIDE-X.
009420     MOVE  'N'     TO  WS-DETAIL-SW.
009430     IF  NHTR-IS-HEADER  OR  NHTR-IS-TRAILER
009440         IF  NHTR-IS-HEADER
009450             MOVE  0         TO  WHTR-KEY
009460         ELSE
009470             MOVE  99999999  TO  WHTR-KEY
009480         END-IF
009490         MOVE  WS-NARROW-X(5:4192)  TO  WS-WIDE-X(9:4192)
009500         GO TO  WIDEN-REC-SEC-EX
009510     END-IF.
009520     SET   REC-IS-DETAIL  TO  TRUE.
009530     MOVE  NUM1  OF  WS-NARROW-REC  TO  NUM1  OF  WS-WIDE-REC.
009540     MOVE  WS-NARROW-X(5:72)        TO  WS-WIDE-X(9:72).
009550     IF  WS-NARROW-X(77:4)  NOT =  SPACES
009560         MOVE  NUM2  OF  WS-NARROW-REC  TO  WS-NUM2-WORK
009570         MOVE  WS-NUM2-WORK  TO  NUM2  OF  WS-WIDE-REC
009580     END-IF.
009590*    SPACK through GROUP-1, and the stamps EFF-DATE through
009600*    ENTITY-CODE
009610     MOVE  WS-NARROW-X(81:17)       TO  WS-WIDE-X(89:17).
009620     MOVE  COMP0  OF  WS-NARROW-REC  TO  COMP0  OF  WS-WIDE-REC.
009630     MOVE  COMP3  OF  WS-NARROW-REC  TO  COMP3  OF  WS-WIDE-REC.
009640     MOVE  COMP5  OF  WS-NARROW-REC  TO  COMP5  OF  WS-WIDE-REC.
009650     MOVE  BIN    OF  WS-NARROW-REC  TO  BIN    OF  WS-WIDE-REC.
009660     MOVE  WS-NARROW-X(107:31)      TO  WS-WIDE-X(123:31).
009661*    the master's activity stamps, LAST-SEEN-DATE and SEEN-COUNT
009662     MOVE  WS-NARROW-X(147:15)      TO  WS-WIDE-X(163:15).
009670*    the checksum: proven ones resealed over the wide layout,
009680*    unsealed left unsealed, damaged carried as found
009690     MOVE  SPACE  TO  RS-LAYOUT.
009700     SET   RS-VERIFY  TO  TRUE.
009710     CALL  'RECSUM'  USING  WS-RECSUM-PARM  WS-NARROW-REC.
009720     EVALUATE  TRUE
009730         WHEN  RS-MATCH
009740             SET   RS-WIDE-KEY  TO  TRUE
009750             SET   RS-SET       TO  TRUE
009760             CALL  'RECSUM'  USING  WS-RECSUM-PARM  WS-WIDE-REC
009770         WHEN  RS-MISMATCH
009780             MOVE  RS-STORED  TO  REC-CHECKSUM  OF  WS-WIDE-REC
009790             ADD  1  TO  WS-ST-DAMAGED
009800         WHEN  OTHER
009810             CONTINUE
009820     END-EVALUATE.
009830 WIDEN-REC-SEC-EX.
009840     EXIT.
009850/
009860*----------------------------------------------------------------
009870* one journal entry widened: its key, and both images - an
009880* image the entry does not carry (the before image of an add)
009890* stays blank. the chain seal is carried as it stands; the
009900* cutover-cycle step reseals the chain.
009910*----------------------------------------------------------------
009920 WIDEN-JOURNAL-SEC  SECTION.
009930     MOVE  SPACES  TO  WS-WJRN.
009940     MOVE  JR-DATE      OF  WS-NJRN  TO  JR-DATE      OF  WS-WJRN.
009950     MOVE  JR-TIME      OF  WS-NJRN  TO  JR-TIME      OF  WS-WJRN.
009960     MOVE  JR-PROGRAM   OF  WS-NJRN  TO  JR-PROGRAM   OF  WS-WJRN.
009970     MOVE  JR-OPERATOR  OF  WS-NJRN  TO  JR-OPERATOR  OF  WS-WJRN.
009980     MOVE  JR-NUM1      OF  WS-NJRN  TO  JR-NUM1      OF  WS-WJRN.
009990     IF  JR-BEFORE-IMAGE  OF  WS-NJRN  NOT =  SPACES
010000         MOVE  JR-BEFORE-IMAGE  OF  WS-NJRN  TO  WS-NARROW-X
010010         PERFORM  WIDEN-REC-SEC
010020         MOVE  WS-WIDE-X  TO  JR-BEFORE-IMAGE  OF  WS-WJRN
010030     END-IF.
010040     IF  JR-AFTER-IMAGE  OF  WS-NJRN  NOT =  SPACES
010050         MOVE  JR-AFTER-IMAGE  OF  WS-NJRN  TO  WS-NARROW-X
010060         PERFORM  WIDEN-REC-SEC
010070         MOVE  WS-WIDE-X  TO  JR-AFTER-IMAGE  OF  WS-WJRN
010080     END-IF.
010090     MOVE  JR-CHAIN-SEQ   OF  WS-NJRN
010100           TO  JR-CHAIN-SEQ   OF  WS-WJRN.
010110     MOVE  JR-CHAIN-HASH  OF  WS-NJRN
010120           TO  JR-CHAIN-HASH  OF  WS-WJRN.
010130     ADD  1  TO  WS-BEF-COUNT.
010140     ADD  JR-NUM1  OF  WS-NJRN  TO  WS-BEF-HASH.
010150 WIDEN-JOURNAL-SEC-EX.
010160     EXIT.
010170/
010180 WIDEN-KEY-TEXT-SEC  SECTION.
010190     IF  WS-KEY4-X  IS  NUMERIC
010200         MOVE  WS-KEY4-N  TO  WS-KEY8-N
010210     ELSE
010220         MOVE  WS-KEY4-X  TO  WS-KEY8-X
010230     END-IF.
010240 WIDEN-KEY-TEXT-SEC-EX.
010250     EXIT.
010260/
010270*----------------------------------------------------------------
010280* the control totals: every record counted, the detail keys
010290* hashed - the sentinels' keys change by design and are left
010300* out, as FILEW's trailers leave them out
010310*----------------------------------------------------------------
010320 COUNT-BEFORE-SEC  SECTION.
010330     ADD  1  TO  WS-BEF-COUNT.
010340     IF  REC-IS-DETAIL
010350         ADD  NUM1  OF  WS-NARROW-REC  TO  WS-BEF-HASH
010360     END-IF.
010370 COUNT-BEFORE-SEC-EX.
010380     EXIT.
010390/
010400 COUNT-AFTER-SEC  SECTION.
010410     ADD  1  TO  WS-AFT-COUNT.
010420     IF  NOT  WHTR-IS-HEADER  AND  NOT  WHTR-IS-TRAILER
010430         ADD  NUM1  OF  WS-WIDE-REC  TO  WS-AFT-HASH
010440     END-IF.
010450 COUNT-AFTER-SEC-EX.
010460     EXIT.
010470/
010480 COUNT-LINE-BEFORE-SEC  SECTION.
010490     ADD  1  TO  WS-BEF-COUNT.
010500     IF  WS-KEY4-X  IS  NUMERIC
010510         ADD  WS-KEY4-N  TO  WS-BEF-HASH
010520     END-IF.
010530 COUNT-LINE-BEFORE-SEC-EX.
010540     EXIT.
010550/
010560 COUNT-LINE-AFTER-SEC  SECTION.
010570     ADD  1  TO  WS-AFT-COUNT.
010580     IF  WS-KEY8-X  IS  NUMERIC
010590         ADD  WS-KEY8-N  TO  WS-AFT-HASH
010600     END-IF.
010610 COUNT-LINE-AFTER-SEC-EX.
010620     EXIT.
010630/
010640 START-STORE-SEC  SECTION.
010650     MOVE  0  TO  WS-BEF-COUNT  WS-BEF-HASH
010660                  WS-AFT-COUNT  WS-AFT-HASH  WS-ST-DAMAGED.
010670 START-STORE-SEC-EX.
010680     EXIT.
010690/
010700*----------------------------------------------------------------
010710* a store not there to migrate - reported; after the cutover
010720* there is simply none of it
010730*----------------------------------------------------------------
010740 STORE-ABSENT-SEC  SECTION.
010750     ADD  1  TO  WS-STORES-ABSENT.
010760     MOVE  SPACES          TO  RPT-FMT.
010770     MOVE  'ABSENT    '    TO  RPT-VERDICT.
010780     MOVE  WS-STORE-NAME   TO  RPT-STORE.
010790     MOVE  RPT-FMT  TO  RPT-LINE.
010800     WRITE  RPT-LINE.
010810     DISPLAY  'KEYWIDEN: ' WS-STORE-NAME ' NOT AVAILABLE'.
010820 STORE-ABSENT-SEC-EX.
010830     EXIT.
010840/
010850*----------------------------------------------------------------
010860* one store's before and after on the report - a count or hash
010870* that did not survive the widening is OUT OF BALANCE
010880*----------------------------------------------------------------
010890 END-STORE-SEC    SECTION.
010900     ADD  1               TO  WS-STORES-DONE.
010910     ADD  WS-BEF-COUNT    TO  WS-TOT-RECORDS.
010920     ADD  WS-ST-DAMAGED   TO  WS-TOT-DAMAGED.
010930     MOVE  SPACES          TO  RPT-FMT.
010940     IF  WS-BEF-COUNT  =  WS-AFT-COUNT
010950         AND  WS-BEF-HASH  =  WS-AFT-HASH
010960         MOVE  'BALANCED  '  TO  RPT-VERDICT
010970     ELSE
010980         MOVE  'OUT OF BAL'  TO  RPT-VERDICT
010990         ADD  1  TO  WS-STORES-OUT
011000         DISPLAY  'KEYWIDEN: ' WS-STORE-NAME
011010                  ' DOES NOT BALANCE ACROSS THE WIDENING'
011020     END-IF.
011030     MOVE  WS-STORE-NAME   TO  RPT-STORE.
011040     MOVE  WS-BEF-COUNT    TO  RPT-BEF-COUNT.
011050     MOVE  WS-BEF-HASH     TO  RPT-BEF-HASH.
011060     MOVE  WS-AFT-COUNT    TO  RPT-AFT-COUNT.
011070     MOVE  WS-AFT-HASH     TO  RPT-AFT-HASH.
011080     MOVE  RPT-FMT  TO  RPT-LINE.
011090     WRITE  RPT-LINE.
011100 END-STORE-SEC-EX.
011110     EXIT.
011120/
011130*----------------------------------------------------------------
011140* the verdict: every store balanced writes the KEYCUT card for
011150* the cutover cycle; anything out of balance empties it
011160*----------------------------------------------------------------
011170 TERM-SEC         SECTION.
011180     MOVE  WS-STORES-DONE    TO  WS-COUNT-ED.
011190     DISPLAY  'KEYWIDEN: STORES MIGRATED     ' WS-COUNT-ED.
011200     MOVE  WS-STORES-ABSENT  TO  WS-COUNT-ED.
011210     DISPLAY  'KEYWIDEN: STORES NOT PRESENT  ' WS-COUNT-ED.
011220     MOVE  WS-TOT-RECORDS    TO  WS-COUNT-ED.
011230     DISPLAY  'KEYWIDEN: RECORDS CARRIED     ' WS-COUNT-ED.
011240     MOVE  WS-TOT-DAMAGED    TO  WS-COUNT-ED.
011250     DISPLAY  'KEYWIDEN: DAMAGED, AS FOUND   ' WS-COUNT-ED.
011260     MOVE  WS-STORES-OUT     TO  WS-COUNT-ED.
011270     DISPLAY  'KEYWIDEN: OUT OF BALANCE      ' WS-COUNT-ED.
011280     OPEN  OUTPUT  CUT-FILE.
011290     IF  WS-STORES-OUT  =  0
011300         MOVE  SPACES           TO  CUT-REC
011310         MOVE  WS-CUTOVER-DATE  TO  KC-CUTOVER-DATE
011320         SET   KC-BALANCED      TO  TRUE
011330         MOVE  WS-TODAY         TO  KC-MIGRATED-DATE
011340         ACCEPT  WS-NOW  FROM  TIME
011350         MOVE  WS-NOW           TO  KC-MIGRATED-TIME
011360         MOVE  WS-STORES-DONE   TO  KC-STORES
011370         MOVE  WS-TOT-RECORDS   TO  KC-RECORDS
011380         WRITE  CUT-REC
011390         MOVE  SPACES  TO  RPT-LINE
011400         STRING  'KEYWIDEN: EVERY STORE BALANCED - CUTOVER '
011410                 'CYCLE '  WS-CUTOVER-DATE
011420                 DELIMITED BY  SIZE
011430             INTO  RPT-LINE
011440         END-STRING
011450     ELSE
011460         MOVE  'KEYWIDEN: STORES OUT OF BALANCE - NO CUTOVER'
011470               TO  RPT-LINE
011480         MOVE  'KEYWIDEN'          TO  EL-PROGRAM
011490         MOVE  'TERM-SEC'          TO  EL-SECTION
011500         MOVE  'KEY WIDENING DID NOT BALANCE'  TO  EL-MSG
011510         SET   EL-ERROR            TO  TRUE
011520         MOVE  12                  TO  EL-RETURN-CODE
011525         MOVE  'KWIDN001'          TO  EL-MSG-ID
011530         CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
011540         MOVE  12  TO  RETURN-CODE
011550     END-IF.
011560     CLOSE  CUT-FILE.
011570     WRITE  RPT-LINE.
011580     DISPLAY  RPT-LINE.
011590     CLOSE  KEYW-RPT.
011600     MOVE  'KEYWIDEN'            TO  JA-PROGRAM.
011610     MOVE  'RECORDS WIDENED'     TO  JA-COUNT-NAME.
011620     MOVE  WS-TOT-RECORDS        TO  JA-COUNT-VALUE.
011630     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
011640 TERM-SEC-EX.
011650     EXIT.
011660/
011670*----------------------------------------------------------------
011680* the cutover cycle's first step: the wide stores are live, and
011690* the journal chain is resealed over the re-keyed entries - a
011700* sanctioned rewrite CHNCHK logs on OPSAUDIT, as FKRENUM's is
011710*----------------------------------------------------------------
011720 CUTOVER-SEC      SECTION.
011730     MOVE  'KEYWIDEN'  TO  KM-PROGRAM.
011740     MOVE  0           TO  KM-RUN-DATE.
011750     SET   KM-BUILT-WIDE  TO  TRUE.
011760     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
011770     IF  KM-REFUSE
011780         MOVE  16  TO  RETURN-CODE
011790         GO TO  CUTOVER-SEC-EX
011800     END-IF.
011810     SET   CK-RESEAL   TO  TRUE.
011820     MOVE  'VJOURNAL'  TO  CK-CHAIN.
011830     MOVE  'KEYWIDEN'  TO  CK-HOLDER.
011840     CALL  'CHNCHK'  USING  WS-CHNCHK-PARM.
011850     IF  NOT  CK-INTACT
011860         IF  CK-BUSY
011870             DISPLAY  'KEYWIDEN: VJOURNAL IS HELD BY '
011880                      CK-RESEAL-BY ' - NOT RESEALED'
011890         ELSE
011900             DISPLAY  'KEYWIDEN: JOURNAL CHAIN NOT RESEALED - '
011910                      CK-BREAK-REASON ' IN ' CK-BREAK-FILE
011920         END-IF
011930         MOVE  'KEYWIDEN'          TO  EL-PROGRAM
011940         MOVE  'CUTOVER-SEC'       TO  EL-SECTION
011950         MOVE  'JOURNAL CHAIN NOT RESEALED'  TO  EL-MSG
011960         SET   EL-ERROR            TO  TRUE
011970         MOVE  8                   TO  EL-RETURN-CODE
011975         MOVE  'KWIDN002'          TO  EL-MSG-ID
011980         CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
011990         MOVE  8  TO  RETURN-CODE
012000         GO TO  CUTOVER-SEC-EX
012010     END-IF.
012020     DISPLAY  'KEYWIDEN: JOURNAL CHAIN RESEALED, '
012030              CK-RESEALED ' ENTRIES REHASHED'.
012040     OPEN  INPUT  CUT-FILE.
012050     READ  CUT-FILE
012060         AT END  MOVE  SPACES  TO  CUT-REC
012070     END-READ.
012080     CLOSE  CUT-FILE.
012090     SET   KC-RESEALED  TO  TRUE.
012100     OPEN  OUTPUT  CUT-FILE.
012110     WRITE  CUT-REC.
012120     CLOSE  CUT-FILE.
012130     DISPLAY  'KEYWIDEN: KEY CUTOVER COMPLETE FROM '
012140              KC-CUTOVER-DATE.
012150 CUTOVER-SEC-EX.
012160     EXIT.
