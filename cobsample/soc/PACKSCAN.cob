000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      PACKSCAN.
000030*
000040*----------------------------------------------------------------
000050* invalid packed/zoned/binary data scanner. one F-side record
000060* with a bad sign nibble in SPACK or UPACK, a non-numeric SZONE
000070* or UZONE, or garbage in the SHUDAN2 COMP-3 field stops every
000080* downstream program on a data exception. this job reads, in
000090* turn:
000100*   the F-OTFILE cycle file (FFILE)
000110*   the FKSDS keyed copy of the F-side output
000120*   the FMASTER master file
000130*   every archive generation the ARCCAT catalog carries
000140* and checks every packed, zoned and binary field of each
000150* detail record the way BINARY lays the representations out:
000160*   packed   every digit nibble 0-9; the last low nibble a sign
000170*            - C, D or F signed, F or C unsigned
000180*   zoned    the NUMERIC class test on the field's own picture,
000190*            so the sign overpunch is judged by the code page
000200*            the record was written in
000203*   binary   within the picture - a halfword past 9999 (a
000206*            fullword past 99999999 in the 8-digit key build) is
000210*            a field something else has been laid over
000230* each bad value is listed on PACKRPT with store, key, field,
000240* its 1-based byte offset in the record, and its hex.
000250*
000260* repair mode rewrites the bad fields in place, one record at a
000270* time: an operator correction card on PACKFIX for the key and
000280* field supplies the value as hex, otherwise the field is set
000290* to zero. a card whose value would itself be invalid is
000300* refused and the field left as it was. a valid field is never
000310* touched, card or not. every change lands on the PACKAUD
000320* trail with its before and after hex, the repaired record is
000330* resealed through RECSUM, and the run lands on OPSAUDIT.
000340*
000350* PACKFIX card: key(4) field(6) hex(2 per byte of the field),
000360* blank-separated - the card applies wherever that key's field
000370* is found bad.
000380*
000390* PARM: operator(8) + mode(1) - S (or blank) scan, R repair.
000400* a scan that finds bad data ends RC 8; a repair that leaves
000410* none ends RC 4, one that leaves any ends RC 8.
000420*----------------------------------------------------------------
000430 ENVIRONMENT      DIVISION.
000440 INPUT-OUTPUT     SECTION.
000450 FILE-CONTROL.
000460     SELECT  F-OTFILE    ASSIGN TO   FFILE
000470             ORGANIZATION  IS    SEQUENTIAL
000480             FILE STATUS   IS    WS-FOTFILE-STATUS.
000490     SELECT  F-KSDS-FILE ASSIGN TO   FKSDS
000500             ORGANIZATION  IS    INDEXED
000510             ACCESS MODE   IS    SEQUENTIAL
000520             RECORD KEY    IS    NUM1  OF  F-KSDS-REC
000530             FILE STATUS   IS    WS-FKSDS-STATUS.
000540     SELECT  MASTER-FILE ASSIGN TO   FMASTER
000550             ORGANIZATION  IS    INDEXED
000560             ACCESS MODE   IS    SEQUENTIAL
000570             RECORD KEY    IS    NUM1  OF  MASTER-REC
000580             FILE STATUS   IS    WS-MASTER-STATUS.
000590     SELECT  ARCCAT-FILE ASSIGN TO   ARCCAT
000600             ORGANIZATION  IS    LINE SEQUENTIAL
000610             FILE STATUS   IS    WS-ARCCAT-STATUS.
000620     SELECT  ARCH-IO     ASSIGN TO   WS-ARCH-NAME
000630             ORGANIZATION  IS    SEQUENTIAL
000640             FILE STATUS   IS    WS-ARCH-STATUS.
000650     SELECT  FIX-FILE    ASSIGN TO   PACKFIX
000660             ORGANIZATION  IS    LINE SEQUENTIAL
000670             FILE STATUS   IS    WS-FIX-STATUS.
000680     SELECT  AUD-FILE    ASSIGN TO   PACKAUD
000690             ORGANIZATION  IS    LINE SEQUENTIAL
000700             FILE STATUS   IS    WS-AUD-STATUS.
000710     SELECT  SCAN-RPT    ASSIGN TO   PACKRPT
000720             ORGANIZATION  IS    LINE SEQUENTIAL.
000730
000735     COPY  keylay.
000740 DATA             DIVISION.
000750 FILE             SECTION.
000760 FD      F-OTFILE.
000770 01      F-REC01.
000780     COPY  ffile.
000790
000800 FD      F-KSDS-FILE.
000810 01      F-KSDS-REC.
000820     COPY  ffile.
000830
000840 FD      MASTER-FILE.
000850 01      MASTER-REC.
000860     COPY  ffile.
000870
000880 FD      ARCCAT-FILE.
000890 01      ARCCAT-REC.
000900     COPY  arccat.
000910
000920 FD      ARCH-IO
000930         RECORD CONTAINS  :REC-LEN:  CHARACTERS.
000940 01      ARCH-REC                     PIC  X(:REC-LEN:).
000950
000960 FD      FIX-FILE.
000970 01      FIX-REC.
000980     03  FX-KEY                       PIC  X(04).
000990     03  FILLER                       PIC  X(01).
001000     03  FX-FIELD                     PIC  X(06).
001010     03  FILLER                       PIC  X(01).
001015     03  FX-HEX                       PIC  X(10).
001020     03  FILLER                       PIC  X(58).
001040
001050 FD      AUD-FILE.
001060 01      AUD-LINE                     PIC  X(100).
001070
001080 FD      SCAN-RPT.
001090 01      RPT-LINE                     PIC  X(80).
001100
001110 WORKING-STORAGE  SECTION.
001120
001130 01  WS-STATUSES.
001140   03  WS-FOTFILE-STATUS       PIC  X(02).
001150   03  WS-FKSDS-STATUS         PIC  X(02).
001160   03  WS-MASTER-STATUS        PIC  X(02).
001170   03  WS-ARCCAT-STATUS        PIC  X(02).
001180   03  WS-ARCH-STATUS          PIC  X(02).
001190   03  WS-FIX-STATUS           PIC  X(02).
001200   03  WS-AUD-STATUS           PIC  X(02).
001210
001220 01  WS-SWITCHES.
001230   03  WS-EOF-SW               PIC  X(01).
001240     88  FILE-EOF                   VALUE  'Y'.
001250   03  WS-CAT-EOF-SW           PIC  X(01)  VALUE  'N'.
001260     88  CAT-EOF                    VALUE  'Y'.
001270   03  WS-FIELD-SW             PIC  X(01).
001280     88  FIELD-VALID                VALUE  'Y'.
001290     88  FIELD-INVALID              VALUE  'N'.
001300   03  WS-REC-CHANGED-SW       PIC  X(01).
001310     88  REC-CHANGED                VALUE  'Y'.
001320   03  WS-CARD-SW              PIC  X(01).
001330     88  CARD-FOUND                 VALUE  'Y'.
001340   03  WS-HEX-OK-SW            PIC  X(01).
001350     88  HEX-FIELD-OK               VALUE  'Y'.
001360
001370 01  WS-PARM-AREA.
001380   03  WS-PARM-LINE            PIC  X(09).
001390   03  WS-OPERATOR             PIC  X(08).
001400   03  WS-MODE                 PIC  X(01).
001410     88  SCAN-MODE                  VALUE  'S'  ' '.
001420     88  REPAIR-MODE                VALUE  'R'.
001430
001440 01  WS-ARCH-NAME              PIC  X(16).
001450 01  WS-STORE-NAME             PIC  X(16).
001460
001470*----------------------------------------------------------------
001480* the record under test, whichever store it came from, with the
001490* header/trailer view the cycle file and the archives carry
001500*----------------------------------------------------------------
001510 01  WS-CHK-REC.
001520     COPY  ffile.
001530 01  WS-CHK-HTR-REC  REDEFINES  WS-CHK-REC.
001540   03  CHTR-KEY                PIC  X(:KEY-LEN:).
001550   03  CHTR-ID                 PIC  X(04).
001560     88  CHTR-IS-HEADER             VALUE 'HDR1'.
001570     88  CHTR-IS-TRAILER            VALUE 'TRL1'.
001580   03  FILLER                  PIC  X(:TAIL-4:).
001590
001592*----------------------------------------------------------------
001594* the packed, zoned and binary fields of the ffile layout - see
001596* pkmap.cbl
001598*----------------------------------------------------------------
001600     COPY  pkmap.
001750 01  WS-FIELD-TABLE  REDEFINES  WS-FIELD-DEFS.
001760   03  WS-FD-ENTRY  OCCURS  8  TIMES  INDEXED BY FD-IDX.
001770     05  WS-FD-NAME            PIC  X(06).
001780     05  WS-FD-OFFSET          PIC  9(03).
001790     05  WS-FD-LENGTH          PIC  9(01).
001800     05  WS-FD-KIND            PIC  X(01).
001810       88  FD-SIGNED-PACKED         VALUE  'P'.
001820       88  FD-PACKED                VALUE  'P'  'U'.
001830       88  FD-ZONED                 VALUE  'Z'  'N'.
001840       88  FD-BINARY                VALUE  'B'.
001850
001860*----------------------------------------------------------------
001870* the field under test: its bytes, and the typed views the
001880* zoned and binary checks are made through
001890*----------------------------------------------------------------
001900 01  WS-FLD-WORK.
001910   03  WS-FLD-OFFSET           PIC  9(03)  COMP.
001920   03  WS-FLD-LEN              PIC  9(01)  COMP.
001925   03  WS-FLD-BYTES            PIC  X(05).
001930   03  WS-FLD-BEFORE           PIC  X(05).
001950   03  WS-FLD-REASON           PIC  X(20).
001960 01  WS-ZONE-X                 PIC  X(02).
001970 01  WS-ZONE-S  REDEFINES  WS-ZONE-X   PIC  S9(02).
001980 01  WS-ZONE-U  REDEFINES  WS-ZONE-X   PIC   9(02).
001982 01  WS-BIN-X                  PIC  X(04).
001984 01  WS-BIN-H  REDEFINES  WS-BIN-X.
001986   03  WS-BIN-H2               PIC  S9(04)  COMP.
001988   03  FILLER                  PIC  X(02).
001990 01  WS-BIN-F  REDEFINES  WS-BIN-X     PIC  S9(08)  COMP.
002010 01  WS-BIN-VALUE              PIC  S9(09)  COMP.
002013*    the binaries carry the key, so their picture is the key's
002016 01  WS-BIN-LIMIT              PIC  S9(09)  COMP
002020                               VALUE :KEY-HIGH:.
002030
002040*----------------------------------------------------------------
002050* nibble work - one byte into the low half of a halfword, split
002060* by 16 (the DBCSXCOD technique, run the other way)
002070*----------------------------------------------------------------
002080 01  WS-NIB-WORK.
002090   03  WS-BYTE-SUB             PIC  9(01)  COMP.
002100   03  WS-BYTE-VAL             PIC  9(04)  COMP.
002110   03  WS-BYTE-R  REDEFINES  WS-BYTE-VAL.
002120     05  FILLER                PIC  X(01).
002130     05  WS-BYTE-LO            PIC  X(01).
002140   03  WS-HI-NIB               PIC  9(02)  COMP.
002150   03  WS-LO-NIB               PIC  9(02)  COMP.
002160
002170 01  WS-HEX-WORK.
002180   03  WS-HEX-DIGITS           PIC  X(16)
002190                               VALUE '0123456789ABCDEF'.
002200   03  WS-HEX-PAIR             PIC  X(02).
002210   03  WS-HEX-SUB              PIC  9(02) COMP.
002220   03  WS-HEX-IDX1             PIC  9(02) COMP.
002230   03  WS-HEX-IDX2             PIC  9(02) COMP.
002240   03  WS-HEX-CHAR             PIC  X(01).
002250     88  HEX-DIGIT                  VALUE '0' THRU '9'
002260                                          'A' THRU 'F'.
002270   03  WS-BIN-VAL              PIC  9(04) COMP.
002280   03  WS-BIN-R  REDEFINES  WS-BIN-VAL.
002290     05  FILLER                PIC  X(01).
002300     05  WS-BIN-BYTE           PIC  X(01).
002305 01  WS-HEX-BEFORE             PIC  X(10).
002310 01  WS-HEX-AFTER              PIC  X(10).
002330
002340*----------------------------------------------------------------
002350* the operator's correction cards, loaded once
002360*----------------------------------------------------------------
002370 01  WS-FIX-TABLE.
002380   03  WS-FIX-ENTRY  OCCURS  500  TIMES  INDEXED BY FIX-IDX.
002382     05  WS-FIX-KEY            PIC  X(04).
002384     05  WS-FIX-KEY-N  REDEFINES  WS-FIX-KEY
002386                               PIC  9(04).
002388     05  WS-FIX-FIELD          PIC  X(06).
002390     05  WS-FIX-HEX            PIC  X(10).
002420     05  WS-FIX-USED-SW        PIC  X(01).
002430       88  FIX-USED                 VALUE  'Y'.
002440 01  WS-FIX-COUNT              PIC  9(05)  COMP  VALUE  0.
002450 01  WS-FIX-REJECTED           PIC  9(05)  COMP  VALUE  0.
002460 01  WS-FIX-UNUSED             PIC  9(05)  COMP  VALUE  0.
002470 01  WS-CARD-LEN               PIC  9(02)  COMP.
002480 01  WS-CARD-HEX               PIC  X(10).
002490
002500 01  WS-STORE-COUNTS.
002510   03  WS-ST-RECORDS           PIC  9(09)  COMP.
002520   03  WS-ST-BAD-RECS          PIC  9(09)  COMP.
002530   03  WS-ST-BAD-FIELDS        PIC  9(09)  COMP.
002540   03  WS-ST-REPAIRED          PIC  9(09)  COMP.
002550
002560 01  WS-RUN-COUNTS.
002570   03  WS-STORES-READ          PIC  9(05)  COMP  VALUE  0.
002580   03  WS-STORES-MISSING       PIC  9(05)  COMP  VALUE  0.
002590   03  WS-TOT-RECORDS          PIC  9(09)  COMP  VALUE  0.
002600   03  WS-TOT-BAD-RECS         PIC  9(09)  COMP  VALUE  0.
002610   03  WS-TOT-BAD-FIELDS       PIC  9(09)  COMP  VALUE  0.
002620   03  WS-TOT-REPAIRED         PIC  9(09)  COMP  VALUE  0.
002630   03  WS-TOT-REFUSED          PIC  9(09)  COMP  VALUE  0.
002640   03  WS-TOT-REWRITTEN        PIC  9(09)  COMP  VALUE  0.
002650
002660 01  WS-COUNT-ED               PIC  Z(08)9.
002670 01  WS-REC-BAD-COUNT          PIC  9(02)  COMP.
002680 01  WS-TODAY                  PIC  9(08).
002690 01  WS-NOW                    PIC  9(08).
002700
002710*----------------------------------------------------------------
002720* one report line per bad field, and one per store
002730*----------------------------------------------------------------
002740 01  RPT-FMT.
002750   03  RPT-STORE               PIC  X(16).
002760   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002770   03  RPT-KEY                 PIC  X(04).
002780   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002790   03  RPT-FIELD               PIC  X(06).
002800   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002810   03  RPT-OFFSET              PIC  ZZ9.
002820   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002830   03  RPT-HEX                 PIC  X(10).
002840   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002850   03  RPT-REASON              PIC  X(20).
002860   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002870   03  RPT-ACTION              PIC  X(10).
002880 01  RPT-SUM-FMT  REDEFINES  RPT-FMT.
002890   03  RPT-S-STORE             PIC  X(16).
002900   03  FILLER                  PIC  X(01).
002910   03  RPT-S-VERDICT           PIC  X(10).
002920   03  FILLER                  PIC  X(01).
002930   03  RPT-S-RECORDS           PIC  Z(08)9.
002940   03  FILLER                  PIC  X(01).
002950   03  RPT-S-BAD-RECS          PIC  Z(08)9.
002960   03  FILLER                  PIC  X(01).
002970   03  RPT-S-BAD-FIELDS        PIC  Z(08)9.
002980   03  FILLER                  PIC  X(01).
002990   03  RPT-S-REPAIRED          PIC  Z(08)9.
003000   03  FILLER                  PIC  X(13).
003010
003020*----------------------------------------------------------------
003030* one PACKAUD trail line per field changed or refused
003040*----------------------------------------------------------------
003050 01  AUD-FMT.
003060   03  AUD-DATE                PIC  9(08).
003070   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003080   03  AUD-TIME                PIC  9(08).
003090   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003100   03  AUD-OPERATOR            PIC  X(08).
003110   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003120   03  AUD-STORE               PIC  X(16).
003130   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003140   03  AUD-KEY                 PIC  X(04).
003150   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003160   03  AUD-FIELD               PIC  X(06).
003170   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003180   03  AUD-OFFSET              PIC  9(03).
003190   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003191   03  AUD-BEFORE              PIC  X(10).
003192   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003193   03  AUD-AFTER               PIC  X(10).
003194   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003195   03  AUD-SOURCE              PIC  X(10).
003200   03  FILLER                  PIC  X(07)  VALUE  SPACES.
003260
003270 01  WS-RECSUM-PARM.
003280     COPY  recsum.
003290
003300 01  WS-RESLOCK-PARM.
003310     COPY  reslock.
003320
003330 01  WS-OPSAUDIT-PARM.
003340     COPY  opsaudit.
003350
003360 01  WS-ERRLOG-PARM.
003370     COPY  errlog.
003380
003390 01  WS-KEYMODE-PARM.
003400     COPY  keymode.
003410 PROCEDURE        DIVISION.
003420 MAIN-SEC         SECTION.
003430*    the stores must carry the key layout this program is built
003440*    for - see KEYMODE
003450     MOVE  'PACKSCAN'  TO  KM-PROGRAM.
003460     MOVE  0           TO  KM-RUN-DATE.
003470     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
003480     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
003490     IF  KM-REFUSE
003500         MOVE  16  TO  RETURN-CODE
003510         STOP RUN
003520     END-IF.
003530     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
003540     MOVE  WS-PARM-LINE(1:8)  TO  WS-OPERATOR.
003550     MOVE  WS-PARM-LINE(9:1)  TO  WS-MODE.
003560     IF  NOT  SCAN-MODE  AND  NOT  REPAIR-MODE
003570         DISPLAY  'PACKSCAN: PARM IS OPERATOR(8) + MODE(1) -'
003580                  ' S SCAN OR R REPAIR'
003590         MOVE  16  TO  RETURN-CODE
003600         STOP RUN
003610     END-IF.
003620     IF  REPAIR-MODE
003630         PERFORM  START-REPAIR-SEC
003640     END-IF.
003650     OPEN  OUTPUT  SCAN-RPT.
003660     IF  REPAIR-MODE
003670         MOVE  'PACKED/ZONED DATA SCAN - REPAIR RUN'  TO  RPT-LINE
003680     ELSE
003690         MOVE  'PACKED/ZONED DATA SCAN'  TO  RPT-LINE
003700     END-IF.
003710     WRITE  RPT-LINE.
003720     MOVE  'STORE            KEY  FIELD  OFF HEX    REASON'
003730           TO  RPT-LINE.
003740     MOVE  'ACTION'  TO  RPT-LINE(61:6).
003750     WRITE  RPT-LINE.
003760     PERFORM  SCAN-FOTFILE-SEC.
003770     PERFORM  SCAN-FKSDS-SEC.
003780     PERFORM  SCAN-FMASTER-SEC.
003790     PERFORM  SCAN-ARCHIVES-SEC.
003800     IF  REPAIR-MODE
003810         PERFORM  END-REPAIR-SEC
003820     END-IF.
003830     PERFORM  TERM-SEC.
003840     STOP RUN.
003850 MAIN-SEC-EX.
003860     EXIT.
003870/
003880*----------------------------------------------------------------
003890* a repair run: the operator is named, the stores are held for
003900* the whole run, the correction cards are loaded and the audit
003910* trail opened for append
003920*----------------------------------------------------------------
003930 START-REPAIR-SEC SECTION.
003940     IF  WS-OPERATOR  =  SPACES
003950         DISPLAY  'PACKSCAN: A REPAIR RUN MUST NAME ITS OPERATOR'
003960         MOVE  16  TO  RETURN-CODE
003970         STOP RUN
003980     END-IF.
003990     SET   RL-ENQ     TO  TRUE.
004000     MOVE  'VFILE'    TO  RL-RESOURCE.
004010     MOVE  'PACKSCAN'  TO  RL-HOLDER.
004020     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
004030     IF  RL-BUSY
004040         DISPLAY  'PACKSCAN: VFILE IS HELD BY '
004050                  RL-CURRENT-HOLDER  ' - RUN ABANDONED'
004060         MOVE  16  TO  RETURN-CODE
004070         STOP RUN
004080     END-IF.
004090     PERFORM  LOAD-FIXES-SEC.
004100     OPEN  EXTEND  AUD-FILE.
004110     IF  WS-AUD-STATUS  NOT =  '00'
004120         OPEN  OUTPUT  AUD-FILE
004130     END-IF.
004140     ACCEPT  WS-TODAY  FROM  DATE  YYYYMMDD.
004150 START-REPAIR-SEC-EX.
004160     EXIT.
004170/
004180*----------------------------------------------------------------
004190* the correction cards - a card must name a numeric key, a
004200* field this job checks, and exactly that field's length in
004210* hex; anything else is listed and ignored
004220*----------------------------------------------------------------
004230 LOAD-FIXES-SEC   SECTION.
004240     OPEN  INPUT  FIX-FILE.
004250     IF  WS-FIX-STATUS  NOT =  '00'
004260         DISPLAY  'PACKSCAN: NO PACKFIX CARDS - BAD FIELDS WILL'
004270                  ' BE SET TO ZERO'
004280         GO TO  LOAD-FIXES-SEC-EX
004290     END-IF.
004300     MOVE  'N'  TO  WS-EOF-SW.
004310     PERFORM  UNTIL  FILE-EOF
004320         READ  FIX-FILE
004330             AT END  SET  FILE-EOF  TO  TRUE
004340             NOT AT END
004350                 PERFORM  LOAD-ONE-FIX-SEC
004360         END-READ
004370     END-PERFORM.
004380     CLOSE  FIX-FILE.
004390     MOVE  WS-FIX-COUNT  TO  WS-COUNT-ED.
004400     DISPLAY  'PACKSCAN: CORRECTION CARDS LOADED ' WS-COUNT-ED.
004410 LOAD-FIXES-SEC-EX.
004420     EXIT.
004430/
004440 LOAD-ONE-FIX-SEC SECTION.
004450     MOVE  SPACES  TO  WS-FLD-REASON.
004460     SET   FD-IDX  TO  1.
004470     SEARCH  WS-FD-ENTRY
004480         AT END
004490             MOVE  'UNKNOWN FIELD'  TO  WS-FLD-REASON
004500         WHEN  WS-FD-NAME(FD-IDX)  =  FX-FIELD
004510             CONTINUE
004520     END-SEARCH.
004530     IF  WS-FLD-REASON  =  SPACES
004540         AND  FX-KEY  NOT  NUMERIC
004550         MOVE  'KEY NOT NUMERIC'  TO  WS-FLD-REASON
004560     END-IF.
004570     IF  WS-FLD-REASON  =  SPACES
004580         MOVE  0  TO  WS-CARD-LEN
004590         INSPECT  FX-HEX  TALLYING  WS-CARD-LEN
004600             FOR  CHARACTERS  BEFORE  INITIAL  SPACE
004610         MOVE  FX-HEX  TO  WS-CARD-HEX
004620         PERFORM  CHECK-CARD-HEX-SEC
004630         IF  WS-CARD-LEN  NOT =  WS-FD-LENGTH(FD-IDX)  *  2
004640             OR  NOT  HEX-FIELD-OK
004650             MOVE  'HEX WRONG FOR FIELD'  TO  WS-FLD-REASON
004660         END-IF
004670     END-IF.
004680     IF  WS-FLD-REASON  =  SPACES
004690         AND  WS-FIX-COUNT  NOT <  500
004700         MOVE  'CARD TABLE FULL'  TO  WS-FLD-REASON
004710     END-IF.
004720     IF  WS-FLD-REASON  NOT =  SPACES
004730         ADD  1  TO  WS-FIX-REJECTED
004740         DISPLAY  'PACKSCAN: CARD REJECTED - ' WS-FLD-REASON
004750                  ' - ' FIX-REC(1:18)
004760         GO TO  LOAD-ONE-FIX-SEC-EX
004770     END-IF.
004780     ADD  1  TO  WS-FIX-COUNT.
004790     SET   FIX-IDX  TO  WS-FIX-COUNT.
004800     MOVE  FX-KEY    TO  WS-FIX-KEY(FIX-IDX).
004810     MOVE  FX-FIELD  TO  WS-FIX-FIELD(FIX-IDX).
004820     MOVE  FX-HEX    TO  WS-FIX-HEX(FIX-IDX).
004830     MOVE  'N'       TO  WS-FIX-USED-SW(FIX-IDX).
004840 LOAD-ONE-FIX-SEC-EX.
004850     EXIT.
004860/
004870 CHECK-CARD-HEX-SEC SECTION.
004880     MOVE  'Y'  TO  WS-HEX-OK-SW.
004890     PERFORM  VARYING  WS-HEX-SUB  FROM  1  BY  1
004900         UNTIL  WS-HEX-SUB  >  WS-CARD-LEN
004910         MOVE  WS-CARD-HEX(WS-HEX-SUB:1)  TO  WS-HEX-CHAR
004920         IF  NOT  HEX-DIGIT
004930             MOVE  'N'  TO  WS-HEX-OK-SW
004940         END-IF
004950     END-PERFORM.
004960 CHECK-CARD-HEX-SEC-EX.
004970     EXIT.
004980/
004990*----------------------------------------------------------------
005000* the F-OTFILE cycle file, headers and trailer included
005010*----------------------------------------------------------------
005020 SCAN-FOTFILE-SEC SECTION.
005030     MOVE  'FFILE'  TO  WS-STORE-NAME.
005040     PERFORM  START-STORE-SEC.
005050     IF  REPAIR-MODE
005060         OPEN  I-O    F-OTFILE
005070     ELSE
005080         OPEN  INPUT  F-OTFILE
005090     END-IF.
005100     IF  WS-FOTFILE-STATUS  NOT =  '00'
005110         PERFORM  STORE-MISSING-SEC
005120         GO TO  SCAN-FOTFILE-SEC-EX
005130     END-IF.
005140     MOVE  'N'  TO  WS-EOF-SW.
005150     PERFORM  UNTIL  FILE-EOF
005160         READ  F-OTFILE
005170             AT END  SET  FILE-EOF  TO  TRUE
005180             NOT AT END
005190                 MOVE  F-REC01  TO  WS-CHK-REC
005200                 PERFORM  CHECK-RECORD-SEC
005210                 IF  REC-CHANGED
005220                     MOVE  WS-CHK-REC  TO  F-REC01
005230                     REWRITE  F-REC01
005240                     ADD  1  TO  WS-TOT-REWRITTEN
005250                 END-IF
005260         END-READ
005270     END-PERFORM.
005280     CLOSE  F-OTFILE.
005290     PERFORM  END-STORE-SEC.
005300 SCAN-FOTFILE-SEC-EX.
005310     EXIT.
005320/
005330*----------------------------------------------------------------
005340* the FKSDS keyed copy in key order
005350*----------------------------------------------------------------
005360 SCAN-FKSDS-SEC   SECTION.
005370     MOVE  'FKSDS'  TO  WS-STORE-NAME.
005380     PERFORM  START-STORE-SEC.
005390     IF  REPAIR-MODE
005400         OPEN  I-O    F-KSDS-FILE
005410     ELSE
005420         OPEN  INPUT  F-KSDS-FILE
005430     END-IF.
005440     IF  WS-FKSDS-STATUS  NOT =  '00'
005450         PERFORM  STORE-MISSING-SEC
005460         GO TO  SCAN-FKSDS-SEC-EX
005470     END-IF.
005480     MOVE  'N'  TO  WS-EOF-SW.
005490     PERFORM  UNTIL  FILE-EOF
005500         READ  F-KSDS-FILE
005510             AT END  SET  FILE-EOF  TO  TRUE
005520             NOT AT END
005530                 MOVE  F-KSDS-REC  TO  WS-CHK-REC
005540                 PERFORM  CHECK-RECORD-SEC
005550                 IF  REC-CHANGED
005560                     MOVE  WS-CHK-REC  TO  F-KSDS-REC
005570                     REWRITE  F-KSDS-REC
005580                         INVALID KEY
005590                             PERFORM  REWRITE-FAILED-SEC
005600                         NOT INVALID KEY
005610                             ADD  1  TO  WS-TOT-REWRITTEN
005620                     END-REWRITE
005630                 END-IF
005640         END-READ
005650     END-PERFORM.
005660     CLOSE  F-KSDS-FILE.
005670     PERFORM  END-STORE-SEC.
005680 SCAN-FKSDS-SEC-EX.
005690     EXIT.
005700/
005710*----------------------------------------------------------------
005720* the FMASTER master file in key order
005730*----------------------------------------------------------------
005740 SCAN-FMASTER-SEC SECTION.
005750     MOVE  'FMASTER'  TO  WS-STORE-NAME.
005760     PERFORM  START-STORE-SEC.
005770     IF  REPAIR-MODE
005780         OPEN  I-O    MASTER-FILE
005790     ELSE
005800         OPEN  INPUT  MASTER-FILE
005810     END-IF.
005820     IF  WS-MASTER-STATUS  NOT =  '00'
005830         PERFORM  STORE-MISSING-SEC
005840         GO TO  SCAN-FMASTER-SEC-EX
005850     END-IF.
005860     MOVE  'N'  TO  WS-EOF-SW.
005870     PERFORM  UNTIL  FILE-EOF
005880         READ  MASTER-FILE
005890             AT END  SET  FILE-EOF  TO  TRUE
005900             NOT AT END
005910                 MOVE  MASTER-REC  TO  WS-CHK-REC
005920                 PERFORM  CHECK-RECORD-SEC
005930                 IF  REC-CHANGED
005940                     MOVE  WS-CHK-REC  TO  MASTER-REC
005950                     REWRITE  MASTER-REC
005960                         INVALID KEY
005970                             PERFORM  REWRITE-FAILED-SEC
005980                         NOT INVALID KEY
005990                             ADD  1  TO  WS-TOT-REWRITTEN
006000                     END-REWRITE
006010                 END-IF
006020         END-READ
006030     END-PERFORM.
006040     CLOSE  MASTER-FILE.
006050     PERFORM  END-STORE-SEC.
006060 SCAN-FMASTER-SEC-EX.
006070     EXIT.
006080/
006090*----------------------------------------------------------------
006100* every catalogued archive generation, in catalog order
006110*----------------------------------------------------------------
006120 SCAN-ARCHIVES-SEC  SECTION.
006130     OPEN  INPUT  ARCCAT-FILE.
006140     IF  WS-ARCCAT-STATUS  NOT =  '00'
006150         DISPLAY  'PACKSCAN: NO ARCCAT CATALOG - ARCHIVES SKIPPED'
006160         GO TO  SCAN-ARCHIVES-SEC-EX
006170     END-IF.
006180     PERFORM  SCAN-ONE-ARCH-SEC  UNTIL  CAT-EOF.
006190     CLOSE  ARCCAT-FILE.
006200 SCAN-ARCHIVES-SEC-EX.
006210     EXIT.
006220/
006230 SCAN-ONE-ARCH-SEC  SECTION.
006240     READ  ARCCAT-FILE
006250         AT END  SET  CAT-EOF  TO  TRUE
006260     END-READ.
006270     IF  CAT-EOF
006280         GO TO  SCAN-ONE-ARCH-SEC-EX
006290     END-IF.
006300     MOVE  AC-ARCHIVE-NAME  TO  WS-ARCH-NAME.
006310     MOVE  AC-ARCHIVE-NAME  TO  WS-STORE-NAME.
006320     PERFORM  START-STORE-SEC.
006330     IF  REPAIR-MODE
006340         OPEN  I-O    ARCH-IO
006350     ELSE
006360         OPEN  INPUT  ARCH-IO
006370     END-IF.
006380     IF  WS-ARCH-STATUS  NOT =  '00'
006390         PERFORM  STORE-MISSING-SEC
006400         GO TO  SCAN-ONE-ARCH-SEC-EX
006410     END-IF.
006420     MOVE  'N'  TO  WS-EOF-SW.
006430     PERFORM  UNTIL  FILE-EOF
006440         READ  ARCH-IO
006450             AT END  SET  FILE-EOF  TO  TRUE
006460             NOT AT END
006470                 MOVE  ARCH-REC  TO  WS-CHK-REC
006480                 PERFORM  CHECK-RECORD-SEC
006490                 IF  REC-CHANGED
006500                     MOVE  WS-CHK-REC  TO  ARCH-REC
006510                     REWRITE  ARCH-REC
006520                     ADD  1  TO  WS-TOT-REWRITTEN
006530                 END-IF
006540         END-READ
006550     END-PERFORM.
006560     CLOSE  ARCH-IO.
006570     PERFORM  END-STORE-SEC.
006580 SCAN-ONE-ARCH-SEC-EX.
006590     EXIT.
006600/
006610*----------------------------------------------------------------
006620* one detail record, every checked field in turn - a repaired
006630* record is resealed here, ready for the caller's REWRITE
006640*----------------------------------------------------------------
006650 CHECK-RECORD-SEC SECTION.
006660     MOVE  'N'  TO  WS-REC-CHANGED-SW.
006670     IF  CHTR-IS-HEADER  OR  CHTR-IS-TRAILER
006680         GO TO  CHECK-RECORD-SEC-EX
006690     END-IF.
006700     ADD  1  TO  WS-ST-RECORDS.
006710     MOVE  0  TO  WS-REC-BAD-COUNT.
006720     PERFORM  CHECK-FIELD-SEC
006730         VARYING  FD-IDX  FROM  1  BY  1  UNTIL  FD-IDX  >  8.
006740     IF  WS-REC-BAD-COUNT  >  0
006750         ADD  1  TO  WS-ST-BAD-RECS
006760     END-IF.
006770     IF  REC-CHANGED
006775         SET   RS-SET  TO  TRUE
006780         MOVE  :LAYOUT:  TO  RS-LAYOUT
006790         CALL  'RECSUM'  USING  WS-RECSUM-PARM  WS-CHK-REC
006800     END-IF.
006810 CHECK-RECORD-SEC-EX.
006820     EXIT.
006830/
006840*----------------------------------------------------------------
006850* one field of the record under test: judged by its
006860* representation, listed if bad, and in a repair run mended
006870*----------------------------------------------------------------
006880 CHECK-FIELD-SEC  SECTION.
006890     MOVE  WS-FD-OFFSET(FD-IDX)  TO  WS-FLD-OFFSET.
006900     MOVE  WS-FD-LENGTH(FD-IDX)  TO  WS-FLD-LEN.
006910     MOVE  SPACES  TO  WS-FLD-BYTES.
006920     MOVE  WS-CHK-REC(WS-FLD-OFFSET:WS-FLD-LEN)
006930           TO  WS-FLD-BYTES(1:WS-FLD-LEN).
006940     PERFORM  JUDGE-FIELD-SEC.
006950     IF  FIELD-VALID
006960         GO TO  CHECK-FIELD-SEC-EX
006970     END-IF.
006980     ADD  1  TO  WS-REC-BAD-COUNT  WS-ST-BAD-FIELDS.
006990     MOVE  WS-FLD-BYTES  TO  WS-FLD-BEFORE.
007000     MOVE  SPACES  TO  WS-HEX-BEFORE.
007010     MOVE  FUNCTION HEX-OF(WS-FLD-BYTES(1:WS-FLD-LEN))
007020           TO  WS-HEX-BEFORE.
007030     MOVE  SPACES                 TO  RPT-FMT.
007040     MOVE  WS-STORE-NAME          TO  RPT-STORE.
007050     MOVE  WS-CHK-REC(:KEY-LEN: - 3:4)  TO  RPT-KEY.
007060     MOVE  WS-FD-NAME(FD-IDX)     TO  RPT-FIELD.
007070     MOVE  WS-FLD-OFFSET          TO  RPT-OFFSET.
007080     MOVE  WS-HEX-BEFORE          TO  RPT-HEX.
007090     MOVE  WS-FLD-REASON          TO  RPT-REASON.
007100     IF  REPAIR-MODE
007110         PERFORM  REPAIR-FIELD-SEC
007120     END-IF.
007130     MOVE  RPT-FMT  TO  RPT-LINE.
007140     WRITE  RPT-LINE.
007150 CHECK-FIELD-SEC-EX.
007160     EXIT.
007170/
007180*----------------------------------------------------------------
007190* the bytes in WS-FLD-BYTES against the representation of
007200* field FD-IDX - FIELD-VALID, or FIELD-INVALID with the reason
007210*----------------------------------------------------------------
007220 JUDGE-FIELD-SEC  SECTION.
007230     SET   FIELD-VALID  TO  TRUE.
007240     MOVE  SPACES  TO  WS-FLD-REASON.
007250     EVALUATE  TRUE
007260         WHEN  FD-PACKED(FD-IDX)
007270             PERFORM  JUDGE-PACKED-SEC
007280         WHEN  FD-ZONED(FD-IDX)
007290             MOVE  WS-FLD-BYTES(1:2)  TO  WS-ZONE-X
007300             IF  WS-FD-KIND(FD-IDX)  =  'Z'
007310                 IF  WS-ZONE-S  NOT  NUMERIC
007320                     SET   FIELD-INVALID  TO  TRUE
007330                 END-IF
007340             ELSE
007350                 IF  WS-ZONE-U  NOT  NUMERIC
007360                     SET   FIELD-INVALID  TO  TRUE
007370                 END-IF
007380             END-IF
007390             IF  FIELD-INVALID
007400                 MOVE  'NOT ZONED NUMERIC'  TO  WS-FLD-REASON
007410             END-IF
007420         WHEN  FD-BINARY(FD-IDX)
007421             MOVE  WS-FLD-BYTES(1:WS-FLD-LEN)  TO  WS-BIN-X
007422             IF  WS-FLD-LEN  =  2
007423                 MOVE  WS-BIN-H2      TO  WS-BIN-VALUE
007424             ELSE
007425                 MOVE  WS-BIN-F       TO  WS-BIN-VALUE
007430             END-IF
007450             IF  WS-BIN-VALUE  >  WS-BIN-LIMIT
007460                 OR  WS-BIN-VALUE  <  0  -  WS-BIN-LIMIT
007470                 SET   FIELD-INVALID  TO  TRUE
007480                 MOVE  'BINARY PAST PICTURE'  TO  WS-FLD-REASON
007490             END-IF
007500     END-EVALUATE.
007510 JUDGE-FIELD-SEC-EX.
007520     EXIT.
007530/
007540*----------------------------------------------------------------
007550* packed: every nibble a digit, bar the last, which is the sign
007560*----------------------------------------------------------------
007570 JUDGE-PACKED-SEC SECTION.
007580     PERFORM  VARYING  WS-BYTE-SUB  FROM  1  BY  1
007590         UNTIL  WS-BYTE-SUB  >  WS-FLD-LEN
007600         MOVE  0  TO  WS-BYTE-VAL
007610         MOVE  WS-FLD-BYTES(WS-BYTE-SUB:1)  TO  WS-BYTE-LO
007620         DIVIDE  WS-BYTE-VAL  BY  16  GIVING  WS-HI-NIB
007630             REMAINDER  WS-LO-NIB
007640         IF  WS-HI-NIB  >  9
007650             SET   FIELD-INVALID  TO  TRUE
007660             MOVE  'BAD DIGIT NIBBLE'  TO  WS-FLD-REASON
007670         END-IF
007680         IF  WS-BYTE-SUB  <  WS-FLD-LEN
007690             AND  WS-LO-NIB  >  9
007700             SET   FIELD-INVALID  TO  TRUE
007710             MOVE  'BAD DIGIT NIBBLE'  TO  WS-FLD-REASON
007720         END-IF
007730     END-PERFORM.
007740*    WS-LO-NIB is left holding the sign nibble
007750     IF  FD-SIGNED-PACKED(FD-IDX)
007760         IF  WS-LO-NIB  NOT =  12  AND  NOT =  13
007770             AND  NOT =  15
007780             SET   FIELD-INVALID  TO  TRUE
007790             MOVE  'BAD SIGN NIBBLE'  TO  WS-FLD-REASON
007800         END-IF
007810     ELSE
007820         IF  WS-LO-NIB  NOT =  15  AND  NOT =  12
007830             SET   FIELD-INVALID  TO  TRUE
007840             MOVE  'BAD SIGN NIBBLE'  TO  WS-FLD-REASON
007850         END-IF
007860     END-IF.
007870 JUDGE-PACKED-SEC-EX.
007880     EXIT.
007890/
007900*----------------------------------------------------------------
007910* a bad field mended: the operator's card for the key and field
007920* if there is one - refused if its value is no better - else
007930* zero. the change goes on the PACKAUD trail either way
007940*----------------------------------------------------------------
007950 REPAIR-FIELD-SEC SECTION.
007960     MOVE  'N'  TO  WS-CARD-SW.
007970     PERFORM  VARYING  FIX-IDX  FROM  1  BY  1
007980         UNTIL  FIX-IDX  >  WS-FIX-COUNT  OR  CARD-FOUND
007990         IF  WS-FIX-KEY-N(FIX-IDX)  =  NUM1  OF  WS-CHK-REC
008000             AND  WS-FIX-FIELD(FIX-IDX)  =  WS-FD-NAME(FD-IDX)
008010             SET   CARD-FOUND  TO  TRUE
008020             SET   FIX-USED(FIX-IDX)  TO  TRUE
008030             PERFORM  APPLY-CARD-SEC
008040         END-IF
008050     END-PERFORM.
008060     IF  CARD-FOUND
008070         PERFORM  JUDGE-FIELD-SEC
008080         IF  FIELD-INVALID
008090             MOVE  WS-FLD-BEFORE  TO  WS-FLD-BYTES
008100             MOVE  'REFUSED   '  TO  RPT-ACTION
008110             ADD  1  TO  WS-TOT-REFUSED
008120         ELSE
008130             MOVE  'CARD      '  TO  RPT-ACTION
008140         END-IF
008150     ELSE
008160         PERFORM  DEFAULT-FIELD-SEC
008170         MOVE  'DEFAULTED '  TO  RPT-ACTION
008180     END-IF.
008190     IF  RPT-ACTION  NOT =  'REFUSED   '
008200         MOVE  WS-FLD-BYTES(1:WS-FLD-LEN)
008210               TO  WS-CHK-REC(WS-FLD-OFFSET:WS-FLD-LEN)
008220         SET   REC-CHANGED  TO  TRUE
008230         ADD  1  TO  WS-ST-REPAIRED
008240     END-IF.
008250     MOVE  SPACES  TO  WS-HEX-AFTER.
008260     MOVE  FUNCTION HEX-OF(WS-FLD-BYTES(1:WS-FLD-LEN))
008270           TO  WS-HEX-AFTER.
008280     ACCEPT  WS-NOW  FROM  TIME.
008290     MOVE  WS-TODAY               TO  AUD-DATE.
008300     MOVE  WS-NOW                 TO  AUD-TIME.
008310     MOVE  WS-OPERATOR            TO  AUD-OPERATOR.
008320     MOVE  WS-STORE-NAME          TO  AUD-STORE.
008330     MOVE  WS-CHK-REC(:KEY-LEN: - 3:4)  TO  AUD-KEY.
008340     MOVE  WS-FD-NAME(FD-IDX)     TO  AUD-FIELD.
008350     MOVE  WS-FLD-OFFSET          TO  AUD-OFFSET.
008360     MOVE  WS-HEX-BEFORE          TO  AUD-BEFORE.
008370     MOVE  WS-HEX-AFTER           TO  AUD-AFTER.
008380     MOVE  RPT-ACTION             TO  AUD-SOURCE.
008390     MOVE  AUD-FMT  TO  AUD-LINE.
008400     WRITE  AUD-LINE.
008410 REPAIR-FIELD-SEC-EX.
008420     EXIT.
008430/
008440*----------------------------------------------------------------
008450* the card's hex, two characters to a byte, into WS-FLD-BYTES
008460*----------------------------------------------------------------
008470 APPLY-CARD-SEC   SECTION.
008480     PERFORM  VARYING  WS-BYTE-SUB  FROM  1  BY  1
008490         UNTIL  WS-BYTE-SUB  >  WS-FLD-LEN
008500         MOVE  WS-FIX-HEX(FIX-IDX)(WS-BYTE-SUB * 2 - 1:2)
008510               TO  WS-HEX-PAIR
008520         PERFORM  HEX-BYTE-SEC
008530         MOVE  WS-BIN-BYTE  TO  WS-FLD-BYTES(WS-BYTE-SUB:1)
008540     END-PERFORM.
008550 APPLY-CARD-SEC-EX.
008560     EXIT.
008570/
008580*----------------------------------------------------------------
008590* the safe default: zero, in the field's own representation
008600*----------------------------------------------------------------
008610 DEFAULT-FIELD-SEC  SECTION.
008620     EVALUATE  WS-FD-NAME(FD-IDX)
008630         WHEN  'SPACK '
008640             MOVE  ZERO  TO  SPACK  OF  WS-CHK-REC
008650         WHEN  'UPACK '
008660             MOVE  ZERO  TO  UPACK  OF  WS-CHK-REC
008670         WHEN  'SZONE '
008680             MOVE  ZERO  TO  SZONE  OF  WS-CHK-REC
008690         WHEN  'UZONE '
008700             MOVE  ZERO  TO  UZONE  OF  WS-CHK-REC
008710         WHEN  'COMP0 '
008720             MOVE  ZERO  TO  COMP0  OF  WS-CHK-REC
008730         WHEN  'COMP3 '
008740             MOVE  ZERO  TO  COMP3  OF  WS-CHK-REC
008750         WHEN  'COMP5 '
008760             MOVE  ZERO  TO  COMP5  OF  WS-CHK-REC
008770         WHEN  'BIN   '
008780             MOVE  ZERO  TO  BIN    OF  WS-CHK-REC
008790     END-EVALUATE.
008800     MOVE  WS-CHK-REC(WS-FLD-OFFSET:WS-FLD-LEN)
008810           TO  WS-FLD-BYTES(1:WS-FLD-LEN).
008820 DEFAULT-FIELD-SEC-EX.
008830     EXIT.
008840/
008850*----------------------------------------------------------------
008860* HEX-BYTE-SEC converts the 2 hex characters in WS-HEX-PAIR to
008870* WS-BIN-BYTE - the conversion DBCSXCOD and NSPCOMP carry
008880*----------------------------------------------------------------
008890 HEX-BYTE-SEC     SECTION.
008900     MOVE  1  TO  WS-HEX-IDX1  WS-HEX-IDX2.
008910     PERFORM  VARYING  WS-HEX-SUB  FROM  1  BY  1
008920         UNTIL  WS-HEX-SUB  >  16
008930         IF  WS-HEX-DIGITS(WS-HEX-SUB:1)  =  WS-HEX-PAIR(1:1)
008940             MOVE  WS-HEX-SUB  TO  WS-HEX-IDX1
008950         END-IF
008960         IF  WS-HEX-DIGITS(WS-HEX-SUB:1)  =  WS-HEX-PAIR(2:1)
008970             MOVE  WS-HEX-SUB  TO  WS-HEX-IDX2
008980         END-IF
008990     END-PERFORM.
009000     COMPUTE  WS-BIN-VAL  =
009010              ((WS-HEX-IDX1  -  1)  *  16)  +  WS-HEX-IDX2  -  1.
009020 HEX-BYTE-SEC-EX.
009030     EXIT.
009040/
009050 REWRITE-FAILED-SEC SECTION.
009060     DISPLAY  'PACKSCAN: ' WS-STORE-NAME ' KEY '
009065              NUM1  OF  WS-CHK-REC
009070              ' REWRITE FAILED - NOT REPAIRED'.
009080     ADD  1  TO  WS-TOT-REFUSED.
009090 REWRITE-FAILED-SEC-EX.
009100     EXIT.
009110/
009120 START-STORE-SEC  SECTION.
009130     MOVE  0  TO  WS-ST-RECORDS     WS-ST-BAD-RECS
009140                  WS-ST-BAD-FIELDS  WS-ST-REPAIRED.
009150 START-STORE-SEC-EX.
009160     EXIT.
009170/
009180 STORE-MISSING-SEC  SECTION.
009190     ADD  1  TO  WS-STORES-MISSING.
009200     MOVE  SPACES          TO  RPT-SUM-FMT.
009210     MOVE  WS-STORE-NAME   TO  RPT-S-STORE.
009220     MOVE  'NOFILE    '    TO  RPT-S-VERDICT.
009230     MOVE  RPT-SUM-FMT  TO  RPT-LINE.
009240     WRITE  RPT-LINE.
009250     DISPLAY  'PACKSCAN: ' WS-STORE-NAME ' NOT AVAILABLE -'
009260              ' SKIPPED'.
009270 STORE-MISSING-SEC-EX.
009280     EXIT.
009290/
009300*----------------------------------------------------------------
009310* the store's summary line - records, bad records, bad fields,
009320* fields repaired - and its counts into the run totals
009330*----------------------------------------------------------------
009340 END-STORE-SEC    SECTION.
009350     ADD  1                 TO  WS-STORES-READ.
009360     ADD  WS-ST-RECORDS     TO  WS-TOT-RECORDS.
009370     ADD  WS-ST-BAD-RECS    TO  WS-TOT-BAD-RECS.
009380     ADD  WS-ST-BAD-FIELDS  TO  WS-TOT-BAD-FIELDS.
009390     ADD  WS-ST-REPAIRED    TO  WS-TOT-REPAIRED.
009400     MOVE  SPACES            TO  RPT-SUM-FMT.
009410     MOVE  WS-STORE-NAME     TO  RPT-S-STORE.
009420     EVALUATE  TRUE
009430         WHEN  WS-ST-BAD-FIELDS  =  0
009440             MOVE  'CLEAN     '  TO  RPT-S-VERDICT
009450         WHEN  WS-ST-REPAIRED  =  WS-ST-BAD-FIELDS
009460             MOVE  'REPAIRED  '  TO  RPT-S-VERDICT
009470         WHEN  OTHER
009480             MOVE  'BAD DATA  '  TO  RPT-S-VERDICT
009490     END-EVALUATE.
009500     MOVE  WS-ST-RECORDS     TO  RPT-S-RECORDS.
009510     MOVE  WS-ST-BAD-RECS    TO  RPT-S-BAD-RECS.
009520     MOVE  WS-ST-BAD-FIELDS  TO  RPT-S-BAD-FIELDS.
009530     MOVE  WS-ST-REPAIRED    TO  RPT-S-REPAIRED.
009540     MOVE  RPT-SUM-FMT  TO  RPT-LINE.
009550     WRITE  RPT-LINE.
009560 END-STORE-SEC-EX.
009570     EXIT.
009580/
009590 TERM-SEC         SECTION.
009600     MOVE  WS-STORES-READ     TO  WS-COUNT-ED.
009610     DISPLAY  'PACKSCAN: STORES READ         ' WS-COUNT-ED.
009620     MOVE  WS-STORES-MISSING  TO  WS-COUNT-ED.
009630     DISPLAY  'PACKSCAN: STORES NOT FOUND    ' WS-COUNT-ED.
009640     MOVE  WS-TOT-RECORDS     TO  WS-COUNT-ED.
009650     DISPLAY  'PACKSCAN: RECORDS CHECKED     ' WS-COUNT-ED.
009660     MOVE  WS-TOT-BAD-RECS    TO  WS-COUNT-ED.
009670     DISPLAY  'PACKSCAN: RECORDS WITH BAD DATA ' WS-COUNT-ED.
009680     MOVE  WS-TOT-BAD-FIELDS  TO  WS-COUNT-ED.
009690     DISPLAY  'PACKSCAN: BAD FIELDS FOUND    ' WS-COUNT-ED.
009700     IF  REPAIR-MODE
009710         MOVE  WS-TOT-REPAIRED    TO  WS-COUNT-ED
009720         DISPLAY  'PACKSCAN: FIELDS REPAIRED     ' WS-COUNT-ED
009730         MOVE  WS-TOT-REFUSED     TO  WS-COUNT-ED
009740         DISPLAY  'PACKSCAN: REPAIRS REFUSED     ' WS-COUNT-ED
009750         MOVE  WS-TOT-REWRITTEN   TO  WS-COUNT-ED
009760         DISPLAY  'PACKSCAN: RECORDS REWRITTEN   ' WS-COUNT-ED
009770         PERFORM  LIST-UNUSED-SEC
009780     END-IF.
009790     EVALUATE  TRUE
009800         WHEN  WS-TOT-BAD-FIELDS  =  0
009810             MOVE  'PACKSCAN: EVERY CHECKED FIELD IS VALID'
009820                   TO  RPT-LINE
009830         WHEN  REPAIR-MODE
009840               AND  WS-TOT-REPAIRED  =  WS-TOT-BAD-FIELDS
009850               AND  WS-TOT-REFUSED   =  0
009860             MOVE  'PACKSCAN: EVERY BAD FIELD REPAIRED'
009870                   TO  RPT-LINE
009880             MOVE  4  TO  RETURN-CODE
009890         WHEN  OTHER
009900             MOVE  'PACKSCAN: BAD PACKED/ZONED DATA REMAINS'
009910                   TO  RPT-LINE
009920             MOVE  'PACKSCAN'          TO  EL-PROGRAM
009930             MOVE  'CHECK-FIELD-SEC'   TO  EL-SECTION
009940             MOVE  'INVALID PACKED/ZONED/BINARY DATA'
009950                   TO  EL-MSG
009960             SET   EL-ERROR            TO  TRUE
009970             MOVE  8                   TO  EL-RETURN-CODE
009975             MOVE  'PKSCN001'          TO  EL-MSG-ID
009980             CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
009990             MOVE  8  TO  RETURN-CODE
010000     END-EVALUATE.
010010     WRITE  RPT-LINE.
010020     DISPLAY  RPT-LINE.
010030     IF  WS-FIX-REJECTED  >  0  OR  WS-FIX-UNUSED  >  0
010040         IF  RETURN-CODE  <  4
010050             MOVE  4  TO  RETURN-CODE
010060         END-IF
010070     END-IF.
010080     CLOSE  SCAN-RPT.
010090 TERM-SEC-EX.
010100     EXIT.
010110/
010120*----------------------------------------------------------------
010130* a card that matched no bad field was not needed - or names
010140* the wrong key - and the operator should know which
010150*----------------------------------------------------------------
010160 LIST-UNUSED-SEC  SECTION.
010170     PERFORM  VARYING  FIX-IDX  FROM  1  BY  1
010180         UNTIL  FIX-IDX  >  WS-FIX-COUNT
010190         IF  NOT  FIX-USED(FIX-IDX)
010200             ADD  1  TO  WS-FIX-UNUSED
010210             DISPLAY  'PACKSCAN: CARD NOT USED - '
010220                      WS-FIX-KEY(FIX-IDX) ' '
010230                      WS-FIX-FIELD(FIX-IDX) ' '
010240                      WS-FIX-HEX(FIX-IDX)
010250         END-IF
010260     END-PERFORM.
010270 LIST-UNUSED-SEC-EX.
010280     EXIT.
010290/
010300*----------------------------------------------------------------
010310* the end of a repair run: trail closed, stores released, and
010320* the run on the privileged-action audit
010330*----------------------------------------------------------------
010340 END-REPAIR-SEC   SECTION.
010350     CLOSE  AUD-FILE.
010360     SET   RL-DEQ     TO  TRUE.
010370     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
010380     MOVE  'PACKSCAN'            TO  OA-PROGRAM.
010390     MOVE  WS-OPERATOR           TO  OA-OPERATOR.
010400     MOVE  'PACKED DATA REPAIRED'  TO  OA-ACTION.
010410     MOVE  SPACES                TO  OA-DETAIL.
010420     MOVE  WS-TOT-REPAIRED       TO  WS-COUNT-ED.
010430     STRING  'FIELDS'            DELIMITED BY SIZE
010440             WS-COUNT-ED         DELIMITED BY SIZE
010450             ' RECS '            DELIMITED BY SIZE
010460         INTO  OA-DETAIL
010470     END-STRING.
010480     MOVE  WS-TOT-REWRITTEN      TO  WS-COUNT-ED.
010490     MOVE  WS-COUNT-ED           TO  OA-DETAIL(22:9).
010500     CALL  'OPSAUDIT'  USING  WS-OPSAUDIT-PARM.
010510 END-REPAIR-SEC-EX.
010520     EXIT.
