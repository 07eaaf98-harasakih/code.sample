000077             RECORD KEY    IS    NUM1  OF  V-REC01
000078             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000079                           WITH  DUPLICATES
000081             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000083                           WITH  DUPLICATES
000085             FILE STATUS   IS    WS-VOTFILE-STATUS.
000090     SELECT  F-OTFILE  ASSIGN TO     FFILE
000100             ORGANIZATION  IS    SEQUENTIAL
000101             FILE STATUS   IS    WS-FOTFILE-STATUS.
000102     SELECT  REJECT-FILE  ASSIGN TO   WS-REJECT-NAME
000103             ORGANIZATION  IS    LINE SEQUENTIAL
000106             FILE STATUS   IS    WS-REJECT-STATUS.
000107     SELECT  CHKPT-FILE  ASSIGN TO    WS-CHKPT-NAME
000108             ORGANIZATION  IS    LINE SEQUENTIAL
000109             FILE STATUS   IS    WS-CHKPT-STATUS.
000110     SELECT  INFILE      ASSIGN TO    INFILE
000111             ORGANIZATION  IS    SEQUENTIAL
000112             FILE STATUS   IS    WS-INFILE-STATUS.
000113     SELECT  RUNLOG-FILE  ASSIGN TO   RUNLOG
000114             ORGANIZATION  IS    LINE SEQUENTIAL
000115             FILE STATUS   IS    WS-RUNLOG-STATUS.
000116     SELECT  RUNHIST-FILE ASSIGN TO   RUNHIST
000117             ORGANIZATION  IS    LINE SEQUENTIAL
000118             FILE STATUS   IS    WS-RUNHIST-STATUS.
000119     SELECT  REJHIST-FILE ASSIGN TO   REJHIST
000120             ORGANIZATION  IS    LINE SEQUENTIAL
000121             FILE STATUS   IS    WS-REJHIST-STATUS.
000122     SELECT  RUNPROV-FILE ASSIGN TO   RUNPROV
000123             ORGANIZATION  IS    LINE SEQUENTIAL
000124             FILE STATUS   IS    WS-RUNPROV-STATUS.
000125     SELECT  GENCYC-FILE  ASSIGN TO   WS-GENCYC-NAME
000126             ORGANIZATION  IS    LINE SEQUENTIAL
000127             FILE STATUS   IS    WS-GENCYC-STATUS.
000128     SELECT  CYCCTL-FILE  ASSIGN TO   CYCCTL
000129             ORGANIZATION  IS    LINE SEQUENTIAL
000130             FILE STATUS   IS    WS-CYCCTL-STATUS.
000131     SELECT  V-ARCHIVE    ASSIGN TO   WS-V-ARCHIVE-NAME
000132             ORGANIZATION  IS    SEQUENTIAL
000133             FILE STATUS   IS    WS-VARCH-STATUS.
000134     SELECT  F-ARCHIVE    ASSIGN TO   WS-F-ARCHIVE-NAME
000135             ORGANIZATION  IS    SEQUENTIAL
000136             FILE STATUS   IS    WS-FARCH-STATUS.
000137     SELECT  ARCCAT-FILE  ASSIGN TO   ARCCAT
000138             ORGANIZATION  IS    LINE SEQUENTIAL
000139             FILE STATUS   IS    WS-ARCCAT-STATUS.
000140     SELECT  MASK-INFILE  ASSIGN TO   VPROD
000141             ORGANIZATION  IS    SEQUENTIAL
000142             FILE STATUS   IS    WS-MASKIN-STATUS.
000143     SELECT  PARTCTL-FILE ASSIGN TO   FWPARTS
000144             ORGANIZATION  IS    LINE SEQUENTIAL
000145             FILE STATUS   IS    WS-PARTCTL-STATUS.
000146     SELECT  PART-FILE    ASSIGN TO   WS-PART-NAME
000147             ORGANIZATION  IS    SEQUENTIAL
000148             FILE STATUS   IS    WS-PART-STATUS.
000149     SELECT  PART-REJECT  ASSIGN TO   WS-PREJ-NAME
000150             ORGANIZATION  IS    LINE SEQUENTIAL
000151             FILE STATUS   IS    WS-PREJ-STATUS.
000152
000153     COPY  keylay.
000154 DATA             DIVISION.
000155 FILE             SECTION.
000156 FD      V-OTFILE
000157         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
000160         DEPENDING ON  V-LL.
000170 01      V-REC01.
000171     COPY  vfile.
000172 01      V-HTR-REC  REDEFINES  V-REC01.
000173     03  HTR-KEY                      PIC  9(:KEY-LEN:).
000174     03  HTR-ID                       PIC  X(04).
000175       88  HTR-IS-HEADER                    VALUE 'HDR1'.
000176       88  HTR-IS-TRAILER                   VALUE 'TRL1'.
000177     03  HTR-RUN-DATE                 PIC  X(08).
000178     03  HTR-RECORD-COUNT             PIC  9(07).
000182     03  HTR-HASH-TOTAL               PIC  9(09).
000186     03  HTR-ENTITY                   PIC  X(02).
000190*    TRL1 only: the clock reading the build finished under, the
000194*    point VMOVREC counts the cluster's day of activity from
000198     03  HTR-BUILD-STAMP.
000202       05  HTR-BUILD-DATE             PIC  9(08).
000206       05  HTR-BUILD-TIME             PIC  9(08).
000210     03  FILLER                       PIC  X(:TAIL-46:).
000220
000230 FD      F-OTFILE.
000240 01      F-REC01.
000241     COPY  ffile.
000242 01      F-HTR-REC  REDEFINES  F-REC01.
000243     03  FHTR-KEY                     PIC  9(:KEY-LEN:).
000244     03  FHTR-ID                      PIC  X(04).
000245       88  FHTR-IS-HEADER                   VALUE 'HDR1'.
000246       88  FHTR-IS-TRAILER                  VALUE 'TRL1'.
000247     03  FHTR-RUN-DATE                PIC  X(08).
000248     03  FHTR-RECORD-COUNT            PIC  9(07).
000249     03  FHTR-HASH-TOTAL              PIC  9(09).
000250     03  FHTR-ENTITY                  PIC  X(02).
000251     03  FILLER                       PIC  X(:TAIL-30:).
000252 FD      REJECT-FILE.
000253 01      REJECT-REC                   PIC  X(80).
000254 FD      CHKPT-FILE.
000255 01      CHKPT-REC.
000256     COPY  chkptrec.
000257*
000258*    the consolidated feed FEEDGATE builds - each provider's
000259*    72-byte record tagged with the provider it came from
000260 FD      INFILE.
000261 01      INFILE-REC.
000265     COPY  infrec.
000266*
000267*    one record per run, telling BALRPT what the run was supposed
000268*    to produce, so the trailers written to V-OTFILE/F-OTFILE can
000275     03  FILLER                       PIC  X(01)  VALUE  SPACE.
000276     03  RLOG-EXPECT-HASH             PIC  9(09).
000277*
000287*    permanent run-history ledger - RUNLOG holds exactly one run
000297*    at a time, so every run also appends one of these, which is
000307*    where FRUNRPT's monthly volumes/reject-rate/restart numbers
000317*    come from
000327 FD      RUNHIST-FILE.
000337 01      RUNHIST-REC.
000347     03  RH-RUN-DATE                  PIC  X(08).
000357     03  FILLER                       PIC  X(01)  VALUE  SPACE.
000367     03  RH-REQUESTED                 PIC  9(04).
000377     03  FILLER                       PIC  X(01)  VALUE  SPACE.
000387     03  RH-WRITTEN                   PIC  9(07).
000397     03  FILLER                       PIC  X(01)  VALUE  SPACE.
000407     03  RH-HASH                      PIC  9(09).
000417     03  FILLER                       PIC  X(01)  VALUE  SPACE.
000427     03  RH-REJECTS                   PIC  9(05).
000437     03  FILLER                       PIC  X(01)  VALUE  SPACE.
000447     03  RH-RESTART-FLAG              PIC  X(01).
000457       88  RH-WAS-RESTART                   VALUE 'R'.
000467       88  RH-WAS-FRESH                     VALUE 'F'.
000477     03  FILLER                       PIC  X(01)  VALUE  SPACE.
000487     03  RH-ENTITY                    PIC  X(02).
000497*
000507*    every run's edit rejects, kept across cycles - REJHIST-SEC
000517 FD      REJHIST-FILE.
000527 01      REJHIST-REC.
000537     COPY  rejhist.
000547*
000557*    per-provider volumes of the same run, one line per feed
000567*    provider seen on INFILE, keyed by the run's RUN-ID
000577 FD      RUNPROV-FILE.
000587 01      RUNPROV-REC.
000597     COPY  runprov.
000607*
000617*    one record, this program's generation-archival cycle counter
000627*    for one entity's live files - see ARCHIVE-CHECK-SEC
000637 FD      GENCYC-FILE.
000647 01      GENCYC-REC.
000657     COPY  gencyc.
000667*
000677*    cycle-control: one record per guarded program and entity
000687*    carrying the last cycle date it completed, checked at
000697*    startup so the same cycle cannot be run twice by accident;
000707*    a blank entity is a line written before entities, the
000717*    home entity's
000727 FD      CYCCTL-FILE.
000737 01      CYCCTL-REC.
000747     03  CY-PROGRAM                   PIC  X(08).
000757     03  FILLER                       PIC  X(01).
000767     03  CY-LAST-DATE                 PIC  X(08).
000777     03  FILLER                       PIC  X(01).
000787     03  CY-ENTITY                    PIC  X(02).
000797*
000807*    dated copies of V-OTFILE/F-OTFILE written just before the
000817*    next run's OPEN OUTPUT would otherwise overwrite them
000827 FD      V-ARCHIVE
000837         RECORD CONTAINS  :REC-LEN:  CHARACTERS.
000847 01      V-ARCH-REC.
000857     COPY  vfile.
000867 FD      F-ARCHIVE
000877         RECORD CONTAINS  :REC-LEN:  CHARACTERS.
000887 01      F-ARCH-REC.
000897     COPY  ffile.
000907*
000917*    one catalog record appended per archive dataset written, so
000927*    ARCMAINT's retention purge/restore and the archive readers
000937*    know what generations exist without a directory listing
000947 FD      ARCCAT-FILE.
000957 01      ARCCAT-REC.
000967     COPY  arccat.
000977*
000987*    real production VFILE records, read and scrubbed by
000997*    MASK-READ-SEC in place of the WORK-B synthetic pattern when
001007*    N-RECORD's PARM requests masking mode
001017 FD      MASK-INFILE
001027         RECORD CONTAINS  :REC-LEN:  CHARACTERS.
001037 01      MASK-IN-REC.
001047     COPY  vfile.
001057*
001067*    the key-range partition control file - see fwpart.cbl
001077 FD      PARTCTL-FILE.
001087 01      PARTCTL-REC.
001097     COPY  fwpart.
001107*
001117*    one partition's share of the build, FFILE-shaped details
001127*    in key order closed off by a PTR1 completion trailer the
001137*    merge insists on before it touches the live files
001147 FD      PART-FILE.
001157 01      PART-REC.
001167     COPY  ffile.
001177 01      PART-TRL-REC  REDEFINES  PART-REC.
001187     03  PTR-KEY                      PIC  9(:KEY-LEN:).
001197     03  PTR-ID                       PIC  X(04).
001207       88  PTR-IS-TRAILER                   VALUE 'PTR1'.
001217     03  PTR-RUN-DATE                 PIC  X(08).
001227     03  PTR-RECORD-COUNT             PIC  9(07).
001237     03  PTR-HASH-TOTAL               PIC  9(09).
001247     03  PTR-REQUESTED                PIC  9(04).
001257     03  PTR-REJECT-COUNT             PIC  9(05).
001267     03  PTR-RESTART-FLAG             PIC  X(01).
001277       88  PTR-WAS-RESTART                  VALUE 'R'.
001287     03  PTR-PROV-AREA.
001297       05  PTR-PROV-COUNT             PIC  9(02).
001307       05  PTR-PROV-ENTRY  OCCURS  10  TIMES.
001317         07  PTR-PROV-ID              PIC  X(04).
001327         07  PTR-PROV-WRITTEN         PIC  9(07).
001337         07  PTR-PROV-REJECTS         PIC  9(05).
001347     03  FILLER                       PIC  X(:TAIL-200:).
001357*
001367*    one partition's reject lines, gathered into VREJECT by the
001377*    merge in partition order
001387 FD      PART-REJECT.
001397 01      PART-REJECT-REC              PIC  X(80).
001407
001417 WORKING-STORAGE  SECTION.
001427
001437 01     WORK-A.
001447   03   V-LL            PIC     9(04)   COMP.
001457   03   II              PIC     9(04)   COMP.
001467   03   N-RECORD        PIC     9(04)   COMP  VALUE  10.
001477   03   ISEOF           PIC     9(04)   COMP.
001487   03   WS-PARM-LINE    PIC     X(09).
001497*  header/trailer length matches the cluster's minimum record
001507*  length, which must reach past GROUP-1 (byte 97) now that the
001517*  alternate indexes are keyed on it and on NCH (bytes 87-96) -
001527*  106 covers the whole fixed head of the record ahead of the
001537*  FILLER tail
001547   03   HDR-TRL-LL      PIC     9(04)   COMP  VALUE  :REC-MIN:.
001557   03   TRL-LL          PIC     9(04)   COMP  VALUE  :REC-MIN:.
001567   03   WS-RUN-DATE     PIC     X(08).
001577   03   WS-RUN-SEQ      PIC     9(04)          VALUE  1.
001587   03   WS-START-II     PIC     9(04)   COMP.
001597   03   WS-HASH-TOTAL   PIC     9(09)   COMP  VALUE  0.
001607   03   WS-WRITTEN-COUNT PIC    9(07)   COMP  VALUE  0.

001617 01     WS-IO-STATUS-AREA.
001627   03   WS-VOTFILE-STATUS  PIC  X(02).
001637   03   WS-FOTFILE-STATUS  PIC  X(02).
001647   03   WS-REJECT-STATUS   PIC  X(02).
001657   03   WS-RUNLOG-STATUS   PIC  X(02).
001667   03   WS-RUNHIST-STATUS  PIC  X(02).
001677   03   WS-REJHIST-STATUS  PIC  X(02).
001687   03   WS-RUNPROV-STATUS  PIC  X(02).
001697   03   WS-GENCYC-STATUS   PIC  X(02).
001707   03   WS-VARCH-STATUS    PIC  X(02).
001717   03   WS-FARCH-STATUS    PIC  X(02).
001727   03   WS-IO-STATUS       PIC  X(02).
001737   03   WS-IO-WHERE        PIC  X(20).
001747
001757
001767*    generation-archival: an archive copy of V-OTFILE/F-OTFILE is
001777*    taken every WS-ARCHIVE-EVERY successful cycles, just before
001787*    the run that would otherwise overwrite them with no history
001797*    kept, using a run-date-stamped external name for each archive
001807 01     WS-ARCHIVE-AREA.
001817   03   WS-ARCHIVE-EVERY   PIC  9(02)      VALUE  3.
001827   03   WS-V-ARCHIVE-NAME.
001837     05  WS-V-ARCHIVE-TAG   PIC  X(04).
001847     05  WS-V-ARCHIVE-DATE  PIC  X(08).
001857     05  WS-V-ARCHIVE-SEQ   PIC  9(04).
001867   03   WS-F-ARCHIVE-NAME.
001877     05  WS-F-ARCHIVE-TAG   PIC  X(04).
001887     05  WS-F-ARCHIVE-DATE  PIC  X(08).
001897     05  WS-F-ARCHIVE-SEQ   PIC  9(04).
001907   03   WS-VARCH-EOF-SW    PIC  X(01)  VALUE  'N'.
001917     88  VARCH-EOF                 VALUE  'Y'.
001927   03   WS-FARCH-EOF-SW    PIC  X(01)  VALUE  'N'.
001937     88  FARCH-EOF                 VALUE  'Y'.
001947   03   WS-ARCCAT-STATUS   PIC  X(02).
001957   03   WS-ARCH-REC-COUNT  PIC  9(07)  COMP  VALUE  0.
001967   03   WS-ARCH-CAT-NAME   PIC  X(16).
001977*    the counter is kept per entity: VGENCYC for the home
001987*    entity, VGENCYee for entity ee
001997   03   WS-GENCYC-NAME     PIC  X(08)  VALUE  'VGENCYC'.
002007   03   WS-OUT-ENTITY      PIC  X(02).
002017*    duplicate same-cycle run guard - see CHECK-CYCLE-SEC
002027 01     WS-CYCLE-GUARD-AREA.
002037   03   WS-CYCCTL-STATUS   PIC  X(02).
002047   03   WS-CYCCTL-EOF-SW   PIC  X(01)  VALUE  'N'.
002057     88  CYCCTL-EOF               VALUE  'Y'.
002067   03   WS-OVERRIDE-SW     PIC  X(01)  VALUE  'N'.
002077     88  OVERRIDE-ON              VALUE  'Y'.
002087   03   WS-CYC-FOUND-SW    PIC  X(01)  VALUE  'N'.
002097     88  CYC-ENTRY-FOUND          VALUE  'Y'.
002107   03   WS-CYC-TABLE.
002117     05  WS-CYC-ENTRY  OCCURS  40  TIMES.
002127       07  WS-CYC-PROGRAM  PIC  X(08).
002137       07  WS-CYC-DATE     PIC  X(08).
002147       07  WS-CYC-ENTITY   PIC  X(02).
002157   03   WS-CYC-COUNT       PIC  9(02)  COMP  VALUE  0.
002167   03   WS-CYC-SUB         PIC  9(02)  COMP.
002177 01     WS-RESTART-AREA.
002187   03   WS-RESTART-POINT   PIC  9(04)  COMP  VALUE  0.
002197   03   WS-CHKPT-STATUS    PIC  X(02).
002207   03   WS-CHKPT-EOF-SW    PIC  X(01)  VALUE  'N'.
002217     88  CHKPT-EOF               VALUE  'Y'.
002227*    a partition run checkpoints to VCHKPnn and rejects to
002237*    VREJPnn instead - see GET-PARM-SEC
002247   03   WS-CHKPT-NAME      PIC  X(08)  VALUE  'VCHKPT'.
002257   03   WS-REJECT-NAME     PIC  X(08)  VALUE  'VREJECT'.
002267*
002277* key-range partitioned build: PARM byte 7 'P' with the partition
002287* number in bytes 8-9 builds just that partition's FWPARTS key
002297* range into its own FWPDATnn file, with its own VREJPnn rejects
002307* and VCHKPnn checkpoint, so any number of partitions can run at
002317* once and a failed one restarts alone; byte 7 'J' is the merge
002327* step that joins the completed partitions into the live files
002337*
002347 01     WS-PARTITION-AREA.
002357   03   WS-BUILD-MODE      PIC  X(01)  VALUE  SPACE.
002367     88  SERIAL-BUILD            VALUE  SPACE.
002377     88  PARTITION-BUILD         VALUE  'P'.
002387     88  MERGE-BUILD             VALUE  'J'.
002397   03   WS-PART-NO         PIC  9(02)  VALUE  0.
002407   03   WS-END-II          PIC  9(04)  COMP.
002417   03   WS-SKIP-COUNT      PIC  9(04)  COMP.
002427   03   WS-PARTCTL-STATUS  PIC  X(02).
002437   03   WS-PART-STATUS     PIC  X(02).
002447   03   WS-PREJ-STATUS     PIC  X(02).
002457   03   WS-PARTCTL-EOF-SW  PIC  X(01)  VALUE  'N'.
002467     88  PARTCTL-EOF             VALUE  'Y'.
002477   03   WS-PART-EOF-SW     PIC  X(01)  VALUE  'N'.
002487     88  PART-EOF                VALUE  'Y'.
002497   03   WS-PART-ERROR-SW   PIC  X(01)  VALUE  'N'.
002507     88  PART-ERROR              VALUE  'Y'.
002517   03   WS-PART-RESTART-SW PIC  X(01)  VALUE  'N'.
002527     88  PART-RESTARTED          VALUE  'Y'.
002537   03   WS-PART-DONE-SW    PIC  X(01)  VALUE  'N'.
002547     88  PART-DONE               VALUE  'Y'.
002557   03   WS-PART-NAME.
002567     05  WS-PART-TAG       PIC  X(06)  VALUE  'FWPDAT'.
002577     05  WS-PART-SUFFIX    PIC  9(02).
002587   03   WS-PREJ-NAME.
002597     05  WS-PREJ-TAG       PIC  X(05)  VALUE  'VREJP'.
002607     05  WS-PREJ-SUFFIX    PIC  9(02).
002617   03   WS-PART-REASON     PIC  X(40).
002627   03   WS-PART-PROGRAM    PIC  X(08).
002637   03   WS-PT-TABLE.
002647     05  WS-PT-ENTRY  OCCURS  20  TIMES.
002657       07  WS-PT-NO        PIC  9(02).
002667       07  WS-PT-LOW       PIC  9(04).
002677       07  WS-PT-HIGH      PIC  9(04).
002687   03   WS-PT-COUNT        PIC  9(02)  COMP  VALUE  0.
002697   03   WS-PT-SUB          PIC  9(02)  COMP.
002707   03   WS-PT-LOW-KEY      PIC  9(04)  COMP.
002717   03   WS-PT-HIGH-KEY     PIC  9(04)  COMP.
002727
002737 01     WS-INFILE-AREA.
002747   03   WS-INFILE-STATUS   PIC  X(02).
002757   03   WS-INFILE-EOF-SW   PIC  X(01)  VALUE  'N'.
002767     88  INFILE-EOF              VALUE  'Y'.
002777   03   WS-CURRENT-REC     PIC  X(72).
002787   03   WS-CURRENT-PROVIDER PIC X(04).
002797   03   WS-OWN-REC-SW      PIC  X(01)  VALUE  'N'.
002807     88  OWN-REC-READ            VALUE  'Y'.
002817*
002827* the legal entity this cycle builds for (ENTCHK off BATCHDRV's
002837* ENTITY setting) and its NUM1 key base off the ENTITIES
002847* register - the live files are rebuilt for one entity at a
002857* time, every detail stamped with it and keyed from its base
002867* so no two entities' keys meet in the permanent stores. feed
002877* records tagged for another entity are passed over and counted
002887*
002897 01     WS-ENTITY-AREA.
002907   03   WS-CYCLE-ENTITY    PIC  X(02).
002917   03   WS-HOME-ENTITY     PIC  X(02).
002927   03   WS-REC-ENTITY      PIC  X(02).
002937   03   WS-KEY-BASE        PIC  9(04)  COMP  VALUE  0.
002947   03   WS-KEY             PIC  9(04)  COMP.
002957   03   WS-FOREIGN-COUNT   PIC  9(07)  COMP  VALUE  0.
002967*
002977* written and rejected counts by the provider tag on INFILE, for
002987* the RUNPROV ledger. a partition carries its own in its PTR1
002997* trailer and the merge adds them up (WS-PTR-PROV-SAVE holds the
003007* last good trailer's while a partition is scanned)
003017*
003027 01     WS-PROVIDER-AREA.
003037   03   WS-PRV-COUNT       PIC  9(02)  COMP  VALUE  0.
003047   03   WS-PRV-SUB         PIC  9(02)  COMP.
003057   03   WS-PRV-IN          PIC  9(02)  COMP.
003067   03   WS-PRV-ENTRY  OCCURS  10  TIMES.
003077     05  WS-PRV-ID         PIC  X(04).
003087     05  WS-PRV-WRITTEN    PIC  9(07)  COMP.
003097     05  WS-PRV-REJECTS    PIC  9(05)  COMP.
003107   03   WS-PTR-PROV-SAVE.
003117     05  WS-PTS-COUNT      PIC  9(02).
003127     05  WS-PTS-ENTRY  OCCURS  10  TIMES.
003137       07  WS-PTS-ID       PIC  X(04).
003147       07  WS-PTS-WRITTEN  PIC  9(07).
003157       07  WS-PTS-REJECTS  PIC  9(05).
003167*
003177* data-masking mode: a 5th PARM byte of 'M' reads and scrubs real
003187* production VFILE records off MASK-INFILE instead of generating
003197* from the WORK-B synthetic pattern, so edge cases in real data
003207* show up in test cycles without exposing the real REC-DATA value
003217*
003227   03   WS-MASK-MODE-SW    PIC  X(01)  VALUE  'N'.
003237     88  MASK-MODE-ON            VALUE  'Y'.
003247   03   WS-MASKIN-STATUS   PIC  X(02).
003257   03   WS-MASKIN-EOF-SW   PIC  X(01)  VALUE  'N'.
003267     88  MASKIN-EOF              VALUE  'Y'.
003277 01     WS-ERRLOG-PARM.
003287     COPY  errlog.
003297 01     WS-DATECALC-PARM.
003307     COPY  datecalc.
003317 01     WS-RESLOCK-PARM.
003327     COPY  reslock.
003337 01     WS-MSGFMT-PARM.
003347     COPY  msgfmt.
003357 01     WS-CLEANSED-ED     PIC  ZZZZ9.
003367 01     WS-FLDEDIT-PARM.
003377     COPY  fldedit.
003387 01     WS-GRPEDIT-PARM.
003397     COPY  grpedit.
003407 01     WS-OPSAUDIT-PARM.
003417     COPY  opsaudit.
003427 01     WS-CTLTOT-PARM.
003437     COPY  ctltot.
003447 01     WS-RECCHECK-PARM.
003457     COPY  reccheck.
003467 01     WS-JOBACCT-PARM.
003477     COPY  jobacct.
003487 01     WS-RULECHK-PARM.
003497     COPY  rulechk.
003507 01     WS-RECCLEAN-PARM.
003517     COPY  recclean.
003527 01     WS-ENTCHK-PARM.
003537     COPY  entchk.
003547 01     WS-RECSUM-PARM.
003557     COPY  recsum.
003567*    the detail record as it will be written, for the business
003577*    rules - see RULE-CHECK-SEC
003587 01     WS-RULE-IMG-R.
003597     COPY  vfile.
003607 01     WS-GUARD-PARM.
003617     03  WG-OPERATION             PIC  X(01).
003627       88  WG-ADD                       VALUE 'A'.
003637       88  WG-SUBTRACT                  VALUE 'S'.
003647       88  WG-DIVIDE                    VALUE 'D'.
003657     03  WG-OPERAND-1             PIC  S9(05) COMP-3.
003667     03  WG-OPERAND-2             PIC  S9(05) COMP-3.
003677     03  WG-RESULT                PIC  S9(05) COMP-3.
003687     03  WG-STATUS                PIC  X(01).
003697       88  WG-OK                        VALUE '0'.
003707       88  WG-SIZE-ERROR                VALUE '1'.
003717       88  WG-ZERO-DIVIDE               VALUE '2'.
003727 01     WORK-B.
003737   03   FILLER   PIC  X(36)
003747          VALUE  '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
003757   03   FILLER   PIC  X(26)  VALUE  'abcdefghijklmnopqrstuvwxyz'.
003767   03   FILLER   PIC  X(4096) VALUE SPACE.
003777
003787 01     WS-EDIT-AREA.
003797   03   WS-MOD10        PIC     9(02).
003807   03   WS-MOD100       PIC     9(02).
003817   03   WS-MOD7         PIC     9(01).
003827   03   WS-MOD-QUOT     PIC     9(09).
003837   03   WS-EDIT-SW      PIC     X(01).
003847     88  WS-EDIT-OK               VALUE  'Y'.
003857     88  WS-EDIT-REJECT           VALUE  'N'.
003867   03   WS-REJECT-COUNT PIC     9(05)  COMP  VALUE  0.
003877   03   WS-RULE-WARN-COUNT PIC  9(05)  COMP  VALUE  0.
003887   03   WS-CLEANSED-COUNT  PIC  9(05)  COMP  VALUE  0.
003897   03   WS-BRK-SUB      PIC     9(02)  COMP.
003907
003917 01     WS-EDIT-FIELDS.
003927   03   WS-SPACK        PIC   S9(01).
003937   03   WS-UPACK        PIC    9(01).
003947   03   WS-SZONE        PIC   S9(02).
003957   03   WS-UZONE        PIC    9(02).
003967   03   WS-NCH          PIC    N(05).
003977   03   WS-GROUP-CODE   PIC    X(01).
003987
003997 01     REJ-EDIT.
004007   03   REJ-SOURCE      PIC     X(01).
004017   03   FILLER          PIC     X(01)  VALUE  SPACE.
004027   03   REJ-NUM1        PIC     9(:KEY-LEN:).
004037   03   FILLER          PIC     X(01)  VALUE  SPACE.
004047   03   REJ-FIELD       PIC     X(10).
004057   03   FILLER          PIC     X(01)  VALUE  SPACE.
004067   03   REJ-VALUE       PIC     -999.
004077   03   FILLER          PIC     X(01)  VALUE  SPACE.
004087   03   REJ-REASON      PIC     X(30).
004097   03   FILLER          PIC     X(01)  VALUE  SPACE.
004107   03   REJ-GROUP       PIC     X(01).
004117   03   FILLER          PIC     X(01)  VALUE  SPACE.
004127   03   REJ-RUN-DATE    PIC     X(08).
004137   03   FILLER          PIC     X(01)  VALUE  SPACE.
004147   03   REJ-RUN-SEQ     PIC     9(04).
004157
004167 01     WS-KEYMODE-PARM.
004177     COPY  keymode.
004187 PROCEDURE        DIVISION.
004197 MAIN             SECTION.
004207*    the stores must carry the key layout this program is built
004217*    for - see KEYMODE
004227     MOVE  'FILEW'     TO  KM-PROGRAM.
004237     MOVE  0           TO  KM-RUN-DATE.
004247     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
004257     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
004267     IF  KM-REFUSE
004277         MOVE  16  TO  RETURN-CODE
004287         STOP RUN
004297     END-IF.
004307     PERFORM  SELFCHK-SEC.
004317     PERFORM  GET-PARM-SEC.
004327*    the VFILE cluster is serialized across FILEW, VKSDSUPD,
004337*    VBATCHUPD, VONLINE, FRECON, and BALRPT through the shared
004347*    RESLOCK callable, so an online browse or update can no
004357*    longer read a half-built file out from under this build
004367*    - a partition never opens the cluster, so partitions run
004377*    side by side without it and only the merge takes the lock
004387     IF  NOT  PARTITION-BUILD
004397         PERFORM  VFILE-ENQ-SEC
004407     END-IF.
004417*    the merge is rebuilt whole from the partition files each
004427*    time it runs, so it has no checkpoint of its own to resume
004437     IF  NOT  MERGE-BUILD
004447         PERFORM  CHECK-RESTART-SEC
004457     END-IF.
004467*    the run is stamped with the official business cycle date,
004477*    not the raw machine date - DATECALC owns the weekend/
004487*    holiday/month-end rules and the holiday calendar file
004497     SET   DC-CYCLE-DATE  TO  TRUE.
004507     MOVE  0              TO  DC-IN-DATE.
004517     CALL  'DATECALC'  USING  WS-DATECALC-PARM.
004527     MOVE  DC-OUT-DATE    TO  WS-RUN-DATE.
004537     PERFORM  GET-ENTITY-SEC.
004547     IF  PARTITION-BUILD  OR  MERGE-BUILD
004557         PERFORM  LOAD-PARTS-SEC
004567     END-IF.
004577     PERFORM  CHECK-CYCLE-SEC.
004587     PERFORM  DERIVE-RUNSEQ-SEC.
004597     IF  MERGE-BUILD
004607         PERFORM  MERGE-PRECHECK-SEC
004617     END-IF.
004627*    a restart resumes the cycle the interrupted fresh run
004637*    already counted toward the archive interval, and both
004647*    output files hold that run's partial build - nothing is
004657*    complete enough to archive and the cycle must not count
004667*    twice
004677     IF  WS-RESTART-POINT  =  0  AND  NOT  PARTITION-BUILD
004687         PERFORM  ARCHIVE-CHECK-SEC
004697     END-IF.
004707*    a restarted partition keeps the rejects it already logged
004717     IF  PARTITION-BUILD  AND  WS-RESTART-POINT  >  0
004727         OPEN  EXTEND  REJECT-FILE
004737         IF  WS-REJECT-STATUS  NOT =  '00'
004747             OPEN  OUTPUT  REJECT-FILE
004757         END-IF
004767     ELSE
004777         OPEN  OUTPUT  REJECT-FILE
004787     END-IF.
004797     MOVE  WS-REJECT-STATUS  TO  WS-IO-STATUS.
004807     MOVE  'MAIN OPEN'       TO  WS-IO-WHERE.
004817     PERFORM  CHECK-STATUS-SEC.
004827     EVALUATE  TRUE
004837         WHEN  PARTITION-BUILD
004847             PERFORM  GEN-PART-SEC
004857         WHEN  MERGE-BUILD
004867             PERFORM  MERGE-PARTS-SEC
004877         WHEN  OTHER
004887             PERFORM  GEN-SEC-W
004897     END-EVALUATE.
004907*    a partition is not a run in its own right - RUNLOG, RUNHIST
004917*    and the cycle record are written once, by the merge, so
004927*    BALRPT and FRUNRPT see one logical run
004937     IF  NOT  PARTITION-BUILD
004947         PERFORM  WRITE-RUNLOG-SEC
004957         PERFORM  RECORD-CYCLE-SEC
004967     END-IF.
004977     DISPLAY 'FILEW: RECORDS REJECTED ON EDIT ' WS-REJECT-COUNT.
004987     IF  WS-FOREIGN-COUNT  >  0
004997         DISPLAY 'FILEW: FEED RECORDS OF OTHER ENTITIES '
005007                 WS-FOREIGN-COUNT ' PASSED OVER'
005017     END-IF.
005027     DISPLAY 'FILEW: BUSINESS RULE WARNINGS   '
005037             WS-RULE-WARN-COUNT.
005047     MOVE  WS-CLEANSED-COUNT  TO  WS-CLEANSED-ED.
005057     SET   MG-DISPLAY  TO  TRUE.
005067     MOVE  'FILEW004'  TO  MG-MSG-ID.
005077     MOVE  'MAIN'      TO  MG-SECTION.
005087     MOVE  WS-CLEANSED-ED  TO  MG-VALUE(1).
005097     SET   MG-INFO     TO  TRUE.
005107     MOVE  'RECORDS CLEANSED ON ENTRY &1'  TO  MG-TEXT.
005117     PERFORM  ISSUE-MSG-SEC.
005127     CLOSE  REJECT-FILE.
005137     MOVE  WS-REJECT-STATUS  TO  WS-IO-STATUS.
005147     MOVE  'MAIN CLOSE'      TO  WS-IO-WHERE.
005157     PERFORM  CHECK-STATUS-SEC.
005167     MOVE  'FILEW'               TO  JA-PROGRAM.
005177     MOVE  'RECORDS WRITTEN'     TO  JA-COUNT-NAME.
005187     MOVE  WS-WRITTEN-COUNT      TO  JA-COUNT-VALUE.
005197     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
005207     MOVE  'RECORDS REJECTED'    TO  JA-COUNT-NAME.
005217     MOVE  WS-REJECT-COUNT       TO  JA-COUNT-VALUE.
005227     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
005237*    step-boundary control totals for PIPECHK - both output
005247*    files carry the same count and hash by construction
005257     IF  PARTITION-BUILD
005267         EXIT PROGRAM
005277     END-IF.
005287     PERFORM  REJHIST-SEC.
005297     MOVE  'FILEW'               TO  CT-PROGRAM.
005307     MOVE  'VFILE'               TO  CT-FILE.
005317     MOVE  WS-WRITTEN-COUNT      TO  CT-COUNT.
005327     MOVE  WS-HASH-TOTAL         TO  CT-HASH.
005337     CALL  'CTLTOT'  USING  WS-CTLTOT-PARM.
005347     MOVE  'FFILE'               TO  CT-FILE.
005357     CALL  'CTLTOT'  USING  WS-CTLTOT-PARM.
005367     SET   RL-DEQ     TO  TRUE.
005377     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
005387     EXIT PROGRAM.
005397 MAIN-EX.
005407/
005417*----------------------------------------------------------------
005427* the number of test records to write is normally taken from the
005437* EXEC PGM=FILEW,PARM= card, delivered here by the runtime as
005447* the job step's command line; a missing or non-numeric PARM
005457* leaves N-RECORD at its compiled-in default of 10
005467*----------------------------------------------------------------
005477*----------------------------------------------------------------
005487* confirms vfile.cbl/ffile.cbl still compile to the length
005497* V-OTFILE/F-OTFILE were built against before either file is
005507* opened - a copybook edited out from under this program would
005517* otherwise show up only as a truncated or misaligned record
005527*----------------------------------------------------------------
005537 SELFCHK-SEC      SECTION.
005547     MOVE  'VFILE'             TO  RC-STRUCTURE-NAME.
005557     MOVE  LENGTH OF V-REC01   TO  RC-ACTUAL-LENGTH.
005567     MOVE  :REC-LEN:           TO  RC-EXPECT-LENGTH.
005577     CALL  'RECCHK'  USING  WS-RECCHECK-PARM.
005587     IF  RC-MISMATCH
005597         DISPLAY  'FILEW: RECORD LENGTH CHECK FAILED FOR '
005607                  RC-STRUCTURE-NAME
005617         DISPLAY  'FILEW: EXPECTED ' RC-EXPECT-LENGTH
005627                  ' ACTUAL ' RC-ACTUAL-LENGTH
005637         MOVE  16  TO  RETURN-CODE
005647         STOP RUN
005657     END-IF.
005667     MOVE  'FFILE'             TO  RC-STRUCTURE-NAME.
005677     MOVE  LENGTH OF F-REC01   TO  RC-ACTUAL-LENGTH.
005687     MOVE  :REC-LEN:           TO  RC-EXPECT-LENGTH.
005697     CALL  'RECCHK'  USING  WS-RECCHECK-PARM.
005707     IF  RC-MISMATCH
005717         DISPLAY  'FILEW: RECORD LENGTH CHECK FAILED FOR '
005727                  RC-STRUCTURE-NAME
005737         DISPLAY  'FILEW: EXPECTED ' RC-EXPECT-LENGTH
005747                  ' ACTUAL ' RC-ACTUAL-LENGTH
005757         MOVE  16  TO  RETURN-CODE
005767         STOP RUN
005777     END-IF.
005787 SELFCHK-SEC-EX.
005797     EXIT.
005807/
005817 GET-PARM-SEC     SECTION.
005827     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
005837*    the chain preflight's identity handshake: a reserved PARM
005847*    of IDENTIFY? answers the program's identity and ends clean
005857*    without running the build - see BATCHDRV's preflight mode
005867     IF  WS-PARM-LINE  =  'IDENTIFY?'
005877         DISPLAY  'FILEW: IDENTIFY - COMPILED ' WHEN-COMPILED
005887         MOVE  0  TO  RETURN-CODE
005897         STOP RUN
005907     END-IF.
005917     IF  WS-PARM-LINE(1:4)  IS  NUMERIC
005927             AND  WS-PARM-LINE(1:4)  NOT  =  ZERO
005937         MOVE  WS-PARM-LINE(1:4)  TO  N-RECORD
005947     END-IF.
005957     IF  WS-PARM-LINE(5:1)  =  'M'
005967         SET  MASK-MODE-ON  TO  TRUE
005977     END-IF.
005987*    byte 6 'O' is the explicit operator override for the
005997*    duplicate same-cycle run guard
006007     IF  WS-PARM-LINE(6:1)  =  'O'
006017         SET  OVERRIDE-ON  TO  TRUE
006027     END-IF.
006037*    byte 7 'P' builds one key-range partition, numbered in
006047*    bytes 8-9, into its own data, reject and checkpoint files;
006057*    byte 7 'J' merges the completed partitions into the live
006067*    files; anything else is the ordinary serial build
006077     IF  WS-PARM-LINE(7:1)  =  'P'
006087         IF  WS-PARM-LINE(8:2)  IS  NUMERIC
006097                 AND  WS-PARM-LINE(8:2)  NOT =  ZERO
006107             SET   PARTITION-BUILD    TO  TRUE
006117             MOVE  WS-PARM-LINE(8:2)  TO  WS-PART-NO
006127             MOVE  WS-PART-NO         TO  WS-PART-SUFFIX
006137             MOVE  WS-PART-NO         TO  WS-PREJ-SUFFIX
006147             MOVE  WS-PREJ-NAME       TO  WS-REJECT-NAME
006157             MOVE  SPACES             TO  WS-CHKPT-NAME
006167             STRING  'VCHKP'  WS-PART-NO  DELIMITED BY SIZE
006177                 INTO  WS-CHKPT-NAME
006187         ELSE
006197             DISPLAY  'FILEW: PARTITION NUMBER MISSING FROM PARM '
006207                      WS-PARM-LINE
006217             MOVE  16  TO  RETURN-CODE
006227             STOP RUN
006237         END-IF
006247     END-IF.
006257     IF  WS-PARM-LINE(7:1)  =  'J'
006267         SET  MERGE-BUILD  TO  TRUE
006277     END-IF.
006287 GET-PARM-SEC-EX.
006297/
006307*----------------------------------------------------------------
006317* writes one RUNLOG record telling BALRPT/FRECON what this run's
006327* trailers ought to add up to once the files are built. This runs
006337* after GEN-SEC-W, so WS-WRITTEN-COUNT/WS-HASH-TOTAL already hold
006347* the actual count and hash of the records written rather than a
006357* closed-form guess that would not know about EDIT-DETAIL-SEC's
006367* every-7th-record rejects
006377*----------------------------------------------------------------
006387*----------------------------------------------------------------
006397* the entity this cycle is for, with its key base: a cycle
006407* entity off the register, or a base that leaves no room for
006417* the requested records below the trailer key, abandons the
006427* run before anything is opened
006437*----------------------------------------------------------------
006447 GET-ENTITY-SEC   SECTION.
006457     SET   EC-CYCLE-ENTITY  TO  TRUE.
006467     CALL  'ENTCHK'  USING  WS-ENTCHK-PARM.
006477     IF  EC-UNKNOWN
006487         DISPLAY  'FILEW: ENTITY ' EC-ENTITY
006497                  ' NOT ON THE ENTITIES REGISTER - RUN ABANDONED'
006507         PERFORM  ABANDON-RUN-SEC
006517     END-IF.
006527     MOVE  EC-ENTITY    TO  WS-CYCLE-ENTITY.
006537     MOVE  EC-HOME      TO  WS-HOME-ENTITY.
006547     MOVE  EC-KEY-BASE  TO  WS-KEY-BASE.
006557     IF  WS-KEY-BASE  +  N-RECORD  >  9998
006567         DISPLAY  'FILEW: ENTITY ' WS-CYCLE-ENTITY ' KEY BASE '
006577                  EC-KEY-BASE ' LEAVES NO ROOM FOR ' N-RECORD
006587                  ' RECORDS - RUN ABANDONED'
006597         PERFORM  ABANDON-RUN-SEC
006607     END-IF.
006617     DISPLAY  'FILEW: ENTITY ' WS-CYCLE-ENTITY ' ' EC-NAME.
006627 GET-ENTITY-SEC-EX.
006637     EXIT.
006647/
006657*----------------------------------------------------------------
006667* this run's lineage sequence: one more than the runs RUNHIST
006677* already carries for this cycle date, so the RUN-ID stamped on
006687* every detail joins back to exactly one RUNHIST line
006697*----------------------------------------------------------------
006707 DERIVE-RUNSEQ-SEC  SECTION.
006717     MOVE  1    TO  WS-RUN-SEQ.
006727     OPEN  INPUT  RUNHIST-FILE.
006737     IF  WS-RUNHIST-STATUS  =  '00'
006747         PERFORM  COUNT-RUNSEQ-SEC
006757             UNTIL  WS-RUNHIST-STATUS  NOT =  '00'
006767         CLOSE  RUNHIST-FILE
006777     END-IF.
006787 DERIVE-RUNSEQ-SEC-EX.
006797     EXIT.
006807/
006817 COUNT-RUNSEQ-SEC SECTION.
006827     READ  RUNHIST-FILE
006837         AT END
006847             MOVE  '10'  TO  WS-RUNHIST-STATUS
006857         NOT AT END
006867             IF  RH-RUN-DATE  =  WS-RUN-DATE
006877                 ADD  1  TO  WS-RUN-SEQ
006887             END-IF
006897     END-READ.
006907 COUNT-RUNSEQ-SEC-EX.
006917     EXIT.
006927/
006937 WRITE-RUNLOG-SEC  SECTION.
006947     OPEN  OUTPUT  RUNLOG-FILE.
006957     MOVE  WS-RUNLOG-STATUS  TO  WS-IO-STATUS.
006967     MOVE  'RUNLOG OPEN'     TO  WS-IO-WHERE.
006977     PERFORM  CHECK-STATUS-SEC.
006987     MOVE  WS-RUN-DATE        TO  RLOG-RUN-DATE.
006997     MOVE  WS-WRITTEN-COUNT   TO  RLOG-EXPECT-COUNT.
007007     MOVE  WS-HASH-TOTAL      TO  RLOG-EXPECT-HASH.
007017     WRITE  RUNLOG-REC.
007027     MOVE  WS-RUNLOG-STATUS  TO  WS-IO-STATUS.
007037     MOVE  'RUNLOG WRITE'    TO  WS-IO-WHERE.
007047     PERFORM  CHECK-STATUS-SEC.
007057     CLOSE  RUNLOG-FILE.
007067     MOVE  WS-RUNLOG-STATUS  TO  WS-IO-STATUS.
007077     MOVE  'RUNLOG CLOSE'    TO  WS-IO-WHERE.
007087     PERFORM  CHECK-STATUS-SEC.
007097*    the same numbers are appended to the permanent RUNHIST
007107*    ledger so history survives the next run's RUNLOG rewrite;
007117*    EXTEND accumulates, the OUTPUT fallback primes the ledger
007127*    on the first run ever, the way ERRLOG primes its log
007137     OPEN  EXTEND  RUNHIST-FILE.
007147     IF  WS-RUNHIST-STATUS  NOT =  '00'
007157         OPEN  OUTPUT  RUNHIST-FILE
007167     END-IF.
007177     MOVE  SPACES            TO  RUNHIST-REC.
007187     MOVE  WS-RUN-DATE       TO  RH-RUN-DATE.
007197     MOVE  N-RECORD          TO  RH-REQUESTED.
007207     MOVE  WS-WRITTEN-COUNT  TO  RH-WRITTEN.
007217     MOVE  WS-HASH-TOTAL     TO  RH-HASH.
007227     MOVE  WS-REJECT-COUNT   TO  RH-REJECTS.
007237     IF  WS-RESTART-POINT  >  0  OR  PART-RESTARTED
007247         SET  RH-WAS-RESTART  TO  TRUE
007257     ELSE
007267         SET  RH-WAS-FRESH    TO  TRUE
007277     END-IF.
007287     MOVE  WS-CYCLE-ENTITY   TO  RH-ENTITY.
007297     WRITE  RUNHIST-REC.
007307     CLOSE  RUNHIST-FILE.
007317*    and the run's volumes by feed provider, under the same
007327*    RUN-ID, when INFILE carried provider tags at all
007337     IF  WS-PRV-COUNT  >  0
007347         OPEN  EXTEND  RUNPROV-FILE
007357         IF  WS-RUNPROV-STATUS  NOT =  '00'
007367             OPEN  OUTPUT  RUNPROV-FILE
007377         END-IF
007387         PERFORM  WRITE-RUNPROV-SEC
007397             VARYING  WS-PRV-SUB  FROM  1  BY  1
007407             UNTIL  WS-PRV-SUB  >  WS-PRV-COUNT
007417         CLOSE  RUNPROV-FILE
007427     END-IF.
007437 WRITE-RUNLOG-SEC-EX.
007447/
007457*----------------------------------------------------------------
007467* a checkpoint record is appended to VCHKPT after every detail
007477* record GEN-SEC-W writes; if VCHKPT already holds records from an
007487* earlier, interrupted run, the last one read here tells GEN-SEC-W
007497* where to resume instead of starting the VSAM cluster over
007507*----------------------------------------------------------------
007517*----------------------------------------------------------------
007527* archives V-OTFILE/F-OTFILE, keyed by run cycle rather than run
007537* date, so history is retained without keeping every single run's
007547* output forever: GENCYC-FILE holds one record with the count of
007557* cycles since the last archive; once that count reaches
007567* WS-ARCHIVE-EVERY, the current (about-to-be-overwritten) contents
007577* of V-OTFILE and F-OTFILE are copied to a dated archive dataset
007587* before GEN-SEC-W opens the live files for output, and
007597* the counter resets. only a fresh cycle comes through here at
007607* all - on a restart both live files hold the interrupted run's
007617* partial build (nothing complete to archive) and the cycle was
007627* already counted by the run being resumed.
007637* the live files hold one entity's build at a time, so the
007647* outgoing pair is counted, archived and catalogued under the
007657* entity its header names - the home entity keeps the VARC/FARC
007667* names and VGENCYC, entity ee archives as VAee/FAee and counts
007677* on VGENCYee - whichever entity's cycle is about to replace it.
007687*----------------------------------------------------------------
007697 ARCHIVE-CHECK-SEC  SECTION.
007707     PERFORM  OUTGOING-ENTITY-SEC.
007717     MOVE  0  TO  GC-CYCLE-COUNT.
007727     MOVE  0  TO  GC-GENERATION-SEQ.
007737     OPEN  INPUT  GENCYC-FILE.
007747     IF  WS-GENCYC-STATUS  =  '00'
007757         READ  GENCYC-FILE
007767         CLOSE  GENCYC-FILE
007777     END-IF.
007787     ADD  1  TO  GC-CYCLE-COUNT.
007797     IF  GC-CYCLE-COUNT  >=  WS-ARCHIVE-EVERY
007807         ADD  1  TO  GC-GENERATION-SEQ
007817         PERFORM  ARCHIVE-VOTFILE-SEC
007827         PERFORM  ARCHIVE-FOTFILE-SEC
007837         MOVE  0  TO  GC-CYCLE-COUNT
007847     END-IF.
007857     MOVE  'FILEW'         TO  GC-PROGRAM-ID.
007867     OPEN  OUTPUT  GENCYC-FILE.
007877     WRITE  GENCYC-REC.
007887     CLOSE  GENCYC-FILE.
007897 ARCHIVE-CHECK-SEC-EX.
007907     EXIT.
007917/
007927*----------------------------------------------------------------
007937* the entity on the outgoing F-OTFILE header (blank, or no file,
007947* is the home entity) and the counter and archive names it goes
007957* under
007967*----------------------------------------------------------------
007977 OUTGOING-ENTITY-SEC SECTION.
007987     MOVE  SPACES  TO  WS-OUT-ENTITY.
007997     OPEN  INPUT  F-OTFILE.
008007     IF  WS-FOTFILE-STATUS  =  '00'
008017         READ  F-OTFILE
008027             AT END  CONTINUE
008037             NOT AT END
008047                 IF  FHTR-IS-HEADER
008057                     MOVE  FHTR-ENTITY  TO  WS-OUT-ENTITY
008067                 END-IF
008077         END-READ
008087         CLOSE  F-OTFILE
008097     END-IF.
008107     IF  WS-OUT-ENTITY  =  SPACES  OR  LOW-VALUES
008117         MOVE  WS-HOME-ENTITY  TO  WS-OUT-ENTITY
008127     END-IF.
008137     IF  WS-OUT-ENTITY  =  WS-HOME-ENTITY
008147         MOVE  'VGENCYC'  TO  WS-GENCYC-NAME
008157         MOVE  'VARC'     TO  WS-V-ARCHIVE-TAG
008167         MOVE  'FARC'     TO  WS-F-ARCHIVE-TAG
008177     ELSE
008187         MOVE  SPACES     TO  WS-GENCYC-NAME
008197         STRING  'VGENCY'  WS-OUT-ENTITY  DELIMITED BY SIZE
008207             INTO  WS-GENCYC-NAME
008217         STRING  'VA'  WS-OUT-ENTITY  DELIMITED BY SIZE
008227             INTO  WS-V-ARCHIVE-TAG
008237         STRING  'FA'  WS-OUT-ENTITY  DELIMITED BY SIZE
008247             INTO  WS-F-ARCHIVE-TAG
008257     END-IF.
008267 OUTGOING-ENTITY-SEC-EX.
008277     EXIT.
008287/
008297 ARCHIVE-VOTFILE-SEC  SECTION.
008307     MOVE  WS-RUN-DATE           TO  WS-V-ARCHIVE-DATE.
008317     MOVE  GC-GENERATION-SEQ     TO  WS-V-ARCHIVE-SEQ.
008327     MOVE  'N'                   TO  WS-VARCH-EOF-SW.
008337     MOVE  0                     TO  WS-ARCH-REC-COUNT.
008347     OPEN  INPUT  V-OTFILE.
008357     IF  WS-VOTFILE-STATUS  =  '00'
008367         OPEN  OUTPUT  V-ARCHIVE
008377         PERFORM  UNTIL  VARCH-EOF
008387             READ  V-OTFILE  NEXT RECORD
008397                 AT END      SET  VARCH-EOF  TO  TRUE
008407                 NOT AT END  MOVE  V-REC01  TO  V-ARCH-REC
008417                             WRITE  V-ARCH-REC
008427                             ADD  1  TO  WS-ARCH-REC-COUNT
008437             END-READ
008447         END-PERFORM
008457         CLOSE  V-OTFILE
008467         CLOSE  V-ARCHIVE
008477         DISPLAY  'FILEW: V-OTFILE ARCHIVED TO ' WS-V-ARCHIVE-NAME
008487         MOVE  WS-V-ARCHIVE-NAME  TO  WS-ARCH-CAT-NAME
008497         PERFORM  WRITE-ARCCAT-SEC
008507     END-IF.
008517 ARCHIVE-VOTFILE-SEC-EX.
008527     EXIT.
008537/
008547 ARCHIVE-FOTFILE-SEC  SECTION.
008557     MOVE  WS-RUN-DATE           TO  WS-F-ARCHIVE-DATE.
008567     MOVE  GC-GENERATION-SEQ     TO  WS-F-ARCHIVE-SEQ.
008577     MOVE  'N'                   TO  WS-FARCH-EOF-SW.
008587     MOVE  0                     TO  WS-ARCH-REC-COUNT.
008597     OPEN  INPUT  F-OTFILE.
008607     IF  WS-FOTFILE-STATUS  =  '00'
008617         OPEN  OUTPUT  F-ARCHIVE
008627         PERFORM  UNTIL  FARCH-EOF
008637             READ  F-OTFILE
008647                 AT END      SET  FARCH-EOF  TO  TRUE
008657                 NOT AT END  MOVE  F-REC01  TO  F-ARCH-REC
008667                             WRITE  F-ARCH-REC
008677                             ADD  1  TO  WS-ARCH-REC-COUNT
008687             END-READ
008697         END-PERFORM
008707         CLOSE  F-OTFILE
008717         CLOSE  F-ARCHIVE
008727         DISPLAY  'FILEW: F-OTFILE ARCHIVED TO ' WS-F-ARCHIVE-NAME
008737         MOVE  WS-F-ARCHIVE-NAME  TO  WS-ARCH-CAT-NAME
008747         PERFORM  WRITE-ARCCAT-SEC
008757     END-IF.
008767 ARCHIVE-FOTFILE-SEC-EX.
008777     EXIT.
008787/
008797*----------------------------------------------------------------
008807* appends one catalog record for the archive dataset just
008817* written - its external name, the run date and generation
008827* sequence it was taken under, and how many records it carries.
008837* EXTEND so the catalog accumulates across cycles; the OUTPUT
008847* fallback primes it on the very first archive ever taken, the
008857* way ERRLOG primes its own log file.
008867*----------------------------------------------------------------
008877 WRITE-ARCCAT-SEC  SECTION.
008887     OPEN  EXTEND  ARCCAT-FILE.
008897     IF  WS-ARCCAT-STATUS  NOT =  '00'
008907         OPEN  OUTPUT  ARCCAT-FILE
008917     END-IF.
008927     MOVE  SPACES             TO  ARCCAT-REC.
008937     MOVE  WS-ARCH-CAT-NAME   TO  AC-ARCHIVE-NAME.
008947     MOVE  WS-RUN-DATE        TO  AC-RUN-DATE.
008957     MOVE  GC-GENERATION-SEQ  TO  AC-GENERATION-SEQ.
008967     MOVE  WS-ARCH-REC-COUNT  TO  AC-REC-COUNT.
008977     MOVE  WS-OUT-ENTITY      TO  AC-ENTITY.
008987     WRITE  ARCCAT-REC.
008997     CLOSE  ARCCAT-FILE.
009007 WRITE-ARCCAT-SEC-EX.
009017     EXIT.
009027/
009037*----------------------------------------------------------------
009047* duplicate same-cycle run guard: CYCCTL records the last cycle
009057* date each guarded program completed, checked here the way
009067* CHECK-RESTART-SEC checks VCHKPT. a fresh run whose cycle date
009077* equals the recorded one stops with RC 16 unless the operator
009087* override (PARM byte 6 'O') was supplied; a checkpoint restart
009097* is by definition resuming the same cycle and is never blocked.
009107*----------------------------------------------------------------
009117 CHECK-CYCLE-SEC  SECTION.
009127*    pressing the duplicate-cycle override is a privileged
009137*    action - it lands on the operations audit trail whether
009147*    or not the guard would have fired
009157     IF  OVERRIDE-ON
009167         MOVE  'FILEW   '            TO  OA-PROGRAM
009177         MOVE  SPACES                TO  OA-OPERATOR
009187         MOVE  'CYCLE GUARD OVERRIDE'  TO  OA-ACTION
009197         MOVE  SPACES                TO  OA-DETAIL
009207         MOVE  WS-RUN-DATE           TO  OA-DETAIL(1:8)
009217         MOVE  WS-CYCLE-ENTITY       TO  OA-DETAIL(10:2)
009227         CALL  'OPSAUDIT'  USING  WS-OPSAUDIT-PARM
009237     END-IF.
009247     PERFORM  LOAD-CYCCTL-SEC.
009257     IF  WS-RESTART-POINT  =  0  AND  NOT  OVERRIDE-ON
009267         PERFORM  VARYING  WS-CYC-SUB  FROM  1  BY  1
009277             UNTIL  WS-CYC-SUB  >  WS-CYC-COUNT
009287             IF  WS-CYC-PROGRAM(WS-CYC-SUB)  =  'FILEW'
009297                 AND  WS-CYC-ENTITY(WS-CYC-SUB)
009307                          =  WS-CYCLE-ENTITY
009317                 AND  WS-CYC-DATE(WS-CYC-SUB)  =  WS-RUN-DATE
009327                 DISPLAY  'FILEW: CYCLE ' WS-RUN-DATE
009337                          ' ENTITY ' WS-CYCLE-ENTITY
009347                          ' ALREADY RAN - SUPPLY THE OVERRIDE'
009357                          ' PARM TO RERUN'
009367                 PERFORM  ABANDON-RUN-SEC
009377             END-IF
009387         END-PERFORM
009397     END-IF.
009407 CHECK-CYCLE-SEC-EX.
009417     EXIT.
009427/
009437 LOAD-CYCCTL-SEC  SECTION.
009447     MOVE  0    TO  WS-CYC-COUNT.
009457     MOVE  'N'  TO  WS-CYCCTL-EOF-SW.
009467     OPEN  INPUT  CYCCTL-FILE.
009477     IF  WS-CYCCTL-STATUS  NOT =  '00'
009487         SET  CYCCTL-EOF  TO  TRUE
009497     END-IF.
009507     PERFORM  READ-CYCCTL-SEC  UNTIL  CYCCTL-EOF.
009517     IF  WS-CYCCTL-STATUS  =  '00'  OR
009527         WS-CYCCTL-STATUS  =  '10'
009537         CLOSE  CYCCTL-FILE
009547     END-IF.
009557 LOAD-CYCCTL-SEC-EX.
009567     EXIT.
009577/
009587 READ-CYCCTL-SEC  SECTION.
009597     READ  CYCCTL-FILE
009607         AT END  SET  CYCCTL-EOF  TO  TRUE
009617         NOT AT END
009627             IF  WS-CYC-COUNT  <  40
009637                 ADD  1  TO  WS-CYC-COUNT
009647                 MOVE  CY-PROGRAM
009657                       TO  WS-CYC-PROGRAM(WS-CYC-COUNT)
009667                 MOVE  CY-LAST-DATE
009677                       TO  WS-CYC-DATE(WS-CYC-COUNT)
009687                 MOVE  CY-ENTITY
009697                       TO  WS-CYC-ENTITY(WS-CYC-COUNT)
009707                 IF  CY-ENTITY  =  SPACES
009717                     MOVE  WS-HOME-ENTITY
009727                           TO  WS-CYC-ENTITY(WS-CYC-COUNT)
009737                 END-IF
009747             END-IF
009757     END-READ.
009767 READ-CYCCTL-SEC-EX.
009777     EXIT.
009787/
009797*----------------------------------------------------------------
009807* the run completed - record this cycle date against FILEW and
009817* the entity so the next same-cycle submission is caught at
009827* startup
009837*----------------------------------------------------------------
009847 RECORD-CYCLE-SEC SECTION.
009857     PERFORM  LOAD-CYCCTL-SEC.
009867     MOVE  'N'  TO  WS-CYC-FOUND-SW.
009877     PERFORM  VARYING  WS-CYC-SUB  FROM  1  BY  1
009887         UNTIL  WS-CYC-SUB  >  WS-CYC-COUNT
009897         IF  WS-CYC-PROGRAM(WS-CYC-SUB)  =  'FILEW'
009907             AND  WS-CYC-ENTITY(WS-CYC-SUB)  =  WS-CYCLE-ENTITY
009917             MOVE  WS-RUN-DATE  TO  WS-CYC-DATE(WS-CYC-SUB)
009927             SET  CYC-ENTRY-FOUND  TO  TRUE
009937         END-IF
009947     END-PERFORM.
009957     IF  NOT  CYC-ENTRY-FOUND  AND  WS-CYC-COUNT  <  40
009967         ADD  1  TO  WS-CYC-COUNT
009977         MOVE  'FILEW'      TO  WS-CYC-PROGRAM(WS-CYC-COUNT)
009987         MOVE  WS-RUN-DATE  TO  WS-CYC-DATE(WS-CYC-COUNT)
009997         MOVE  WS-CYCLE-ENTITY
010007                            TO  WS-CYC-ENTITY(WS-CYC-COUNT)
010017     END-IF.
010027     OPEN  OUTPUT  CYCCTL-FILE.
010037     PERFORM  VARYING  WS-CYC-SUB  FROM  1  BY  1
010047         UNTIL  WS-CYC-SUB  >  WS-CYC-COUNT
010057         MOVE  SPACES  TO  CYCCTL-REC
010067         MOVE  WS-CYC-PROGRAM(WS-CYC-SUB)  TO  CY-PROGRAM
010077         MOVE  WS-CYC-DATE(WS-CYC-SUB)     TO  CY-LAST-DATE
010087         MOVE  WS-CYC-ENTITY(WS-CYC-SUB)   TO  CY-ENTITY
010097         WRITE  CYCCTL-REC
010107     END-PERFORM.
010117     CLOSE  CYCCTL-FILE.
010127 RECORD-CYCLE-SEC-EX.
010137     EXIT.
010147/
010157 CHECK-RESTART-SEC SECTION.
010167     OPEN  INPUT  CHKPT-FILE.
010177     IF  WS-CHKPT-STATUS  =  '00'
010187         PERFORM  READ-CHKPT-SEC  UNTIL  CHKPT-EOF
010197         CLOSE  CHKPT-FILE
010207     END-IF.
010217 CHECK-RESTART-SEC-EX.
010227     EXIT.
010237/
010247 READ-CHKPT-SEC   SECTION.
010257     READ  CHKPT-FILE
010267         AT END      SET  CHKPT-EOF  TO  TRUE
010277         NOT AT END  MOVE  CK-LAST-KEY    TO  WS-RESTART-POINT
010287     END-READ.
010297 READ-CHKPT-SEC-EX.
010307     EXIT.
010317/
010327*----------------------------------------------------------------
010337* pulls the next source record off INFILE into WS-CURRENT-REC
010347* for the calling detail loop; if INFILE runs dry before
010357* N-RECORD detail records have been written (short extract, or
010367* no INFILE at all supplied for a test run) the loop keeps going
010377* on the WORK-B synthetic pattern instead of stopping the job.
010387* a feed record tagged for another entity is passed over - only
010397* this cycle's entity's records reach its live files
010407*----------------------------------------------------------------
010417 READ-INFILE-SEC  SECTION.
010427     IF  MASK-MODE-ON
010437         PERFORM  MASK-READ-SEC
010447         MOVE  SPACES  TO  WS-CURRENT-PROVIDER
010457     ELSE
010467       IF  INFILE-EOF
010477         MOVE  WORK-B(II:72)  TO  WS-CURRENT-REC
010487         MOVE  SPACES         TO  WS-CURRENT-PROVIDER
010497       ELSE
010507         MOVE  'N'  TO  WS-OWN-REC-SW
010517         PERFORM  READ-FEED-SEC
010527             UNTIL  OWN-REC-READ  OR  INFILE-EOF
010537         IF  INFILE-EOF
010547             MOVE  WORK-B(II:72)  TO  WS-CURRENT-REC
010557             MOVE  SPACES  TO  WS-CURRENT-PROVIDER
010567         END-IF
010577       END-IF
010587     END-IF.
010597 READ-INFILE-SEC-EX.
010607     EXIT.
010617/
010627 READ-FEED-SEC    SECTION.
010637     READ  INFILE
010647         AT END  SET  INFILE-EOF  TO  TRUE
010657     END-READ.
010667     IF  INFILE-EOF
010677         GO TO  READ-FEED-SEC-EX
010687     END-IF.
010697     MOVE  IR-ENTITY  TO  WS-REC-ENTITY.
010707     IF  WS-REC-ENTITY  =  SPACES  OR  LOW-VALUES
010717         MOVE  WS-HOME-ENTITY  TO  WS-REC-ENTITY
010727     END-IF.
010737     IF  WS-REC-ENTITY  NOT =  WS-CYCLE-ENTITY
010747         ADD  1  TO  WS-FOREIGN-COUNT
010757         GO TO  READ-FEED-SEC-EX
010767     END-IF.
010777     SET   OWN-REC-READ  TO  TRUE.
010787     MOVE  IR-DATA      TO  WS-CURRENT-REC.
010797     MOVE  IR-PROVIDER  TO  WS-CURRENT-PROVIDER.
010807 READ-FEED-SEC-EX.
010817     EXIT.
010827/
010837*----------------------------------------------------------------
010847* pulls the next record off MASK-INFILE, a sequential extract of
010857* real production VFILE records, and scrubs its REC-DATA before
010867* handing it back as WS-CURRENT-REC; once MASK-INFILE runs dry (or
010877* was never supplied) the WORK-B synthetic pattern takes back over
010887* so the run still completes N-RECORD detail records
010897*----------------------------------------------------------------
010907 MASK-READ-SEC     SECTION.
010917     IF  MASKIN-EOF
010927         MOVE  WORK-B(II:72)  TO  WS-CURRENT-REC
010937     ELSE
010947         READ  MASK-INFILE
010957             AT END      SET  MASKIN-EOF  TO  TRUE
010967                         MOVE  WORK-B(II:72)  TO  WS-CURRENT-REC
010977             NOT AT END  PERFORM  SCRUB-MASK-REC-SEC
010987                         MOVE  REC-DATA  OF  MASK-IN-REC
010997                                TO  WS-CURRENT-REC
011007         END-READ
011017     END-IF.
011027 MASK-READ-SEC-EX.
011037     EXIT.
011047/
011057*----------------------------------------------------------------
011067* scrubs the alphabetic content of a real REC-DATA value in place,
011077* converting every letter to 'X' while leaving digits, spaces and
011087* punctuation untouched, so length, embedded blanks, and numeric
011097* edge cases carry over into the test cycle but no identifiable
011107* production content does; NCH is likewise Kanji test data rather
011117* than anything drawn from the source record, so it needs no
011127* separate scrub
011137*----------------------------------------------------------------
011147 SCRUB-MASK-REC-SEC  SECTION.
011157     INSPECT  REC-DATA  OF  MASK-IN-REC  CONVERTING
011167         'ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz'
011177         TO
011187         'XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX'.
011197 SCRUB-MASK-REC-SEC-EX.
011207     EXIT.
011217/
011227*----------------------------------------------------------------
011237* common status check for the OPEN/WRITE/CLOSE verbs against
011247* V-OTFILE, F-OTFILE, REJECT-FILE and RUNLOG-FILE - the caller
011257* moves the FILE STATUS just returned into WS-IO-STATUS and a
011267* short tag into WS-IO-WHERE before performing this
011277*----------------------------------------------------------------
011287 CHECK-STATUS-SEC SECTION.
011297     IF  WS-IO-STATUS  NOT =  '00'
011307         DISPLAY  'FILEW: I/O STATUS ' WS-IO-STATUS
011317                  ' IN ' WS-IO-WHERE
011327         MOVE  'FILEW'       TO  EL-PROGRAM
011337         MOVE  WS-IO-WHERE   TO  EL-SECTION
011347         MOVE  'I/O ERROR - STATUS ' TO  EL-MSG
011357         MOVE  WS-IO-STATUS  TO  EL-MSG(21:2)
011367         SET   EL-ERROR      TO  TRUE
011377         MOVE  ZERO          TO  EL-RETURN-CODE
011387         MOVE  'FILEW001'    TO  EL-MSG-ID
011397         CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
011407     END-IF.
011417 CHECK-STATUS-SEC-EX.
011427     EXIT.
011437/
011447*----------------------------------------------------------------
011457* single-pass generation loop: one pass over INFILE runs
011467* EDIT-DETAIL-SEC/READ-INFILE-SEC once per record and writes
011477* both V-REC01 and F-REC01 from the same working values, so the
011487* two files are identical by construction instead of by luck -
011497* this replaced the old V-SEC-W/F-SEC-W pair that re-derived
011507* every record and re-read INFILE from the top for the second
011517* file, doubling the window. on a checkpoint restart V-OTFILE
011527* opens I-O and F-OTFILE opens EXTEND (its details up to the
011537* restart point were written in step by the interrupted run,
011547* the way TESTCOB extends its own output on restart).
011557*----------------------------------------------------------------
011567 GEN-SEC-W  SECTION.
011577
011587     COMPUTE  WS-START-II  =  WS-RESTART-POINT  +  1.
011597     MOVE  0               TO  WS-HASH-TOTAL.
011607     MOVE  0               TO  WS-WRITTEN-COUNT.
011617     IF  WS-RESTART-POINT  =  0
011627         PERFORM  OPEN-LIVE-SEC
011637     ELSE
011647         OPEN  I-O  V-OTFILE
011657         MOVE  WS-VOTFILE-STATUS  TO  WS-IO-STATUS
011667         MOVE  'GEN-SEC-W OPEN V'  TO  WS-IO-WHERE
011677         PERFORM  CHECK-STATUS-SEC
011687         OPEN  EXTEND  F-OTFILE
011697         MOVE  WS-FOTFILE-STATUS  TO  WS-IO-STATUS
011707         MOVE  'GEN-SEC-W OPEN F'  TO  WS-IO-WHERE
011717         PERFORM  CHECK-STATUS-SEC
011727         DISPLAY  'FILEW: RESTARTING BOTH FILES AFTER RECORD '
011737                  WS-RESTART-POINT
011747     END-IF.
011757
011767     OPEN  EXTEND  CHKPT-FILE.
011777
011787     MOVE  'N'  TO  WS-INFILE-EOF-SW.
011797     OPEN  INPUT  INFILE.
011807     IF  WS-INFILE-STATUS  NOT =  '00'
011817         SET  INFILE-EOF  TO  TRUE
011827     END-IF.
011837     IF  MASK-MODE-ON
011847         MOVE  'N'  TO  WS-MASKIN-EOF-SW
011857         OPEN  INPUT  MASK-INFILE
011867         IF  WS-MASKIN-STATUS  NOT =  '00'
011877             SET  MASKIN-EOF  TO  TRUE
011887         END-IF
011897     END-IF.
011907     PERFORM  WS-RESTART-POINT  TIMES
011917         PERFORM  READ-INFILE-SEC
011927     END-PERFORM.
011937     PERFORM TEST BEFORE VARYING  II
011947       FROM  WS-START-II  BY  1  UNTIL II  >  N-RECORD
011957*      the source record is read ahead of the edit so the
011967*      business rules see the REC-DATA the record will carry
011977       PERFORM  READ-INFILE-SEC
011987       COMPUTE  WS-KEY  =  WS-KEY-BASE  +  II
011997       PERFORM  EDIT-DETAIL-SEC
012007       PERFORM  TALLY-PROVIDER-SEC
012017       IF  WS-EDIT-REJECT
012027*          one reject line covers both files now that one pass
012037*          feeds them - REJ-SOURCE 'B' says so
012047           MOVE  'B'    TO  REJ-SOURCE
012057           MOVE  WS-KEY TO  REJ-NUM1
012067           PERFORM  LOG-REJECT-SEC
012077       ELSE
012087         PERFORM  WRITE-BOTH-SEC
012097       END-IF
012107     END-PERFORM.
012117
012127     CLOSE  CHKPT-FILE.
012137     CLOSE  INFILE.
012147     IF  MASK-MODE-ON
012157         CLOSE  MASK-INFILE
012167     END-IF.
012177
012187     PERFORM  CLOSE-LIVE-SEC.
012197
012207*    the run completed in full - clear the checkpoint so the next
012217*    fresh run does not mistake it for an interrupted one
012227     OPEN   OUTPUT  CHKPT-FILE.
012237     CLOSE  CHKPT-FILE.
012247
012257 GEN-SEC-W-EX.
012267/
012277*----------------------------------------------------------------
012287* both detail records built from the same working values of the
012297* one edit pass - identical by construction. the V write is the
012307* one with a key to collide on; the checkpoint is taken after
012317* both writes so a restart never leaves the files out of step.
012327*----------------------------------------------------------------
012337 WRITE-BOTH-SEC  SECTION.
012347     MOVE  LENGTH OF V-REC01  TO    V-LL.
012357     MOVE  WS-KEY     TO    NUM1  OF  V-REC01.
012367     MOVE  WS-KEY     TO    NUM2  OF  V-REC01.
012377     MOVE  WS-CURRENT-REC   TO    REC-DATA  OF  V-REC01.
012387     MOVE  WS-SPACK   TO    SPACK  OF  V-REC01.
012397     MOVE  WS-UPACK   TO    UPACK  OF  V-REC01.
012407     MOVE  WS-SZONE   TO    SZONE  OF  V-REC01.
012417     MOVE  WS-UZONE   TO    UZONE  OF  V-REC01.
012427     MOVE  WS-NCH     TO    NCH    OF  V-REC01.
012437     MOVE  WS-GROUP-CODE TO GROUP-1   OF  V-REC01.
012447*    the record's key carried through all four SHUDAN2
012457*    representations, so FRECON can catch representation
012467*    drift in real files moving through the real chain
012477     MOVE  WS-KEY     TO    COMP0  OF  V-REC01.
012487     MOVE  WS-KEY     TO    COMP3  OF  V-REC01.
012497     MOVE  WS-KEY     TO    COMP5  OF  V-REC01.
012507     MOVE  WS-KEY     TO    BIN    OF  V-REC01.
012517     MOVE  WS-RUN-DATE TO   EFF-DATE  OF  V-REC01.
012527*    the run's lineage stamp - see DERIVE-RUNSEQ-SEC
012537     MOVE  WS-RUN-DATE TO   RUN-ID-DATE  OF  V-REC01.
012547     MOVE  WS-RUN-SEQ  TO   RUN-ID-SEQ   OF  V-REC01.
012557     SET   REC-ACTIVE  OF  V-REC01  TO  TRUE.
012567     MOVE  WS-RUN-DATE TO   REC-STATUS-DATE  OF  V-REC01.
012577     MOVE  WS-CYCLE-ENTITY  TO  ENTITY-CODE  OF  V-REC01.
012582     SET   RS-SET  TO  TRUE.
012587     MOVE  :LAYOUT:  TO  RS-LAYOUT.
012597     CALL  'RECSUM'  USING  WS-RECSUM-PARM  V-REC01.
012607     WRITE  V-REC01
012617         INVALID KEY
012627           DISPLAY 'FILEW: DUP KEY ' NUM1 OF V-REC01
012637     END-WRITE.
012647     MOVE  WS-KEY     TO    NUM1  OF  F-REC01.
012657     MOVE  WS-KEY     TO    NUM2  OF  F-REC01.
012667     MOVE  WS-CURRENT-REC   TO    REC-DATA  OF  F-REC01.
012677     MOVE  WS-SPACK   TO    SPACK  OF  F-REC01.
012687     MOVE  WS-UPACK   TO    UPACK  OF  F-REC01.
012697     MOVE  WS-SZONE   TO    SZONE  OF  F-REC01.
012707     MOVE  WS-UZONE   TO    UZONE  OF  F-REC01.
012717     MOVE  WS-NCH     TO    NCH    OF  F-REC01.
012727     MOVE  WS-GROUP-CODE TO GROUP-1   OF  F-REC01.
012737     MOVE  WS-KEY     TO    COMP0  OF  F-REC01.
012747     MOVE  WS-KEY     TO    COMP3  OF  F-REC01.
012757     MOVE  WS-KEY     TO    COMP5  OF  F-REC01.
012767     MOVE  WS-KEY     TO    BIN    OF  F-REC01.
012777     MOVE  WS-RUN-DATE TO   EFF-DATE  OF  F-REC01.
012787     MOVE  WS-RUN-DATE TO   RUN-ID-DATE  OF  F-REC01.
012797     MOVE  WS-RUN-SEQ  TO   RUN-ID-SEQ   OF  F-REC01.
012807     SET   REC-ACTIVE  OF  F-REC01  TO  TRUE.
012817     MOVE  WS-RUN-DATE TO   REC-STATUS-DATE  OF  F-REC01.
012827     MOVE  WS-CYCLE-ENTITY  TO  ENTITY-CODE  OF  F-REC01.
012832     SET   RS-SET  TO  TRUE.
012837     MOVE  :LAYOUT:  TO  RS-LAYOUT.
012847     CALL  'RECSUM'  USING  WS-RECSUM-PARM  F-REC01.
012857     WRITE  F-REC01.
012867     MOVE  WS-FOTFILE-STATUS  TO  WS-IO-STATUS.
012877     MOVE  'GEN-SEC DTL WRT'   TO  WS-IO-WHERE.
012887     PERFORM  CHECK-STATUS-SEC.
012897     ADD   WS-KEY        TO  WS-HASH-TOTAL.
012907     ADD   1             TO  WS-WRITTEN-COUNT.
012917     MOVE  'FILEW'       TO  CK-PROGRAM-ID.
012927     MOVE  II            TO  CK-LAST-KEY.
012937     MOVE  WS-RUN-DATE   TO  CK-TS-DATE.
012947     ACCEPT  CK-TS-TIME  FROM  TIME.
012957     WRITE  CHKPT-REC.
012967 WRITE-BOTH-SEC-EX.
012977     EXIT.
012987/
012997*----------------------------------------------------------------
013007* opens V-OTFILE/F-OTFILE fresh and writes the HDR1 pair - the
013017* serial build's fresh start and the partition merge share it
013027*----------------------------------------------------------------
013037 OPEN-LIVE-SEC    SECTION.
013047     OPEN  OUTPUT  V-OTFILE.
013057     MOVE  WS-VOTFILE-STATUS  TO  WS-IO-STATUS.
013067     MOVE  'GEN-SEC-W OPEN V'  TO  WS-IO-WHERE.
013077     PERFORM  CHECK-STATUS-SEC.
013087     OPEN  OUTPUT  F-OTFILE.
013097     MOVE  WS-FOTFILE-STATUS  TO  WS-IO-STATUS.
013107     MOVE  'GEN-SEC-W OPEN F'  TO  WS-IO-WHERE.
013117     PERFORM  CHECK-STATUS-SEC.
013127     MOVE  HDR-TRL-LL      TO  V-LL.
013137     MOVE  0               TO  HTR-KEY.
013147     SET   HTR-IS-HEADER   TO  TRUE.
013157     MOVE  WS-RUN-DATE     TO  HTR-RUN-DATE.
013167     MOVE  N-RECORD        TO  HTR-RECORD-COUNT.
013177     MOVE  WS-CYCLE-ENTITY TO  HTR-ENTITY.
013187     MOVE  SPACES          TO  HTR-BUILD-STAMP.
013197     WRITE  V-HTR-REC
013207         INVALID KEY  DISPLAY  'FILEW: HEADER WRITE FAILED'
013217                      MOVE  'FILEW'      TO  EL-PROGRAM
013227                      MOVE  'GEN-SEC-W'  TO  EL-SECTION
013237                      MOVE  'HEADER WRITE FAILED'
013247                                          TO  EL-MSG
013257                      SET   EL-ERROR     TO  TRUE
013267                      MOVE  ZERO         TO  EL-RETURN-CODE
013277                      MOVE  'FILEW002'   TO  EL-MSG-ID
013287                      CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
013297     END-WRITE.
013307     MOVE  0               TO  FHTR-KEY.
013317     SET   FHTR-IS-HEADER  TO  TRUE.
013327     MOVE  WS-RUN-DATE     TO  FHTR-RUN-DATE.
013337     MOVE  N-RECORD        TO  FHTR-RECORD-COUNT.
013347     MOVE  WS-CYCLE-ENTITY TO  FHTR-ENTITY.
013357     WRITE  F-HTR-REC.
013367     MOVE  WS-FOTFILE-STATUS  TO  WS-IO-STATUS.
013377     MOVE  'GEN-SEC HDR WRT'   TO  WS-IO-WHERE.
013387     PERFORM  CHECK-STATUS-SEC.
013397 OPEN-LIVE-SEC-EX.
013407     EXIT.
013417/
013427*----------------------------------------------------------------
013437* writes the TRL1 pair carrying the count and hash of the
013447* details written and closes both live files
013457*----------------------------------------------------------------
013467 CLOSE-LIVE-SEC   SECTION.
013477     MOVE  TRL-LL          TO  V-LL.
013487     MOVE  :KEY-HIGH:      TO  HTR-KEY.
013497     SET   HTR-IS-TRAILER  TO  TRUE.
013507     MOVE  WS-RUN-DATE     TO  HTR-RUN-DATE.
013517     MOVE  WS-WRITTEN-COUNT TO  HTR-RECORD-COUNT.
013527     MOVE  WS-HASH-TOTAL   TO  HTR-HASH-TOTAL.
013537     MOVE  WS-CYCLE-ENTITY TO  HTR-ENTITY.
013547     ACCEPT  HTR-BUILD-DATE  FROM  DATE  YYYYMMDD.
013557     ACCEPT  HTR-BUILD-TIME  FROM  TIME.
013567     WRITE  V-HTR-REC
013577         INVALID KEY  DISPLAY  'FILEW: TRAILER WRITE FAILED'
013587                      MOVE  'FILEW'      TO  EL-PROGRAM
013597                      MOVE  'GEN-SEC-W'  TO  EL-SECTION
013607                      MOVE  'TRAILER WRITE FAILED'
013617                                          TO  EL-MSG
013627                      SET   EL-ERROR     TO  TRUE
013637                      MOVE  ZERO         TO  EL-RETURN-CODE
013647                      MOVE  'FILEW003'   TO  EL-MSG-ID
013657                      CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
013667     END-WRITE.
013677     MOVE  :KEY-HIGH:      TO  FHTR-KEY.
013687     SET   FHTR-IS-TRAILER TO  TRUE.
013697     MOVE  WS-RUN-DATE     TO  FHTR-RUN-DATE.
013707     MOVE  WS-WRITTEN-COUNT TO  FHTR-RECORD-COUNT.
013717     MOVE  WS-HASH-TOTAL   TO  FHTR-HASH-TOTAL.
013727     MOVE  WS-CYCLE-ENTITY TO  FHTR-ENTITY.
013737     WRITE  F-HTR-REC.
013747     MOVE  WS-FOTFILE-STATUS  TO  WS-IO-STATUS.
013757     MOVE  'GEN-SEC TRL WRT'   TO  WS-IO-WHERE.
013767     PERFORM  CHECK-STATUS-SEC.
013777
013787     CLOSE  V-OTFILE.
013797     MOVE  WS-VOTFILE-STATUS  TO  WS-IO-STATUS.
013807     MOVE  'GEN-SEC-W CLOSE V'  TO  WS-IO-WHERE.
013817     PERFORM  CHECK-STATUS-SEC.
013827     CLOSE  F-OTFILE.
013837     MOVE  WS-FOTFILE-STATUS  TO  WS-IO-STATUS.
013847     MOVE  'GEN-SEC-W CLOSE F'  TO  WS-IO-WHERE.
013857     PERFORM  CHECK-STATUS-SEC.
013867 CLOSE-LIVE-SEC-EX.
013877     EXIT.
013887/
013897*----------------------------------------------------------------
013907* takes the VFILE resource through RESLOCK for the serial build
013917* and the merge; a holder already on it abandons the run
013927*----------------------------------------------------------------
013937 VFILE-ENQ-SEC    SECTION.
013947     SET   RL-ENQ     TO  TRUE.
013957     MOVE  'VFILE'    TO  RL-RESOURCE.
013967     MOVE  'FILEW'    TO  RL-HOLDER.
013977     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
013987     IF  RL-BUSY
013997         DISPLAY  'FILEW: VFILE IS HELD BY ' RL-CURRENT-HOLDER
014007                  ' - RUN ABANDONED'
014017         MOVE  16  TO  RETURN-CODE
014027         STOP RUN
014037     END-IF.
014047 VFILE-ENQ-SEC-EX.
014057     EXIT.
014067/
014077*----------------------------------------------------------------
014087* ends the run with RC 16, releasing VFILE first where this run
014097* took it - a partition never did, and must not free the lock
014107* the merge or a serial build may be holding
014117*----------------------------------------------------------------
014127 ABANDON-RUN-SEC  SECTION.
014137     IF  NOT  PARTITION-BUILD
014147         SET   RL-DEQ     TO  TRUE
014157         CALL  'RESLOCK'  USING  WS-RESLOCK-PARM
014167     END-IF.
014177     MOVE  16  TO  RETURN-CODE.
014187     STOP RUN.
014197 ABANDON-RUN-SEC-EX.
014207     EXIT.
014217/
014227*----------------------------------------------------------------
014237* loads and checks FWPARTS - partitions numbered 01 upward in
014247* key order, each range starting one past the last, the first
014257* at key 0001 and the last reaching the requested record count,
014267* so every key is built by exactly one partition. a partition
014277* run then picks out its own range. any fault abandons the run
014287* before a file is opened.
014297*----------------------------------------------------------------
014307 LOAD-PARTS-SEC   SECTION.
014317     MOVE  0    TO  WS-PT-COUNT.
014327     MOVE  'N'  TO  WS-PARTCTL-EOF-SW.
014337     MOVE  'N'  TO  WS-PART-ERROR-SW.
014347     OPEN  INPUT  PARTCTL-FILE.
014357     IF  WS-PARTCTL-STATUS  NOT =  '00'
014367         DISPLAY  'FILEW: NO FWPARTS PARTITION CONTROL FILE'
014377                  ' - RUN ABANDONED'
014387         PERFORM  ABANDON-RUN-SEC
014397     END-IF.
014407     PERFORM  READ-PARTS-SEC  UNTIL  PARTCTL-EOF  OR  PART-ERROR.
014417     CLOSE  PARTCTL-FILE.
014427     IF  NOT  PART-ERROR  AND  WS-PT-COUNT  =  0
014437         MOVE  'FWPARTS HOLDS NO PARTITIONS'  TO  WS-PART-REASON
014447         SET   PART-ERROR  TO  TRUE
014457     END-IF.
014467     IF  NOT  PART-ERROR
014477         IF  WS-PT-HIGH(WS-PT-COUNT)  <  N-RECORD
014487             MOVE  'PARTITIONS STOP SHORT OF RECORD COUNT'
014497                   TO  WS-PART-REASON
014507             SET   PART-ERROR  TO  TRUE
014517         END-IF
014527     END-IF.
014537     IF  PART-ERROR
014547         DISPLAY  'FILEW: ' WS-PART-REASON
014557         DISPLAY  'FILEW: RUN ABANDONED'
014567         PERFORM  ABANDON-RUN-SEC
014577     END-IF.
014587     IF  PARTITION-BUILD
014597         IF  WS-PART-NO  >  WS-PT-COUNT
014607             DISPLAY  'FILEW: PARTITION ' WS-PART-NO
014617                      ' NOT ON FWPARTS - RUN ABANDONED'
014627             PERFORM  ABANDON-RUN-SEC
014637         END-IF
014647         MOVE  WS-PT-LOW(WS-PART-NO)   TO  WS-PT-LOW-KEY
014657         MOVE  WS-PT-HIGH(WS-PART-NO)  TO  WS-PT-HIGH-KEY
014667         MOVE  SPACES                  TO  WS-PART-PROGRAM
014677         STRING  'FILEWP'  WS-PART-NO  DELIMITED BY SIZE
014687             INTO  WS-PART-PROGRAM
014697     END-IF.
014707 LOAD-PARTS-SEC-EX.
014717     EXIT.
014727/
014737 READ-PARTS-SEC   SECTION.
014747     READ  PARTCTL-FILE
014757         AT END  SET  PARTCTL-EOF  TO  TRUE
014767     END-READ.
014777     IF  PARTCTL-EOF
014787         GO TO  READ-PARTS-SEC-EX
014797     END-IF.
014807     IF  PARTCTL-REC(1:1)  =  '*'  OR  PARTCTL-REC  =  SPACES
014817         GO TO  READ-PARTS-SEC-EX
014827     END-IF.
014837     IF  FP-PARTITION  NOT  NUMERIC  OR  FP-LOW-KEY  NOT  NUMERIC
014847             OR  FP-HIGH-KEY  NOT  NUMERIC
014857         MOVE  'FWPARTS LINE NOT NUMERIC'  TO  WS-PART-REASON
014867         SET   PART-ERROR  TO  TRUE
014877         GO TO  READ-PARTS-SEC-EX
014887     END-IF.
014897     IF  WS-PT-COUNT  NOT <  20
014907         MOVE  'FWPARTS HOLDS MORE THAN 20 PARTITIONS'
014917               TO  WS-PART-REASON
014927         SET   PART-ERROR  TO  TRUE
014937         GO TO  READ-PARTS-SEC-EX
014947     END-IF.
014957     ADD   1  TO  WS-PT-COUNT.
014967     IF  FP-PARTITION-N  NOT =  WS-PT-COUNT
014977         MOVE  'FWPARTS PARTITIONS OUT OF SEQUENCE'
014987               TO  WS-PART-REASON
014997         SET   PART-ERROR  TO  TRUE
015007         GO TO  READ-PARTS-SEC-EX
015017     END-IF.
015027     IF  WS-PT-COUNT  =  1
015037         MOVE  1  TO  WS-PT-LOW-KEY
015047     ELSE
015057         COMPUTE  WS-PT-LOW-KEY  =
015067                  WS-PT-HIGH(WS-PT-COUNT  -  1)  +  1
015077     END-IF.
015087     IF  FP-LOW-KEY-N  NOT =  WS-PT-LOW-KEY
015097             OR  FP-HIGH-KEY-N  <  FP-LOW-KEY-N
015107         MOVE  'FWPARTS KEY RANGES NOT CONTIGUOUS'
015117               TO  WS-PART-REASON
015127         SET   PART-ERROR  TO  TRUE
015137         GO TO  READ-PARTS-SEC-EX
015147     END-IF.
015157     MOVE  FP-PARTITION-N  TO  WS-PT-NO(WS-PT-COUNT).
015167     MOVE  FP-LOW-KEY-N    TO  WS-PT-LOW(WS-PT-COUNT).
015177     MOVE  FP-HIGH-KEY-N   TO  WS-PT-HIGH(WS-PT-COUNT).
015187 READ-PARTS-SEC-EX.
015197     EXIT.
015207/
015217*----------------------------------------------------------------
015227* names one partition's data and reject files for the table
015237* entry at WS-PT-SUB
015247*----------------------------------------------------------------
015257 NAME-PART-SEC    SECTION.
015267     MOVE  WS-PT-NO(WS-PT-SUB)  TO  WS-PART-NO.
015277     MOVE  WS-PART-NO           TO  WS-PART-SUFFIX.
015287     MOVE  WS-PART-NO           TO  WS-PREJ-SUFFIX.
015297 NAME-PART-SEC-EX.
015307     EXIT.
015317/
015327*----------------------------------------------------------------
015337* one partition's share of the build: the same read-edit-write
015347* loop as GEN-SEC-W over just its FWPARTS key range, writing
015357* FFILE-shaped details to FWPDATnn and checkpointing to VCHKPnn
015367* under program id FILEWPnn. INFILE is read forward to the
015377* range's first key so every key still gets the source record
015387* the serial build would have given it. a restart resumes after
015397* the checkpointed key with FWPDATnn extended. the PTR1 trailer
015407* written last is what tells the merge the partition finished;
015417* its counts cover this run of the partition only - the merge
015427* recounts the details for itself.
015437*----------------------------------------------------------------
015447 GEN-PART-SEC     SECTION.
015457     MOVE  0  TO  WS-HASH-TOTAL.
015467     MOVE  0  TO  WS-WRITTEN-COUNT.
015477     IF  WS-RESTART-POINT  NOT <  WS-PT-LOW-KEY
015487         COMPUTE  WS-START-II  =  WS-RESTART-POINT  +  1
015497     ELSE
015507         MOVE  WS-PT-LOW-KEY  TO  WS-START-II
015517     END-IF.
015527     MOVE  WS-PT-HIGH-KEY  TO  WS-END-II.
015537     IF  WS-END-II  >  N-RECORD
015547         MOVE  N-RECORD  TO  WS-END-II
015557     END-IF.
015567     IF  WS-RESTART-POINT  =  0
015577         OPEN  OUTPUT  PART-FILE
015587     ELSE
015597         OPEN  EXTEND  PART-FILE
015607         SET   PART-RESTARTED  TO  TRUE
015617         DISPLAY  'FILEW: RESTARTING PARTITION ' WS-PART-NO
015627                  ' AFTER RECORD ' WS-RESTART-POINT
015637     END-IF.
015647     MOVE  WS-PART-STATUS    TO  WS-IO-STATUS.
015657     MOVE  'GEN-PART OPEN'   TO  WS-IO-WHERE.
015667     PERFORM  CHECK-STATUS-SEC.
015677     OPEN  EXTEND  CHKPT-FILE.
015687     MOVE  'N'  TO  WS-INFILE-EOF-SW.
015697     OPEN  INPUT  INFILE.
015707     IF  WS-INFILE-STATUS  NOT =  '00'
015717         SET  INFILE-EOF  TO  TRUE
015727     END-IF.
015737     IF  MASK-MODE-ON
015747         MOVE  'N'  TO  WS-MASKIN-EOF-SW
015757         OPEN  INPUT  MASK-INFILE
015767         IF  WS-MASKIN-STATUS  NOT =  '00'
015777             SET  MASKIN-EOF  TO  TRUE
015787         END-IF
015797     END-IF.
015807     PERFORM  READ-INFILE-SEC  VARYING  II  FROM  1  BY  1
015817         UNTIL  II  NOT <  WS-START-II.
015827     PERFORM TEST BEFORE VARYING  II
015837       FROM  WS-START-II  BY  1  UNTIL II  >  WS-END-II
015847       PERFORM  READ-INFILE-SEC
015857       COMPUTE  WS-KEY  =  WS-KEY-BASE  +  II
015867       PERFORM  EDIT-DETAIL-SEC
015877       PERFORM  TALLY-PROVIDER-SEC
015887       IF  WS-EDIT-REJECT
015897           MOVE  'B'    TO  REJ-SOURCE
015907           MOVE  WS-KEY TO  REJ-NUM1
015917           PERFORM  LOG-REJECT-SEC
015927       ELSE
015937         PERFORM  WRITE-PART-SEC
015947       END-IF
015957     END-PERFORM.
015967     CLOSE  CHKPT-FILE.
015977     CLOSE  INFILE.
015987     IF  MASK-MODE-ON
015997         CLOSE  MASK-INFILE
016007     END-IF.
016017     MOVE  SPACES            TO  PART-TRL-REC.
016027     MOVE  :KEY-HIGH:        TO  PTR-KEY.
016037     SET   PTR-IS-TRAILER    TO  TRUE.
016047     MOVE  WS-RUN-DATE       TO  PTR-RUN-DATE.
016057     MOVE  WS-WRITTEN-COUNT  TO  PTR-RECORD-COUNT.
016067     MOVE  WS-HASH-TOTAL     TO  PTR-HASH-TOTAL.
016077     MOVE  N-RECORD          TO  PTR-REQUESTED.
016087     MOVE  WS-REJECT-COUNT   TO  PTR-REJECT-COUNT.
016097     MOVE  WS-PRV-COUNT      TO  PTR-PROV-COUNT.
016107     PERFORM  SET-PTR-PROV-SEC
016117         VARYING  WS-PRV-SUB  FROM  1  BY  1
016127         UNTIL  WS-PRV-SUB  >  WS-PRV-COUNT.
016137     IF  PART-RESTARTED
016147         SET   PTR-WAS-RESTART  TO  TRUE
016157     ELSE
016167         MOVE  'F'  TO  PTR-RESTART-FLAG
016177     END-IF.
016187     WRITE  PART-TRL-REC.
016197     MOVE  WS-PART-STATUS    TO  WS-IO-STATUS.
016207     MOVE  'GEN-PART TRL WRT'  TO  WS-IO-WHERE.
016217     PERFORM  CHECK-STATUS-SEC.
016227     CLOSE  PART-FILE.
016237     DISPLAY  'FILEW: PARTITION ' WS-PART-NO ' KEYS '
016247              WS-PT-LOW(WS-PART-NO) ' TO '
016257              WS-PT-HIGH(WS-PART-NO) ' COMPLETE'.
016267*    the partition completed - clear its checkpoint so its next
016277*    fresh run does not mistake it for an interrupted one
016287     OPEN   OUTPUT  CHKPT-FILE.
016297     CLOSE  CHKPT-FILE.
016307 GEN-PART-SEC-EX.
016317     EXIT.
016327/
016337*----------------------------------------------------------------
016347* the F side of WRITE-BOTH-SEC into the partition's data file -
016357* the merge writes both live files from this one image
016367*----------------------------------------------------------------
016377 WRITE-PART-SEC   SECTION.
016387     MOVE  SPACES     TO    PART-REC.
016397     MOVE  WS-KEY     TO    NUM1  OF  PART-REC.
016407     MOVE  WS-KEY     TO    NUM2  OF  PART-REC.
016417     MOVE  WS-CURRENT-REC   TO    REC-DATA  OF  PART-REC.
016427     MOVE  WS-SPACK   TO    SPACK  OF  PART-REC.
016437     MOVE  WS-UPACK   TO    UPACK  OF  PART-REC.
016447     MOVE  WS-SZONE   TO    SZONE  OF  PART-REC.
016457     MOVE  WS-UZONE   TO    UZONE  OF  PART-REC.
016467     MOVE  WS-NCH     TO    NCH    OF  PART-REC.
016477     MOVE  WS-GROUP-CODE TO GROUP-1   OF  PART-REC.
016487     MOVE  WS-KEY     TO    COMP0  OF  PART-REC.
016497     MOVE  WS-KEY     TO    COMP3  OF  PART-REC.
016507     MOVE  WS-KEY     TO    COMP5  OF  PART-REC.
016517     MOVE  WS-KEY     TO    BIN    OF  PART-REC.
016527     MOVE  WS-RUN-DATE TO   EFF-DATE  OF  PART-REC.
016537     MOVE  WS-RUN-DATE TO   RUN-ID-DATE  OF  PART-REC.
016547     MOVE  WS-RUN-SEQ  TO   RUN-ID-SEQ   OF  PART-REC.
016557     SET   REC-ACTIVE  OF  PART-REC  TO  TRUE.
016567     MOVE  WS-RUN-DATE TO   REC-STATUS-DATE  OF  PART-REC.
016577     MOVE  WS-CYCLE-ENTITY  TO  ENTITY-CODE  OF  PART-REC.
016587*    sealed here, so the merge carries the checksum across
016592     SET   RS-SET  TO  TRUE.
016597     MOVE  :LAYOUT:  TO  RS-LAYOUT.
016607     CALL  'RECSUM'  USING  WS-RECSUM-PARM  PART-REC.
016617     WRITE  PART-REC.
016627     MOVE  WS-PART-STATUS     TO  WS-IO-STATUS.
016637     MOVE  'GEN-PART DTL WRT'  TO  WS-IO-WHERE.
016647     PERFORM  CHECK-STATUS-SEC.
016657     ADD   WS-KEY        TO  WS-HASH-TOTAL.
016667     ADD   1             TO  WS-WRITTEN-COUNT.
016677     MOVE  WS-PART-PROGRAM  TO  CK-PROGRAM-ID.
016687     MOVE  II            TO  CK-LAST-KEY.
016697     MOVE  WS-RUN-DATE   TO  CK-TS-DATE.
016707     ACCEPT  CK-TS-TIME  FROM  TIME.
016717     WRITE  CHKPT-REC.
016727 WRITE-PART-SEC-EX.
016737     EXIT.
016747/
016757*----------------------------------------------------------------
016767* before the merge touches the live files, every partition on
016777* FWPARTS must have a data file ending in its PTR1 trailer for
016787* this cycle date and record count - a partition still running,
016797* failed, or left over from another cycle abandons the merge
016807* with V-OTFILE/F-OTFILE exactly as they were
016817*----------------------------------------------------------------
016827 MERGE-PRECHECK-SEC SECTION.
016837     MOVE  'N'  TO  WS-PART-ERROR-SW.
016847     MOVE  'N'  TO  WS-PART-RESTART-SW.
016857     PERFORM  PRECHECK-PART-SEC
016867         VARYING  WS-PT-SUB  FROM  1  BY  1
016877         UNTIL  WS-PT-SUB  >  WS-PT-COUNT.
016887     IF  PART-ERROR
016897         DISPLAY  'FILEW: MERGE ABANDONED - LIVE FILES UNTOUCHED'
016907         PERFORM  ABANDON-RUN-SEC
016917     END-IF.
016927 MERGE-PRECHECK-SEC-EX.
016937     EXIT.
016947/
016957 PRECHECK-PART-SEC SECTION.
016967     PERFORM  NAME-PART-SEC.
016977     MOVE  'N'  TO  WS-PART-DONE-SW.
016987     MOVE  'N'  TO  WS-PART-EOF-SW.
016997     OPEN  INPUT  PART-FILE.
017007     IF  WS-PART-STATUS  NOT =  '00'
017017         DISPLAY  'FILEW: PARTITION ' WS-PART-NO
017027                  ' HAS NO DATA FILE ' WS-PART-NAME
017037         SET   PART-ERROR  TO  TRUE
017047         GO TO  PRECHECK-PART-SEC-EX
017057     END-IF.
017067     PERFORM  SCAN-PART-SEC  UNTIL  PART-EOF.
017077     CLOSE  PART-FILE.
017087     IF  NOT  PART-DONE
017097         DISPLAY  'FILEW: PARTITION ' WS-PART-NO
017107                  ' NOT COMPLETE FOR CYCLE ' WS-RUN-DATE
017117         SET   PART-ERROR  TO  TRUE
017127     ELSE
017137         IF  WS-PTS-COUNT  IS  NUMERIC
017147             PERFORM  ADD-PTR-PROV-SEC
017157                 VARYING  WS-PRV-IN  FROM  1  BY  1
017167                 UNTIL  WS-PRV-IN  >  WS-PTS-COUNT
017177                     OR  WS-PRV-IN  >  10
017187         END-IF
017197     END-IF.
017207 PRECHECK-PART-SEC-EX.
017217     EXIT.
017227/
017237*----------------------------------------------------------------
017247* a detail after the trailer means a restart appended to a
017257* partition that had finished, so only the last record counts
017267*----------------------------------------------------------------
017277 SCAN-PART-SEC    SECTION.
017287     READ  PART-FILE
017297         AT END  SET  PART-EOF  TO  TRUE
017307     END-READ.
017317     IF  PART-EOF
017327         GO TO  SCAN-PART-SEC-EX
017337     END-IF.
017347     MOVE  'N'  TO  WS-PART-DONE-SW.
017357     IF  PTR-KEY  =  :KEY-HIGH:  AND  PTR-IS-TRAILER
017367         IF  PTR-RUN-DATE  =  WS-RUN-DATE
017377                 AND  PTR-REQUESTED  =  N-RECORD
017387             SET  PART-DONE  TO  TRUE
017397             MOVE  PTR-PROV-AREA  TO  WS-PTR-PROV-SAVE
017407             IF  PTR-WAS-RESTART
017417                 SET  PART-RESTARTED  TO  TRUE
017427             END-IF
017437         END-IF
017447     END-IF.
017457 SCAN-PART-SEC-EX.
017467     EXIT.
017477/
017487*----------------------------------------------------------------
017497* the merge: HDR1 on both live files, every partition's details
017507* copied across in FWPARTS (= key) order, and one TRL1 pair
017517* whose count and hash are recounted from the details copied -
017527* the same totals the serial build would have written. each
017537* partition's rejects are gathered into VREJECT as it goes.
017547*----------------------------------------------------------------
017557 MERGE-PARTS-SEC  SECTION.
017567     MOVE  0  TO  WS-HASH-TOTAL.
017577     MOVE  0  TO  WS-WRITTEN-COUNT.
017587     PERFORM  OPEN-LIVE-SEC.
017597     PERFORM  MERGE-ONE-PART-SEC
017607         VARYING  WS-PT-SUB  FROM  1  BY  1
017617         UNTIL  WS-PT-SUB  >  WS-PT-COUNT.
017627     PERFORM  CLOSE-LIVE-SEC.
017637     DISPLAY  'FILEW: MERGED ' WS-PT-COUNT ' PARTITIONS'.
017647 MERGE-PARTS-SEC-EX.
017657     EXIT.
017667/
017677 MERGE-ONE-PART-SEC SECTION.
017687     PERFORM  NAME-PART-SEC.
017697     MOVE  'N'  TO  WS-PART-EOF-SW.
017707     OPEN  INPUT  PART-FILE.
017717     MOVE  WS-PART-STATUS    TO  WS-IO-STATUS.
017727     MOVE  'MERGE OPEN PART'  TO  WS-IO-WHERE.
017737     PERFORM  CHECK-STATUS-SEC.
017747     PERFORM  COPY-PART-SEC  UNTIL  PART-EOF.
017757     CLOSE  PART-FILE.
017767     MOVE  'N'  TO  WS-PART-EOF-SW.
017777     OPEN  INPUT  PART-REJECT.
017787     IF  WS-PREJ-STATUS  =  '00'
017797         PERFORM  COPY-PART-REJ-SEC  UNTIL  PART-EOF
017807         CLOSE  PART-REJECT
017817     END-IF.
017827 MERGE-ONE-PART-SEC-EX.
017837     EXIT.
017847/
017857*----------------------------------------------------------------
017867* one partition detail onto both live files, restamped with the
017877* merge's run lineage - the run RUNHIST will record
017887*----------------------------------------------------------------
017897 COPY-PART-SEC    SECTION.
017907     READ  PART-FILE
017917         AT END  SET  PART-EOF  TO  TRUE
017927     END-READ.
017937     IF  PART-EOF
017947         GO TO  COPY-PART-SEC-EX
017957     END-IF.
017967     IF  PTR-KEY  =  :KEY-HIGH:  AND  PTR-IS-TRAILER
017977         SET   PART-EOF  TO  TRUE
017987         GO TO  COPY-PART-SEC-EX
017997     END-IF.
018007     MOVE  WS-RUN-DATE         TO  RUN-ID-DATE  OF  PART-REC.
018017     MOVE  WS-RUN-SEQ          TO  RUN-ID-SEQ   OF  PART-REC.
018027     MOVE  LENGTH OF V-REC01   TO  V-LL.
018037     MOVE  PART-REC            TO  V-REC01.
018047     WRITE  V-REC01
018057         INVALID KEY
018067           DISPLAY 'FILEW: DUP KEY ' NUM1 OF V-REC01
018077     END-WRITE.
018087     MOVE  PART-REC            TO  F-REC01.
018097     WRITE  F-REC01.
018107     MOVE  WS-FOTFILE-STATUS   TO  WS-IO-STATUS.
018117     MOVE  'MERGE DTL WRT'     TO  WS-IO-WHERE.
018127     PERFORM  CHECK-STATUS-SEC.
018137     ADD   NUM1  OF  PART-REC  TO  WS-HASH-TOTAL.
018147     ADD   1                   TO  WS-WRITTEN-COUNT.
018157 COPY-PART-SEC-EX.
018167     EXIT.
018177/
018187 COPY-PART-REJ-SEC SECTION.
018197     READ  PART-REJECT
018207         AT END  SET  PART-EOF  TO  TRUE
018217     END-READ.
018227     IF  PART-EOF
018237         GO TO  COPY-PART-REJ-SEC-EX
018247     END-IF.
018257     ADD   1                TO  WS-REJECT-COUNT.
018267*    a partition's rejects belong to the merged run, the same
018277*    way its details are restamped with the merge's RUN-ID
018287     MOVE  PART-REJECT-REC  TO  REJ-EDIT.
018297     MOVE  WS-RUN-DATE      TO  REJ-RUN-DATE.
018307     MOVE  WS-RUN-SEQ       TO  REJ-RUN-SEQ.
018317     MOVE  REJ-EDIT         TO  REJECT-REC.
018327     WRITE  REJECT-REC.
018337     MOVE  WS-REJECT-STATUS  TO  WS-IO-STATUS.
018347     MOVE  'MERGE REJ WRT'   TO  WS-IO-WHERE.
018357     PERFORM  CHECK-STATUS-SEC.
018367 COPY-PART-REJ-SEC-EX.
018377     EXIT.
018387/
018397*----------------------------------------------------------------
018407* derives SPACK/UPACK/SZONE/UZONE from the record number and runs
018417* them past VALIDATE-DETAIL-SEC before the calling loop writes
018427* the record; every 7th record is forced out of range to exercise
018437* the reject path. SPACK and SZONE are derived through PACKGRD's
018447* subtract operation rather than a plain COMPUTE so the packed
018457* fields get the same overflow guard OVFLOW.cob uses
018467*----------------------------------------------------------------
018477 EDIT-DETAIL-SEC  SECTION.
018487     PERFORM  CLEANSE-REC-SEC.
018497     DIVIDE  II  BY  10   GIVING  WS-MOD-QUOT
018507             REMAINDER  WS-MOD10.
018517     DIVIDE  II  BY  100  GIVING  WS-MOD-QUOT
018527             REMAINDER  WS-MOD100.
018537     DIVIDE  II  BY  7    GIVING  WS-MOD-QUOT
018547             REMAINDER  WS-MOD7.
018557     MOVE     'S'        TO  WG-OPERATION.
018567     MOVE     WS-MOD10   TO  WG-OPERAND-1.
018577     MOVE     5          TO  WG-OPERAND-2.
018587     CALL     'PACKGRD'  USING  WS-GUARD-PARM.
018597     IF  WG-SIZE-ERROR
018607         MOVE  99  TO  WS-SPACK
018617     ELSE
018627         MOVE  WG-RESULT  TO  WS-SPACK
018637     END-IF.
018647     MOVE     WS-MOD10   TO  WS-UPACK.
018657     MOVE     'S'        TO  WG-OPERATION.
018667     MOVE     WS-MOD100  TO  WG-OPERAND-1.
018677     MOVE     50         TO  WG-OPERAND-2.
018687     CALL     'PACKGRD'  USING  WS-GUARD-PARM.
018697     IF  WG-SIZE-ERROR
018707         MOVE  99  TO  WS-SZONE
018717     ELSE
018727         MOVE  WG-RESULT  TO  WS-SZONE
018737     END-IF.
018747     MOVE     WS-MOD100  TO  WS-UZONE.
018757     MOVE     NC'ABCDE'  TO  WS-NCH.
018767*    the business grouping code, derived from the record-number
018777*    range so every record lands in a real group instead of
018787*    GROUP-1 riding along blank
018797     EVALUATE  WS-MOD10
018807         WHEN  0  THRU  2
018817             MOVE  'A'  TO  WS-GROUP-CODE
018827         WHEN  3  THRU  5
018837             MOVE  'B'  TO  WS-GROUP-CODE
018847         WHEN  6  THRU  8
018857             MOVE  'C'  TO  WS-GROUP-CODE
018867         WHEN  OTHER
018877             MOVE  'D'  TO  WS-GROUP-CODE
018887     END-EVALUATE.
018897     IF  WS-MOD7  =  0
018907         MOVE  99  TO  WS-SZONE
018917     END-IF.
018927     PERFORM  VALIDATE-DETAIL-SEC.
018937 EDIT-DETAIL-SEC-EX.
018947     EXIT.
018957/
018967*----------------------------------------------------------------
018977* the REC-DATA text put right by the CLNRULES cleansing rules
018987* before anything is edited or written, through the shared
018997* RECCLEAN callable VCLEANSE applies to the records already on
019007* the cluster - so a record comes in as clean as the cleansing
019017* pass would leave it
019027*----------------------------------------------------------------
019037 CLEANSE-REC-SEC  SECTION.
019047     MOVE  WS-CURRENT-REC  TO  CL-DATA.
019057     CALL  'RECCLEAN'  USING  WS-RECCLEAN-PARM.
019067     IF  CL-CHANGED
019077         MOVE  CL-DATA  TO  WS-CURRENT-REC
019087         ADD   1        TO  WS-CLEANSED-COUNT
019097     END-IF.
019107 CLEANSE-REC-SEC-EX.
019117     EXIT.
019127/
019137*----------------------------------------------------------------
019147* field-level edit checks against the business ranges allowed
019157* for the packed and zoned test fields, enforced through the
019167* shared FLDEDIT callable so the maintenance doors apply exactly
019177* the same definition of a valid record as this build does; the
019187* first field found out of range wins the reject reason. NCH is
019197* fixed test data (always NC'ABCDE' into a PIC N(05) field) -
019207* there is no drift for it to exhibit, so it carries no edit.
019217*----------------------------------------------------------------
019227 VALIDATE-DETAIL-SEC SECTION.
019237     MOVE  WS-SPACK  TO  FE-SPACK.
019247     MOVE  WS-UPACK  TO  FE-UPACK.
019257     MOVE  WS-SZONE  TO  FE-SZONE.
019267     MOVE  WS-UZONE  TO  FE-UZONE.
019277     CALL  'FLDEDIT'  USING  WS-FLDEDIT-PARM.
019287     IF  FE-REJECT
019297         MOVE  FE-FIELD   TO  REJ-FIELD
019307         MOVE  FE-VALUE   TO  REJ-VALUE
019317         MOVE  FE-REASON  TO  REJ-REASON
019327         SET   WS-EDIT-REJECT  TO  TRUE
019337     ELSE
019347*        the grouping code must be an active entry on the
019357*        GRPMAST reference master - the shared GRPEDIT check
019367*        every door applies, so a bad code cannot reach the
019377*        group summary unexplained
019387         MOVE  WS-GROUP-CODE  TO  GE-CODE
019397         CALL  'GRPEDIT'  USING  WS-GRPEDIT-PARM
019407         IF  GE-REJECT
019417             MOVE  'GROUP-1   '  TO  REJ-FIELD
019427             MOVE  0             TO  REJ-VALUE
019437             MOVE  'GROUP CODE NOT ON MASTER'  TO  REJ-REASON
019447             SET   WS-EDIT-REJECT  TO  TRUE
019457         ELSE
019467             SET   WS-EDIT-OK      TO  TRUE
019477             PERFORM  RULE-CHECK-SEC
019487         END-IF
019497     END-IF.
019507 VALIDATE-DETAIL-SEC-EX.
019517     EXIT.
019527/
019537*----------------------------------------------------------------
019547* the cross-field business rules on the RULES control file,
019557* through the shared RULECHK check every door applies: an
019567* error rule broken rejects the record naming the rule's field
019577* and text; warning rules broken are reported and the record
019587* is written
019597*----------------------------------------------------------------
019607 RULE-CHECK-SEC   SECTION.
019617     MOVE  SPACES          TO  WS-RULE-IMG-R.
019627     MOVE  WS-KEY          TO  NUM1     OF  WS-RULE-IMG-R.
019637     MOVE  WS-KEY          TO  NUM2     OF  WS-RULE-IMG-R.
019647     MOVE  WS-CURRENT-REC  TO  REC-DATA OF  WS-RULE-IMG-R.
019657     MOVE  WS-SPACK        TO  SPACK    OF  WS-RULE-IMG-R.
019667     MOVE  WS-UPACK        TO  UPACK    OF  WS-RULE-IMG-R.
019677     MOVE  WS-SZONE        TO  SZONE    OF  WS-RULE-IMG-R.
019687     MOVE  WS-UZONE        TO  UZONE    OF  WS-RULE-IMG-R.
019697     MOVE  WS-GROUP-CODE   TO  GROUP-1  OF  WS-RULE-IMG-R.
019707     MOVE  WS-KEY          TO  COMP0    OF  WS-RULE-IMG-R.
019717     MOVE  WS-KEY          TO  COMP3    OF  WS-RULE-IMG-R.
019727     MOVE  WS-KEY          TO  COMP5    OF  WS-RULE-IMG-R.
019737     MOVE  WS-KEY          TO  BIN      OF  WS-RULE-IMG-R.
019747     MOVE  WS-RUN-DATE     TO  EFF-DATE OF  WS-RULE-IMG-R.
019757     MOVE  WS-RULE-IMG-R   TO  RK-IMAGE.
019767     CALL  'RULECHK'  USING  WS-RULECHK-PARM.
019777     IF  RK-FAIL
019787         MOVE  RK-ERR-FIELD  TO  REJ-FIELD
019797         MOVE  0             TO  REJ-VALUE
019807         MOVE  RK-ERR-TEXT   TO  REJ-REASON
019817         SET   WS-EDIT-REJECT  TO  TRUE
019827     END-IF.
019837     IF  RK-WARN
019847         PERFORM  RULE-WARN-SEC  VARYING  WS-BRK-SUB
019857             FROM  1  BY  1
019867             UNTIL  WS-BRK-SUB  >  RK-BROKEN-COUNT
019877                 OR  WS-BRK-SUB  >  10
019887     END-IF.
019897 RULE-CHECK-SEC-EX.
019907     EXIT.
019917/
019927 RULE-WARN-SEC    SECTION.
019937     ADD   1  TO  WS-RULE-WARN-COUNT.
019947     DISPLAY  'FILEW: RULE WARNING KEY ' WS-KEY ' '
019957              RK-B-ID(WS-BRK-SUB) ' '
019967              RK-B-TEXT(WS-BRK-SUB).
019977 RULE-WARN-SEC-EX.
019987     EXIT.
019997/
020007*----------------------------------------------------------------
020017* counts the detail just edited against the provider whose INFILE
020027* record it carries - written or rejected, as EDIT-DETAIL-SEC
020037* decided. untagged (synthetic or masked) details are not counted
020047*----------------------------------------------------------------
020057 TALLY-PROVIDER-SEC SECTION.
020067     IF  WS-CURRENT-PROVIDER  =  SPACES
020077         GO TO  TALLY-PROVIDER-SEC-EX
020087     END-IF.
020097     PERFORM  FIND-PROVIDER-SEC.
020107     IF  WS-PRV-SUB  =  0
020117         GO TO  TALLY-PROVIDER-SEC-EX
020127     END-IF.
020137     IF  WS-EDIT-REJECT
020147         ADD  1  TO  WS-PRV-REJECTS(WS-PRV-SUB)
020157     ELSE
020167         ADD  1  TO  WS-PRV-WRITTEN(WS-PRV-SUB)
020177     END-IF.
020187 TALLY-PROVIDER-SEC-EX.
020197     EXIT.
020207/
020217*----------------------------------------------------------------
020227* WS-PRV-SUB to WS-CURRENT-PROVIDER's slot, opening a new one the
020237* first time it is seen; 0 if the table is already full
020247*----------------------------------------------------------------
020257 FIND-PROVIDER-SEC SECTION.
020267     PERFORM  VARYING  WS-PRV-SUB  FROM  1  BY  1
020277         UNTIL  WS-PRV-SUB  >  WS-PRV-COUNT
020287             OR  WS-PRV-ID(WS-PRV-SUB)  =  WS-CURRENT-PROVIDER
020297         CONTINUE
020307     END-PERFORM.
020317     IF  WS-PRV-SUB  >  WS-PRV-COUNT
020327         IF  WS-PRV-COUNT  NOT <  10
020337             DISPLAY  'FILEW: PROVIDER TABLE FULL - '
020347                      WS-CURRENT-PROVIDER  ' NOT COUNTED'
020357             MOVE  0  TO  WS-PRV-SUB
020367             GO TO  FIND-PROVIDER-SEC-EX
020377         END-IF
020387         ADD   1  TO  WS-PRV-COUNT
020397         MOVE  WS-PRV-COUNT         TO  WS-PRV-SUB
020407         MOVE  WS-CURRENT-PROVIDER  TO  WS-PRV-ID(WS-PRV-SUB)
020417         MOVE  0  TO  WS-PRV-WRITTEN(WS-PRV-SUB)
020427         MOVE  0  TO  WS-PRV-REJECTS(WS-PRV-SUB)
020437     END-IF.
020447 FIND-PROVIDER-SEC-EX.
020457     EXIT.
020467/
020477 SET-PTR-PROV-SEC SECTION.
020487     MOVE  WS-PRV-ID(WS-PRV-SUB)  TO  PTR-PROV-ID(WS-PRV-SUB).
020497     MOVE  WS-PRV-WRITTEN(WS-PRV-SUB)
020507                       TO  PTR-PROV-WRITTEN(WS-PRV-SUB).
020517     MOVE  WS-PRV-REJECTS(WS-PRV-SUB)
020527                       TO  PTR-PROV-REJECTS(WS-PRV-SUB).
020537 SET-PTR-PROV-SEC-EX.
020547     EXIT.
020557/
020567*----------------------------------------------------------------
020577* adds one provider's counts off a finished partition's trailer
020587* into the merge's own table
020597*----------------------------------------------------------------
020607 ADD-PTR-PROV-SEC SECTION.
020617     MOVE  WS-PTS-ID(WS-PRV-IN)  TO  WS-CURRENT-PROVIDER.
020627     IF  WS-CURRENT-PROVIDER  =  SPACES
020637         GO TO  ADD-PTR-PROV-SEC-EX
020647     END-IF.
020657     PERFORM  FIND-PROVIDER-SEC.
020667     IF  WS-PRV-SUB  =  0
020677         GO TO  ADD-PTR-PROV-SEC-EX
020687     END-IF.
020697     ADD  WS-PTS-WRITTEN(WS-PRV-IN)
020707                       TO  WS-PRV-WRITTEN(WS-PRV-SUB).
020717     ADD  WS-PTS-REJECTS(WS-PRV-IN)
020727                       TO  WS-PRV-REJECTS(WS-PRV-SUB).
020737 ADD-PTR-PROV-SEC-EX.
020747     EXIT.
020757/
020767 WRITE-RUNPROV-SEC SECTION.
020777     MOVE  SPACES                 TO  RUNPROV-REC.
020787     MOVE  WS-RUN-DATE            TO  PV-RUN-DATE.
020797     MOVE  WS-RUN-SEQ             TO  PV-RUN-SEQ.
020807     MOVE  WS-PRV-ID(WS-PRV-SUB)  TO  PV-PROVIDER.
020817     MOVE  WS-PRV-WRITTEN(WS-PRV-SUB)  TO  PV-WRITTEN.
020827     MOVE  WS-PRV-REJECTS(WS-PRV-SUB)  TO  PV-REJECTS.
020837     MOVE  WS-CYCLE-ENTITY             TO  PV-ENTITY.
020847     WRITE  RUNPROV-REC.
020857 WRITE-RUNPROV-SEC-EX.
020867     EXIT.
020877/
020887*----------------------------------------------------------------
020897* VREJECT is rewritten every run, so the run's rejects are also
020907* appended to the permanent REJHIST ledger under the RUN-ID that
020917* produced them - VRESUBMT adds its disposition of each one
020927* there later and RJPARETO ranks them across cycles. EXTEND
020937* accumulates, the OUTPUT fallback primes the ledger the first
020947* time, the way RUNHIST is primed
020957*----------------------------------------------------------------
020967 REJHIST-SEC      SECTION.
020977     IF  WS-REJECT-COUNT  =  0
020987         GO TO  REJHIST-SEC-EX
020997     END-IF.
021007     OPEN  INPUT  REJECT-FILE.
021017     MOVE  WS-REJECT-STATUS  TO  WS-IO-STATUS.
021027     MOVE  'REJHIST OPEN REJ'  TO  WS-IO-WHERE.
021037     PERFORM  CHECK-STATUS-SEC.
021047     IF  WS-REJECT-STATUS  NOT =  '00'
021057         GO TO  REJHIST-SEC-EX
021067     END-IF.
021077     OPEN  EXTEND  REJHIST-FILE.
021087     IF  WS-REJHIST-STATUS  NOT =  '00'
021097         OPEN  OUTPUT  REJHIST-FILE
021107     END-IF.
021117     MOVE  WS-REJHIST-STATUS  TO  WS-IO-STATUS.
021127     MOVE  'REJHIST OPEN'     TO  WS-IO-WHERE.
021137     PERFORM  CHECK-STATUS-SEC.
021147     IF  WS-REJHIST-STATUS  NOT =  '00'
021157         CLOSE  REJECT-FILE
021167         GO TO  REJHIST-SEC-EX
021177     END-IF.
021187     PERFORM  REJHIST-COPY-SEC
021197         UNTIL  WS-REJECT-STATUS  NOT =  '00'.
021207     CLOSE  REJHIST-FILE.
021217     CLOSE  REJECT-FILE.
021227 REJHIST-SEC-EX.
021237     EXIT.
021247/
021257 REJHIST-COPY-SEC SECTION.
021267     READ  REJECT-FILE
021277         AT END
021287             MOVE  '10'  TO  WS-REJECT-STATUS
021297     END-READ.
021307     IF  WS-REJECT-STATUS  NOT =  '00'
021317         GO TO  REJHIST-COPY-SEC-EX
021327     END-IF.
021337     MOVE  REJECT-REC     TO  REJ-EDIT.
021347     MOVE  SPACES         TO  REJHIST-REC.
021357     SET   RJ-REJECT-LINE TO  TRUE.
021367     MOVE  REJ-RUN-DATE   TO  RJ-RUN-DATE.
021377     MOVE  REJ-RUN-SEQ    TO  RJ-RUN-SEQ.
021387     MOVE  REJ-NUM1(:KEY-LEN: - 3:4)  TO  RJ-NUM1.
021397     MOVE  REJ-FIELD      TO  RJ-FIELD.
021407     MOVE  REJ-VALUE      TO  RJ-VALUE.
021417     MOVE  REJ-REASON     TO  RJ-REASON.
021427     MOVE  REJ-GROUP      TO  RJ-GROUP.
021437     WRITE  REJHIST-REC.
021447     MOVE  WS-REJHIST-STATUS  TO  WS-IO-STATUS.
021457     MOVE  'REJHIST WRT'      TO  WS-IO-WHERE.
021467     PERFORM  CHECK-STATUS-SEC.
021477 REJHIST-COPY-SEC-EX.
021487     EXIT.
021497/
021507 LOG-REJECT-SEC   SECTION.
021517     ADD   1        TO  WS-REJECT-COUNT.
021527     MOVE  WS-GROUP-CODE  TO  REJ-GROUP.
021537     MOVE  WS-RUN-DATE    TO  REJ-RUN-DATE.
021547     MOVE  WS-RUN-SEQ     TO  REJ-RUN-SEQ.
021557     MOVE  REJ-EDIT  TO  REJECT-REC.
021567     WRITE  REJECT-REC.
021577     MOVE  WS-REJECT-STATUS  TO  WS-IO-STATUS.
021587     MOVE  'LOG-REJECT WRT'  TO  WS-IO-WHERE.
021597     PERFORM  CHECK-STATUS-SEC.
021607 LOG-REJECT-SEC-EX.
021617     EXIT.
021627/
021637 ISSUE-MSG-SEC    SECTION.
021647     MOVE  'FILEW'  TO  MG-PROGRAM.
021657     CALL  'MSGFMT'  USING  WS-MSGFMT-PARM.
021667 ISSUE-MSG-SEC-EX.
021677     EXIT.
021687
021697 EXIT-PROGRAM.
