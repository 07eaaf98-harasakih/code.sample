000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      VMOVREC.
000030*
000040*----------------------------------------------------------------
000050* daily movement reconciliation of the V-OTFILE cluster: BALRPT
000060* proves that a FILEW build wrote what it meant to, but between
000070* builds the cluster is changed by the maintenance doors, and
000080* this job proves the day's closing position from its opening
000090* position - opening count plus adds minus removals must equal
000100* the closing count, and likewise for the NUM1 hash total.
000110*
000120* opening: the newest VMOVHIST closing line for this cycle's
000130* entity. when the cluster has been rebuilt since that line was
000140* written (its TRL1 is not the build the line recorded) the
000150* opening is the new build's TRL1 count and hash - the totals
000160* BALRPT has balanced against RUNLOG - and the day starts at
000170* the build stamp FILEW leaves on TRL1.
000180*
000190* activity, by door, taken over the window from the opening
000200* stamp to the stamp this run closes under:
000210*   VJOURNAL    every door that journals (VKSDSUPD, VBATCHUPD,
000220*               VMASSUPD, VONLINE UPD, VJUNDO, ...) - an empty
000230*               before image is an add, an empty after image a
000240*               removal; a change moves nothing but is counted,
000250*               and a change into or out of deleted status is
000260*               shown as a logical delete or undelete. the
000270*               rolled VJRN segments are read first, in JRNCAT
000280*               order, then the live journal
000290*   VMOVLOG     the movement ledger of the doors that add or
000300*               remove without a journal image (VRESUBMT,
000310*               VFPURGE, VERASE, FKRENUM) - see MOVLOG
000320*   VMERGE      VKMERGE's merge ledger - each victim key removed
000330*   JAHIST      the doors' own accounting for the cycle date,
000340*               shown beside the ledger counts it should match
000350*               (VFPURGE's RECORDS PURGED, VRESUBMT's REJECTS
000360*               RECOVERED); a disagreement is noted for
000370*               follow-up but proves nothing about the cluster
000371*   VTXNDISP    VBATCHUPD's disposition lines - its APPLIED
000372*               adds, deletes and undeletes, shown under the
000373*               door's journal counts
000374*   VRESDISP    VRESUBMT's disposition lines - its RECOVERD
000375*               inserts, shown under the door's ledger adds
000376*   both disposition files are rewritten by each run, so only
000377*   lines stamped inside the window count; a disagreement with
000378*   the journal or ledger is noted the way the JAHIST one is
000380*
000390* closing: a fresh count and NUM1 hash total of the cluster's
000400* detail records, HDR1/TRL1 excepted, taken under the cluster
000410* lock so no door moves it mid-count. logically deleted records
000420* are still on the cluster and are counted; only VFPURGE's
000430* physical removal takes them off.
000440*
000450* the closing line is appended to VMOVHIST whatever the outcome
000460* - it is the next day's opening. any difference between the
000470* expected and the actual closing is listed as UNEXPLAINED on
000480* the VMOVRPT report, logged through ERRLOG, and fails CYCLRPT's
000490* MOVEMENT check.
000500*
000510* PARM:
000520*   position  1    'B' take a baseline: the fresh count becomes
000530*                  the opening position without reconciling -
000540*                  after a restore, a roll-forward, or any other
000550*                  sanctioned reload. needs the S security code
000560*                  on VAUTH and lands on OPSAUDIT
000570*   positions 2-9  operator (baseline only)
000580* with no closing line to open from and no build stamp on TRL1
000590* the run takes a baseline of its own accord, RC 4.
000600*
000610* return codes: 0 balanced, 4 baseline taken, 8 unexplained
000620* difference, 16 run refused.
000630*
000640* the operator messages are the VMOVRnnn entries of the MSGCAT
000650* catalog, issued through MSGFMT.
000660*----------------------------------------------------------------
000670 ENVIRONMENT      DIVISION.
000680 INPUT-OUTPUT     SECTION.
000690 FILE-CONTROL.
000700     SELECT  V-OTFILE    ASSIGN TO   VFILE
000710             ORGANIZATION  IS    INDEXED
000720             ACCESS MODE   IS    SEQUENTIAL
000730             RECORD KEY    IS    NUM1  OF  V-REC01
000740             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000750                           WITH  DUPLICATES
000760             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000770                           WITH  DUPLICATES
000780             FILE STATUS   IS    WS-VFILE-STATUS.
000790     SELECT  JRNL-FILE   ASSIGN TO   VJOURNAL
000800             ORGANIZATION  IS    SEQUENTIAL
000810             FILE STATUS   IS    WS-JRNL-STATUS.
000820     SELECT  JRNCAT-FILE ASSIGN TO   JRNCAT
000830             ORGANIZATION  IS    LINE SEQUENTIAL
000840             FILE STATUS   IS    WS-JRNCAT-STATUS.
000850     SELECT  JSEG-IN     ASSIGN TO   WS-JSEG-NAME
000860             ORGANIZATION  IS    SEQUENTIAL
000870             FILE STATUS   IS    WS-JSEG-STATUS.
000880     SELECT  MOVLOG-IN   ASSIGN TO   VMOVLOG
000890             ORGANIZATION  IS    LINE SEQUENTIAL
000900             FILE STATUS   IS    WS-MOVLOG-STATUS.
000910     SELECT  MERGE-IN    ASSIGN TO   VMERGE
000920             ORGANIZATION  IS    LINE SEQUENTIAL
000930             FILE STATUS   IS    WS-MERGE-STATUS.
000940     SELECT  JHIST-IN    ASSIGN TO   JAHIST
000950             ORGANIZATION  IS    LINE SEQUENTIAL
000960             FILE STATUS   IS    WS-JHIST-STATUS.
000961     SELECT  TXNDISP-IN  ASSIGN TO   VTXNDISP
000962             ORGANIZATION  IS    LINE SEQUENTIAL
000963             FILE STATUS   IS    WS-TXNDISP-STATUS.
000964     SELECT  RESDISP-IN  ASSIGN TO   VRESDISP
000965             ORGANIZATION  IS    LINE SEQUENTIAL
000966             FILE STATUS   IS    WS-RESDISP-STATUS.
000970     SELECT  MOVHIST-FILE ASSIGN TO  VMOVHIST
000980             ORGANIZATION  IS    LINE SEQUENTIAL
000990             FILE STATUS   IS    WS-MOVHIST-STATUS.
001000     SELECT  AUTH-FILE   ASSIGN TO   VAUTH
001010             ORGANIZATION  IS    LINE SEQUENTIAL
001020             FILE STATUS   IS    WS-AUTH-STATUS.
001030     SELECT  MOV-RPT     ASSIGN TO   VMOVRPT
001040             ORGANIZATION  IS    LINE SEQUENTIAL.
001050
001055     COPY  keylay.
001060 DATA             DIVISION.
001070 FILE             SECTION.
001080 FD      V-OTFILE
001090         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
001100         DEPENDING ON  V-LL.
001110 01      V-REC01.
001120     COPY  vfile.
001130 01      V-HTR-REC  REDEFINES  V-REC01.
001140     03  HTR-KEY                      PIC  9(:KEY-LEN:).
001150     03  HTR-ID                       PIC  X(04).
001160       88  HTR-IS-HEADER                    VALUE 'HDR1'.
001170       88  HTR-IS-TRAILER                   VALUE 'TRL1'.
001180     03  HTR-RUN-DATE                 PIC  X(08).
001190     03  HTR-RECORD-COUNT             PIC  9(07).
001200     03  HTR-HASH-TOTAL               PIC  9(09).
001210     03  HTR-ENTITY                   PIC  X(02).
001220     03  HTR-BUILD-STAMP              PIC  X(16).
001230     03  FILLER                       PIC  X(:TAIL-46:).
001240
001250 FD      JRNL-FILE.
001260 01      JRNL-REC.
001270     COPY  vjrnl.
001280*
001290*    the segment catalog VJROLL keeps, and one rolled segment
001300*    at a time - segment records re-enter through the live
001310*    journal's record area so one code path judges them all
001320 FD      JRNCAT-FILE.
001330 01      JRNCAT-REC.
001340     03  JC-SEG-NAME                  PIC  X(16).
001350     03  FILLER                       PIC  X(01).
001360     03  JC-RUN-DATE                  PIC  X(08).
001370     03  FILLER                       PIC  X(01).
001380     03  JC-GEN-SEQ                   PIC  9(04).
001390     03  FILLER                       PIC  X(01).
001400     03  JC-REC-COUNT                 PIC  9(07).
001410 FD      JSEG-IN.
001420 01      JSEG-REC                     PIC  X(8467).
001430
001440 FD      MOVLOG-IN.
001450 01      MOVLOG-REC.
001460     COPY  vmovlog.
001470
001480 FD      MERGE-IN.
001490 01      MERGE-REC.
001500     COPY  mrgrec.
001510
001520 FD      JHIST-IN.
001530 01      JHIST-REC.
001540     03  JH-RUN-DATE                  PIC  9(08).
001550     03  FILLER                       PIC  X(01).
001560     03  JH-PROGRAM                   PIC  X(08).
001570     03  FILLER                       PIC  X(01).
001580     03  JH-COUNT-NAME                PIC  X(20).
001590     03  FILLER                       PIC  X(01).
001600     03  JH-COUNT-VALUE               PIC  9(09).
001601*
001602*    VBATCHUPD's and VRESUBMT's disposition lines, as far as
001603*    this job needs them - the code, result and write stamp
001604 FD      TXNDISP-IN.
001605 01      TXNDISP-REC.
001606     03  TD-SEQ                       PIC  X(07).
001607     03  FILLER                       PIC  X(01).
001608     03  TD-CODE                      PIC  X(01).
001609     03  FILLER                       PIC  X(01).
001610     03  TD-NUM1                      PIC  X(04).
001611     03  FILLER                       PIC  X(01).
001612     03  TD-RESULT                    PIC  X(08).
001613     03  FILLER                       PIC  X(59).
001614     03  TD-DATE                      PIC  X(08).
001615     03  FILLER                       PIC  X(01).
001616     03  TD-TIME                      PIC  X(08).
001617     03  FILLER                       PIC  X(01).
001618 FD      RESDISP-IN.
001619 01      RESDISP-REC.
001620     03  RD-NUM1                      PIC  X(04).
001621     03  FILLER                       PIC  X(12).
001622     03  RD-RESULT                    PIC  X(08).
001623     03  FILLER                       PIC  X(32).
001624     03  RD-DATE                      PIC  X(08).
001625     03  FILLER                       PIC  X(01).
001626     03  RD-TIME                      PIC  X(08).
001627     03  FILLER                       PIC  X(07).
001628
001629 FD      MOVHIST-FILE.
001630 01      MOVHIST-REC.
001640     COPY  vmovhist.
001650
001660 FD      AUTH-FILE.
001670 01      AUTH-REC.
001680     03  AU-OPERATOR                  PIC  X(08).
001690     03  FILLER                       PIC  X(01).
001700     03  AU-CODES                     PIC  X(08).
001710     03  FILLER                       PIC  X(01).
001720     03  AU-EXPIRY                    PIC  X(08).
001730
001740 FD      MOV-RPT.
001750 01      RPT-LINE                     PIC  X(80).
001760
001770 WORKING-STORAGE  SECTION.
001780
001790 01  V-LL                      PIC  9(04) COMP.
001800
001810 01  WS-STATUSES.
001820   03  WS-VFILE-STATUS         PIC  X(02).
001830   03  WS-JRNL-STATUS          PIC  X(02).
001840   03  WS-JRNCAT-STATUS        PIC  X(02).
001850   03  WS-JSEG-STATUS          PIC  X(02).
001860   03  WS-MOVLOG-STATUS        PIC  X(02).
001870   03  WS-MERGE-STATUS         PIC  X(02).
001880   03  WS-JHIST-STATUS         PIC  X(02).
001890   03  WS-MOVHIST-STATUS       PIC  X(02).
001900   03  WS-AUTH-STATUS          PIC  X(02).
001901   03  WS-TXNDISP-STATUS       PIC  X(02).
001902   03  WS-RESDISP-STATUS       PIC  X(02).
001910
001920 01  WS-SWITCHES.
001930   03  WS-EOF-SW               PIC  X(01).
001940     88  FILE-EOF                   VALUE  'Y'.
001950   03  WS-JSEG-EOF-SW          PIC  X(01).
001960     88  JSEG-EOF                   VALUE  'Y'.
001970   03  WS-MODE-SW              PIC  X(01)  VALUE  'R'.
001980     88  BASELINE-MODE              VALUE  'B'.
001990   03  WS-TRL-SW               PIC  X(01)  VALUE  'N'.
002000     88  TRAILER-FOUND              VALUE  'Y'.
002010   03  WS-PRIOR-SW             PIC  X(01)  VALUE  'N'.
002020     88  PRIOR-FOUND                VALUE  'Y'.
002030   03  WS-REBUILT-SW           PIC  X(01)  VALUE  'N'.
002040     88  CLUSTER-REBUILT            VALUE  'Y'.
002050   03  WS-BASELINE-SW          PIC  X(01)  VALUE  'N'.
002060     88  BASELINE-TAKEN             VALUE  'Y'.
002070   03  WS-ACTOR-OK-SW          PIC  X(01)  VALUE  'N'.
002080     88  ACTOR-AUTHORIZED           VALUE  'Y'.
002090   03  WS-DOOR-FOUND-SW        PIC  X(01).
002100     88  DOOR-FOUND                 VALUE  'Y'.
002110
002120 01  WS-PARM-LINE              PIC  X(09).
002130 01  WS-ACTOR                  PIC  X(08).
002140 01  WS-CYCLE-DATE             PIC  9(08).
002150 01  WS-CYCLE-ENTITY           PIC  X(02).
002160 01  WS-CODE-TALLY             PIC  9(02)  COMP.
002170 01  WS-JSEG-NAME              PIC  X(16).
002180*
002190*    the segments to read, in catalog (taken) order - the
002200*    VDRDRILL sizing
002210 01  WS-SEG-TABLE.
002220   03  WS-SEG-ENTRY  OCCURS  500  TIMES  INDEXED BY SEG-IDX.
002230     05  WS-SEG-NAME           PIC  X(16).
002240 01  WS-SEG-COUNT              PIC  9(05)  COMP  VALUE  0.
002250
002260*----------------------------------------------------------------
002270* the window the day's activity is taken over: entries stamped
002280* after the opening stamp and no later than the closing stamp
002290*----------------------------------------------------------------
002300 01  WS-WINDOW.
002310   03  WS-OPEN-STAMP.
002320     05  WS-OPEN-DATE          PIC  9(08)  VALUE  0.
002330     05  WS-OPEN-TIME          PIC  9(08)  VALUE  0.
002340   03  WS-CLOSE-STAMP.
002350     05  WS-CLOSE-DATE         PIC  9(08).
002360     05  WS-CLOSE-TIME         PIC  9(08).
002370   03  WS-ENTRY-STAMP.
002380     05  WS-ENTRY-DATE         PIC  9(08).
002390     05  WS-ENTRY-TIME         PIC  9(08).
002400
002410*    the newest closing line for this entity
002420 01  WS-PRIOR-LINE.
002430     COPY  vmovhist.
002440
002450*    what the cluster's own TRL1 says about the build it holds
002460 01  WS-BUILD.
002470   03  WS-BUILD-DATE           PIC  X(08)  VALUE  SPACES.
002480   03  WS-BUILD-STAMP          PIC  X(16)  VALUE  SPACES.
002490   03  WS-BUILD-STAMP-N  REDEFINES  WS-BUILD-STAMP
002500                               PIC  9(16).
002510   03  WS-BUILD-COUNT          PIC  9(07)  VALUE  0.
002520   03  WS-BUILD-HASH           PIC  9(09)  VALUE  0.
002530
002540*    a journal entry's two images, for the status transition
002550 01  WS-BEFORE-R.
002560     COPY  vfile.
002570 01  WS-AFTER-R.
002580     COPY  vfile.
002590
002600*----------------------------------------------------------------
002610* the movement by door. the doors named in the header are
002620* seeded so each prints even on a quiet day; any other program
002630* found on the journal or the ledgers is added as it turns up
002640*----------------------------------------------------------------
002650 01  WS-DOOR-SEED.
002660   03  FILLER                  PIC  X(08)  VALUE  'VKSDSUPD'.
002670   03  FILLER                  PIC  X(08)  VALUE  'VBATCHUP'.
002680   03  FILLER                  PIC  X(08)  VALUE  'VMASSUPD'.
002690   03  FILLER                  PIC  X(08)  VALUE  'VONLINE '.
002700   03  FILLER                  PIC  X(08)  VALUE  'VRESUBMT'.
002710   03  FILLER                  PIC  X(08)  VALUE  'VFPURGE '.
002720   03  FILLER                  PIC  X(08)  VALUE  'VERASE  '.
002730 01  WS-DOOR-SEED-R  REDEFINES  WS-DOOR-SEED.
002740   03  WS-SEED-NAME            PIC  X(08)  OCCURS  7  TIMES.
002750
002760 01  WS-DOOR-TABLE.
002770   03  WS-DOOR-ENTRY  OCCURS  20  TIMES  INDEXED BY DOOR-IDX.
002780     05  WS-DOOR-NAME          PIC  X(08).
002790     05  WS-DR-JRNL-ADDS       PIC  9(07)  COMP.
002800     05  WS-DR-JRNL-REMOVES    PIC  9(07)  COMP.
002810     05  WS-DR-CHANGES         PIC  9(07)  COMP.
002820     05  WS-DR-LOG-DELETES     PIC  9(07)  COMP.
002830     05  WS-DR-UNDELETES       PIC  9(07)  COMP.
002840     05  WS-DR-LEDG-ADDS       PIC  9(07)  COMP.
002850     05  WS-DR-LEDG-REMOVES    PIC  9(07)  COMP.
002860     05  WS-DR-JAHIST          PIC  9(09)  COMP.
002870     05  WS-DR-JAHIST-SW       PIC  X(01).
002880       88  DR-JAHIST-COUNTED        VALUE  'Y'.
002881     05  WS-DR-DSP-FILE        PIC  X(08).
002882       88  DR-DSP-TXNDISP           VALUE  'VTXNDISP'.
002883       88  DR-DSP-RESDISP           VALUE  'VRESDISP'.
002884     05  WS-DR-DSP-ADDS        PIC  9(07)  COMP.
002885     05  WS-DR-DSP-DELETES     PIC  9(07)  COMP.
002886     05  WS-DR-DSP-UNDELETES   PIC  9(07)  COMP.
002890 01  WS-DOOR-COUNT             PIC  9(03)  COMP  VALUE  0.
002900 01  WS-SEED-SUB               PIC  9(03)  COMP.
002910 01  WS-DOOR-WANTED            PIC  X(08).
002920
002930*    the day's totals, and the cluster as counted now
002940 01  WS-TOTALS.
002950   03  WS-TOT-ADDS             PIC  9(07)  COMP  VALUE  0.
002960   03  WS-TOT-REMOVES          PIC  9(07)  COMP  VALUE  0.
002970   03  WS-ADD-HASH             PIC  S9(11) COMP-3  VALUE  0.
002980   03  WS-REMOVE-HASH          PIC  S9(11) COMP-3  VALUE  0.
002990   03  WS-OPEN-COUNT           PIC  9(07)  VALUE  0.
003000   03  WS-OPEN-HASH            PIC  9(09)  VALUE  0.
003010   03  WS-EXPECT-COUNT         PIC  S9(09) COMP-3.
003020   03  WS-EXPECT-HASH          PIC  S9(11) COMP-3.
003030   03  WS-ACTUAL-COUNT         PIC  9(07)  COMP  VALUE  0.
003040   03  WS-ACTUAL-HASH          PIC  9(09)  COMP  VALUE  0.
003050   03  WS-COUNT-DIFF           PIC  S9(09) COMP-3.
003060   03  WS-HASH-DIFF            PIC  S9(11) COMP-3.
003070   03  WS-ACT-ACTIVE           PIC  9(07)  VALUE  0.
003080   03  WS-ACT-INACTIVE         PIC  9(07)  VALUE  0.
003090   03  WS-ACT-DELETED          PIC  9(07)  VALUE  0.
003100   03  WS-ENTRIES-READ         PIC  9(09)  COMP  VALUE  0.
003110   03  WS-ENTRIES-TAKEN        PIC  9(09)  COMP  VALUE  0.
003120   03  WS-KEY-N                PIC  9(04).
003130   03  WS-UNEXPLAINED          PIC  9(03)  COMP  VALUE  0.
003140
003150*----------------------------------------------------------------
003160* report lines
003170*----------------------------------------------------------------
003180 01  RPT-HDR1                  PIC  X(80)  VALUE
003190        'V-OTFILE CLUSTER MOVEMENT RECONCILIATION'.
003200*    JRN- the journal's adds and removals, LOG-DEL/UNDELET the
003210*    status changes into and out of D, LDG- the ledgers
003220 01  RPT-HDR2.
003230   03  FILLER                  PIC  X(40)  VALUE
003240        'DOOR     JRN-ADD JRN-DEL CHANGED LOG-DEL'.
003250   03  FILLER                  PIC  X(40)  VALUE
003260        ' UNDELET LDG-ADD LDG-DEL   JAHIST'.
003270
003280 01  RPT-DOOR-FMT.
003290   03  RPT-DOOR                PIC  X(08).
003300   03  RPT-D-COL               PIC  ZZZZZZZ9  OCCURS  7  TIMES.
003310   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003320   03  RPT-D-JAHIST            PIC  X(08).
003330 01  WS-JAHIST-ED              PIC  ZZZZZZZ9.
003331*    a door's disposition counts, each under the column it
003332*    should match
003333 01  RPT-DSP-FMT.
003334   03  RPT-DSP-FILE            PIC  X(08).
003335   03  RPT-DSP-COL             PIC  X(08)  OCCURS  7  TIMES.
003336 01  WS-DSP-KIND               PIC  X(08).
003340
003350 01  RPT-POS-FMT.
003360   03  RPT-POS-LABEL           PIC  X(30).
003370   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003380   03  RPT-POS-COUNT           PIC  -ZZZZZZZZ9.
003390   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003400   03  RPT-POS-HASH            PIC  -ZZZZZZZZZZ9.
003410   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003420   03  RPT-POS-NOTE            PIC  X(25).
003430
003440 01  RPT-NOTE-FMT.
003450   03  RPT-NOTE-TAG            PIC  X(12).
003460   03  RPT-NOTE-TEXT           PIC  X(68).
003470
003480 01  WS-COUNT-ED               PIC  -ZZZZZZZZ9.
003490 01  WS-HASH-ED                PIC  -ZZZZZZZZZZ9.
003500
003510 01  WS-DATECALC-PARM.
003520     COPY  datecalc.
003530
003540 01  WS-ENTCHK-PARM.
003550     COPY  entchk.
003560
003570 01  WS-RESLOCK-PARM.
003580     COPY  reslock.
003590
003600 01  WS-OPSAUDIT-PARM.
003610     COPY  opsaudit.
003620
003630 01  WS-MSGFMT-PARM.
003640     COPY  msgfmt.
003650
003660 01  WS-KEYMODE-PARM.
003670     COPY  keymode.
003680 PROCEDURE        DIVISION.
003690 MAIN-SEC         SECTION.
003700*    the stores must carry the key layout this program is built
003710*    for - see KEYMODE
003720     MOVE  'VMOVREC'   TO  KM-PROGRAM.
003730     MOVE  0           TO  KM-RUN-DATE.
003740     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
003750     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
003760     IF  KM-REFUSE
003770         MOVE  16  TO  RETURN-CODE
003780         STOP RUN
003790     END-IF.
003800     PERFORM  INIT-SEC.
003810     PERFORM  SCAN-CLUSTER-SEC.
003820     PERFORM  LOAD-PRIOR-SEC.
003830     PERFORM  SET-OPENING-SEC.
003840     IF  NOT  BASELINE-TAKEN
003850         PERFORM  SEED-DOORS-SEC
003860         PERFORM  LOAD-JRNCAT-SEC
003870         PERFORM  SCAN-ONE-SEG-SEC  VARYING  SEG-IDX  FROM  1
003880             BY  1  UNTIL  SEG-IDX  >  WS-SEG-COUNT
003890         PERFORM  SCAN-LIVE-JRNL-SEC
003900         PERFORM  SCAN-MOVLOG-SEC
003910         PERFORM  SCAN-MERGE-SEC
003920         PERFORM  SCAN-JAHIST-SEC
003921         PERFORM  SCAN-TXNDISP-SEC
003922         PERFORM  SCAN-RESDISP-SEC
003930         PERFORM  REPORT-DOORS-SEC
003940         PERFORM  RECONCILE-SEC
003950     END-IF.
003960     PERFORM  WRITE-CLOSING-SEC.
003970     PERFORM  TERM-SEC.
003980     STOP RUN.
003990 MAIN-SEC-EX.
004000     EXIT.
004010/
004020*----------------------------------------------------------------
004030* the PARM, the cycle date and entity, and - for a baseline -
004040* the S code check, refused before anything is read
004050*----------------------------------------------------------------
004060 INIT-SEC         SECTION.
004070     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
004080     IF  WS-PARM-LINE(1:1)  =  'B'
004090         SET   BASELINE-MODE  TO  TRUE
004100         MOVE  WS-PARM-LINE(2:8)  TO  WS-ACTOR
004110     END-IF.
004120     SET   DC-CYCLE-DATE  TO  TRUE.
004130     MOVE  0              TO  DC-IN-DATE.
004140     CALL  'DATECALC'  USING  WS-DATECALC-PARM.
004150     MOVE  DC-OUT-DATE    TO  WS-CYCLE-DATE.
004160     SET   EC-CYCLE-ENTITY  TO  TRUE.
004170     CALL  'ENTCHK'  USING  WS-ENTCHK-PARM.
004180     MOVE  EC-ENTITY  TO  WS-CYCLE-ENTITY.
004190     IF  BASELINE-MODE
004200         PERFORM  CHECK-ACTOR-SEC
004210         IF  NOT  ACTOR-AUTHORIZED
004220             SET   MG-LOG     TO  TRUE
004230             MOVE  'VMOVR003'  TO  MG-MSG-ID
004240             MOVE  'INIT-SEC'  TO  MG-SECTION
004250             MOVE  WS-ACTOR   TO  MG-VALUE(1)
004260             SET   MG-ERROR   TO  TRUE
004270             MOVE  'UNAUTHORIZED MOVEMENT BASELINE BY OPERATOR &1'
004280                              TO  MG-TEXT
004290             MOVE  16         TO  MG-RETURN-CODE
004300             PERFORM  ISSUE-MSG-SEC
004310             MOVE  'MOVEMENT BASELINE   '  TO  OA-ACTION
004320             MOVE  'REFUSED - NO S CODE'    TO  OA-DETAIL
004330             PERFORM  AUDIT-SEC
004340             MOVE  16  TO  RETURN-CODE
004350             STOP RUN
004360         END-IF
004370     END-IF.
004380     OPEN  OUTPUT  MOV-RPT.
004390     MOVE  RPT-HDR1  TO  RPT-LINE.
004400     WRITE  RPT-LINE.
004410 INIT-SEC-EX.
004420     EXIT.
004430/
004440*----------------------------------------------------------------
004450* the closing count: the cluster read end to end under the
004460* cluster lock, which waits out any live record lock, so no
004470* door can move it while it is counted. the closing stamp is
004480* read once the lock is held - anything stamped after it is
004490* tomorrow's activity.
004500*----------------------------------------------------------------
004510 SCAN-CLUSTER-SEC SECTION.
004520     SET   RL-ENQ     TO  TRUE.
004530     MOVE  'VFILE'    TO  RL-RESOURCE.
004540     MOVE  'VMOVREC'  TO  RL-HOLDER.
004550     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
004560     IF  RL-BUSY
004570         SET   MG-LOG     TO  TRUE
004580         MOVE  'VMOVR002'  TO  MG-MSG-ID
004590         MOVE  'SCAN-CLUSTER-SEC'  TO  MG-SECTION
004600         MOVE  RL-CURRENT-HOLDER  TO  MG-VALUE(1)
004610         SET   MG-ERROR   TO  TRUE
004620         MOVE  'VFILE IS HELD BY &1 - RUN ABANDONED'  TO  MG-TEXT
004630         MOVE  16         TO  MG-RETURN-CODE
004640         PERFORM  ISSUE-MSG-SEC
004650         MOVE  16  TO  RETURN-CODE
004660         STOP RUN
004670     END-IF.
004680     ACCEPT  WS-CLOSE-DATE  FROM  DATE  YYYYMMDD.
004690     ACCEPT  WS-CLOSE-TIME  FROM  TIME.
004700     OPEN  INPUT  V-OTFILE.
004710     IF  WS-VFILE-STATUS  NOT =  '00'
004720         SET   MG-LOG     TO  TRUE
004730         MOVE  'VMOVR006'  TO  MG-MSG-ID
004740         MOVE  'SCAN-CLUSTER-SEC'  TO  MG-SECTION
004750         MOVE  WS-VFILE-STATUS  TO  MG-VALUE(1)
004760         SET   MG-ERROR   TO  TRUE
004770         MOVE  'UNABLE TO OPEN VFILE, STATUS &1'  TO  MG-TEXT
004780         MOVE  16         TO  MG-RETURN-CODE
004790         PERFORM  ISSUE-MSG-SEC
004800         SET   RL-DEQ     TO  TRUE
004810         CALL  'RESLOCK'  USING  WS-RESLOCK-PARM
004820         MOVE  16  TO  RETURN-CODE
004830         STOP RUN
004840     END-IF.
004850     MOVE  'N'  TO  WS-EOF-SW.
004860     PERFORM  COUNT-RECORD-SEC  UNTIL  FILE-EOF.
004870     CLOSE  V-OTFILE.
004880     SET   RL-DEQ     TO  TRUE.
004890     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
004900 SCAN-CLUSTER-SEC-EX.
004910     EXIT.
004920/
004930 COUNT-RECORD-SEC SECTION.
004940     READ  V-OTFILE  NEXT RECORD
004950         AT END  SET  FILE-EOF  TO  TRUE
004960     END-READ.
004970     IF  FILE-EOF  OR  HTR-IS-HEADER
004980         GO TO  COUNT-RECORD-SEC-EX
004990     END-IF.
005000     IF  HTR-IS-TRAILER
005010         SET   TRAILER-FOUND     TO  TRUE
005020         MOVE  HTR-RUN-DATE      TO  WS-BUILD-DATE
005030         MOVE  HTR-BUILD-STAMP   TO  WS-BUILD-STAMP
005040         MOVE  HTR-RECORD-COUNT  TO  WS-BUILD-COUNT
005050         MOVE  HTR-HASH-TOTAL    TO  WS-BUILD-HASH
005060         GO TO  COUNT-RECORD-SEC-EX
005070     END-IF.
005080     ADD   1                     TO  WS-ACTUAL-COUNT.
005090     ADD   NUM1  OF  V-REC01     TO  WS-ACTUAL-HASH.
005100     EVALUATE  TRUE
005110         WHEN  REC-DELETED   OF  V-REC01
005120             ADD  1  TO  WS-ACT-DELETED
005130         WHEN  REC-INACTIVE  OF  V-REC01
005140             ADD  1  TO  WS-ACT-INACTIVE
005150         WHEN  OTHER
005160             ADD  1  TO  WS-ACT-ACTIVE
005170     END-EVALUATE.
005180 COUNT-RECORD-SEC-EX.
005190     EXIT.
005200/
005210*----------------------------------------------------------------
005220* the newest closing line this entity has on VMOVHIST
005230*----------------------------------------------------------------
005240 LOAD-PRIOR-SEC   SECTION.
005250     MOVE  'N'  TO  WS-EOF-SW.
005260     OPEN  INPUT  MOVHIST-FILE.
005270     IF  WS-MOVHIST-STATUS  NOT =  '00'
005280         SET  FILE-EOF  TO  TRUE
005290     END-IF.
005300     PERFORM  UNTIL  FILE-EOF
005310         READ  MOVHIST-FILE
005320             AT END  SET  FILE-EOF  TO  TRUE
005330             NOT AT END
005340                 IF  MH-ENTITY  OF  MOVHIST-REC
005350                                 =  WS-CYCLE-ENTITY
005360                     MOVE  MOVHIST-REC  TO  WS-PRIOR-LINE
005370                     SET   PRIOR-FOUND  TO  TRUE
005380                 END-IF
005390         END-READ
005400     END-PERFORM.
005410     IF  WS-MOVHIST-STATUS  =  '00'
005420         OR  WS-MOVHIST-STATUS  =  '10'
005430         CLOSE  MOVHIST-FILE
005440     END-IF.
005450 LOAD-PRIOR-SEC-EX.
005460     EXIT.
005470/
005480*----------------------------------------------------------------
005490* where the day opens from, and from when its activity counts:
005500*   baseline asked for    nothing to reconcile
005510*   the build on the prior closing line is still the cluster's
005520*                         the prior closing position and stamp
005530*   the cluster rebuilt since (or no closing line yet) and TRL1
005540*   carries a build stamp the new build's TRL1 totals, from the
005550*                         later of that stamp and the prior one
005560*   nothing to open from  a baseline of its own accord
005570*----------------------------------------------------------------
005580 SET-OPENING-SEC  SECTION.
005590     IF  BASELINE-MODE
005600         SET   BASELINE-TAKEN  TO  TRUE
005610         GO TO  SET-OPENING-SEC-EX
005620     END-IF.
005630     IF  PRIOR-FOUND
005640         IF  NOT  TRAILER-FOUND
005650             OR  (WS-BUILD-DATE   =  MH-BUILD-DATE
005660                                      OF  WS-PRIOR-LINE
005670                  AND  WS-BUILD-STAMP  =  MH-BUILD-STAMP
005680                                      OF  WS-PRIOR-LINE
005690                  AND  WS-BUILD-COUNT  =  MH-BUILD-COUNT
005700                                      OF  WS-PRIOR-LINE
005710                  AND  WS-BUILD-HASH   =  MH-BUILD-HASH
005720                                      OF  WS-PRIOR-LINE)
005730             MOVE  MH-CLOSE-COUNT  OF  WS-PRIOR-LINE
005740                                   TO  WS-OPEN-COUNT
005750             MOVE  MH-CLOSE-HASH   OF  WS-PRIOR-LINE
005760                                   TO  WS-OPEN-HASH
005770             MOVE  MH-STAMP  OF  WS-PRIOR-LINE  TO  WS-OPEN-STAMP
005780             MOVE  'PRIOR CLOSING'  TO  RPT-POS-NOTE
005790             GO TO  SET-OPENING-SEC-EX
005800         END-IF
005810         MOVE  MH-STAMP  OF  WS-PRIOR-LINE  TO  WS-OPEN-STAMP
005820     END-IF.
005830     IF  TRAILER-FOUND  AND  WS-BUILD-STAMP  IS  NUMERIC
005840         SET   CLUSTER-REBUILT  TO  TRUE
005850         MOVE  WS-BUILD-COUNT  TO  WS-OPEN-COUNT
005860         MOVE  WS-BUILD-HASH   TO  WS-OPEN-HASH
005870         IF  WS-BUILD-STAMP  >  WS-OPEN-STAMP
005880             MOVE  WS-BUILD-STAMP  TO  WS-OPEN-STAMP
005890         END-IF
005900         MOVE  SPACES          TO  RPT-POS-NOTE
005910         STRING  'BUILD '  WS-BUILD-DATE  DELIMITED BY SIZE
005920             INTO  RPT-POS-NOTE
005930         GO TO  SET-OPENING-SEC-EX
005940     END-IF.
005950     IF  PRIOR-FOUND
005960*        rebuilt by something that leaves no build stamp - an
005970*        archive restore or an older build - the trailer totals
005980*        are the opening, counted from the prior closing stamp
005990         SET   CLUSTER-REBUILT  TO  TRUE
006000         MOVE  WS-BUILD-COUNT  TO  WS-OPEN-COUNT
006010         MOVE  WS-BUILD-HASH   TO  WS-OPEN-HASH
006020         MOVE  'RELOADED CLUSTER TRL1'  TO  RPT-POS-NOTE
006030         GO TO  SET-OPENING-SEC-EX
006040     END-IF.
006050     SET   BASELINE-TAKEN  TO  TRUE.
006060     SET   MG-DISPLAY  TO  TRUE.
006070     MOVE  'VMOVR004'  TO  MG-MSG-ID.
006080     MOVE  'SET-OPENING-SEC'  TO  MG-SECTION.
006090     MOVE  WS-CYCLE-ENTITY  TO  MG-VALUE(1).
006100     SET   MG-WARNING  TO  TRUE.
006110     MOVE  'NO OPENING POSITION FOR ENTITY &1 - BASELINE TAKEN'
006120                       TO  MG-TEXT.
006130     PERFORM  ISSUE-MSG-SEC.
006140 SET-OPENING-SEC-EX.
006150     EXIT.
006160/
006170 SEED-DOORS-SEC   SECTION.
006180     PERFORM  VARYING  WS-SEED-SUB  FROM  1  BY  1
006190             UNTIL  WS-SEED-SUB  >  7
006200         MOVE  WS-SEED-NAME(WS-SEED-SUB)  TO  WS-DOOR-WANTED
006210         PERFORM  FIND-DOOR-SEC
006220     END-PERFORM.
006230 SEED-DOORS-SEC-EX.
006240     EXIT.
006250/
006260*----------------------------------------------------------------
006270* the door's slot in the table, added on first sight; past the
006280* twentieth program the rest are pooled under OTHER so their
006290* movement still counts
006300*----------------------------------------------------------------
006310 FIND-DOOR-SEC    SECTION.
006320     MOVE  'N'  TO  WS-DOOR-FOUND-SW.
006330     PERFORM  VARYING  DOOR-IDX  FROM  1  BY  1
006340             UNTIL  DOOR-IDX  >  WS-DOOR-COUNT  OR  DOOR-FOUND
006350         IF  WS-DOOR-NAME(DOOR-IDX)  =  WS-DOOR-WANTED
006360             SET   DOOR-FOUND  TO  TRUE
006370         END-IF
006380     END-PERFORM.
006390     IF  DOOR-FOUND
006400         SET  DOOR-IDX  DOWN  BY  1
006410         GO TO  FIND-DOOR-SEC-EX
006420     END-IF.
006430     IF  WS-DOOR-COUNT  NOT <  20
006440         SET   DOOR-IDX  TO  20
006450         MOVE  'OTHER'  TO  WS-DOOR-NAME(DOOR-IDX)
006460         GO TO  FIND-DOOR-SEC-EX
006470     END-IF.
006480     ADD   1  TO  WS-DOOR-COUNT.
006490     SET   DOOR-IDX  TO  WS-DOOR-COUNT.
006500     MOVE  WS-DOOR-WANTED  TO  WS-DOOR-NAME(DOOR-IDX).
006510     MOVE  0  TO  WS-DR-JRNL-ADDS(DOOR-IDX)
006520                  WS-DR-JRNL-REMOVES(DOOR-IDX)
006530                  WS-DR-CHANGES(DOOR-IDX)
006540                  WS-DR-LOG-DELETES(DOOR-IDX)
006550                  WS-DR-UNDELETES(DOOR-IDX)
006560                  WS-DR-LEDG-ADDS(DOOR-IDX)
006570                  WS-DR-LEDG-REMOVES(DOOR-IDX)
006580                  WS-DR-JAHIST(DOOR-IDX)
006581                  WS-DR-DSP-ADDS(DOOR-IDX)
006582                  WS-DR-DSP-DELETES(DOOR-IDX)
006583                  WS-DR-DSP-UNDELETES(DOOR-IDX).
006590     MOVE  'N'  TO  WS-DR-JAHIST-SW(DOOR-IDX).
006591     MOVE  SPACES  TO  WS-DR-DSP-FILE(DOOR-IDX).
006600 FIND-DOOR-SEC-EX.
006610     EXIT.
006620/
006630 LOAD-JRNCAT-SEC  SECTION.
006640     MOVE  'N'  TO  WS-EOF-SW.
006650     OPEN  INPUT  JRNCAT-FILE.
006660     IF  WS-JRNCAT-STATUS  NOT =  '00'
006670         SET  FILE-EOF  TO  TRUE
006680     END-IF.
006690     PERFORM  UNTIL  FILE-EOF
006700         READ  JRNCAT-FILE
006710             AT END      SET  FILE-EOF  TO  TRUE
006720             NOT AT END
006730                 IF  WS-SEG-COUNT  <  500
006740                     ADD  1  TO  WS-SEG-COUNT
006750                     SET  SEG-IDX  TO  WS-SEG-COUNT
006760                     MOVE  JC-SEG-NAME  TO  WS-SEG-NAME(SEG-IDX)
006770                 END-IF
006780         END-READ
006790     END-PERFORM.
006800     IF  WS-JRNCAT-STATUS  =  '00'
006810         OR  WS-JRNCAT-STATUS  =  '10'
006820         CLOSE  JRNCAT-FILE
006830     END-IF.
006840 LOAD-JRNCAT-SEC-EX.
006850     EXIT.
006860/
006870 SCAN-ONE-SEG-SEC SECTION.
006880     MOVE  WS-SEG-NAME(SEG-IDX)  TO  WS-JSEG-NAME.
006890     MOVE  'N'  TO  WS-JSEG-EOF-SW.
006900     OPEN  INPUT  JSEG-IN.
006910     IF  WS-JSEG-STATUS  NOT =  '00'
006920         SET  JSEG-EOF  TO  TRUE
006930     END-IF.
006940     PERFORM  UNTIL  JSEG-EOF
006950         READ  JSEG-IN  INTO  JRNL-REC
006960             AT END      SET  JSEG-EOF  TO  TRUE
006970             NOT AT END  PERFORM  JUDGE-JRNL-REC-SEC
006980         END-READ
006990     END-PERFORM.
007000     IF  WS-JSEG-STATUS  =  '00'
007010         OR  WS-JSEG-STATUS  =  '10'
007020         CLOSE  JSEG-IN
007030     END-IF.
007040 SCAN-ONE-SEG-SEC-EX.
007050     EXIT.
007060/
007070 SCAN-LIVE-JRNL-SEC SECTION.
007080     MOVE  'N'  TO  WS-EOF-SW.
007090     OPEN  INPUT  JRNL-FILE.
007100     IF  WS-JRNL-STATUS  NOT =  '00'
007110         SET  FILE-EOF  TO  TRUE
007120     END-IF.
007130     PERFORM  UNTIL  FILE-EOF
007140         READ  JRNL-FILE
007150             AT END      SET  FILE-EOF  TO  TRUE
007160             NOT AT END  PERFORM  JUDGE-JRNL-REC-SEC
007170         END-READ
007180     END-PERFORM.
007190     IF  WS-JRNL-STATUS  =  '00'
007200         OR  WS-JRNL-STATUS  =  '10'
007210         CLOSE  JRNL-FILE
007220     END-IF.
007230 SCAN-LIVE-JRNL-SEC-EX.
007240     EXIT.
007250/
007260*----------------------------------------------------------------
007270* one journal entry: inside the window it is an add (no before
007280* image), a removal (no after image), or a change in place - a
007290* change into deleted status is a logical delete, one out of it
007300* an undelete, and neither moves the record off the cluster
007310*----------------------------------------------------------------
007320 JUDGE-JRNL-REC-SEC SECTION.
007330     ADD   1  TO  WS-ENTRIES-READ.
007340     MOVE  JR-DATE  TO  WS-ENTRY-DATE.
007350     MOVE  JR-TIME  TO  WS-ENTRY-TIME.
007360     IF  WS-ENTRY-STAMP  NOT >  WS-OPEN-STAMP
007370         OR  WS-ENTRY-STAMP  >  WS-CLOSE-STAMP
007380         GO TO  JUDGE-JRNL-REC-SEC-EX
007390     END-IF.
007400     ADD   1  TO  WS-ENTRIES-TAKEN.
007410     MOVE  JR-PROGRAM  TO  WS-DOOR-WANTED.
007420     PERFORM  FIND-DOOR-SEC.
007430     MOVE  JR-NUM1  TO  WS-KEY-N.
007440     EVALUATE  TRUE
007450         WHEN  JR-BEFORE-IMAGE  =  SPACES
007460         WHEN  JR-BEFORE-IMAGE  =  LOW-VALUES
007470             ADD  1  TO  WS-DR-JRNL-ADDS(DOOR-IDX)
007480                         WS-TOT-ADDS
007490             ADD  WS-KEY-N  TO  WS-ADD-HASH
007500         WHEN  JR-AFTER-IMAGE   =  SPACES
007510         WHEN  JR-AFTER-IMAGE   =  LOW-VALUES
007520             ADD  1  TO  WS-DR-JRNL-REMOVES(DOOR-IDX)
007530                         WS-TOT-REMOVES
007540             ADD  WS-KEY-N  TO  WS-REMOVE-HASH
007550         WHEN  OTHER
007560             ADD  1  TO  WS-DR-CHANGES(DOOR-IDX)
007570             MOVE  JR-BEFORE-IMAGE  TO  WS-BEFORE-R
007580             MOVE  JR-AFTER-IMAGE   TO  WS-AFTER-R
007590             IF  REC-DELETED  OF  WS-AFTER-R
007600                 AND  NOT  REC-DELETED  OF  WS-BEFORE-R
007610                 ADD  1  TO  WS-DR-LOG-DELETES(DOOR-IDX)
007620             END-IF
007630             IF  REC-DELETED  OF  WS-BEFORE-R
007640                 AND  NOT  REC-DELETED  OF  WS-AFTER-R
007650                 ADD  1  TO  WS-DR-UNDELETES(DOOR-IDX)
007660             END-IF
007670     END-EVALUATE.
007680 JUDGE-JRNL-REC-SEC-EX.
007690     EXIT.
007700/
007710*----------------------------------------------------------------
007720* the movement ledger of the doors that leave no journal image
007730*----------------------------------------------------------------
007740 SCAN-MOVLOG-SEC  SECTION.
007750     MOVE  'N'  TO  WS-EOF-SW.
007760     OPEN  INPUT  MOVLOG-IN.
007770     IF  WS-MOVLOG-STATUS  NOT =  '00'
007780         SET  FILE-EOF  TO  TRUE
007790     END-IF.
007800     PERFORM  UNTIL  FILE-EOF
007810         READ  MOVLOG-IN
007820             AT END      SET  FILE-EOF  TO  TRUE
007830             NOT AT END  PERFORM  JUDGE-MOVLOG-SEC
007840         END-READ
007850     END-PERFORM.
007860     IF  WS-MOVLOG-STATUS  =  '00'
007870         OR  WS-MOVLOG-STATUS  =  '10'
007880         CLOSE  MOVLOG-IN
007890     END-IF.
007900 SCAN-MOVLOG-SEC-EX.
007910     EXIT.
007920/
007930 JUDGE-MOVLOG-SEC SECTION.
007940     MOVE  ML-DATE  TO  WS-ENTRY-DATE.
007950     MOVE  ML-TIME  TO  WS-ENTRY-TIME.
007960     IF  WS-ENTRY-STAMP  NOT >  WS-OPEN-STAMP
007970         OR  WS-ENTRY-STAMP  >  WS-CLOSE-STAMP
007980         OR  ML-NUM1  NOT NUMERIC
007990         GO TO  JUDGE-MOVLOG-SEC-EX
008000     END-IF.
008010     MOVE  ML-PROGRAM  TO  WS-DOOR-WANTED.
008020     PERFORM  FIND-DOOR-SEC.
008030     MOVE  ML-NUM1  TO  WS-KEY-N.
008040     IF  ML-ADDED
008050         ADD  1  TO  WS-DR-LEDG-ADDS(DOOR-IDX)
008060                     WS-TOT-ADDS
008070         ADD  WS-KEY-N  TO  WS-ADD-HASH
008080     END-IF.
008090     IF  ML-REMOVED
008100         ADD  1  TO  WS-DR-LEDG-REMOVES(DOOR-IDX)
008110                     WS-TOT-REMOVES
008120         ADD  WS-KEY-N  TO  WS-REMOVE-HASH
008130     END-IF.
008140 JUDGE-MOVLOG-SEC-EX.
008150     EXIT.
008160/
008170*----------------------------------------------------------------
008180* VKMERGE's ledger: each completed merge removed its victim key
008190*----------------------------------------------------------------
008200 SCAN-MERGE-SEC   SECTION.
008210     MOVE  'N'  TO  WS-EOF-SW.
008220     OPEN  INPUT  MERGE-IN.
008230     IF  WS-MERGE-STATUS  NOT =  '00'
008240         SET  FILE-EOF  TO  TRUE
008250     END-IF.
008260     PERFORM  UNTIL  FILE-EOF
008270         READ  MERGE-IN
008280             AT END      SET  FILE-EOF  TO  TRUE
008290             NOT AT END  PERFORM  JUDGE-MERGE-SEC
008300         END-READ
008310     END-PERFORM.
008320     IF  WS-MERGE-STATUS  =  '00'
008330         OR  WS-MERGE-STATUS  =  '10'
008340         CLOSE  MERGE-IN
008350     END-IF.
008360 SCAN-MERGE-SEC-EX.
008370     EXIT.
008380/
008390 JUDGE-MERGE-SEC  SECTION.
008400     MOVE  MG-DATE  TO  WS-ENTRY-DATE.
008410     MOVE  MG-TIME  TO  WS-ENTRY-TIME.
008420     IF  WS-ENTRY-STAMP  NOT >  WS-OPEN-STAMP
008430         OR  WS-ENTRY-STAMP  >  WS-CLOSE-STAMP
008440         OR  MG-VICTIM  NOT NUMERIC
008450         GO TO  JUDGE-MERGE-SEC-EX
008460     END-IF.
008470     MOVE  'VKMERGE'  TO  WS-DOOR-WANTED.
008480     PERFORM  FIND-DOOR-SEC.
008490     MOVE  MG-VICTIM  TO  WS-KEY-N.
008500     ADD   1  TO  WS-DR-LEDG-REMOVES(DOOR-IDX)
008510                  WS-TOT-REMOVES.
008520     ADD   WS-KEY-N  TO  WS-REMOVE-HASH.
008530 JUDGE-MERGE-SEC-EX.
008540     EXIT.
008550/
008560*----------------------------------------------------------------
008570* the doors' own accounting for the cycle date - the counts
008580* that describe a record coming onto or going off the cluster
008590*----------------------------------------------------------------
008600 SCAN-JAHIST-SEC  SECTION.
008610     MOVE  'N'  TO  WS-EOF-SW.
008620     OPEN  INPUT  JHIST-IN.
008630     IF  WS-JHIST-STATUS  NOT =  '00'
008640         SET  FILE-EOF  TO  TRUE
008650     END-IF.
008660     PERFORM  UNTIL  FILE-EOF
008670         READ  JHIST-IN
008680             AT END      SET  FILE-EOF  TO  TRUE
008690             NOT AT END  PERFORM  JUDGE-JAHIST-SEC
008700         END-READ
008710     END-PERFORM.
008720     IF  WS-JHIST-STATUS  =  '00'
008730         OR  WS-JHIST-STATUS  =  '10'
008740         CLOSE  JHIST-IN
008750     END-IF.
008760 SCAN-JAHIST-SEC-EX.
008770     EXIT.
008780/
008790 JUDGE-JAHIST-SEC SECTION.
008800     IF  JH-RUN-DATE  NOT =  WS-CYCLE-DATE
008810         GO TO  JUDGE-JAHIST-SEC-EX
008820     END-IF.
008830     IF  (JH-PROGRAM  =  'VFPURGE'
008840          AND  JH-COUNT-NAME  =  'RECORDS PURGED')
008850         OR  (JH-PROGRAM  =  'VRESUBMT'
008860          AND  JH-COUNT-NAME  =  'REJECTS RECOVERED')
008870         MOVE  JH-PROGRAM  TO  WS-DOOR-WANTED
008880         PERFORM  FIND-DOOR-SEC
008890         ADD   JH-COUNT-VALUE  TO  WS-DR-JAHIST(DOOR-IDX)
008900         SET   DR-JAHIST-COUNTED(DOOR-IDX)  TO  TRUE
008910     END-IF.
008920 JUDGE-JAHIST-SEC-EX.
008930     EXIT.
008940/
008941*----------------------------------------------------------------
008942* the disposition files: a file whose lines all fall outside the
008943* window is an earlier day's run and shows nothing. a door with
008944* lines in the window prints its disposition line even when it
008945* applied nothing
008946*----------------------------------------------------------------
008947 SCAN-TXNDISP-SEC SECTION.
008948     MOVE  'N'  TO  WS-EOF-SW.
008949     OPEN  INPUT  TXNDISP-IN.
008950     IF  WS-TXNDISP-STATUS  NOT =  '00'
008951         SET  FILE-EOF  TO  TRUE
008952     END-IF.
008953     PERFORM  UNTIL  FILE-EOF
008954         READ  TXNDISP-IN
008955             AT END      SET  FILE-EOF  TO  TRUE
008956             NOT AT END  PERFORM  JUDGE-TXNDISP-SEC
008957         END-READ
008958     END-PERFORM.
008959     IF  WS-TXNDISP-STATUS  =  '00'
008960         OR  WS-TXNDISP-STATUS  =  '10'
008961         CLOSE  TXNDISP-IN
008962     END-IF.
008963 SCAN-TXNDISP-SEC-EX.
008964     EXIT.
008965/
008966 JUDGE-TXNDISP-SEC SECTION.
008967     IF  TD-DATE  NOT NUMERIC  OR  TD-TIME  NOT NUMERIC
008968         GO TO  JUDGE-TXNDISP-SEC-EX
008969     END-IF.
008970     MOVE  TD-DATE  TO  WS-ENTRY-DATE.
008971     MOVE  TD-TIME  TO  WS-ENTRY-TIME.
008972     IF  WS-ENTRY-STAMP  NOT >  WS-OPEN-STAMP
008973         OR  WS-ENTRY-STAMP  >  WS-CLOSE-STAMP
008974         GO TO  JUDGE-TXNDISP-SEC-EX
008975     END-IF.
008976     MOVE  'VBATCHUP'  TO  WS-DOOR-WANTED.
008977     PERFORM  FIND-DOOR-SEC.
008978     SET   DR-DSP-TXNDISP(DOOR-IDX)  TO  TRUE.
008979     IF  TD-RESULT  NOT =  'APPLIED '
008980         GO TO  JUDGE-TXNDISP-SEC-EX
008981     END-IF.
008982     EVALUATE  TD-CODE
008983         WHEN  'A'
008984             ADD  1  TO  WS-DR-DSP-ADDS(DOOR-IDX)
008985         WHEN  'D'
008986             ADD  1  TO  WS-DR-DSP-DELETES(DOOR-IDX)
008987         WHEN  'R'
008988             ADD  1  TO  WS-DR-DSP-UNDELETES(DOOR-IDX)
008989     END-EVALUATE.
008990 JUDGE-TXNDISP-SEC-EX.
008991     EXIT.
008992/
008993 SCAN-RESDISP-SEC SECTION.
008994     MOVE  'N'  TO  WS-EOF-SW.
008995     OPEN  INPUT  RESDISP-IN.
008996     IF  WS-RESDISP-STATUS  NOT =  '00'
008997         SET  FILE-EOF  TO  TRUE
008998     END-IF.
008999     PERFORM  UNTIL  FILE-EOF
009000         READ  RESDISP-IN
009001             AT END      SET  FILE-EOF  TO  TRUE
009002             NOT AT END  PERFORM  JUDGE-RESDISP-SEC
009003         END-READ
009004     END-PERFORM.
009005     IF  WS-RESDISP-STATUS  =  '00'
009006         OR  WS-RESDISP-STATUS  =  '10'
009007         CLOSE  RESDISP-IN
009008     END-IF.
009009 SCAN-RESDISP-SEC-EX.
009010     EXIT.
009011/
009012 JUDGE-RESDISP-SEC SECTION.
009013     IF  RD-DATE  NOT NUMERIC  OR  RD-TIME  NOT NUMERIC
009014         GO TO  JUDGE-RESDISP-SEC-EX
009015     END-IF.
009016     MOVE  RD-DATE  TO  WS-ENTRY-DATE.
009017     MOVE  RD-TIME  TO  WS-ENTRY-TIME.
009018     IF  WS-ENTRY-STAMP  NOT >  WS-OPEN-STAMP
009019         OR  WS-ENTRY-STAMP  >  WS-CLOSE-STAMP
009020         GO TO  JUDGE-RESDISP-SEC-EX
009021     END-IF.
009022     MOVE  'VRESUBMT'  TO  WS-DOOR-WANTED.
009023     PERFORM  FIND-DOOR-SEC.
009024     SET   DR-DSP-RESDISP(DOOR-IDX)  TO  TRUE.
009025     IF  RD-RESULT  =  'RECOVERD'
009026         ADD  1  TO  WS-DR-DSP-ADDS(DOOR-IDX)
009027     END-IF.
009028 JUDGE-RESDISP-SEC-EX.
009029     EXIT.
009030/
009031*----------------------------------------------------------------
009032* one line per door - with its disposition line under it when
009033* it has one - then any door whose ledger and JAHIST disagree
009034* is noted
009035*----------------------------------------------------------------
009036 REPORT-DOORS-SEC SECTION.
009037     MOVE  SPACES    TO  RPT-LINE.
009038     WRITE  RPT-LINE.
009039     MOVE  RPT-HDR2  TO  RPT-LINE.
009040     WRITE  RPT-LINE.
009041     PERFORM  REPORT-ONE-DOOR-SEC  VARYING  DOOR-IDX  FROM  1
009050         BY  1  UNTIL  DOOR-IDX  >  WS-DOOR-COUNT.
009060 REPORT-DOORS-SEC-EX.
009070     EXIT.
009080/
009090 REPORT-ONE-DOOR-SEC SECTION.
009100     MOVE  WS-DOOR-NAME(DOOR-IDX)        TO  RPT-DOOR.
009110     MOVE  WS-DR-JRNL-ADDS(DOOR-IDX)     TO  RPT-D-COL(1).
009120     MOVE  WS-DR-JRNL-REMOVES(DOOR-IDX)  TO  RPT-D-COL(2).
009130     MOVE  WS-DR-CHANGES(DOOR-IDX)       TO  RPT-D-COL(3).
009140     MOVE  WS-DR-LOG-DELETES(DOOR-IDX)   TO  RPT-D-COL(4).
009150     MOVE  WS-DR-UNDELETES(DOOR-IDX)     TO  RPT-D-COL(5).
009160     MOVE  WS-DR-LEDG-ADDS(DOOR-IDX)     TO  RPT-D-COL(6).
009170     MOVE  WS-DR-LEDG-REMOVES(DOOR-IDX)  TO  RPT-D-COL(7).
009180     MOVE  SPACES                        TO  RPT-D-JAHIST.
009190     IF  DR-JAHIST-COUNTED(DOOR-IDX)
009200         MOVE  WS-DR-JAHIST(DOOR-IDX)  TO  WS-JAHIST-ED
009210         MOVE  WS-JAHIST-ED            TO  RPT-D-JAHIST
009220     END-IF.
009230     MOVE  RPT-DOOR-FMT  TO  RPT-LINE.
009240     WRITE  RPT-LINE.
009245     IF  WS-DR-DSP-FILE(DOOR-IDX)  NOT =  SPACES
009246         PERFORM  REPORT-DISP-SEC
009247     END-IF.
009250     IF  NOT  DR-JAHIST-COUNTED(DOOR-IDX)
009260         GO TO  REPORT-ONE-DOOR-SEC-EX
009270     END-IF.
009280     IF  WS-DR-JAHIST(DOOR-IDX)  =  WS-DR-LEDG-ADDS(DOOR-IDX)
009290                                 +  WS-DR-LEDG-REMOVES(DOOR-IDX)
009300         GO TO  REPORT-ONE-DOOR-SEC-EX
009310     END-IF.
009320     MOVE  'NOTE'  TO  RPT-NOTE-TAG.
009330     MOVE  SPACES  TO  RPT-NOTE-TEXT.
009340     STRING  WS-DOOR-NAME(DOOR-IDX)  DELIMITED BY SPACE
009350             ' LEDGER COUNT DIFFERS FROM ITS JAHIST COUNT'
009360                                     DELIMITED BY SIZE
009370         INTO  RPT-NOTE-TEXT.
009380     MOVE  RPT-NOTE-FMT  TO  RPT-LINE.
009390     WRITE  RPT-LINE.
009400     SET   MG-DISPLAY  TO  TRUE.
009410     MOVE  'VMOVR005'  TO  MG-MSG-ID.
009420     MOVE  'REPORT-ONE-DOOR-SEC'  TO  MG-SECTION.
009430     MOVE  WS-DOOR-NAME(DOOR-IDX)  TO  MG-VALUE(1).
009440     SET   MG-WARNING  TO  TRUE.
009450     MOVE  'DOOR &1 LEDGER COUNT DIFFERS FROM ITS JAHIST COUNT'
009460                       TO  MG-TEXT.
009470     PERFORM  ISSUE-MSG-SEC.
009480 REPORT-ONE-DOOR-SEC-EX.
009490     EXIT.
009500/
009501*----------------------------------------------------------------
009502* the door's disposition counts under the columns they should
009503* match: VBATCHUPD's applied adds, deletes and undeletes under
009504* its journal's, VRESUBMT's recoveries under its ledger adds
009505*----------------------------------------------------------------
009506 REPORT-DISP-SEC  SECTION.
009507     MOVE  SPACES  TO  RPT-DSP-FMT.
009508     MOVE  WS-DR-DSP-FILE(DOOR-IDX)  TO  RPT-DSP-FILE.
009509     MOVE  WS-DR-DSP-ADDS(DOOR-IDX)  TO  WS-JAHIST-ED.
009510     IF  DR-DSP-TXNDISP(DOOR-IDX)
009511         MOVE  WS-JAHIST-ED  TO  RPT-DSP-COL(1)
009512         MOVE  WS-DR-DSP-DELETES(DOOR-IDX)  TO  WS-JAHIST-ED
009513         MOVE  WS-JAHIST-ED  TO  RPT-DSP-COL(4)
009514         MOVE  WS-DR-DSP-UNDELETES(DOOR-IDX)  TO  WS-JAHIST-ED
009515         MOVE  WS-JAHIST-ED  TO  RPT-DSP-COL(5)
009516     ELSE
009517         MOVE  WS-JAHIST-ED  TO  RPT-DSP-COL(6)
009518     END-IF.
009519     MOVE  RPT-DSP-FMT  TO  RPT-LINE.
009520     WRITE  RPT-LINE.
009521     IF  DR-DSP-TXNDISP(DOOR-IDX)
009522         IF  WS-DR-DSP-ADDS(DOOR-IDX)
009523                 =  WS-DR-JRNL-ADDS(DOOR-IDX)
009524             AND  WS-DR-DSP-DELETES(DOOR-IDX)
009525                 =  WS-DR-LOG-DELETES(DOOR-IDX)
009526             AND  WS-DR-DSP-UNDELETES(DOOR-IDX)
009527                 =  WS-DR-UNDELETES(DOOR-IDX)
009528             GO TO  REPORT-DISP-SEC-EX
009529         END-IF
009530         MOVE  'JOURNAL'  TO  WS-DSP-KIND
009531     ELSE
009532         IF  WS-DR-DSP-ADDS(DOOR-IDX)
009533                 =  WS-DR-LEDG-ADDS(DOOR-IDX)
009534             GO TO  REPORT-DISP-SEC-EX
009535         END-IF
009536         MOVE  'LEDGER'  TO  WS-DSP-KIND
009537     END-IF.
009538     MOVE  'NOTE'  TO  RPT-NOTE-TAG.
009539     MOVE  SPACES  TO  RPT-NOTE-TEXT.
009540     STRING  WS-DOOR-NAME(DOOR-IDX)  DELIMITED BY SPACE
009541             ' DISPOSITION LINES DIFFER FROM ITS '
009542                                     DELIMITED BY SIZE
009543             WS-DSP-KIND             DELIMITED BY SPACE
009544             ' COUNT'                DELIMITED BY SIZE
009545         INTO  RPT-NOTE-TEXT.
009546     MOVE  RPT-NOTE-FMT  TO  RPT-LINE.
009547     WRITE  RPT-LINE.
009548     SET   MG-DISPLAY  TO  TRUE.
009549     MOVE  'VMOVR007'  TO  MG-MSG-ID.
009550     MOVE  'REPORT-DISP-SEC'  TO  MG-SECTION.
009551     MOVE  WS-DOOR-NAME(DOOR-IDX)  TO  MG-VALUE(1).
009552     MOVE  WS-DSP-KIND             TO  MG-VALUE(2).
009553     SET   MG-WARNING  TO  TRUE.
009554     MOVE  'DOOR &1 DISPOSITION LINES DIFFER FROM ITS &2 COUNT'
009555                       TO  MG-TEXT.
009556     PERFORM  ISSUE-MSG-SEC.
009557 REPORT-DISP-SEC-EX.
009558     EXIT.
009559/
009560*----------------------------------------------------------------
009561* opening + adds - removals against the cluster as counted
009562*----------------------------------------------------------------
009563 RECONCILE-SEC    SECTION.
009564     COMPUTE  WS-EXPECT-COUNT  =  WS-OPEN-COUNT  +  WS-TOT-ADDS
009565                               -  WS-TOT-REMOVES.
009570     COMPUTE  WS-EXPECT-HASH   =  WS-OPEN-HASH   +  WS-ADD-HASH
009580                               -  WS-REMOVE-HASH.
009590     COMPUTE  WS-COUNT-DIFF    =  WS-ACTUAL-COUNT
009600                               -  WS-EXPECT-COUNT.
009610     COMPUTE  WS-HASH-DIFF     =  WS-ACTUAL-HASH
009620                               -  WS-EXPECT-HASH.
009630     MOVE  SPACES  TO  RPT-LINE.
009640     WRITE  RPT-LINE.
009650     MOVE  'OPENING'             TO  RPT-POS-LABEL.
009660     MOVE  WS-OPEN-COUNT         TO  RPT-POS-COUNT.
009670     MOVE  WS-OPEN-HASH          TO  RPT-POS-HASH.
009680     PERFORM  WRITE-POS-SEC.
009690     MOVE  SPACES                TO  RPT-POS-NOTE.
009700     MOVE  '  PLUS ADDS'         TO  RPT-POS-LABEL.
009710     MOVE  WS-TOT-ADDS           TO  RPT-POS-COUNT.
009720     MOVE  WS-ADD-HASH           TO  RPT-POS-HASH.
009730     PERFORM  WRITE-POS-SEC.
009740     MOVE  '  LESS REMOVALS'     TO  RPT-POS-LABEL.
009750     MOVE  WS-TOT-REMOVES        TO  RPT-POS-COUNT.
009760     MOVE  WS-REMOVE-HASH        TO  RPT-POS-HASH.
009770     PERFORM  WRITE-POS-SEC.
009780     MOVE  'EXPECTED CLOSING'    TO  RPT-POS-LABEL.
009790     MOVE  WS-EXPECT-COUNT       TO  RPT-POS-COUNT.
009800     MOVE  WS-EXPECT-HASH        TO  RPT-POS-HASH.
009810     PERFORM  WRITE-POS-SEC.
009820     PERFORM  WRITE-ACTUAL-SEC.
009830     MOVE  'DIFFERENCE'          TO  RPT-POS-LABEL.
009840     MOVE  WS-COUNT-DIFF         TO  RPT-POS-COUNT.
009850     MOVE  WS-HASH-DIFF          TO  RPT-POS-HASH.
009860     PERFORM  WRITE-POS-SEC.
009870     MOVE  'WINDOW'  TO  RPT-NOTE-TAG.
009880     MOVE  SPACES    TO  RPT-NOTE-TEXT.
009890     STRING  'AFTER '  WS-OPEN-DATE  ' '  WS-OPEN-TIME
009900             ' TO '    WS-CLOSE-DATE ' '  WS-CLOSE-TIME
009910                                     DELIMITED BY SIZE
009920         INTO  RPT-NOTE-TEXT.
009930     MOVE  RPT-NOTE-FMT  TO  RPT-LINE.
009940     WRITE  RPT-LINE.
009950     MOVE  SPACES  TO  RPT-LINE.
009960     WRITE  RPT-LINE.
009970     IF  WS-COUNT-DIFF  NOT =  0
009980         MOVE  WS-COUNT-DIFF  TO  WS-COUNT-ED
009990         MOVE  'UNEXPLAINED'  TO  RPT-NOTE-TAG
010000         MOVE  SPACES         TO  RPT-NOTE-TEXT
010010         STRING  'RECORD COUNT DIFFERS BY '  WS-COUNT-ED
010020                                     DELIMITED BY SIZE
010030             INTO  RPT-NOTE-TEXT
010040         PERFORM  WRITE-UNEXPLAINED-SEC
010050     END-IF.
010060     IF  WS-HASH-DIFF  NOT =  0
010070         MOVE  WS-HASH-DIFF   TO  WS-HASH-ED
010080         MOVE  'UNEXPLAINED'  TO  RPT-NOTE-TAG
010090         MOVE  SPACES         TO  RPT-NOTE-TEXT
010100         STRING  'NUM1 HASH TOTAL DIFFERS BY '  WS-HASH-ED
010110                                     DELIMITED BY SIZE
010120             INTO  RPT-NOTE-TEXT
010130         PERFORM  WRITE-UNEXPLAINED-SEC
010140     END-IF.
010150     IF  WS-UNEXPLAINED  >  0
010160         MOVE  WS-COUNT-DIFF  TO  WS-COUNT-ED
010170         MOVE  WS-HASH-DIFF   TO  WS-HASH-ED
010180         SET   MG-LOG     TO  TRUE
010190         MOVE  'VMOVR001'  TO  MG-MSG-ID
010200         MOVE  'RECONCILE-SEC'  TO  MG-SECTION
010210         MOVE  WS-COUNT-ED  TO  MG-VALUE(1)
010220         MOVE  WS-HASH-ED   TO  MG-VALUE(2)
010230         SET   MG-ERROR   TO  TRUE
010240         MOVE  'CLUSTER MOVEMENT UNEXPLAINED - COUNT &1 HASH &2'
010250                          TO  MG-TEXT
010260         MOVE  8          TO  MG-RETURN-CODE
010270         PERFORM  ISSUE-MSG-SEC
010280     END-IF.
010290 RECONCILE-SEC-EX.
010300     EXIT.
010310/
010320 WRITE-POS-SEC    SECTION.
010330     MOVE  RPT-POS-FMT  TO  RPT-LINE.
010340     WRITE  RPT-LINE.
010350 WRITE-POS-SEC-EX.
010360     EXIT.
010370/
010380*    the cluster as counted, with its status breakdown
010390 WRITE-ACTUAL-SEC SECTION.
010400     MOVE  'ACTUAL CLOSING'      TO  RPT-POS-LABEL.
010410     MOVE  WS-ACTUAL-COUNT       TO  RPT-POS-COUNT.
010420     MOVE  WS-ACTUAL-HASH        TO  RPT-POS-HASH.
010430     PERFORM  WRITE-POS-SEC.
010440     MOVE  'STATUS'  TO  RPT-NOTE-TAG.
010450     MOVE  SPACES    TO  RPT-NOTE-TEXT.
010460     STRING  'ACTIVE '     WS-ACT-ACTIVE
010470             ' INACTIVE '  WS-ACT-INACTIVE
010480             ' DELETED '   WS-ACT-DELETED
010490                                     DELIMITED BY SIZE
010500         INTO  RPT-NOTE-TEXT.
010510     MOVE  RPT-NOTE-FMT  TO  RPT-LINE.
010520     WRITE  RPT-LINE.
010530 WRITE-ACTUAL-SEC-EX.
010540     EXIT.
010550/
010560 WRITE-UNEXPLAINED-SEC SECTION.
010570     ADD   1  TO  WS-UNEXPLAINED.
010580     MOVE  RPT-NOTE-FMT  TO  RPT-LINE.
010590     WRITE  RPT-LINE.
010600 WRITE-UNEXPLAINED-SEC-EX.
010610     EXIT.
010620/
010630*----------------------------------------------------------------
010640* the closing line - tomorrow's opening - whatever the outcome,
010650* EXTEND with the OUTPUT fallback, the ERRLOG priming pattern
010660*----------------------------------------------------------------
010670 WRITE-CLOSING-SEC SECTION.
010680     OPEN  EXTEND  MOVHIST-FILE.
010690     IF  WS-MOVHIST-STATUS  NOT =  '00'
010700         OPEN  OUTPUT  MOVHIST-FILE
010710     END-IF.
010720     MOVE  SPACES              TO  MOVHIST-REC.
010730     MOVE  WS-CYCLE-DATE       TO  MH-CYCLE-DATE  OF  MOVHIST-REC.
010740     MOVE  WS-CYCLE-ENTITY     TO  MH-ENTITY      OF  MOVHIST-REC.
010750     MOVE  WS-CLOSE-STAMP      TO  MH-STAMP       OF  MOVHIST-REC.
010760     MOVE  WS-BUILD-DATE       TO  MH-BUILD-DATE  OF  MOVHIST-REC.
010770     MOVE  WS-BUILD-STAMP      TO  MH-BUILD-STAMP OF  MOVHIST-REC.
010780     MOVE  WS-BUILD-COUNT      TO  MH-BUILD-COUNT OF  MOVHIST-REC.
010790     MOVE  WS-BUILD-HASH       TO  MH-BUILD-HASH  OF  MOVHIST-REC.
010800     MOVE  WS-ACTUAL-COUNT     TO  MH-CLOSE-COUNT OF  MOVHIST-REC.
010810     MOVE  WS-ACTUAL-HASH      TO  MH-CLOSE-HASH  OF  MOVHIST-REC.
010820     IF  BASELINE-TAKEN
010830         MOVE  WS-ACTUAL-COUNT  TO  MH-OPEN-COUNT  OF  MOVHIST-REC
010840         MOVE  WS-ACTUAL-HASH   TO  MH-OPEN-HASH   OF  MOVHIST-REC
010850         MOVE  0                TO  MH-ADDS        OF  MOVHIST-REC
010860                                    MH-REMOVES     OF  MOVHIST-REC
010870         SET   MH-BASELINE  OF  MOVHIST-REC  TO  TRUE
010880     ELSE
010890         MOVE  WS-OPEN-COUNT    TO  MH-OPEN-COUNT  OF  MOVHIST-REC
010900         MOVE  WS-OPEN-HASH     TO  MH-OPEN-HASH   OF  MOVHIST-REC
010910         MOVE  WS-TOT-ADDS      TO  MH-ADDS        OF  MOVHIST-REC
010920         MOVE  WS-TOT-REMOVES   TO  MH-REMOVES     OF  MOVHIST-REC
010930         IF  WS-UNEXPLAINED  >  0
010940             SET  MH-UNEXPLAINED  OF  MOVHIST-REC  TO  TRUE
010950         ELSE
010960             SET  MH-BALANCED     OF  MOVHIST-REC  TO  TRUE
010970         END-IF
010980     END-IF.
010990     WRITE  MOVHIST-REC.
011000     CLOSE  MOVHIST-FILE.
011010 WRITE-CLOSING-SEC-EX.
011020     EXIT.
011030/
011040*----------------------------------------------------------------
011050* the verdict line CYCLRPT's MOVEMENT check reads, and the RC
011060*----------------------------------------------------------------
011070 TERM-SEC         SECTION.
011080     IF  BASELINE-TAKEN
011090         MOVE  SPACES  TO  RPT-LINE
011100         WRITE  RPT-LINE
011110         PERFORM  WRITE-ACTUAL-SEC
011120         MOVE  'VMOVREC: BASELINE TAKEN - NOT RECONCILED'
011130                          TO  RPT-LINE
011140         WRITE  RPT-LINE
011150         IF  BASELINE-MODE
011160             MOVE  'MOVEMENT BASELINE   '  TO  OA-ACTION
011170             MOVE  SPACES  TO  OA-DETAIL
011180             MOVE  WS-ACTUAL-COUNT  TO  WS-COUNT-ED
011190             MOVE  WS-ACTUAL-HASH   TO  WS-HASH-ED
011200             STRING  'CNT' WS-COUNT-ED ' HASH' WS-HASH-ED
011210                                   DELIMITED BY SIZE
011220                 INTO  OA-DETAIL
011230             PERFORM  AUDIT-SEC
011240         ELSE
011250             MOVE  4  TO  RETURN-CODE
011260         END-IF
011270     ELSE
011280         IF  WS-UNEXPLAINED  =  0
011290             MOVE  'VMOVREC: MOVEMENT BALANCED'  TO  RPT-LINE
011300         ELSE
011310             MOVE  'VMOVREC: MOVEMENT NOT BALANCED'  TO  RPT-LINE
011320             MOVE  8  TO  RETURN-CODE
011330         END-IF
011340         WRITE  RPT-LINE
011350     END-IF.
011360     DISPLAY  RPT-LINE.
011370     CLOSE  MOV-RPT.
011380     DISPLAY  'VMOVREC: JOURNAL ENTRIES READ  ' WS-ENTRIES-READ.
011390     DISPLAY  'VMOVREC: IN THE DAY''S WINDOW   ' WS-ENTRIES-TAKEN.
011400 TERM-SEC-EX.
011410     EXIT.
011420/
011430*----------------------------------------------------------------
011440* the HOLDMNT check: the actor's VAUTH line must carry 'S' and
011450* an expiry, if any, not yet passed; a missing VAUTH authorizes
011460* no one
011470*----------------------------------------------------------------
011480 CHECK-ACTOR-SEC  SECTION.
011490     MOVE  'N'  TO  WS-ACTOR-OK-SW.
011500     MOVE  'N'  TO  WS-EOF-SW.
011510     IF  WS-ACTOR  =  SPACES
011520         GO TO  CHECK-ACTOR-SEC-EX
011530     END-IF.
011540     OPEN  INPUT  AUTH-FILE.
011550     IF  WS-AUTH-STATUS  NOT =  '00'
011560         SET  FILE-EOF  TO  TRUE
011570     END-IF.
011580     PERFORM  READ-AUTH-SEC  UNTIL  FILE-EOF.
011590     IF  WS-AUTH-STATUS  =  '00'
011600         OR  WS-AUTH-STATUS  =  '10'
011610         CLOSE  AUTH-FILE
011620     END-IF.
011630 CHECK-ACTOR-SEC-EX.
011640     EXIT.
011650/
011660 READ-AUTH-SEC    SECTION.
011670     READ  AUTH-FILE
011680         AT END      SET  FILE-EOF  TO  TRUE
011690         NOT AT END
011700             IF  AU-OPERATOR  =  WS-ACTOR
011710                 MOVE  0  TO  WS-CODE-TALLY
011720                 INSPECT  AU-CODES
011730                     TALLYING  WS-CODE-TALLY  FOR  ALL  'S'
011740                 IF  WS-CODE-TALLY  >  0
011750                     AND  (AU-EXPIRY  NOT NUMERIC
011760                       OR  AU-EXPIRY  NOT <  WS-CYCLE-DATE)
011770                     SET  ACTOR-AUTHORIZED  TO  TRUE
011780                 END-IF
011790             END-IF
011800     END-READ.
011810 READ-AUTH-SEC-EX.
011820     EXIT.
011830/
011840 AUDIT-SEC        SECTION.
011850     MOVE  'VMOVREC '     TO  OA-PROGRAM.
011860     MOVE  WS-ACTOR       TO  OA-OPERATOR.
011870     CALL  'OPSAUDIT'  USING  WS-OPSAUDIT-PARM.
011880 AUDIT-SEC-EX.
011890     EXIT.
011900/
011910*    an operator message issued through MSGFMT under its
011920*    VMOVRnnn id, the text given being the wording used should
011930*    the catalog lack the entry
011940 ISSUE-MSG-SEC    SECTION.
011950     MOVE  'VMOVREC'  TO  MG-PROGRAM.
011960     CALL  'MSGFMT'  USING  WS-MSGFMT-PARM.
011970 ISSUE-MSG-SEC-EX.
011980     EXIT.
