000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      HANDOVR.
000030*
000040*----------------------------------------------------------------
000050* shift handover report: at every shift change the outgoing
000060* operator used to run CHKMGR, LOCKMGR, FEXPACK, ERRRPT, and
000070* CYCLRPT and talk the incoming shift through the results, and
000080* items got lost in the telling. this report collects what is
000090* still open from the same files those utilities read, one line
000100* per open item with its age, and ends with the count of open
000110* items by category:
000120*   CHECKPOINT  a pending checkpoint on VCHKPT, SCHKPT, or TCHKPT
000130*               (the last record - where the owner would resume),
000140*               aged from its timestamp
000150*   LOCK        a lock marker (VFILELCK, LOCKFILE) still held,
000160*               aged from the moment it was taken
000170*   SHIPMENT    an EXPLEDGR shipment not yet acknowledged, aged
000180*               from its extract date
000190*   SUSPENSE    a VSUSP transaction still parked, aged in the
000200*               cycles it has been presented and failed
000210*   ERROR       an 'E' severity ERRLOG entry inside the lookback
000220*   ALERT       an alert on the ALRTREG alert register not yet
000221*               closed, with its id and whether it has been
000222*               acknowledged, aged from when it was raised;
000223*               without a register, an OPALERT alert inside the
000224*               lookback
000230*   CHAIN       a failed or skipped step on the last BATCHDRV
000240*               chain result (CHNRSLT), aged from when the chain
000250*               ended - a step that failed and then recovered on
000260*               retry is not open
000270* ages are shown as days, hours, and minutes; an item whose
000280* stamp does not read is shown with its age unknown rather than
000290* left off. the report is read-only over every file it visits.
000300*
000310* PARM: 3-digit lookback in hours for the ERRLOG entries and
000320*       unregistered OPALERT lines (missing/short PARM looks
000321*       back 024 hours, the day just worked). RC 4 when
000330*       anything is open.
000340*----------------------------------------------------------------
000350 ENVIRONMENT      DIVISION.
000360 INPUT-OUTPUT     SECTION.
000370 FILE-CONTROL.
000380     SELECT  VCHK-FILE   ASSIGN TO    VCHKPT
000390             ORGANIZATION  IS    LINE SEQUENTIAL
000400             FILE STATUS   IS    WS-VCHK-STATUS.
000410     SELECT  SCHK-FILE   ASSIGN TO    SCHKPT
000420             ORGANIZATION  IS    SEQUENTIAL
000430             FILE STATUS   IS    WS-SCHK-STATUS.
000440     SELECT  TCHK-FILE   ASSIGN TO    TCHKPT
000450             ORGANIZATION  IS    SEQUENTIAL
000460             FILE STATUS   IS    WS-TCHK-STATUS.
000470     SELECT  LOCK-FILE   ASSIGN  TO  DYNAMIC  WS-LOCK-NAME
000480             ORGANIZATION  IS    SEQUENTIAL
000490             FILE STATUS   IS    WS-LOCK-STATUS.
000500     SELECT  LEDGER-FILE ASSIGN TO    EXPLEDGR
000510             ORGANIZATION  IS    LINE SEQUENTIAL
000520             FILE STATUS   IS    WS-LEDGER-STATUS.
000530     SELECT  SUSP-FILE   ASSIGN TO    VSUSP
000540             ORGANIZATION  IS    LINE SEQUENTIAL
000550             FILE STATUS   IS    WS-SUSP-STATUS.
000560     SELECT  ELOG-IN     ASSIGN TO    ERRLOG
000570             ORGANIZATION  IS    LINE SEQUENTIAL
000580             FILE STATUS   IS    WS-ELOG-STATUS.
000590     SELECT  ALERT-IN    ASSIGN TO    OPALERT
000600             ORGANIZATION  IS    LINE SEQUENTIAL
000610             FILE STATUS   IS    WS-ALERT-STATUS.
000611     SELECT  REG-IN      ASSIGN TO    ALRTREG
000612             ORGANIZATION  IS    LINE SEQUENTIAL
000613             FILE STATUS   IS    WS-REG-STATUS.
000620     SELECT  RSLT-IN     ASSIGN TO    CHNRSLT
000630             ORGANIZATION  IS    LINE SEQUENTIAL
000640             FILE STATUS   IS    WS-RSLT-STATUS.
000650     SELECT  HANDOVR-RPT ASSIGN TO    HANDOVR
000660             ORGANIZATION  IS    LINE SEQUENTIAL.
000670
000675     COPY  keylay.
000680 DATA             DIVISION.
000690 FILE             SECTION.
000700 FD  VCHK-FILE.
000710 01  VCHK-REC.
000720     COPY  chkptrec.
000730 FD  SCHK-FILE.
000740 01  SCHK-REC.
000750     COPY  chkptrec.
000760 FD  TCHK-FILE.
000770 01  TCHK-REC.
000780     COPY  chkptrec.
000790*
000800*    the marker layout RESLOCK writes - see LOCKMGR
000810 FD  LOCK-FILE.
000820 01  LOCK-REC.
000830     03  LK-HOLDER                    PIC  X(08).
000840     03  FILLER                       PIC  X(01).
000850     03  LK-DATE                      PIC  X(08).
000860     03  FILLER                       PIC  X(01).
000870     03  LK-TIME                      PIC  X(08).
000880*
000890*    the FEXPORT transmission ledger - see FEXPACK
000900 FD  LEDGER-FILE.
000910 01  LEDGER-REC.
000920     03  LG-RECEIVER                  PIC  X(08).
000930     03  FILLER                       PIC  X(01).
000940     03  LG-EXTRACT-DATE              PIC  X(08).
000950     03  FILLER                       PIC  X(01).
000960     03  LG-ROW-COUNT                 PIC  9(07).
000970     03  FILLER                       PIC  X(01).
000980     03  LG-NUM1-HASH                 PIC  9(09).
000990     03  FILLER                       PIC  X(01).
001000     03  LG-ACK-FLAG                  PIC  X(01).
001010     03  FILLER                       PIC  X(01).
001020     03  LG-ACK-DATE                  PIC  X(08).
001030*
001040*    VBATCHUPD's parked transactions - the attempt count, then
001050*    the transaction image and who made and checked it
001060 FD  SUSP-FILE.
001070 01  SUSP-REC.
001080     03  SU-ATTEMPTS                  PIC  X(02).
001090     03  FILLER                       PIC  X(01).
001100     03  SU-TXN-IMAGE.
001110       05  SU-TXN-CODE                PIC  X(01).
001120       05  SU-TXN-NUM1                PIC  X(:KEY-LEN:).
001130       05  FILLER                     PIC  X(72).
001140     03  FILLER                       PIC  X(01).
001150     03  SU-MAKER                     PIC  X(08).
001160     03  FILLER                       PIC  X(01).
001170     03  SU-CHECKER                   PIC  X(08).
001180     03  FILLER                       PIC  X(01).
001190     03  SU-OVERRIDE                  PIC  X(01).
001200*
001210*    the ERRLOG subroutine's line - see ERRRPT
001220 FD  ELOG-IN.
001230 01  ELOG-IN-REC.
001240     03  EI-DATE                      PIC  X(08).
001250     03  FILLER                       PIC  X(01).
001260     03  EI-TIME                      PIC  X(08).
001270     03  FILLER                       PIC  X(01).
001280     03  EI-SEVERITY                  PIC  X(01).
001290       88  EI-IS-ERROR                     VALUE 'E'.
001300     03  FILLER                       PIC  X(01).
001310     03  EI-PROGRAM                   PIC  X(08).
001320     03  FILLER                       PIC  X(01).
001330     03  EI-SECTION                   PIC  X(20).
001340     03  FILLER                       PIC  X(01).
001350     03  EI-MSG                       PIC  X(40).
001360     03  FILLER                       PIC  X(06).
001370*
001380*    OPALERT carries two line shapes: the ERRLOG-routed alert
001390*    leads with its date and time, the lines FILEIO and
001400*    BATCHDRV write lead with the program name
001410 FD  ALERT-IN.
001420 01  ALERT-REC.
001430     03  AL-DATE                      PIC  X(08).
001440     03  FILLER                       PIC  X(01).
001450     03  AL-TIME                      PIC  X(08).
001460     03  FILLER                       PIC  X(03).
001470     03  AL-PROGRAM                   PIC  X(08).
001480     03  FILLER                       PIC  X(01).
001490     03  AL-SECTION                   PIC  X(20).
001500     03  FILLER                       PIC  X(01).
001510     03  AL-MSG                       PIC  X(40).
001520     03  FILLER                       PIC  X(18).
001530 01  ALERT-PGM-REC.
001540     03  AP-PROGRAM                   PIC  X(08).
001550     03  FILLER                       PIC  X(01).
001560     03  AP-DATE                      PIC  X(08).
001570     03  FILLER                       PIC  X(01).
001580     03  AP-TIME                      PIC  X(08).
001590     03  FILLER                       PIC  X(01).
001600     03  AP-TEXT                      PIC  X(73).
001610*
001611*    ALERTMGR's alert register - see alrtreg.cbl
001612 FD  REG-IN.
001613 01  REG-REC.
001614     COPY  alrtreg.
001615*
001620*    BATCHDRV's chain result - see batchdrv
001630 FD  RSLT-IN.
001640 01  RSLT-REC.
001650     03  RSLT-STEP-NAME               PIC  X(08).
001660     03  FILLER                       PIC  X(01).
001670     03  RSLT-RC                      PIC  X(04).
001680     03  FILLER                       PIC  X(01).
001690     03  RSLT-STATUS                  PIC  X(04).
001700       88  RSLT-IS-OK                      VALUE 'OK  '.
001710       88  RSLT-IS-FAIL                    VALUE 'FAIL'.
001720       88  RSLT-IS-SKIP                    VALUE 'SKIP'.
001730     03  FILLER                       PIC  X(01).
001740     03  RSLT-START-TIME              PIC  X(08).
001750     03  FILLER                       PIC  X(01).
001760     03  RSLT-END-TIME                PIC  X(08).
001770     03  FILLER                       PIC  X(01).
001780     03  RSLT-BLOCKED-BY              PIC  X(08).
001790     03  FILLER                       PIC  X(01).
001800     03  RSLT-REC-DATE                PIC  X(08).
001810     03  FILLER                       PIC  X(01).
001820     03  RSLT-REC-TIME                PIC  X(08).
001830*
001840 FD  HANDOVR-RPT.
001850 01  RPT-LINE                         PIC  X(80).
001860
001870 WORKING-STORAGE  SECTION.
001880
001890 01  WS-STATUSES.
001900   03  WS-VCHK-STATUS          PIC  X(02).
001910   03  WS-SCHK-STATUS          PIC  X(02).
001920   03  WS-TCHK-STATUS          PIC  X(02).
001930   03  WS-LOCK-STATUS          PIC  X(02).
001940   03  WS-LEDGER-STATUS        PIC  X(02).
001950   03  WS-SUSP-STATUS          PIC  X(02).
001960   03  WS-ELOG-STATUS          PIC  X(02).
001970   03  WS-ALERT-STATUS         PIC  X(02).
001975   03  WS-REG-STATUS           PIC  X(02).
001980   03  WS-RSLT-STATUS          PIC  X(02).
001990
002000 01  WS-SWITCHES.
002010   03  WS-EOF-SW               PIC  X(01).
002020     88  FILE-EOF                   VALUE  'Y'.
002030   03  WS-HAVE-CHKPT-SW        PIC  X(01).
002040     88  HAVE-CHECKPOINT            VALUE  'Y'.
002050   03  WS-AGE-KNOWN-SW         PIC  X(01).
002060     88  AGE-KNOWN                  VALUE  'Y'.
002070   03  WS-RECOVERED-SW         PIC  X(01).
002080     88  STEP-RECOVERED             VALUE  'Y'.
002090
002100 01  WS-PARM-LINE              PIC  X(03).
002110 01  WS-LOOKBACK-HOURS         PIC  9(03)  VALUE  24.
002120 01  WS-LOOKBACK-MINS          PIC S9(08)  COMP.
002130 01  WS-LOCK-NAME              PIC  X(08).
002140
002150*----------------------------------------------------------------
002160* the known lock markers - the LOCKMGR inventory
002170*----------------------------------------------------------------
002180 01  WS-MARKER-TABLE.
002190   03  FILLER                  PIC  X(08)  VALUE  'VFILELCK'.
002200   03  FILLER                  PIC  X(08)  VALUE  'LOCKFILE'.
002210 01  WS-MARKER-TABLE-R  REDEFINES  WS-MARKER-TABLE.
002220   03  WS-MARKER-NAME          PIC  X(08)  OCCURS  2  TIMES.
002230 01  WS-MARKER-SUB             PIC  9(01)  COMP.
002240
002250*----------------------------------------------------------------
002260* the categories in report order, and the open items counted
002270* under each for the closing summary
002280*----------------------------------------------------------------
002290 01  WS-CAT-TABLE.
002300   03  FILLER                  PIC  X(10)  VALUE  'CHECKPOINT'.
002310   03  FILLER                  PIC  X(10)  VALUE  'LOCK'.
002320   03  FILLER                  PIC  X(10)  VALUE  'SHIPMENT'.
002330   03  FILLER                  PIC  X(10)  VALUE  'SUSPENSE'.
002340   03  FILLER                  PIC  X(10)  VALUE  'ERROR'.
002350   03  FILLER                  PIC  X(10)  VALUE  'ALERT'.
002360   03  FILLER                  PIC  X(10)  VALUE  'CHAIN'.
002370 01  WS-CAT-TABLE-R  REDEFINES  WS-CAT-TABLE.
002380   03  WS-CAT-NAME             PIC  X(10)  OCCURS  7  TIMES.
002390 01  WS-CAT-COUNTS.
002400   03  WS-CAT-COUNT            PIC  9(05)  COMP  OCCURS  7  TIMES.
002410 01  WS-CAT-SUB                PIC  9(01)  COMP.
002420 01  WS-TOTAL-OPEN             PIC  9(05)  COMP  VALUE  0.
002430
002440*----------------------------------------------------------------
002450* the last chain result, held so a first attempt that failed
002460* and then recovered on retry is not reported open
002470*----------------------------------------------------------------
002480 01  WS-RSLT-TABLE.
002490   03  WS-RS-ENTRY  OCCURS  40  TIMES.
002500     05  WS-RS-LINE            PIC  X(70).
002510 01  WS-RS-COUNT               PIC  9(02)  COMP  VALUE  0.
002520 01  WS-RS-SUB                 PIC  9(02)  COMP.
002530 01  WS-RS-NEXT                PIC  9(02)  COMP.
002540
002550 01  WS-DATE-AREA.
002560   03  WS-TODAY                PIC  9(08).
002570   03  WS-NOW-TIME             PIC  9(08).
002580   03  WS-NOW-TIME-R  REDEFINES  WS-NOW-TIME.
002590     05  WS-NOW-HH             PIC  9(02).
002600     05  WS-NOW-MM             PIC  9(02).
002610     05  FILLER                PIC  X(04).
002620   03  WS-TODAY-INT            PIC  9(08)  COMP.
002630   03  WS-ITEM-DATE            PIC  X(08).
002640   03  WS-ITEM-DATE-R  REDEFINES  WS-ITEM-DATE.
002650     05  WS-ITEM-CCYY          PIC  9(04).
002660     05  WS-ITEM-MO            PIC  9(02).
002670     05  WS-ITEM-DD            PIC  9(02).
002675   03  WS-ITEM-DATE-N  REDEFINES  WS-ITEM-DATE  PIC  9(08).
002680   03  WS-ITEM-TIME            PIC  X(08).
002690   03  WS-ITEM-TIME-R  REDEFINES  WS-ITEM-TIME.
002700     05  WS-ITEM-HH            PIC  9(02).
002710     05  WS-ITEM-MM            PIC  9(02).
002720     05  FILLER                PIC  X(04).
002730   03  WS-ITEM-INT             PIC  9(08)  COMP.
002740   03  WS-AGE-MINS             PIC S9(08)  COMP.
002750   03  WS-AGE-WORK             PIC S9(08)  COMP.
002755   03  WS-AGE-REM              PIC S9(08)  COMP.
002760
002770*    the age column: days, hours, and minutes, or the cycle
002780*    count for a parked transaction, or UNKNOWN
002790 01  WS-AGE-EDIT.
002800   03  WS-AGE-DAYS             PIC  ZZZ9.
002810   03  FILLER                  PIC  X(02)  VALUE  'D '.
002820   03  WS-AGE-HOURS            PIC  99.
002830   03  FILLER                  PIC  X(02)  VALUE  'H '.
002840   03  WS-AGE-MINUTES          PIC  99.
002850   03  FILLER                  PIC  X(02)  VALUE  'M '.
002860 01  WS-CYCLES-EDIT.
002870   03  WS-AGE-CYCLES           PIC  ZZZ9.
002880   03  FILLER                  PIC  X(10)  VALUE  ' CYCLES'.
002890
002900 01  RPT-ITEM-LINE.
002910   03  RPT-CATEGORY            PIC  X(10).
002920   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002930   03  RPT-ITEM                PIC  X(52).
002940   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002950   03  RPT-AGE                 PIC  X(14).
002960 01  RPT-COUNT-LINE.
002970   03  RPT-COUNT-NAME          PIC  X(10).
002980   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002990   03  RPT-COUNT               PIC  ZZZZ9.
003000
003010*    the item texts, one shape per category
003020 01  WS-ITEM-CHKPT.
003030   03  IC-FILE                 PIC  X(08).
003040   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003050   03  IC-PROGRAM              PIC  X(08).
003060   03  FILLER                  PIC  X(10)  VALUE  ' LAST KEY '.
003070   03  IC-KEY                  PIC  9(08).
003080 01  WS-ITEM-LOCK.
003090   03  IL-MARKER               PIC  X(08).
003100   03  FILLER                  PIC  X(09)  VALUE  ' HELD BY '.
003110   03  IL-HOLDER               PIC  X(08).
003120 01  WS-ITEM-SHIP.
003130   03  IS-RECEIVER             PIC  X(08).
003140   03  FILLER                  PIC  X(09)  VALUE  ' SHIPPED '.
003150   03  IS-DATE                 PIC  X(08).
003160   03  FILLER                  PIC  X(06)  VALUE  ' ROWS '.
003170   03  IS-ROWS                 PIC  ZZZZZZ9.
003180   03  FILLER                  PIC  X(07)  VALUE  ' UNACKD'.
003190 01  WS-ITEM-SUSP.
003200   03  FILLER                  PIC  X(04)  VALUE  'TXN '.
003210   03  IU-CODE                 PIC  X(01).
003220   03  FILLER                  PIC  X(05)  VALUE  ' KEY '.
003230   03  IU-NUM1                 PIC  X(04).
003240   03  FILLER                  PIC  X(07)  VALUE  ' MAKER '.
003250   03  IU-MAKER                PIC  X(08).
003260   03  FILLER                  PIC  X(09)  VALUE  ' CHECKER '.
003270   03  IU-CHECKER              PIC  X(08).
003275 01  WS-ITEM-ALERT.
003276   03  IA-ALERT-ID             PIC  9(06).
003277   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003278   03  IA-STATUS               PIC  X(04).
003279   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003281   03  IA-PROGRAM              PIC  X(08).
003283   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003285   03  IA-TEXT                 PIC  X(31).
003287 01  WS-ITEM-MSG.
003290   03  IM-PROGRAM              PIC  X(08).
003300   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003310   03  IM-TEXT                 PIC  X(43).
003320 01  WS-ITEM-STEP.
003330   03  IT-STEP                 PIC  X(08).
003340   03  FILLER                  PIC  X(04)  VALUE  ' RC '.
003350   03  IT-RC                   PIC  X(04).
003360   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003370   03  IT-RESULT               PIC  X(10).
003380   03  IT-BLOCKED-BY           PIC  X(08).
003390
003400 01  RPT-HDR1                  PIC  X(80)  VALUE
003410     'SHIFT HANDOVER - OPEN OPERATIONAL ITEMS'.
003420 01  RPT-HDR2.
003430   03  FILLER                  PIC  X(09)  VALUE  'PRODUCED '.
003440   03  RPT-HDR-DATE            PIC  9(08).
003450   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003460   03  RPT-HDR-TIME            PIC  9(08).
003470   03  FILLER                  PIC  X(20)  VALUE
003480       '  LOOKBACK (HOURS) '.
003490   03  RPT-HDR-LOOKBACK        PIC  ZZ9.
003500 01  RPT-HDR3                  PIC  X(80)  VALUE
003510     'CATEGORY   ITEM
003520-    '        AGE'.
003523
003526 01  WS-KEYMODE-PARM.
003530     COPY  keymode.
003540 PROCEDURE        DIVISION.
003541 MAIN-SEC         SECTION.
003542*    the stores must carry the key layout this program is built
003543*    for - see KEYMODE
003544     MOVE  'HANDOVR'   TO  KM-PROGRAM.
003545     MOVE  0           TO  KM-RUN-DATE.
003546     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
003547     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
003548     IF  KM-REFUSE
003549         MOVE  16  TO  RETURN-CODE
003550         STOP RUN
003555     END-IF.
003560     PERFORM  INIT-SEC.
003570     PERFORM  CHECKPOINT-SEC.
003580     PERFORM  LOCK-SEC.
003590     PERFORM  SHIPMENT-SEC.
003600     PERFORM  SUSPENSE-SEC.
003610     PERFORM  ERRLOG-SEC.
003620     PERFORM  ALERT-SEC.
003630     PERFORM  CHAIN-SEC.
003640     PERFORM  TERM-SEC.
003650     STOP RUN.
003660 MAIN-SEC-EX.
003670     EXIT.
003680/
003690 INIT-SEC         SECTION.
003700     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
003710     IF  WS-PARM-LINE(1:3)  IS  NUMERIC
003720         MOVE  WS-PARM-LINE(1:3)  TO  WS-LOOKBACK-HOURS
003730     END-IF.
003740     COMPUTE  WS-LOOKBACK-MINS  =  WS-LOOKBACK-HOURS  *  60.
003750     ACCEPT  WS-TODAY     FROM  DATE  YYYYMMDD.
003760     ACCEPT  WS-NOW-TIME  FROM  TIME.
003770     COMPUTE  WS-TODAY-INT  =
003780              FUNCTION INTEGER-OF-DATE(WS-TODAY).
003790     INITIALIZE  WS-CAT-COUNTS.
003800     OPEN  OUTPUT  HANDOVR-RPT.
003810     MOVE  RPT-HDR1  TO  RPT-LINE.
003820     WRITE  RPT-LINE.
003830     MOVE  WS-TODAY           TO  RPT-HDR-DATE.
003840     MOVE  WS-NOW-TIME        TO  RPT-HDR-TIME.
003850     MOVE  WS-LOOKBACK-HOURS  TO  RPT-HDR-LOOKBACK.
003860     MOVE  RPT-HDR2  TO  RPT-LINE.
003870     WRITE  RPT-LINE.
003880     MOVE  RPT-HDR3  TO  RPT-LINE.
003890     WRITE  RPT-LINE.
003900 INIT-SEC-EX.
003910     EXIT.
003920/
003930*----------------------------------------------------------------
003940* each checkpoint file's last record is the restart position its
003950* owner would resume at - the CHKMGR reading
003960*----------------------------------------------------------------
003970 CHECKPOINT-SEC   SECTION.
003980     MOVE  1  TO  WS-CAT-SUB.
003990     MOVE  'N'  TO  WS-EOF-SW  WS-HAVE-CHKPT-SW.
004000     OPEN  INPUT  VCHK-FILE.
004010     IF  WS-VCHK-STATUS  NOT =  '00'
004020         SET  FILE-EOF  TO  TRUE
004030     END-IF.
004040     PERFORM  READ-VCHK-SEC  UNTIL  FILE-EOF.
004050     IF  WS-VCHK-STATUS  =  '00'  OR  WS-VCHK-STATUS  =  '10'
004060         CLOSE  VCHK-FILE
004070     END-IF.
004080     MOVE  'VCHKPT'  TO  IC-FILE.
004090     PERFORM  SHOW-CHKPT-SEC.
004100     MOVE  'N'  TO  WS-EOF-SW  WS-HAVE-CHKPT-SW.
004110     OPEN  INPUT  SCHK-FILE.
004120     IF  WS-SCHK-STATUS  NOT =  '00'
004130         SET  FILE-EOF  TO  TRUE
004140     END-IF.
004150     PERFORM  READ-SCHK-SEC  UNTIL  FILE-EOF.
004160     IF  WS-SCHK-STATUS  =  '00'  OR  WS-SCHK-STATUS  =  '10'
004170         CLOSE  SCHK-FILE
004180     END-IF.
004190     MOVE  'SCHKPT'  TO  IC-FILE.
004200     PERFORM  SHOW-CHKPT-SEC.
004210     MOVE  'N'  TO  WS-EOF-SW  WS-HAVE-CHKPT-SW.
004220     OPEN  INPUT  TCHK-FILE.
004230     IF  WS-TCHK-STATUS  NOT =  '00'
004240         SET  FILE-EOF  TO  TRUE
004250     END-IF.
004260     PERFORM  READ-TCHK-SEC  UNTIL  FILE-EOF.
004270     IF  WS-TCHK-STATUS  =  '00'  OR  WS-TCHK-STATUS  =  '10'
004280         CLOSE  TCHK-FILE
004290     END-IF.
004300     MOVE  'TCHKPT'  TO  IC-FILE.
004310     PERFORM  SHOW-CHKPT-SEC.
004320 CHECKPOINT-SEC-EX.
004330     EXIT.
004340/
004350 READ-VCHK-SEC    SECTION.
004360     READ  VCHK-FILE
004370         AT END  SET  FILE-EOF  TO  TRUE
004380         NOT AT END
004390             MOVE  CK-PROGRAM-ID  OF  VCHK-REC  TO  IC-PROGRAM
004400             MOVE  CK-LAST-KEY    OF  VCHK-REC  TO  IC-KEY
004410             MOVE  CK-TS-DATE     OF  VCHK-REC  TO  WS-ITEM-DATE
004420             MOVE  CK-TS-TIME     OF  VCHK-REC  TO  WS-ITEM-TIME
004430             SET  HAVE-CHECKPOINT  TO  TRUE
004440     END-READ.
004450 READ-VCHK-SEC-EX.
004460     EXIT.
004470/
004480 READ-SCHK-SEC    SECTION.
004490     READ  SCHK-FILE
004500         AT END  SET  FILE-EOF  TO  TRUE
004510         NOT AT END
004520             MOVE  CK-PROGRAM-ID  OF  SCHK-REC  TO  IC-PROGRAM
004530             MOVE  CK-LAST-KEY    OF  SCHK-REC  TO  IC-KEY
004540             MOVE  CK-TS-DATE     OF  SCHK-REC  TO  WS-ITEM-DATE
004550             MOVE  CK-TS-TIME     OF  SCHK-REC  TO  WS-ITEM-TIME
004560             SET  HAVE-CHECKPOINT  TO  TRUE
004570     END-READ.
004580 READ-SCHK-SEC-EX.
004590     EXIT.
004600/
004610 READ-TCHK-SEC    SECTION.
004620     READ  TCHK-FILE
004630         AT END  SET  FILE-EOF  TO  TRUE
004640         NOT AT END
004650             MOVE  CK-PROGRAM-ID  OF  TCHK-REC  TO  IC-PROGRAM
004660             MOVE  CK-LAST-KEY    OF  TCHK-REC  TO  IC-KEY
004670             MOVE  CK-TS-DATE     OF  TCHK-REC  TO  WS-ITEM-DATE
004680             MOVE  CK-TS-TIME     OF  TCHK-REC  TO  WS-ITEM-TIME
004690             SET  HAVE-CHECKPOINT  TO  TRUE
004700     END-READ.
004710 READ-TCHK-SEC-EX.
004720     EXIT.
004730/
004740 SHOW-CHKPT-SEC   SECTION.
004750     IF  HAVE-CHECKPOINT
004760         MOVE  WS-ITEM-CHKPT  TO  RPT-ITEM
004770         PERFORM  AGE-SEC
004780         PERFORM  WRITE-ITEM-SEC
004790     END-IF.
004800 SHOW-CHKPT-SEC-EX.
004810     EXIT.
004820/
004830*----------------------------------------------------------------
004840* a marker file that opens is a lock still held
004850*----------------------------------------------------------------
004860 LOCK-SEC         SECTION.
004870     MOVE  2  TO  WS-CAT-SUB.
004880     PERFORM  SHOW-MARKER-SEC
004890         VARYING  WS-MARKER-SUB  FROM  1  BY  1
004900         UNTIL  WS-MARKER-SUB  >  2.
004910 LOCK-SEC-EX.
004920     EXIT.
004930/
004940 SHOW-MARKER-SEC  SECTION.
004950     MOVE  WS-MARKER-NAME(WS-MARKER-SUB)  TO  WS-LOCK-NAME.
004960     OPEN  INPUT  LOCK-FILE.
004970     IF  WS-LOCK-STATUS  NOT =  '00'
004980         GO TO  SHOW-MARKER-SEC-EX
004990     END-IF.
005000     MOVE  SPACES  TO  LOCK-REC.
005010     READ  LOCK-FILE
005020         AT END  CONTINUE
005030     END-READ.
005040     CLOSE  LOCK-FILE.
005050     MOVE  WS-LOCK-NAME  TO  IL-MARKER.
005060     MOVE  LK-HOLDER     TO  IL-HOLDER.
005070     MOVE  WS-ITEM-LOCK  TO  RPT-ITEM.
005080     MOVE  LK-DATE       TO  WS-ITEM-DATE.
005090     MOVE  LK-TIME       TO  WS-ITEM-TIME.
005100     PERFORM  AGE-SEC.
005110     PERFORM  WRITE-ITEM-SEC.
005120 SHOW-MARKER-SEC-EX.
005130     EXIT.
005140/
005150*----------------------------------------------------------------
005160* every ledger line not yet matched to a GOOD acknowledgment,
005170* whatever its age - FEXPACK's aging limit decides when such a
005180* shipment is chased, the handover shows them all
005190*----------------------------------------------------------------
005200 SHIPMENT-SEC     SECTION.
005210     MOVE  3  TO  WS-CAT-SUB.
005220     MOVE  'N'  TO  WS-EOF-SW.
005230     OPEN  INPUT  LEDGER-FILE.
005240     IF  WS-LEDGER-STATUS  NOT =  '00'
005250         SET  FILE-EOF  TO  TRUE
005260     END-IF.
005270     PERFORM  READ-LEDGER-SEC  UNTIL  FILE-EOF.
005280     IF  WS-LEDGER-STATUS  =  '00'  OR  WS-LEDGER-STATUS  =  '10'
005290         CLOSE  LEDGER-FILE
005300     END-IF.
005310 SHIPMENT-SEC-EX.
005320     EXIT.
005330/
005340 READ-LEDGER-SEC  SECTION.
005350     READ  LEDGER-FILE
005360         AT END  SET  FILE-EOF  TO  TRUE
005370     END-READ.
005380     IF  FILE-EOF
005390         OR  LG-RECEIVER  =  SPACES
005400         OR  LG-ACK-FLAG  =  'Y'
005410         GO TO  READ-LEDGER-SEC-EX
005420     END-IF.
005430     MOVE  LG-RECEIVER      TO  IS-RECEIVER.
005440     MOVE  LG-EXTRACT-DATE  TO  IS-DATE.
005450     IF  LG-ROW-COUNT  IS  NUMERIC
005460         MOVE  LG-ROW-COUNT  TO  IS-ROWS
005470     ELSE
005480         MOVE  ZERO          TO  IS-ROWS
005490     END-IF.
005500     MOVE  WS-ITEM-SHIP     TO  RPT-ITEM.
005510     MOVE  LG-EXTRACT-DATE  TO  WS-ITEM-DATE.
005520     MOVE  ZEROS            TO  WS-ITEM-TIME.
005530     PERFORM  AGE-SEC.
005540     PERFORM  WRITE-ITEM-SEC.
005550 READ-LEDGER-SEC-EX.
005560     EXIT.
005570/
005580*----------------------------------------------------------------
005590* every transaction still parked; the suspense line carries no
005600* date, so its age is the number of cycles it has been presented
005610* and found its key still missing
005620*----------------------------------------------------------------
005630 SUSPENSE-SEC     SECTION.
005640     MOVE  4  TO  WS-CAT-SUB.
005650     MOVE  'N'  TO  WS-EOF-SW.
005660     OPEN  INPUT  SUSP-FILE.
005670     IF  WS-SUSP-STATUS  NOT =  '00'
005680         SET  FILE-EOF  TO  TRUE
005690     END-IF.
005700     PERFORM  READ-SUSP-SEC  UNTIL  FILE-EOF.
005710     IF  WS-SUSP-STATUS  =  '00'  OR  WS-SUSP-STATUS  =  '10'
005720         CLOSE  SUSP-FILE
005730     END-IF.
005740 SUSPENSE-SEC-EX.
005750     EXIT.
005760/
005770 READ-SUSP-SEC    SECTION.
005780     READ  SUSP-FILE
005790         AT END  SET  FILE-EOF  TO  TRUE
005800     END-READ.
005810     IF  FILE-EOF  OR  SU-TXN-IMAGE  =  SPACES
005820         GO TO  READ-SUSP-SEC-EX
005830     END-IF.
005840     MOVE  SU-TXN-CODE    TO  IU-CODE.
005850     MOVE  SU-TXN-NUM1(:KEY-LEN: - 3:4)  TO  IU-NUM1.
005860     MOVE  SU-MAKER       TO  IU-MAKER.
005870     MOVE  SU-CHECKER     TO  IU-CHECKER.
005880     MOVE  WS-ITEM-SUSP   TO  RPT-ITEM.
005890     IF  SU-ATTEMPTS  IS  NUMERIC
005900         MOVE  SU-ATTEMPTS     TO  WS-AGE-CYCLES
005910         MOVE  WS-CYCLES-EDIT  TO  RPT-AGE
005920     ELSE
005930         MOVE  'UNKNOWN'       TO  RPT-AGE
005940     END-IF.
005950     PERFORM  WRITE-ITEM-SEC.
005960 READ-SUSP-SEC-EX.
005970     EXIT.
005980/
005990*----------------------------------------------------------------
006000* the 'E' severity entries logged inside the lookback - the
006010* entries ERRRPT would page on, as they stand at handover
006020*----------------------------------------------------------------
006030 ERRLOG-SEC       SECTION.
006040     MOVE  5  TO  WS-CAT-SUB.
006050     MOVE  'N'  TO  WS-EOF-SW.
006060     OPEN  INPUT  ELOG-IN.
006070     IF  WS-ELOG-STATUS  NOT =  '00'
006080         SET  FILE-EOF  TO  TRUE
006090     END-IF.
006100     PERFORM  READ-ELOG-SEC  UNTIL  FILE-EOF.
006110     IF  WS-ELOG-STATUS  =  '00'  OR  WS-ELOG-STATUS  =  '10'
006120         CLOSE  ELOG-IN
006130     END-IF.
006140 ERRLOG-SEC-EX.
006150     EXIT.
006160/
006170 READ-ELOG-SEC    SECTION.
006180     READ  ELOG-IN
006190         AT END  SET  FILE-EOF  TO  TRUE
006200     END-READ.
006210     IF  FILE-EOF  OR  NOT  EI-IS-ERROR
006220         GO TO  READ-ELOG-SEC-EX
006230     END-IF.
006240     MOVE  EI-DATE  TO  WS-ITEM-DATE.
006250     MOVE  EI-TIME  TO  WS-ITEM-TIME.
006260     PERFORM  AGE-SEC.
006270     IF  AGE-KNOWN  AND  WS-AGE-MINS  >  WS-LOOKBACK-MINS
006280         GO TO  READ-ELOG-SEC-EX
006290     END-IF.
006300     MOVE  EI-PROGRAM   TO  IM-PROGRAM.
006310     MOVE  EI-MSG       TO  IM-TEXT.
006320     MOVE  WS-ITEM-MSG  TO  RPT-ITEM.
006330     PERFORM  WRITE-ITEM-SEC.
006340 READ-ELOG-SEC-EX.
006350     EXIT.
006360/
006370*----------------------------------------------------------------
006380* the alerts ALERTMGR has on its register and nobody has yet
006381* closed, however old - an alert is open until an operator says
006382* otherwise. where there is no register yet, the alerts raised
006383* inside the lookback, in either OPALERT line shape; a line
006390* whose stamp reads in neither is shown with its age unknown
006400* rather than dropped
006410*----------------------------------------------------------------
006420 ALERT-SEC        SECTION.
006430     MOVE  6  TO  WS-CAT-SUB.
006440     MOVE  'N'  TO  WS-EOF-SW.
006441     OPEN  INPUT  REG-IN.
006442     IF  WS-REG-STATUS  =  '00'
006443         PERFORM  READ-REG-SEC  UNTIL  FILE-EOF
006444         CLOSE  REG-IN
006445         GO TO  ALERT-SEC-EX
006446     END-IF.
006450     OPEN  INPUT  ALERT-IN.
006460     IF  WS-ALERT-STATUS  NOT =  '00'
006470         SET  FILE-EOF  TO  TRUE
006480     END-IF.
006490     PERFORM  READ-ALERT-SEC  UNTIL  FILE-EOF.
006500     IF  WS-ALERT-STATUS  =  '00'  OR  WS-ALERT-STATUS  =  '10'
006510         CLOSE  ALERT-IN
006520     END-IF.
006530 ALERT-SEC-EX.
006540     EXIT.
006550/
006560 READ-ALERT-SEC   SECTION.
006570     READ  ALERT-IN
006580         AT END  SET  FILE-EOF  TO  TRUE
006590     END-READ.
006600     IF  FILE-EOF  OR  ALERT-REC  =  SPACES
006610         GO TO  READ-ALERT-SEC-EX
006620     END-IF.
006630     IF  AL-DATE  IS  NUMERIC
006640         MOVE  AL-DATE     TO  WS-ITEM-DATE
006650         MOVE  AL-TIME     TO  WS-ITEM-TIME
006660         MOVE  AL-PROGRAM  TO  IM-PROGRAM
006670         MOVE  AL-MSG      TO  IM-TEXT
006680     ELSE
006690         MOVE  AP-DATE     TO  WS-ITEM-DATE
006700         MOVE  AP-TIME     TO  WS-ITEM-TIME
006710         MOVE  AP-PROGRAM  TO  IM-PROGRAM
006720         MOVE  AP-TEXT     TO  IM-TEXT
006730     END-IF.
006740     PERFORM  AGE-SEC.
006750     IF  AGE-KNOWN  AND  WS-AGE-MINS  >  WS-LOOKBACK-MINS
006760         GO TO  READ-ALERT-SEC-EX
006770     END-IF.
006780     MOVE  WS-ITEM-MSG  TO  RPT-ITEM.
006790     PERFORM  WRITE-ITEM-SEC.
006800 READ-ALERT-SEC-EX.
006810     EXIT.
006820/
006821 READ-REG-SEC     SECTION.
006822     READ  REG-IN
006823         AT END  SET  FILE-EOF  TO  TRUE
006824     END-READ.
006825     IF  FILE-EOF  OR  AR-ALERT-ID  NOT  NUMERIC  OR  AR-CLOSED
006826         GO TO  READ-REG-SEC-EX
006827     END-IF.
006828     MOVE  AR-ALERT-ID     TO  IA-ALERT-ID.
006829     IF  AR-ACKNOWLEDGED
006830         MOVE  'ACKD'      TO  IA-STATUS
006831     ELSE
006832         MOVE  'OPEN'      TO  IA-STATUS
006833     END-IF.
006834     MOVE  AR-PROGRAM      TO  IA-PROGRAM.
006835     MOVE  AR-TEXT         TO  IA-TEXT.
006836     MOVE  AR-RAISED-DATE  TO  WS-ITEM-DATE.
006837     MOVE  AR-RAISED-TIME  TO  WS-ITEM-TIME.
006838     PERFORM  AGE-SEC.
006839     MOVE  WS-ITEM-ALERT   TO  RPT-ITEM.
006840     PERFORM  WRITE-ITEM-SEC.
006841 READ-REG-SEC-EX.
006842     EXIT.
006843/
006845*----------------------------------------------------------------
006847* the last chain result: every step that failed, and every step
006850* skipped behind a failure. a retried step's first attempt is
006860* recorded FAIL just ahead of its final line, so a FAIL line
006870* followed by a line for the same step is history, not open.
006880* a chain that completed is said so, without counting.
006890*----------------------------------------------------------------
006900 CHAIN-SEC        SECTION.
006910     MOVE  7  TO  WS-CAT-SUB.
006920     MOVE  'N'  TO  WS-EOF-SW.
006930     OPEN  INPUT  RSLT-IN.
006940     IF  WS-RSLT-STATUS  NOT =  '00'
006950         SET  FILE-EOF  TO  TRUE
006960     END-IF.
006970     PERFORM  LOAD-RSLT-SEC  UNTIL  FILE-EOF.
006980     IF  WS-RSLT-STATUS  =  '00'  OR  WS-RSLT-STATUS  =  '10'
006990         CLOSE  RSLT-IN
007000     END-IF.
007010     PERFORM  SHOW-RSLT-SEC
007020         VARYING  WS-RS-SUB  FROM  1  BY  1
007030         UNTIL  WS-RS-SUB  >  WS-RS-COUNT.
007040     MOVE  SPACES  TO  RPT-ITEM-LINE.
007050     MOVE  WS-CAT-NAME(WS-CAT-SUB)  TO  RPT-CATEGORY.
007060     IF  WS-RS-COUNT  =  0
007070         MOVE  'NO CHAIN RESULT ON FILE'  TO  RPT-ITEM
007080         MOVE  RPT-ITEM-LINE  TO  RPT-LINE
007090         WRITE  RPT-LINE
007100     ELSE
007110         IF  WS-CAT-COUNT(WS-CAT-SUB)  =  0
007120             MOVE  'LAST CHAIN COMPLETED - EVERY STEP OK'
007130                   TO  RPT-ITEM
007140             MOVE  RPT-ITEM-LINE  TO  RPT-LINE
007150             WRITE  RPT-LINE
007160         END-IF
007170     END-IF.
007180 CHAIN-SEC-EX.
007190     EXIT.
007200/
007210 LOAD-RSLT-SEC    SECTION.
007220     READ  RSLT-IN
007230         AT END  SET  FILE-EOF  TO  TRUE
007240     END-READ.
007250     IF  NOT  FILE-EOF
007260         AND  RSLT-STEP-NAME  NOT =  SPACES
007270         AND  WS-RS-COUNT  <  40
007280         ADD   1         TO  WS-RS-COUNT
007290         MOVE  RSLT-REC  TO  WS-RS-LINE(WS-RS-COUNT)
007300     END-IF.
007310 LOAD-RSLT-SEC-EX.
007320     EXIT.
007330/
007340 SHOW-RSLT-SEC    SECTION.
007350     MOVE  'N'  TO  WS-RECOVERED-SW.
007360     IF  WS-RS-SUB  <  WS-RS-COUNT
007370         COMPUTE  WS-RS-NEXT  =  WS-RS-SUB  +  1
007380         IF  WS-RS-LINE(WS-RS-NEXT)(1:8)
007390                 =  WS-RS-LINE(WS-RS-SUB)(1:8)
007400             SET  STEP-RECOVERED  TO  TRUE
007410         END-IF
007420     END-IF.
007430     MOVE  WS-RS-LINE(WS-RS-SUB)  TO  RSLT-REC.
007440     IF  STEP-RECOVERED  OR  RSLT-IS-OK
007450         GO TO  SHOW-RSLT-SEC-EX
007460     END-IF.
007470     MOVE  RSLT-STEP-NAME  TO  IT-STEP.
007480     MOVE  RSLT-RC         TO  IT-RC.
007490     IF  RSLT-IS-SKIP
007500         MOVE  'SKIPPED - '     TO  IT-RESULT
007510         MOVE  RSLT-BLOCKED-BY  TO  IT-BLOCKED-BY
007520     ELSE
007530         MOVE  'FAILED'         TO  IT-RESULT
007540         MOVE  SPACES           TO  IT-BLOCKED-BY
007550     END-IF.
007560     MOVE  WS-ITEM-STEP   TO  RPT-ITEM.
007570     MOVE  RSLT-REC-DATE  TO  WS-ITEM-DATE.
007580     MOVE  RSLT-REC-TIME  TO  WS-ITEM-TIME.
007590     PERFORM  AGE-SEC.
007600     PERFORM  WRITE-ITEM-SEC.
007610 SHOW-RSLT-SEC-EX.
007620     EXIT.
007630/
007640*----------------------------------------------------------------
007650* the item's age from its date (CCYYMMDD) and time (HHMMSSss)
007660* to now, into RPT-AGE; a stamp that is not a date leaves the
007670* age UNKNOWN, and a stamp a little ahead of the clock reads as
007680* no age at all
007690*----------------------------------------------------------------
007700 AGE-SEC          SECTION.
007710     MOVE  'N'        TO  WS-AGE-KNOWN-SW.
007720     MOVE  'UNKNOWN'  TO  RPT-AGE.
007730     MOVE  0          TO  WS-AGE-MINS.
007740     IF  WS-ITEM-DATE  NOT  NUMERIC
007750         OR  WS-ITEM-CCYY  <  1601
007760         OR  WS-ITEM-MO  <  1  OR  WS-ITEM-MO  >  12
007770         OR  WS-ITEM-DD  <  1  OR  WS-ITEM-DD  >  31
007780         GO TO  AGE-SEC-EX
007790     END-IF.
007800     IF  WS-ITEM-TIME  NOT  NUMERIC
007810         MOVE  ZEROS  TO  WS-ITEM-TIME
007820     END-IF.
007830     COMPUTE  WS-ITEM-INT  =
007840              FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE-N).
007850     COMPUTE  WS-AGE-MINS  =
007860         (WS-TODAY-INT  -  WS-ITEM-INT)  *  1440
007870         +  (WS-NOW-HH  *  60  +  WS-NOW-MM)
007880         -  (WS-ITEM-HH  *  60  +  WS-ITEM-MM).
007890     IF  WS-AGE-MINS  <  0
007900         MOVE  0  TO  WS-AGE-MINS
007910     END-IF.
007920     SET   AGE-KNOWN  TO  TRUE.
007930     DIVIDE  WS-AGE-MINS  BY  1440
007940         GIVING  WS-AGE-WORK  REMAINDER  WS-AGE-REM.
007950     MOVE  WS-AGE-WORK  TO  WS-AGE-DAYS.
007960     DIVIDE  WS-AGE-REM  BY  60
007970         GIVING  WS-AGE-WORK  REMAINDER  WS-AGE-REM.
007980     MOVE  WS-AGE-WORK  TO  WS-AGE-HOURS.
007990     MOVE  WS-AGE-REM   TO  WS-AGE-MINUTES.
008030     MOVE  WS-AGE-EDIT  TO  RPT-AGE.
008040 AGE-SEC-EX.
008050     EXIT.
008060/
008070 WRITE-ITEM-SEC   SECTION.
008080     MOVE  WS-CAT-NAME(WS-CAT-SUB)  TO  RPT-CATEGORY.
008090     ADD   1  TO  WS-CAT-COUNT(WS-CAT-SUB).
008100     ADD   1  TO  WS-TOTAL-OPEN.
008110     MOVE  RPT-ITEM-LINE  TO  RPT-LINE.
008120     WRITE  RPT-LINE.
008130 WRITE-ITEM-SEC-EX.
008140     EXIT.
008150/
008160*----------------------------------------------------------------
008170* the closing count of open items by category - the list the
008180* incoming shift signs for
008190*----------------------------------------------------------------
008200 TERM-SEC         SECTION.
008210     MOVE  SPACES  TO  RPT-LINE.
008220     WRITE  RPT-LINE.
008230     MOVE  'OPEN ITEMS BY CATEGORY'  TO  RPT-LINE.
008240     WRITE  RPT-LINE.
008250     PERFORM  COUNT-LINE-SEC
008260         VARYING  WS-CAT-SUB  FROM  1  BY  1
008270         UNTIL  WS-CAT-SUB  >  7.
008280     MOVE  'TOTAL'        TO  RPT-COUNT-NAME.
008290     MOVE  WS-TOTAL-OPEN  TO  RPT-COUNT.
008300     MOVE  RPT-COUNT-LINE  TO  RPT-LINE.
008310     WRITE  RPT-LINE.
008320     CLOSE  HANDOVR-RPT.
008330     DISPLAY  'HANDOVR: OPEN ITEMS ' WS-TOTAL-OPEN.
008340     IF  WS-TOTAL-OPEN  >  0
008350         MOVE  4  TO  RETURN-CODE
008360     END-IF.
008370 TERM-SEC-EX.
008380     EXIT.
008390/
008400 COUNT-LINE-SEC   SECTION.
008410     MOVE  WS-CAT-NAME(WS-CAT-SUB)   TO  RPT-COUNT-NAME.
008420     MOVE  WS-CAT-COUNT(WS-CAT-SUB)  TO  RPT-COUNT.
008430     MOVE  RPT-COUNT-LINE  TO  RPT-LINE.
008440     WRITE  RPT-LINE.
008450 COUNT-LINE-SEC-EX.
008460     EXIT.
