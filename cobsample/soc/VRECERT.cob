000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      VRECERT.
000030*
000040*----------------------------------------------------------------
000050* quarterly access recertification for the VAUTH operator
000060* authorization file. VAUTHMNT records who granted what, but
000070* nothing asked whether an operator still needs the codes they
000080* hold. this report lists every operator's codes and grant
000090* expiry, and for each code when it was last granted, last
000100* actually used and last attested, and flags:
000110*   DORMANT  a code not used (or granted) within the dormancy
000120*            window - 90 days unless the PARM says otherwise;
000130*            a code with no use on record at all is dormant
000140*   EXPIRED  a grant past its expiry date, awaiting the purge
000150*   SOD      a code that is part of a prohibited combination
000160*            the operator holds (segregation of duties)
000170*
000180* the last use of a code is the latest of:
000190*   VJOURNAL   every update journaled under the operator -
000200*              the rolled JRNCAT segments and the live journal,
000210*              read the VJHIST way. an add is the 'A' code, a
000220*              delete 'D', an undelete 'R', a REC-DATA change
000230*              'U' and any other field change 'F'; VONLINE and
000240*              VJUNDO changes are 'U', VMASSUPD's are 'M'
000250*   OPSAUDIT   the privileged actions of the maintenance doors
000260*              - HOLDMNT 'S', MCASEMNT 'C', CTLLIB 'T', VAPPROVE
000270*              'K', a VONLINE sign-on 'L' - from the rolled OAUD
000280*              segments on LOGCAT and the live trail. a refused
000290*              action is not a use
000300*   VAUTHAUD   every VAUTHMNT action is a use of 'S' by its
000310*              actor; its GRANT lines give the grant date and
000320*              its ATTEST lines the last attestation
000330* a code no trail records (the 'V' view code) prints NO TRAIL
000340* and is never called dormant.
000350*
000360* the prohibited combinations come from the SODRULES deck, one
000370* per card: positions 1-8 the codes (two or more) that must not
000380* be held together, positions 10-49 what the combination
000390* allows. without the deck the one rule is S with U - the
000400* security administrator must not also update the data.
000410*
000420* the report goes to VRECRPT, and the VRECDEC decision file is
000430* written beside it with one line per operator and code for the
000440* reviewing managers to attest or revoke (see recdec.cbl);
000450* VAUTHMNT function 'C' applies their returned decisions.
000460*
000470* PARM: positions 1-3 the dormancy window in days; missing or
000480* non-numeric is 90.
000490* return codes: 0 clean, 4 an operator holds a prohibited
000500* combination.
000510*----------------------------------------------------------------
000520 ENVIRONMENT      DIVISION.
000530 INPUT-OUTPUT     SECTION.
000540 FILE-CONTROL.
000550     SELECT  AUTH-FILE   ASSIGN TO   VAUTH
000560             ORGANIZATION  IS    LINE SEQUENTIAL
000570             FILE STATUS   IS    WS-AUTH-STATUS.
000580     SELECT  SOD-FILE    ASSIGN TO   SODRULES
000590             ORGANIZATION  IS    LINE SEQUENTIAL
000600             FILE STATUS   IS    WS-SOD-STATUS.
000610     SELECT  JRNL-FILE   ASSIGN TO   VJOURNAL
000620             ORGANIZATION  IS    SEQUENTIAL
000630             FILE STATUS   IS    WS-JRNL-STATUS.
000640     SELECT  JRNCAT-FILE ASSIGN TO   JRNCAT
000650             ORGANIZATION  IS    LINE SEQUENTIAL
000660             FILE STATUS   IS    WS-JRNCAT-STATUS.
000670     SELECT  JSEG-IN     ASSIGN TO   WS-JSEG-NAME
000680             ORGANIZATION  IS    SEQUENTIAL
000690             FILE STATUS   IS    WS-JSEG-STATUS.
000700     SELECT  OPS-FILE    ASSIGN TO   OPSAUDIT
000710             ORGANIZATION  IS    LINE SEQUENTIAL
000720             FILE STATUS   IS    WS-OPS-STATUS.
000730     SELECT  LOGCAT-FILE ASSIGN TO   LOGCAT
000740             ORGANIZATION  IS    LINE SEQUENTIAL
000750             FILE STATUS   IS    WS-LOGCAT-STATUS.
000760     SELECT  OSEG-IN     ASSIGN TO   WS-OSEG-NAME
000770             ORGANIZATION  IS    LINE SEQUENTIAL
000780             FILE STATUS   IS    WS-OSEG-STATUS.
000790     SELECT  AUDIT-FILE  ASSIGN TO   VAUTHAUD
000800             ORGANIZATION  IS    LINE SEQUENTIAL
000810             FILE STATUS   IS    WS-AUDIT-STATUS.
000820     SELECT  CERT-RPT    ASSIGN TO   VRECRPT
000830             ORGANIZATION  IS    LINE SEQUENTIAL.
000840     SELECT  DEC-FILE    ASSIGN TO   VRECDEC
000850             ORGANIZATION  IS    LINE SEQUENTIAL
000860             FILE STATUS   IS    WS-DEC-STATUS.
000870
000875     COPY  keylay.
000880 DATA             DIVISION.
000890 FILE             SECTION.
000900 FD      AUTH-FILE.
000910 01      AUTH-REC.
000920     03  AU-OPERATOR                  PIC  X(08).
000930     03  FILLER                       PIC  X(01).
000940     03  AU-CODES                     PIC  X(08).
000950     03  FILLER                       PIC  X(01).
000960     03  AU-EXPIRY                    PIC  X(08).
000970     03  FILLER                       PIC  X(01).
000980     03  AU-ENTITIES                  PIC  X(10).
000990
001000 FD      SOD-FILE.
001010 01      SOD-REC.
001020     03  SR-CODES                     PIC  X(08).
001030     03  FILLER                       PIC  X(01).
001040     03  SR-TEXT                      PIC  X(40).
001050
001060 FD      JRNL-FILE.
001070 01      JRNL-REC.
001080     COPY  vjrnl.
001090*
001100*    the segment catalogs and one rolled segment at a time -
001110*    segment records re-enter through the live files' record
001120*    areas so one code path judges them all
001130 FD      JRNCAT-FILE.
001140 01      JRNCAT-REC.
001150     03  JC-SEG-NAME                  PIC  X(16).
001160     03  FILLER                       PIC  X(01).
001170     03  JC-RUN-DATE                  PIC  X(08).
001180 FD      JSEG-IN.
001190 01      JSEG-REC                     PIC  X(8467).
001200
001210 FD      OPS-FILE.
001220 01      OPS-REC.
001230     03  OP-DATE                      PIC  X(08).
001240     03  FILLER                       PIC  X(01).
001250     03  OP-TIME                      PIC  X(08).
001260     03  FILLER                       PIC  X(01).
001270     03  OP-PROGRAM                   PIC  X(08).
001280     03  FILLER                       PIC  X(01).
001290     03  OP-OPERATOR                  PIC  X(08).
001300     03  FILLER                       PIC  X(01).
001310     03  OP-ACTION                    PIC  X(20).
001320     03  FILLER                       PIC  X(01).
001330     03  OP-DETAIL                    PIC  X(30).
001340     03  FILLER                       PIC  X(32).
001350 FD      LOGCAT-FILE.
001360 01      LOGCAT-REC.
001370     COPY  arccat.
001380 FD      OSEG-IN.
001390 01      OSEG-REC                     PIC  X(119).
001400
001410*    the VAUTHMNT audit line
001420 FD      AUDIT-FILE.
001430 01      AUDIT-REC.
001440     03  AD-DATE                      PIC  X(08).
001450     03  FILLER                       PIC  X(01).
001460     03  AD-TIME                      PIC  X(08).
001470     03  FILLER                       PIC  X(01).
001480     03  AD-ACTOR                     PIC  X(08).
001490     03  FILLER                       PIC  X(01).
001500     03  AD-ACTION                    PIC  X(06).
001510     03  FILLER                       PIC  X(01).
001520     03  AD-TARGET                    PIC  X(08).
001530     03  FILLER                       PIC  X(01).
001540     03  AD-CODES                     PIC  X(08).
001550     03  FILLER                       PIC  X(29).
001560
001570 FD      CERT-RPT.
001580 01      RPT-LINE                     PIC  X(100).
001590
001600 FD      DEC-FILE.
001610 01      DEC-REC.
001620     COPY  recdec.
001630
001640 WORKING-STORAGE  SECTION.
001650
001660 01  WS-STATUSES.
001670   03  WS-AUTH-STATUS          PIC  X(02).
001680   03  WS-SOD-STATUS           PIC  X(02).
001690   03  WS-JRNL-STATUS          PIC  X(02).
001700   03  WS-JRNCAT-STATUS        PIC  X(02).
001710   03  WS-JSEG-STATUS          PIC  X(02).
001720   03  WS-OPS-STATUS           PIC  X(02).
001730   03  WS-LOGCAT-STATUS        PIC  X(02).
001740   03  WS-OSEG-STATUS          PIC  X(02).
001750   03  WS-AUDIT-STATUS         PIC  X(02).
001760   03  WS-DEC-STATUS           PIC  X(02).
001770
001780 01  WS-SWITCHES.
001790   03  WS-EOF-SW               PIC  X(01).
001800     88  FILE-EOF                   VALUE  'Y'.
001810   03  WS-SEG-EOF-SW           PIC  X(01).
001820     88  SEG-EOF                    VALUE  'Y'.
001830   03  WS-HELD-SW              PIC  X(01).
001840     88  ALL-CODES-HELD             VALUE  'Y'.
001850   03  WS-OP-SOD-SW            PIC  X(01).
001860     88  OPERATOR-IN-CONFLICT       VALUE  'Y'.
001870
001880 01  WS-PARM-LINE              PIC  X(03).
001890 01  WS-DORMANT-DAYS           PIC  9(03)  VALUE  90.
001900 01  WS-TODAY                  PIC  9(08).
001910 01  WS-TODAY-INT              PIC  9(07)  COMP.
001920 01  WS-CUTOFF-INT             PIC  9(07)  COMP.
001930 01  WS-DATE-WORK              PIC  9(08).
001940
001950*----------------------------------------------------------------
001960* the authorization file with, for each of the eight code
001970* positions, the dates the trails give it - the VAUTHMNT table
001980* sizing of 100 operators
001990*----------------------------------------------------------------
002000 01  WS-AUTH-TABLE.
002010   03  WS-AUTH-ENTRY  OCCURS  100  TIMES  INDEXED BY AUT-IDX.
002020     05  WS-AUT-OPERATOR       PIC  X(08).
002030     05  WS-AUT-CODES          PIC  X(08).
002040     05  WS-AUT-EXPIRY         PIC  X(08).
002050     05  WS-AUT-SLOT  OCCURS  8  TIMES.
002060       07  WS-AUT-LAST-USE     PIC  9(08).
002070       07  WS-AUT-GRANTED      PIC  9(08).
002080       07  WS-AUT-CERTIFIED    PIC  9(08).
002090       07  WS-AUT-SOD-SW       PIC  X(01).
002100         88  AUT-SOD                VALUE  'Y'.
002110 01  WS-AUTH-COUNT             PIC  9(03)  COMP  VALUE  0.
002120 01  WS-SLOT-SUB               PIC  9(02)  COMP.
002130 01  WS-CODE-SUB               PIC  9(02)  COMP.
002140
002150*    the prohibited combinations
002160 01  WS-SOD-TABLE.
002170   03  WS-SOD-ENTRY  OCCURS  50  TIMES  INDEXED BY SOD-IDX.
002180     05  WS-SOD-CODES          PIC  X(08).
002190     05  WS-SOD-TEXT           PIC  X(40).
002200 01  WS-SOD-COUNT              PIC  9(02)  COMP  VALUE  0.
002210
002220*    the codes the shop grants, whether any trail records their
002230*    use, and what each one opens
002240 01  WS-CODE-NAMES.
002250   03  FILLER  PIC  X(22)  VALUE  'SYSECURITY ADMIN      '.
002260   03  FILLER  PIC  X(22)  VALUE  'UYUPDATE              '.
002270   03  FILLER  PIC  X(22)  VALUE  'LYLOOKUP / SIGN-ON    '.
002280   03  FILLER  PIC  X(22)  VALUE  'AYADD                 '.
002290   03  FILLER  PIC  X(22)  VALUE  'DYDELETE              '.
002300   03  FILLER  PIC  X(22)  VALUE  'RYUNDELETE            '.
002310   03  FILLER  PIC  X(22)  VALUE  'FYFIELD UPDATE        '.
002320   03  FILLER  PIC  X(22)  VALUE  'KYAPPROVE             '.
002330   03  FILLER  PIC  X(22)  VALUE  'MYMASS MAINTENANCE    '.
002340   03  FILLER  PIC  X(22)  VALUE  'TYCONTROL DECKS       '.
002350   03  FILLER  PIC  X(22)  VALUE  'CYMATCH CASE WORK     '.
002360   03  FILLER  PIC  X(22)  VALUE  'VNUNMASKED VIEW       '.
002370 01  WS-CODE-NAMES-R  REDEFINES  WS-CODE-NAMES.
002380   03  WS-CN-ENTRY  OCCURS  12  TIMES  INDEXED BY CN-IDX.
002390     05  WS-CN-CODE            PIC  X(01).
002400     05  WS-CN-TRAIL           PIC  X(01).
002410       88  CN-HAS-TRAIL             VALUE  'Y'.
002420     05  WS-CN-NAME            PIC  X(20).
002430
002440*    the maintenance doors whose OPSAUDIT lines show a code in
002450*    use - the program, the action (spaces for any) and the code
002460 01  WS-OPS-MAP.
002470   03  FILLER  PIC  X(29)  VALUE  'HOLDMNT                     S'.
002480   03  FILLER  PIC  X(29)  VALUE  'MCASEMNT                    C'.
002490   03  FILLER  PIC  X(29)  VALUE  'CTLLIB                      T'.
002500   03  FILLER  PIC  X(29)  VALUE  'VAPPROVE                    K'.
002510   03  FILLER  PIC  X(29)  VALUE  'VONLINE SIGNON              L'.
002520 01  WS-OPS-MAP-R  REDEFINES  WS-OPS-MAP.
002530   03  WS-OM-ENTRY  OCCURS  5  TIMES  INDEXED BY OM-IDX.
002540     05  WS-OM-PROGRAM         PIC  X(08).
002550     05  WS-OM-ACTION          PIC  X(20).
002560     05  WS-OM-CODE            PIC  X(01).
002570
002580*    one piece of evidence: who used which code on what date
002590 01  WS-EVIDENCE.
002600   03  WS-EV-OPERATOR          PIC  X(08).
002610   03  WS-EV-CODE              PIC  X(01).
002620   03  WS-EV-DATE              PIC  9(08).
002630 01  WS-REFUSED-TALLY          PIC  9(02)  COMP.
002640
002650 01  WS-JSEG-NAME              PIC  X(16).
002660 01  WS-OSEG-NAME              PIC  X(16).
002670 01  WS-SEG-TABLE.
002680   03  WS-SEG-ENTRY  OCCURS  500  TIMES  INDEXED BY SEG-IDX.
002690     05  WS-SEG-NAME           PIC  X(16).
002700 01  WS-SEG-COUNT              PIC  9(05)  COMP  VALUE  0.
002710
002720*    the journal images laid over the VFILE record shape
002730 01  WS-BEFORE-R.
002740     COPY  vfile.
002750 01  WS-AFTER-R.
002760     COPY  vfile.
002770
002780 01  WS-COUNTERS.
002790   03  WS-CODE-COUNT           PIC  9(05)  COMP  VALUE  0.
002800   03  WS-DORMANT-COUNT        PIC  9(05)  COMP  VALUE  0.
002810   03  WS-EXPIRED-COUNT        PIC  9(05)  COMP  VALUE  0.
002820   03  WS-CONFLICT-COUNT       PIC  9(05)  COMP  VALUE  0.
002830   03  WS-JRNL-COUNT           PIC  9(09)  COMP  VALUE  0.
002840   03  WS-OPS-COUNT            PIC  9(09)  COMP  VALUE  0.
002850   03  WS-AUDIT-COUNT          PIC  9(09)  COMP  VALUE  0.
002860
002870 01  RPT-HDR1.
002880   03  FILLER                  PIC  X(34)  VALUE
002890       'VAUTH ACCESS RECERTIFICATION AS OF'.
002900   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002910   03  RPT-H-TODAY             PIC  9(08).
002920   03  FILLER                  PIC  X(16)  VALUE
002930       '  DORMANT AFTER '.
002940   03  RPT-H-DAYS              PIC  ZZ9.
002950   03  FILLER                  PIC  X(05)  VALUE  ' DAYS'.
002960 01  RPT-HDR2.
002970   03  FILLER                  PIC  X(40)  VALUE
002980       'OPERATOR C CODE                 EXPIRY  '.
002990   03  FILLER                  PIC  X(40)  VALUE
003000       ' GRANTED  LAST USE LAST CRT FLAGS       '.
003010
003020 01  RPT-DETAIL.
003030   03  RPT-OPERATOR            PIC  X(08).
003040   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003050   03  RPT-CODE                PIC  X(01).
003060   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003070   03  RPT-CODE-NAME           PIC  X(20).
003080   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003090   03  RPT-EXPIRY              PIC  X(08).
003100   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003110   03  RPT-GRANTED             PIC  X(08).
003120   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003130   03  RPT-LAST-USE            PIC  X(08).
003140   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003150   03  RPT-CERTIFIED           PIC  X(08).
003160   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003170   03  RPT-FLAGS               PIC  X(20).
003180
003190 01  RPT-SOD-LINE.
003200   03  FILLER                  PIC  X(09)  VALUE  SPACES.
003210   03  FILLER                  PIC  X(13)  VALUE
003220       'SOD CONFLICT '.
003230   03  RPT-SOD-CODES           PIC  X(08).
003240   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003250   03  RPT-SOD-TEXT            PIC  X(40).
003260
003270 01  RPT-TOTAL.
003280   03  RPT-TOT-LABEL           PIC  X(30).
003290   03  RPT-TOT-VALUE           PIC  ZZZZ9.
003300
003310 01  WS-FLAG-PTR               PIC  9(02)  COMP.
003320
003330 PROCEDURE        DIVISION.
003340 MAIN-SEC         SECTION.
003350     PERFORM  GET-PARM-SEC.
003360     PERFORM  LOAD-AUTH-SEC.
003370     PERFORM  LOAD-SOD-SEC.
003380     PERFORM  SCAN-JOURNAL-SEC.
003390     PERFORM  SCAN-OPSAUDIT-SEC.
003400     PERFORM  SCAN-VAUTHAUD-SEC.
003410     PERFORM  REPORT-SEC.
003420     PERFORM  TERM-SEC.
003430     STOP RUN.
003440 MAIN-SEC-EX.
003450     EXIT.
003460/
003470 GET-PARM-SEC     SECTION.
003480     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
003490     IF  WS-PARM-LINE  IS  NUMERIC
003500         AND  WS-PARM-LINE  NOT =  '000'
003510         MOVE  WS-PARM-LINE  TO  WS-DORMANT-DAYS
003520     END-IF.
003530     ACCEPT  WS-TODAY  FROM  DATE  YYYYMMDD.
003540     COMPUTE  WS-TODAY-INT  =  FUNCTION INTEGER-OF-DATE(WS-TODAY).
003550     COMPUTE  WS-CUTOFF-INT  =  WS-TODAY-INT  -  WS-DORMANT-DAYS.
003560 GET-PARM-SEC-EX.
003570     EXIT.
003580/
003590 LOAD-AUTH-SEC    SECTION.
003600     MOVE  'N'  TO  WS-EOF-SW.
003610     OPEN  INPUT  AUTH-FILE.
003620     IF  WS-AUTH-STATUS  NOT =  '00'
003630         DISPLAY  'VRECERT: NO VAUTH FILE, STATUS '
003640                  WS-AUTH-STATUS
003650         SET  FILE-EOF  TO  TRUE
003660     END-IF.
003670     PERFORM  UNTIL  FILE-EOF
003680         READ  AUTH-FILE
003690             AT END  SET  FILE-EOF  TO  TRUE
003700             NOT AT END
003710                 IF  AU-OPERATOR  NOT =  SPACES
003720                     AND  WS-AUTH-COUNT  <  100
003730                     PERFORM  ADD-AUTH-SEC
003740                 END-IF
003750         END-READ
003760     END-PERFORM.
003770     IF  WS-AUTH-STATUS  =  '00'  OR  WS-AUTH-STATUS  =  '10'
003780         CLOSE  AUTH-FILE
003790     END-IF.
003800 LOAD-AUTH-SEC-EX.
003810     EXIT.
003820/
003830 ADD-AUTH-SEC     SECTION.
003840     ADD   1  TO  WS-AUTH-COUNT.
003850     SET   AUT-IDX  TO  WS-AUTH-COUNT.
003860     MOVE  AU-OPERATOR  TO  WS-AUT-OPERATOR(AUT-IDX).
003870     MOVE  AU-CODES     TO  WS-AUT-CODES(AUT-IDX).
003880     MOVE  AU-EXPIRY    TO  WS-AUT-EXPIRY(AUT-IDX).
003890     PERFORM  VARYING  WS-SLOT-SUB  FROM  1  BY  1
003900         UNTIL  WS-SLOT-SUB  >  8
003910         MOVE  0    TO  WS-AUT-LAST-USE(AUT-IDX, WS-SLOT-SUB)
003920                        WS-AUT-GRANTED(AUT-IDX, WS-SLOT-SUB)
003930                        WS-AUT-CERTIFIED(AUT-IDX, WS-SLOT-SUB)
003940         MOVE  'N'  TO  WS-AUT-SOD-SW(AUT-IDX, WS-SLOT-SUB)
003950     END-PERFORM.
003960 ADD-AUTH-SEC-EX.
003970     EXIT.
003980/
003990*----------------------------------------------------------------
004000* the SODRULES deck; a missing or empty deck is the one S-with-U
004010* rule
004020*----------------------------------------------------------------
004030 LOAD-SOD-SEC     SECTION.
004040     MOVE  'N'  TO  WS-EOF-SW.
004050     OPEN  INPUT  SOD-FILE.
004060     IF  WS-SOD-STATUS  NOT =  '00'
004070         SET  FILE-EOF  TO  TRUE
004080     END-IF.
004090     PERFORM  UNTIL  FILE-EOF
004100         READ  SOD-FILE
004110             AT END  SET  FILE-EOF  TO  TRUE
004120             NOT AT END
004130                 IF  SR-CODES  NOT =  SPACES
004140                     AND  WS-SOD-COUNT  <  50
004150                     ADD   1  TO  WS-SOD-COUNT
004160                     SET   SOD-IDX  TO  WS-SOD-COUNT
004170                     MOVE  SR-CODES  TO  WS-SOD-CODES(SOD-IDX)
004180                     MOVE  SR-TEXT   TO  WS-SOD-TEXT(SOD-IDX)
004190                 END-IF
004200         END-READ
004210     END-PERFORM.
004220     IF  WS-SOD-STATUS  =  '00'  OR  WS-SOD-STATUS  =  '10'
004230         CLOSE  SOD-FILE
004240     END-IF.
004250     IF  WS-SOD-COUNT  =  0
004260         MOVE  1  TO  WS-SOD-COUNT
004270         MOVE  'SU'  TO  WS-SOD-CODES(1)
004280         MOVE  'SECURITY ADMIN ALSO UPDATING THE DATA'
004290               TO  WS-SOD-TEXT(1)
004300     END-IF.
004310 LOAD-SOD-SEC-EX.
004320     EXIT.
004330/
004340*----------------------------------------------------------------
004350* the journal: the rolled segments in the order they were taken,
004360* then the live journal
004370*----------------------------------------------------------------
004380 SCAN-JOURNAL-SEC SECTION.
004390     MOVE  0    TO  WS-SEG-COUNT.
004400     MOVE  'N'  TO  WS-EOF-SW.
004410     OPEN  INPUT  JRNCAT-FILE.
004420     IF  WS-JRNCAT-STATUS  NOT =  '00'
004430         SET  FILE-EOF  TO  TRUE
004440     END-IF.
004450     PERFORM  UNTIL  FILE-EOF
004460         READ  JRNCAT-FILE
004470             AT END  SET  FILE-EOF  TO  TRUE
004480             NOT AT END
004490                 IF  WS-SEG-COUNT  <  500
004500                     ADD   1  TO  WS-SEG-COUNT
004510                     SET   SEG-IDX  TO  WS-SEG-COUNT
004520                     MOVE  JC-SEG-NAME  TO  WS-SEG-NAME(SEG-IDX)
004530                 END-IF
004540         END-READ
004550     END-PERFORM.
004560     IF  WS-JRNCAT-STATUS  =  '00'  OR  WS-JRNCAT-STATUS  =  '10'
004570         CLOSE  JRNCAT-FILE
004580     END-IF.
004590     PERFORM  VARYING  SEG-IDX  FROM  1  BY  1
004600         UNTIL  SEG-IDX  >  WS-SEG-COUNT
004610         MOVE  WS-SEG-NAME(SEG-IDX)  TO  WS-JSEG-NAME
004620         PERFORM  SCAN-ONE-JSEG-SEC
004630     END-PERFORM.
004640     MOVE  'N'  TO  WS-EOF-SW.
004650     OPEN  INPUT  JRNL-FILE.
004660     IF  WS-JRNL-STATUS  NOT =  '00'
004670         SET  FILE-EOF  TO  TRUE
004680     END-IF.
004690     PERFORM  UNTIL  FILE-EOF
004700         READ  JRNL-FILE
004710             AT END      SET  FILE-EOF  TO  TRUE
004720             NOT AT END  PERFORM  JUDGE-JRNL-SEC
004730         END-READ
004740     END-PERFORM.
004750     IF  WS-JRNL-STATUS  =  '00'  OR  WS-JRNL-STATUS  =  '10'
004760         CLOSE  JRNL-FILE
004770     END-IF.
004780 SCAN-JOURNAL-SEC-EX.
004790     EXIT.
004800/
004810 SCAN-ONE-JSEG-SEC SECTION.
004820     MOVE  'N'  TO  WS-SEG-EOF-SW.
004830     OPEN  INPUT  JSEG-IN.
004840     IF  WS-JSEG-STATUS  NOT =  '00'
004850         SET  SEG-EOF  TO  TRUE
004860         DISPLAY  'VRECERT: SEGMENT MISSING ' WS-JSEG-NAME
004870     END-IF.
004880     PERFORM  UNTIL  SEG-EOF
004890         READ  JSEG-IN  INTO  JRNL-REC
004900             AT END      SET  SEG-EOF  TO  TRUE
004910             NOT AT END  PERFORM  JUDGE-JRNL-SEC
004920         END-READ
004930     END-PERFORM.
004940     IF  WS-JSEG-STATUS  =  '00'  OR  WS-JSEG-STATUS  =  '10'
004950         CLOSE  JSEG-IN
004960     END-IF.
004970 SCAN-ONE-JSEG-SEC-EX.
004980     EXIT.
004990/
005000*----------------------------------------------------------------
005010* which code a journaled change used, from the program that made
005020* it and, for the two update doors, what the images show
005030*----------------------------------------------------------------
005040 JUDGE-JRNL-SEC   SECTION.
005050     ADD   1  TO  WS-JRNL-COUNT.
005060     MOVE  JR-OPERATOR  TO  WS-EV-OPERATOR.
005070     MOVE  JR-DATE      TO  WS-EV-DATE.
005080     MOVE  SPACE        TO  WS-EV-CODE.
005090     EVALUATE  JR-PROGRAM
005100         WHEN  'VMASSUPD'
005110             MOVE  'M'  TO  WS-EV-CODE
005120         WHEN  'VONLINE '
005130         WHEN  'VJUNDO  '
005140             MOVE  'U'  TO  WS-EV-CODE
005150         WHEN  'VKSDSUPD'
005160         WHEN  'VBATCHUP'
005170             MOVE  JR-BEFORE-IMAGE  TO  WS-BEFORE-R
005180             MOVE  JR-AFTER-IMAGE   TO  WS-AFTER-R
005190             EVALUATE  TRUE
005200                 WHEN  JR-BEFORE-IMAGE  =  SPACES
005210                     OR  NUM1  OF  WS-BEFORE-R  NOT NUMERIC
005220                     MOVE  'A'  TO  WS-EV-CODE
005230                 WHEN  REC-DELETED  OF  WS-AFTER-R
005240                     AND  NOT  REC-DELETED  OF  WS-BEFORE-R
005250                     MOVE  'D'  TO  WS-EV-CODE
005260                 WHEN  REC-DELETED  OF  WS-BEFORE-R
005270                     AND  NOT  REC-DELETED  OF  WS-AFTER-R
005280                     MOVE  'R'  TO  WS-EV-CODE
005290                 WHEN  REC-DATA  OF  WS-BEFORE-R
005300                     NOT =  REC-DATA  OF  WS-AFTER-R
005310                     MOVE  'U'  TO  WS-EV-CODE
005320                 WHEN  OTHER
005330                     MOVE  'F'  TO  WS-EV-CODE
005340             END-EVALUATE
005350     END-EVALUATE.
005360     IF  WS-EV-CODE  NOT =  SPACE
005370         PERFORM  NOTE-USE-SEC
005380     END-IF.
005390 JUDGE-JRNL-SEC-EX.
005400     EXIT.
005410/
005420*----------------------------------------------------------------
005430* the operations audit trail: the OAUD segments LOGCAT carries,
005440* then the live trail
005450*----------------------------------------------------------------
005460 SCAN-OPSAUDIT-SEC SECTION.
005470     MOVE  0    TO  WS-SEG-COUNT.
005480     MOVE  'N'  TO  WS-EOF-SW.
005490     OPEN  INPUT  LOGCAT-FILE.
005500     IF  WS-LOGCAT-STATUS  NOT =  '00'
005510         SET  FILE-EOF  TO  TRUE
005520     END-IF.
005530     PERFORM  UNTIL  FILE-EOF
005540         READ  LOGCAT-FILE
005550             AT END  SET  FILE-EOF  TO  TRUE
005560             NOT AT END
005570                 IF  AC-ARCHIVE-TAG  =  'OAUD'
005580                     AND  WS-SEG-COUNT  <  500
005590                     ADD   1  TO  WS-SEG-COUNT
005600                     SET   SEG-IDX  TO  WS-SEG-COUNT
005610                     MOVE  AC-ARCHIVE-NAME
005620                           TO  WS-SEG-NAME(SEG-IDX)
005630                 END-IF
005640         END-READ
005650     END-PERFORM.
005660     IF  WS-LOGCAT-STATUS  =  '00'  OR  WS-LOGCAT-STATUS  =  '10'
005670         CLOSE  LOGCAT-FILE
005680     END-IF.
005690     PERFORM  VARYING  SEG-IDX  FROM  1  BY  1
005700         UNTIL  SEG-IDX  >  WS-SEG-COUNT
005710         MOVE  WS-SEG-NAME(SEG-IDX)  TO  WS-OSEG-NAME
005720         PERFORM  SCAN-ONE-OSEG-SEC
005730     END-PERFORM.
005740     MOVE  'N'  TO  WS-EOF-SW.
005750     OPEN  INPUT  OPS-FILE.
005760     IF  WS-OPS-STATUS  NOT =  '00'
005770         SET  FILE-EOF  TO  TRUE
005780     END-IF.
005790     PERFORM  UNTIL  FILE-EOF
005800         READ  OPS-FILE
005810             AT END      SET  FILE-EOF  TO  TRUE
005820             NOT AT END  PERFORM  JUDGE-OPS-SEC
005830         END-READ
005840     END-PERFORM.
005850     IF  WS-OPS-STATUS  =  '00'  OR  WS-OPS-STATUS  =  '10'
005860         CLOSE  OPS-FILE
005870     END-IF.
005880 SCAN-OPSAUDIT-SEC-EX.
005890     EXIT.
005900/
005910 SCAN-ONE-OSEG-SEC SECTION.
005920     MOVE  'N'  TO  WS-SEG-EOF-SW.
005930     OPEN  INPUT  OSEG-IN.
005940     IF  WS-OSEG-STATUS  NOT =  '00'
005950         SET  SEG-EOF  TO  TRUE
005960         DISPLAY  'VRECERT: SEGMENT MISSING ' WS-OSEG-NAME
005970     END-IF.
005980     PERFORM  UNTIL  SEG-EOF
005990         READ  OSEG-IN  INTO  OPS-REC
006000             AT END      SET  SEG-EOF  TO  TRUE
006010             NOT AT END  PERFORM  JUDGE-OPS-SEC
006020         END-READ
006030     END-PERFORM.
006040     IF  WS-OSEG-STATUS  =  '00'  OR  WS-OSEG-STATUS  =  '10'
006050         CLOSE  OSEG-IN
006060     END-IF.
006070 SCAN-ONE-OSEG-SEC-EX.
006080     EXIT.
006090/
006100 JUDGE-OPS-SEC    SECTION.
006110     ADD   1  TO  WS-OPS-COUNT.
006120     MOVE  0  TO  WS-REFUSED-TALLY.
006130     INSPECT  OP-ACTION  TALLYING  WS-REFUSED-TALLY
006140         FOR  ALL  'REFUSED'.
006150     IF  WS-REFUSED-TALLY  >  0
006160         OR  OP-OPERATOR  =  SPACES
006170         OR  OP-DATE  NOT NUMERIC
006180         GO TO  JUDGE-OPS-SEC-EX
006190     END-IF.
006200     PERFORM  VARYING  OM-IDX  FROM  1  BY  1
006210         UNTIL  OM-IDX  >  5
006220         IF  WS-OM-PROGRAM(OM-IDX)  =  OP-PROGRAM
006230             AND  (WS-OM-ACTION(OM-IDX)  =  SPACES
006240                   OR  WS-OM-ACTION(OM-IDX)  =  OP-ACTION)
006250             MOVE  OP-OPERATOR         TO  WS-EV-OPERATOR
006260             MOVE  WS-OM-CODE(OM-IDX)  TO  WS-EV-CODE
006270             MOVE  OP-DATE             TO  WS-EV-DATE
006280             PERFORM  NOTE-USE-SEC
006290         END-IF
006300     END-PERFORM.
006310 JUDGE-OPS-SEC-EX.
006320     EXIT.
006330/
006340*----------------------------------------------------------------
006350* the VAUTHMNT audit file: every action its actor's use of 'S',
006360* a GRANT the grant date of each code granted, an ATTEST the
006370* attestation date of the code attested
006380*----------------------------------------------------------------
006390 SCAN-VAUTHAUD-SEC SECTION.
006400     MOVE  'N'  TO  WS-EOF-SW.
006410     OPEN  INPUT  AUDIT-FILE.
006420     IF  WS-AUDIT-STATUS  NOT =  '00'
006430         SET  FILE-EOF  TO  TRUE
006440     END-IF.
006450     PERFORM  UNTIL  FILE-EOF
006460         READ  AUDIT-FILE
006470             AT END      SET  FILE-EOF  TO  TRUE
006480             NOT AT END  PERFORM  JUDGE-AUDIT-SEC
006490         END-READ
006500     END-PERFORM.
006510     IF  WS-AUDIT-STATUS  =  '00'  OR  WS-AUDIT-STATUS  =  '10'
006520         CLOSE  AUDIT-FILE
006530     END-IF.
006540 SCAN-VAUTHAUD-SEC-EX.
006550     EXIT.
006560/
006570 JUDGE-AUDIT-SEC  SECTION.
006580     IF  AD-DATE  NOT NUMERIC
006590         GO TO  JUDGE-AUDIT-SEC-EX
006600     END-IF.
006610     ADD   1  TO  WS-AUDIT-COUNT.
006620     MOVE  AD-ACTOR  TO  WS-EV-OPERATOR.
006630     MOVE  'S'       TO  WS-EV-CODE.
006640     MOVE  AD-DATE   TO  WS-EV-DATE.
006650     PERFORM  NOTE-USE-SEC.
006660     IF  AD-ACTION  NOT =  'GRANT '
006670         AND  AD-ACTION  NOT =  'ATTEST'
006680         GO TO  JUDGE-AUDIT-SEC-EX
006690     END-IF.
006700     MOVE  AD-TARGET  TO  WS-EV-OPERATOR.
006710     PERFORM  FIND-OPERATOR-SEC.
006720     IF  AUT-IDX  >  WS-AUTH-COUNT
006730         GO TO  JUDGE-AUDIT-SEC-EX
006740     END-IF.
006750     PERFORM  VARYING  WS-CODE-SUB  FROM  1  BY  1
006760         UNTIL  WS-CODE-SUB  >  8
006770         MOVE  AD-CODES(WS-CODE-SUB:1)  TO  WS-EV-CODE
006780         IF  WS-EV-CODE  NOT =  SPACE
006790             PERFORM  FIND-SLOT-SEC
006800             IF  WS-SLOT-SUB  NOT >  8
006810                 IF  AD-ACTION  =  'GRANT '
006820                     MOVE  WS-EV-DATE
006830                       TO  WS-AUT-GRANTED(AUT-IDX, WS-SLOT-SUB)
006840                 ELSE
006850                     MOVE  WS-EV-DATE
006860                       TO  WS-AUT-CERTIFIED(AUT-IDX, WS-SLOT-SUB)
006870                 END-IF
006880             END-IF
006890         END-IF
006900     END-PERFORM.
006910 JUDGE-AUDIT-SEC-EX.
006920     EXIT.
006930/
006940*----------------------------------------------------------------
006950* one use of a code: kept when the operator still holds the code
006960* and the use is later than any seen so far
006970*----------------------------------------------------------------
006980 NOTE-USE-SEC     SECTION.
006990     PERFORM  FIND-OPERATOR-SEC.
007000     IF  AUT-IDX  >  WS-AUTH-COUNT
007010         GO TO  NOTE-USE-SEC-EX
007020     END-IF.
007030     PERFORM  FIND-SLOT-SEC.
007040     IF  WS-SLOT-SUB  >  8
007050         GO TO  NOTE-USE-SEC-EX
007060     END-IF.
007070     IF  WS-EV-DATE  >  WS-AUT-LAST-USE(AUT-IDX, WS-SLOT-SUB)
007080         MOVE  WS-EV-DATE
007090           TO  WS-AUT-LAST-USE(AUT-IDX, WS-SLOT-SUB)
007100     END-IF.
007110 NOTE-USE-SEC-EX.
007120     EXIT.
007130/
007140 FIND-OPERATOR-SEC SECTION.
007150     PERFORM  VARYING  AUT-IDX  FROM  1  BY  1
007160         UNTIL  AUT-IDX  >  WS-AUTH-COUNT
007170             OR  WS-AUT-OPERATOR(AUT-IDX)  =  WS-EV-OPERATOR
007180         CONTINUE
007190     END-PERFORM.
007200 FIND-OPERATOR-SEC-EX.
007210     EXIT.
007220/
007230 FIND-SLOT-SEC    SECTION.
007240     PERFORM  VARYING  WS-SLOT-SUB  FROM  1  BY  1
007250         UNTIL  WS-SLOT-SUB  >  8
007260             OR  WS-AUT-CODES(AUT-IDX)(WS-SLOT-SUB:1)
007270                 =  WS-EV-CODE
007280         CONTINUE
007290     END-PERFORM.
007300 FIND-SLOT-SEC-EX.
007310     EXIT.
007320/
007330 REPORT-SEC       SECTION.
007340     OPEN  OUTPUT  CERT-RPT.
007350     OPEN  OUTPUT  DEC-FILE.
007360     MOVE  WS-TODAY         TO  RPT-H-TODAY.
007370     MOVE  WS-DORMANT-DAYS  TO  RPT-H-DAYS.
007380     MOVE  RPT-HDR1  TO  RPT-LINE.
007390     WRITE  RPT-LINE.
007400     MOVE  RPT-HDR2  TO  RPT-LINE.
007410     WRITE  RPT-LINE.
007420     PERFORM  VARYING  AUT-IDX  FROM  1  BY  1
007430         UNTIL  AUT-IDX  >  WS-AUTH-COUNT
007440         PERFORM  CHECK-SOD-SEC
007450         PERFORM  VARYING  WS-SLOT-SUB  FROM  1  BY  1
007460             UNTIL  WS-SLOT-SUB  >  8
007470             IF  WS-AUT-CODES(AUT-IDX)(WS-SLOT-SUB:1)
007480                     NOT =  SPACE
007490                 PERFORM  REPORT-CODE-SEC
007500             END-IF
007510         END-PERFORM
007520         PERFORM  REPORT-SOD-SEC
007530     END-PERFORM.
007540 REPORT-SEC-EX.
007550     EXIT.
007560/
007570*----------------------------------------------------------------
007580* every rule whose codes the operator holds all of marks those
007590* codes as in conflict
007600*----------------------------------------------------------------
007610 CHECK-SOD-SEC    SECTION.
007620     MOVE  'N'  TO  WS-OP-SOD-SW.
007630     PERFORM  VARYING  SOD-IDX  FROM  1  BY  1
007640         UNTIL  SOD-IDX  >  WS-SOD-COUNT
007650         PERFORM  MATCH-RULE-SEC
007660         IF  ALL-CODES-HELD
007670             SET  OPERATOR-IN-CONFLICT  TO  TRUE
007680             PERFORM  VARYING  WS-CODE-SUB  FROM  1  BY  1
007690                 UNTIL  WS-CODE-SUB  >  8
007700                 MOVE  WS-SOD-CODES(SOD-IDX)(WS-CODE-SUB:1)
007710                       TO  WS-EV-CODE
007720                 IF  WS-EV-CODE  NOT =  SPACE
007730                     PERFORM  FIND-SLOT-SEC
007740                     MOVE  'Y'
007750                       TO  WS-AUT-SOD-SW(AUT-IDX, WS-SLOT-SUB)
007760                 END-IF
007770             END-PERFORM
007780         END-IF
007790     END-PERFORM.
007800 CHECK-SOD-SEC-EX.
007810     EXIT.
007820/
007830 MATCH-RULE-SEC   SECTION.
007840     SET   ALL-CODES-HELD  TO  TRUE.
007850     PERFORM  VARYING  WS-CODE-SUB  FROM  1  BY  1
007860         UNTIL  WS-CODE-SUB  >  8
007870         MOVE  WS-SOD-CODES(SOD-IDX)(WS-CODE-SUB:1)
007880               TO  WS-EV-CODE
007890         IF  WS-EV-CODE  NOT =  SPACE
007900             PERFORM  FIND-SLOT-SEC
007910             IF  WS-SLOT-SUB  >  8
007920                 MOVE  'N'  TO  WS-HELD-SW
007930             END-IF
007940         END-IF
007950     END-PERFORM.
007960 MATCH-RULE-SEC-EX.
007970     EXIT.
007980/
007990 REPORT-CODE-SEC  SECTION.
008000     ADD   1  TO  WS-CODE-COUNT.
008010     MOVE  SPACES  TO  RPT-DETAIL  DEC-REC.
008020     MOVE  WS-AUT-OPERATOR(AUT-IDX)
008030           TO  RPT-OPERATOR  RD-OPERATOR.
008040     MOVE  WS-AUT-CODES(AUT-IDX)(WS-SLOT-SUB:1)
008050           TO  RPT-CODE  RD-CODE.
008060     MOVE  WS-AUT-EXPIRY(AUT-IDX)    TO  RPT-EXPIRY  RD-EXPIRY.
008070     SET   CN-IDX  TO  1.
008080     SEARCH  WS-CN-ENTRY
008090         AT END
008100             MOVE  'NOT A KNOWN CODE'  TO  RPT-CODE-NAME
008110         WHEN  WS-CN-CODE(CN-IDX)  =  RPT-CODE
008120             MOVE  WS-CN-NAME(CN-IDX)  TO  RPT-CODE-NAME
008130     END-SEARCH.
008140     MOVE  WS-AUT-GRANTED(AUT-IDX, WS-SLOT-SUB)  TO  WS-DATE-WORK.
008150     IF  WS-DATE-WORK  =  0
008160         MOVE  'UNKNOWN '    TO  RPT-GRANTED
008170     ELSE
008180         MOVE  WS-DATE-WORK  TO  RPT-GRANTED
008190     END-IF.
008200     MOVE  WS-AUT-CERTIFIED(AUT-IDX, WS-SLOT-SUB)
008210           TO  WS-DATE-WORK.
008220     IF  WS-DATE-WORK  =  0
008230         MOVE  'NEVER   '    TO  RPT-CERTIFIED
008240     ELSE
008250         MOVE  WS-DATE-WORK  TO  RPT-CERTIFIED
008260     END-IF.
008270     MOVE  1  TO  WS-FLAG-PTR.
008280     IF  CN-IDX  >  12
008290         OR  CN-HAS-TRAIL(CN-IDX)
008300         MOVE  WS-AUT-LAST-USE(AUT-IDX, WS-SLOT-SUB)
008310               TO  WS-DATE-WORK
008320         IF  WS-DATE-WORK  =  0
008330             MOVE  'NONE    '    TO  RPT-LAST-USE
008340         ELSE
008350             MOVE  WS-DATE-WORK  TO  RPT-LAST-USE
008360         END-IF
008370         MOVE  RPT-LAST-USE  TO  RD-LAST-USE
008380*        a grant younger than the window is not dormant yet
008390         IF  WS-AUT-GRANTED(AUT-IDX, WS-SLOT-SUB)
008400                 >  WS-DATE-WORK
008410             MOVE  WS-AUT-GRANTED(AUT-IDX, WS-SLOT-SUB)
008420                   TO  WS-DATE-WORK
008430         END-IF
008440         IF  WS-DATE-WORK  =  0
008450             OR  FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
008460                 <  WS-CUTOFF-INT
008470             ADD   1    TO  WS-DORMANT-COUNT
008480             SET   RD-DORMANT  TO  TRUE
008490             STRING  'DORMANT '  DELIMITED BY SIZE
008500                 INTO  RPT-FLAGS  WITH POINTER  WS-FLAG-PTR
008510         END-IF
008520     ELSE
008530         MOVE  'NO TRAIL'  TO  RPT-LAST-USE  RD-LAST-USE
008540     END-IF.
008550     IF  WS-AUT-EXPIRY(AUT-IDX)  IS  NUMERIC
008560         AND  WS-AUT-EXPIRY(AUT-IDX)  <  WS-TODAY
008570         ADD   1  TO  WS-EXPIRED-COUNT
008580         STRING  'EXPIRED '  DELIMITED BY SIZE
008590             INTO  RPT-FLAGS  WITH POINTER  WS-FLAG-PTR
008600     END-IF.
008610     IF  AUT-SOD(AUT-IDX, WS-SLOT-SUB)
008620         SET   RD-SOD-CONFLICT  TO  TRUE
008630         STRING  'SOD'  DELIMITED BY SIZE
008640             INTO  RPT-FLAGS  WITH POINTER  WS-FLAG-PTR
008650     END-IF.
008660     MOVE  RPT-DETAIL  TO  RPT-LINE.
008670     WRITE  RPT-LINE.
008680     WRITE  DEC-REC.
008690 REPORT-CODE-SEC-EX.
008700     EXIT.
008710/
008720 REPORT-SOD-SEC   SECTION.
008730     IF  NOT  OPERATOR-IN-CONFLICT
008740         GO TO  REPORT-SOD-SEC-EX
008750     END-IF.
008760     PERFORM  VARYING  SOD-IDX  FROM  1  BY  1
008770         UNTIL  SOD-IDX  >  WS-SOD-COUNT
008780         PERFORM  MATCH-RULE-SEC
008790         IF  ALL-CODES-HELD
008800             ADD   1  TO  WS-CONFLICT-COUNT
008810             MOVE  WS-SOD-CODES(SOD-IDX)  TO  RPT-SOD-CODES
008820             MOVE  WS-SOD-TEXT(SOD-IDX)   TO  RPT-SOD-TEXT
008830             MOVE  RPT-SOD-LINE  TO  RPT-LINE
008840             WRITE  RPT-LINE
008850         END-IF
008860     END-PERFORM.
008870 REPORT-SOD-SEC-EX.
008880     EXIT.
008890/
008900 TERM-SEC         SECTION.
008910     MOVE  SPACES  TO  RPT-LINE.
008920     WRITE  RPT-LINE.
008930     MOVE  'OPERATORS ON VAUTH            '  TO  RPT-TOT-LABEL.
008940     MOVE  WS-AUTH-COUNT       TO  RPT-TOT-VALUE.
008950     PERFORM  WRITE-TOTAL-SEC.
008960     MOVE  'CODES HELD                    '  TO  RPT-TOT-LABEL.
008970     MOVE  WS-CODE-COUNT       TO  RPT-TOT-VALUE.
008980     PERFORM  WRITE-TOTAL-SEC.
008990     MOVE  'CODES DORMANT                 '  TO  RPT-TOT-LABEL.
009000     MOVE  WS-DORMANT-COUNT    TO  RPT-TOT-VALUE.
009010     PERFORM  WRITE-TOTAL-SEC.
009020     MOVE  'CODES PAST THEIR EXPIRY       '  TO  RPT-TOT-LABEL.
009030     MOVE  WS-EXPIRED-COUNT    TO  RPT-TOT-VALUE.
009040     PERFORM  WRITE-TOTAL-SEC.
009050     MOVE  'SOD CONFLICTS                 '  TO  RPT-TOT-LABEL.
009060     MOVE  WS-CONFLICT-COUNT   TO  RPT-TOT-VALUE.
009070     PERFORM  WRITE-TOTAL-SEC.
009080     CLOSE  CERT-RPT.
009090     CLOSE  DEC-FILE.
009100     DISPLAY  'VRECERT: JOURNAL ENTRIES READ ' WS-JRNL-COUNT.
009110     DISPLAY  'VRECERT: OPSAUDIT LINES READ  ' WS-OPS-COUNT.
009120     DISPLAY  'VRECERT: VAUTHAUD LINES READ  ' WS-AUDIT-COUNT.
009130     DISPLAY  'VRECERT: CODES DORMANT        ' WS-DORMANT-COUNT.
009140     DISPLAY  'VRECERT: SOD CONFLICTS        ' WS-CONFLICT-COUNT.
009150     IF  WS-CONFLICT-COUNT  >  0
009160         MOVE  4  TO  RETURN-CODE
009170     END-IF.
009180 TERM-SEC-EX.
009190     EXIT.
009200/
009210 WRITE-TOTAL-SEC  SECTION.
009220     MOVE  RPT-TOTAL  TO  RPT-LINE.
009230     WRITE  RPT-LINE.
009240 WRITE-TOTAL-SEC-EX.
009250     EXIT.
