000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      VPENDMNT.
000030*
000040*----------------------------------------------------------------
000050* the operators' door onto the VPENDTX pending-transactions
000060* file (see pendtx.cbl): approved VBATCHUPD transactions whose
000070* effective date the cycle has not yet reached. the report
000080* shows what is queued for each coming date, in date order
000090* with a count per date; a cancel takes one entry off the file
000100* before its release run applies it.
000110*
000120* PARM drives the transaction:
000130*   positions 1-8   the acting operator id - on VAUTH, grant
000140*                   unexpired
000150*   position 9      'L' list the pending file to the VPENDRPT
000160*                   report, 'C' cancel one entry
000170*   positions 10-25 the entry's submission id and
000180*   positions 26-30 its sequence, as the report prints them
000190*
000200* a cancel is the maker's to make, or a holder of the 'K'
000210* approve code's; it runs under the VFILE lock, so it cannot
000220* cross a release run rewriting the file, and is logged on
000230* OPSAUDIT.
000240*----------------------------------------------------------------
000250 ENVIRONMENT      DIVISION.
000260 INPUT-OUTPUT     SECTION.
000270 FILE-CONTROL.
000280     SELECT  AUTH-FILE  ASSIGN TO    VAUTH
000290             ORGANIZATION  IS    LINE SEQUENTIAL
000300             FILE STATUS   IS    WS-AUTH-STATUS.
000310     SELECT  PEND-FILE  ASSIGN TO    VPENDTX
000320             ORGANIZATION  IS    LINE SEQUENTIAL
000330             FILE STATUS   IS    WS-PEND-STATUS.
000340     SELECT  PEND-RPT   ASSIGN TO    VPENDRPT
000350             ORGANIZATION  IS    LINE SEQUENTIAL
000360             FILE STATUS   IS    WS-RPT-STATUS.
000370
000375     COPY  keylay.
000380 DATA             DIVISION.
000390 FILE             SECTION.
000400 FD      AUTH-FILE.
000410 01      AUTH-REC.
000420     03  AU-OPERATOR                  PIC  X(08).
000430     03  FILLER                       PIC  X(01).
000440     03  AU-CODES                     PIC  X(08).
000450     03  FILLER                       PIC  X(01).
000460     03  AU-EXPIRY                    PIC  X(08).
000470
000480 FD      PEND-FILE.
000490 01      PEND-REC.
000500     COPY  pendtx.
000510
000520 FD      PEND-RPT.
000530 01      RPT-LINE                     PIC  X(132).
000540
000550 WORKING-STORAGE  SECTION.
000560
000570 01  WS-STATUSES.
000580   03  WS-AUTH-STATUS          PIC  X(02).
000590   03  WS-PEND-STATUS          PIC  X(02).
000600   03  WS-RPT-STATUS           PIC  X(02).
000610
000620 01  WS-SWITCHES.
000630   03  WS-AUTH-EOF-SW          PIC  X(01)  VALUE  'N'.
000640     88  AUTH-EOF                   VALUE  'Y'.
000650   03  WS-ACTOR-OK-SW          PIC  X(01)  VALUE  'N'.
000660     88  ACTOR-KNOWN                VALUE  'Y'.
000670   03  WS-APPROVER-SW          PIC  X(01)  VALUE  'N'.
000680     88  ACTOR-IS-APPROVER          VALUE  'Y'.
000690   03  WS-PEND-EOF-SW          PIC  X(01)  VALUE  'N'.
000700     88  PEND-EOF                   VALUE  'Y'.
000710
000720 01  WS-PARM-AREA.
000730   03  WS-PARM-LINE            PIC  X(30).
000740   03  WS-ACTOR                PIC  X(08).
000750   03  WS-FUNCTION             PIC  X(01).
000760     88  WS-FUNC-LIST               VALUE 'L'.
000770     88  WS-FUNC-CANCEL             VALUE 'C'.
000780   03  WS-REQ-BATCH            PIC  X(16).
000790   03  WS-REQ-SEQ              PIC  9(05).
000800
000810 01  WS-TODAY                  PIC  9(08).
000820 01  WS-CODE-TALLY             PIC  9(02)  COMP.
000830
000840*----------------------------------------------------------------
000850* the pending file, loaded up front - the VAPPROVE table shape;
000860* the report sorts it by due date in place
000870*----------------------------------------------------------------
000880 01  WS-PEND-TABLE.
000890   03  WS-P-ENTRY  OCCURS  1000  TIMES  INDEXED BY P-IDX.
000895*      room for the pending record in either key layout
000900     05  WS-P-IMAGE            PIC  X(142).
000910     05  WS-P-KEEP-SW          PIC  X(01).
000920       88  P-KEEP                   VALUE 'Y'.
000930 01  WS-PEND-COUNT             PIC  9(04)  COMP  VALUE  0.
000940 01  WS-SORT-AREA.
000950   03  WS-SORT-I               PIC  9(04)  COMP.
000960   03  WS-SORT-J               PIC  9(04)  COMP.
000970   03  WS-SORT-HOLD            PIC  X(139).
000980 01  WS-FOUND-IDX              PIC  9(04)  COMP  VALUE  0.
000990
001000 01  WS-DATE-BREAK.
001010   03  WS-PREV-DATE            PIC  9(08)  VALUE  0.
001020   03  WS-DATE-COUNT           PIC  9(05)  COMP  VALUE  0.
001030   03  WS-DATE-TOTAL           PIC  9(05)  COMP  VALUE  0.
001040
001050 01  WS-RESLOCK-PARM.
001060     COPY  reslock.
001070 01  WS-ERRLOG-PARM.
001080     COPY  errlog.
001090 01  WS-OPSAUDIT-PARM.
001100     COPY  opsaudit.
001110
001120 01  RPT-HEAD-1.
001130   03  FILLER                  PIC  X(40)
001140           VALUE  'VPENDMNT - PENDING TRANSACTIONS     RUN '.
001150   03  RH-DATE                 PIC  9(08).
001160   03  FILLER                  PIC  X(11)  VALUE  '  OPERATOR '.
001170   03  RH-ACTOR                PIC  X(08).
001180 01  RPT-HEAD-2.
001190   03  FILLER                  PIC  X(30)
001200           VALUE  'DUE      SUBMISSION       SEQ '.
001210   03  FILLER                  PIC  X(30)
001220           VALUE  'O MAKER    CHECKER  PARKED    '.
001230   03  FILLER                  PIC  X(20)
001240           VALUE  'TRANSACTION'.
001250 01  RPT-DETAIL.
001260   03  RD-DUE                  PIC  9(08).
001270   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001280   03  RD-BATCH                PIC  X(16).
001290   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001300   03  RD-SEQ                  PIC  9(05).
001310   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001320   03  RD-OVERRIDE             PIC  X(01).
001330   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001340   03  RD-MAKER                PIC  X(08).
001350   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001360   03  RD-CHECKER              PIC  X(08).
001370   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001380   03  RD-PARKED               PIC  9(08).
001390   03  FILLER                  PIC  X(02)  VALUE  SPACE.
001392   03  RD-TXN.
001394     05  RD-TXN-CODE           PIC  X(01).
001396     05  RD-TXN-NUM1           PIC  9(04).
001400     05  RD-TXN-DATA           PIC  X(65).
001410 01  RPT-DATE-TOTAL.
001420   03  FILLER                  PIC  X(09)  VALUE  SPACES.
001430   03  FILLER                  PIC  X(13)
001440           VALUE  'DUE ON DATE  '.
001450   03  RDT-COUNT               PIC  ZZZZ9.
001460 01  RPT-TOTAL.
001470   03  FILLER                  PIC  X(22)
001480           VALUE  'TRANSACTIONS PENDING  '.
001490   03  RT-COUNT                PIC  ZZZZ9.
001493
001496 01  WS-KEYMODE-PARM.
001500     COPY  keymode.
001510 PROCEDURE        DIVISION.
001511 MAIN-SEC         SECTION.
001512*    the stores must carry the key layout this program is built
001513*    for - see KEYMODE
001514     MOVE  'VPENDMNT'  TO  KM-PROGRAM.
001515     MOVE  0           TO  KM-RUN-DATE.
001516     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
001517     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
001518     IF  KM-REFUSE
001519         MOVE  16  TO  RETURN-CODE
001520         STOP RUN
001525     END-IF.
001530     PERFORM  GET-PARM-SEC.
001540     ACCEPT  WS-TODAY  FROM  DATE  YYYYMMDD.
001550     PERFORM  CHECK-ACTOR-SEC.
001560     IF  NOT  ACTOR-KNOWN
001570         DISPLAY  'VPENDMNT: OPERATOR ' WS-ACTOR
001580                  ' NOT ON THE AUTHORIZATION FILE'
001590         MOVE  16  TO  RETURN-CODE
001600         STOP RUN
001610     END-IF.
001620     EVALUATE  TRUE
001630         WHEN  WS-FUNC-LIST
001640             PERFORM  LOAD-PEND-SEC
001650             PERFORM  LIST-SEC
001660         WHEN  WS-FUNC-CANCEL
001670             PERFORM  CANCEL-SEC
001680         WHEN  OTHER
001690             DISPLAY  'VPENDMNT: UNKNOWN FUNCTION ' WS-FUNCTION
001700             MOVE  16  TO  RETURN-CODE
001710     END-EVALUATE.
001720     STOP RUN.
001730 MAIN-SEC-EX.
001740     EXIT.
001750/
001760 GET-PARM-SEC     SECTION.
001770     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
001780     MOVE  WS-PARM-LINE(1:8)    TO  WS-ACTOR.
001790     MOVE  WS-PARM-LINE(9:1)    TO  WS-FUNCTION.
001800     MOVE  WS-PARM-LINE(10:16)  TO  WS-REQ-BATCH.
001810     IF  WS-PARM-LINE(26:5)  IS  NUMERIC
001820         MOVE  WS-PARM-LINE(26:5)  TO  WS-REQ-SEQ
001830     ELSE
001840         MOVE  0                   TO  WS-REQ-SEQ
001850     END-IF.
001860 GET-PARM-SEC-EX.
001870     EXIT.
001880/
001890*----------------------------------------------------------------
001900* the acting operator must be on VAUTH with an unexpired grant;
001910* the 'K' approve code is noted for the cancel check
001920*----------------------------------------------------------------
001930 CHECK-ACTOR-SEC  SECTION.
001940     OPEN  INPUT  AUTH-FILE.
001950     IF  WS-AUTH-STATUS  NOT =  '00'
001960         SET  AUTH-EOF  TO  TRUE
001970         DISPLAY  'VPENDMNT: NO VAUTH FILE, STATUS '
001980                  WS-AUTH-STATUS
001990     END-IF.
002000     PERFORM  READ-AUTH-SEC
002010         UNTIL  AUTH-EOF  OR  ACTOR-KNOWN.
002020     IF  WS-AUTH-STATUS  =  '00'  OR  WS-AUTH-STATUS  =  '10'
002030         CLOSE  AUTH-FILE
002040     END-IF.
002050 CHECK-ACTOR-SEC-EX.
002060     EXIT.
002070/
002080 READ-AUTH-SEC    SECTION.
002090     READ  AUTH-FILE
002100         AT END  SET  AUTH-EOF  TO  TRUE
002110     END-READ.
002120     IF  NOT  AUTH-EOF  AND  AU-OPERATOR  =  WS-ACTOR
002130         AND  (AU-EXPIRY  NOT  NUMERIC
002140               OR  AU-EXPIRY  >=  WS-TODAY)
002150         SET  ACTOR-KNOWN  TO  TRUE
002160         MOVE  0  TO  WS-CODE-TALLY
002170         INSPECT  AU-CODES  TALLYING  WS-CODE-TALLY
002180             FOR  ALL  'K'
002190         IF  WS-CODE-TALLY  >  0
002200             SET  ACTOR-IS-APPROVER  TO  TRUE
002210         END-IF
002220     END-IF.
002230 READ-AUTH-SEC-EX.
002240     EXIT.
002250/
002260 LOAD-PEND-SEC    SECTION.
002270     OPEN  INPUT  PEND-FILE.
002280     IF  WS-PEND-STATUS  NOT =  '00'
002290         SET  PEND-EOF  TO  TRUE
002300     END-IF.
002310     PERFORM  READ-PEND-SEC  UNTIL  PEND-EOF.
002320     IF  WS-PEND-STATUS  =  '00'  OR  WS-PEND-STATUS  =  '10'
002330         CLOSE  PEND-FILE
002340     END-IF.
002350 LOAD-PEND-SEC-EX.
002360     EXIT.
002370/
002380 READ-PEND-SEC    SECTION.
002390     READ  PEND-FILE
002400         AT END      SET  PEND-EOF  TO  TRUE
002410         NOT AT END
002420             IF  WS-PEND-COUNT  <  1000
002430                 ADD  1  TO  WS-PEND-COUNT
002440                 SET  P-IDX  TO  WS-PEND-COUNT
002450                 MOVE  PEND-REC  TO  WS-P-IMAGE(P-IDX)
002460                 MOVE  'Y'       TO  WS-P-KEEP-SW(P-IDX)
002470             ELSE
002480                 DISPLAY  'VPENDMNT: PENDING TABLE FULL - RUN'
002490                          ' ABANDONED, NOTHING CHANGED'
002500                 MOVE  16  TO  RETURN-CODE
002510                 IF  WS-FUNC-CANCEL
002520                     SET   RL-DEQ  TO  TRUE
002530                     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM
002540                 END-IF
002550                 STOP RUN
002560             END-IF
002570     END-READ.
002580 READ-PEND-SEC-EX.
002590     EXIT.
002600/
002610*----------------------------------------------------------------
002620* the pending report: every entry in due-date order, a count
002630* under each date, and the file total
002640*----------------------------------------------------------------
002650 LIST-SEC         SECTION.
002660     PERFORM  VARYING  WS-SORT-I  FROM  1  BY  1
002670         UNTIL  WS-SORT-I  >=  WS-PEND-COUNT
002680         PERFORM  VARYING  WS-SORT-J  FROM  1  BY  1
002690             UNTIL  WS-SORT-J  >  WS-PEND-COUNT  -  WS-SORT-I
002700             IF  WS-P-IMAGE(WS-SORT-J)(1:8)
002710                     >  WS-P-IMAGE(WS-SORT-J + 1)(1:8)
002720                 MOVE  WS-P-ENTRY(WS-SORT-J)  TO  WS-SORT-HOLD
002730                 MOVE  WS-P-ENTRY(WS-SORT-J + 1)
002740                       TO  WS-P-ENTRY(WS-SORT-J)
002750                 MOVE  WS-SORT-HOLD
002760                       TO  WS-P-ENTRY(WS-SORT-J + 1)
002770             END-IF
002780         END-PERFORM
002790     END-PERFORM.
002800     OPEN  OUTPUT  PEND-RPT.
002810     MOVE  WS-TODAY   TO  RH-DATE.
002820     MOVE  WS-ACTOR   TO  RH-ACTOR.
002830     MOVE  RPT-HEAD-1  TO  RPT-LINE.
002840     WRITE  RPT-LINE.
002850     MOVE  RPT-HEAD-2  TO  RPT-LINE.
002860     WRITE  RPT-LINE.
002870     PERFORM  LIST-ONE-SEC
002880         VARYING  P-IDX  FROM  1  BY  1
002890         UNTIL  P-IDX  >  WS-PEND-COUNT.
002900     IF  WS-DATE-COUNT  >  0
002910         PERFORM  DATE-TOTAL-SEC
002920     END-IF.
002930     MOVE  WS-DATE-TOTAL  TO  RT-COUNT.
002940     MOVE  RPT-TOTAL  TO  RPT-LINE.
002950     WRITE  RPT-LINE.
002960     CLOSE  PEND-RPT.
002970     DISPLAY  'VPENDMNT: TRANSACTIONS PENDING ' WS-DATE-TOTAL.
002980 LIST-SEC-EX.
002990     EXIT.
003000/
003010 LIST-ONE-SEC     SECTION.
003020     MOVE  WS-P-IMAGE(P-IDX)  TO  PEND-REC.
003030     IF  WS-DATE-COUNT  >  0
003040         AND  PT-EFF-DATE  NOT =  WS-PREV-DATE
003050         PERFORM  DATE-TOTAL-SEC
003060     END-IF.
003070     MOVE  PT-EFF-DATE     TO  WS-PREV-DATE.
003080     ADD   1               TO  WS-DATE-COUNT  WS-DATE-TOTAL.
003090     MOVE  SPACES          TO  RPT-DETAIL.
003100     MOVE  PT-EFF-DATE     TO  RD-DUE.
003110     MOVE  PT-BATCH-ID     TO  RD-BATCH.
003120     MOVE  PT-SEQ          TO  RD-SEQ.
003130     MOVE  PT-OVERRIDE     TO  RD-OVERRIDE.
003140     MOVE  PT-MAKER        TO  RD-MAKER.
003150     MOVE  PT-CHECKER      TO  RD-CHECKER.
003160     MOVE  PT-PARKED-DATE  TO  RD-PARKED.
003163     MOVE  PT-TXN-CODE     TO  RD-TXN-CODE.
003166     MOVE  PT-TXN-NUM1     TO  RD-TXN-NUM1.
003170     MOVE  PT-TXN-DATA     TO  RD-TXN-DATA.
003180     MOVE  RPT-DETAIL  TO  RPT-LINE.
003190     WRITE  RPT-LINE.
003200 LIST-ONE-SEC-EX.
003210     EXIT.
003220/
003230 DATE-TOTAL-SEC   SECTION.
003240     MOVE  WS-DATE-COUNT  TO  RDT-COUNT.
003250     MOVE  RPT-DATE-TOTAL  TO  RPT-LINE.
003260     WRITE  RPT-LINE.
003270     MOVE  SPACES  TO  RPT-LINE.
003280     WRITE  RPT-LINE.
003290     MOVE  0  TO  WS-DATE-COUNT.
003300 DATE-TOTAL-SEC-EX.
003310     EXIT.
003320/
003330*----------------------------------------------------------------
003340* cancel: the named entry is found, the acting operator must be
003350* its maker or an approver, and the file is rewritten without
003360* it - all under the VFILE lock the release run holds while it
003370* rewrites the file itself
003380*----------------------------------------------------------------
003390 CANCEL-SEC       SECTION.
003400     IF  WS-REQ-BATCH  =  SPACES  OR  WS-REQ-SEQ  =  0
003410         DISPLAY  'VPENDMNT: NO SUBMISSION ID AND SEQUENCE ON'
003420                  ' THE PARM'
003430         MOVE  16  TO  RETURN-CODE
003440         GO TO  CANCEL-SEC-EX
003450     END-IF.
003460     SET   RL-ENQ      TO  TRUE.
003470     MOVE  'VFILE'     TO  RL-RESOURCE.
003480     MOVE  'VPENDMNT'  TO  RL-HOLDER.
003490     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
003500     IF  RL-BUSY
003510         DISPLAY  'VPENDMNT: VFILE IS HELD BY '
003520                  RL-CURRENT-HOLDER  ' - RUN ABANDONED'
003530         MOVE  16  TO  RETURN-CODE
003540         GO TO  CANCEL-SEC-EX
003550     END-IF.
003560     PERFORM  LOAD-PEND-SEC.
003570     PERFORM  VARYING  P-IDX  FROM  1  BY  1
003580         UNTIL  P-IDX  >  WS-PEND-COUNT  OR  WS-FOUND-IDX  >  0
003590         MOVE  WS-P-IMAGE(P-IDX)  TO  PEND-REC
003600         IF  PT-BATCH-ID  =  WS-REQ-BATCH
003610             AND  PT-SEQ  =  WS-REQ-SEQ
003620             SET  WS-FOUND-IDX  TO  P-IDX
003630         END-IF
003640     END-PERFORM.
003650     IF  WS-FOUND-IDX  =  0
003660         DISPLAY  'VPENDMNT: NO PENDING ENTRY ' WS-REQ-BATCH
003670                  ' ' WS-REQ-SEQ
003680         MOVE  8  TO  RETURN-CODE
003690         PERFORM  RELEASE-LOCK-SEC
003700         GO TO  CANCEL-SEC-EX
003710     END-IF.
003720     MOVE  WS-P-IMAGE(WS-FOUND-IDX)  TO  PEND-REC.
003730     IF  PT-MAKER  NOT =  WS-ACTOR
003740         AND  NOT  ACTOR-IS-APPROVER
003750         DISPLAY  'VPENDMNT: OPERATOR ' WS-ACTOR
003760                  ' IS NEITHER THE MAKER NOR AN APPROVER'
003770                  ' - CANCEL REFUSED'
003780         MOVE  'VPENDMNT'     TO  EL-PROGRAM
003790         MOVE  'CANCEL-SEC'   TO  EL-SECTION
003800         MOVE  'UNAUTHORIZED PENDING CANCEL'  TO  EL-MSG
003810         SET   EL-ERROR       TO  TRUE
003820         MOVE  16             TO  EL-RETURN-CODE
003825         MOVE  'VPEND001'     TO  EL-MSG-ID
003830         CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
003840         MOVE  16  TO  RETURN-CODE
003850         PERFORM  RELEASE-LOCK-SEC
003860         GO TO  CANCEL-SEC-EX
003870     END-IF.
003880     MOVE  'N'  TO  WS-P-KEEP-SW(WS-FOUND-IDX).
003890     OPEN  OUTPUT  PEND-FILE.
003900     PERFORM  VARYING  P-IDX  FROM  1  BY  1
003910         UNTIL  P-IDX  >  WS-PEND-COUNT
003920         IF  P-KEEP(P-IDX)
003930             MOVE  WS-P-IMAGE(P-IDX)  TO  PEND-REC
003940             WRITE  PEND-REC
003950         END-IF
003960     END-PERFORM.
003970     CLOSE  PEND-FILE.
003980     PERFORM  RELEASE-LOCK-SEC.
003990     MOVE  WS-P-IMAGE(WS-FOUND-IDX)  TO  PEND-REC.
004000     MOVE  'VPENDMNT'           TO  OA-PROGRAM.
004010     MOVE  WS-ACTOR             TO  OA-OPERATOR.
004020     MOVE  'PENDING TXN CANCEL' TO  OA-ACTION.
004030     MOVE  SPACES               TO  OA-DETAIL.
004040     MOVE  PT-BATCH-ID          TO  OA-DETAIL(1:16).
004050     MOVE  PT-SEQ               TO  OA-DETAIL(18:5).
004053     MOVE  PT-TXN-CODE          TO  OA-DETAIL(24:1).
004056     MOVE  PT-TXN-NUM1(:KEY-LEN: - 3:4)
004060                                TO  OA-DETAIL(25:4).
004070     CALL  'OPSAUDIT'  USING  WS-OPSAUDIT-PARM.
004080     DISPLAY  'VPENDMNT: CANCELLED ' PT-BATCH-ID ' ' PT-SEQ
004090              ' DUE ' PT-EFF-DATE.
004100 CANCEL-SEC-EX.
004110     EXIT.
004120/
004130 RELEASE-LOCK-SEC SECTION.
004140     SET   RL-DEQ  TO  TRUE.
004150     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
004160 RELEASE-LOCK-SEC-EX.
004170     EXIT.
