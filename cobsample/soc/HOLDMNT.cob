000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      HOLDMNT.
000030*
000040*----------------------------------------------------------------
000050* maintenance utility for the HOLDS legal-hold register (see
000060* holdrec.cbl) - when litigation or an investigation starts,
000070* the keys, group codes, or date ranges to preserve are placed
000080* here, and every purge and erasure utility asks HOLDCHK before
000090* it removes anything. the register is only ever changed
000100* through this door: each placement and each release lands on
000110* the OPSAUDIT operations audit trail, and a released hold is
000120* kept on the register with who released it and when rather
000121* than deleted. a placement or release takes the register's
000122* RESLOCK lock (HOLDS) before it loads the register and keeps it
000123* until the rewrite is done, so two changes made together both
000124* land; one refused because another run holds the register ends
000125* 8 and is simply resubmitted.
000130*
000150* PARM drives the transaction:
000160*   positions 1-8   the acting operator id
000170*   position 9      'P' place a hold, 'R' release one (the
000180*                   acting operator must hold the S security
000190*                   code on VAUTH - there is no bootstrap
000200*                   waiver here), 'L' list the register to the
000210*                   job log
000220*   positions 10-17 the hold id - the matter reference legal
000230*                   gives the order under
000240*   position 18     hold type: 'K' NUM1 key, 'G' GROUP-1 code,
000250*                   'D' date range (place only)
000260*   positions 19-26 from: the key (4 digits), the group code, or
000270*                   the first date YYYYMMDD
000280*   positions 27-34 to: the last key or last date; blank holds
000290*                   the one key, or the dates open-ended
000300*   positions 35-64 the reason, required on a placement
000310*----------------------------------------------------------------
000320 ENVIRONMENT      DIVISION.
000330 INPUT-OUTPUT     SECTION.
000340 FILE-CONTROL.
000350     SELECT  HOLDS-FILE  ASSIGN TO   HOLDS
000360             ORGANIZATION  IS    LINE SEQUENTIAL
000370             FILE STATUS   IS    WS-HOLDS-STATUS.
000380     SELECT  AUTH-FILE   ASSIGN TO   VAUTH
000390             ORGANIZATION  IS    LINE SEQUENTIAL
000400             FILE STATUS   IS    WS-AUTH-STATUS.
000410
000420 DATA             DIVISION.
000430 FILE             SECTION.
000440 FD      HOLDS-FILE.
000450 01      HOLDS-REC.
000460     COPY  holdrec.
000470
000480 FD      AUTH-FILE.
000490 01      AUTH-REC.
000500     03  AU-OPERATOR                  PIC  X(08).
000510     03  FILLER                       PIC  X(01).
000520     03  AU-CODES                     PIC  X(08).
000530     03  FILLER                       PIC  X(01).
000540     03  AU-EXPIRY                    PIC  X(08).
000550
000560 WORKING-STORAGE  SECTION.
000570
000580 01  WS-STATUSES.
000590   03  WS-HOLDS-STATUS         PIC  X(02).
000600   03  WS-AUTH-STATUS          PIC  X(02).
000610
000620 01  WS-SWITCHES.
000630   03  WS-EOF-SW               PIC  X(01)  VALUE  'N'.
000640     88  FILE-EOF                   VALUE  'Y'.
000650   03  WS-FOUND-SW             PIC  X(01)  VALUE  'N'.
000660     88  HOLD-FOUND                 VALUE  'Y'.
000670   03  WS-ACTOR-OK-SW          PIC  X(01)  VALUE  'N'.
000680     88  ACTOR-AUTHORIZED           VALUE  'Y'.
000690   03  WS-OVERFLOW-SW          PIC  X(01)  VALUE  'N'.
000700     88  REGISTER-OVERFLOWED        VALUE  'Y'.
000702   03  WS-VALID-SW             PIC  X(01).
000704     88  REQUEST-VALID              VALUE  'Y'.
000706   03  WS-REGLOCK-SW           PIC  X(01)  VALUE  'N'.
000710     88  REGISTER-LOCKED            VALUE  'Y'.
000730
000740 01  WS-PARM-AREA.
000750   03  WS-PARM-LINE            PIC  X(64).
000760   03  WS-ACTOR                PIC  X(08).
000770   03  WS-FUNCTION             PIC  X(01).
000780     88  WS-FUNC-PLACE              VALUE 'P'.
000790     88  WS-FUNC-RELEASE            VALUE 'R'.
000800     88  WS-FUNC-LIST               VALUE 'L'.
000810   03  WS-REQ-ID               PIC  X(08).
000820   03  WS-REQ-TYPE             PIC  X(01).
000830     88  WS-REQ-KEY                 VALUE 'K'.
000840     88  WS-REQ-GROUP               VALUE 'G'.
000850     88  WS-REQ-DATES               VALUE 'D'.
000860   03  WS-REQ-FROM             PIC  X(08).
000870   03  WS-REQ-TO               PIC  X(08).
000880   03  WS-REQ-REASON           PIC  X(30).
000890
000900 01  WS-TODAY                  PIC  9(08).
000910 01  WS-CODE-TALLY             PIC  9(02)  COMP.
000920
000930*----------------------------------------------------------------
000940* the whole register, loaded up front and rewritten in one pass
000950* - the GRPMAINT shape. released holds stay on it for good, so
000960* a register past the table REFUSES the run (RC 16) rather than
000970* rewrite it short and lose a hold
000980*----------------------------------------------------------------
000990 01  WS-HOLD-TABLE.
001000   03  WS-HLD-IMAGE            PIC  X(97)
001010                               OCCURS  500  TIMES
001020                               INDEXED BY  HLD-IDX.
001030 01  WS-HOLD-COUNT             PIC  9(03)  COMP  VALUE  0.
001040
001050 01  WS-ERRLOG-PARM.
001060     COPY  errlog.
001070
001072 01  WS-OPSAUDIT-PARM.
001074     COPY  opsaudit.
001076
001078 01  WS-RESLOCK-PARM.
001080     COPY  reslock.
001100
001110 PROCEDURE        DIVISION.
001120 MAIN-SEC         SECTION.
001130     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
001140     MOVE  WS-PARM-LINE(1:8)    TO  WS-ACTOR.
001150     MOVE  WS-PARM-LINE(9:1)    TO  WS-FUNCTION.
001160     MOVE  WS-PARM-LINE(10:8)   TO  WS-REQ-ID.
001170     MOVE  WS-PARM-LINE(18:1)   TO  WS-REQ-TYPE.
001180     MOVE  WS-PARM-LINE(19:8)   TO  WS-REQ-FROM.
001190     MOVE  WS-PARM-LINE(27:8)   TO  WS-REQ-TO.
001200     MOVE  WS-PARM-LINE(35:30)  TO  WS-REQ-REASON.
001201     ACCEPT  WS-TODAY  FROM  DATE  YYYYMMDD.
001202     IF  WS-FUNC-PLACE  OR  WS-FUNC-RELEASE
001203         PERFORM  HOLD-REG-SEC
001204         IF  NOT  REGISTER-LOCKED
001205             STOP RUN
001206         END-IF
001207     END-IF.
001208     PERFORM  LOAD-HOLDS-SEC.
001209     IF  REGISTER-OVERFLOWED
001210         DISPLAY  'HOLDMNT: HOLDS REGISTER EXCEEDS THE TABLE -'
001225                  ' RUN REFUSED, REGISTER UNTOUCHED'
001240         PERFORM  FREE-REG-SEC
001255         MOVE  16  TO  RETURN-CODE
001270         STOP RUN
001280     END-IF.
001290     EVALUATE  TRUE
001300         WHEN  WS-FUNC-PLACE
001310             PERFORM  PLACE-SEC
001320         WHEN  WS-FUNC-RELEASE
001330             PERFORM  RELEASE-SEC
001340         WHEN  WS-FUNC-LIST
001350             PERFORM  LIST-SEC
001360         WHEN  OTHER
001370             DISPLAY  'HOLDMNT: UNKNOWN FUNCTION ' WS-FUNCTION
001372             MOVE  16  TO  RETURN-CODE
001374     END-EVALUATE.
001376     PERFORM  FREE-REG-SEC.
001380     STOP RUN.
001410 MAIN-SEC-EX.
001420     EXIT.
001430/
001440 LOAD-HOLDS-SEC   SECTION.
001450     OPEN  INPUT  HOLDS-FILE.
001460     IF  WS-HOLDS-STATUS  NOT =  '00'
001470         SET  FILE-EOF  TO  TRUE
001480     END-IF.
001490     PERFORM  READ-HOLDS-SEC  UNTIL  FILE-EOF.
001500     IF  WS-HOLDS-STATUS  =  '00'  OR  WS-HOLDS-STATUS  =  '10'
001510         CLOSE  HOLDS-FILE
001520     END-IF.
001530 LOAD-HOLDS-SEC-EX.
001540     EXIT.
001550/
001560 READ-HOLDS-SEC   SECTION.
001570     READ  HOLDS-FILE
001580         AT END      SET  FILE-EOF  TO  TRUE
001590         NOT AT END
001600             IF  HL-HOLD-ID  NOT =  SPACES
001610                 IF  WS-HOLD-COUNT  <  500
001620                     ADD  1  TO  WS-HOLD-COUNT
001630                     SET  HLD-IDX  TO  WS-HOLD-COUNT
001640                     MOVE  HOLDS-REC  TO  WS-HLD-IMAGE(HLD-IDX)
001650                 ELSE
001660                     SET  REGISTER-OVERFLOWED  TO  TRUE
001670                 END-IF
001680             END-IF
001690     END-READ.
001700 READ-HOLDS-SEC-EX.
001710     EXIT.
001720/
001730*----------------------------------------------------------------
001740* leaves HLD-IDX on the register line for the requested hold
001750* id and HOLDS-REC holding its image
001760*----------------------------------------------------------------
001770 FIND-HOLD-SEC    SECTION.
001780     MOVE  'N'  TO  WS-FOUND-SW.
001790     PERFORM  VARYING  HLD-IDX  FROM  1  BY  1
001800         UNTIL  HLD-IDX  >  WS-HOLD-COUNT  OR  HOLD-FOUND
001810         MOVE  WS-HLD-IMAGE(HLD-IDX)  TO  HOLDS-REC
001820         IF  HL-HOLD-ID  =  WS-REQ-ID
001830             SET  HOLD-FOUND  TO  TRUE
001840         END-IF
001850     END-PERFORM.
001860     IF  HOLD-FOUND
001870         SET  HLD-IDX  DOWN  BY  1
001880     END-IF.
001890 FIND-HOLD-SEC-EX.
001900     EXIT.
001910/
001920*----------------------------------------------------------------
001930* place: a new hold id, a known type, a from value of the right
001940* shape, an upper bound no lower than it, and a reason; the
001950* hold is in force for every purge from the next one on
001960*----------------------------------------------------------------
001970 PLACE-SEC        SECTION.
001980     PERFORM  EDIT-PLACE-SEC.
001990     IF  NOT  REQUEST-VALID
002000         MOVE  8  TO  RETURN-CODE
002010         GO TO  PLACE-SEC-EX
002020     END-IF.
002030     ADD  1  TO  WS-HOLD-COUNT.
002040     SET  HLD-IDX  TO  WS-HOLD-COUNT.
002050     MOVE  SPACES          TO  HOLDS-REC.
002060     MOVE  WS-REQ-ID       TO  HL-HOLD-ID.
002070     MOVE  WS-REQ-TYPE     TO  HL-TYPE.
002080     MOVE  WS-REQ-FROM     TO  HL-FROM.
002090     MOVE  WS-REQ-TO       TO  HL-TO.
002100     SET   HL-ACTIVE       TO  TRUE.
002110     MOVE  WS-TODAY        TO  HL-PLACED-DATE.
002120     MOVE  WS-ACTOR        TO  HL-PLACED-BY.
002130     MOVE  WS-REQ-REASON   TO  HL-REASON.
002140     MOVE  HOLDS-REC       TO  WS-HLD-IMAGE(HLD-IDX).
002150     PERFORM  REWRITE-HOLDS-SEC.
002160     MOVE  'LEGAL HOLD PLACED   '  TO  OA-ACTION.
002170     PERFORM  AUDIT-SEC.
002180     DISPLAY  'HOLDMNT: HOLD ' WS-REQ-ID ' PLACED - TYPE '
002190              WS-REQ-TYPE ' ' WS-REQ-FROM ' ' WS-REQ-TO.
002200 PLACE-SEC-EX.
002210     EXIT.
002220/
002230 EDIT-PLACE-SEC   SECTION.
002240     MOVE  'N'  TO  WS-VALID-SW.
002250     IF  WS-ACTOR  =  SPACES  OR  WS-REQ-ID  =  SPACES
002260         DISPLAY  'HOLDMNT: OPERATOR AND HOLD ID ARE REQUIRED'
002270         GO TO  EDIT-PLACE-SEC-EX
002280     END-IF.
002290     IF  WS-REQ-REASON  =  SPACES
002300         DISPLAY  'HOLDMNT: A REASON IS REQUIRED TO PLACE A HOLD'
002310         GO TO  EDIT-PLACE-SEC-EX
002320     END-IF.
002330     PERFORM  FIND-HOLD-SEC.
002340     IF  HOLD-FOUND
002350         DISPLAY  'HOLDMNT: HOLD ' WS-REQ-ID
002360                  ' ALREADY ON THE REGISTER'
002370         GO TO  EDIT-PLACE-SEC-EX
002380     END-IF.
002390     IF  WS-HOLD-COUNT  NOT <  500
002400         DISPLAY  'HOLDMNT: HOLDS REGISTER TABLE FULL'
002410         GO TO  EDIT-PLACE-SEC-EX
002420     END-IF.
002430     EVALUATE  TRUE
002440         WHEN  WS-REQ-KEY
002450             IF  WS-REQ-FROM(1:4)  IS  NUMERIC
002460                 AND  WS-REQ-FROM(5:4)  =  SPACES
002470                 AND  (WS-REQ-TO  =  SPACES
002480                   OR  (WS-REQ-TO(1:4)  IS  NUMERIC
002490                   AND  WS-REQ-TO(5:4)  =  SPACES
002500                   AND  WS-REQ-TO  NOT <  WS-REQ-FROM))
002510                 SET  REQUEST-VALID  TO  TRUE
002520             END-IF
002530         WHEN  WS-REQ-GROUP
002540             IF  WS-REQ-FROM(1:1)  NOT =  SPACE
002550                 AND  WS-REQ-FROM(2:7)  =  SPACES
002560                 AND  WS-REQ-TO  =  SPACES
002570                 SET  REQUEST-VALID  TO  TRUE
002580             END-IF
002590         WHEN  WS-REQ-DATES
002600             IF  WS-REQ-FROM  IS  NUMERIC
002610                 AND  (WS-REQ-TO  =  SPACES
002620                   OR  (WS-REQ-TO  IS  NUMERIC
002630                   AND  WS-REQ-TO  NOT <  WS-REQ-FROM))
002640                 SET  REQUEST-VALID  TO  TRUE
002650             END-IF
002660         WHEN  OTHER
002670             DISPLAY  'HOLDMNT: HOLD TYPE MUST BE K, G OR D'
002680             GO TO  EDIT-PLACE-SEC-EX
002690     END-EVALUATE.
002700     IF  NOT  REQUEST-VALID
002710         DISPLAY  'HOLDMNT: FROM/TO NOT VALID FOR HOLD TYPE '
002720                  WS-REQ-TYPE ' - ' WS-REQ-FROM ' ' WS-REQ-TO
002730     END-IF.
002740 EDIT-PLACE-SEC-EX.
002750     EXIT.
002760/
002770*----------------------------------------------------------------
002780* release: only an operator holding an unexpired S security
002790* code may lift a hold. a refused attempt is itself audited and
002800* logged; a granted one keeps the hold on the register, marked
002810* released with the date and the operator
002820*----------------------------------------------------------------
002830 RELEASE-SEC      SECTION.
002840     PERFORM  CHECK-ACTOR-SEC.
002850     IF  NOT  ACTOR-AUTHORIZED
002860         DISPLAY  'HOLDMNT: OPERATOR ' WS-ACTOR
002870                  ' DOES NOT HOLD THE S SECURITY CODE'
002880         MOVE  'HOLDMNT'      TO  EL-PROGRAM
002890         MOVE  'RELEASE-SEC'  TO  EL-SECTION
002900         MOVE  'UNAUTHORIZED HOLD RELEASE ATTEMPT'  TO  EL-MSG
002910         SET   EL-ERROR       TO  TRUE
002920         MOVE  16             TO  EL-RETURN-CODE
002925         MOVE  'HOLDM001'     TO  EL-MSG-ID
002930         CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
002940         MOVE  'HOLD RELEASE REFUSED'  TO  OA-ACTION
002950         PERFORM  AUDIT-SEC
002960         MOVE  16  TO  RETURN-CODE
002970         GO TO  RELEASE-SEC-EX
002980     END-IF.
002990     PERFORM  FIND-HOLD-SEC.
003000     IF  NOT  HOLD-FOUND
003010         DISPLAY  'HOLDMNT: HOLD ' WS-REQ-ID
003020                  ' NOT ON THE REGISTER'
003030         MOVE  8  TO  RETURN-CODE
003040         GO TO  RELEASE-SEC-EX
003050     END-IF.
003060     IF  NOT  HL-ACTIVE
003070         DISPLAY  'HOLDMNT: HOLD ' WS-REQ-ID
003080                  ' ALREADY RELEASED ' HL-RELEASED-DATE
003090                  ' BY ' HL-RELEASED-BY
003100         MOVE  8  TO  RETURN-CODE
003110         GO TO  RELEASE-SEC-EX
003120     END-IF.
003130     SET   HL-RELEASED     TO  TRUE.
003140     MOVE  WS-TODAY        TO  HL-RELEASED-DATE.
003150     MOVE  WS-ACTOR        TO  HL-RELEASED-BY.
003160     MOVE  HOLDS-REC       TO  WS-HLD-IMAGE(HLD-IDX).
003170     MOVE  HL-TYPE         TO  WS-REQ-TYPE.
003180     MOVE  HL-FROM         TO  WS-REQ-FROM.
003190     PERFORM  REWRITE-HOLDS-SEC.
003200     MOVE  'LEGAL HOLD RELEASED '  TO  OA-ACTION.
003210     PERFORM  AUDIT-SEC.
003220     DISPLAY  'HOLDMNT: HOLD ' WS-REQ-ID ' RELEASED BY '
003230              WS-ACTOR.
003240 RELEASE-SEC-EX.
003250     EXIT.
003260/
003270*----------------------------------------------------------------
003280* the VAUTHMNT check: the actor's VAUTH line must carry 'S' and
003290* an expiry, if any, not yet passed; a missing VAUTH authorizes
003300* no one
003310*----------------------------------------------------------------
003320 CHECK-ACTOR-SEC  SECTION.
003330     MOVE  'N'  TO  WS-ACTOR-OK-SW.
003340     MOVE  'N'  TO  WS-EOF-SW.
003350     IF  WS-ACTOR  =  SPACES
003360         GO TO  CHECK-ACTOR-SEC-EX
003370     END-IF.
003380     OPEN  INPUT  AUTH-FILE.
003390     IF  WS-AUTH-STATUS  NOT =  '00'
003400         SET  FILE-EOF  TO  TRUE
003410     END-IF.
003420     PERFORM  READ-AUTH-SEC  UNTIL  FILE-EOF.
003430     IF  WS-AUTH-STATUS  =  '00'  OR  WS-AUTH-STATUS  =  '10'
003440         CLOSE  AUTH-FILE
003450     END-IF.
003460 CHECK-ACTOR-SEC-EX.
003470     EXIT.
003480/
003490 READ-AUTH-SEC    SECTION.
003500     READ  AUTH-FILE
003510         AT END      SET  FILE-EOF  TO  TRUE
003520         NOT AT END
003530             IF  AU-OPERATOR  =  WS-ACTOR
003540                 MOVE  0  TO  WS-CODE-TALLY
003550                 INSPECT  AU-CODES
003560                     TALLYING  WS-CODE-TALLY  FOR  ALL  'S'
003570                 IF  WS-CODE-TALLY  >  0
003580                     AND  (AU-EXPIRY  NOT NUMERIC
003590                       OR  AU-EXPIRY  NOT <  WS-TODAY)
003600                     SET  ACTOR-AUTHORIZED  TO  TRUE
003610                 END-IF
003620             END-IF
003630     END-READ.
003640 READ-AUTH-SEC-EX.
003650     EXIT.
003660/
003670 AUDIT-SEC        SECTION.
003680     MOVE  'HOLDMNT '     TO  OA-PROGRAM.
003690     MOVE  WS-ACTOR       TO  OA-OPERATOR.
003700     MOVE  SPACES         TO  OA-DETAIL.
003710     STRING  WS-REQ-ID    DELIMITED BY SIZE
003720             ' '          DELIMITED BY SIZE
003730             WS-REQ-TYPE  DELIMITED BY SIZE
003740             ' '          DELIMITED BY SIZE
003750             WS-REQ-FROM  DELIMITED BY SIZE
003760             ' '          DELIMITED BY SIZE
003770             WS-REQ-TO    DELIMITED BY SIZE
003780         INTO  OA-DETAIL
003790     END-STRING.
003800     CALL  'OPSAUDIT'  USING  WS-OPSAUDIT-PARM.
003810 AUDIT-SEC-EX.
003820     EXIT.
003830/
003840 LIST-SEC         SECTION.
003850     PERFORM  VARYING  HLD-IDX  FROM  1  BY  1
003860         UNTIL  HLD-IDX  >  WS-HOLD-COUNT
003870         DISPLAY  'HOLDMNT: ' WS-HLD-IMAGE(HLD-IDX)
003880     END-PERFORM.
003890     DISPLAY  'HOLDMNT: HOLDS ON REGISTER ' WS-HOLD-COUNT.
003900 LIST-SEC-EX.
003910     EXIT.
003920/
003930 REWRITE-HOLDS-SEC  SECTION.
003940     OPEN  OUTPUT  HOLDS-FILE.
003950     PERFORM  VARYING  HLD-IDX  FROM  1  BY  1
003960         UNTIL  HLD-IDX  >  WS-HOLD-COUNT
003970         MOVE  WS-HLD-IMAGE(HLD-IDX)  TO  HOLDS-REC
003980         WRITE  HOLDS-REC
003990     END-PERFORM.
003991     CLOSE  HOLDS-FILE.
003992 REWRITE-HOLDS-SEC-EX.
003993     EXIT.
003994/
003995*----------------------------------------------------------------
003996* the register's lock, taken before it is loaded so the copy in
003997* the table is the one this run writes back
003998*----------------------------------------------------------------
003999 HOLD-REG-SEC     SECTION.
004000     SET   RL-ENQ       TO  TRUE.
004010     MOVE  'HOLDS'      TO  RL-RESOURCE.
004020     MOVE  'HOLDMNT '   TO  RL-HOLDER.
004030     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
004040     IF  RL-BUSY
004050         DISPLAY  'HOLDMNT: HOLDS REGISTER IS HELD BY '
004060                  RL-CURRENT-HOLDER ' - NOTHING CHANGED, RESUBMIT'
004070         MOVE  8  TO  RETURN-CODE
004080     ELSE
004090         SET   REGISTER-LOCKED  TO  TRUE
004100     END-IF.
004110 HOLD-REG-SEC-EX.
004120     EXIT.
004130/
004140 FREE-REG-SEC     SECTION.
004150     IF  REGISTER-LOCKED
004160         SET   RL-DEQ     TO  TRUE
004170         CALL  'RESLOCK'  USING  WS-RESLOCK-PARM
004180         MOVE  'N'  TO  WS-REGLOCK-SW
004190     END-IF.
004200 FREE-REG-SEC-EX.
004210     EXIT.
