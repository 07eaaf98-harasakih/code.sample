000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      ENTCHK.
000030*
000040*----------------------------------------------------------------
000050* shared entity subroutine, a callable like VIEWMASK: the one
000060* place that knows which legal entities the shop processes for,
000070* which one the running cycle is for, and which of them an
000080* operator may see (see entchk.cbl). the ENTITIES register is
000090* read on the first call and kept; the cycle's entity is taken
000100* from the ENTITY environment variable BATCHDRV sets for its
000110* steps; an operator's VAUTH grant is looked up when the
000120* operator changes and kept for the calls after.
000130*
000140* the VAUTH line carries the entities granted in columns 28-37,
000150* five two-character codes; blank is the home entity only, '**'
000160* is every entity. no VAUTH file is the pre-entity world - the
000170* home entity only - and an operator not on VAUTH, or whose
000180* grant has expired, is granted none.
000190*----------------------------------------------------------------
000200 ENVIRONMENT      DIVISION.
000210 INPUT-OUTPUT     SECTION.
000220 FILE-CONTROL.
000230     SELECT  ENT-FILE   ASSIGN TO  ENTITIES
000240             ORGANIZATION IS  LINE SEQUENTIAL
000250             FILE STATUS  IS  WS-ENT-STATUS.
000260     SELECT  AUTH-FILE  ASSIGN TO  VAUTH
000270             ORGANIZATION IS  LINE SEQUENTIAL
000280             FILE STATUS  IS  WS-AUTH-STATUS.
000290
000300 DATA             DIVISION.
000310 FILE             SECTION.
000320 FD  ENT-FILE.
000330 01  ENT-REC.
000340     COPY  entrec.
000350 FD  AUTH-FILE.
000360 01  AUTH-REC.
000370     03  AU-OPERATOR                  PIC  X(08).
000380     03  FILLER                       PIC  X(01).
000390     03  AU-CODES                     PIC  X(08).
000400     03  FILLER                       PIC  X(01).
000410     03  AU-EXPIRY                    PIC  X(08).
000420     03  FILLER                       PIC  X(01).
000430     03  AU-ENTITIES                  PIC  X(10).
000440
000450 WORKING-STORAGE  SECTION.
000460*
000470 01  WS-ENT-STATUS                PIC  X(02).
000480 01  WS-AUTH-STATUS               PIC  X(02).
000490 01  WS-ENT-EOF-SW                PIC  X(01).
000500     88  ENT-EOF                         VALUE 'Y'.
000510 01  WS-AUTH-EOF-SW               PIC  X(01).
000520     88  AUTH-EOF                        VALUE 'Y'.
000530 01  WS-LOADED-SW                 PIC  X(01)  VALUE 'N'.
000540     88  REGISTER-LOADED                 VALUE 'Y'.
000550 01  WS-OP-FOUND-SW               PIC  X(01)  VALUE 'N'.
000560     88  OPERATOR-GRANTED                VALUE 'Y'.
000570 01  WS-LAST-OPERATOR             PIC  X(08)  VALUE  HIGH-VALUES.
000580 01  WS-OP-ENTITIES               PIC  X(10).
000590 01  WS-OP-ENTITY-R  REDEFINES  WS-OP-ENTITIES.
000600     03  WS-OP-ENTITY             PIC  X(02)  OCCURS 5 TIMES.
000610 01  WS-OP-SUB                    PIC  9(02)  COMP.
000620 01  WS-AUTH-TODAY                PIC  9(08).
000630 01  WS-ENV-ENTITY                PIC  X(02).
000640 01  WS-CYCLE-ENTITY              PIC  X(02).
000650 01  WS-WANTED                    PIC  X(02).
000660*
000670*    the register as read; entry 1 is the home entity
000680 01  WS-ENT-TABLE.
000690     03  WS-ENT-ENTRY  OCCURS 20 TIMES  INDEXED BY  ENT-IDX.
000700         05  WS-ENT-CODE          PIC  X(02).
000710         05  WS-ENT-BASE          PIC  9(04).
000720         05  WS-ENT-NAME          PIC  X(30).
000730 01  WS-ENT-COUNT                 PIC  9(02)  COMP  VALUE  0.
000740*
000750 LINKAGE          SECTION.
000760 01  ENTCHK-PARM.
000770     COPY  entchk.
000780 01  VERSID-REQ  REDEFINES  ENTCHK-PARM.
000790     COPY  versid.
000800*
000810 PROCEDURE        DIVISION USING ENTCHK-PARM.
000820 MAIN-SEC         SECTION.
000830*    the standard library identity handshake - see versid.cbl
000840     IF  VI-RESERVED-LENGTH  AND  VI-IDENT-REQUEST
000850         MOVE  'ENTCHK  01'  TO  VI-REPLY
000860         MOVE  0             TO  VI-RETURN-CODE
000870         DISPLAY 'ENTCHK: VERSION 01 COMPILED ' WHEN-COMPILED
000880         GOBACK
000890     END-IF.
000900     IF  NOT  REGISTER-LOADED
000910         PERFORM  LOAD-REGISTER-SEC
000920     END-IF.
000930     MOVE  WS-ENT-CODE(1)  TO  EC-HOME.
000940     EVALUATE  TRUE
000950         WHEN  EC-CYCLE-ENTITY
000960             MOVE  WS-CYCLE-ENTITY  TO  WS-WANTED
000970             PERFORM  FIND-ENTITY-SEC
000980         WHEN  EC-LOOKUP
000990             MOVE  EC-ENTITY        TO  WS-WANTED
001000             PERFORM  FIND-ENTITY-SEC
001010         WHEN  EC-AUTHORIZE
001020             PERFORM  AUTHORIZE-SEC
001030         WHEN  OTHER
001040             SET   EC-UNKNOWN  TO  TRUE
001050     END-EVALUATE.
001060     GOBACK.
001070 MAIN-SEC-E.
001080     EXIT PROGRAM.
001090/
001100*----------------------------------------------------------------
001110* the register, once per run unit, and the cycle's entity off
001120* the environment - blank there is the home entity
001130*----------------------------------------------------------------
001140 LOAD-REGISTER-SEC SECTION.
001150     SET   REGISTER-LOADED  TO  TRUE.
001160     MOVE  0    TO  WS-ENT-COUNT.
001170     MOVE  'N'  TO  WS-ENT-EOF-SW.
001180     OPEN  INPUT  ENT-FILE.
001190     IF  WS-ENT-STATUS  =  '00'
001200         PERFORM  READ-ENT-SEC  UNTIL  ENT-EOF
001210         CLOSE  ENT-FILE
001220     END-IF.
001230     IF  WS-ENT-COUNT  =  0
001240         MOVE  1                 TO  WS-ENT-COUNT
001250         MOVE  '01'              TO  WS-ENT-CODE(1)
001260         MOVE  0                 TO  WS-ENT-BASE(1)
001270         MOVE  'HOME ENTITY'     TO  WS-ENT-NAME(1)
001280     END-IF.
001290     MOVE  SPACES  TO  WS-ENV-ENTITY.
001300     ACCEPT  WS-ENV-ENTITY  FROM  ENVIRONMENT  'ENTITY'.
001310     IF  WS-ENV-ENTITY  =  SPACES  OR  LOW-VALUES
001320         MOVE  WS-ENT-CODE(1)  TO  WS-CYCLE-ENTITY
001330     ELSE
001340         MOVE  WS-ENV-ENTITY   TO  WS-CYCLE-ENTITY
001350     END-IF.
001360 LOAD-REGISTER-SEC-E.
001370     EXIT.
001380/
001390 READ-ENT-SEC     SECTION.
001400     READ  ENT-FILE
001410         AT END  SET  ENT-EOF  TO  TRUE
001420     END-READ.
001430     IF  ENT-EOF  OR  EN-CODE  =  SPACES
001440         GO TO  READ-ENT-SEC-E
001450     END-IF.
001460     IF  WS-ENT-COUNT  =  20
001470         DISPLAY 'ENTCHK: ENTITIES REGISTER OVER 20 - '
001480                 EN-CODE ' IGNORED'
001490         GO TO  READ-ENT-SEC-E
001500     END-IF.
001510     ADD   1  TO  WS-ENT-COUNT.
001520     MOVE  EN-CODE  TO  WS-ENT-CODE(WS-ENT-COUNT).
001530     IF  EN-KEY-BASE  IS  NUMERIC
001540         MOVE  EN-KEY-BASE  TO  WS-ENT-BASE(WS-ENT-COUNT)
001550     ELSE
001560         MOVE  0            TO  WS-ENT-BASE(WS-ENT-COUNT)
001570     END-IF.
001580     MOVE  EN-NAME  TO  WS-ENT-NAME(WS-ENT-COUNT).
001590 READ-ENT-SEC-E.
001600     EXIT.
001610/
001620*----------------------------------------------------------------
001630* WS-WANTED on the register: its code, base and name back, or
001640* EC-UNKNOWN. a blank code is the home entity
001650*----------------------------------------------------------------
001660 FIND-ENTITY-SEC  SECTION.
001670     IF  WS-WANTED  =  SPACES
001680         MOVE  WS-ENT-CODE(1)  TO  WS-WANTED
001690     END-IF.
001700     MOVE  WS-WANTED  TO  EC-ENTITY.
001710     MOVE  0          TO  EC-KEY-BASE.
001720     MOVE  SPACES     TO  EC-NAME.
001730     SET   EC-UNKNOWN  TO  TRUE.
001740     SET   ENT-IDX  TO  1.
001750     SEARCH  WS-ENT-ENTRY
001760         AT END
001770             CONTINUE
001780         WHEN  ENT-IDX  >  WS-ENT-COUNT
001790             CONTINUE
001800         WHEN  WS-ENT-CODE(ENT-IDX)  =  WS-WANTED
001810             SET   EC-ALLOWED  TO  TRUE
001820             MOVE  WS-ENT-BASE(ENT-IDX)  TO  EC-KEY-BASE
001830             MOVE  WS-ENT-NAME(ENT-IDX)  TO  EC-NAME
001840     END-SEARCH.
001850 FIND-ENTITY-SEC-E.
001860     EXIT.
001870/
001880*----------------------------------------------------------------
001890* may EC-OPERATOR see a record of entity EC-ENTITY (blank is
001900* the home entity). a batch step with no operator sees only
001910* the entity its cycle runs for
001920*----------------------------------------------------------------
001930 AUTHORIZE-SEC    SECTION.
001940     MOVE  EC-ENTITY  TO  WS-WANTED.
001950     IF  WS-WANTED  =  SPACES
001960         MOVE  WS-ENT-CODE(1)  TO  WS-WANTED
001970     END-IF.
001980     SET   EC-DENIED  TO  TRUE.
001990     IF  EC-OPERATOR  =  SPACES
002000         IF  WS-WANTED  =  WS-CYCLE-ENTITY
002010             SET   EC-ALLOWED  TO  TRUE
002020         END-IF
002030         GO TO  AUTHORIZE-SEC-E
002040     END-IF.
002050     IF  EC-OPERATOR  NOT =  WS-LAST-OPERATOR
002060         PERFORM  LOAD-GRANT-SEC
002070     END-IF.
002080     IF  NOT  OPERATOR-GRANTED
002090         GO TO  AUTHORIZE-SEC-E
002100     END-IF.
002110     IF  WS-OP-ENTITIES  =  SPACES
002120         IF  WS-WANTED  =  WS-ENT-CODE(1)
002130             SET   EC-ALLOWED  TO  TRUE
002140         END-IF
002150         GO TO  AUTHORIZE-SEC-E
002160     END-IF.
002170     PERFORM  VARYING  WS-OP-SUB  FROM  1  BY  1
002180         UNTIL  WS-OP-SUB  >  5  OR  EC-ALLOWED
002190         IF  WS-OP-ENTITY(WS-OP-SUB)  =  '**'
002200             OR  WS-OP-ENTITY(WS-OP-SUB)  =  WS-WANTED
002210             SET   EC-ALLOWED  TO  TRUE
002220         END-IF
002230     END-PERFORM.
002240 AUTHORIZE-SEC-E.
002250     EXIT.
002260/
002270*----------------------------------------------------------------
002280* the operator's VAUTH line: its entity columns on an unexpired
002290* grant (numeric AU-EXPIRY before today is no grant), the
002300* VONLINE rule. no VAUTH file grants the home entity
002310*----------------------------------------------------------------
002320 LOAD-GRANT-SEC   SECTION.
002330     MOVE  EC-OPERATOR  TO  WS-LAST-OPERATOR.
002340     MOVE  'N'          TO  WS-OP-FOUND-SW.
002350     MOVE  SPACES       TO  WS-OP-ENTITIES.
002360     MOVE  'N'          TO  WS-AUTH-EOF-SW.
002370     ACCEPT  WS-AUTH-TODAY  FROM  DATE  YYYYMMDD.
002380     OPEN  INPUT  AUTH-FILE.
002390     IF  WS-AUTH-STATUS  NOT =  '00'
002400         SET   OPERATOR-GRANTED  TO  TRUE
002410         GO TO  LOAD-GRANT-SEC-E
002420     END-IF.
002425     PERFORM  READ-AUTH-SEC
002430         UNTIL  AUTH-EOF  OR  OPERATOR-GRANTED.
002440     CLOSE  AUTH-FILE.
002450 LOAD-GRANT-SEC-E.
002460     EXIT.
002470/
002480 READ-AUTH-SEC    SECTION.
002490     MOVE  SPACES  TO  AUTH-REC.
002500     READ  AUTH-FILE
002510         AT END  SET  AUTH-EOF  TO  TRUE
002520     END-READ.
002530     IF  NOT  AUTH-EOF  AND  AU-OPERATOR  =  EC-OPERATOR
002540         AND  (AU-EXPIRY  NOT  NUMERIC
002550               OR  AU-EXPIRY  >=  WS-AUTH-TODAY)
002560         SET   OPERATOR-GRANTED  TO  TRUE
002570         MOVE  AU-ENTITIES  TO  WS-OP-ENTITIES
002580     END-IF.
002590 READ-AUTH-SEC-E.
002600     EXIT.
