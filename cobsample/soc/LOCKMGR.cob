000030*
000040*----------------------------------------------------------------
000050* lock-inventory manager over the serialization markers, in the
000060* CHKMGR mold: RESLOCK serializes FILEW, VBATCHUPD, FRECON,
000070* BALRPT and the other whole-file passes on the VFILE cluster
000075* through the VFILELCK marker file, and TESTCOB keeps its own
000080* LOCKFILE - but
000090* a killed job leaves its marker behind, the next holder spins
000100* and gives up, and nothing showed who held what. this utility
000110* reports every known marker with its holder and age, flags
000120* stale ones, and offers an operator-confirmed forced release
000130* that is logged - so a stale VFILELCK at 02:00 is one PARM
000140* instead of a phone call and a manual file delete.
000142*
000144* the single-record doors (VONLINE UPD, VKSDSUPD) take record
000146* locks in the VFILERLK table instead, under the VFILERLX table
000148* marker. the report lists every record lock with its holder,
000150* when it was taken and when it expires; one past its expiry no
000152* longer blocks anyone but is reported STALE, and can be
000154* released one key at a time or all together.
000156*
000160* PARM:
000170*   'R' + 4-digit minutes  report, STALE past that age
000180*                          (missing/short PARM reports at 0120)
000190*   'F' + marker name(8)   forced release of VFILELCK or
000200*                          LOCKFILE after a Y at the console;
000201*                          the release is logged through ERRLOG
000202*                          (VFILERLX too, the record-lock table
000203*                          marker, and VJRNLLCK / OPSAULCK,
000204*                          the journal and audit-trail hash
000205*                          chain markers - see chnseal.cbl;
000206*                          and the register and queue markers:
000207*                          ALERTLCK, MCASELCK, HOLDSLCK, VAPRQLCK,
000215*                          VCREDLCK, CTLLBLCK)
000216*   'K' + key(8)           forced release of the VFILE record
000218*                          lock on that key, live or not, after
000219*                          a Y at the console; logged the same
000221*   'S'                    release of every STALE (expired)
000223*                          VFILE record lock after a Y at the
000225*                          console; logged the same
000227*----------------------------------------------------------------
000230 ENVIRONMENT      DIVISION.
000240 INPUT-OUTPUT     SECTION.
000250 FILE-CONTROL.
000260     SELECT  LOCK-FILE  ASSIGN  TO  DYNAMIC  WS-LOCK-NAME
000270             ORGANIZATION IS  SEQUENTIAL
000280             FILE STATUS  IS  WS-LOCK-STATUS.
000282     SELECT  RLOCK-FILE  ASSIGN  TO  VFILERLK
000284             ORGANIZATION IS  LINE SEQUENTIAL
000286             FILE STATUS  IS  WS-RLOCK-STATUS.
000290
000300 DATA             DIVISION.
000310 FILE             SECTION.
000390     03  LK-DATE                  PIC  X(08).
000400     03  FILLER                   PIC  X(01).
000410     03  LK-TIME                  PIC  X(08).
000412*    the VFILE record-lock table RESLOCK keeps
000414 FD  RLOCK-FILE.
000416 01  RLOCK-REC.
000418     COPY  rlockrec.
000420
000430 WORKING-STORAGE  SECTION.
000440
000450 01  WS-LOCK-STATUS            PIC  X(02).
000460 01  WS-LOCK-NAME              PIC  X(08).
000462 01  WS-RLOCK-STATUS           PIC  X(02).
000464 01  WS-RLOCK-EOF-SW           PIC  X(01).
000466     88  RLOCK-EOF                  VALUE  'Y'.
000468 01  WS-RLOCK-COUNT            PIC  9(04)  COMP  VALUE  0.
000469 01  WS-RLOCK-STALE            PIC  9(04)  COMP  VALUE  0.
000470 01  WS-RLOCK-STALE-ED         PIC  ZZZ9.
000471 01  WS-RLOCK-HOLDER           PIC  X(08).
000472*    the moment of the look, in the RK-EXPIRES layout
000473 01  WS-NOW-STAMP.
000474     03  WS-STAMP-DATE         PIC  9(08).
000475     03  FILLER                PIC  X(01)  VALUE  SPACE.
000476     03  WS-STAMP-TIME         PIC  9(08).
000477 01  WS-RESLOCK-PARM.
000478     COPY  reslock.
000479
000480 01  WS-PARM-AREA.
000490   03  WS-PARM-LINE            PIC  X(09).
000500   03  WS-FUNCTION             PIC  X(01).
000510     88  WS-FUNC-REPORT             VALUE 'R'.
000520     88  WS-FUNC-FORCE              VALUE 'F'.
000522     88  WS-FUNC-KEY-RELEASE        VALUE 'K'.
000524     88  WS-FUNC-STALE-RELEASE      VALUE 'S'.
000530   03  WS-AGE-MINUTES          PIC  9(04)  VALUE  120.
000540   03  WS-FORCE-NAME           PIC  X(08).
000545   03  WS-FORCE-KEY            PIC  X(08).
000550
000560*----------------------------------------------------------------
000570* the known markers: one per serialized resource. growing the
000600 01  WS-MARKER-TABLE.
000610   03  FILLER                  PIC  X(08)  VALUE  'VFILELCK'.
000620   03  FILLER                  PIC  X(08)  VALUE  'LOCKFILE'.
000625   03  FILLER                  PIC  X(08)  VALUE  'VFILERLX'.
000626   03  FILLER                  PIC  X(08)  VALUE  'VJRNLLCK'.
000627   03  FILLER                  PIC  X(08)  VALUE  'OPSAULCK'.
000629   03  FILLER                  PIC  X(08)  VALUE  'ALERTLCK'.
000631   03  FILLER                  PIC  X(08)  VALUE  'MCASELCK'.
000633   03  FILLER                  PIC  X(08)  VALUE  'HOLDSLCK'.
000635   03  FILLER                  PIC  X(08)  VALUE  'VAPRQLCK'.
000637   03  FILLER                  PIC  X(08)  VALUE  'VCREDLCK'.
000639   03  FILLER                  PIC  X(08)  VALUE  'CTLLBLCK'.
000641 01  WS-MARKER-TABLE-R  REDEFINES  WS-MARKER-TABLE.
000643   03  WS-MARKER-NAME          PIC  X(08)  OCCURS  11  TIMES.
000645 01  WS-MARKER-SUB             PIC  9(02)  COMP.
000647 01  WS-KNOWN-SW               PIC  X(01).
000649     88  MARKER-KNOWN               VALUE  'Y'.
000660
000670 01  WS-WORK-AREA.
000680   03  WS-TODAY                PIC  9(08).
000900     PERFORM  GET-PARM-SEC.
000910     ACCEPT  WS-TODAY     FROM  DATE  YYYYMMDD.
000920     ACCEPT  WS-NOW-TIME  FROM  TIME.
000922     MOVE  WS-TODAY     TO  WS-STAMP-DATE.
000924     MOVE  WS-NOW-TIME  TO  WS-STAMP-TIME.
000930     EVALUATE  TRUE
000940         WHEN  WS-FUNC-FORCE
000950             PERFORM  FORCE-RELEASE-SEC
000952         WHEN  WS-FUNC-KEY-RELEASE
000954         WHEN  WS-FUNC-STALE-RELEASE
000956             PERFORM  RECORD-RELEASE-SEC
000960         WHEN  OTHER
000970             PERFORM  REPORT-SEC
000980     END-EVALUATE.
001110     IF  WS-FUNC-FORCE
001120         MOVE  WS-PARM-LINE(2:8)  TO  WS-FORCE-NAME
001130     END-IF.
001132     IF  WS-FUNC-KEY-RELEASE
001134         MOVE  WS-PARM-LINE(2:8)  TO  WS-FORCE-KEY
001136     END-IF.
001140 GET-PARM-SEC-EX.
001150     EXIT.
001160/
001170 REPORT-SEC       SECTION.
001180     PERFORM  VARYING  WS-MARKER-SUB  FROM  1  BY  1
001190         UNTIL  WS-MARKER-SUB  >  11
001200         MOVE  WS-MARKER-NAME(WS-MARKER-SUB)  TO  WS-LOCK-NAME
001210         PERFORM  SHOW-MARKER-SEC
001220     END-PERFORM.
001222     PERFORM  SHOW-RECORD-LOCKS-SEC.
001230     IF  WS-STALE-COUNT  >  0
001240         DISPLAY  'LOCKMGR: STALE LOCKS FOUND ' WS-STALE-COUNT
001250         MOVE  4  TO  RETURN-CODE
001800* way RESLOCK's own DEQ deletes it, and the release is logged
001810* so the morning review can see who freed what and when
001820*----------------------------------------------------------------
001821 FORCE-RELEASE-SEC  SECTION.
001822     MOVE  'N'  TO  WS-KNOWN-SW.
001823     PERFORM  VARYING  WS-MARKER-SUB  FROM  1  BY  1
001824         UNTIL  WS-MARKER-SUB  >  11
001825         IF  WS-MARKER-NAME(WS-MARKER-SUB)  =  WS-FORCE-NAME
001826             SET  MARKER-KNOWN  TO  TRUE
001827         END-IF
001828     END-PERFORM.
001830     IF  NOT  MARKER-KNOWN
001860         DISPLAY  'LOCKMGR: UNKNOWN LOCK MARKER ' WS-FORCE-NAME
001870         MOVE  16  TO  RETURN-CODE
001880         GO  TO  FORCE-RELEASE-SEC-EX
002210         END-STRING
002220         SET   EL-WARNING      TO  TRUE
002230         MOVE  ZERO            TO  EL-RETURN-CODE
002235         MOVE  'LOCKM001'      TO  EL-MSG-ID
002240         CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
002241*        a forced release is a privileged action - it lands on
002242*        the operations audit trail as well as the error log
002250     END-IF.
002260 FORCE-RELEASE-SEC-EX.
002270     EXIT.
002280/
002290*----------------------------------------------------------------
002300* every VFILE record lock: holder, when taken, when it expires.
002310* one past its expiry blocks no one any more, but nobody
002320* released it either - it is reported STALE, counted with the
002330* stale markers, and 'S' clears it.
002340*----------------------------------------------------------------
002350 SHOW-RECORD-LOCKS-SEC  SECTION.
002360     MOVE  'N'  TO  WS-RLOCK-EOF-SW.
002370     OPEN  INPUT  RLOCK-FILE.
002380     IF  WS-RLOCK-STATUS  NOT =  '00'
002390         DISPLAY  'LOCKMGR: NO VFILE RECORD LOCKS'
002400         GO  TO  SHOW-RECORD-LOCKS-SEC-EX
002410     END-IF.
002420     PERFORM  UNTIL  RLOCK-EOF
002430         READ  RLOCK-FILE
002440             AT END  SET  RLOCK-EOF  TO  TRUE
002450             NOT AT END
002460                 ADD  1  TO  WS-RLOCK-COUNT
002470                 DISPLAY  'LOCKMGR: VFILE RECORD ' RK-KEY
002480                          ' HELD BY ' RK-HOLDER
002490                          ' SINCE ' RK-TAKEN
002500                          ' EXPIRES ' RK-EXPIRES
002510                 IF  RK-EXPIRES  NOT >  WS-NOW-STAMP
002520                     DISPLAY  'LOCKMGR: WARNING - RECORD LOCK '
002530                              RK-KEY ' IS STALE (EXPIRED)'
002540                     ADD  1  TO  WS-STALE-COUNT
002550                 END-IF
002560         END-READ
002570     END-PERFORM.
002580     CLOSE  RLOCK-FILE.
002590     DISPLAY  'LOCKMGR: VFILE RECORD LOCKS ' WS-RLOCK-COUNT.
002600 SHOW-RECORD-LOCKS-SEC-EX.
002610     EXIT.
002620/
002630*----------------------------------------------------------------
002640* operator-confirmed release of record locks, done by RESLOCK
002650* under its table marker so a door taking a lock at the same
002660* moment is never lost: 'K' the lock on one key whoever holds
002670* it, 'S' every lock already expired. logged like a marker's
002680* forced release.
002690*----------------------------------------------------------------
002700 RECORD-RELEASE-SEC  SECTION.
002710     MOVE  'N'  TO  WS-RLOCK-EOF-SW.
002720     OPEN  INPUT  RLOCK-FILE.
002730     IF  WS-RLOCK-STATUS  =  '00'
002740         PERFORM  UNTIL  RLOCK-EOF
002750             READ  RLOCK-FILE
002760                 AT END  SET  RLOCK-EOF  TO  TRUE
002770                 NOT AT END
002780                     IF  RK-EXPIRES  NOT >  WS-NOW-STAMP
002790                         ADD  1  TO  WS-RLOCK-STALE
002800                     END-IF
002810                     IF  WS-FUNC-KEY-RELEASE
002820                         AND  RK-KEY  =  WS-FORCE-KEY
002830                         ADD  1  TO  WS-RLOCK-COUNT
002840                         MOVE  RK-HOLDER  TO  WS-RLOCK-HOLDER
002850                     END-IF
002860             END-READ
002870         END-PERFORM
002880         CLOSE  RLOCK-FILE
002890     END-IF.
002900     IF  WS-FUNC-KEY-RELEASE
002910         IF  WS-RLOCK-COUNT  =  0
002920             DISPLAY  'LOCKMGR: NO RECORD LOCK ON ' WS-FORCE-KEY
002930                      ' - NO ACTION'
002940             MOVE  4  TO  RETURN-CODE
002950             GO  TO  RECORD-RELEASE-SEC-EX
002960         END-IF
002970         DISPLAY  'LOCKMGR: RECORD ' WS-FORCE-KEY ' IS LOCKED BY '
002980                  WS-RLOCK-HOLDER ' - FORCE RELEASE? (Y/N)'
002990                  UPON  CONSOLE
003000     ELSE
003010         IF  WS-RLOCK-STALE  =  0
003020             DISPLAY  'LOCKMGR: NO STALE RECORD LOCKS - NO ACTION'
003030             MOVE  4  TO  RETURN-CODE
003040             GO  TO  RECORD-RELEASE-SEC-EX
003050         END-IF
003060         DISPLAY  'LOCKMGR: ' WS-RLOCK-STALE ' STALE RECORD LOCKS'
003070                  ' - RELEASE THEM? (Y/N)'  UPON  CONSOLE
003080     END-IF.
003090     ACCEPT  WS-REPLY  FROM  CONSOLE.
003100     IF  WS-REPLY  NOT =  'Y'
003110         DISPLAY  'LOCKMGR: RELEASE NOT CONFIRMED - NO ACTION'
003120         MOVE  4  TO  RETURN-CODE
003130         GO  TO  RECORD-RELEASE-SEC-EX
003140     END-IF.
003150     SET   RL-REC-FORCE  TO  TRUE.
003160     MOVE  'VFILE'       TO  RL-RESOURCE.
003170     MOVE  'LOCKMGR '    TO  RL-HOLDER.
003180     IF  WS-FUNC-KEY-RELEASE
003190         MOVE  WS-FORCE-KEY  TO  RL-KEY
003200     ELSE
003210         MOVE  SPACES        TO  RL-KEY
003220     END-IF.
003230     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
003240     IF  RL-BUSY
003250         DISPLAY  'LOCKMGR: RECORD-LOCK TABLE BUSY (VFILERLX HELD'
003260                  ' BY ' RL-CURRENT-HOLDER ') - NO ACTION'
003270         MOVE  8  TO  RETURN-CODE
003280         GO  TO  RECORD-RELEASE-SEC-EX
003290     END-IF.
003300     MOVE  'LOCKMGR '      TO  EL-PROGRAM
003310     MOVE  'RECORD-RELEASE' TO  EL-SECTION
003320     MOVE  SPACES          TO  EL-MSG
003330     MOVE  'LOCKMGR '      TO  OA-PROGRAM
003340     MOVE  SPACES          TO  OA-OPERATOR
003350     MOVE  SPACES          TO  OA-DETAIL
003360     IF  WS-FUNC-KEY-RELEASE
003370         DISPLAY  'LOCKMGR: RECORD LOCK ON ' WS-FORCE-KEY
003380                  ' RELEASED'
003390         STRING  'RECORD LOCK '               DELIMITED BY SIZE
003400                 WS-FORCE-KEY                 DELIMITED BY SPACE
003410                 ' FORCED FROM '              DELIMITED BY SIZE
003420                 RL-CURRENT-HOLDER            DELIMITED BY SIZE
003430             INTO  EL-MSG
003440         END-STRING
003450         MOVE  'RECORD LOCK RELEASED' TO  OA-ACTION
003460         MOVE  WS-FORCE-KEY           TO  OA-DETAIL(1:8)
003470         MOVE  RL-CURRENT-HOLDER      TO  OA-DETAIL(10:8)
003480     ELSE
003490         DISPLAY  'LOCKMGR: STALE RECORD LOCKS RELEASED '
003500                  WS-RLOCK-STALE
003510         MOVE  'STALE RECORD LOCKS RELEASED'  TO  EL-MSG
003520         MOVE  'STALE RLOCKS RELEASED' TO  OA-ACTION
003530         MOVE  WS-RLOCK-STALE         TO  WS-RLOCK-STALE-ED
003540         MOVE  WS-RLOCK-STALE-ED      TO  OA-DETAIL(1:4)
003550     END-IF.
003560     SET   EL-WARNING      TO  TRUE.
003570     MOVE  ZERO            TO  EL-RETURN-CODE.
003575     MOVE  'LOCKM002'      TO  EL-MSG-ID.
003580     CALL  'ERRLOG'  USING  WS-ERRLOG-PARM.
003590     CALL  'OPSAUDIT'  USING  WS-OPSAUDIT-PARM.
003600 RECORD-RELEASE-SEC-EX.
003610     EXIT.
