000100* current holder's name back so the caller's operator message
000110* can say who has it. DEQ deletes the marker the way TESTCOB's
000120* DEQ-SEC does.
000122*
000124* a single-record update need not hold the whole cluster: L
000126* records a lock on one key in the resource's record-lock table
000128* (<resource>RLK - see rlockrec.cbl), refused while a whole-file
000130* pass holds the cluster marker or another holder's lock on the
000132* key is live, and U takes it out again. ENQ of the cluster, in
000134* turn, waits after claiming its marker until no record lock is
000136* live - each lock ends when released or when it expires - so a
000138* batch pass waits only for the records actually being fixed,
000140* never for a whole terminal session. the table itself is
000142* rewritten under a short-lived marker (<resource>RLX) so two
000144* lockers never rewrite it at once. F is LOCKMGR's forced
000146* release of record locks.
000148*----------------------------------------------------------------
000149 ENVIRONMENT      DIVISION.
000150 INPUT-OUTPUT     SECTION.
000160 FILE-CONTROL.
000165*    the lock file is named from the resource at run time, so
000170     SELECT  LOCK-FILE  ASSIGN  TO  DYNAMIC  WS-LOCK-NAME
000180             ORGANIZATION IS  SEQUENTIAL
000190             FILE STATUS  IS  WS-LOCK-STATUS.
000191     SELECT  MUTEX-FILE  ASSIGN  TO  DYNAMIC  WS-MUTEX-NAME
000192             ORGANIZATION IS  SEQUENTIAL
000193             FILE STATUS  IS  WS-MUTEX-STATUS.
000194     SELECT  RLOCK-FILE  ASSIGN  TO  DYNAMIC  WS-TABLE-NAME
000195             ORGANIZATION IS  LINE SEQUENTIAL
000196             FILE STATUS  IS  WS-TABLE-STATUS.
000200
000210 DATA             DIVISION.
000220 FILE             SECTION.
000243     03  LK-DATE                  PIC  9(08).
000244     03  FILLER                   PIC  X(01).
000245     03  LK-TIME                  PIC  9(08).
000246*    the marker held while the record-lock table is rewritten
000247 FD  MUTEX-FILE.
000248 01  MUTEX-REC.
000249     03  MX-HOLDER                PIC  X(08).
000250     03  FILLER                   PIC  X(01).
000251     03  MX-DATE                  PIC  9(08).
000252     03  FILLER                   PIC  X(01).
000253     03  MX-TIME                  PIC  9(08).
000254 FD  RLOCK-FILE.
000255 01  RLOCK-REC.
000256     COPY  rlockrec.
000257
000260 WORKING-STORAGE  SECTION.
000270*
000280 01  WS-LOCK-STATUS               PIC  X(02).
000290 01  WS-LOCK-NAME                 PIC  X(08).
000300 01  WS-RETRY-SUB                 PIC  9(02)  COMP.
000310*    how many times a busy lock is retried, and the pause
000311*    between tries, before ENQ gives up busy
000312 01  WS-RETRY-MAX                 PIC  9(02)  COMP  VALUE  3.
000313 01  WS-WAIT-SECONDS              PIC  9(08)  COMP-5 VALUE 3.
000314 01  WS-GOT-LOCK-SW               PIC  X(01).
000315     88  GOT-LOCK                       VALUE 'Y'.
000316*
000317*    the record-lock table, loaded whole and written back whole
000318*    under the table marker, with the moment of the look in the
000319*    RK-EXPIRES layout so an expiry compares straight against it
000320 01  WS-MUTEX-STATUS              PIC  X(02).
000321 01  WS-MUTEX-NAME                PIC  X(08).
000322 01  WS-TABLE-STATUS              PIC  X(02).
000323 01  WS-TABLE-NAME                PIC  X(08).
000324 01  WS-MUTEX-SW                  PIC  X(01).
000325     88  MUTEX-HELD                     VALUE 'Y'.
000326 01  WS-TABLE-EOF-SW              PIC  X(01).
000327     88  TABLE-EOF                      VALUE 'Y'.
000328*    tries at the table marker, a second apart - it is only ever
000329*    held for the moment a table rewrite takes
000330 01  WS-MUTEX-MAX                 PIC  9(02)  COMP  VALUE  10.
000331 01  WS-MUTEX-SECONDS             PIC  9(08)  COMP-5 VALUE 1.
000332 01  WS-MUTEX-SUB                 PIC  9(02)  COMP.
000333*    looks a cluster ENQ takes, WS-WAIT-SECONDS apart, at a live
000334*    record lock before giving up - longer than a record lock
000335*    can stand at its default expiry
000336 01  WS-REC-WAIT-MAX              PIC  9(04)  COMP  VALUE  400.
000337 01  WS-REC-WAIT-SUB              PIC  9(04)  COMP.
000338 01  WS-RLOCK-TABLE.
000339     03  WS-RK-ENTRY  OCCURS  500  TIMES.
000340       05  WS-RK-IMAGE            PIC  X(53).
000341 01  WS-RK-COUNT                  PIC  9(04)  COMP.
000342 01  WS-RK-SUB                    PIC  9(04)  COMP.
000343 01  WS-RK-SLOT                   PIC  9(04)  COMP.
000344 01  WS-RK-KEPT                   PIC  9(04)  COMP.
000345 01  WS-LIVE-COUNT                PIC  9(04)  COMP.
000346 01  WS-LIVE-HOLDER               PIC  X(08).
000347 01  WS-LIVE-KEY                  PIC  X(08).
000348 01  WS-RK-WORK.
000349     COPY  rlockrec.
000350 01  WS-NOW-STAMP.
000351     03  WS-NOW-DATE              PIC  9(08).
000352     03  FILLER                   PIC  X(01)  VALUE  SPACE.
000353     03  WS-NOW-TIME              PIC  9(08).
000354     03  WS-NOW-TIME-R  REDEFINES  WS-NOW-TIME.
000355       05  WS-NOW-HH              PIC  9(02).
000356       05  WS-NOW-MM              PIC  9(02).
000357       05  WS-NOW-SSCC            PIC  9(04).
000358 01  WS-EXPIRY-AREA.
000359     03  WS-EXP-MINS              PIC  9(04)  COMP.
000360     03  WS-EXP-TOTAL             PIC  9(08)  COMP.
000361     03  WS-EXP-DAYS              PIC  9(04)  COMP.
000362     03  WS-EXP-REM               PIC  9(04)  COMP.
000364     03  WS-EXP-HH                PIC  9(02).
000366     03  WS-EXP-MM                PIC  9(02).
000370*
000380 LINKAGE          SECTION.
000390 01  RESLOCK-PARM.
000430 MAIN-SEC         SECTION.
000432*    the standard library identity handshake - see versid.cbl
000433     IF  VI-RESERVED-LENGTH  AND  VI-IDENT-REQUEST
000434         MOVE  'RESLOCK 02'  TO  VI-REPLY
000435         MOVE  0             TO  VI-RETURN-CODE
000436         DISPLAY 'RESLOCK: VERSION 02 COMPILED ' WHEN-COMPILED
000437         GOBACK
000438     END-IF.
000440     MOVE  SPACES  TO  WS-LOCK-NAME.
000460             'LCK'        DELIMITED BY  SIZE
000470         INTO  WS-LOCK-NAME
000480     END-STRING.
000481     MOVE  SPACES  TO  WS-MUTEX-NAME  WS-TABLE-NAME.
000482     STRING  RL-RESOURCE  DELIMITED BY  SPACE
000483             'RLX'        DELIMITED BY  SIZE
000484         INTO  WS-MUTEX-NAME
000485     END-STRING.
000486     STRING  RL-RESOURCE  DELIMITED BY  SPACE
000487             'RLK'        DELIMITED BY  SIZE
000488         INTO  WS-TABLE-NAME
000489     END-STRING.
000490     MOVE  SPACES  TO  RL-CURRENT-HOLDER.
000500     EVALUATE  TRUE
000510         WHEN  RL-ENQ
000520             PERFORM  ENQ-SEC
000530         WHEN  RL-DEQ
000540             PERFORM  DEQ-SEC
000541         WHEN  RL-REC-LOCK
000542             PERFORM  REC-LOCK-SEC
000543         WHEN  RL-REC-UNLOCK
000544             PERFORM  REC-UNLOCK-SEC
000545         WHEN  RL-REC-FORCE
000546             PERFORM  REC-FORCE-SEC
000550         WHEN  OTHER
000560             SET  RL-BAD-FUNCTION  TO  TRUE
000570     END-EVALUATE.
000740         CALL  'C$SLEEP'  USING  WS-WAIT-SECONDS
000750         PERFORM  TRY-ENQ-SEC
000760     END-PERFORM.
000762*    the cluster is claimed - now wait out any record lock still
000764*    live on it, see REC-WAIT-SEC
000766     IF  GOT-LOCK
000768         PERFORM  REC-WAIT-SEC
000769     END-IF.
000770     IF  GOT-LOCK
000780         SET  RL-OK    TO  TRUE
000790     ELSE
001040     CALL  'CBL_DELETE_FILE'  USING  WS-LOCK-NAME.
001050     SET  RL-OK  TO  TRUE.
001060 DEQ-SEC-E.
001065     EXIT.
001070/
001080*----------------------------------------------------------------
001090* the cluster marker is held, so no new record lock can be
001100* granted; the ones already live are waited out - released by
001110* their holders or expired. a wait that outlasts any record
001120* lock's default life (or a table marker that never frees)
001130* gives the cluster back and reports busy, naming the record
001140* lock's holder, rather than hang the batch pass for ever.
001150*----------------------------------------------------------------
001160 REC-WAIT-SEC     SECTION.
001170     PERFORM  COUNT-LIVE-SEC.
001180     IF  WS-LIVE-COUNT  >  0
001190         DISPLAY 'RESLOCK: ' RL-RESOURCE ' WAITING FOR RECORD '
001200                 WS-LIVE-KEY ' HELD BY ' WS-LIVE-HOLDER
001210     END-IF.
001220     PERFORM  VARYING  WS-REC-WAIT-SUB  FROM  1  BY  1
001230         UNTIL  WS-REC-WAIT-SUB  >  WS-REC-WAIT-MAX
001240             OR  WS-LIVE-COUNT  =  0
001250         CALL  'C$SLEEP'  USING  WS-WAIT-SECONDS
001260         PERFORM  COUNT-LIVE-SEC
001270     END-PERFORM.
001280     IF  WS-LIVE-COUNT  >  0
001290         CALL  'CBL_DELETE_FILE'  USING  WS-LOCK-NAME
001300         MOVE  'N'             TO  WS-GOT-LOCK-SW
001310         MOVE  WS-LIVE-HOLDER  TO  RL-CURRENT-HOLDER
001320     END-IF.
001330 REC-WAIT-SEC-E.
001340     EXIT.
001350/
001360*    the record locks live at this moment, under the table marker;
001370*    a table marker that cannot be had counts as one live lock
001380 COUNT-LIVE-SEC   SECTION.
001390     MOVE  0       TO  WS-LIVE-COUNT.
001400     MOVE  SPACES  TO  WS-LIVE-HOLDER  WS-LIVE-KEY.
001410     PERFORM  MUTEX-ENQ-SEC.
001420     IF  NOT  MUTEX-HELD
001430         MOVE  1  TO  WS-LIVE-COUNT
001440         GO TO  COUNT-LIVE-SEC-E
001450     END-IF.
001460     PERFORM  LOAD-TABLE-SEC.
001470     PERFORM  MUTEX-DEQ-SEC.
001480     PERFORM  VARYING  WS-RK-SUB  FROM  1  BY  1
001490         UNTIL  WS-RK-SUB  >  WS-RK-COUNT
001500         MOVE  WS-RK-IMAGE(WS-RK-SUB)  TO  WS-RK-WORK
001510         IF  RK-EXPIRES  OF  WS-RK-WORK  >  WS-NOW-STAMP
001520             ADD   1  TO  WS-LIVE-COUNT
001530             MOVE  RK-HOLDER  OF  WS-RK-WORK
001535                   TO  WS-LIVE-HOLDER
001540             MOVE  RK-KEY     OF  WS-RK-WORK  TO  WS-LIVE-KEY
001550         END-IF
001560     END-PERFORM.
001570 COUNT-LIVE-SEC-E.
001580     EXIT.
001590/
001600*----------------------------------------------------------------
001610* a record lock, retried like a cluster ENQ before giving up
001620* busy with the holder in the way
001630*----------------------------------------------------------------
001640 REC-LOCK-SEC     SECTION.
001650     MOVE  'N'  TO  WS-GOT-LOCK-SW.
001660     PERFORM  TRY-REC-LOCK-SEC.
001670     PERFORM  VARYING  WS-RETRY-SUB  FROM  1  BY  1
001680         UNTIL  WS-RETRY-SUB  >  WS-RETRY-MAX
001690             OR  GOT-LOCK
001700         CALL  'C$SLEEP'  USING  WS-WAIT-SECONDS
001710         PERFORM  TRY-REC-LOCK-SEC
001720     END-PERFORM.
001730     IF  GOT-LOCK
001740         SET  RL-OK    TO  TRUE
001750     ELSE
001760         SET  RL-BUSY  TO  TRUE
001770     END-IF.
001780 REC-LOCK-SEC-E.
001790     EXIT.
001800/
001810*----------------------------------------------------------------
001820* one try: refused while a whole-file pass holds the cluster
001830* marker, or while another holder's lock on the key is live. the
001840* caller's own lock on the key is renewed; an expired one is
001850* simply taken over.
001860*----------------------------------------------------------------
001870 TRY-REC-LOCK-SEC SECTION.
001880     PERFORM  MUTEX-ENQ-SEC.
001890     IF  NOT  MUTEX-HELD
001900         GO TO  TRY-REC-LOCK-SEC-E
001910     END-IF.
001920     OPEN  INPUT  LOCK-FILE.
001930     IF  WS-LOCK-STATUS  =  '00'
001940         READ  LOCK-FILE
001950             AT END      CONTINUE
001960             NOT AT END  MOVE  LK-HOLDER  TO  RL-CURRENT-HOLDER
001970         END-READ
001980         CLOSE  LOCK-FILE
001990         PERFORM  MUTEX-DEQ-SEC
002000         GO TO  TRY-REC-LOCK-SEC-E
002010     END-IF.
002020     PERFORM  LOAD-TABLE-SEC.
002030     MOVE  0  TO  WS-RK-SLOT.
002040     PERFORM  VARYING  WS-RK-SUB  FROM  1  BY  1
002050         UNTIL  WS-RK-SUB  >  WS-RK-COUNT
002060             OR  WS-RK-SLOT  >  0
002070         MOVE  WS-RK-IMAGE(WS-RK-SUB)  TO  WS-RK-WORK
002080         IF  RK-KEY  OF  WS-RK-WORK  =  RL-KEY
002090             MOVE  WS-RK-SUB  TO  WS-RK-SLOT
002100         END-IF
002110     END-PERFORM.
002120     IF  WS-RK-SLOT  >  0
002130         IF  RK-EXPIRES  OF  WS-RK-WORK  >  WS-NOW-STAMP
002140             AND  RK-HOLDER  OF  WS-RK-WORK  NOT =  RL-HOLDER
002150             MOVE  RK-HOLDER  OF  WS-RK-WORK
002155                   TO  RL-CURRENT-HOLDER
002160             PERFORM  MUTEX-DEQ-SEC
002170             GO TO  TRY-REC-LOCK-SEC-E
002180         END-IF
002190     ELSE
002200         IF  WS-RK-COUNT  NOT <  500
002210             MOVE  'RLKFULL '  TO  RL-CURRENT-HOLDER
002220             PERFORM  MUTEX-DEQ-SEC
002230             GO TO  TRY-REC-LOCK-SEC-E
002240         END-IF
002250         ADD   1  TO  WS-RK-COUNT
002260         MOVE  WS-RK-COUNT  TO  WS-RK-SLOT
002270     END-IF.
002280     PERFORM  EXPIRY-SEC.
002290     MOVE  SPACES        TO  WS-RK-WORK.
002300     MOVE  RL-KEY        TO  RK-KEY       OF  WS-RK-WORK.
002310     MOVE  RL-HOLDER     TO  RK-HOLDER    OF  WS-RK-WORK.
002320     MOVE  WS-NOW-DATE   TO  RK-DATE      OF  WS-RK-WORK.
002330     MOVE  WS-NOW-TIME   TO  RK-TIME      OF  WS-RK-WORK.
002340     MOVE  WS-EXP-TOTAL  TO  RK-EXP-DATE  OF  WS-RK-WORK.
002350     MOVE  WS-EXP-HH     TO  RK-EXP-TIME  OF  WS-RK-WORK(1:2).
002360     MOVE  WS-EXP-MM     TO  RK-EXP-TIME  OF  WS-RK-WORK(3:2).
002370     MOVE  WS-NOW-SSCC   TO  RK-EXP-TIME  OF  WS-RK-WORK(5:4).
002380     MOVE  WS-RK-WORK    TO  WS-RK-IMAGE(WS-RK-SLOT).
002390     PERFORM  SAVE-TABLE-SEC.
002400     PERFORM  MUTEX-DEQ-SEC.
002410     SET   GOT-LOCK  TO  TRUE.
002420 TRY-REC-LOCK-SEC-E.
002430     EXIT.
002440/
002450*    the caller's own lock on the key comes out; a lock the caller
002460*    no longer holds (expired and taken over) is left alone
002470 REC-UNLOCK-SEC   SECTION.
002480     PERFORM  MUTEX-ENQ-SEC.
002490     IF  NOT  MUTEX-HELD
002500         SET  RL-BUSY  TO  TRUE
002510         GO TO  REC-UNLOCK-SEC-E
002520     END-IF.
002530     PERFORM  LOAD-TABLE-SEC.
002540     MOVE  0  TO  WS-RK-KEPT.
002550     PERFORM  VARYING  WS-RK-SUB  FROM  1  BY  1
002560         UNTIL  WS-RK-SUB  >  WS-RK-COUNT
002570         MOVE  WS-RK-IMAGE(WS-RK-SUB)  TO  WS-RK-WORK
002580         IF  RK-KEY  OF  WS-RK-WORK  NOT =  RL-KEY
002590             OR  RK-HOLDER  OF  WS-RK-WORK  NOT =  RL-HOLDER
002600             ADD   1  TO  WS-RK-KEPT
002610             MOVE  WS-RK-WORK  TO  WS-RK-IMAGE(WS-RK-KEPT)
002620         END-IF
002630     END-PERFORM.
002640     MOVE  WS-RK-KEPT  TO  WS-RK-COUNT.
002650     PERFORM  SAVE-TABLE-SEC.
002660     PERFORM  MUTEX-DEQ-SEC.
002670     SET   RL-OK  TO  TRUE.
002680 REC-UNLOCK-SEC-E.
002690     EXIT.
002700/
002710*----------------------------------------------------------------
002720* LOCKMGR's forced release: the lock on RL-KEY whoever holds it
002730* (its holder handed back), or with RL-KEY blank every record
002740* lock already expired
002750*----------------------------------------------------------------
002760 REC-FORCE-SEC    SECTION.
002770     PERFORM  MUTEX-ENQ-SEC.
002780     IF  NOT  MUTEX-HELD
002790         SET  RL-BUSY  TO  TRUE
002800         GO TO  REC-FORCE-SEC-E
002810     END-IF.
002820     PERFORM  LOAD-TABLE-SEC.
002830     MOVE  0  TO  WS-RK-KEPT.
002840     PERFORM  VARYING  WS-RK-SUB  FROM  1  BY  1
002850         UNTIL  WS-RK-SUB  >  WS-RK-COUNT
002860         MOVE  WS-RK-IMAGE(WS-RK-SUB)  TO  WS-RK-WORK
002870         IF  RL-KEY  NOT =  SPACES
002880             AND  RK-KEY  OF  WS-RK-WORK  =  RL-KEY
002890             MOVE  RK-HOLDER  OF  WS-RK-WORK
002895                   TO  RL-CURRENT-HOLDER
002900         ELSE
002910             IF  RL-KEY  =  SPACES
002920                 AND  RK-EXPIRES  OF  WS-RK-WORK
002930                          NOT >  WS-NOW-STAMP
002940                 CONTINUE
002950             ELSE
002960                 ADD   1  TO  WS-RK-KEPT
002970                 MOVE  WS-RK-WORK  TO  WS-RK-IMAGE(WS-RK-KEPT)
002980             END-IF
002990         END-IF
003000     END-PERFORM.
003010     MOVE  WS-RK-KEPT  TO  WS-RK-COUNT.
003020     PERFORM  SAVE-TABLE-SEC.
003030     PERFORM  MUTEX-DEQ-SEC.
003040     SET   RL-OK  TO  TRUE.
003050 REC-FORCE-SEC-E.
003060     EXIT.
003070/
003080*----------------------------------------------------------------
003090* the table marker, claimed the way TRY-ENQ-SEC claims a cluster
003100* marker but retried a second apart - it is held only while the
003110* table is read and rewritten
003120*----------------------------------------------------------------
003130 MUTEX-ENQ-SEC    SECTION.
003140     MOVE  'N'  TO  WS-MUTEX-SW.
003150     PERFORM  VARYING  WS-MUTEX-SUB  FROM  1  BY  1
003160         UNTIL  WS-MUTEX-SUB  >  WS-MUTEX-MAX
003170             OR  MUTEX-HELD
003180         OPEN  INPUT  MUTEX-FILE
003190         IF  WS-MUTEX-STATUS  =  '00'
003200             READ  MUTEX-FILE
003210                 AT END      CONTINUE
003220                 NOT AT END
003225                     MOVE  MX-HOLDER  TO  RL-CURRENT-HOLDER
003230             END-READ
003240             CLOSE  MUTEX-FILE
003250             CALL  'C$SLEEP'  USING  WS-MUTEX-SECONDS
003260         ELSE
003270             OPEN  OUTPUT  MUTEX-FILE
003280             MOVE  SPACES     TO  MUTEX-REC
003290             MOVE  RL-HOLDER  TO  MX-HOLDER
003300             ACCEPT  MX-DATE  FROM  DATE  YYYYMMDD
003310             ACCEPT  MX-TIME  FROM  TIME
003320             WRITE  MUTEX-REC
003330             CLOSE  MUTEX-FILE
003340             SET  MUTEX-HELD  TO  TRUE
003350         END-IF
003360     END-PERFORM.
003370 MUTEX-ENQ-SEC-E.
003380     EXIT.
003390/
003400 MUTEX-DEQ-SEC    SECTION.
003410     CALL  'CBL_DELETE_FILE'  USING  WS-MUTEX-NAME.
003420     MOVE  'N'  TO  WS-MUTEX-SW.
003430 MUTEX-DEQ-SEC-E.
003440     EXIT.
003450/
003460*    the whole table into storage, stamped with the moment of the
003470*    look; a missing table is an empty one
003480 LOAD-TABLE-SEC   SECTION.
003490     ACCEPT  WS-NOW-DATE  FROM  DATE  YYYYMMDD.
003500     ACCEPT  WS-NOW-TIME  FROM  TIME.
003510     MOVE  0    TO  WS-RK-COUNT.
003520     MOVE  'N'  TO  WS-TABLE-EOF-SW.
003530     OPEN  INPUT  RLOCK-FILE.
003540     IF  WS-TABLE-STATUS  NOT =  '00'
003550         GO TO  LOAD-TABLE-SEC-E
003560     END-IF.
003570     PERFORM  UNTIL  TABLE-EOF
003580         READ  RLOCK-FILE
003590             AT END  SET  TABLE-EOF  TO  TRUE
003600             NOT AT END
003610                 IF  WS-RK-COUNT  <  500
003620                     ADD   1  TO  WS-RK-COUNT
003630                     MOVE  RLOCK-REC
003640                           TO  WS-RK-IMAGE(WS-RK-COUNT)
003650                 END-IF
003660         END-READ
003670     END-PERFORM.
003680     CLOSE  RLOCK-FILE.
003690 LOAD-TABLE-SEC-E.
003700     EXIT.
003710/
003720*    the table written back whole; an empty table is removed, so
003730*    a quiet cluster carries no table at all
003740 SAVE-TABLE-SEC   SECTION.
003750     IF  WS-RK-COUNT  =  0
003760         CALL  'CBL_DELETE_FILE'  USING  WS-TABLE-NAME
003770         GO TO  SAVE-TABLE-SEC-E
003780     END-IF.
003790     OPEN  OUTPUT  RLOCK-FILE.
003800     PERFORM  VARYING  WS-RK-SUB  FROM  1  BY  1
003810         UNTIL  WS-RK-SUB  >  WS-RK-COUNT
003820         MOVE  WS-RK-IMAGE(WS-RK-SUB)  TO  RLOCK-REC
003830         WRITE  RLOCK-REC
003840     END-PERFORM.
003850     CLOSE  RLOCK-FILE.
003860 SAVE-TABLE-SEC-E.
003870     EXIT.
003880/
003890*----------------------------------------------------------------
003900* the moment a lock taken now expires: the caller's minutes (15
003910* when none are given) added to the clock, carried into the
003920* next day - or days - as needed. WS-EXP-TOTAL ends holding the
003930* expiry date.
003940*----------------------------------------------------------------
003950 EXPIRY-SEC       SECTION.
003960     IF  RL-EXPIRY-MINS  IS  NUMERIC  AND  RL-EXPIRY-MINS  >  0
003970         MOVE  RL-EXPIRY-MINS  TO  WS-EXP-MINS
003980     ELSE
003990         MOVE  15              TO  WS-EXP-MINS
004000     END-IF.
004010     COMPUTE  WS-EXP-TOTAL  =
004020              WS-NOW-HH  *  60  +  WS-NOW-MM  +  WS-EXP-MINS.
004030     DIVIDE  WS-EXP-TOTAL  BY  1440
004040         GIVING  WS-EXP-DAYS  REMAINDER  WS-EXP-REM.
004050     DIVIDE  WS-EXP-REM  BY  60
004060         GIVING  WS-EXP-HH  REMAINDER  WS-EXP-MM.
004070     COMPUTE  WS-EXP-TOTAL  =  FUNCTION DATE-OF-INTEGER(
004080              FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
004090              +  WS-EXP-DAYS).
004100 EXPIRY-SEC-E.
004110     EXIT.
