000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      CHNCHK.
000030*
000040*----------------------------------------------------------------
000050* shared hash-chain walker (parameter area chnchk.cbl), the
000060* other half of CHNSEAL: one chain's whole retained history is
000070* read in the order it was written - every rolled segment the
000080* chain's catalog (JRNCAT, LOGCAT) carries under its tag, in
000090* catalog order, then the live file - and every sealed record's
000100* hash recomputed from its predecessor's. the walk stops at the
000110* first record that does not link and says which file, which
000120* record, and why.
000130*
000140* records from before the chain began (unsealed lines at the
000150* front of a log that predates sealing) are counted and passed
000160* over. a range of sequence numbers missing where one file ends
000170* and the next begins is accepted only when the chain's retired
000180* register (<res>RET, see chainrt.cbl) shows that range rolled
000190* off and retired; consecutive register lines are merged as
000200* they are loaded, so years of retirements stay a few ranges.
000210* the live file must reach the chain head (<res>CHN), which is
000220* read before the walk, so a record sealed while the walk runs
000230* cannot upset it.
000240*
000250* RESEAL (the journal only) walks the same way under the chain's
000260* lock, rewriting every entry whose hash no longer matches, then
000270* moves the head on and logs the reseal on OPSAUDIT.
000280*----------------------------------------------------------------
000290 ENVIRONMENT      DIVISION.
000300 INPUT-OUTPUT     SECTION.
000310 FILE-CONTROL.
000320*    every file is named from the chain table at run time
000330     SELECT  CAT-FILE   ASSIGN  TO  DYNAMIC  WS-CAT-NAME
000340             ORGANIZATION IS  LINE SEQUENTIAL
000350             FILE STATUS  IS  WS-CAT-STATUS.
000360     SELECT  JSEG-FILE  ASSIGN  TO  DYNAMIC  WS-SEG-NAME
000370             ORGANIZATION IS  SEQUENTIAL
000380             FILE STATUS  IS  WS-JSEG-STATUS.
000390     SELECT  LSEG-FILE  ASSIGN  TO  DYNAMIC  WS-SEG-NAME
000400             ORGANIZATION IS  LINE SEQUENTIAL
000410             FILE STATUS  IS  WS-LSEG-STATUS.
000420     SELECT  HEAD-FILE  ASSIGN  TO  DYNAMIC  WS-HEAD-NAME
000430             ORGANIZATION IS  LINE SEQUENTIAL
000440             FILE STATUS  IS  WS-HEAD-STATUS.
000450     SELECT  RET-FILE   ASSIGN  TO  DYNAMIC  WS-RET-NAME
000460             ORGANIZATION IS  LINE SEQUENTIAL
000470             FILE STATUS  IS  WS-RET-STATUS.
000480
000485     COPY  keylay.
000490 DATA             DIVISION.
000500 FILE             SECTION.
000510 FD  CAT-FILE.
000520 01  CAT-REC.
000530     COPY  arccat.
000540*    a journal file, live or rolled
000550 FD  JSEG-FILE.
000560 01  JSEG-REC.
000570     COPY  vjrnl.
000580*    a line-sequential log, live or rolled - the seal follows the
000590*    content, a blank then sequence(9), a blank then hash(18)
000600 FD  LSEG-FILE.
000610 01  LSEG-REC                  PIC  X(119).
000620 FD  HEAD-FILE.
000630 01  HEAD-REC.
000640     COPY  chainhd.
000650 FD  RET-FILE.
000660 01  RET-REC.
000670     COPY  chainrt.
000680
000690 WORKING-STORAGE  SECTION.
000700
000710 01  WS-STATUSES.
000720   03  WS-CAT-STATUS           PIC  X(02).
000730   03  WS-JSEG-STATUS          PIC  X(02).
000740   03  WS-LSEG-STATUS          PIC  X(02).
000750   03  WS-HEAD-STATUS          PIC  X(02).
000760   03  WS-RET-STATUS           PIC  X(02).
000770   03  WS-OPEN-STATUS          PIC  X(02).
000780
000790 01  WS-NAMES.
000800   03  WS-CAT-NAME             PIC  X(08).
000810   03  WS-SEG-NAME             PIC  X(16).
000820   03  WS-HEAD-NAME            PIC  X(08).
000830   03  WS-RET-NAME             PIC  X(08).
000840
000850 01  WS-SWITCHES.
000860   03  WS-CT-FOUND-SW          PIC  X(01).
000870     88  CT-FOUND                   VALUE  'Y'.
000880   03  WS-EOF-SW               PIC  X(01).
000890     88  FILE-EOF                   VALUE  'Y'.
000900   03  WS-HEAD-FOUND-SW        PIC  X(01).
000910     88  HEAD-FOUND                 VALUE  'Y'.
000920   03  WS-HEAD-SEEN-SW         PIC  X(01).
000930     88  HEAD-SEEN                  VALUE  'Y'.
000940   03  WS-STARTED-SW           PIC  X(01).
000950     88  CHAIN-STARTED              VALUE  'Y'.
000960   03  WS-RUN-FOUND-SW         PIC  X(01).
000970     88  RUN-FOUND                  VALUE  'Y'.
000980   03  WS-LOCKED-SW            PIC  X(01).
000990     88  CHAIN-LOCKED               VALUE  'Y'.
001000
001010 01  WS-CHAIN-TABLE.
001020     COPY  chaintb.
001030 01  WS-CT-SUB                 PIC  9(02)  COMP.
001040
001050*    the files of the chain in the order they were written: the
001060*    catalogued segments, then the live file last
001070 01  WS-FILE-TABLE.
001080   03  WS-FILE-NAME  OCCURS  501  TIMES  PIC  X(16).
001090 01  WS-FILE-COUNT             PIC  9(04)  COMP  VALUE  0.
001100 01  WS-FILE-SUB               PIC  9(04)  COMP.
001110
001120*    the retired ranges, consecutive register lines merged
001130 01  WS-RUN-TABLE.
001140   03  WS-RUN-ENTRY  OCCURS  500  TIMES.
001150     05  WS-RUN-FIRST          PIC  9(09).
001160     05  WS-RUN-LAST           PIC  9(09).
001170     05  WS-RUN-HASH           PIC  9(18).
001180 01  WS-RUN-COUNT              PIC  9(04)  COMP  VALUE  0.
001190 01  WS-RUN-SUB                PIC  9(04)  COMP.
001200
001210 01  WS-HEAD-AREA.
001220     COPY  chainhd.
001230
001240*    where the walk stands
001250 01  WS-WALK-AREA.
001260   03  WS-EXPECT-SEQ           PIC  9(09).
001270   03  WS-PREV-HASH            PIC  9(18).
001280   03  WS-REC-SEQ              PIC  9(09).
001290   03  WS-REC-HASH             PIC  9(18).
001300   03  WS-HEAD-HASH-SEEN       PIC  9(18).
001310   03  WS-BRIDGE-TO            PIC  9(09).
001320   03  WS-POS                  PIC  9(09).
001330   03  WS-SEAL-AT              PIC  9(04)  COMP.
001340   03  WS-HASH-AT              PIC  9(04)  COMP.
001350   03  WS-SEQ-TEXT             PIC  X(09).
001360   03  WS-HASH-TEXT            PIC  X(18).
001370   03  WS-COUNT-ED             PIC  Z(08)9.
001380
001390 01  WS-RESLOCK-PARM.
001400     COPY  reslock.
001410 01  WS-CHNSEAL-PARM.
001420     COPY  chnseal.
001430 01  WS-OPSAUDIT-PARM.
001440     COPY  opsaudit.
001450
001460 LINKAGE          SECTION.
001470 01  CHNCHK-PARM.
001480     COPY  chnchk.
001490 01  VERSID-REQ  REDEFINES  CHNCHK-PARM.
001500     COPY  versid.
001510
001520 PROCEDURE        DIVISION USING CHNCHK-PARM.
001530 MAIN-SEC         SECTION.
001540*    the standard library identity handshake - see versid.cbl
001550     IF  VI-RESERVED-LENGTH  AND  VI-IDENT-REQUEST
001560         MOVE  'CHNCHK  01'  TO  VI-REPLY
001570         MOVE  0             TO  VI-RETURN-CODE
001580         DISPLAY 'CHNCHK: VERSION 01 COMPILED ' WHEN-COMPILED
001590         GOBACK
001600     END-IF.
001610     PERFORM  INIT-SEC.
001620     IF  NOT  CK-INTACT
001630         GOBACK
001640     END-IF.
001650     PERFORM  LOAD-HEAD-SEC.
001660     PERFORM  LOAD-RUNS-SEC.
001670     PERFORM  LOAD-FILES-SEC.
001680     MOVE  1  TO  WS-EXPECT-SEQ.
001690     MOVE  0  TO  WS-PREV-HASH.
001700     PERFORM  WALK-FILE-SEC
001710         VARYING  WS-FILE-SUB  FROM  1  BY  1
001720         UNTIL  WS-FILE-SUB  >  WS-FILE-COUNT  OR  CK-BROKEN.
001730     IF  NOT  CK-BROKEN
001740         PERFORM  CHECK-HEAD-SEC
001750     END-IF.
001760     IF  CK-RESEAL  AND  NOT  CK-BROKEN  AND  CK-RESEALED  >  0
001770         PERFORM  RESEAL-HEAD-SEC
001780     END-IF.
001790     IF  CHAIN-LOCKED
001800         SET   RL-DEQ  TO  TRUE
001810         CALL  'RESLOCK'  USING  WS-RESLOCK-PARM
001820     END-IF.
001830     GOBACK.
001840 MAIN-SEC-E.
001850     EXIT PROGRAM.
001860/
001870*----------------------------------------------------------------
001880* the chain is looked up and its file names made; a reseal is
001890* for the journal only and takes the chain first
001900*----------------------------------------------------------------
001910 INIT-SEC         SECTION.
001920     MOVE  0  TO  CK-FILES  CK-RECORDS  CK-PRE-CHAIN  CK-BRIDGED
001930                  CK-RESEALED  CK-HEAD-SEQ  CK-RESEAL-DATE
001940                  CK-BREAK-POS  CK-BREAK-SEQ
001945                  WS-FILE-COUNT  WS-RUN-COUNT.
001950     MOVE  SPACES  TO  CK-RESEAL-BY  CK-BREAK-FILE
001960                       CK-BREAK-REASON.
001970     MOVE  'N'  TO  WS-CT-FOUND-SW  WS-HEAD-FOUND-SW
001980                    WS-HEAD-SEEN-SW  WS-STARTED-SW  WS-LOCKED-SW.
001990     SET  CK-INTACT  TO  TRUE.
002000     PERFORM  VARYING  WS-CT-SUB  FROM  1  BY  1
002010         UNTIL  WS-CT-SUB  >  2  OR  CT-FOUND
002020         IF  CT-CHAIN(WS-CT-SUB)  =  CK-CHAIN
002030             SET  CT-FOUND  TO  TRUE
002040         END-IF
002050     END-PERFORM.
002060     IF  NOT  CT-FOUND
002070         SET  CK-BAD-CHAIN  TO  TRUE
002080         GO TO  INIT-SEC-EX
002090     END-IF.
002100     SUBTRACT  1  FROM  WS-CT-SUB.
002110     IF  NOT  CK-VERIFY  AND  NOT  CK-RESEAL
002120         SET  CK-BAD-FUNCTION  TO  TRUE
002130         GO TO  INIT-SEC-EX
002140     END-IF.
002150     IF  CK-RESEAL  AND  NOT  CT-JOURNAL-KIND(WS-CT-SUB)
002160         SET  CK-BAD-FUNCTION  TO  TRUE
002170         GO TO  INIT-SEC-EX
002180     END-IF.
002190     MOVE  CT-CATALOG(WS-CT-SUB)  TO  WS-CAT-NAME.
002200     MOVE  SPACES  TO  WS-HEAD-NAME  WS-RET-NAME.
002210     STRING  CT-LOCK-RES(WS-CT-SUB)  DELIMITED BY  SPACE
002220             'CHN'                   DELIMITED BY  SIZE
002230         INTO  WS-HEAD-NAME
002240     END-STRING.
002250     STRING  CT-LOCK-RES(WS-CT-SUB)  DELIMITED BY  SPACE
002260             'RET'                   DELIMITED BY  SIZE
002270         INTO  WS-RET-NAME
002280     END-STRING.
002290     COMPUTE  WS-SEAL-AT  =  CT-CONTENT-LEN(WS-CT-SUB)  +  2.
002300     COMPUTE  WS-HASH-AT  =  CT-CONTENT-LEN(WS-CT-SUB)  +  12.
002310     IF  CK-RESEAL
002320         SET   RL-ENQ  TO  TRUE
002330         MOVE  CT-LOCK-RES(WS-CT-SUB)  TO  RL-RESOURCE
002340         MOVE  CK-HOLDER               TO  RL-HOLDER
002350         MOVE  SPACES                  TO  RL-KEY
002360         CALL  'RESLOCK'  USING  WS-RESLOCK-PARM
002370         IF  RL-BUSY
002380             SET   CK-BUSY  TO  TRUE
002390             MOVE  RL-CURRENT-HOLDER  TO  CK-RESEAL-BY
002400             GO TO  INIT-SEC-EX
002410         END-IF
002420         SET  CHAIN-LOCKED  TO  TRUE
002430     END-IF.
002440 INIT-SEC-EX.
002450     EXIT.
002460/
002470 LOAD-HEAD-SEC    SECTION.
002480     OPEN  INPUT  HEAD-FILE.
002490     IF  WS-HEAD-STATUS  NOT =  '00'
002500         GO TO  LOAD-HEAD-SEC-EX
002510     END-IF.
002520     READ  HEAD-FILE
002530         NOT AT END
002540             MOVE  HEAD-REC  TO  WS-HEAD-AREA
002550             SET   HEAD-FOUND  TO  TRUE
002560     END-READ.
002570     CLOSE  HEAD-FILE.
002580     IF  HEAD-FOUND
002590         MOVE  CH-SEQ  OF  WS-HEAD-AREA  TO  CK-HEAD-SEQ
002600         IF  CH-RESEAL-DATE  OF  WS-HEAD-AREA  IS  NUMERIC
002610             MOVE  CH-RESEAL-DATE  OF  WS-HEAD-AREA
002620                   TO  CK-RESEAL-DATE
002630             MOVE  CH-RESEAL-BY    OF  WS-HEAD-AREA
002640                   TO  CK-RESEAL-BY
002650         END-IF
002660     END-IF.
002670 LOAD-HEAD-SEC-EX.
002680     EXIT.
002690/
002700*----------------------------------------------------------------
002710* the retired register, a line that carries on from the range
002720* before it extending that range
002730*----------------------------------------------------------------
002740 LOAD-RUNS-SEC    SECTION.
002750     MOVE  'N'  TO  WS-EOF-SW.
002760     OPEN  INPUT  RET-FILE.
002770     IF  WS-RET-STATUS  NOT =  '00'
002780         GO TO  LOAD-RUNS-SEC-EX
002790     END-IF.
002800     PERFORM  UNTIL  FILE-EOF
002810         READ  RET-FILE
002820             AT END  SET  FILE-EOF  TO  TRUE
002830             NOT AT END  PERFORM  ADD-RUN-SEC
002840         END-READ
002850     END-PERFORM.
002860     CLOSE  RET-FILE.
002870 LOAD-RUNS-SEC-EX.
002880     EXIT.
002890/
002900 ADD-RUN-SEC      SECTION.
002910     IF  WS-RUN-COUNT  >  0
002920         IF  CR-FIRST-SEQ  OF  RET-REC  =
002930             WS-RUN-LAST(WS-RUN-COUNT)  +  1
002940             MOVE  CR-LAST-SEQ   OF  RET-REC
002950                   TO  WS-RUN-LAST(WS-RUN-COUNT)
002960             MOVE  CR-LAST-HASH  OF  RET-REC
002970                   TO  WS-RUN-HASH(WS-RUN-COUNT)
002980             GO TO  ADD-RUN-SEC-EX
002990         END-IF
003000     END-IF.
003010     IF  WS-RUN-COUNT  <  500
003020         ADD   1  TO  WS-RUN-COUNT
003030         MOVE  CR-FIRST-SEQ  OF  RET-REC
003040               TO  WS-RUN-FIRST(WS-RUN-COUNT)
003050         MOVE  CR-LAST-SEQ   OF  RET-REC
003060               TO  WS-RUN-LAST(WS-RUN-COUNT)
003070         MOVE  CR-LAST-HASH  OF  RET-REC
003080               TO  WS-RUN-HASH(WS-RUN-COUNT)
003090     END-IF.
003100 ADD-RUN-SEC-EX.
003110     EXIT.
003120/
003130 LOAD-FILES-SEC   SECTION.
003140     MOVE  'N'  TO  WS-EOF-SW.
003150     OPEN  INPUT  CAT-FILE.
003160     IF  WS-CAT-STATUS  NOT =  '00'
003170         SET  FILE-EOF  TO  TRUE
003180     END-IF.
003190     PERFORM  UNTIL  FILE-EOF
003200         READ  CAT-FILE
003210             AT END  SET  FILE-EOF  TO  TRUE
003220             NOT AT END
003230                 IF  AC-ARCHIVE-TAG  =  CT-SEG-TAG(WS-CT-SUB)
003240                     AND  WS-FILE-COUNT  <  500
003250                     ADD   1  TO  WS-FILE-COUNT
003260                     MOVE  AC-ARCHIVE-NAME
003270                           TO  WS-FILE-NAME(WS-FILE-COUNT)
003280                 END-IF
003290         END-READ
003300     END-PERFORM.
003310     IF  WS-CAT-STATUS  =  '00'  OR  WS-CAT-STATUS  =  '10'
003320         CLOSE  CAT-FILE
003330     END-IF.
003340     ADD   1  TO  WS-FILE-COUNT.
003350     MOVE  CT-CHAIN(WS-CT-SUB)  TO  WS-FILE-NAME(WS-FILE-COUNT).
003360 LOAD-FILES-SEC-EX.
003370     EXIT.
003380/
003390*----------------------------------------------------------------
003400* one file of the chain, record by record; a catalogued segment
003410* that cannot be opened is a break, a live file not there yet
003420* is simply empty
003430*----------------------------------------------------------------
003440 WALK-FILE-SEC    SECTION.
003450     MOVE  WS-FILE-NAME(WS-FILE-SUB)  TO  WS-SEG-NAME.
003460     MOVE  0    TO  WS-POS.
003470     MOVE  'N'  TO  WS-EOF-SW.
003480     IF  CT-JOURNAL-KIND(WS-CT-SUB)
003490         IF  CK-RESEAL
003500             OPEN  I-O    JSEG-FILE
003510         ELSE
003520             OPEN  INPUT  JSEG-FILE
003530         END-IF
003540         MOVE  WS-JSEG-STATUS  TO  WS-OPEN-STATUS
003550     ELSE
003560         OPEN  INPUT  LSEG-FILE
003570         MOVE  WS-LSEG-STATUS  TO  WS-OPEN-STATUS
003580     END-IF.
003590     IF  WS-OPEN-STATUS  NOT =  '00'
003600         IF  WS-FILE-SUB  <  WS-FILE-COUNT
003605             MOVE  'CATALOGUED SEGMENT MISSING'
003610                   TO  CK-BREAK-REASON
003620             PERFORM  BREAK-SEC
003630         END-IF
003640         GO TO  WALK-FILE-SEC-EX
003650     END-IF.
003660     ADD  1  TO  CK-FILES.
003670     PERFORM  READ-REC-SEC  UNTIL  FILE-EOF  OR  CK-BROKEN.
003680     IF  CT-JOURNAL-KIND(WS-CT-SUB)
003690         CLOSE  JSEG-FILE
003700     ELSE
003710         CLOSE  LSEG-FILE
003720     END-IF.
003730 WALK-FILE-SEC-EX.
003740     EXIT.
003750/
003760 READ-REC-SEC     SECTION.
003770     IF  CT-JOURNAL-KIND(WS-CT-SUB)
003780         READ  JSEG-FILE
003790             AT END  SET  FILE-EOF  TO  TRUE
003800             NOT AT END
003810                 MOVE  JR-CHAIN-SEQ   TO  WS-REC-SEQ
003820                 MOVE  JR-CHAIN-HASH  TO  WS-REC-HASH
003830         END-READ
003840     ELSE
003850         READ  LSEG-FILE
003860             AT END  SET  FILE-EOF  TO  TRUE
003870             NOT AT END
003880                 MOVE  LSEG-REC(WS-SEAL-AT:9)   TO  WS-SEQ-TEXT
003890                 MOVE  LSEG-REC(WS-HASH-AT:18)  TO  WS-HASH-TEXT
003900                 MOVE  0  TO  WS-REC-SEQ  WS-REC-HASH
003910                 IF  WS-SEQ-TEXT  IS  NUMERIC
003920                     MOVE  WS-SEQ-TEXT   TO  WS-REC-SEQ
003930                 END-IF
003940                 IF  WS-HASH-TEXT  IS  NUMERIC
003950                     MOVE  WS-HASH-TEXT  TO  WS-REC-HASH
003960                 END-IF
003970         END-READ
003980     END-IF.
003990     IF  NOT  FILE-EOF
004000         ADD  1  TO  WS-POS  CK-RECORDS
004010         PERFORM  CHECK-REC-SEC
004020     END-IF.
004030 READ-REC-SEC-EX.
004040     EXIT.
004050/
004060*----------------------------------------------------------------
004070* one record against the chain: its sequence number must be the
004080* next one (a file's first record may follow a retired range),
004090* and its hash must be the one its predecessor and its own
004100* content give. a reseal rewrites a hash that does not match.
004110*----------------------------------------------------------------
004120 CHECK-REC-SEC    SECTION.
004130     IF  WS-REC-SEQ  =  0
004140         IF  CHAIN-STARTED
004145             MOVE  'UNSEALED RECORD IN CHAIN'
004150                   TO  CK-BREAK-REASON
004160             PERFORM  BREAK-SEC
004170         ELSE
004180             ADD  1  TO  CK-PRE-CHAIN
004190         END-IF
004200         GO TO  CHECK-REC-SEC-EX
004210     END-IF.
004220     SET  CHAIN-STARTED  TO  TRUE.
004230     IF  WS-REC-SEQ  >  WS-EXPECT-SEQ  AND  WS-POS  =  1
004240         MOVE  WS-REC-SEQ  TO  WS-BRIDGE-TO
004250         PERFORM  BRIDGE-SEC
004260     END-IF.
004270     IF  WS-REC-SEQ  >  WS-EXPECT-SEQ
004275         MOVE  'RECORD MISSING OR OUT OF ORDER'
004280               TO  CK-BREAK-REASON
004290         PERFORM  BREAK-SEC
004300         GO TO  CHECK-REC-SEC-EX
004310     END-IF.
004320     IF  WS-REC-SEQ  <  WS-EXPECT-SEQ
004330         MOVE  'RECORD DUPLICATED OR REORDERED'
004340               TO  CK-BREAK-REASON
004350         PERFORM  BREAK-SEC
004360         GO TO  CHECK-REC-SEC-EX
004370     END-IF.
004380     SET   CS-HASH-ONLY  TO  TRUE.
004390     MOVE  CK-CHAIN      TO  CS-CHAIN.
004400     MOVE  WS-REC-SEQ    TO  CS-SEQ.
004410     MOVE  WS-PREV-HASH  TO  CS-PREV-HASH.
004420     IF  CT-JOURNAL-KIND(WS-CT-SUB)
004430         CALL  'CHNSEAL'  USING  WS-CHNSEAL-PARM  JSEG-REC
004440     ELSE
004450         CALL  'CHNSEAL'  USING  WS-CHNSEAL-PARM  LSEG-REC
004460     END-IF.
004470     IF  CS-HASH  NOT =  WS-REC-HASH
004480         IF  CK-RESEAL
004490             MOVE  CS-HASH  TO  JR-CHAIN-HASH
004500             REWRITE  JSEG-REC
004510             ADD  1  TO  CK-RESEALED
004520         ELSE
004530             MOVE  'RECORD ALTERED - LINK BROKEN'
004540                   TO  CK-BREAK-REASON
004550             PERFORM  BREAK-SEC
004560             GO TO  CHECK-REC-SEC-EX
004570         END-IF
004580     END-IF.
004590     MOVE  CS-HASH  TO  WS-PREV-HASH.
004600     IF  WS-REC-SEQ  =  CK-HEAD-SEQ
004610         MOVE  CS-HASH  TO  WS-HEAD-HASH-SEEN
004620         SET   HEAD-SEEN  TO  TRUE
004630     END-IF.
004640     ADD  1  TO  WS-EXPECT-SEQ.
004650 CHECK-REC-SEC-EX.
004660     EXIT.
004670/
004680*----------------------------------------------------------------
004690* retired ranges carry the chain on from the sequence expected
004700* for as long as one starts exactly there
004710*----------------------------------------------------------------
004720 BRIDGE-SEC       SECTION.
004730     MOVE  'Y'  TO  WS-RUN-FOUND-SW.
004740     PERFORM  FIND-RUN-SEC
004750         UNTIL  NOT  RUN-FOUND
004760             OR  WS-EXPECT-SEQ  NOT <  WS-BRIDGE-TO.
004770 BRIDGE-SEC-EX.
004780     EXIT.
004790/
004800 FIND-RUN-SEC     SECTION.
004810     MOVE  'N'  TO  WS-RUN-FOUND-SW.
004820     PERFORM  VARYING  WS-RUN-SUB  FROM  1  BY  1
004830         UNTIL  WS-RUN-SUB  >  WS-RUN-COUNT  OR  RUN-FOUND
004840         IF  WS-RUN-FIRST(WS-RUN-SUB)  =  WS-EXPECT-SEQ
004850             SET  RUN-FOUND  TO  TRUE
004860         END-IF
004870     END-PERFORM.
004880     IF  RUN-FOUND
004890         SUBTRACT  1  FROM  WS-RUN-SUB
004900         COMPUTE  CK-BRIDGED  =  CK-BRIDGED
004910                  +  WS-RUN-LAST(WS-RUN-SUB)
004920                  -  WS-RUN-FIRST(WS-RUN-SUB)  +  1
004930         MOVE  WS-RUN-HASH(WS-RUN-SUB)  TO  WS-PREV-HASH
004940         COMPUTE  WS-EXPECT-SEQ  =  WS-RUN-LAST(WS-RUN-SUB)  +  1
004950         IF  WS-RUN-LAST(WS-RUN-SUB)  =  CK-HEAD-SEQ
004960             MOVE  WS-PREV-HASH  TO  WS-HEAD-HASH-SEEN
004970             SET   HEAD-SEEN  TO  TRUE
004980         END-IF
004990     END-IF.
005000 FIND-RUN-SEC-EX.
005010     EXIT.
005020/
005030*----------------------------------------------------------------
005040* the end of the walk must reach the head the chain was sealed
005050* to - a short walk is records cut off the end (unless they were
005060* all rolled off and retired), a different hash a head or tail
005070* that was tampered with. no head at all is a chain not yet
005080* begun, or one whose head was removed.
005090*----------------------------------------------------------------
005100 CHECK-HEAD-SEC   SECTION.
005110     MOVE  CT-CHAIN(WS-CT-SUB)  TO  WS-SEG-NAME.
005120     IF  NOT  HEAD-FOUND
005130         IF  CHAIN-STARTED
005140             MOVE  'CHAIN HEAD MISSING'  TO  CK-BREAK-REASON
005150             PERFORM  BREAK-SEC
005160         END-IF
005170         GO TO  CHECK-HEAD-SEC-EX
005180     END-IF.
005190     IF  WS-EXPECT-SEQ  NOT >  CK-HEAD-SEQ
005200         COMPUTE  WS-BRIDGE-TO  =  CK-HEAD-SEQ  +  1
005210         PERFORM  BRIDGE-SEC
005220     END-IF.
005230     IF  WS-EXPECT-SEQ  NOT >  CK-HEAD-SEQ
005240         ADD   1  TO  WS-POS
005250         MOVE  'RECORDS MISSING FROM THE END'  TO  CK-BREAK-REASON
005260         PERFORM  BREAK-SEC
005270         GO TO  CHECK-HEAD-SEC-EX
005280     END-IF.
005290     IF  CK-RESEAL
005300         GO TO  CHECK-HEAD-SEC-EX
005310     END-IF.
005320     IF  CK-HEAD-SEQ  >  0
005330         IF  NOT  HEAD-SEEN
005335             OR  WS-HEAD-HASH-SEEN  NOT =
005340                 CH-HASH  OF  WS-HEAD-AREA
005350             MOVE  CK-HEAD-SEQ  TO  WS-EXPECT-SEQ
005355             MOVE  'CHAIN HEAD DOES NOT MATCH'
005360                   TO  CK-BREAK-REASON
005370             PERFORM  BREAK-SEC
005380         END-IF
005390     END-IF.
005400 CHECK-HEAD-SEC-EX.
005410     EXIT.
005420/
005430 BREAK-SEC        SECTION.
005440     SET   CK-BROKEN      TO  TRUE.
005450     MOVE  WS-SEG-NAME    TO  CK-BREAK-FILE.
005460     MOVE  WS-POS         TO  CK-BREAK-POS.
005470     MOVE  WS-EXPECT-SEQ  TO  CK-BREAK-SEQ.
005480 BREAK-SEC-EX.
005490     EXIT.
005500/
005510*----------------------------------------------------------------
005520* a reseal that rewrote anything moves the head on to the last
005530* entry as it now stands, records when and by whom, and goes on
005540* the OPSAUDIT trail
005550*----------------------------------------------------------------
005560 RESEAL-HEAD-SEC  SECTION.
005570     COMPUTE  CH-SEQ  OF  WS-HEAD-AREA  =  WS-EXPECT-SEQ  -  1.
005580     MOVE  WS-PREV-HASH  TO  CH-HASH  OF  WS-HEAD-AREA.
005590     MOVE  CK-CHAIN      TO  CH-CHAIN  OF  WS-HEAD-AREA.
005595     ACCEPT  CH-RESEAL-DATE  OF  WS-HEAD-AREA
005600             FROM  DATE  YYYYMMDD.
005610     MOVE  CK-HOLDER     TO  CH-RESEAL-BY  OF  WS-HEAD-AREA.
005620     IF  NOT  HEAD-FOUND
005630         MOVE  CH-RESEAL-DATE  OF  WS-HEAD-AREA
005640               TO  CH-SEALED-DATE  OF  WS-HEAD-AREA
005650         ACCEPT  CH-SEALED-TIME  OF  WS-HEAD-AREA  FROM  TIME
005660     END-IF.
005670     OPEN  OUTPUT  HEAD-FILE.
005680     MOVE  WS-HEAD-AREA  TO  HEAD-REC.
005690     WRITE  HEAD-REC.
005700     CLOSE  HEAD-FILE.
005710     MOVE  CH-SEQ  OF  WS-HEAD-AREA  TO  CK-HEAD-SEQ.
005720     MOVE  CH-RESEAL-DATE  OF  WS-HEAD-AREA  TO  CK-RESEAL-DATE.
005730     MOVE  CK-HOLDER     TO  CK-RESEAL-BY.
005740     MOVE  CK-HOLDER            TO  OA-PROGRAM.
005750     MOVE  SPACES               TO  OA-OPERATOR  OA-DETAIL.
005760     MOVE  'JOURNAL RESEALED'   TO  OA-ACTION.
005770     MOVE  CK-RESEALED          TO  WS-COUNT-ED.
005780     STRING  WS-COUNT-ED        DELIMITED BY SIZE
005790             ' ENTRIES REHASHED' DELIMITED BY SIZE
005800         INTO  OA-DETAIL
005810     END-STRING.
005820     CALL  'OPSAUDIT'  USING  WS-OPSAUDIT-PARM.
005830 RESEAL-HEAD-SEC-EX.
005840     EXIT.
