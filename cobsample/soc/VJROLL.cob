000210* an unrecoverable window; with no VARC generation catalogued
000220* at all, nothing is purged.
000230*
000232* legal holds come first of all: a segment rolled inside a
000234* held date range, or carrying any journal entry whose key,
000236* group, or date a hold on the HOLDS register covers, is kept
000238* with a line naming the hold (see HOLDCHK).
000239*
000240* the journal is hash-chained (see chnseal.cbl) and the chain
000241* runs on across segments: the roll is taken under the chain's
000242* lock so no entry is sealed while the live file moves, and a
000243* segment retired has its first and last sequence and its last
000244* hash put on the chain's retired register first, so CHNVFY
000245* still verifies the history that is left.
000246*
000247* PARM: 3-digit retention days; missing or non-numeric PARM
000250* purges at the compiled-in default of 60.
000260*----------------------------------------------------------------
000270 ENVIRONMENT      DIVISION.
000390     SELECT  ARCCAT-FILE ASSIGN TO    ARCCAT
000400             ORGANIZATION  IS    LINE SEQUENTIAL
000410             FILE STATUS   IS    WS-ARCCAT-STATUS.
000412     SELECT  JSEG-IN     ASSIGN TO    WS-SCAN-NAME
000414             ORGANIZATION  IS    SEQUENTIAL
000416             FILE STATUS   IS    WS-SCAN-STATUS.
000420
000425     COPY  keylay.
000430 DATA             DIVISION.
000440 FILE             SECTION.
000450 FD      JRNL-IN.
000660     03  AR-GENERATION-SEQ            PIC  9(04).
000670     03  FILLER                       PIC  X(01).
000680     03  AR-REC-COUNT                 PIC  9(07).
000682
000684 FD      JSEG-IN.
000686 01      JSCAN-REC.
000688     COPY  vjrnl.
000690
000700 WORKING-STORAGE  SECTION.
000710
000740   03  WS-JSEG-STATUS          PIC  X(02).
000750   03  WS-JRNCAT-STATUS        PIC  X(02).
000760   03  WS-ARCCAT-STATUS        PIC  X(02).
000765   03  WS-SCAN-STATUS          PIC  X(02).
000770
000780 01  WS-SWITCHES.
000790   03  WS-EOF-SW               PIC  X(01)  VALUE  'N'.
000840     88  ACAT-EOF                   VALUE  'Y'.
000850   03  WS-VARC-FOUND-SW        PIC  X(01)  VALUE  'N'.
000860     88  VARC-FOUND                 VALUE  'Y'.
000862   03  WS-SCAN-EOF-SW          PIC  X(01)  VALUE  'N'.
000864     88  SCAN-EOF                   VALUE  'Y'.
000870
000880 01  WS-PARM-LINE              PIC  X(03).
000890 01  WS-RETAIN-DAYS            PIC  9(03)        VALUE  60.
001090     05  WS-CAT-NAME           PIC  X(16).
001100     05  WS-CAT-RUN-DATE       PIC  X(08).
001110     05  WS-CAT-GEN-SEQ        PIC  9(04).
001115     05  WS-CAT-REC-COUNT      PIC  9(07).
001120     05  WS-CAT-ENTITY         PIC  X(02).
001130     05  WS-CAT-KEEP-SW        PIC  X(01).
001140       88  CAT-KEEP                 VALUE 'Y'.
001150 01  WS-CAT-COUNT              PIC  9(05)  COMP  VALUE  0.
001200   03  WS-PURGED-COUNT         PIC  9(05)  COMP  VALUE  0.
001210   03  WS-HELD-COUNT           PIC  9(05)  COMP  VALUE  0.
001220   03  WS-DELETE-NAME          PIC  X(16).
001222   03  WS-SCAN-NAME            PIC  X(16).
001224   03  WS-LEGAL-HELD-COUNT     PIC  9(05)  COMP  VALUE  0.
001226
001228 01  WS-HOLDCHK-PARM.
001230     COPY  holdchk.
001232*
001234*    a journal image laid over the VFILE record shape (the
001236*    VJHIST technique) for the entry's GROUP-1 code
001238 01  WS-IMG-R.
001239     COPY  vfile.
001240*
001241 01  WS-RESLOCK-PARM.
001242     COPY  reslock.
001243 01  WS-CHNSEAL-PARM.
001244     COPY  chnseal.
001245*    the sealed range a retiring segment holds
001246 01  WS-SEAL-RANGE.
001247   03  WS-SEAL-FIRST           PIC  9(09).
001248   03  WS-SEAL-LAST            PIC  9(09).
001249   03  WS-SEAL-HASH            PIC  9(18).
001250   03  WS-SEAL-FOUND-SW        PIC  X(01).
001251     88  SEAL-FOUND                 VALUE  'Y'.
001252
001253 01  WS-KEYMODE-PARM.
001254     COPY  keymode.
001255 PROCEDURE        DIVISION.
001256 MAIN-SEC         SECTION.
001257*    the stores must carry the key layout this program is built
001258*    for - see KEYMODE
001259     MOVE  'VJROLL'    TO  KM-PROGRAM.
001260     MOVE  0           TO  KM-RUN-DATE.
001261     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
001262     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
001263     IF  KM-REFUSE
001264         MOVE  16  TO  RETURN-CODE
001265         STOP RUN
001266     END-IF.
001267     PERFORM  GET-PARM-SEC.
001270     ACCEPT  WS-TODAY  FROM  DATE  YYYYMMDD.
001280     PERFORM  LOAD-CATALOG-SEC.
001290     PERFORM  FIND-OLDEST-VARC-SEC.
001300     PERFORM  ROLL-CHAIN-SEC.
001310     PERFORM  PURGE-SEC.
001320     PERFORM  REWRITE-CATALOG-SEC.
001330     DISPLAY  'VJROLL: SEGMENTS RETIRED ' WS-PURGED-COUNT.
001340     DISPLAY  'VJROLL: SEGMENTS HELD FOR RECOVERY '
001350              WS-HELD-COUNT.
001352     DISPLAY  'VJROLL: SEGMENTS UNDER LEGAL HOLD '
001354              WS-LEGAL-HELD-COUNT.
001360     STOP RUN.
001370 MAIN-SEC-EX.
001380     EXIT.
001720                 MOVE  AC-GENERATION-SEQ
001730                                 TO  WS-CAT-GEN-SEQ(CAT-IDX)
001740                 MOVE  AC-REC-COUNT
001743                                 TO  WS-CAT-REC-COUNT(CAT-IDX)
001746                 MOVE  AC-ENTITY
001750                                 TO  WS-CAT-ENTITY(CAT-IDX)
001760                 MOVE  'Y'       TO  WS-CAT-KEEP-SW(CAT-IDX)
001770                 ADD  1  TO  WS-JSEG-GENS
001780             END-IF
002180 READ-ARCCAT-SEC-EX.
002190     EXIT.
002200/
002202*----------------------------------------------------------------
002203* the roll holds the journal chain, as a writer sealing an entry
002204* does, so no entry lands in the live file while it is moved;
002205* a chain that cannot be had is left to the next run
002206*----------------------------------------------------------------
002207 ROLL-CHAIN-SEC   SECTION.
002208     SET   RL-ENQ    TO  TRUE.
002209     MOVE  'VJRNL'   TO  RL-RESOURCE.
002210     MOVE  'VJROLL  ' TO  RL-HOLDER.
002211     MOVE  SPACES    TO  RL-KEY.
002212     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
002213     IF  RL-BUSY
002214         DISPLAY  'VJROLL: JOURNAL CHAIN HELD BY '
002215                  RL-CURRENT-HOLDER ' - VJOURNAL NOT ROLLED'
002216         MOVE  4  TO  RETURN-CODE
002217         GO TO  ROLL-CHAIN-SEC-EX
002218     END-IF.
002219     PERFORM  ROLL-JRNL-SEC.
002220     SET   RL-DEQ    TO  TRUE.
002221     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
002222 ROLL-CHAIN-SEC-EX.
002223     EXIT.
002224/
002225*----------------------------------------------------------------
002226* the live journal is copied to its dated segment, catalogued,
002230* and restarted empty for the next cycle; a missing or empty
002240* live journal rolls nothing
002250*----------------------------------------------------------------
002660         MOVE  WS-JSEG-NAME      TO  WS-CAT-NAME(CAT-IDX)
002670         MOVE  WS-TODAY          TO  WS-CAT-RUN-DATE(CAT-IDX)
002680         MOVE  WS-JSEG-SEQ       TO  WS-CAT-GEN-SEQ(CAT-IDX)
002685         MOVE  WS-SEG-REC-COUNT  TO  WS-CAT-REC-COUNT(CAT-IDX)
002690         MOVE  SPACES            TO  WS-CAT-ENTITY(CAT-IDX)
002700         MOVE  'Y'               TO  WS-CAT-KEEP-SW(CAT-IDX)
002710     END-IF.
002720 ADD-CATALOG-SEC-EX.
002890         IF  WS-CAT-RUN-DATE(CAT-IDX)  <  WS-CUTOFF-DATE
002900             IF  VARC-FOUND
002910                 AND  WS-CAT-RUN-DATE(CAT-IDX)  <  WS-OLDEST-VARC
002920                 PERFORM  RETIRE-SEG-SEC
002970             ELSE
002980                 ADD  1  TO  WS-HELD-COUNT
002990                 DISPLAY  'VJROLL: ' WS-CAT-NAME(CAT-IDX)
003000                          ' PAST RETENTION BUT NEEDED FOR'
003010                          ' FORWARD RECOVERY - HELD'
003011             END-IF
003012         END-IF
003013     END-PERFORM.
003014 PURGE-SEC-EX.
003015     EXIT.
003016/
003017*----------------------------------------------------------------
003018* a segment the retention and recovery rules would retire is
003019* still kept when a legal hold covers it: its roll date inside
003020* a held date range, or - while any hold is active - one of its
003021* entries under a key, group, or date hold
003022*----------------------------------------------------------------
003023 RETIRE-SEG-SEC   SECTION.
003024     MOVE  WS-CAT-NAME(CAT-IDX)  TO  WS-DELETE-NAME.
003025     MOVE  SPACES                TO  HC-NUM1  HC-GROUP.
003026     MOVE  WS-CAT-RUN-DATE(CAT-IDX)  TO  HC-DATE.
003027     CALL  'HOLDCHK'  USING  WS-HOLDCHK-PARM.
003028     IF  HC-NOT-HELD  AND  HC-ACTIVE-HOLDS  >  0
003029         PERFORM  SCAN-SEG-SEC
003030     END-IF.
003031     IF  HC-HELD
003032         ADD  1  TO  WS-LEGAL-HELD-COUNT
003033         DISPLAY  'VJROLL: ' WS-DELETE-NAME
003034                  ' PAST RETENTION BUT UNDER LEGAL HOLD '
003035                  HC-HOLD-ID ' (' HC-HOLD-TYPE ') - KEPT'
003036         GO TO  RETIRE-SEG-SEC-EX
003037     END-IF.
003038     PERFORM  REGISTER-SEG-SEC.
003039     MOVE  'N'  TO  WS-CAT-KEEP-SW(CAT-IDX).
003040     CALL  'CBL_DELETE_FILE'  USING  WS-DELETE-NAME.
003041     ADD  1  TO  WS-PURGED-COUNT.
003042     DISPLAY  'VJROLL: RETIRED ' WS-DELETE-NAME.
003043 RETIRE-SEG-SEC-EX.
003044     EXIT.
003045/
003046 SCAN-SEG-SEC     SECTION.
003047     MOVE  WS-DELETE-NAME  TO  WS-SCAN-NAME.
003048     MOVE  'N'  TO  WS-SCAN-EOF-SW.
003049     OPEN  INPUT  JSEG-IN.
003050     IF  WS-SCAN-STATUS  NOT =  '00'
003051         GO TO  SCAN-SEG-SEC-EX
003052     END-IF.
003053     PERFORM  SCAN-SEG-REC-SEC  UNTIL  SCAN-EOF  OR  HC-HELD.
003054     CLOSE  JSEG-IN.
003055 SCAN-SEG-SEC-EX.
003056     EXIT.
003057/
003058*----------------------------------------------------------------
003059* the retiring segment's sealed range onto the journal chain's
003060* retired register - a segment with no sealed entry in it has
003061* nothing the chain needs
003062*----------------------------------------------------------------
003063 REGISTER-SEG-SEC SECTION.
003064     MOVE  WS-DELETE-NAME  TO  WS-SCAN-NAME.
003065     MOVE  'N'  TO  WS-SCAN-EOF-SW  WS-SEAL-FOUND-SW.
003066     OPEN  INPUT  JSEG-IN.
003067     IF  WS-SCAN-STATUS  NOT =  '00'
003068         GO TO  REGISTER-SEG-SEC-EX
003069     END-IF.
003070     PERFORM  UNTIL  SCAN-EOF
003071         READ  JSEG-IN
003072             AT END  SET  SCAN-EOF  TO  TRUE
003073             NOT AT END
003074                 IF  JR-CHAIN-SEQ  OF  JSCAN-REC  >  0
003075                     IF  NOT  SEAL-FOUND
003076                         SET   SEAL-FOUND  TO  TRUE
003077                         MOVE  JR-CHAIN-SEQ  OF  JSCAN-REC
003078                               TO  WS-SEAL-FIRST
003079                     END-IF
003080                     MOVE  JR-CHAIN-SEQ   OF  JSCAN-REC
003081                           TO  WS-SEAL-LAST
003082                     MOVE  JR-CHAIN-HASH  OF  JSCAN-REC
003083                           TO  WS-SEAL-HASH
003084                 END-IF
003085         END-READ
003086     END-PERFORM.
003087     CLOSE  JSEG-IN.
003088     IF  SEAL-FOUND
003089         SET   CS-REGISTER     TO  TRUE
003090         MOVE  'VJOURNAL'      TO  CS-CHAIN
003091         MOVE  'VJROLL  '      TO  CS-HOLDER
003092         MOVE  WS-DELETE-NAME  TO  CS-SEGMENT
003093         MOVE  WS-SEAL-FIRST   TO  CS-FIRST-SEQ
003094         MOVE  WS-SEAL-LAST    TO  CS-SEQ
003095         MOVE  WS-SEAL-HASH    TO  CS-HASH
003096         CALL  'CHNSEAL'  USING  WS-CHNSEAL-PARM  JSCAN-REC
003097     END-IF.
003098 REGISTER-SEG-SEC-EX.
003099     EXIT.
003101/
003102*----------------------------------------------------------------
003103* an entry's group is read off its after image, or its before
003104* image when the entry was a delete
003105*----------------------------------------------------------------
003106 SCAN-SEG-REC-SEC SECTION.
003107     READ  JSEG-IN
003108         AT END  SET  SCAN-EOF  TO  TRUE
003109     END-READ.
003110     IF  NOT  SCAN-EOF
003111         IF  JR-AFTER-IMAGE  OF  JSCAN-REC  =  SPACES
003112             MOVE  JR-BEFORE-IMAGE  OF  JSCAN-REC  TO  WS-IMG-R
003113         ELSE
003114             MOVE  JR-AFTER-IMAGE   OF  JSCAN-REC  TO  WS-IMG-R
003115         END-IF
003116         MOVE  JR-NUM1  OF  JSCAN-REC  TO  HC-NUM1-N
003117         MOVE  GROUP-1  OF  WS-IMG-R   TO  HC-GROUP
003118         MOVE  JR-DATE  OF  JSCAN-REC  TO  HC-DATE
003119         CALL  'HOLDCHK'  USING  WS-HOLDCHK-PARM
003120     END-IF.
003121 SCAN-SEG-REC-SEC-EX.
003122     EXIT.
003123/
003124 REWRITE-CATALOG-SEC  SECTION.
003125     OPEN  OUTPUT  JRNCAT-FILE.
003126     PERFORM  VARYING  CAT-IDX  FROM  1  BY  1
003127         UNTIL  CAT-IDX  >  WS-CAT-COUNT
003128         IF  CAT-KEEP(CAT-IDX)
003130             MOVE  SPACES                    TO  JRNCAT-REC
003140             MOVE  WS-CAT-NAME(CAT-IDX)      TO  AC-ARCHIVE-NAME
003150             MOVE  WS-CAT-RUN-DATE(CAT-IDX)  TO  AC-RUN-DATE
003160             MOVE  WS-CAT-GEN-SEQ(CAT-IDX)   TO  AC-GENERATION-SEQ
003165             MOVE  WS-CAT-REC-COUNT(CAT-IDX) TO  AC-REC-COUNT
003170             MOVE  WS-CAT-ENTITY(CAT-IDX)    TO  AC-ENTITY
003180             WRITE  JRNCAT-REC
003190         END-IF
003200     END-PERFORM.
