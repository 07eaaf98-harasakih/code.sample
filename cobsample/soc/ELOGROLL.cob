000120* layout. segments whose run date is older than the retention
000130* parameter are then deleted and retired from the catalog, the
000140* same purge ARCMAINT runs over the data archives.
000150* a segment a legal date hold covers is kept whatever its age,
000152* with a line naming the hold (see HOLDCHK).
000153*
000154* the OPSAUDIT operations audit trail rolls here too, to dated
000155* OAUD segments on the same catalog. it is hash-chained (see
000156* chnseal.cbl) and the chain runs on across segments: the roll
000157* is taken under the chain's lock so no line is sealed while the
000158* live file moves, and a segment retired has its first and last
000159* sequence and its last hash put on the chain's retired register
000160* first, so CHNVFY still verifies the history that is left. the
000161* audit trail was never purged before, and still is not unless
000162* the RETPOL file carries an OPSAUDIT class - the PARM and the
000163* LOGSEG class govern the ELOG and JLOG segments only.
000164*
000165* PARM: 3-digit retention days; missing or non-numeric PARM
000170* purges at the compiled-in default of 30.
000180*----------------------------------------------------------------
000190 ENVIRONMENT      DIVISION.
000340     SELECT  LOGCAT-FILE ASSIGN TO    LOGCAT
000350             ORGANIZATION  IS    LINE SEQUENTIAL
000360             FILE STATUS   IS    WS-LOGCAT-STATUS.
000362     SELECT  OLOG-IN     ASSIGN TO    OPSAUDIT
000364             ORGANIZATION  IS    LINE SEQUENTIAL
000366             FILE STATUS   IS    WS-OLOG-STATUS.
000367     SELECT  OSEG-OUT    ASSIGN TO    WS-OSEG-NAME
000368             ORGANIZATION  IS    LINE SEQUENTIAL
000370             FILE STATUS   IS    WS-OSEG-STATUS.
000372     SELECT  OSEG-IN     ASSIGN TO    WS-SCAN-NAME
000374             ORGANIZATION  IS    LINE SEQUENTIAL
000376             FILE STATUS   IS    WS-SCAN-STATUS.
000378
000380 DATA             DIVISION.
000390 FILE             SECTION.
000400 FD      ELOG-IN.
000410 01      ELOG-REC                     PIC  X(105).
000420
000430 FD      JLOG-IN.
000440 01      JLOG-REC                     PIC  X(60).
000450
000460 FD      ESEG-OUT.
000470 01      ESEG-REC                     PIC  X(105).
000480
000490 FD      JSEG-OUT.
000500 01      JSEG-REC                     PIC  X(60).
000520 FD      LOGCAT-FILE.
000530 01      LOGCAT-REC.
000540     COPY  arccat.
000542
000544 FD      OLOG-IN.
000546 01      OLOG-REC                     PIC  X(119).
000547
000548 FD      OSEG-OUT.
000549 01      OSEG-REC                     PIC  X(119).
000550
000551*    an OPSAUDIT line read for its seal (see OPSAUDIT)
000552 FD      OSEG-IN.
000553 01      OSCAN-REC.
000554     03  FILLER                       PIC  X(91).
000555     03  OS-CHAIN-SEQ                 PIC  X(09).
000556     03  FILLER                       PIC  X(01).
000557     03  OS-CHAIN-HASH                PIC  X(18).
000558
000560 WORKING-STORAGE  SECTION.
000570
000580 01  WS-STATUSES.
000610   03  WS-ESEG-STATUS          PIC  X(02).
000620   03  WS-JSEG-STATUS          PIC  X(02).
000630   03  WS-LOGCAT-STATUS        PIC  X(02).
000632   03  WS-OLOG-STATUS          PIC  X(02).
000634   03  WS-OSEG-STATUS          PIC  X(02).
000636   03  WS-SCAN-STATUS          PIC  X(02).
000640
000650 01  WS-SWITCHES.
000660   03  WS-EOF-SW               PIC  X(01).
000670     88  FILE-EOF                   VALUE  'Y'.
000680   03  WS-CAT-EOF-SW           PIC  X(01)  VALUE  'N'.
000690     88  CAT-EOF                    VALUE  'Y'.
000692   03  WS-SCAN-EOF-SW          PIC  X(01)  VALUE  'N'.
000694     88  SCAN-EOF                   VALUE  'Y'.
000696   03  WS-AUDIT-POLICY-SW      PIC  X(01)  VALUE  'N'.
000698     88  AUDIT-POLICY               VALUE  'Y'.
000700
000710 01  WS-PARM-LINE              PIC  X(03).
000720 01  WS-RETAIN-DAYS            PIC  9(03)        VALUE  30.
000725 01  WS-AUDIT-DAYS             PIC  9(03)        VALUE  0.
000730
000740 01  WS-SEG-NAMES.
000750   03  WS-ESEG-NAME.
000800     05  WS-JSEG-TAG           PIC  X(04).
000810     05  WS-JSEG-DATE          PIC  X(08).
000820     05  WS-JSEG-SEQ           PIC  9(04).
000822   03  WS-OSEG-NAME.
000824     05  WS-OSEG-TAG           PIC  X(04).
000826     05  WS-OSEG-DATE          PIC  X(08).
000828     05  WS-OSEG-SEQ           PIC  9(04).
000830
000840 01  WS-DATE-AREA.
000850   03  WS-TODAY                PIC  9(08).
000860   03  WS-TODAY-INT            PIC  9(08)  COMP.
000870   03  WS-CUTOFF-INT           PIC  9(08)  COMP.
000880   03  WS-CUTOFF-DATE          PIC  9(08).
000882   03  WS-AUDIT-CUTOFF-DATE    PIC  9(08).
000890
000900*----------------------------------------------------------------
000910* the catalog is small (three segments per cycle), so the purge
000920* loads it, decides each entry's fate, and rewrites the
000930* survivors in one pass - the same shape ARCMAINT carries
000940*----------------------------------------------------------------
000970     05  WS-CAT-NAME           PIC  X(16).
000980     05  WS-CAT-RUN-DATE       PIC  X(08).
000990     05  WS-CAT-GEN-SEQ        PIC  9(04).
000995     05  WS-CAT-REC-COUNT      PIC  9(07).
001000     05  WS-CAT-ENTITY         PIC  X(02).
001010     05  WS-CAT-KEEP-SW        PIC  X(01).
001020       88  CAT-KEEP                 VALUE 'Y'.
001030 01  WS-CAT-COUNT              PIC  9(05)  COMP  VALUE  0.
001060   03  WS-SEG-REC-COUNT        PIC  9(07)  COMP.
001070   03  WS-ESEG-GENS            PIC  9(04)  COMP  VALUE  0.
001080   03  WS-JSEG-GENS            PIC  9(04)  COMP  VALUE  0.
001085   03  WS-OSEG-GENS            PIC  9(04)  COMP  VALUE  0.
001090   03  WS-PURGED-COUNT         PIC  9(05)  COMP  VALUE  0.
001091   03  WS-DELETE-NAME          PIC  X(16).
001092   03  WS-CAT-ADD-NAME         PIC  X(16).
001093   03  WS-LEGAL-HELD-COUNT     PIC  9(05)  COMP  VALUE  0.
001094   03  WS-SCAN-NAME            PIC  X(16).
001095*
001096 01  WS-RESLOCK-PARM.
001097     COPY  reslock.
001098 01  WS-CHNSEAL-PARM.
001099     COPY  chnseal.
001100*    the sealed range a retiring audit segment holds
001101 01  WS-SEAL-RANGE.
001102   03  WS-SEAL-FIRST           PIC  9(09).
001103   03  WS-SEAL-LAST            PIC  9(09).
001104   03  WS-SEAL-HASH            PIC  9(18).
001105   03  WS-SEAL-FOUND-SW        PIC  X(01).
001111     88  SEAL-FOUND                 VALUE  'Y'.
001112
001113 01  WS-HOLDCHK-PARM.
001114     COPY  holdchk.
001115
001116 01  WS-RETPOL-PARM.
001117     COPY  retpol.
001120
001130 PROCEDURE        DIVISION.
001140 MAIN-SEC         SECTION.
001170     PERFORM  LOAD-CATALOG-SEC.
001180     PERFORM  ROLL-ELOG-SEC.
001190     PERFORM  ROLL-JLOG-SEC.
001195     PERFORM  ROLL-OLOG-SEC.
001200     PERFORM  PURGE-SEC.
001210     PERFORM  REWRITE-CATALOG-SEC.
001220     DISPLAY  'ELOGROLL: SEGMENTS RETIRED ' WS-PURGED-COUNT.
001222     DISPLAY  'ELOGROLL: SEGMENTS UNDER LEGAL HOLD '
001224              WS-LEGAL-HELD-COUNT.
001230     STOP RUN.
001240 MAIN-SEC-EX.
001250     EXIT.
001317         DISPLAY  'ELOGROLL: RETENTION POLICY APPLIED - '
001318                  'LOGSEG ' WS-RETAIN-DAYS ' DAYS'
001319     END-IF.
001320*    the audit trail's own class - with none, its segments are
001321*    kept for good, as the live file always was
001322     MOVE  'OPSAUDIT'  TO  RP-CLASS.
001323     CALL  'RETPOL'  USING  WS-RETPOL-PARM.
001324     IF  RP-FOUND
001325         SET   AUDIT-POLICY  TO  TRUE
001326         MOVE  RP-DAYS  TO  WS-AUDIT-DAYS
001327         DISPLAY  'ELOGROLL: RETENTION POLICY APPLIED - '
001328                  'OPSAUDIT ' WS-AUDIT-DAYS ' DAYS'
001329     ELSE
001330         DISPLAY  'ELOGROLL: NO OPSAUDIT RETENTION POLICY - '
001331                  'AUDIT SEGMENTS KEPT'
001332     END-IF.
001333 GET-PARM-SEC-EX.
001334     EXIT.
001340/
001350 LOAD-CATALOG-SEC SECTION.
001360     OPEN  INPUT  LOGCAT-FILE.
001560                 MOVE  AC-GENERATION-SEQ
001561                                 TO  WS-CAT-GEN-SEQ(CAT-IDX)
001570                 MOVE  AC-REC-COUNT
001573                                 TO  WS-CAT-REC-COUNT(CAT-IDX)
001576                 MOVE  AC-ENTITY
001580                                 TO  WS-CAT-ENTITY(CAT-IDX)
001590                 IF  WS-CAT-NAME(CAT-IDX)(1:4)  =  'ELOG'
001600                     ADD  1  TO  WS-ESEG-GENS
001610                 END-IF
001620                 IF  WS-CAT-NAME(CAT-IDX)(1:4)  =  'JLOG'
001630                     ADD  1  TO  WS-JSEG-GENS
001640                 END-IF
001642                 IF  WS-CAT-NAME(CAT-IDX)(1:4)  =  'OAUD'
001643                     ADD  1  TO  WS-OSEG-GENS
001644                 END-IF
001645             END-IF
001650     END-READ.
001660 READ-CATALOG-SEC-EX.
002450 ROLL-JLOG-SEC-EX.
002460     EXIT.
002470/
002471*----------------------------------------------------------------
002472* the audit trail rolls like the other two, but under its
002473* chain's lock, as a caller sealing a line holds it, so no line
002474* lands in the live file while it is moved; a chain that cannot
002475* be had is left to the next run
002476*----------------------------------------------------------------
002477 ROLL-OLOG-SEC    SECTION.
002478     SET   RL-ENQ      TO  TRUE.
002479     MOVE  'OPSAU'     TO  RL-RESOURCE.
002480     MOVE  'ELOGROLL'  TO  RL-HOLDER.
002481     MOVE  SPACES      TO  RL-KEY.
002482     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
002483     IF  RL-BUSY
002484         DISPLAY  'ELOGROLL: AUDIT CHAIN HELD BY '
002485                  RL-CURRENT-HOLDER ' - OPSAUDIT NOT ROLLED'
002486         MOVE  4  TO  RETURN-CODE
002487         GO TO  ROLL-OLOG-SEC-EX
002488     END-IF.
002489     MOVE  'N'  TO  WS-EOF-SW.
002490     MOVE  0    TO  WS-SEG-REC-COUNT.
002491     OPEN  INPUT  OLOG-IN.
002492     IF  WS-OLOG-STATUS  NOT =  '00'
002493         SET  FILE-EOF  TO  TRUE
002494     END-IF.
002495     IF  NOT  FILE-EOF
002496         MOVE  'OAUD'            TO  WS-OSEG-TAG
002497         MOVE  WS-TODAY          TO  WS-OSEG-DATE
002498         COMPUTE  WS-OSEG-SEQ  =  WS-OSEG-GENS  +  1
002499         OPEN  OUTPUT  OSEG-OUT
002500         PERFORM  UNTIL  FILE-EOF
002501             READ  OLOG-IN
002502                 AT END      SET  FILE-EOF  TO  TRUE
002503                 NOT AT END  MOVE  OLOG-REC  TO  OSEG-REC
002504                             WRITE  OSEG-REC
002505                             ADD  1  TO  WS-SEG-REC-COUNT
002506             END-READ
002507         END-PERFORM
002508         CLOSE  OLOG-IN
002509         CLOSE  OSEG-OUT
002510         IF  WS-SEG-REC-COUNT  >  0
002511             OPEN   OUTPUT  OLOG-IN
002512             CLOSE  OLOG-IN
002513             MOVE  WS-OSEG-NAME  TO  WS-CAT-ADD-NAME
002514             PERFORM  ADD-CATALOG-SEC
002515             DISPLAY  'ELOGROLL: OPSAUDIT ROLLED TO '
002516                      WS-OSEG-NAME  ' ('  WS-SEG-REC-COUNT
002517                      ' RECORDS)'
002518         ELSE
002519             CALL  'CBL_DELETE_FILE'  USING  WS-OSEG-NAME
002520         END-IF
002521     END-IF.
002522     SET   RL-DEQ      TO  TRUE.
002523     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
002524 ROLL-OLOG-SEC-EX.
002525     EXIT.
002526/
002528 ADD-CATALOG-SEC  SECTION.
002530     IF  WS-CAT-COUNT  <  500
002532         ADD  1  TO  WS-CAT-COUNT
002534         SET  CAT-IDX  TO  WS-CAT-COUNT
002536         MOVE  WS-CAT-ADD-NAME   TO  WS-CAT-NAME(CAT-IDX)
002538         MOVE  WS-TODAY          TO  WS-CAT-RUN-DATE(CAT-IDX)
002540         MOVE  WS-CAT-NAME(CAT-IDX)(13:4)
002550               TO  WS-CAT-GEN-SEQ(CAT-IDX)
002555         MOVE  WS-SEG-REC-COUNT  TO  WS-CAT-REC-COUNT(CAT-IDX)
002560         MOVE  SPACES            TO  WS-CAT-ENTITY(CAT-IDX)
002570         MOVE  'Y'               TO  WS-CAT-KEEP-SW(CAT-IDX)
002580     END-IF.
002590 ADD-CATALOG-SEC-EX.
002680     COMPUTE  WS-CUTOFF-INT =  WS-TODAY-INT  -  WS-RETAIN-DAYS.
002690     COMPUTE  WS-CUTOFF-DATE  =
002700              FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).
002702     MOVE  0  TO  WS-AUDIT-CUTOFF-DATE.
002704     IF  AUDIT-POLICY
002706         COMPUTE  WS-CUTOFF-INT =  WS-TODAY-INT  -  WS-AUDIT-DAYS
002707         COMPUTE  WS-AUDIT-CUTOFF-DATE  =
002708                  FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
002709     END-IF.
002710     PERFORM  VARYING  CAT-IDX  FROM  1  BY  1
002720         UNTIL  CAT-IDX  >  WS-CAT-COUNT
002722         EVALUATE  TRUE
002724             WHEN  WS-CAT-NAME(CAT-IDX)(1:4)  =  'OAUD'
002726               AND  WS-CAT-RUN-DATE(CAT-IDX)
002727                       <  WS-AUDIT-CUTOFF-DATE
002728                 PERFORM  RETIRE-SEG-SEC
002730             WHEN  WS-CAT-NAME(CAT-IDX)(1:4)  =  'OAUD'
002732                 MOVE  'Y'  TO  WS-CAT-KEEP-SW(CAT-IDX)
002734             WHEN  WS-CAT-RUN-DATE(CAT-IDX)  <  WS-CUTOFF-DATE
002740                 PERFORM  RETIRE-SEG-SEC
002790             WHEN  OTHER
002800                 MOVE  'Y'  TO  WS-CAT-KEEP-SW(CAT-IDX)
002810         END-EVALUATE
002820     END-PERFORM.
002830 PURGE-SEC-EX.
002831     EXIT.
002832/
002833*----------------------------------------------------------------
002834* a segment past retention is still kept while a legal date
002835* hold covers the run it was rolled on (see HOLDCHK)
002836*----------------------------------------------------------------
002837 RETIRE-SEG-SEC   SECTION.
002838     MOVE  WS-CAT-NAME(CAT-IDX)  TO  WS-DELETE-NAME.
002839     MOVE  SPACES                TO  HC-NUM1  HC-GROUP.
002840     MOVE  WS-CAT-RUN-DATE(CAT-IDX)  TO  HC-DATE.
002841     CALL  'HOLDCHK'  USING  WS-HOLDCHK-PARM.
002842     IF  HC-HELD
002843         MOVE  'Y'  TO  WS-CAT-KEEP-SW(CAT-IDX)
002844         ADD  1  TO  WS-LEGAL-HELD-COUNT
002845         DISPLAY  'ELOGROLL: ' WS-DELETE-NAME
002846                  ' PAST RETENTION BUT UNDER LEGAL HOLD '
002847                  HC-HOLD-ID ' (' HC-HOLD-TYPE ') - KEPT'
002848         GO TO  RETIRE-SEG-SEC-EX
002849     END-IF.
002850     IF  WS-DELETE-NAME(1:4)  =  'OAUD'
002851         PERFORM  REGISTER-SEG-SEC
002852     END-IF.
002859     MOVE  'N'  TO  WS-CAT-KEEP-SW(CAT-IDX).
002860     CALL  'CBL_DELETE_FILE'  USING  WS-DELETE-NAME.
002861     ADD  1  TO  WS-PURGED-COUNT.
002862     DISPLAY  'ELOGROLL: RETIRED ' WS-DELETE-NAME.
002863 RETIRE-SEG-SEC-EX.
002864     EXIT.
002865/
002866*----------------------------------------------------------------
002867* a retiring audit segment's sealed range onto the audit
002868* chain's retired register - lines from before the chain began
002869* carry no seal and are passed over
002870*----------------------------------------------------------------
002871 REGISTER-SEG-SEC SECTION.
002872     MOVE  WS-DELETE-NAME  TO  WS-SCAN-NAME.
002873     MOVE  'N'  TO  WS-SCAN-EOF-SW  WS-SEAL-FOUND-SW.
002874     OPEN  INPUT  OSEG-IN.
002875     IF  WS-SCAN-STATUS  NOT =  '00'
002876         GO TO  REGISTER-SEG-SEC-EX
002877     END-IF.
002878     PERFORM  UNTIL  SCAN-EOF
002879         READ  OSEG-IN
002880             AT END  SET  SCAN-EOF  TO  TRUE
002881             NOT AT END
002882                 IF  OS-CHAIN-SEQ  IS  NUMERIC
002883                     AND  OS-CHAIN-SEQ  NOT =  ZERO
002884                     IF  NOT  SEAL-FOUND
002885                         SET   SEAL-FOUND  TO  TRUE
002886                         MOVE  OS-CHAIN-SEQ   TO  WS-SEAL-FIRST
002887                     END-IF
002888                     MOVE  OS-CHAIN-SEQ   TO  WS-SEAL-LAST
002889                     MOVE  OS-CHAIN-HASH  TO  WS-SEAL-HASH
002890                 END-IF
002891         END-READ
002892     END-PERFORM.
002893     CLOSE  OSEG-IN.
002894     IF  SEAL-FOUND
002895         SET   CS-REGISTER     TO  TRUE
002896         MOVE  'OPSAUDIT'      TO  CS-CHAIN
002897         MOVE  'ELOGROLL'      TO  CS-HOLDER
002898         MOVE  WS-DELETE-NAME  TO  CS-SEGMENT
002899         MOVE  WS-SEAL-FIRST   TO  CS-FIRST-SEQ
002900         MOVE  WS-SEAL-LAST    TO  CS-SEQ
002901         MOVE  WS-SEAL-HASH    TO  CS-HASH
002902         CALL  'CHNSEAL'  USING  WS-CHNSEAL-PARM  OSCAN-REC
002903     END-IF.
002904 REGISTER-SEG-SEC-EX.
002905     EXIT.
002906/
002908 REWRITE-CATALOG-SEC  SECTION.
002910     OPEN  OUTPUT  LOGCAT-FILE.
002912     PERFORM  VARYING  CAT-IDX  FROM  1  BY  1
002914         UNTIL  CAT-IDX  >  WS-CAT-COUNT
002916         IF  CAT-KEEP(CAT-IDX)
002918             MOVE  SPACES                    TO  LOGCAT-REC
002920             MOVE  WS-CAT-NAME(CAT-IDX)      TO  AC-ARCHIVE-NAME
002930             MOVE  WS-CAT-RUN-DATE(CAT-IDX)  TO  AC-RUN-DATE
002940             MOVE  WS-CAT-GEN-SEQ(CAT-IDX)   TO  AC-GENERATION-SEQ
002945             MOVE  WS-CAT-REC-COUNT(CAT-IDX) TO  AC-REC-COUNT
002950             MOVE  WS-CAT-ENTITY(CAT-IDX)    TO  AC-ENTITY
002960             WRITE  LOGCAT-REC
002970         END-IF
002980     END-PERFORM.
