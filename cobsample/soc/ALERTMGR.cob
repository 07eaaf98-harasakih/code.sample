000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      ALERTMGR.
000030*
000040*----------------------------------------------------------------
000050* alert lifecycle utility over the OPALERT operations alert
000060* file. ERRLOG, FILEIO and BATCHDRV only ever append to OPALERT;
000070* nothing said who picked an alert up, whether it was dealt
000080* with, or how long it sat. every run of this program first
000090* takes the OPALERT lines written since its last run onto the
000100* ALRTREG alert register (see alrtreg.cbl), each under a new
000110* alert id with status open, and then does what PARM asks:
000120*   positions 1-8   the acting operator id
000130*   position 9      'A' acknowledge an alert - the operator
000140*                   owns it from here
000150*                   'C' close an alert (a remark is required);
000160*                   closing one never acknowledged stamps the
000170*                   acknowledgment with the close
000180*                   'E' escalation pass - every alert still open
000190*                   past its severity's limit on ALRTLIM is
000200*                   re-raised once to the ALRTESC second-level
000210*                   escalation file. schedule it at least every
000220*                   quarter hour round the clock
000230*                   'R' daily report ALRTRPT - counts, mean time
000240*                   to acknowledge and mean time to close for
000250*                   the alerts raised on one day
000260*                   'L' list the alerts not yet closed to the
000270*                   job log
000280*   positions 10-15 the alert id (A and C)
000290*                   for R, positions 10-17 the report date
000300*                   YYYYMMDD - blank reports today
000310*   positions 16-45 the remark (A and C)
000320*
000330* OPALERT lines carry the cycle date from DATECALC, not the
000340* clock date, so an alert is dated by the run that takes it:
000350* its own time of day on today, or on yesterday when that time
000360* is still ahead of now. a line stamped more than four days
000370* back - the first take of an old file - keeps its own date.
000380* the count of OPALERT lines already taken is kept on ALRTCTL;
000390* an OPALERT found shorter than that has been started afresh
000400* and is taken again from its first line.
000410*
000420* acknowledgments and closes are recorded on the register with
000430* the operator, the date and time and the remark, and each also
000431* lands on the OPSAUDIT trail.
000432*
000433* the register is rewritten whole, so every run takes its RESLOCK
000434* lock (ALERT) before loading it and holds it until the register
000435* is back - an acknowledgment cannot slip in between another
000436* run's load and its rewrite and be written over.
000440*
000460* return codes: 0 done, 4 nothing to do (already acknowledged
000470* or closed) or alerts escalated, 8 request not valid or alert
000475* not on the register, 16 register too big for the table or held
000480* by another run - run refused, register untouched.
000500*----------------------------------------------------------------
000510 ENVIRONMENT      DIVISION.
000520 INPUT-OUTPUT     SECTION.
000530 FILE-CONTROL.
000540     SELECT  REG-FILE    ASSIGN TO   ALRTREG
000550             ORGANIZATION  IS    LINE SEQUENTIAL
000560             FILE STATUS   IS    WS-REG-STATUS.
000570     SELECT  CTL-FILE    ASSIGN TO   ALRTCTL
000580             ORGANIZATION  IS    LINE SEQUENTIAL
000590             FILE STATUS   IS    WS-CTL-STATUS.
000600     SELECT  ALERT-IN    ASSIGN TO   OPALERT
000610             ORGANIZATION  IS    LINE SEQUENTIAL
000620             FILE STATUS   IS    WS-ALERT-STATUS.
000630     SELECT  LIM-FILE    ASSIGN TO   ALRTLIM
000640             ORGANIZATION  IS    LINE SEQUENTIAL
000650             FILE STATUS   IS    WS-LIM-STATUS.
000660     SELECT  ESC-FILE    ASSIGN TO   ALRTESC
000670             ORGANIZATION  IS    LINE SEQUENTIAL
000680             FILE STATUS   IS    WS-ESC-STATUS.
000690     SELECT  ALRT-RPT    ASSIGN TO   ALRTRPT
000700             ORGANIZATION  IS    LINE SEQUENTIAL
000710             FILE STATUS   IS    WS-RPT-STATUS.
000720
000730 DATA             DIVISION.
000740 FILE             SECTION.
000750 FD      REG-FILE.
000760 01      REG-REC.
000770     COPY  alrtreg.
000780*
000790*    the take point: OPALERT lines already on the register
000800 FD      CTL-FILE.
000810 01      CTL-REC.
000820     03  CT-TAKEN                     PIC  9(07).
000830     03  FILLER                       PIC  X(01).
000840     03  CT-DATE                      PIC  X(08).
000850     03  FILLER                       PIC  X(01).
000860     03  CT-TIME                      PIC  X(08).
000870*
000880*    OPALERT carries two line shapes: the ERRLOG-routed alert
000890*    leads with its date and time and carries the ERRLOG
000900*    severity, the lines FILEIO and BATCHDRV write lead with
000910*    the program name
000920 FD      ALERT-IN.
000930 01      ALERT-REC.
000940     03  AL-DATE                      PIC  X(08).
000950     03  FILLER                       PIC  X(01).
000960     03  AL-TIME                      PIC  X(08).
000970     03  FILLER                       PIC  X(01).
000980     03  AL-SEV                       PIC  X(01).
000990     03  FILLER                       PIC  X(01).
001000     03  AL-PROGRAM                   PIC  X(08).
001010     03  FILLER                       PIC  X(01).
001020     03  AL-SECTION                   PIC  X(20).
001030     03  FILLER                       PIC  X(01).
001040     03  AL-MSG                       PIC  X(40).
001050     03  FILLER                       PIC  X(18).
001060 01      ALERT-PGM-REC.
001070     03  AP-PROGRAM                   PIC  X(08).
001080     03  FILLER                       PIC  X(01).
001090     03  AP-DATE                      PIC  X(08).
001100     03  FILLER                       PIC  X(01).
001110     03  AP-TIME                      PIC  X(08).
001120     03  FILLER                       PIC  X(01).
001130     03  AP-TEXT                      PIC  X(73).
001140*
001150*    one card per severity: the severity in column 1 and the
001160*    minutes an alert of it may stay open in columns 3-6
001170 FD      LIM-FILE.
001180 01      LIM-REC.
001190     03  LM-SEVERITY                  PIC  X(01).
001200     03  FILLER                       PIC  X(01).
001210     03  LM-MINUTES                   PIC  X(04).
001220     03  FILLER                       PIC  X(74).
001230*
001240 FD      ESC-FILE.
001250 01      ESC-REC.
001260     03  EX-DATE                      PIC  X(08).
001270     03  FILLER                       PIC  X(01).
001280     03  EX-TIME                      PIC  X(08).
001290     03  FILLER                       PIC  X(01).
001300     03  EX-TAG                       PIC  X(08).
001310     03  FILLER                       PIC  X(01).
001320     03  EX-ALERT-ID                  PIC  9(06).
001330     03  FILLER                       PIC  X(01).
001340     03  EX-SEVERITY                  PIC  X(01).
001350     03  FILLER                       PIC  X(01).
001360     03  EX-RAISED-DATE               PIC  9(08).
001370     03  FILLER                       PIC  X(01).
001380     03  EX-RAISED-TIME               PIC  9(08).
001390     03  FILLER                       PIC  X(01).
001400     03  EX-PROGRAM                   PIC  X(08).
001410     03  FILLER                       PIC  X(01).
001420     03  EX-TEXT                      PIC  X(40).
001430     03  EX-OPEN-TAG                  PIC  X(06).
001440     03  EX-OPEN-MINS                 PIC  ZZZZZZ9.
001450     03  EX-MINS-TAG                  PIC  X(05).
001460*
001470 FD      ALRT-RPT.
001480 01      RPT-LINE                     PIC  X(80).
001490
001500 WORKING-STORAGE  SECTION.
001510
001520 01  WS-STATUSES.
001530   03  WS-REG-STATUS           PIC  X(02).
001540   03  WS-CTL-STATUS           PIC  X(02).
001550   03  WS-ALERT-STATUS         PIC  X(02).
001560   03  WS-LIM-STATUS           PIC  X(02).
001570   03  WS-ESC-STATUS           PIC  X(02).
001580   03  WS-RPT-STATUS           PIC  X(02).
001590
001600 01  WS-SWITCHES.
001610   03  WS-EOF-SW               PIC  X(01)  VALUE  'N'.
001620     88  FILE-EOF                   VALUE  'Y'.
001630   03  WS-FOUND-SW             PIC  X(01)  VALUE  'N'.
001640     88  ALERT-FOUND                VALUE  'Y'.
001650   03  WS-OVERFLOW-SW          PIC  X(01)  VALUE  'N'.
001660     88  REGISTER-OVERFLOWED        VALUE  'Y'.
001662   03  WS-STAMP-SW             PIC  X(01).
001664     88  STAMP-VALID                VALUE  'Y'.
001666   03  WS-REGLOCK-SW           PIC  X(01)  VALUE  'N'.
001670     88  REGISTER-LOCKED            VALUE  'Y'.
001690
001700 01  WS-PARM-AREA.
001710   03  WS-PARM-LINE            PIC  X(45).
001720   03  WS-ACTOR                PIC  X(08).
001730   03  WS-FUNCTION             PIC  X(01).
001740     88  WS-FUNC-ACK                VALUE 'A'.
001750     88  WS-FUNC-CLOSE              VALUE 'C'.
001760     88  WS-FUNC-ESCALATE           VALUE 'E'.
001770     88  WS-FUNC-REPORT             VALUE 'R'.
001780     88  WS-FUNC-LIST               VALUE 'L'.
001790   03  WS-REQ-ID               PIC  X(06).
001800   03  WS-REQ-ID-N  REDEFINES  WS-REQ-ID  PIC  9(06).
001810   03  WS-REQ-REMARK           PIC  X(30).
001820   03  WS-RPT-DATE             PIC  X(08).
001830
001840 01  WS-DATE-AREA.
001850   03  WS-TODAY                PIC  9(08).
001860   03  WS-YESTERDAY            PIC  9(08).
001870   03  WS-NOW-TIME             PIC  9(08).
001880   03  WS-TODAY-INT            PIC  9(08)  COMP.
001890   03  WS-NOW-MINS             PIC S9(11)  COMP.
001900*    a date and time to turn into minutes since the calendar
001910*    origin - STAMP-MINS-SEC
001920   03  WS-STAMP-DATE           PIC  X(08).
001930   03  WS-STAMP-DATE-R  REDEFINES  WS-STAMP-DATE.
001940     05  WS-STAMP-CCYY         PIC  9(04).
001950     05  WS-STAMP-MO           PIC  9(02).
001960     05  WS-STAMP-DD           PIC  9(02).
001970   03  WS-STAMP-DATE-N  REDEFINES  WS-STAMP-DATE  PIC  9(08).
001980   03  WS-STAMP-TIME           PIC  X(08).
001990   03  WS-STAMP-TIME-R  REDEFINES  WS-STAMP-TIME.
002000     05  WS-STAMP-HH           PIC  9(02).
002010     05  WS-STAMP-MM           PIC  9(02).
002020     05  FILLER                PIC  X(04).
002030   03  WS-STAMP-INT            PIC  9(08)  COMP.
002040   03  WS-STAMP-MINS           PIC S9(11)  COMP.
002050   03  WS-RAISED-MINS          PIC S9(11)  COMP.
002060   03  WS-ELAPSED-MINS         PIC S9(11)  COMP.
002070
002080*----------------------------------------------------------------
002090* the whole register, loaded up front and rewritten in one pass
002100* - the HOLDMNT shape. closed alerts stay on it, so a register
002110* past the table REFUSES the run (RC 16) rather than rewrite it
002120* short and lose an alert's history
002130*----------------------------------------------------------------
002140 01  WS-ALERT-TABLE.
002150   03  WS-ALR-IMAGE            PIC  X(214)
002160                               OCCURS  2000  TIMES
002170                               INDEXED BY  ALR-IDX.
002180 01  WS-ALERT-COUNT            PIC  9(04)  COMP  VALUE  0.
002190 01  WS-NEXT-ID                PIC  9(06)  VALUE  1.
002200
002210 01  WS-INTAKE-AREA.
002220   03  WS-TAKEN-COUNT          PIC  9(07)  VALUE  0.
002230   03  WS-LINE-COUNT           PIC  9(07)  COMP.
002240   03  WS-NEW-COUNT            PIC  9(05)  COMP  VALUE  0.
002250   03  WS-LINE-DATE            PIC  X(08).
002260   03  WS-LINE-TIME            PIC  X(08).
002270
002280*----------------------------------------------------------------
002290* minutes an alert may stay open, by severity: the defaults
002300* stand for any severity ALRTLIM does not name
002310*----------------------------------------------------------------
002320 01  WS-LIMIT-TABLE.
002330   03  FILLER                  PIC  X(05)  VALUE  'E0015'.
002340   03  FILLER                  PIC  X(05)  VALUE  'W0060'.
002350   03  FILLER                  PIC  X(05)  VALUE  'I0240'.
002360 01  WS-LIMIT-TABLE-R  REDEFINES  WS-LIMIT-TABLE.
002370   03  WS-LIMIT-ENTRY          OCCURS  3  TIMES.
002380     05  WS-LIMIT-SEV          PIC  X(01).
002390     05  WS-LIMIT-MINS         PIC  9(04).
002400 01  WS-LIMIT-SUB              PIC  9(01)  COMP.
002410 01  WS-ALERT-LIMIT            PIC  9(04).
002420 01  WS-ESC-COUNT              PIC  9(05)  COMP  VALUE  0.
002430
002440*----------------------------------------------------------------
002450* the daily report's tallies: by severity (E, W, I, other), by
002460* status, escalated, and the minutes to acknowledge and to
002470* close summed over the alerts that have them
002480*----------------------------------------------------------------
002490 01  WS-REPORT-AREA.
002500   03  WS-RPT-TOTAL            PIC  9(05)  COMP.
002510   03  WS-RPT-SEV-COUNT        PIC  9(05)  COMP  OCCURS  4.
002520   03  WS-RPT-OPEN             PIC  9(05)  COMP.
002530   03  WS-RPT-ACKD             PIC  9(05)  COMP.
002540   03  WS-RPT-CLOSED           PIC  9(05)  COMP.
002550   03  WS-RPT-ESCALATED        PIC  9(05)  COMP.
002560   03  WS-ACK-N                PIC  9(05)  COMP.
002570   03  WS-ACK-SUM              PIC  9(09)  COMP.
002580   03  WS-CLOSE-N              PIC  9(05)  COMP.
002590   03  WS-CLOSE-SUM            PIC  9(09)  COMP.
002600   03  WS-MEAN-MINS            PIC  9(07)  COMP.
002610 01  WS-SEV-SUB                PIC  9(01)  COMP.
002620 01  WS-SEV-NAMES              PIC  X(40)  VALUE
002630     'ERROR     WARNING   INFO      OTHER     '.
002640 01  WS-SEV-NAMES-R  REDEFINES  WS-SEV-NAMES.
002650   03  WS-SEV-NAME             PIC  X(10)  OCCURS  4.
002660
002670 01  RPT-HEAD-LINE.
002680   03  FILLER                  PIC  X(27)  VALUE
002690       'ALERTMGR  ALERTS RAISED ON '.
002700   03  RPT-HEAD-DATE           PIC  X(08).
002710   03  FILLER                  PIC  X(10)  VALUE  '   RUN ON '.
002720   03  RPT-HEAD-TODAY          PIC  9(08).
002730 01  RPT-DETAIL-LINE.
002740   03  RD-ALERT-ID             PIC  9(06).
002750   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002760   03  RD-SEVERITY             PIC  X(01).
002770   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002780   03  RD-STATUS               PIC  X(01).
002790   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002800   03  RD-ESC                  PIC  X(01).
002810   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002820   03  RD-RAISED               PIC  9(08).
002830   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002840   03  RD-PROGRAM              PIC  X(08).
002850   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002860   03  RD-TEXT                 PIC  X(28).
002870   03  RD-ACK-MINS             PIC  ZZZZZZ9.
002880   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002890   03  RD-CLOSE-MINS           PIC  ZZZZZZ9.
002900 01  RPT-COUNT-LINE.
002910   03  RC-NAME                 PIC  X(30).
002920   03  RC-COUNT                PIC  ZZZZZZ9.
002930 01  RPT-MEAN-LINE.
002940   03  RM-NAME                 PIC  X(30).
002950   03  RM-MINS                 PIC  ZZZZZZ9.
002960   03  FILLER                  PIC  X(07)  VALUE  ' MINS  '.
002970   03  RM-OVER                 PIC  X(06)  VALUE  'OVER '.
002980   03  RM-N                    PIC  ZZZZ9.
002990   03  FILLER                  PIC  X(07)  VALUE  ' ALERTS'.
003000
003010 01  WS-ERRLOG-PARM.
003020     COPY  errlog.
003030
003032 01  WS-OPSAUDIT-PARM.
003034     COPY  opsaudit.
003036
003038 01  WS-RESLOCK-PARM.
003040     COPY  reslock.
003060
003070 PROCEDURE        DIVISION.
003080 MAIN-SEC         SECTION.
003090     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
003100     MOVE  WS-PARM-LINE(1:8)    TO  WS-ACTOR.
003110     MOVE  WS-PARM-LINE(9:1)    TO  WS-FUNCTION.
003120     MOVE  WS-PARM-LINE(10:6)   TO  WS-REQ-ID.
003130     MOVE  WS-PARM-LINE(16:30)  TO  WS-REQ-REMARK.
003140     MOVE  WS-PARM-LINE(10:8)   TO  WS-RPT-DATE.
003150     ACCEPT  WS-TODAY     FROM  DATE  YYYYMMDD.
003160     ACCEPT  WS-NOW-TIME  FROM  TIME.
003170     COMPUTE  WS-TODAY-INT  =  FUNCTION INTEGER-OF-DATE(WS-TODAY).
003180     COMPUTE  WS-YESTERDAY  =
003190              FUNCTION DATE-OF-INTEGER(WS-TODAY-INT  -  1).
003200     MOVE  WS-TODAY     TO  WS-STAMP-DATE.
003210     MOVE  WS-NOW-TIME  TO  WS-STAMP-TIME.
003220     PERFORM  STAMP-MINS-SEC.
003221     MOVE  WS-STAMP-MINS  TO  WS-NOW-MINS.
003222     PERFORM  HOLD-REG-SEC.
003223     IF  NOT  REGISTER-LOCKED
003224         STOP RUN
003225     END-IF.
003230     PERFORM  LOAD-REG-SEC.
003250     IF  NOT  REGISTER-OVERFLOWED
003260         PERFORM  INTAKE-SEC
003270     END-IF.
003280     IF  REGISTER-OVERFLOWED
003290         DISPLAY  'ALERTMGR: ALERT REGISTER EXCEEDS THE TABLE -'
003300                  ' RUN REFUSED, REGISTER UNTOUCHED'
003310         MOVE  'ALERTMGR'     TO  EL-PROGRAM
003320         MOVE  'MAIN-SEC'     TO  EL-SECTION
003330         MOVE  'ALERT REGISTER FULL - RUN REFUSED'  TO  EL-MSG
003340         SET   EL-ERROR       TO  TRUE
003350         MOVE  16             TO  EL-RETURN-CODE
003355         MOVE  'ALRTM001'     TO  EL-MSG-ID
003356         CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
003357         PERFORM  FREE-REG-SEC
003358         MOVE  16  TO  RETURN-CODE
003359         STOP RUN
003360     END-IF.
003400     EVALUATE  TRUE
003410         WHEN  WS-FUNC-ACK
003420             PERFORM  ACK-SEC
003430         WHEN  WS-FUNC-CLOSE
003440             PERFORM  CLOSE-SEC
003450         WHEN  WS-FUNC-ESCALATE
003460             PERFORM  ESCALATE-SEC
003470         WHEN  WS-FUNC-REPORT
003480             PERFORM  REPORT-SEC
003490         WHEN  WS-FUNC-LIST
003500             PERFORM  LIST-SEC
003510         WHEN  OTHER
003520             DISPLAY  'ALERTMGR: UNKNOWN FUNCTION ' WS-FUNCTION
003521             MOVE  8  TO  RETURN-CODE
003522     END-EVALUATE.
003523     PERFORM  FREE-REG-SEC.
003524     STOP RUN.
003525 MAIN-SEC-EX.
003526     EXIT.
003527/
003528*----------------------------------------------------------------
003529* the register's lock, taken before it is loaded so the copy in
003530* the table is the one this run writes back
003531*----------------------------------------------------------------
003532 HOLD-REG-SEC     SECTION.
003533     SET   RL-ENQ       TO  TRUE.
003534     MOVE  'ALERT'      TO  RL-RESOURCE.
003535     MOVE  'ALERTMGR'   TO  RL-HOLDER.
003536     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
003537     IF  RL-BUSY
003538         DISPLAY  'ALERTMGR: ALERT REGISTER HELD BY '
003539                  RL-CURRENT-HOLDER ' - RUN REFUSED'
003540         MOVE  'ALERTMGR'     TO  EL-PROGRAM
003541         MOVE  'HOLD-REG-SEC' TO  EL-SECTION
003542         MOVE  'ALERT REGISTER HELD - RUN REFUSED'  TO  EL-MSG
003543         SET   EL-ERROR       TO  TRUE
003544         MOVE  16             TO  EL-RETURN-CODE
003545         MOVE  'ALRTM002'     TO  EL-MSG-ID
003546         CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
003547         MOVE  16  TO  RETURN-CODE
003548     ELSE
003549         SET   REGISTER-LOCKED  TO  TRUE
003550     END-IF.
003551 HOLD-REG-SEC-EX.
003552     EXIT.
003553/
003554 FREE-REG-SEC     SECTION.
003555     IF  REGISTER-LOCKED
003556         SET   RL-DEQ     TO  TRUE
003557         CALL  'RESLOCK'  USING  WS-RESLOCK-PARM
003558         MOVE  'N'  TO  WS-REGLOCK-SW
003559     END-IF.
003560 FREE-REG-SEC-EX.
003561     EXIT.
003562/
003590 LOAD-REG-SEC     SECTION.
003600     MOVE  'N'  TO  WS-EOF-SW.
003610     OPEN  INPUT  REG-FILE.
003620     IF  WS-REG-STATUS  NOT =  '00'
003630         SET  FILE-EOF  TO  TRUE
003640     END-IF.
003650     PERFORM  READ-REG-SEC  UNTIL  FILE-EOF.
003660     IF  WS-REG-STATUS  =  '00'  OR  WS-REG-STATUS  =  '10'
003670         CLOSE  REG-FILE
003680     END-IF.
003690 LOAD-REG-SEC-EX.
003700     EXIT.
003710/
003720 READ-REG-SEC     SECTION.
003730     READ  REG-FILE
003740         AT END      SET  FILE-EOF  TO  TRUE
003750         NOT AT END
003760             IF  AR-ALERT-ID  IS  NUMERIC
003770                 IF  WS-ALERT-COUNT  <  2000
003780                     ADD  1  TO  WS-ALERT-COUNT
003790                     SET  ALR-IDX  TO  WS-ALERT-COUNT
003800                     MOVE  REG-REC  TO  WS-ALR-IMAGE(ALR-IDX)
003810                     IF  AR-ALERT-ID  NOT <  WS-NEXT-ID
003820                         COMPUTE  WS-NEXT-ID  =  AR-ALERT-ID + 1
003830                     END-IF
003840                 ELSE
003850                     SET  REGISTER-OVERFLOWED  TO  TRUE
003860                 END-IF
003870             END-IF
003880     END-READ.
003890 READ-REG-SEC-EX.
003900     EXIT.
003910/
003920*----------------------------------------------------------------
003930* take the OPALERT lines written since the last run onto the
003940* register. a first pass counts the file, so one started afresh
003950* since the last take is caught and taken from its first line.
003960* if the new alerts will not fit, nothing is taken and the
003970* register and the take point are left as they were
003980*----------------------------------------------------------------
003990 INTAKE-SEC       SECTION.
004000     MOVE  0  TO  WS-TAKEN-COUNT.
004010     OPEN  INPUT  CTL-FILE.
004020     IF  WS-CTL-STATUS  =  '00'
004030         READ  CTL-FILE
004040             NOT AT END
004050                 IF  CT-TAKEN  IS  NUMERIC
004060                     MOVE  CT-TAKEN  TO  WS-TAKEN-COUNT
004070                 END-IF
004080         END-READ
004090         CLOSE  CTL-FILE
004100     END-IF.
004110     MOVE  0    TO  WS-LINE-COUNT.
004120     MOVE  'N'  TO  WS-EOF-SW.
004130     OPEN  INPUT  ALERT-IN.
004140     IF  WS-ALERT-STATUS  NOT =  '00'
004150         GO TO  INTAKE-SEC-EX
004160     END-IF.
004170     PERFORM  COUNT-ALERT-SEC  UNTIL  FILE-EOF.
004180     CLOSE  ALERT-IN.
004190     IF  WS-LINE-COUNT  <  WS-TAKEN-COUNT
004200         DISPLAY  'ALERTMGR: OPALERT SHORTER THAN THE '
004210                  WS-TAKEN-COUNT ' LINES ALREADY TAKEN -'
004220                  ' TAKEN AGAIN FROM LINE 1'
004230         MOVE  0  TO  WS-TAKEN-COUNT
004240     END-IF.
004250     IF  WS-LINE-COUNT  =  WS-TAKEN-COUNT
004260         GO TO  INTAKE-SEC-EX
004270     END-IF.
004280     MOVE  0    TO  WS-LINE-COUNT.
004290     MOVE  'N'  TO  WS-EOF-SW.
004300     OPEN  INPUT  ALERT-IN.
004310     PERFORM  TAKE-ALERT-SEC
004320         UNTIL  FILE-EOF  OR  REGISTER-OVERFLOWED.
004330     CLOSE  ALERT-IN.
004340     IF  REGISTER-OVERFLOWED
004350         GO TO  INTAKE-SEC-EX
004360     END-IF.
004370     IF  WS-NEW-COUNT  >  0
004380         PERFORM  REWRITE-REG-SEC
004390     END-IF.
004400     OPEN  OUTPUT  CTL-FILE.
004410     MOVE  SPACES         TO  CTL-REC.
004420     MOVE  WS-LINE-COUNT  TO  CT-TAKEN.
004430     MOVE  WS-TODAY       TO  CT-DATE.
004440     MOVE  WS-NOW-TIME    TO  CT-TIME.
004450     WRITE  CTL-REC.
004460     CLOSE  CTL-FILE.
004470     DISPLAY  'ALERTMGR: NEW ALERTS TAKEN ' WS-NEW-COUNT.
004480 INTAKE-SEC-EX.
004490     EXIT.
004500/
004510 COUNT-ALERT-SEC  SECTION.
004520     READ  ALERT-IN
004530         AT END      SET  FILE-EOF  TO  TRUE
004540         NOT AT END  ADD  1  TO  WS-LINE-COUNT
004550     END-READ.
004560 COUNT-ALERT-SEC-EX.
004570     EXIT.
004580/
004590*----------------------------------------------------------------
004600* one OPALERT line past the take point becomes one open alert.
004610* the ERRLOG-routed shape gives its own severity; the program-
004620* first lines are warnings
004630*----------------------------------------------------------------
004640 TAKE-ALERT-SEC   SECTION.
004650     READ  ALERT-IN
004660         AT END  SET  FILE-EOF  TO  TRUE
004670     END-READ.
004680     IF  FILE-EOF
004690         GO TO  TAKE-ALERT-SEC-EX
004700     END-IF.
004710     ADD  1  TO  WS-LINE-COUNT.
004720     IF  WS-LINE-COUNT  NOT >  WS-TAKEN-COUNT
004730         OR  ALERT-REC  =  SPACES
004740         GO TO  TAKE-ALERT-SEC-EX
004750     END-IF.
004760     IF  WS-ALERT-COUNT  NOT <  2000
004770         SET  REGISTER-OVERFLOWED  TO  TRUE
004780         GO TO  TAKE-ALERT-SEC-EX
004790     END-IF.
004800     MOVE  SPACES  TO  REG-REC.
004810     IF  AL-DATE  IS  NUMERIC
004820         MOVE  AL-DATE     TO  WS-LINE-DATE
004830         MOVE  AL-TIME     TO  WS-LINE-TIME
004840         MOVE  AL-SEV      TO  AR-SEVERITY
004850         MOVE  AL-PROGRAM  TO  AR-PROGRAM
004860         MOVE  AL-MSG      TO  AR-TEXT
004870     ELSE
004880         MOVE  AP-DATE     TO  WS-LINE-DATE
004890         MOVE  AP-TIME     TO  WS-LINE-TIME
004900         MOVE  'W'         TO  AR-SEVERITY
004910         MOVE  AP-PROGRAM  TO  AR-PROGRAM
004920         MOVE  AP-TEXT     TO  AR-TEXT
004930     END-IF.
004940     IF  AR-SEVERITY  NOT =  'E'  AND  NOT =  'W'
004950         AND  NOT =  'I'
004960         MOVE  'W'  TO  AR-SEVERITY
004970     END-IF.
004980     PERFORM  RAISED-STAMP-SEC.
004990     MOVE  WS-NEXT-ID  TO  AR-ALERT-ID.
005000     ADD   1           TO  WS-NEXT-ID.
005010     SET   AR-OPEN     TO  TRUE.
005020     MOVE  'N'         TO  AR-ESC-FLAG.
005030     ADD   1  TO  WS-ALERT-COUNT.
005040     SET   ALR-IDX  TO  WS-ALERT-COUNT.
005050     MOVE  REG-REC  TO  WS-ALR-IMAGE(ALR-IDX).
005060     ADD   1  TO  WS-NEW-COUNT.
005070 TAKE-ALERT-SEC-EX.
005080     EXIT.
005090/
005100*----------------------------------------------------------------
005110* when the alert was raised: the line's time of day on the date
005120* of this take (yesterday if that time has not come yet today),
005130* since the line's own date is the cycle date. a line dated more
005140* than four days back keeps its own date and time
005150*----------------------------------------------------------------
005160 RAISED-STAMP-SEC SECTION.
005170     IF  WS-LINE-TIME  IS  NUMERIC
005180         MOVE  WS-LINE-TIME  TO  AR-RAISED-TIME
005190     ELSE
005200         MOVE  WS-NOW-TIME   TO  AR-RAISED-TIME
005210     END-IF.
005220     MOVE  WS-LINE-DATE    TO  WS-STAMP-DATE.
005230     MOVE  AR-RAISED-TIME  TO  WS-STAMP-TIME.
005240     PERFORM  STAMP-MINS-SEC.
005250     IF  STAMP-VALID
005260         AND  WS-STAMP-INT  <  WS-TODAY-INT  -  4
005270         MOVE  WS-STAMP-DATE-N  TO  AR-RAISED-DATE
005280         GO TO  RAISED-STAMP-SEC-EX
005290     END-IF.
005300     IF  AR-RAISED-TIME  >  WS-NOW-TIME
005310         MOVE  WS-YESTERDAY  TO  AR-RAISED-DATE
005320     ELSE
005330         MOVE  WS-TODAY      TO  AR-RAISED-DATE
005340     END-IF.
005350 RAISED-STAMP-SEC-EX.
005360     EXIT.
005370/
005380*----------------------------------------------------------------
005390* WS-STAMP-DATE and WS-STAMP-TIME as minutes since the calendar
005400* origin in WS-STAMP-MINS; STAMP-VALID off when the date is not
005410* a date
005420*----------------------------------------------------------------
005430 STAMP-MINS-SEC   SECTION.
005440     MOVE  'N'  TO  WS-STAMP-SW.
005450     MOVE  0    TO  WS-STAMP-MINS.
005460     MOVE  0    TO  WS-STAMP-INT.
005470     IF  WS-STAMP-DATE  NOT  NUMERIC
005480         OR  WS-STAMP-CCYY  <  1601
005490         OR  WS-STAMP-MO  <  1  OR  WS-STAMP-MO  >  12
005500         OR  WS-STAMP-DD  <  1  OR  WS-STAMP-DD  >  31
005510         GO TO  STAMP-MINS-SEC-EX
005520     END-IF.
005530     IF  WS-STAMP-TIME  NOT  NUMERIC
005540         MOVE  ZEROS  TO  WS-STAMP-TIME
005550     END-IF.
005560     COMPUTE  WS-STAMP-INT  =
005570              FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE-N).
005580     COMPUTE  WS-STAMP-MINS  =  WS-STAMP-INT  *  1440
005590              +  WS-STAMP-HH  *  60  +  WS-STAMP-MM.
005600     SET  STAMP-VALID  TO  TRUE.
005610 STAMP-MINS-SEC-EX.
005620     EXIT.
005630/
005640*----------------------------------------------------------------
005650* leaves ALR-IDX on the register line for the requested alert
005660* id and REG-REC holding its image
005670*----------------------------------------------------------------
005680 FIND-ALERT-SEC   SECTION.
005690     MOVE  'N'  TO  WS-FOUND-SW.
005700     IF  WS-REQ-ID  NOT  NUMERIC
005710         GO TO  FIND-ALERT-SEC-EX
005720     END-IF.
005730     PERFORM  VARYING  ALR-IDX  FROM  1  BY  1
005740         UNTIL  ALR-IDX  >  WS-ALERT-COUNT  OR  ALERT-FOUND
005750         MOVE  WS-ALR-IMAGE(ALR-IDX)  TO  REG-REC
005760         IF  AR-ALERT-ID  =  WS-REQ-ID-N
005770             SET  ALERT-FOUND  TO  TRUE
005780         END-IF
005790     END-PERFORM.
005800     IF  ALERT-FOUND
005810         SET  ALR-IDX  DOWN  BY  1
005820     END-IF.
005830 FIND-ALERT-SEC-EX.
005840     EXIT.
005850/
005860*----------------------------------------------------------------
005870* acknowledge: an operator takes ownership of an open alert,
005880* which stops its escalation clock
005890*----------------------------------------------------------------
005900 ACK-SEC          SECTION.
005910     IF  WS-ACTOR  =  SPACES  OR  WS-REQ-ID  NOT  NUMERIC
005920         DISPLAY  'ALERTMGR: OPERATOR AND ALERT ID ARE REQUIRED'
005930         MOVE  8  TO  RETURN-CODE
005940         GO TO  ACK-SEC-EX
005950     END-IF.
005960     PERFORM  FIND-ALERT-SEC.
005970     IF  NOT  ALERT-FOUND
005980         DISPLAY  'ALERTMGR: ALERT ' WS-REQ-ID
005990                  ' NOT ON THE REGISTER'
006000         MOVE  8  TO  RETURN-CODE
006010         GO TO  ACK-SEC-EX
006020     END-IF.
006030     IF  AR-CLOSED
006040         DISPLAY  'ALERTMGR: ALERT ' WS-REQ-ID
006050                  ' ALREADY CLOSED ' AR-CLOSE-DATE
006060                  ' BY ' AR-CLOSE-BY
006070         MOVE  8  TO  RETURN-CODE
006080         GO TO  ACK-SEC-EX
006090     END-IF.
006100     IF  AR-ACKNOWLEDGED
006110         DISPLAY  'ALERTMGR: ALERT ' WS-REQ-ID
006120                  ' ALREADY ACKNOWLEDGED ' AR-ACK-DATE
006130                  ' BY ' AR-ACK-BY
006140         MOVE  4  TO  RETURN-CODE
006150         GO TO  ACK-SEC-EX
006160     END-IF.
006170     SET   AR-ACKNOWLEDGED  TO  TRUE.
006180     MOVE  WS-TODAY         TO  AR-ACK-DATE.
006190     MOVE  WS-NOW-TIME      TO  AR-ACK-TIME.
006200     MOVE  WS-ACTOR         TO  AR-ACK-BY.
006210     MOVE  WS-REQ-REMARK    TO  AR-ACK-REMARK.
006220     MOVE  REG-REC          TO  WS-ALR-IMAGE(ALR-IDX).
006230     PERFORM  REWRITE-REG-SEC.
006240     MOVE  'ALERT ACKNOWLEDGED  '  TO  OA-ACTION.
006250     PERFORM  AUDIT-SEC.
006260     DISPLAY  'ALERTMGR: ALERT ' WS-REQ-ID ' ACKNOWLEDGED BY '
006270              WS-ACTOR.
006280 ACK-SEC-EX.
006290     EXIT.
006300/
006310*----------------------------------------------------------------
006320* close: the alert has been dealt with and the remark says how.
006330* an alert closed straight from open is acknowledged by the
006340* same operator at the same moment, so the response times
006350* still add up
006360*----------------------------------------------------------------
006370 CLOSE-SEC        SECTION.
006380     IF  WS-ACTOR  =  SPACES  OR  WS-REQ-ID  NOT  NUMERIC
006390         DISPLAY  'ALERTMGR: OPERATOR AND ALERT ID ARE REQUIRED'
006400         MOVE  8  TO  RETURN-CODE
006410         GO TO  CLOSE-SEC-EX
006420     END-IF.
006430     IF  WS-REQ-REMARK  =  SPACES
006440         DISPLAY  'ALERTMGR: A REMARK IS REQUIRED TO CLOSE AN'
006450                  ' ALERT'
006460         MOVE  8  TO  RETURN-CODE
006470         GO TO  CLOSE-SEC-EX
006480     END-IF.
006490     PERFORM  FIND-ALERT-SEC.
006500     IF  NOT  ALERT-FOUND
006510         DISPLAY  'ALERTMGR: ALERT ' WS-REQ-ID
006520                  ' NOT ON THE REGISTER'
006530         MOVE  8  TO  RETURN-CODE
006540         GO TO  CLOSE-SEC-EX
006550     END-IF.
006560     IF  AR-CLOSED
006570         DISPLAY  'ALERTMGR: ALERT ' WS-REQ-ID
006580                  ' ALREADY CLOSED ' AR-CLOSE-DATE
006590                  ' BY ' AR-CLOSE-BY
006600         MOVE  4  TO  RETURN-CODE
006610         GO TO  CLOSE-SEC-EX
006620     END-IF.
006630     IF  AR-OPEN
006640         MOVE  WS-TODAY       TO  AR-ACK-DATE
006650         MOVE  WS-NOW-TIME    TO  AR-ACK-TIME
006660         MOVE  WS-ACTOR       TO  AR-ACK-BY
006670         MOVE  WS-REQ-REMARK  TO  AR-ACK-REMARK
006680     END-IF.
006690     SET   AR-CLOSED        TO  TRUE.
006700     MOVE  WS-TODAY         TO  AR-CLOSE-DATE.
006710     MOVE  WS-NOW-TIME      TO  AR-CLOSE-TIME.
006720     MOVE  WS-ACTOR         TO  AR-CLOSE-BY.
006730     MOVE  WS-REQ-REMARK    TO  AR-CLOSE-REMARK.
006740     MOVE  REG-REC          TO  WS-ALR-IMAGE(ALR-IDX).
006750     PERFORM  REWRITE-REG-SEC.
006760     MOVE  'ALERT CLOSED        '  TO  OA-ACTION.
006770     PERFORM  AUDIT-SEC.
006780     DISPLAY  'ALERTMGR: ALERT ' WS-REQ-ID ' CLOSED BY '
006790              WS-ACTOR.
006800 CLOSE-SEC-EX.
006810     EXIT.
006820/
006830 AUDIT-SEC        SECTION.
006840     MOVE  'ALERTMGR'     TO  OA-PROGRAM.
006850     MOVE  WS-ACTOR       TO  OA-OPERATOR.
006860     MOVE  SPACES         TO  OA-DETAIL.
006870     STRING  WS-REQ-ID      DELIMITED BY SIZE
006880             ' '            DELIMITED BY SIZE
006890             WS-REQ-REMARK  DELIMITED BY SIZE
006900         INTO  OA-DETAIL
006910     END-STRING.
006920     CALL  'OPSAUDIT'  USING  WS-OPSAUDIT-PARM.
006930 AUDIT-SEC-EX.
006940     EXIT.
006950/
006960*----------------------------------------------------------------
006970* escalation pass: every alert nobody has acknowledged, open
006980* longer than its severity allows, goes to the ALRTESC second-
006990* level file once and is flagged on the register so the next
007000* pass leaves it be. RC 4 when anything was escalated
007010*----------------------------------------------------------------
007020 ESCALATE-SEC     SECTION.
007030     PERFORM  LOAD-LIMITS-SEC.
007040     PERFORM  ESCALATE-ONE-SEC
007050         VARYING  ALR-IDX  FROM  1  BY  1
007060         UNTIL  ALR-IDX  >  WS-ALERT-COUNT.
007070     IF  WS-ESC-COUNT  >  0
007080         CLOSE  ESC-FILE
007090         PERFORM  REWRITE-REG-SEC
007100         MOVE  4  TO  RETURN-CODE
007110     END-IF.
007120     DISPLAY  'ALERTMGR: ALERTS ESCALATED ' WS-ESC-COUNT.
007130 ESCALATE-SEC-EX.
007140     EXIT.
007150/
007160 LOAD-LIMITS-SEC  SECTION.
007170     MOVE  'N'  TO  WS-EOF-SW.
007180     OPEN  INPUT  LIM-FILE.
007190     IF  WS-LIM-STATUS  NOT =  '00'
007200         SET  FILE-EOF  TO  TRUE
007210     END-IF.
007220     PERFORM  READ-LIMIT-SEC  UNTIL  FILE-EOF.
007230     IF  WS-LIM-STATUS  =  '00'  OR  WS-LIM-STATUS  =  '10'
007240         CLOSE  LIM-FILE
007250     END-IF.
007260 LOAD-LIMITS-SEC-EX.
007270     EXIT.
007280/
007290 READ-LIMIT-SEC   SECTION.
007300     READ  LIM-FILE
007310         AT END  SET  FILE-EOF  TO  TRUE
007320     END-READ.
007330     IF  FILE-EOF
007340         GO TO  READ-LIMIT-SEC-EX
007350     END-IF.
007360     IF  LM-MINUTES  NOT  NUMERIC
007370         DISPLAY  'ALERTMGR: ALRTLIM CARD IGNORED - ' LIM-REC
007380         GO TO  READ-LIMIT-SEC-EX
007390     END-IF.
007400     PERFORM  VARYING  WS-LIMIT-SUB  FROM  1  BY  1
007410         UNTIL  WS-LIMIT-SUB  >  3
007420         IF  WS-LIMIT-SEV(WS-LIMIT-SUB)  =  LM-SEVERITY
007430             MOVE  LM-MINUTES  TO  WS-LIMIT-MINS(WS-LIMIT-SUB)
007440         END-IF
007450     END-PERFORM.
007460 READ-LIMIT-SEC-EX.
007470     EXIT.
007480/
007490 ESCALATE-ONE-SEC SECTION.
007500     MOVE  WS-ALR-IMAGE(ALR-IDX)  TO  REG-REC.
007510     IF  NOT  AR-OPEN  OR  AR-ESCALATED
007520         GO TO  ESCALATE-ONE-SEC-EX
007530     END-IF.
007540     MOVE  WS-LIMIT-MINS(2)  TO  WS-ALERT-LIMIT.
007550     PERFORM  VARYING  WS-LIMIT-SUB  FROM  1  BY  1
007560         UNTIL  WS-LIMIT-SUB  >  3
007570         IF  WS-LIMIT-SEV(WS-LIMIT-SUB)  =  AR-SEVERITY
007580             MOVE  WS-LIMIT-MINS(WS-LIMIT-SUB)
007590               TO  WS-ALERT-LIMIT
007600         END-IF
007610     END-PERFORM.
007620     MOVE  AR-RAISED-DATE  TO  WS-STAMP-DATE.
007630     MOVE  AR-RAISED-TIME  TO  WS-STAMP-TIME.
007640     PERFORM  STAMP-MINS-SEC.
007650     COMPUTE  WS-ELAPSED-MINS  =  WS-NOW-MINS  -  WS-STAMP-MINS.
007660     IF  WS-ELAPSED-MINS  NOT >  WS-ALERT-LIMIT
007670         GO TO  ESCALATE-ONE-SEC-EX
007680     END-IF.
007690     IF  WS-ESC-COUNT  =  0
007700         OPEN  EXTEND  ESC-FILE
007710         IF  WS-ESC-STATUS  NOT =  '00'
007720             OPEN  OUTPUT  ESC-FILE
007730         END-IF
007740     END-IF.
007750     MOVE  SPACES           TO  ESC-REC.
007760     MOVE  WS-TODAY         TO  EX-DATE.
007770     MOVE  WS-NOW-TIME      TO  EX-TIME.
007780     MOVE  'ESCALATE'       TO  EX-TAG.
007790     MOVE  AR-ALERT-ID      TO  EX-ALERT-ID.
007800     MOVE  AR-SEVERITY      TO  EX-SEVERITY.
007810     MOVE  AR-RAISED-DATE   TO  EX-RAISED-DATE.
007820     MOVE  AR-RAISED-TIME   TO  EX-RAISED-TIME.
007830     MOVE  AR-PROGRAM       TO  EX-PROGRAM.
007840     MOVE  AR-TEXT          TO  EX-TEXT.
007850     MOVE  ' OPEN '         TO  EX-OPEN-TAG.
007860     MOVE  WS-ELAPSED-MINS  TO  EX-OPEN-MINS.
007870     MOVE  ' MINS'          TO  EX-MINS-TAG.
007880     WRITE  ESC-REC.
007890     ADD   1  TO  WS-ESC-COUNT.
007900     SET   AR-ESCALATED  TO  TRUE.
007910     MOVE  WS-TODAY      TO  AR-ESC-DATE.
007920     MOVE  WS-NOW-TIME   TO  AR-ESC-TIME.
007930     MOVE  REG-REC       TO  WS-ALR-IMAGE(ALR-IDX).
007940     DISPLAY  'ALERTMGR: ALERT ' AR-ALERT-ID ' ' AR-SEVERITY
007950              ' OPEN ' EX-OPEN-MINS ' MINS - ESCALATED'.
007960 ESCALATE-ONE-SEC-EX.
007970     EXIT.
007980/
007990*----------------------------------------------------------------
008000* the daily report: each alert raised on the report date with
008010* its minutes to acknowledge and to close, then the counts and
008020* the mean response times over the alerts that have them
008030*----------------------------------------------------------------
008040 REPORT-SEC       SECTION.
008050     IF  WS-RPT-DATE  NOT  NUMERIC
008060         MOVE  WS-TODAY  TO  WS-RPT-DATE
008070     END-IF.
008080     INITIALIZE  WS-REPORT-AREA.
008090     OPEN  OUTPUT  ALRT-RPT.
008100     MOVE  WS-RPT-DATE  TO  RPT-HEAD-DATE.
008110     MOVE  WS-TODAY     TO  RPT-HEAD-TODAY.
008120     MOVE  RPT-HEAD-LINE  TO  RPT-LINE.
008130     WRITE  RPT-LINE.
008140     MOVE  SPACES  TO  RPT-LINE.
008150     WRITE  RPT-LINE.
008160     MOVE  'ID     S T E RAISED   PROGRAM  TEXT'  TO  RPT-LINE.
008170     MOVE  'ACK MIN  CLS MIN'  TO  RPT-LINE(64:16).
008180     WRITE  RPT-LINE.
008190     PERFORM  REPORT-ONE-SEC
008200         VARYING  ALR-IDX  FROM  1  BY  1
008210         UNTIL  ALR-IDX  >  WS-ALERT-COUNT.
008220     MOVE  SPACES  TO  RPT-LINE.
008230     WRITE  RPT-LINE.
008240     MOVE  'ALERTS RAISED'  TO  RC-NAME.
008250     MOVE  WS-RPT-TOTAL     TO  RC-COUNT.
008260     MOVE  RPT-COUNT-LINE   TO  RPT-LINE.
008270     WRITE  RPT-LINE.
008280     PERFORM  VARYING  WS-SEV-SUB  FROM  1  BY  1
008290         UNTIL  WS-SEV-SUB  >  4
008300         MOVE  SPACES  TO  RC-NAME
008310         STRING  '  SEVERITY '          DELIMITED BY SIZE
008320                 WS-SEV-NAME(WS-SEV-SUB)  DELIMITED BY SPACE
008330             INTO  RC-NAME
008340         END-STRING
008350         MOVE  WS-RPT-SEV-COUNT(WS-SEV-SUB)  TO  RC-COUNT
008360         MOVE  RPT-COUNT-LINE  TO  RPT-LINE
008370         WRITE  RPT-LINE
008380     END-PERFORM.
008390     MOVE  '  STILL OPEN'      TO  RC-NAME.
008400     MOVE  WS-RPT-OPEN         TO  RC-COUNT.
008410     MOVE  RPT-COUNT-LINE      TO  RPT-LINE.
008420     WRITE  RPT-LINE.
008430     MOVE  '  ACKNOWLEDGED'    TO  RC-NAME.
008440     MOVE  WS-RPT-ACKD         TO  RC-COUNT.
008450     MOVE  RPT-COUNT-LINE      TO  RPT-LINE.
008460     WRITE  RPT-LINE.
008470     MOVE  '  CLOSED'          TO  RC-NAME.
008480     MOVE  WS-RPT-CLOSED       TO  RC-COUNT.
008490     MOVE  RPT-COUNT-LINE      TO  RPT-LINE.
008500     WRITE  RPT-LINE.
008510     MOVE  '  ESCALATED'       TO  RC-NAME.
008520     MOVE  WS-RPT-ESCALATED    TO  RC-COUNT.
008530     MOVE  RPT-COUNT-LINE      TO  RPT-LINE.
008540     WRITE  RPT-LINE.
008550     MOVE  SPACES  TO  RPT-LINE.
008560     WRITE  RPT-LINE.
008570     MOVE  0  TO  WS-MEAN-MINS.
008580     IF  WS-ACK-N  >  0
008590         COMPUTE  WS-MEAN-MINS  ROUNDED  =  WS-ACK-SUM / WS-ACK-N
008600     END-IF.
008610     MOVE  'MEAN TIME TO ACKNOWLEDGE'  TO  RM-NAME.
008620     MOVE  WS-MEAN-MINS    TO  RM-MINS.
008630     MOVE  WS-ACK-N        TO  RM-N.
008640     MOVE  RPT-MEAN-LINE   TO  RPT-LINE.
008650     WRITE  RPT-LINE.
008660     MOVE  0  TO  WS-MEAN-MINS.
008670     IF  WS-CLOSE-N  >  0
008680         COMPUTE  WS-MEAN-MINS  ROUNDED  =
008690                  WS-CLOSE-SUM / WS-CLOSE-N
008700     END-IF.
008710     MOVE  'MEAN TIME TO CLOSE'  TO  RM-NAME.
008720     MOVE  WS-MEAN-MINS    TO  RM-MINS.
008730     MOVE  WS-CLOSE-N      TO  RM-N.
008740     MOVE  RPT-MEAN-LINE   TO  RPT-LINE.
008750     WRITE  RPT-LINE.
008760     CLOSE  ALRT-RPT.
008770     DISPLAY  'ALERTMGR: ALERTS RAISED ON ' WS-RPT-DATE ' '
008780              WS-RPT-TOTAL.
008790 REPORT-SEC-EX.
008800     EXIT.
008810/
008820 REPORT-ONE-SEC   SECTION.
008830     MOVE  WS-ALR-IMAGE(ALR-IDX)  TO  REG-REC.
008840     IF  AR-RAISED-DATE  NOT =  WS-RPT-DATE
008850         GO TO  REPORT-ONE-SEC-EX
008860     END-IF.
008870     ADD  1  TO  WS-RPT-TOTAL.
008880     EVALUATE  AR-SEVERITY
008890         WHEN  'E'    MOVE  1  TO  WS-SEV-SUB
008900         WHEN  'W'    MOVE  2  TO  WS-SEV-SUB
008910         WHEN  'I'    MOVE  3  TO  WS-SEV-SUB
008920         WHEN  OTHER  MOVE  4  TO  WS-SEV-SUB
008930     END-EVALUATE.
008940     ADD  1  TO  WS-RPT-SEV-COUNT(WS-SEV-SUB).
008950     EVALUATE  TRUE
008960         WHEN  AR-OPEN          ADD  1  TO  WS-RPT-OPEN
008970         WHEN  AR-ACKNOWLEDGED  ADD  1  TO  WS-RPT-ACKD
008980         WHEN  AR-CLOSED        ADD  1  TO  WS-RPT-CLOSED
008990     END-EVALUATE.
009000     IF  AR-ESCALATED
009010         ADD  1  TO  WS-RPT-ESCALATED
009020     END-IF.
009030     MOVE  SPACES           TO  RPT-DETAIL-LINE.
009040     MOVE  AR-ALERT-ID      TO  RD-ALERT-ID.
009050     MOVE  AR-SEVERITY      TO  RD-SEVERITY.
009060     MOVE  AR-STATUS        TO  RD-STATUS.
009070     MOVE  AR-ESC-FLAG      TO  RD-ESC.
009080     MOVE  AR-RAISED-DATE   TO  RD-RAISED.
009090     MOVE  AR-PROGRAM       TO  RD-PROGRAM.
009100     MOVE  AR-TEXT          TO  RD-TEXT.
009110     MOVE  AR-RAISED-DATE   TO  WS-STAMP-DATE.
009120     MOVE  AR-RAISED-TIME   TO  WS-STAMP-TIME.
009130     PERFORM  STAMP-MINS-SEC.
009140     MOVE  WS-STAMP-MINS    TO  WS-RAISED-MINS.
009150     IF  NOT  AR-OPEN
009160         MOVE  AR-ACK-DATE  TO  WS-STAMP-DATE
009170         MOVE  AR-ACK-TIME  TO  WS-STAMP-TIME
009180         PERFORM  STAMP-MINS-SEC
009190         COMPUTE  WS-ELAPSED-MINS  =
009200                  WS-STAMP-MINS  -  WS-RAISED-MINS
009210         IF  STAMP-VALID  AND  WS-ELAPSED-MINS  NOT <  0
009220             MOVE  WS-ELAPSED-MINS  TO  RD-ACK-MINS
009230             ADD   1                TO  WS-ACK-N
009240             ADD   WS-ELAPSED-MINS  TO  WS-ACK-SUM
009250         END-IF
009260     END-IF.
009270     IF  AR-CLOSED
009280         MOVE  AR-CLOSE-DATE  TO  WS-STAMP-DATE
009290         MOVE  AR-CLOSE-TIME  TO  WS-STAMP-TIME
009300         PERFORM  STAMP-MINS-SEC
009310         COMPUTE  WS-ELAPSED-MINS  =
009320                  WS-STAMP-MINS  -  WS-RAISED-MINS
009330         IF  STAMP-VALID  AND  WS-ELAPSED-MINS  NOT <  0
009340             MOVE  WS-ELAPSED-MINS  TO  RD-CLOSE-MINS
009350             ADD   1                TO  WS-CLOSE-N
009360             ADD   WS-ELAPSED-MINS  TO  WS-CLOSE-SUM
009370         END-IF
009380     END-IF.
009390     MOVE  RPT-DETAIL-LINE  TO  RPT-LINE.
009400     WRITE  RPT-LINE.
009410 REPORT-ONE-SEC-EX.
009420     EXIT.
009430/
009440 LIST-SEC         SECTION.
009450     MOVE  0  TO  WS-NEW-COUNT.
009460     PERFORM  VARYING  ALR-IDX  FROM  1  BY  1
009470         UNTIL  ALR-IDX  >  WS-ALERT-COUNT
009480         MOVE  WS-ALR-IMAGE(ALR-IDX)  TO  REG-REC
009490         IF  NOT  AR-CLOSED
009500             DISPLAY  'ALERTMGR: ' WS-ALR-IMAGE(ALR-IDX)(1:79)
009510             ADD  1  TO  WS-NEW-COUNT
009520         END-IF
009530     END-PERFORM.
009540     DISPLAY  'ALERTMGR: ALERTS NOT CLOSED ' WS-NEW-COUNT.
009550 LIST-SEC-EX.
009560     EXIT.
009570/
009580 REWRITE-REG-SEC  SECTION.
009590     OPEN  OUTPUT  REG-FILE.
009600     PERFORM  VARYING  ALR-IDX  FROM  1  BY  1
009610         UNTIL  ALR-IDX  >  WS-ALERT-COUNT
009620         MOVE  WS-ALR-IMAGE(ALR-IDX)  TO  REG-REC
009630         WRITE  REG-REC
009640     END-PERFORM.
009650     CLOSE  REG-FILE.
009660 REWRITE-REG-SEC-EX.
009670     EXIT.
