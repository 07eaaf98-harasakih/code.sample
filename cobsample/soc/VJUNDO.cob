000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      VJUNDO.
000030*
000040*----------------------------------------------------------------
000050* compensating undo of one journaled change to V-OTFILE. when a
000060* bad update turns up days later the only tools were VJREPLAY
000070* over a restored archive or re-keying the old value by hand
000080* from VJHIST output; this takes the journal entry by its date,
000090* time, program and NUM1 and puts its before image back - as a
000100* new change of its own, journaled to VJOURNAL under the
000110* undoing operator and recorded on OPSAUDIT, so the undo is as
000120* traceable as the change it reverses.
000130*
000140* the journal is read the way VJHIST reads it - every JRNCAT
000150* segment in the order it was taken, then the live journal -
000160* and the entry named plus every later entry for the same key
000170* are kept. the live record must still match the newest of
000180* them, byte for byte, or something changed it outside the
000190* journal and the undo is refused.
000200*
000210* when later changes to the key exist, undoing the entry alone
000220* would throw them away, so the run refuses, lists them, and
000230* says how to undo the whole chain: with the chain byte 'C' the
000240* later entries are undone newest-first down to the one named,
000250* each step its own journal record and OPSAUDIT line. the chain
000260* is checked to join up (each entry's after image the next
000270* one's before image) before anything is rewritten.
000280*
000290* PARM:
000300*   positions 1-8   operator id, checked against VAUTH - the
000310*                   operator must hold the 'U' update code
000320*   positions 9-16  journal entry date (JR-DATE, YYYYMMDD)
000330*   positions 17-24 journal entry time (JR-TIME, HHMMSSHH)
000340*   positions 25-32 journal entry program (JR-PROGRAM)
000350*   positions 33-36 the 4-digit NUM1 key
000360*   position 37     'C' = undo the chain of later changes too
000370*   position 38     'O' = closed-period override - a record
000380*                   whose EFF-DATE falls in a period MECLOSE has
000390*                   closed is not rewritten without it, and the
000400*                   override is logged when it is supplied
000410* return code 0 = undone, 8 = refused (entry not found, record
000420* changed since, later changes without 'C', period closed,
000425* or an entry that added the record - its before image is
000427* empty, so there is nothing to put back; delete the key
000428* through the usual door instead),
000430* 16 = not authorized, bad PARM, or the cluster unavailable.
000440*----------------------------------------------------------------
000450 ENVIRONMENT      DIVISION.
000460 INPUT-OUTPUT     SECTION.
000470 FILE-CONTROL.
000480     SELECT  V-OTFILE  ASSIGN TO     VFILE
000490             ORGANIZATION  IS    INDEXED
000500             ACCESS MODE   IS    DYNAMIC
000510             RECORD KEY    IS    NUM1  OF  V-REC01
000520             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000530                           WITH  DUPLICATES
000540             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000550                           WITH  DUPLICATES
000560             FILE STATUS   IS    WS-VFILE-STATUS.
000570     SELECT  JRNL-FILE  ASSIGN TO    VJOURNAL
000580             ORGANIZATION  IS    SEQUENTIAL
000590             FILE STATUS   IS    WS-JRNL-STATUS.
000600     SELECT  JRNCAT-FILE ASSIGN TO   JRNCAT
000610             ORGANIZATION  IS    LINE SEQUENTIAL
000620             FILE STATUS   IS    WS-JRNCAT-STATUS.
000630     SELECT  JSEG-IN    ASSIGN TO    WS-JSEG-NAME
000640             ORGANIZATION  IS    SEQUENTIAL
000650             FILE STATUS   IS    WS-JSEG-STATUS.
000660     SELECT  AUTH-FILE  ASSIGN TO    VAUTH
000670             ORGANIZATION  IS    LINE SEQUENTIAL
000680             FILE STATUS   IS    WS-AUTH-STATUS.
000690
000695     COPY  keylay.
000700 DATA             DIVISION.
000710 FILE             SECTION.
000720 FD      V-OTFILE
000730         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
000740         DEPENDING ON  V-LL.
000750 01      V-REC01.
000760     COPY  vfile.
000770*
000780*    the before/after image journal - read for the entries to
000790*    undo, then appended to with the compensating changes
000800 FD      JRNL-FILE.
000810 01      JRNL-REC.
000820     COPY  vjrnl.
000830*
000840*    the segment catalog VJROLL keeps, and one rolled segment
000850*    at a time - segment records re-enter through the live
000860*    journal's record area so one code path judges them all
000870 FD      JRNCAT-FILE.
000880 01      JRNCAT-REC.
000890     03  JC-SEG-NAME                  PIC  X(16).
000900     03  FILLER                       PIC  X(01).
000910     03  JC-RUN-DATE                  PIC  X(08).
000920     03  FILLER                       PIC  X(01).
000930     03  JC-GEN-SEQ                   PIC  9(04).
000940     03  FILLER                       PIC  X(01).
000950     03  JC-REC-COUNT                 PIC  9(07).
000960 FD      JSEG-IN.
000970 01      JSEG-REC                     PIC  X(8467).
000980*
000990*    operator authorization - maintained by VAUTHMNT
001000 FD      AUTH-FILE.
001010 01      AUTH-REC.
001020     03  AU-OPERATOR                  PIC  X(08).
001030     03  FILLER                       PIC  X(01).
001040     03  AU-CODES                     PIC  X(08).
001050     03  FILLER                       PIC  X(01).
001060     03  AU-EXPIRY                    PIC  X(08).
001070
001080 WORKING-STORAGE  SECTION.
001090
001100 01  V-LL                      PIC  9(04) COMP.
001110
001120 01  WS-STATUSES.
001130   03  WS-VFILE-STATUS         PIC  X(02).
001140   03  WS-JRNL-STATUS          PIC  X(02).
001150   03  WS-JRNCAT-STATUS        PIC  X(02).
001160   03  WS-JSEG-STATUS          PIC  X(02).
001170   03  WS-AUTH-STATUS          PIC  X(02).
001180
001190 01  WS-SWITCHES.
001200   03  WS-JRNL-EOF-SW          PIC  X(01)  VALUE  'N'.
001210     88  JRNL-EOF                   VALUE  'Y'.
001220   03  WS-JCAT-EOF-SW          PIC  X(01)  VALUE  'N'.
001230     88  JCAT-EOF                   VALUE  'Y'.
001240   03  WS-JSEG-EOF-SW          PIC  X(01).
001250     88  JSEG-EOF                   VALUE  'Y'.
001260   03  WS-AUTH-EOF-SW          PIC  X(01)  VALUE  'N'.
001270     88  AUTH-EOF                   VALUE  'Y'.
001280   03  WS-AUTH-OK-SW           PIC  X(01)  VALUE  'N'.
001290     88  OPERATOR-AUTHORIZED        VALUE  'Y'.
001300   03  WS-TABLE-FULL-SW        PIC  X(01)  VALUE  'N'.
001310     88  UNDO-TABLE-FULL            VALUE  'Y'.
001320   03  WS-CHAIN-BREAK-SW       PIC  X(01)  VALUE  'N'.
001330     88  CHAIN-BROKEN               VALUE  'Y'.
001340   03  WS-STEP-FAIL-SW         PIC  X(01)  VALUE  'N'.
001350     88  UNDO-STEP-FAILED           VALUE  'Y'.
001360   03  WS-PERIOD-BLOCK-SW      PIC  X(01)  VALUE  'N'.
001370     88  PERIOD-IS-BLOCKED          VALUE  'Y'.
001372   03  WS-ADD-ENTRY-SW         PIC  X(01)  VALUE  'N'.
001374     88  ADD-ENTRY-FOUND            VALUE  'Y'.
001380
001390 01  WS-PARM-LINE              PIC  X(38).
001400 01  WS-OPERATOR               PIC  X(08).
001410 01  WS-UNDO-ID.
001420   03  WS-UNDO-DATE            PIC  9(08).
001430   03  WS-UNDO-TIME            PIC  9(08).
001440   03  WS-UNDO-PROGRAM         PIC  X(08).
001450   03  WS-UNDO-KEY             PIC  9(04).
001460 01  WS-CHAIN-SW               PIC  X(01).
001470     88  CHAIN-UNDO-ON              VALUE  'C'.
001480 01  WS-OVERRIDE-SW            PIC  X(01).
001490     88  PERIOD-OVERRIDE-ON         VALUE  'O'.
001500 01  WS-CODE-TALLY             PIC  9(02)  COMP.
001510 01  WS-AUTH-TODAY             PIC  9(08).
001520
001530 01  WS-JSEG-NAME              PIC  X(16).
001540*
001550*    the segments to read, in catalog (taken) order - the
001560*    VDRDRILL sizing
001570 01  WS-SEG-TABLE.
001580   03  WS-SEG-ENTRY  OCCURS  500  TIMES  INDEXED BY SEG-IDX.
001590     05  WS-SEG-NAME           PIC  X(16).
001600 01  WS-SEG-COUNT              PIC  9(05)  COMP  VALUE  0.
001610*
001620*    the entry to undo in slot 1, then every later entry for the
001630*    same key in the order taken - the VJRNL shape, so a journal
001640*    record moves in whole
001650 01  WS-UNDO-TABLE.
001660   03  WS-UN-ENTRY  OCCURS  50  TIMES.
001670     05  WS-UN-DATE            PIC  9(08).
001680     05  WS-UN-TIME            PIC  9(08).
001690     05  WS-UN-PROGRAM         PIC  X(08).
001700     05  WS-UN-OPERATOR        PIC  X(08).
001710     05  WS-UN-NUM1            PIC  9(:KEY-LEN:).
001720     05  WS-UN-BEFORE          PIC  X(:REC-LEN:).
001730     05  WS-UN-AFTER           PIC  X(:REC-LEN:).
001735     05  WS-UN-SEAL            PIC  X(27).
001740 01  WS-UN-COUNT               PIC  S9(04)  COMP  VALUE  0.
001750 01  WS-UN-SUB                 PIC  S9(04)  COMP.
001760
001770 01  WS-BEFORE-IMAGE           PIC  X(:REC-LEN:).
001780
001790 01  WS-COUNTERS.
001800   03  WS-UNDONE-COUNT         PIC  9(07)  COMP  VALUE  0.
001805   03  WS-FINAL-RC             PIC  S9(04)  COMP  VALUE  0.
001810
001820 01  WS-RESLOCK-PARM.
001830     COPY  reslock.
001840 01  WS-PERIODCK-PARM.
001850     COPY  periodck.
001860 01  WS-ERRLOG-PARM.
001870     COPY  errlog.
001880 01  WS-OPSAUDIT-PARM.
001883     COPY  opsaudit.
001886 01  WS-CHNSEAL-PARM.
001890     COPY  chnseal.
001891 01  WS-RECSUM-PARM.
001892     COPY  recsum.
001900 01  WS-JOBACCT-PARM.
001910     COPY  jobacct.
001913
001914 01  WS-MSGFMT-PARM.
001915     COPY  msgfmt.
001916 01  WS-KEYMODE-PARM.
001920     COPY  keymode.
001930 PROCEDURE        DIVISION.
001931 MAIN-SEC         SECTION.
001932*    the stores must carry the key layout this program is built
001933*    for - see KEYMODE
001934     MOVE  'VJUNDO'    TO  KM-PROGRAM.
001935     MOVE  0           TO  KM-RUN-DATE.
001936     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
001937     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
001938     IF  KM-REFUSE
001939         MOVE  16  TO  RETURN-CODE
001940         STOP RUN
001945     END-IF.
001950     PERFORM  GET-PARM-SEC.
001960     PERFORM  CHECK-AUTH-SEC.
001970     IF  NOT  OPERATOR-AUTHORIZED
001980         DISPLAY  'VJUNDO: OPERATOR ' WS-OPERATOR
001990                  ' NOT AUTHORIZED FOR UPDATES'
002000         MOVE  16  TO  RETURN-CODE
002010         STOP RUN
002020     END-IF.
002030*    the rolled segments first, in the order they were taken,
002040*    then the live journal - the VDRDRILL replay order
002050     PERFORM  LOAD-JRNCAT-SEC.
002060     PERFORM  SCAN-SEGMENTS-SEC.
002070     OPEN  INPUT  JRNL-FILE.
002080     IF  WS-JRNL-STATUS  NOT =  '00'
002090         SET  JRNL-EOF  TO  TRUE
002100         DISPLAY  'VJUNDO: NO LIVE JOURNAL, STATUS '
002110                  WS-JRNL-STATUS
002120     END-IF.
002130     PERFORM  SCAN-JRNL-SEC  UNTIL  JRNL-EOF.
002140     IF  WS-JRNL-STATUS  =  '00'  OR  WS-JRNL-STATUS  =  '10'
002150         CLOSE  JRNL-FILE
002160     END-IF.
002170     IF  WS-UN-COUNT  =  0
002180         DISPLAY  'VJUNDO: NO JOURNAL ENTRY ' WS-UNDO-DATE ' '
002190                  WS-UNDO-TIME ' ' WS-UNDO-PROGRAM
002200                  ' FOR KEY ' WS-UNDO-KEY
002210         MOVE  8  TO  RETURN-CODE
002220         STOP RUN
002230     END-IF.
002240     IF  UNDO-TABLE-FULL
002250         DISPLAY  'VJUNDO: MORE THAN 50 CHANGES TO KEY '
002260                  WS-UNDO-KEY ' SINCE THAT ENTRY - UNDO BY'
002270                  ' VJREPLAY FROM AN ARCHIVE INSTEAD'
002280         MOVE  8  TO  RETURN-CODE
002290         STOP RUN
002300     END-IF.
002310*    serialize on the cluster before touching it - see RESLOCK
002320     SET   RL-ENQ     TO  TRUE.
002330     MOVE  'VFILE'    TO  RL-RESOURCE.
002340     MOVE  'VJUNDO'   TO  RL-HOLDER.
002350     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
002360     IF  RL-BUSY
002370         DISPLAY  'VJUNDO: VFILE IS HELD BY '
002380                  RL-CURRENT-HOLDER  ' - RUN ABANDONED'
002390         MOVE  16  TO  RETURN-CODE
002400         STOP RUN
002410     END-IF.
002420     OPEN  I-O  V-OTFILE.
002430     IF  WS-VFILE-STATUS  NOT =  '00'
002440         DISPLAY  'VJUNDO: UNABLE TO OPEN VFILE, STATUS '
002450                  WS-VFILE-STATUS
002460         MOVE  16  TO  RETURN-CODE
002470     ELSE
002480         PERFORM  UNDO-SEC
002490         CLOSE  V-OTFILE
002500     END-IF.
002510     SET   RL-DEQ     TO  TRUE.
002520     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
002530     PERFORM  TERM-SEC.
002540     STOP RUN.
002550 MAIN-SEC-EX.
002560     EXIT.
002570/
002580 GET-PARM-SEC     SECTION.
002590     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
002600     MOVE  WS-PARM-LINE(1:8)    TO  WS-OPERATOR.
002610     IF  WS-PARM-LINE(9:16)  NOT  NUMERIC
002620         OR  WS-PARM-LINE(33:4)  NOT  NUMERIC
002630         DISPLAY  'VJUNDO: PARM IS OPERATOR(8) DATE(8) TIME(8)'
002640                  ' PROGRAM(8) NUM1(4) [C] [O]'
002650         MOVE  16  TO  RETURN-CODE
002660         STOP RUN
002670     END-IF.
002680     MOVE  WS-PARM-LINE(9:28)   TO  WS-UNDO-ID.
002690     MOVE  WS-PARM-LINE(37:1)   TO  WS-CHAIN-SW.
002700     MOVE  WS-PARM-LINE(38:1)   TO  WS-OVERRIDE-SW.
002710 GET-PARM-SEC-EX.
002720     EXIT.
002730/
002740*----------------------------------------------------------------
002750* the operator must appear in VAUTH with the 'U' update code;
002760* a missing authorization file authorizes nobody
002770*----------------------------------------------------------------
002780 CHECK-AUTH-SEC   SECTION.
002790     ACCEPT  WS-AUTH-TODAY  FROM  DATE  YYYYMMDD.
002800     OPEN  INPUT  AUTH-FILE.
002810     IF  WS-AUTH-STATUS  NOT =  '00'
002820         SET  AUTH-EOF  TO  TRUE
002830         DISPLAY  'VJUNDO: NO VAUTH FILE, STATUS '
002840                  WS-AUTH-STATUS
002850     END-IF.
002860     PERFORM  READ-AUTH-SEC
002870         UNTIL  AUTH-EOF  OR  OPERATOR-AUTHORIZED.
002880     IF  WS-AUTH-STATUS  =  '00'  OR  WS-AUTH-STATUS  =  '10'
002890         CLOSE  AUTH-FILE
002900     END-IF.
002910 CHECK-AUTH-SEC-EX.
002920     EXIT.
002930/
002940 READ-AUTH-SEC    SECTION.
002950     READ  AUTH-FILE
002960         AT END  SET  AUTH-EOF  TO  TRUE
002970     END-READ.
002980*    an expired grant (numeric AU-EXPIRY before today) counts as
002990*    no grant at all
003000     IF  NOT  AUTH-EOF  AND  AU-OPERATOR  =  WS-OPERATOR
003010         AND  (AU-EXPIRY  NOT  NUMERIC
003020               OR  AU-EXPIRY  >=  WS-AUTH-TODAY)
003030         MOVE  0  TO  WS-CODE-TALLY
003040         INSPECT  AU-CODES  TALLYING  WS-CODE-TALLY
003050             FOR  ALL  'U'
003060         IF  WS-CODE-TALLY  >  0
003070             SET  OPERATOR-AUTHORIZED  TO  TRUE
003080         END-IF
003090     END-IF.
003100 READ-AUTH-SEC-EX.
003110     EXIT.
003120/
003130 SCAN-JRNL-SEC    SECTION.
003140     READ  JRNL-FILE
003150         AT END  SET  JRNL-EOF  TO  TRUE
003160     END-READ.
003170     IF  NOT  JRNL-EOF
003180         PERFORM  JUDGE-JRNL-REC-SEC
003190     END-IF.
003200 SCAN-JRNL-SEC-EX.
003210     EXIT.
003220/
003230*----------------------------------------------------------------
003240* one journal record judged: for the key, the named entry opens
003250* the table and every later entry joins it
003260*----------------------------------------------------------------
003270 JUDGE-JRNL-REC-SEC  SECTION.
003280     IF  JR-NUM1  NOT =  WS-UNDO-KEY
003290         GO TO  JUDGE-JRNL-REC-SEC-EX
003300     END-IF.
003310     IF  WS-UN-COUNT  =  0
003320         AND  (JR-DATE     NOT =  WS-UNDO-DATE
003330               OR  JR-TIME     NOT =  WS-UNDO-TIME
003340               OR  JR-PROGRAM  NOT =  WS-UNDO-PROGRAM)
003350         GO TO  JUDGE-JRNL-REC-SEC-EX
003360     END-IF.
003370     IF  WS-UN-COUNT  <  50
003380         ADD   1         TO  WS-UN-COUNT
003390         MOVE  JRNL-REC  TO  WS-UN-ENTRY(WS-UN-COUNT)
003400     ELSE
003410         SET  UNDO-TABLE-FULL  TO  TRUE
003420     END-IF.
003430 JUDGE-JRNL-REC-SEC-EX.
003440     EXIT.
003450/
003460 LOAD-JRNCAT-SEC  SECTION.
003470     OPEN  INPUT  JRNCAT-FILE.
003480     IF  WS-JRNCAT-STATUS  NOT =  '00'
003490         SET  JCAT-EOF  TO  TRUE
003500     END-IF.
003510     PERFORM  READ-JRNCAT-SEC  UNTIL  JCAT-EOF.
003520     IF  WS-JRNCAT-STATUS  =  '00'  OR  WS-JRNCAT-STATUS  =  '10'
003530         CLOSE  JRNCAT-FILE
003540     END-IF.
003550 LOAD-JRNCAT-SEC-EX.
003560     EXIT.
003570/
003580 READ-JRNCAT-SEC  SECTION.
003590     READ  JRNCAT-FILE
003600         AT END      SET  JCAT-EOF  TO  TRUE
003610         NOT AT END
003620             IF  WS-SEG-COUNT  <  500
003630                 ADD  1  TO  WS-SEG-COUNT
003640                 SET  SEG-IDX  TO  WS-SEG-COUNT
003650                 MOVE  JC-SEG-NAME  TO  WS-SEG-NAME(SEG-IDX)
003660             END-IF
003670     END-READ.
003680 READ-JRNCAT-SEC-EX.
003690     EXIT.
003700/
003710 SCAN-SEGMENTS-SEC  SECTION.
003720     PERFORM  VARYING  SEG-IDX  FROM  1  BY  1
003730         UNTIL  SEG-IDX  >  WS-SEG-COUNT
003740         MOVE  WS-SEG-NAME(SEG-IDX)  TO  WS-JSEG-NAME
003750         PERFORM  SCAN-ONE-SEG-SEC
003760     END-PERFORM.
003770 SCAN-SEGMENTS-SEC-EX.
003780     EXIT.
003790/
003800 SCAN-ONE-SEG-SEC SECTION.
003810     MOVE  'N'  TO  WS-JSEG-EOF-SW.
003820     OPEN  INPUT  JSEG-IN.
003830     IF  WS-JSEG-STATUS  NOT =  '00'
003840         SET  JSEG-EOF  TO  TRUE
003850         DISPLAY  'VJUNDO: SEGMENT MISSING ' WS-JSEG-NAME
003860     END-IF.
003870     PERFORM  UNTIL  JSEG-EOF
003880         READ  JSEG-IN  INTO  JRNL-REC
003890             AT END      SET  JSEG-EOF  TO  TRUE
003900             NOT AT END  PERFORM  JUDGE-JRNL-REC-SEC
003910         END-READ
003920     END-PERFORM.
003930     IF  WS-JSEG-STATUS  =  '00'  OR  WS-JSEG-STATUS  =  '10'
003940         CLOSE  JSEG-IN
003950     END-IF.
003960 SCAN-ONE-SEG-SEC-EX.
003970     EXIT.
003980/
003990*----------------------------------------------------------------
004000* the live record must still be what the newest journaled entry
004010* left; later changes need the chain byte; the chain must join
004020* up; then the entries are undone newest-first
004030*----------------------------------------------------------------
004040 UNDO-SEC         SECTION.
004050     MOVE  WS-UNDO-KEY  TO  NUM1  OF  V-REC01.
004060     READ  V-OTFILE
004070         INVALID KEY
004080             DISPLAY  'VJUNDO: KEY ' WS-UNDO-KEY
004090                      ' IS NO LONGER ON VFILE - NOT UNDONE'
004100             MOVE  8  TO  RETURN-CODE
004110             GO TO  UNDO-SEC-EX
004120     END-READ.
004130     IF  V-REC01  NOT =  WS-UN-AFTER(WS-UN-COUNT)
004140         DISPLAY  'VJUNDO: KEY ' WS-UNDO-KEY
004150                  ' WAS CHANGED OUTSIDE THE JOURNAL SINCE ITS'
004160                  ' LAST ENTRY - NOT UNDONE'
004170         MOVE  8  TO  RETURN-CODE
004180         GO TO  UNDO-SEC-EX
004190     END-IF.
004200     IF  WS-UN-COUNT  >  1  AND  NOT  CHAIN-UNDO-ON
004210         DISPLAY  'VJUNDO: KEY ' WS-UNDO-KEY ' HAS '
004220                  WS-UN-COUNT ' JOURNAL ENTRIES FROM THE ONE'
004230                  ' NAMED ON - LATER CHANGES:'
004240         PERFORM  LIST-LATER-SEC
004250             VARYING  WS-UN-SUB  FROM  2  BY  1
004260             UNTIL  WS-UN-SUB  >  WS-UN-COUNT
004270         DISPLAY  'VJUNDO: NOT UNDONE - RERUN WITH C IN PARM'
004280                  ' POSITION 37 TO UNDO THE CHAIN NEWEST-FIRST'
004290         MOVE  8  TO  RETURN-CODE
004300         GO TO  UNDO-SEC-EX
004310     END-IF.
004320     PERFORM  CHECK-CHAIN-SEC
004330         VARYING  WS-UN-SUB  FROM  1  BY  1
004340         UNTIL  WS-UN-SUB  >=  WS-UN-COUNT
004350             OR  CHAIN-BROKEN.
004360     IF  CHAIN-BROKEN
004370         DISPLAY  'VJUNDO: JOURNAL CHAIN FOR KEY ' WS-UNDO-KEY
004380                  ' DOES NOT JOIN UP AFTER ENTRY '
004390                  WS-UN-DATE(WS-UN-SUB) ' '
004400                  WS-UN-TIME(WS-UN-SUB) ' - NOT UNDONE'
004410         MOVE  8  TO  RETURN-CODE
004420         GO TO  UNDO-SEC-EX
004430     END-IF.
004431*    an entry that added the record has no before image to
004432*    put back - rewriting it would blank the live key
004433     PERFORM  CHECK-ADD-SEC
004434         VARYING  WS-UN-SUB  FROM  1  BY  1
004435         UNTIL  WS-UN-SUB  >  WS-UN-COUNT
004436             OR  ADD-ENTRY-FOUND.
004437     IF  ADD-ENTRY-FOUND
004438         SUBTRACT  1  FROM  WS-UN-SUB
004439         SET   MG-DISPLAY  TO  TRUE
004440         MOVE  'VJUND002'  TO  MG-MSG-ID
004441         MOVE  'UNDO-SEC'  TO  MG-SECTION
004442         MOVE  WS-UNDO-KEY            TO  MG-VALUE(1)
004443         MOVE  WS-UN-DATE(WS-UN-SUB)  TO  MG-VALUE(2)
004444         MOVE  WS-UN-TIME(WS-UN-SUB)  TO  MG-VALUE(3)
004445         SET   MG-ERROR    TO  TRUE
004446         MOVE  'KEY &1 WAS ADDED BY ENTRY &2 &3 - NOT UNDONE'
004447                           TO  MG-TEXT
004448         MOVE  8           TO  MG-RETURN-CODE
004449         PERFORM  ISSUE-MSG-SEC
004450         MOVE  8  TO  RETURN-CODE
004451         GO TO  UNDO-SEC-EX
004452     END-IF.
004453*    closed-period guard on the record as it stands
004456     PERFORM  CHECK-PERIOD-SEC.
004460     IF  PERIOD-IS-BLOCKED
004470         DISPLAY  'VJUNDO: PERIOD CLOSED - UNDO REFUSED WITHOUT'
004480                  ' OVERRIDE ' WS-UNDO-KEY
004490         MOVE  8  TO  RETURN-CODE
004500         GO TO  UNDO-SEC-EX
004510     END-IF.
004520     PERFORM  UNDO-STEP-SEC
004530         VARYING  WS-UN-SUB  FROM  WS-UN-COUNT  BY  -1
004540         UNTIL  WS-UN-SUB  <  1
004550             OR  UNDO-STEP-FAILED.
004560     IF  UNDO-STEP-FAILED
004570         MOVE  16  TO  RETURN-CODE
004580     END-IF.
004590 UNDO-SEC-EX.
004600     EXIT.
004610/
004620 LIST-LATER-SEC   SECTION.
004630     DISPLAY  'VJUNDO:   ' WS-UN-DATE(WS-UN-SUB) ' '
004640              WS-UN-TIME(WS-UN-SUB) ' '
004650              WS-UN-PROGRAM(WS-UN-SUB) ' '
004660              WS-UN-OPERATOR(WS-UN-SUB).
004670 LIST-LATER-SEC-EX.
004680     EXIT.
004690/
004700*    each entry's after image must be the next one's before image
004710 CHECK-CHAIN-SEC  SECTION.
004720     IF  WS-UN-AFTER(WS-UN-SUB)
004730             NOT =  WS-UN-BEFORE(WS-UN-SUB + 1)
004740         SET  CHAIN-BROKEN  TO  TRUE
004750     END-IF.
004760 CHECK-CHAIN-SEC-EX.
004770     EXIT.
004780/
004781*    an add is journaled with an empty before image
004782 CHECK-ADD-SEC    SECTION.
004783     IF  WS-UN-BEFORE(WS-UN-SUB)  =  SPACES
004784             OR  WS-UN-BEFORE(WS-UN-SUB)  =  LOW-VALUES
004785         SET  ADD-ENTRY-FOUND  TO  TRUE
004786     END-IF.
004787 CHECK-ADD-SEC-EX.
004788     EXIT.
004789/
004790*----------------------------------------------------------------
004800* one entry undone: its before image rewritten over the record,
004810* journaled under the undoing operator and put on OPSAUDIT
004820*----------------------------------------------------------------
004830 UNDO-STEP-SEC    SECTION.
004840     MOVE  V-REC01                  TO  WS-BEFORE-IMAGE.
004850     MOVE  WS-UN-BEFORE(WS-UN-SUB)  TO  V-REC01.
004853     MOVE  LENGTH OF V-REC01        TO  V-LL.
004856     SET   RS-SET  TO  TRUE.
004861     MOVE  :LAYOUT:  TO  RS-LAYOUT.
004862     CALL  'RECSUM'  USING  WS-RECSUM-PARM  V-REC01.
004870     REWRITE  V-REC01
004880         INVALID KEY
004890             SET  UNDO-STEP-FAILED  TO  TRUE
004900             DISPLAY  'VJUNDO: REWRITE FAILED FOR KEY '
004910                      WS-UNDO-KEY ', STATUS ' WS-VFILE-STATUS
004920             GO TO  UNDO-STEP-SEC-EX
004930     END-REWRITE.
004940     PERFORM  WRITE-JRNL-SEC.
004950     ADD   1                        TO  WS-UNDONE-COUNT.
004960     MOVE  'VJUNDO  '               TO  OA-PROGRAM.
004970     MOVE  WS-OPERATOR              TO  OA-OPERATOR.
004980     MOVE  'JOURNAL ENTRY UNDONE'   TO  OA-ACTION.
004990     MOVE  SPACES                   TO  OA-DETAIL.
005000     STRING  WS-UNDO-KEY                DELIMITED BY SIZE
005010             ' '                        DELIMITED BY SIZE
005020             WS-UN-DATE(WS-UN-SUB)      DELIMITED BY SIZE
005030             ' '                        DELIMITED BY SIZE
005040             WS-UN-TIME(WS-UN-SUB)      DELIMITED BY SIZE
005050             ' '                        DELIMITED BY SIZE
005060             WS-UN-PROGRAM(WS-UN-SUB)   DELIMITED BY SPACE
005070         INTO  OA-DETAIL
005080     END-STRING.
005090     CALL  'OPSAUDIT'  USING  WS-OPSAUDIT-PARM.
005100     DISPLAY  'VJUNDO: UNDONE ' WS-UN-DATE(WS-UN-SUB) ' '
005110              WS-UN-TIME(WS-UN-SUB) ' '
005120              WS-UN-PROGRAM(WS-UN-SUB) ' KEY ' WS-UNDO-KEY.
005130 UNDO-STEP-SEC-EX.
005140     EXIT.
005150/
005160*----------------------------------------------------------------
005170* closed-period guard: the record's EFF-DATE names the period
005180* it belongs to; a period MECLOSE has closed blocks the undo
005190* unless the override byte was supplied, and an overridden
005200* undo is logged so the restatement is on the record
005210*----------------------------------------------------------------
005220 CHECK-PERIOD-SEC SECTION.
005230     MOVE  'N'  TO  WS-PERIOD-BLOCK-SW.
005240     IF  EFF-DATE  OF  V-REC01  IS  NUMERIC
005250         MOVE  EFF-DATE  OF  V-REC01(1:6)  TO  PC-PERIOD
005255         MOVE  EFF-DATE  OF  V-REC01       TO  PC-DATE
005260         MOVE  ENTITY-CODE  OF  V-REC01    TO  PC-ENTITY
005270         CALL  'PERIODCK'  USING  WS-PERIODCK-PARM
005280         IF  PC-CLOSED
005290             IF  PERIOD-OVERRIDE-ON
005300                 MOVE  'VJUNDO'            TO  EL-PROGRAM
005310                 MOVE  'CHECK-PERIOD-SEC'  TO  EL-SECTION
005320                 MOVE  'CLOSED-PERIOD UNDO OVERRIDDEN'
005330                       TO  EL-MSG
005340                 SET   EL-WARNING          TO  TRUE
005350                 MOVE  ZERO                TO  EL-RETURN-CODE
005355                 MOVE  'VJUND001'          TO  EL-MSG-ID
005360                 CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
005370                 MOVE  'VJUNDO  '          TO  OA-PROGRAM
005380                 MOVE  WS-OPERATOR         TO  OA-OPERATOR
005390                 MOVE  'CLOSED-PERIOD OVRRD'  TO  OA-ACTION
005400                 MOVE  SPACES              TO  OA-DETAIL
005410                 MOVE  WS-UNDO-KEY         TO  OA-DETAIL(1:4)
005420                 MOVE  PC-PERIOD           TO  OA-DETAIL(6:6)
005430                 CALL  'OPSAUDIT'  USING  WS-OPSAUDIT-PARM
005440             ELSE
005450                 SET  PERIOD-IS-BLOCKED  TO  TRUE
005460             END-IF
005470         END-IF
005480     END-IF.
005490 CHECK-PERIOD-SEC-EX.
005500     EXIT.
005510/
005520*----------------------------------------------------------------
005530* appends one journal record for the compensating REWRITE - the
005540* image it replaced and the image it restored, under the
005550* undoing operator. EXTEND accumulates; the OUTPUT fallback
005560* primes the journal, the way ERRLOG primes its log.
005570*----------------------------------------------------------------
005580 WRITE-JRNL-SEC   SECTION.
005590     OPEN  EXTEND  JRNL-FILE.
005600     IF  WS-JRNL-STATUS  NOT =  '00'
005610         OPEN  OUTPUT  JRNL-FILE
005620     END-IF.
005630     ACCEPT  JR-DATE  FROM  DATE  YYYYMMDD.
005640     ACCEPT  JR-TIME  FROM  TIME.
005650     MOVE  'VJUNDO  '        TO  JR-PROGRAM.
005660     MOVE  WS-OPERATOR       TO  JR-OPERATOR.
005670     MOVE  NUM1  OF  V-REC01 TO  JR-NUM1.
005680     MOVE  WS-BEFORE-IMAGE   TO  JR-BEFORE-IMAGE.
005690     MOVE  V-REC01           TO  JR-AFTER-IMAGE.
005691*    sealed into the journal chain under the chain's lock, which
005692*    is held until the entry is on the file - see chnseal.cbl
005693     SET   CS-SEAL  TO  TRUE.
005694     MOVE  'VJOURNAL'        TO  CS-CHAIN.
005695     MOVE  'VJUNDO  '        TO  CS-HOLDER.
005696     CALL  'CHNSEAL'  USING  WS-CHNSEAL-PARM  JRNL-REC.
005697     IF  CS-OK
005698         MOVE  CS-SEQ   TO  JR-CHAIN-SEQ
005699         MOVE  CS-HASH  TO  JR-CHAIN-HASH
005700     ELSE
005701         MOVE  0  TO  JR-CHAIN-SEQ  JR-CHAIN-HASH
005702         DISPLAY  'VJUNDO: JOURNAL CHAIN HELD BY '
005703                  CS-CURRENT-HOLDER ' - ENTRY WRITTEN UNSEALED'
005704     END-IF.
005705     WRITE  JRNL-REC.
005706     CLOSE  JRNL-FILE.
005707     IF  CS-OK
005708         SET   CS-RELEASE  TO  TRUE
005709         CALL  'CHNSEAL'  USING  WS-CHNSEAL-PARM  JRNL-REC
005710     END-IF.
005720 WRITE-JRNL-SEC-EX.
005730     EXIT.
005740/
005741 ISSUE-MSG-SEC    SECTION.
005742     MOVE  'VJUNDO'  TO  MG-PROGRAM.
005743     CALL  'MSGFMT'  USING  WS-MSGFMT-PARM.
005744 ISSUE-MSG-SEC-EX.
005745     EXIT.
005746/
005750 TERM-SEC         SECTION.
005760     DISPLAY  'VJUNDO: JOURNAL ENTRIES UNDONE ' WS-UNDONE-COUNT.
005770     MOVE  RETURN-CODE           TO  WS-FINAL-RC.
005780     MOVE  'VJUNDO  '            TO  JA-PROGRAM.
005790     MOVE  'ENTRIES UNDONE'      TO  JA-COUNT-NAME.
005800     MOVE  WS-UNDONE-COUNT       TO  JA-COUNT-VALUE.
005810     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
005820     MOVE  WS-FINAL-RC           TO  RETURN-CODE.
005830 TERM-SEC-EX.
005840     EXIT.
