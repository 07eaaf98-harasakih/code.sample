000250* SHUDAN2's COMP0/COMP3/COMP5/BIN and NUM2 carry the key by
000260* construction (see FILEW/FRECON), so they are re-stamped with
000270* the new key as the record moves.
000272*
000274* journal entries are hash-chained (see CHNSEAL), so once any
000276* journal entry, live or rolled, has been re-keyed the chain is
000278* resealed through CHNCHK - a sanctioned rewrite, logged on
000279* OPSAUDIT, that CHNVFY reports with its date and holder.
000280*
000281* each key moved on the cluster is noted on the VMOVLOG movement
000282* ledger (see MOVLOG) as the old key removed and the new key
000283* added, so VMOVREC can account for the change in hash total.
000284*----------------------------------------------------------------
000290 ENVIRONMENT      DIVISION.
000300 INPUT-OUTPUT     SECTION.
000310 FILE-CONTROL.
000350             RECORD KEY    IS    NUM1  OF  V-REC01
000360             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000370                           WITH  DUPLICATES
000371             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000372                           WITH  DUPLICATES
000380             FILE STATUS   IS    WS-VOTFILE-STATUS.
000390     SELECT  F-KSDS-FILE ASSIGN TO   FKSDS
000400             ORGANIZATION  IS    INDEXED
000508     SELECT  JSEG-IO     ASSIGN TO   WS-JSEG-NAME
000510             ORGANIZATION  IS    SEQUENTIAL
000512             FILE STATUS   IS    WS-JSEG-STATUS.
000516     SELECT  XREF-FILE   ASSIGN TO   FKXREF
000520             ORGANIZATION  IS    LINE SEQUENTIAL
000530             FILE STATUS   IS    WS-XREF-STATUS.
000540
000545     COPY  keylay.
000550 DATA             DIVISION.
000560 FILE             SECTION.
000570 FD      V-OTFILE
000580         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
000590         DEPENDING ON  V-LL.
000600 01      V-REC01.
000610     COPY  vfile.
000620 01      V-HTR-REC  REDEFINES  V-REC01.
000630     03  HTR-KEY                      PIC  9(:KEY-LEN:).
000640     03  HTR-ID                       PIC  X(04).
000650       88  HTR-IS-HEADER                    VALUE 'HDR1'.
000660       88  HTR-IS-TRAILER                   VALUE 'TRL1'.
000670     03  FILLER                       PIC  X(:TAIL-4:).
000680
000690 FD      F-KSDS-FILE.
000700 01      F-KSDS-REC.
000740 01      REJECT-REC.
000750     03  RJ-SOURCE                    PIC  X(01).
000760     03  FILLER                       PIC  X(01).
000762     03  RJ-NUM1                      PIC  X(:KEY-LEN:).
000764     03  RJ-NUM1-N  REDEFINES  RJ-NUM1
000766                                      PIC  9(:KEY-LEN:).
000770     03  FILLER                       PIC  X(:REJ-TAIL-2:).
000790
000800 FD      JRNL-FILE.
000810 01      JRNL-REC.
000838     03  JS-TIME                      PIC  9(08).
000839     03  JS-PROGRAM                   PIC  X(08).
000840     03  JS-OPERATOR                  PIC  X(08).
000841     03  JS-NUM1                      PIC  9(:KEY-LEN:).
000842     03  JS-BEFORE-IMAGE              PIC  X(:REC-LEN:).
000843     03  JS-AFTER-IMAGE               PIC  X(:REC-LEN:).
000844     03  JS-CHAIN-SEQ                  PIC  9(09).
000845     03  JS-CHAIN-HASH                 PIC  9(18).
000846
000847 FD      XREF-FILE.
000850 01      XREF-REC.
000860     03  XR-OLD-NUM1                  PIC  9(04).
000870     03  FILLER                       PIC  X(01).
001412 01  WS-PRECHK-COUNT           PIC  9(05)  COMP.
001414*    the key the map lookup compares - callers stage it here,
001415*    never through a file's record area
001416 01  WS-FIND-NUM1              PIC  9(04).
001420
001430 01  WS-COUNTERS.
001440   03  WS-MOVED-COUNT          PIC  9(05)  COMP  VALUE  0.
001460   03  WS-REJ-FIXED            PIC  9(05)  COMP  VALUE  0.
001470   03  WS-JRNL-FIXED           PIC  9(05)  COMP  VALUE  0.
001480
001490 01  WS-HOLD-REC               PIC  X(:REC-LEN:).
001500 01  WS-HOLD-REC-R  REDEFINES  WS-HOLD-REC.
001510   03  WS-HOLD-NUM1            PIC  9(:KEY-LEN:).
001520   03  FILLER                  PIC  X(:TAIL-0:).
001522*
001524*    a journal image laid over the VFILE record shape (the
001526*    VJHIST technique) so every key-carrying field inside it
001539   03  WS-SEG-ENTRY  OCCURS  500  TIMES  INDEXED BY SEG-IDX.
001540     05  WS-SEG-NAME           PIC  X(16).
001541 01  WS-SEG-COUNT              PIC  9(05)  COMP  VALUE  0.
001544
001547 01  WS-RESLOCK-PARM.
001550     COPY  reslock.
001560
001570 01  WS-ERRLOG-PARM.
001590
001600 01  WS-JOBACCT-PARM.
001610     COPY  jobacct.
001612
001614 01  WS-CHNCHK-PARM.
001616     COPY  chnchk.
001617 01  WS-RECSUM-PARM.
001618     COPY  recsum.
001619
001620 01  WS-MOVLOG-PARM.
001622     COPY  movlog.
001624
001626 01  WS-KEYMODE-PARM.
001628     COPY  keymode.
001630 PROCEDURE        DIVISION.
001631 MAIN-SEC         SECTION.
001632*    the stores must carry the key layout this program is built
001633*    for - see KEYMODE
001634     MOVE  'FKRENUM'   TO  KM-PROGRAM.
001635     MOVE  0           TO  KM-RUN-DATE.
001636     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
001637     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
001638     IF  KM-REFUSE
001639         MOVE  16  TO  RETURN-CODE
001640         STOP RUN
001645     END-IF.
001650     PERFORM  GET-PARM-SEC.
001660*    serialize on the cluster before touching it - see RESLOCK
001670     SET   RL-ENQ     TO  TRUE.
001882         STOP RUN
001883     END-IF.
001884     PERFORM  CHECK-TARGET-SEC.
001887     IF  NOT  TARGET-RANGE-FREE
001890         DISPLAY  'FKRENUM: TARGET RANGE NOT FREE -'
001900                  ' NOTHING MOVED'
001910         CLOSE  V-OTFILE
003090                 MOVE  V-REC01  TO  WS-HOLD-REC
003100                 DELETE  V-OTFILE
003110                 END-DELETE
003111                 MOVE  'FKRENUM'  TO  MV-PROGRAM
003112                 MOVE  WS-MAP-OLD(WS-MAP-SUB)  TO  MV-NUM1
003113                 SET   MV-REMOVED  TO  TRUE
003114                 MOVE  'KEY RENUMBERED FROM'  TO  MV-REASON
003115                 CALL  'MOVLOG'  USING  WS-MOVLOG-PARM
003120                 MOVE  WS-HOLD-REC  TO  V-REC01
003130                 MOVE  LENGTH OF V-REC01  TO  V-LL
003140                 MOVE  WS-MAP-NEW(WS-MAP-SUB)
003170                           COMP0  OF  V-REC01
003180                           COMP3  OF  V-REC01
003190                           COMP5  OF  V-REC01
003193                           BIN    OF  V-REC01
003196                 SET   RS-SET  TO  TRUE
003201                 MOVE  :LAYOUT:  TO  RS-LAYOUT
003202                 CALL  'RECSUM'  USING  WS-RECSUM-PARM  V-REC01
003210                 WRITE  V-REC01
003220                     INVALID KEY
003230                         DISPLAY  'FKRENUM: WRITE FAILED AT '
003280                                               TO  EL-MSG
003290                         SET   EL-ERROR        TO  TRUE
003300                         MOVE  16              TO  EL-RETURN-CODE
003305                         MOVE  'FKREN001'      TO  EL-MSG-ID
003310                         CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
003320                     NOT INVALID KEY
003330                         ADD  1  TO  WS-MOVED-COUNT
003331                         MOVE  WS-MAP-NEW(WS-MAP-SUB)  TO  MV-NUM1
003332                         SET   MV-ADDED  TO  TRUE
003333                         MOVE  'KEY RENUMBERED TO'  TO  MV-REASON
003334                         CALL  'MOVLOG'  USING  WS-MOVLOG-PARM
003340                 END-WRITE
003350         END-READ
003360     END-PERFORM.
003790                               COMP0  OF  F-KSDS-REC
003800                               COMP3  OF  F-KSDS-REC
003810                               COMP5  OF  F-KSDS-REC
003813                               BIN    OF  F-KSDS-REC
003816                     SET   RS-SET  TO  TRUE
003821                     MOVE  :LAYOUT:  TO  RS-LAYOUT
003822                     CALL  'RECSUM'  USING  WS-RECSUM-PARM
003823                                            F-KSDS-REC
003830                     WRITE  F-KSDS-REC
003840                         INVALID KEY
003850                             DISPLAY  'FKRENUM: FKSDS WRITE'
004160             UNTIL  WS-REJ-SUB  >  WS-REJ-COUNT
004170             MOVE  WS-REJ-LINE(WS-REJ-SUB)  TO  REJECT-REC
004180             IF  RJ-NUM1  IS  NUMERIC
004185                 MOVE  RJ-NUM1-N  TO  WS-FIND-NUM1
004190                 PERFORM  FIND-MAP-SEC
004200                 IF  MAP-HIT
004210                     MOVE  WS-MAPPED-NEW  TO  RJ-NUM1-N
004220                     ADD  1  TO  WS-REJ-FIXED
004230                 END-IF
004240             END-IF
004730     END-IF.
004740     PERFORM  SCRUB-JRNL-SEC  UNTIL  JRNL-EOF.
004750     IF  WS-JRNL-STATUS  =  '00'  OR  WS-JRNL-STATUS  =  '10'
004751         CLOSE  JRNL-FILE
004752     END-IF.
004753*    the re-keyed entries no longer hash as they were sealed
004754     IF  WS-JRNL-FIXED  >  0
004755         PERFORM  RESEAL-JOURNAL-SEC
004756     END-IF.
004757 FIX-JOURNAL-SEC-EX.
004758     EXIT.
004759/
004760*----------------------------------------------------------------
004761* the journal chain resealed over the re-keyed entries; a chain
004762* that was already broken, or is held, is reported and left for
004763* CHNVFY
004764*----------------------------------------------------------------
004765 RESEAL-JOURNAL-SEC  SECTION.
004766     SET   CK-RESEAL   TO  TRUE.
004767     MOVE  'VJOURNAL'  TO  CK-CHAIN.
004768     MOVE  'FKRENUM '  TO  CK-HOLDER.
004769     CALL  'CHNCHK'  USING  WS-CHNCHK-PARM.
004770     EVALUATE  TRUE
004771         WHEN  CK-INTACT
004772             DISPLAY  'FKRENUM: JOURNAL CHAIN RESEALED, '
004773                      CK-RESEALED ' ENTRIES REHASHED'
004774         WHEN  CK-BUSY
004775             DISPLAY  'FKRENUM: JOURNAL CHAIN HELD BY '
004776                      CK-RESEAL-BY ' - NOT RESEALED'
004777             IF  RETURN-CODE  <  4
004778                 MOVE  4  TO  RETURN-CODE
004779             END-IF
004780         WHEN  OTHER
004781             DISPLAY  'FKRENUM: JOURNAL CHAIN NOT RESEALED - '
004782                      CK-BREAK-REASON ' IN ' CK-BREAK-FILE
004783             IF  RETURN-CODE  <  4
004784                 MOVE  4  TO  RETURN-CODE
004785             END-IF
004786     END-EVALUATE.
004787 RESEAL-JOURNAL-SEC-EX.
004788     EXIT.
004791/
004792 LOAD-JRNCAT-SEC  SECTION.
004793     OPEN  INPUT  JRNCAT-FILE.
004850 SCRUB-SEG-REC-SEC-EX.
004851     EXIT.
004852/
004853 SCRUB-JRNL-SEC   SECTION.
004854     READ  JRNL-FILE
004855         AT END  SET  JRNL-EOF  TO  TRUE
004856     END-READ.
004857     IF  NOT  JRNL-EOF
004860         MOVE  JR-NUM1  TO  WS-FIND-NUM1
004870         PERFORM  FIND-MAP-SEC
004880         IF  MAP-HIT
004986                              BIN    OF  WS-IMG-R.
004988 RESTAMP-IMG-SEC-EX.
004990     EXIT.
004993/
004996 TERM-SEC         SECTION.
005000     DISPLAY  'FKRENUM: CLUSTER RECORDS MOVED ' WS-MOVED-COUNT.
005010     DISPLAY  'FKRENUM: FKSDS RECORDS MOVED   ' WS-FKSDS-MOVED.
005020     DISPLAY  'FKRENUM: REJECT LINES UPDATED  ' WS-REJ-FIXED.
