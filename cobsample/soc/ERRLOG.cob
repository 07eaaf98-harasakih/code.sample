000098* pattern(20, a leading fragment of the section name, or * for
000099* any) blank minimum severity(1: I, W, or E). the routes load
000100* once on the first call; no ERRROUTE file routes nothing.
000101* a route may also name, in columns 33-40, a message id or a
000102* leading fragment of one (FILEW, FILEW001; blank or * for any)
000103* so it keeps routing however the message text is reworded.
000104* each alert carries, after the message, the problem id the
000105* KNOWNERR known-error deck knows the entry as - or NEW for an
000106* unrecognised 'E' - so the operator can turn straight to the
000107* runbook action ERRRPT prints beside it.
000108*
000109* the log line and the alert both end with the entry's MSGCAT
000110* message id (see MSGFMT), and every entry that carries one is
000111* noted on the MSGLOG issue file for MSGRPT's reconciliation of
000112* what was issued against what the catalog holds.
000113*----------------------------------------------------------------
000114 ENVIRONMENT      DIVISION.
000120 INPUT-OUTPUT     SECTION.
000130 FILE-CONTROL.
000140     SELECT  ERRLOG-FILE  ASSIGN TO   ERRLOG
000168     SELECT  ALERT-FILE   ASSIGN TO   OPALERT
000169             ORGANIZATION IS  LINE SEQUENTIAL
000170             FILE STATUS  IS  WS-ALERT-STATUS.
000172     SELECT  MSGLOG-FILE  ASSIGN TO   MSGLOG
000174             ORGANIZATION IS  LINE SEQUENTIAL
000176             FILE STATUS  IS  WS-MSGLOG-STATUS.
000178
000180 DATA             DIVISION.
000190 FILE             SECTION.
000200 FD  ERRLOG-FILE.
000210 01  ERRLOG-REC                   PIC  X(105).
000212 FD  ROUTE-FILE.
000213 01  ROUTE-REC.
000214     03  RT-PROGRAM               PIC  X(08).
000216     03  RT-SECTION               PIC  X(20).
000217     03  FILLER                   PIC  X(01).
000218     03  RT-MIN-SEV               PIC  X(01).
000219     03  FILLER                   PIC  X(01).
000220     03  RT-MSG-ID                PIC  X(08).
000221 FD  ALERT-FILE.
000222 01  ALERT-REC                    PIC  X(108).
000223 FD  MSGLOG-FILE.
000224 01  MSGLOG-REC                   PIC  X(58).
000225
000230 WORKING-STORAGE  SECTION.
000240*
000245 01  WS-ERRLOG-STATUS             PIC  X(02).
000250 01  WS-MSGLOG-STATUS             PIC  X(02).
000260*
000270 01  WS-TIMESTAMP.
000280     03  WS-TS-DATE               PIC  9(08).
000410     03  FILLER                   PIC  X(01) VALUE SPACE.
000420     03  EL-OUT-MSG               PIC  X(40).
000430     03  FILLER                   PIC  X(01) VALUE SPACE.
000431     03  EL-OUT-RC                PIC  -9999.
000432     03  FILLER                   PIC  X(01) VALUE SPACE.
000433     03  EL-OUT-MSG-ID            PIC  X(08).
000434*
000435 01  WS-ROUTE-AREA.
000436     03  WS-ROUTE-STATUS          PIC  X(02).
000437     03  WS-ALERT-STATUS          PIC  X(02).
000438     03  WS-ROUTES-LOADED-SW      PIC  X(01)  VALUE 'N'.
000439       88  ROUTES-LOADED               VALUE 'Y'.
000440     03  WS-ROUTE-EOF-SW          PIC  X(01)  VALUE 'N'.
000441       88  ROUTE-EOF                   VALUE 'Y'.
000442     03  WS-ROUTE-HIT-SW          PIC  X(01).
000443       88  ROUTE-HIT                   VALUE 'Y'.
000444     03  WS-ROUTE-TABLE.
000445       05  WS-ROUTE-ENTRY  OCCURS 20 TIMES.
000446         07  WS-RT-PROGRAM        PIC  X(08).
000447         07  WS-RT-SECTION        PIC  X(20).
000448         07  WS-RT-MIN-SEV        PIC  X(01).
000455         07  WS-RT-MSG-ID         PIC  X(08).
000456     03  WS-ROUTE-COUNT           PIC  9(02)  COMP  VALUE  0.
000457     03  WS-ROUTE-SUB             PIC  9(02)  COMP.
000458     03  WS-PAT-LEN               PIC  9(02)  COMP.
000472     03  AL-SECTION               PIC  X(20).
000473     03  FILLER                   PIC  X(01) VALUE SPACE.
000474     03  AL-MSG                   PIC  X(40).
000475     03  FILLER                   PIC  X(01) VALUE SPACE.
000476     03  AL-PROBLEM               PIC  X(08).
000477     03  FILLER                   PIC  X(01) VALUE SPACE.
000478     03  AL-MSG-ID                PIC  X(08).
000479*
000480 01  WS-MSGLOG-EDIT.
000481     03  ML-DATE                  PIC  9(08).
000482     03  FILLER                   PIC  X(01) VALUE SPACE.
000483     03  ML-TIME                  PIC  9(08).
000484     03  FILLER                   PIC  X(01) VALUE SPACE.
000485     03  ML-MSG-ID                PIC  X(08).
000486     03  FILLER                   PIC  X(01) VALUE SPACE.
000487     03  ML-ORIGIN                PIC  X(01) VALUE 'L'.
000488     03  FILLER                   PIC  X(01) VALUE SPACE.
000489     03  ML-PROGRAM               PIC  X(08).
000490     03  FILLER                   PIC  X(01) VALUE SPACE.
000491     03  ML-SECTION               PIC  X(20).
000492*
000493 01  WS-KNOWNERR-PARM.
000494     COPY  knownerr.
000495*
000496 LINKAGE          SECTION.
000497 01  ERRLOG-PARM.
000498     COPY  errlog.
000499 01  VERSID-REQ  REDEFINES  ERRLOG-PARM.
000500     COPY  versid.
000501*
000502 PROCEDURE        DIVISION USING ERRLOG-PARM.
000510 MAIN-SEC         SECTION.
000512*    the standard library identity handshake - see versid.cbl
000513     IF  VI-RESERVED-LENGTH  AND  VI-IDENT-REQUEST
000516         DISPLAY 'ERRLOG: VERSION 02 COMPILED ' WHEN-COMPILED
000517         GOBACK
000518     END-IF.
000519     IF  EL-MSG-ID  =  LOW-VALUES
000521         MOVE  SPACES  TO  EL-MSG-ID
000523     END-IF.
000525     OPEN  EXTEND  ERRLOG-FILE.
000530     IF  WS-ERRLOG-STATUS  NOT =  '00'
000540         OPEN  OUTPUT  ERRLOG-FILE
000550     END-IF.
000630     MOVE  EL-PROGRAM      TO  EL-OUT-PROGRAM.
000640     MOVE  EL-SECTION      TO  EL-OUT-SECTION.
000650     MOVE  EL-MSG          TO  EL-OUT-MSG.
000655     MOVE  EL-RETURN-CODE  TO  EL-OUT-RC.
000660     MOVE  EL-MSG-ID       TO  EL-OUT-MSG-ID.
000670     MOVE  ERRLOG-EDIT     TO  ERRLOG-REC.
000680     WRITE  ERRLOG-REC.
000690
000692     CLOSE  ERRLOG-FILE.
000694     IF  EL-MSG-ID  NOT =  SPACES
000696         PERFORM  NOTE-ISSUE-SEC
000698     END-IF.
000702
000704*    entries matching an ERRROUTE line also reach the OPALERT
000706*    operations alert file immediately - see the header note
001020                 MOVE  RT-SECTION
001030                       TO  WS-RT-SECTION(WS-ROUTE-COUNT)
001040                 MOVE  RT-MIN-SEV
001043                       TO  WS-RT-MIN-SEV(WS-ROUTE-COUNT)
001046                 MOVE  RT-MSG-ID
001050                       TO  WS-RT-MSG-ID(WS-ROUTE-COUNT)
001060             END-IF
001070     END-READ.
001080 READ-ROUTE-SEC-E.
001090     EXIT.
001100/
001110*----------------------------------------------------------------
001120* an entry routes when a line matches on all four of: program
001130* (exact, or '*' for any), section (leading fragment, or '*'),
001135* severity at or above the line's minimum (I < W < E), and
001140* message id (leading fragment; blank or '*' for any). the
001150* first matching line wins; one alert per logged entry.
001160*----------------------------------------------------------------
001170 ROUTE-CHECK-SEC  SECTION.
001430     IF  WS-RT-PROGRAM(WS-ROUTE-SUB)  NOT =  EL-PROGRAM
001440         AND  WS-RT-PROGRAM(WS-ROUTE-SUB)(1:1)  NOT =  '*'
001450         GO  TO  MATCH-ROUTE-SEC-E
001451     END-IF.
001452     IF  WS-RT-MSG-ID(WS-ROUTE-SUB)  NOT =  SPACES
001453         AND  WS-RT-MSG-ID(WS-ROUTE-SUB)(1:1)  NOT =  '*'
001454         MOVE  0  TO  WS-PAT-LEN
001455         PERFORM  VARYING  WS-PAT-SUB  FROM  1  BY  1
001456             UNTIL  WS-PAT-SUB  >  8
001457             IF  WS-RT-MSG-ID(WS-ROUTE-SUB)(WS-PAT-SUB:1)
001458                     NOT =  SPACE
001459                 MOVE  WS-PAT-SUB  TO  WS-PAT-LEN
001460             END-IF
001461         END-PERFORM
001462         IF  EL-MSG-ID(1:WS-PAT-LEN)  NOT =
001463             WS-RT-MSG-ID(WS-ROUTE-SUB)(1:WS-PAT-LEN)
001464             GO  TO  MATCH-ROUTE-SEC-E
001465         END-IF
001466     END-IF.
001470     IF  WS-RT-SECTION(WS-ROUTE-SUB)(1:1)  =  '*'
001480         SET  ROUTE-HIT  TO  TRUE
001490         GO  TO  MATCH-ROUTE-SEC-E
001680/
001690*----------------------------------------------------------------
001700* appends one line to the OPALERT operations alert file the
001705* operators already watch (FILEIO's alert file), stamped with
001710* its known-error problem id. EXTEND so
001720* alerts accumulate across the night; the OUTPUT fallback
001730* primes the file on the first alert ever written.
001740*----------------------------------------------------------------
001820     MOVE  EL-SEVERITY   TO  AL-SEV.
001830     MOVE  EL-PROGRAM    TO  AL-PROGRAM.
001840     MOVE  EL-SECTION    TO  AL-SECTION.
001841     MOVE  EL-MSG        TO  AL-MSG.
001842     MOVE  EL-MSG-ID     TO  AL-MSG-ID.
001843     SET   KE-MATCH      TO  TRUE.
001844     MOVE  EL-PROGRAM    TO  KE-PROGRAM.
001845     MOVE  EL-SECTION    TO  KE-SECTION.
001846     MOVE  EL-MSG        TO  KE-MSG.
001847     MOVE  EL-MSG-ID     TO  KE-MSG-ID.
001848     CALL  'KNOWNERR'  USING  WS-KNOWNERR-PARM.
001849     EVALUATE  TRUE
001850         WHEN  KE-KNOWN
001851             MOVE  KE-PROBLEM-ID  TO  AL-PROBLEM
001852         WHEN  EL-ERROR
001853             MOVE  'NEW'          TO  AL-PROBLEM
001854         WHEN  OTHER
001856             MOVE  SPACES         TO  AL-PROBLEM
001858     END-EVALUATE.
001860     MOVE  WS-ALERT-EDIT TO  ALERT-REC.
001870     WRITE  ALERT-REC.
001880     CLOSE  ALERT-FILE.
001890 WRITE-ALERT-SEC-E.
001891     EXIT.
001892/
001893*----------------------------------------------------------------
001894* one line on the MSGLOG issue file for an entry logged under a
001895* message id, in the layout MSGFMT notes its displays in, so
001896* MSGRPT counts every id issued however it was issued
001897*----------------------------------------------------------------
001898 NOTE-ISSUE-SEC   SECTION.
001899     MOVE  WS-TS-DATE    TO  ML-DATE.
001900     MOVE  WS-TS-TIME    TO  ML-TIME.
001910     MOVE  EL-MSG-ID     TO  ML-MSG-ID.
001920     MOVE  EL-PROGRAM    TO  ML-PROGRAM.
001930     MOVE  EL-SECTION    TO  ML-SECTION.
001940     OPEN  EXTEND  MSGLOG-FILE.
001950     IF  WS-MSGLOG-STATUS  NOT =  '00'
001960         OPEN  OUTPUT  MSGLOG-FILE
001970     END-IF.
001980     MOVE  WS-MSGLOG-EDIT  TO  MSGLOG-REC.
001990     WRITE  MSGLOG-REC.
002000     CLOSE  MSGLOG-FILE.
002010 NOTE-ISSUE-SEC-E.
002020     EXIT.
