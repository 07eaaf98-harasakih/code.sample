000200*             3-digit PARM count defaulting to 100 - FILEW's
000210*             edits reject some records by design, so zero is
000220*             not a workable bar
000222*   MOVEMENT  holds VMOVREC's balanced (or baseline-taken) line
000224*             and no UNEXPLAINED lines - the day's opening
000226*             position plus its adds less its removals, door by
000228*             door, came to the cluster's closing count and hash
000230*----------------------------------------------------------------
000240 ENVIRONMENT      DIVISION.
000250 INPUT-OUTPUT     SECTION.
000390     SELECT  REJ-IN      ASSIGN TO    VREJECT
000400             ORGANIZATION  IS    LINE SEQUENTIAL
000410             FILE STATUS   IS    WS-REJ-STATUS.
000412     SELECT  MOV-IN      ASSIGN TO    VMOVRPT
000414             ORGANIZATION  IS    LINE SEQUENTIAL
000416             FILE STATUS   IS    WS-MOV-STATUS.
000420     SELECT  HEALTH-RPT  ASSIGN TO    CYCLRPT
000430             ORGANIZATION  IS    LINE SEQUENTIAL.
000432     SELECT  CYCHIST-FILE ASSIGN TO   CYCHIST
000434             ORGANIZATION  IS    LINE SEQUENTIAL
000436             FILE STATUS   IS    WS-CYCHIST-STATUS.
000440
000445     COPY  keylay.
000450 DATA             DIVISION.
000460 FILE             SECTION.
000470 FD      BAL-IN.
000650
000660 FD      REJ-IN.
000670 01      REJ-REC                      PIC  X(80).
000672
000674 FD      MOV-IN.
000676 01      MOV-REC.
000677     03  MOV-TAG                      PIC  X(12).
000678     03  FILLER                       PIC  X(68).
000680
000690 FD      HEALTH-RPT.
000700 01      RPT-LINE                     PIC  X(80).
000770   03   WS-DUPS-STATUS      PIC  X(02).
000780   03   WS-ELOG-STATUS      PIC  X(02).
000790   03   WS-REJ-STATUS       PIC  X(02).
000791   03   WS-MOV-STATUS       PIC  X(02).
000792   03   WS-CYCHIST-STATUS   PIC  X(02).
000800
000810 01     WS-SWITCHES.
000830     88  FILE-EOF                  VALUE  'Y'.
000840   03   WS-BAL-CLEAN-SW     PIC  X(01)  VALUE  'N'.
000850     88  BAL-CLEAN-SEEN            VALUE  'Y'.
000852   03   WS-MOV-CLEAN-SW     PIC  X(01)  VALUE  'N'.
000854     88  MOV-CLEAN-SEEN            VALUE  'Y'.
000860   03   WS-ALL-PASS-SW      PIC  X(01)  VALUE  'Y'.
000870     88  ALL-CHECKS-PASSED         VALUE  'Y'.
000880
000950   03   WS-DUPS-COUNT       PIC  9(07)  COMP  VALUE  0.
000960   03   WS-ESEV-COUNT       PIC  9(07)  COMP  VALUE  0.
000970   03   WS-REJECT-COUNT     PIC  9(07)  COMP  VALUE  0.
000972   03   WS-UNEXPL-COUNT     PIC  9(07)  COMP  VALUE  0.
000980
000990 01     RPT-CHECK-LINE.
001000   03   RPT-CHECK-NAME      PIC  X(10).
001080        'CYCLE HEALTH SUMMARY'.
001090 01     RPT-HDR2            PIC  X(80)  VALUE
001100        'CHECK      RSLT DETAIL'.
001103
001106 01  WS-KEYMODE-PARM.
001110     COPY  keymode.
001120 PROCEDURE        DIVISION.
001121 MAIN-SEC         SECTION.
001122*    the stores must carry the key layout this program is built
001123*    for - see KEYMODE
001124     MOVE  'CYCLRPT'   TO  KM-PROGRAM.
001125     MOVE  0           TO  KM-RUN-DATE.
001126     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
001127     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
001128     IF  KM-REFUSE
001129         MOVE  16  TO  RETURN-CODE
001130         STOP RUN
001135     END-IF.
001140     PERFORM  GET-PARM-SEC.
001150     OPEN  OUTPUT  HEALTH-RPT.
001160     MOVE  RPT-HDR1  TO  RPT-LINE.
001220     PERFORM  CHECK-DUPS-SEC.
001230     PERFORM  CHECK-ERRLOG-SEC.
001240     PERFORM  CHECK-REJECTS-SEC.
001245     PERFORM  CHECK-MOVEMENT-SEC.
001250     PERFORM  TERM-SEC.
001260     STOP RUN.
001270 MAIN-SEC-EX.
002950     WRITE  RPT-LINE.
002960 CHECK-REJECTS-SEC-EX.
002970     EXIT.
002971/
002972 CHECK-MOVEMENT-SEC SECTION.
002973     MOVE  'N'  TO  WS-EOF-SW.
002974     OPEN  INPUT  MOV-IN.
002975     IF  WS-MOV-STATUS  NOT =  '00'
002976         SET  FILE-EOF  TO  TRUE
002977     END-IF.
002978     PERFORM  UNTIL  FILE-EOF
002979         READ  MOV-IN
002980             AT END  SET  FILE-EOF  TO  TRUE
002981             NOT AT END
002982                 IF  MOV-TAG  =  'UNEXPLAINED'
002983                     ADD  1  TO  WS-UNEXPL-COUNT
002984                 END-IF
002985                 IF  MOV-REC(1:26)
002986                         =  'VMOVREC: MOVEMENT BALANCED'
002987                     OR  MOV-REC(1:23)
002988                         =  'VMOVREC: BASELINE TAKEN'
002989                     SET  MOV-CLEAN-SEEN  TO  TRUE
002990                 END-IF
002991         END-READ
002992     END-PERFORM.
002993     IF  WS-MOV-STATUS  =  '00'  OR  WS-MOV-STATUS  =  '10'
002994         CLOSE  MOV-IN
002995     END-IF.
002996     MOVE  'MOVEMENT'  TO  RPT-CHECK-NAME.
002997     MOVE  'UNEXPLAINED LINES'  TO  RPT-DETAIL.
002998     MOVE  WS-UNEXPL-COUNT  TO  RPT-COUNT.
002999     IF  MOV-CLEAN-SEEN  AND  WS-UNEXPL-COUNT  =  0
003000         MOVE  'PASS'  TO  RPT-RESULT
003001     ELSE
003002         MOVE  'FAIL'  TO  RPT-RESULT
003003         MOVE  'N'     TO  WS-ALL-PASS-SW
003004     END-IF.
003005     MOVE  RPT-CHECK-LINE  TO  RPT-LINE.
003006     WRITE  RPT-LINE.
003007 CHECK-MOVEMENT-SEC-EX.
003008     EXIT.
003009/
003010 TERM-SEC         SECTION.
003011     IF  ALL-CHECKS-PASSED
003012         MOVE  'CYCLRPT: GO - ALL CHECKS PASSED'  TO  RPT-LINE
003020     ELSE
003030         MOVE  'CYCLRPT: NO-GO - SEE FAILED CHECKS'  TO  RPT-LINE
003040     END-IF.
