000310* were not both reported is shown as SKIPPED. the control file
000320* is cleared afterwards so the next cycle counts from zero, the
000330* way JACCTRPT clears JOBACCT.
000331*
000332* each control-total line carries the legal entity whose cycle
000333* wrote it (blank on lines from before entities were kept is
000334* the home entity). only the running cycle's entity is
000335* reconciled, and only its lines are cleared - another entity's
000336* lines are written back untouched for its own PIPECHK step.
000340*----------------------------------------------------------------
000341 ENVIRONMENT      DIVISION.
000342 INPUT-OUTPUT     SECTION.
000343 FILE-CONTROL.
000344     SELECT  CTLTOT-IN   ASSIGN TO    CTLTOTS
000345             ORGANIZATION  IS    LINE SEQUENTIAL
000346             FILE STATUS   IS    WS-CTLTOT-STATUS.
000347     SELECT  PAIR-CTL    ASSIGN TO    PIPEPAIR
000348             ORGANIZATION  IS    LINE SEQUENTIAL
000349             FILE STATUS   IS    WS-PAIR-STATUS.
000350     SELECT  PIPE-RPT    ASSIGN TO    PIPECHK
000351             ORGANIZATION  IS    LINE SEQUENTIAL.
000352
000353 DATA             DIVISION.
000354 FILE             SECTION.
000355 FD      CTLTOT-IN.
000356 01      CTLTOT-REC.
000360     03  CI-DATE                      PIC  9(08).
000370     03  FILLER                       PIC  X(01).
000380     03  CI-PROGRAM                   PIC  X(08).
000420     03  CI-COUNT                     PIC  9(07).
000430     03  FILLER                       PIC  X(01).
000440     03  CI-HASH                      PIC  9(09).
000442     03  FILLER                       PIC  X(01).
000444     03  CI-ENTITY                    PIC  X(02).
000450     03  FILLER                       PIC  X(13).
000460
000462*    one boundary per card - see the header for the layout
000463 FD      PAIR-CTL.
000580     88  ALL-BOUNDARIES-OK         VALUE  'Y'.
000590   03   WS-FIRST-BAD-SW     PIC  X(01)  VALUE  'N'.
000600     88  FIRST-BAD-NAMED           VALUE  'Y'.
000601   03   WS-KEEP-OVER-SW     PIC  X(01)  VALUE  'N'.
000602     88  KEEP-OVERFLOW             VALUE  'Y'.
000603
000604*----------------------------------------------------------------
000605* other entities' control-total lines, held so the clear at the
000606* end of the step gives them back
000607*----------------------------------------------------------------
000608 01     WS-KEEP-TABLE.
000609   03   WS-KEEP-LINE  OCCURS  500  TIMES  PIC  X(60).
000610 01     WS-KEEP-COUNT       PIC  9(03)  COMP  VALUE  0.
000611 01     WS-KEEP-SUB         PIC  9(03)  COMP.
000612 01     WS-CYCLE-ENTITY     PIC  X(02).
000613 01     WS-HOME-ENTITY      PIC  X(02).
000614 01     WS-REC-ENTITY       PIC  X(02).
000615 01     WS-ENTCHK-PARM.
000616     COPY  entchk.
000617
000620*----------------------------------------------------------------
000630* the cycle's reported totals - a later report of the same
000640* program/file replaces the earlier one, so a rerun's totals win
000852     05  WS-PAIR-FACTOR     PIC  9(01).
000854     05  WS-PAIR-PLUS       PIC  9(01).
000856 01     WS-PAIR-COUNT       PIC  9(02)  COMP  VALUE  0.
000857 01     WS-PAIR-STATUS      PIC  X(02).
000858 01     WS-PAIR-EOF-SW      PIC  X(01)  VALUE  'N'.
000859   88   PAIR-EOF                  VALUE  'Y'.
000860 01     WS-PAIR-SUB         PIC  9(02).
000861 01     WS-EXPECTED         PIC  9(08).
001127         DISPLAY  'PIPECHK: IDENTIFY - COMPILED ' WHEN-COMPILED
001128         MOVE  0  TO  RETURN-CODE
001129         STOP RUN
001130     END-IF.
001131     SET   EC-CYCLE-ENTITY  TO  TRUE.
001132     CALL  'ENTCHK'  USING  WS-ENTCHK-PARM.
001133     MOVE  EC-ENTITY  TO  WS-CYCLE-ENTITY.
001134     MOVE  EC-HOME    TO  WS-HOME-ENTITY.
001135     DISPLAY  'PIPECHK: RECONCILING ENTITY '  WS-CYCLE-ENTITY.
001136     PERFORM  LOAD-PAIRS-SEC.
001140     PERFORM  LOAD-TOTALS-SEC.
001150     OPEN  OUTPUT  PIPE-RPT.
001160     MOVE  RPT-HDR1  TO  RPT-LINE.
001564 READ-PAIR-SEC-EX.
001565     EXIT.
001566/
001567 LOAD-TOTALS-SEC  SECTION.
001568     OPEN  INPUT  CTLTOT-IN.
001570     IF  WS-CTLTOT-STATUS  NOT =  '00'
001580         SET  IN-EOF  TO  TRUE
001590         DISPLAY  'PIPECHK: NO CONTROL TOTALS, STATUS '
001710     READ  CTLTOT-IN
001720         AT END  SET  IN-EOF  TO  TRUE
001730     END-READ.
001740     IF  IN-EOF
001741         GO TO  READ-TOTAL-SEC-EX
001742     END-IF.
001743     MOVE  CI-ENTITY  TO  WS-REC-ENTITY.
001744     IF  WS-REC-ENTITY  =  SPACES
001745         MOVE  WS-HOME-ENTITY  TO  WS-REC-ENTITY
001746     END-IF.
001747     IF  WS-REC-ENTITY  NOT =  WS-CYCLE-ENTITY
001748         IF  WS-KEEP-COUNT  <  500
001749             ADD   1  TO  WS-KEEP-COUNT
001750             MOVE  CTLTOT-REC  TO  WS-KEEP-LINE(WS-KEEP-COUNT)
001751         ELSE
001752             SET   KEEP-OVERFLOW  TO  TRUE
001753         END-IF
001754         GO TO  READ-TOTAL-SEC-EX
001755     END-IF.
001756     IF  NOT  IN-EOF
001757         MOVE  0  TO  WS-TOT-HIT
001760         PERFORM  VARYING  WS-TOT-SUB  FROM  1  BY  1
001770             UNTIL  WS-TOT-SUB  >  WS-TOT-COUNT-N
001780             IF  WS-TOT-PROGRAM(WS-TOT-SUB)  =  CI-PROGRAM
002610/
002620*----------------------------------------------------------------
002630* the control file is cleared once reconciled so the next
002640* cycle's totals aren't added on top of this one's - other
002650* entities' lines are written back; if there were more of them
002651* than are held the file is left as it is and the operator told
002652*----------------------------------------------------------------
002660 TERM-SEC         SECTION.
002670     CLOSE  PIPE-RPT.
002672     IF  KEEP-OVERFLOW
002674         DISPLAY  'PIPECHK: TOO MANY OTHER-ENTITY TOTALS - '
002676                  'CTLTOTS NOT CLEARED'
002678     ELSE
002680         OPEN   OUTPUT  CTLTOT-IN
002682         PERFORM  VARYING  WS-KEEP-SUB  FROM  1  BY  1
002684             UNTIL  WS-KEEP-SUB  >  WS-KEEP-COUNT
002686             MOVE   WS-KEEP-LINE(WS-KEEP-SUB)  TO  CTLTOT-REC
002688             WRITE  CTLTOT-REC
002689         END-PERFORM
002690         CLOSE  CTLTOT-IN
002691     END-IF.
002700     IF  ALL-BOUNDARIES-OK
002710         DISPLAY  'PIPECHK: ALL BOUNDARIES RECONCILED'
002720     ELSE
