000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      RULEAUD.
000030*
000040*----------------------------------------------------------------
000050* business-rule audit of the F-OTFILE cycle file: every current
000060* detail record is put through the shared RULECHK check against
000070* the RULES control file, and every rule each record breaks is
000080* listed on the RULEAUDR report - warning and error rules alike,
000090* since the point of the audit is what is already on file that
000100* the doors would now stop or flag. nothing is changed.
000110*
000120* RULEAUDR: one line per rule broken (key, group, rule, severity,
000130* field, rule text), then the records read, clean, warned, and
000140* in error, and the rules in force.
000150*
000160* return code: 0 every record clean, 4 warning rules broken
000170* only, 8 any error rule broken, 16 no cycle file.
000180*----------------------------------------------------------------
000190 ENVIRONMENT      DIVISION.
000200 INPUT-OUTPUT     SECTION.
000210 FILE-CONTROL.
000220     SELECT  F-OTFILE  ASSIGN TO     FFILE
000230             ORGANIZATION  IS    SEQUENTIAL
000240             FILE STATUS   IS    WS-FOTFILE-STATUS.
000250     SELECT  AUDIT-RPT   ASSIGN TO   RULEAUDR
000260             ORGANIZATION  IS    LINE SEQUENTIAL.
000270
000275     COPY  keylay.
000280 DATA             DIVISION.
000290 FILE             SECTION.
000300 FD      F-OTFILE.
000310 01      F-REC01.
000320     COPY  ffile.
000330 01      F-HTR-REC  REDEFINES  F-REC01.
000340     03  FHTR-KEY                     PIC  9(:KEY-LEN:).
000350     03  FHTR-ID                      PIC  X(04).
000360       88  FHTR-IS-HEADER                   VALUE 'HDR1'.
000370       88  FHTR-IS-TRAILER                  VALUE 'TRL1'.
000380     03  FHTR-RUN-DATE                PIC  X(08).
000390     03  FILLER                       PIC  X(:TAIL-12:).
000400
000410 FD      AUDIT-RPT.
000420 01      RPT-LINE                     PIC  X(80).
000430
000440 WORKING-STORAGE  SECTION.
000450
000460 01  WS-STATUSES.
000470   03  WS-FOTFILE-STATUS       PIC  X(02).
000480
000490 01  WS-SWITCHES.
000500   03  WS-FILE-EOF-SW          PIC  X(01)  VALUE  'N'.
000510     88  FILE-EOF                   VALUE  'Y'.
000520
000530 01  WS-CYCLE-DATE             PIC  X(08)        VALUE  SPACES.
000540 01  WS-RUN-DATE               PIC  9(08).
000550 01  WS-RUN-RC                 PIC  9(02)        VALUE  0.
000560 01  WS-BRK-SUB                PIC  9(02)  COMP.
000570
000580 01  WS-COUNTERS.
000590   03  WS-DETAIL-COUNT         PIC  9(07)  COMP  VALUE  0.
000600   03  WS-CLEAN-COUNT          PIC  9(07)  COMP  VALUE  0.
000610   03  WS-WARNED-COUNT         PIC  9(07)  COMP  VALUE  0.
000620   03  WS-FAILED-COUNT         PIC  9(07)  COMP  VALUE  0.
000630   03  WS-BREAK-COUNT          PIC  9(07)  COMP  VALUE  0.
000640
000650 01  WS-RULECHK-PARM.
000660     COPY  rulechk.
000670 01  WS-JOBACCT-PARM.
000680     COPY  jobacct.
000690
000700 01  RPT-HEAD-FMT.
000710   03  FILLER                  PIC  X(20)  VALUE
000720                                   'RULEAUD  CYCLE DATE '.
000730   03  RPT-CYCLE-DATE          PIC  X(08).
000740   03  FILLER                  PIC  X(12)  VALUE
000750                                   '  AUDITED ON'.
000760   03  FILLER                  PIC  X(01)  VALUE  SPACE.
000770   03  RPT-RUN-DATE            PIC  9(08).
000780
000790 01  RPT-BREAK-FMT.
000800   03  FILLER                  PIC  X(04)  VALUE  'KEY '.
000810   03  RPT-NUM1                PIC  9(04).
000820   03  FILLER                  PIC  X(05)  VALUE  '  GRP'.
000830   03  FILLER                  PIC  X(01)  VALUE  SPACE.
000840   03  RPT-GROUP               PIC  X(01).
000850   03  FILLER                  PIC  X(02)  VALUE  SPACES.
000860   03  RPT-RULE-ID             PIC  X(08).
000870   03  FILLER                  PIC  X(01)  VALUE  SPACE.
000880   03  RPT-SEVERITY            PIC  X(01).
000890   03  FILLER                  PIC  X(01)  VALUE  SPACE.
000900   03  RPT-FIELD               PIC  X(08).
000910   03  FILLER                  PIC  X(01)  VALUE  SPACE.
000920   03  RPT-TEXT                PIC  X(30).
000930
000940 01  RPT-MORE-FMT.
000950   03  FILLER                  PIC  X(04)  VALUE  'KEY '.
000960   03  RPT-MORE-NUM1           PIC  9(04).
000970   03  FILLER                  PIC  X(11)  VALUE  '  AND      '.
000980   03  RPT-MORE-COUNT          PIC  ZZZ9.
000990   03  FILLER                  PIC  X(25)  VALUE
001000                                   ' MORE RULES BROKEN       '.
001010
001020 01  RPT-TOTAL-FMT.
001030   03  RPT-TOTAL-LABEL         PIC  X(30).
001040   03  RPT-TOTAL-VALUE         PIC  ZZZZZZ9.
001043
001046 01  WS-KEYMODE-PARM.
001050     COPY  keymode.
001060 PROCEDURE        DIVISION.
001061 MAIN-SEC         SECTION.
001062*    the stores must carry the key layout this program is built
001063*    for - see KEYMODE
001064     MOVE  'RULEAUD'   TO  KM-PROGRAM.
001065     MOVE  0           TO  KM-RUN-DATE.
001066     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
001067     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
001068     IF  KM-REFUSE
001069         MOVE  16  TO  RETURN-CODE
001070         STOP RUN
001075     END-IF.
001080     ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
001090     OPEN  INPUT  F-OTFILE.
001100     IF  WS-FOTFILE-STATUS  NOT =  '00'
001110         DISPLAY  'RULEAUD: UNABLE TO OPEN FFILE, STATUS '
001120                  WS-FOTFILE-STATUS
001130         MOVE  16  TO  RETURN-CODE
001140         STOP RUN
001150     END-IF.
001160     OPEN  OUTPUT  AUDIT-RPT.
001165     MOVE  0  TO  RK-RULE-COUNT.
001170     PERFORM  READ-FILE-SEC.
001180     MOVE  WS-CYCLE-DATE  TO  RPT-CYCLE-DATE.
001190     MOVE  WS-RUN-DATE    TO  RPT-RUN-DATE.
001200     WRITE  RPT-LINE  FROM  RPT-HEAD-FMT.
001210     PERFORM  AUDIT-ONE-SEC  UNTIL  FILE-EOF.
001220     CLOSE  F-OTFILE.
001230     PERFORM  TERM-SEC.
001240     CLOSE  AUDIT-RPT.
001250     MOVE  WS-RUN-RC  TO  RETURN-CODE.
001260     STOP RUN.
001270 MAIN-SEC-EX.
001280     EXIT.
001290/
001300*----------------------------------------------------------------
001310* HDR1/TRL1 sentinels are passed over; the header's run date is
001320* the cycle the report names
001330*----------------------------------------------------------------
001340 READ-FILE-SEC    SECTION.
001350     READ  F-OTFILE
001360         AT END  SET  FILE-EOF  TO  TRUE
001370     END-READ.
001380     IF  NOT  FILE-EOF
001390         IF  FHTR-IS-HEADER
001400             MOVE  FHTR-RUN-DATE  TO  WS-CYCLE-DATE
001410             PERFORM  READ-FILE-SEC
001420         ELSE
001430             IF  FHTR-IS-TRAILER
001440                 PERFORM  READ-FILE-SEC
001450             END-IF
001460         END-IF
001470     END-IF.
001480 READ-FILE-SEC-EX.
001490     EXIT.
001500/
001510 AUDIT-ONE-SEC    SECTION.
001520     ADD   1  TO  WS-DETAIL-COUNT.
001530     MOVE  F-REC01  TO  RK-IMAGE.
001540     CALL  'RULECHK'  USING  WS-RULECHK-PARM.
001550     EVALUATE  TRUE
001560         WHEN  RK-PASS
001570             ADD  1  TO  WS-CLEAN-COUNT
001580         WHEN  RK-WARN
001590             ADD  1  TO  WS-WARNED-COUNT
001600         WHEN  OTHER
001610             ADD  1  TO  WS-FAILED-COUNT
001620     END-EVALUATE.
001630     IF  NOT  RK-PASS
001640         ADD  RK-BROKEN-COUNT  TO  WS-BREAK-COUNT
001650         MOVE  NUM1     OF  F-REC01  TO  RPT-NUM1
001660         MOVE  GROUP-1  OF  F-REC01  TO  RPT-GROUP
001670         PERFORM  WRITE-BREAK-SEC  VARYING  WS-BRK-SUB
001680             FROM  1  BY  1
001690             UNTIL  WS-BRK-SUB  >  RK-BROKEN-COUNT
001700                 OR  WS-BRK-SUB  >  10
001710         IF  RK-BROKEN-COUNT  >  10
001720             MOVE  NUM1  OF  F-REC01  TO  RPT-MORE-NUM1
001730             COMPUTE  RPT-MORE-COUNT  =  RK-BROKEN-COUNT  -  10
001740             WRITE  RPT-LINE  FROM  RPT-MORE-FMT
001750         END-IF
001760     END-IF.
001770     PERFORM  READ-FILE-SEC.
001780 AUDIT-ONE-SEC-EX.
001790     EXIT.
001800/
001810 WRITE-BREAK-SEC  SECTION.
001820     MOVE  RK-B-ID(WS-BRK-SUB)        TO  RPT-RULE-ID.
001830     MOVE  RK-B-SEVERITY(WS-BRK-SUB)  TO  RPT-SEVERITY.
001840     MOVE  RK-B-FIELD(WS-BRK-SUB)     TO  RPT-FIELD.
001850     MOVE  RK-B-TEXT(WS-BRK-SUB)      TO  RPT-TEXT.
001860     WRITE  RPT-LINE  FROM  RPT-BREAK-FMT.
001870 WRITE-BREAK-SEC-EX.
001880     EXIT.
001890/
001900 TERM-SEC         SECTION.
001910     MOVE  SPACES  TO  RPT-LINE.
001920     WRITE  RPT-LINE.
001930     MOVE  'RECORDS AUDITED'     TO  RPT-TOTAL-LABEL.
001940     MOVE  WS-DETAIL-COUNT       TO  RPT-TOTAL-VALUE.
001950     WRITE  RPT-LINE  FROM  RPT-TOTAL-FMT.
001960     MOVE  'RECORDS CLEAN'       TO  RPT-TOTAL-LABEL.
001970     MOVE  WS-CLEAN-COUNT        TO  RPT-TOTAL-VALUE.
001980     WRITE  RPT-LINE  FROM  RPT-TOTAL-FMT.
001990     MOVE  'RECORDS WITH WARNINGS ONLY'  TO  RPT-TOTAL-LABEL.
002000     MOVE  WS-WARNED-COUNT       TO  RPT-TOTAL-VALUE.
002010     WRITE  RPT-LINE  FROM  RPT-TOTAL-FMT.
002020     MOVE  'RECORDS BREAKING ERROR RULES'  TO  RPT-TOTAL-LABEL.
002030     MOVE  WS-FAILED-COUNT       TO  RPT-TOTAL-VALUE.
002040     WRITE  RPT-LINE  FROM  RPT-TOTAL-FMT.
002050     MOVE  'RULE BREAKS IN ALL'  TO  RPT-TOTAL-LABEL.
002060     MOVE  WS-BREAK-COUNT        TO  RPT-TOTAL-VALUE.
002070     WRITE  RPT-LINE  FROM  RPT-TOTAL-FMT.
002080     MOVE  'RULES IN FORCE'      TO  RPT-TOTAL-LABEL.
002090     MOVE  RK-RULE-COUNT         TO  RPT-TOTAL-VALUE.
002100     WRITE  RPT-LINE  FROM  RPT-TOTAL-FMT.
002110     DISPLAY  'RULEAUD: RECORDS AUDITED    ' WS-DETAIL-COUNT.
002120     DISPLAY  'RULEAUD: WARNINGS ONLY      ' WS-WARNED-COUNT.
002130     DISPLAY  'RULEAUD: ERROR RULES BROKEN ' WS-FAILED-COUNT.
002140     MOVE  'RULEAUD'             TO  JA-PROGRAM.
002150     MOVE  'RECORDS AUDITED'     TO  JA-COUNT-NAME.
002160     MOVE  WS-DETAIL-COUNT       TO  JA-COUNT-VALUE.
002170     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
002180     MOVE  'RULE BREAKS'         TO  JA-COUNT-NAME.
002190     MOVE  WS-BREAK-COUNT        TO  JA-COUNT-VALUE.
002200     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
002210     IF  WS-FAILED-COUNT  >  0
002220         MOVE  8  TO  WS-RUN-RC
002230     ELSE
002240         IF  WS-WARNED-COUNT  >  0
002250             MOVE  4  TO  WS-RUN-RC
002260         END-IF
002270     END-IF.
002280 TERM-SEC-EX.
002290     EXIT.
