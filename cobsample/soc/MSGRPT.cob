000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      MSGRPT.
000030*
000040*----------------------------------------------------------------
000050* message catalog reconciliation. every message MSGFMT displays
000060* or logs, and every ERRLOG entry carrying a message id, is
000070* noted on the MSGLOG issue file; this job sets those against
000080* the MSGCAT catalog and lists, on MSGRPT:
000090*   - every catalog message never issued - a condition that
000100*     has not happened yet, or a message whose program no
000110*     longer issues it and whose entry can go
000120*   - every id issued that the catalog does not carry, with
000130*     the program, the number of times and the last cycle date
000140*     - the message reached the console in its program's own
000150*     default wording, and wants its catalog entry
000160* ends RC 4 when either list has anything on it, so the
000170* scheduler shows it; RC 16 when there is no MSGCAT catalog to
000180* reconcile against.
000190*----------------------------------------------------------------
000200 ENVIRONMENT      DIVISION.
000210 INPUT-OUTPUT     SECTION.
000220 FILE-CONTROL.
000230     SELECT  MSGCAT-IN   ASSIGN TO    MSGCAT
000240             ORGANIZATION  IS    LINE SEQUENTIAL
000250             FILE STATUS   IS    WS-MSGCAT-STATUS.
000260     SELECT  MSGLOG-IN   ASSIGN TO    MSGLOG
000270             ORGANIZATION  IS    LINE SEQUENTIAL
000280             FILE STATUS   IS    WS-MSGLOG-STATUS.
000290     SELECT  MSG-RPT     ASSIGN TO    MSGRPT
000300             ORGANIZATION  IS    LINE SEQUENTIAL
000310             FILE STATUS   IS    WS-MSG-RPT-STATUS.
000320
000330 DATA             DIVISION.
000340 FILE             SECTION.
000350 FD      MSGCAT-IN.
000360 01      MSGCAT-REC.
000370     03  MC-TYPE                      PIC  X(01).
000380     03  FILLER                       PIC  X(01).
000390     03  MC-MSG-ID                    PIC  X(08).
000400     03  FILLER                       PIC  X(01).
000410     03  MC-SEVERITY                  PIC  X(01).
000420     03  FILLER                       PIC  X(01).
000430     03  MC-TEXT                      PIC  X(67).
000440
000450 FD      MSGLOG-IN.
000460 01      MSGLOG-REC.
000470     03  ML-DATE                      PIC  9(08).
000480     03  FILLER                       PIC  X(01).
000490     03  ML-TIME                      PIC  9(08).
000500     03  FILLER                       PIC  X(01).
000510     03  ML-MSG-ID                    PIC  X(08).
000520     03  FILLER                       PIC  X(01).
000530     03  ML-ORIGIN                    PIC  X(01).
000540     03  FILLER                       PIC  X(01).
000550     03  ML-PROGRAM                   PIC  X(08).
000560     03  FILLER                       PIC  X(01).
000570     03  ML-SECTION                   PIC  X(20).
000580
000590 FD      MSG-RPT.
000600 01      RPT-LINE                     PIC  X(80).
000610
000620 WORKING-STORAGE  SECTION.
000630
000640 01     WS-MSGCAT-STATUS     PIC  X(02).
000650 01     WS-MSGLOG-STATUS     PIC  X(02).
000660 01     WS-MSG-RPT-STATUS    PIC  X(02).
000670
000680 01     WS-SWITCHES.
000690   03   WS-CAT-EOF-SW       PIC  X(01)  VALUE  'N'.
000700     88  CAT-EOF                   VALUE  'Y'.
000710   03   WS-LOG-EOF-SW       PIC  X(01)  VALUE  'N'.
000720     88  LOG-EOF                   VALUE  'Y'.
000730   03   WS-FOUND-SW         PIC  X(01).
000740     88  ENTRY-FOUND               VALUE  'Y'.
000750
000760*----------------------------------------------------------------
000770* the catalog's messages, each with the times it was issued;
000780* sized as MSGFMT's own table
000790*----------------------------------------------------------------
000800 01     WS-CAT-TABLE.
000810   03   WS-CAT-ENTRY  OCCURS  200 TIMES  INDEXED BY CAT-IDX.
000820     05  WS-CAT-ID          PIC  X(08).
000830     05  WS-CAT-SEVERITY    PIC  X(01).
000840     05  WS-CAT-TEXT        PIC  X(67).
000850     05  WS-CAT-ISSUED      PIC  9(07)  COMP.
000860 01     WS-CAT-TABLE-COUNT  PIC  9(05)  COMP  VALUE  0.
000870
000880*----------------------------------------------------------------
000890* the ids issued that the catalog does not carry, with the
000900* program that first issued each
000910*----------------------------------------------------------------
000920 01     WS-UNK-TABLE.
000930   03   WS-UNK-ENTRY  OCCURS  200 TIMES  INDEXED BY UNK-IDX.
000940     05  WS-UNK-ID          PIC  X(08).
000950     05  WS-UNK-PROGRAM     PIC  X(08).
000960     05  WS-UNK-SECTION     PIC  X(20).
000970     05  WS-UNK-COUNT       PIC  9(07)  COMP.
000980     05  WS-UNK-LAST-DATE   PIC  9(08).
000990 01     WS-UNK-TABLE-COUNT  PIC  9(05)  COMP  VALUE  0.
001000
001010 01     WS-COUNTERS.
001020   03   WS-LOG-COUNT        PIC  9(07)  COMP  VALUE  0.
001030   03   WS-NEVER-COUNT      PIC  9(07)  COMP  VALUE  0.
001040   03   WS-UNK-ISSUED       PIC  9(07)  COMP  VALUE  0.
001050
001060 01     WS-MSGFMT-PARM.
001070     COPY  msgfmt.
001080
001090 01     RPT-HDR1            PIC  X(80)
001100        VALUE  'MESSAGE CATALOGUE RECONCILIATION'.
001110 01     RPT-HDR2            PIC  X(80)
001120        VALUE  'CATALOGUE MESSAGES NEVER ISSUED'.
001130 01     RPT-HDR3            PIC  X(80)  VALUE
001140        'ID       S TEXT'.
001150 01     RPT-HDR4            PIC  X(80)
001160        VALUE  'MESSAGE IDS ISSUED BUT NOT ON THE CATALOGUE'.
001170 01     RPT-HDR5            PIC  X(80)  VALUE
001180        'ID       PROGRAM   ISSUED LAST     SECTION'.
001190 01     RPT-NONE            PIC  X(80)
001200        VALUE  '  NONE'.
001210
001220 01     RPT-CAT-FMT.
001230   03   RPT-C-ID            PIC  X(08).
001240   03   FILLER              PIC  X(01)  VALUE  SPACE.
001250   03   RPT-C-SEVERITY      PIC  X(01).
001260   03   FILLER              PIC  X(01)  VALUE  SPACE.
001270   03   RPT-C-TEXT          PIC  X(67).
001280
001290 01     RPT-UNK-FMT.
001300   03   RPT-U-ID            PIC  X(08).
001310   03   FILLER              PIC  X(01)  VALUE  SPACE.
001320   03   RPT-U-PROGRAM       PIC  X(08).
001330   03   FILLER              PIC  X(01)  VALUE  SPACE.
001340   03   RPT-U-COUNT         PIC  ZZZZZZ9.
001350   03   FILLER              PIC  X(01)  VALUE  SPACE.
001360   03   RPT-U-LAST-DATE     PIC  9(08).
001370   03   FILLER              PIC  X(01)  VALUE  SPACE.
001380   03   RPT-U-SECTION       PIC  X(20).
001390
001400 PROCEDURE        DIVISION.
001410 MAIN-SEC         SECTION.
001420     PERFORM  INIT-SEC.
001430     PERFORM  ACCUM-SEC  UNTIL  LOG-EOF.
001440     PERFORM  REPORT-SEC.
001450     PERFORM  TERM-SEC.
001460     STOP RUN.
001470 MAIN-SEC-EX.
001480     EXIT.
001490/
001500*----------------------------------------------------------------
001510* the catalog loaded whole before the issue file is read; no
001520* catalog, nothing to reconcile against
001530*----------------------------------------------------------------
001540 INIT-SEC         SECTION.
001550     OPEN  INPUT   MSGCAT-IN.
001560     IF  WS-MSGCAT-STATUS  NOT =  '00'
001570         SET   MG-LOG          TO  TRUE
001580         MOVE  'MSGRP001'      TO  MG-MSG-ID
001590         MOVE  'MSGRPT  '      TO  MG-PROGRAM
001600         MOVE  'INIT-SEC'      TO  MG-SECTION
001610         MOVE  SPACES          TO  MG-VALUE(1)  MG-VALUE(2)
001620                                   MG-VALUE(3)
001630         SET   MG-ERROR        TO  TRUE
001640         MOVE  'NO MSGCAT CATALOG - NOTHING RECONCILED'
001650                               TO  MG-TEXT
001660         MOVE  16              TO  MG-RETURN-CODE
001670         CALL  'MSGFMT'  USING  WS-MSGFMT-PARM
001680         MOVE  16              TO  RETURN-CODE
001690         STOP RUN
001700     END-IF.
001710     PERFORM  READ-CAT-SEC  UNTIL  CAT-EOF.
001720     CLOSE  MSGCAT-IN.
001730     OPEN  INPUT   MSGLOG-IN.
001740     IF  WS-MSGLOG-STATUS  NOT =  '00'
001750         SET  LOG-EOF  TO  TRUE
001760     END-IF.
001770     OPEN  OUTPUT  MSG-RPT.
001780     PERFORM  READ-LOG-SEC.
001790 INIT-SEC-EX.
001800     EXIT.
001810/
001820*    the M cards only - an A card adds nothing to reconcile
001830 READ-CAT-SEC     SECTION.
001840     READ  MSGCAT-IN
001850         AT END  SET  CAT-EOF  TO  TRUE
001860         NOT AT END
001870             IF  MC-TYPE  =  'M'  AND  MC-MSG-ID  NOT =  SPACES
001880                 AND  WS-CAT-TABLE-COUNT  <  200
001890                 ADD   1            TO  WS-CAT-TABLE-COUNT
001900                 SET   CAT-IDX      TO  WS-CAT-TABLE-COUNT
001910                 MOVE  MC-MSG-ID    TO  WS-CAT-ID(CAT-IDX)
001920                 MOVE  MC-SEVERITY  TO  WS-CAT-SEVERITY(CAT-IDX)
001930                 MOVE  MC-TEXT      TO  WS-CAT-TEXT(CAT-IDX)
001940                 MOVE  0            TO  WS-CAT-ISSUED(CAT-IDX)
001950             END-IF
001960     END-READ.
001970 READ-CAT-SEC-EX.
001980     EXIT.
001990/
002000 READ-LOG-SEC     SECTION.
002010     READ  MSGLOG-IN
002020         AT END  SET  LOG-EOF  TO  TRUE
002030     END-READ.
002040 READ-LOG-SEC-EX.
002050     EXIT.
002060/
002070*----------------------------------------------------------------
002080* each issue counted against its catalog message, or against
002090* the id on the not-catalogued list
002100*----------------------------------------------------------------
002110 ACCUM-SEC        SECTION.
002120     ADD  1  TO  WS-LOG-COUNT.
002130     MOVE  'N'  TO  WS-FOUND-SW.
002140     PERFORM  VARYING  CAT-IDX  FROM  1  BY  1
002150         UNTIL  CAT-IDX  >  WS-CAT-TABLE-COUNT  OR  ENTRY-FOUND
002160         IF  WS-CAT-ID(CAT-IDX)  =  ML-MSG-ID
002170             SET  ENTRY-FOUND  TO  TRUE
002180             ADD  1  TO  WS-CAT-ISSUED(CAT-IDX)
002190         END-IF
002200     END-PERFORM.
002210     IF  NOT  ENTRY-FOUND
002220         ADD  1  TO  WS-UNK-ISSUED
002230         PERFORM  NOTE-UNKNOWN-SEC
002240     END-IF.
002250     PERFORM  READ-LOG-SEC.
002260 ACCUM-SEC-EX.
002270     EXIT.
002280/
002290 NOTE-UNKNOWN-SEC SECTION.
002300     MOVE  'N'  TO  WS-FOUND-SW.
002310     PERFORM  VARYING  UNK-IDX  FROM  1  BY  1
002320         UNTIL  UNK-IDX  >  WS-UNK-TABLE-COUNT  OR  ENTRY-FOUND
002330         IF  WS-UNK-ID(UNK-IDX)  =  ML-MSG-ID
002340             SET  ENTRY-FOUND  TO  TRUE
002350             ADD   1        TO  WS-UNK-COUNT(UNK-IDX)
002360             MOVE  ML-DATE  TO  WS-UNK-LAST-DATE(UNK-IDX)
002370         END-IF
002380     END-PERFORM.
002390     IF  NOT  ENTRY-FOUND  AND  WS-UNK-TABLE-COUNT  <  200
002400         ADD   1            TO  WS-UNK-TABLE-COUNT
002410         SET   UNK-IDX      TO  WS-UNK-TABLE-COUNT
002420         MOVE  ML-MSG-ID    TO  WS-UNK-ID(UNK-IDX)
002430         MOVE  ML-PROGRAM   TO  WS-UNK-PROGRAM(UNK-IDX)
002440         MOVE  ML-SECTION   TO  WS-UNK-SECTION(UNK-IDX)
002450         MOVE  1            TO  WS-UNK-COUNT(UNK-IDX)
002460         MOVE  ML-DATE      TO  WS-UNK-LAST-DATE(UNK-IDX)
002470     END-IF.
002480 NOTE-UNKNOWN-SEC-EX.
002490     EXIT.
002500/
002510 REPORT-SEC       SECTION.
002520     MOVE  RPT-HDR1  TO  RPT-LINE.
002530     WRITE  RPT-LINE.
002540     MOVE  SPACES    TO  RPT-LINE.
002550     WRITE  RPT-LINE.
002560     MOVE  RPT-HDR2  TO  RPT-LINE.
002570     WRITE  RPT-LINE.
002580     MOVE  RPT-HDR3  TO  RPT-LINE.
002590     WRITE  RPT-LINE.
002600     PERFORM  VARYING  CAT-IDX  FROM  1  BY  1
002610         UNTIL  CAT-IDX  >  WS-CAT-TABLE-COUNT
002620         IF  WS-CAT-ISSUED(CAT-IDX)  =  0
002630             ADD   1                          TO  WS-NEVER-COUNT
002640             MOVE  WS-CAT-ID(CAT-IDX)         TO  RPT-C-ID
002650             MOVE  WS-CAT-SEVERITY(CAT-IDX)   TO  RPT-C-SEVERITY
002660             MOVE  WS-CAT-TEXT(CAT-IDX)       TO  RPT-C-TEXT
002670             MOVE  RPT-CAT-FMT                TO  RPT-LINE
002680             WRITE  RPT-LINE
002690         END-IF
002700     END-PERFORM.
002710     IF  WS-NEVER-COUNT  =  0
002720         MOVE  RPT-NONE  TO  RPT-LINE
002730         WRITE  RPT-LINE
002740     END-IF.
002750     MOVE  SPACES    TO  RPT-LINE.
002760     WRITE  RPT-LINE.
002770     MOVE  RPT-HDR4  TO  RPT-LINE.
002780     WRITE  RPT-LINE.
002790     MOVE  RPT-HDR5  TO  RPT-LINE.
002800     WRITE  RPT-LINE.
002810     PERFORM  VARYING  UNK-IDX  FROM  1  BY  1
002820         UNTIL  UNK-IDX  >  WS-UNK-TABLE-COUNT
002830         MOVE  WS-UNK-ID(UNK-IDX)         TO  RPT-U-ID
002840         MOVE  WS-UNK-PROGRAM(UNK-IDX)    TO  RPT-U-PROGRAM
002850         MOVE  WS-UNK-COUNT(UNK-IDX)      TO  RPT-U-COUNT
002860         MOVE  WS-UNK-LAST-DATE(UNK-IDX)  TO  RPT-U-LAST-DATE
002870         MOVE  WS-UNK-SECTION(UNK-IDX)    TO  RPT-U-SECTION
002880         MOVE  RPT-UNK-FMT                TO  RPT-LINE
002890         WRITE  RPT-LINE
002900     END-PERFORM.
002910     IF  WS-UNK-TABLE-COUNT  =  0
002920         MOVE  RPT-NONE  TO  RPT-LINE
002930         WRITE  RPT-LINE
002940     END-IF.
002950 REPORT-SEC-EX.
002960     EXIT.
002970/
002980*----------------------------------------------------------------
002990* either list with anything on it turns the RETURN-CODE to 4
003000*----------------------------------------------------------------
003010 TERM-SEC         SECTION.
003020     IF  WS-MSGLOG-STATUS  =  '00'  OR  WS-MSGLOG-STATUS  =  '10'
003030         CLOSE  MSGLOG-IN
003040     END-IF.
003050     CLOSE  MSG-RPT.
003060     DISPLAY  'MSGRPT: CATALOGUE MESSAGES   ' WS-CAT-TABLE-COUNT.
003070     DISPLAY  'MSGRPT: ISSUES READ          ' WS-LOG-COUNT.
003080     DISPLAY  'MSGRPT: NEVER ISSUED         ' WS-NEVER-COUNT.
003090     DISPLAY  'MSGRPT: IDS NOT ON CATALOGUE ' WS-UNK-TABLE-COUNT.
003100     DISPLAY  'MSGRPT: UNCATALOGUED ISSUES  ' WS-UNK-ISSUED.
003110     IF  WS-NEVER-COUNT  >  0  OR  WS-UNK-TABLE-COUNT  >  0
003120         MOVE  4  TO  RETURN-CODE
003130     END-IF.
003140 TERM-SEC-EX.
003150     EXIT.
