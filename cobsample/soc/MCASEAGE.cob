000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      MCASEAGE.
000030*
000040*----------------------------------------------------------------
000050* daily aging report over the MCASES exception case file (see
000060* mcase.cbl): every open case is aged from the day it was
000070* opened (or last reopened) to today and counted into one of
000080* five age bands - 0-2, 3-7, 8-14, 15-30, and over 30 days.
000090* MCASERPT shows
000100*   open cases by age band, split by reason (detail with no
000110*   master, master with no detail)
000120*   open cases by assignee across the same bands, unassigned
000130*   cases on a line of their own
000140*   the cases resolved and auto-closed today
000150* the assignee table holds 50 operators; any beyond that are
000160* counted together on an OTHERS line rather than dropped.
000170* an open case with no usable opened date is aged in the oldest
000180* band, where it will be looked at.
000190*----------------------------------------------------------------
000200 ENVIRONMENT      DIVISION.
000210 INPUT-OUTPUT     SECTION.
000220 FILE-CONTROL.
000230     SELECT  CASE-FILE   ASSIGN TO   MCASES
000240             ORGANIZATION  IS    LINE SEQUENTIAL
000250             FILE STATUS   IS    WS-CASE-STATUS.
000260     SELECT  AGE-RPT     ASSIGN TO   MCASERPT
000270             ORGANIZATION  IS    LINE SEQUENTIAL.
000280
000290 DATA             DIVISION.
000300 FILE             SECTION.
000310 FD      CASE-FILE.
000320 01      CASE-REC.
000330     COPY  mcase.
000340
000350 FD      AGE-RPT.
000360 01      RPT-LINE                     PIC  X(80).
000370
000380 WORKING-STORAGE  SECTION.
000390
000400 01  WS-CASE-STATUS            PIC  X(02).
000410
000420 01  WS-SWITCHES.
000430   03  WS-EOF-SW               PIC  X(01)  VALUE  'N'.
000440     88  CASE-EOF                   VALUE  'Y'.
000450   03  WS-ASG-FOUND-SW         PIC  X(01).
000460     88  ASSIGNEE-FOUND             VALUE  'Y'.
000470
000480 01  WS-DATE-AREA.
000490   03  WS-TODAY                PIC  9(08).
000500   03  WS-TODAY-INT            PIC  9(08)  COMP.
000510   03  WS-OPENED               PIC  9(08).
000520   03  WS-OPENED-INT           PIC  9(08)  COMP.
000530   03  WS-AGE                  PIC S9(08)  COMP.
000540
000550*----------------------------------------------------------------
000560* band 1-5 for the case in hand, and the counts by reason: the
000570* first row details with no master, the second masters with no
000580* detail
000590*----------------------------------------------------------------
000600 01  WS-BAND                   PIC  9(01)  COMP.
000610 01  WS-BAND-SUB               PIC  9(01)  COMP.
000620 01  WS-REASON-AREA.
000630   03  WS-RSN-ROW  OCCURS  2  TIMES.
000640     05  WS-RSN-BAND           PIC  9(07)  COMP  OCCURS 5 TIMES.
000650 01  WS-RSN-SUB                PIC  9(01)  COMP.
000660
000670*----------------------------------------------------------------
000680* entry 1 is the unassigned line and entry 52 OTHERS; entries
000690* 2-51 are the assignees in the order first met
000700*----------------------------------------------------------------
000710 01  WS-ASSIGNEE-AREA.
000720   03  WS-ASG-ENTRY  OCCURS  52  TIMES.
000730     05  WS-ASG-NAME           PIC  X(08).
000740     05  WS-ASG-BAND           PIC  9(07)  COMP  OCCURS 5 TIMES.
000750     05  WS-ASG-TOTAL          PIC  9(07)  COMP.
000760   03  WS-ASG-TALLY            PIC  9(02)  COMP  VALUE  1.
000770   03  WS-ASG-SUB              PIC  9(02)  COMP.
000780
000790 01  WS-COUNTERS.
000800   03  WS-CASE-COUNT           PIC  9(07)  COMP  VALUE  0.
000810   03  WS-OPEN-COUNT           PIC  9(07)  COMP  VALUE  0.
000820   03  WS-RESOLVED-TODAY       PIC  9(07)  COMP  VALUE  0.
000830   03  WS-CLOSED-TODAY         PIC  9(07)  COMP  VALUE  0.
000840
000850 01  RPT-HEAD.
000860   03  FILLER                  PIC  X(10)  VALUE  SPACES.
000870   03  FILLER                  PIC  X(35)  VALUE
000880       '    0-2    3-7   8-14  15-30    >30'.
000890   03  FILLER                  PIC  X(08)  VALUE
000900       '   TOTAL'.
000910
000920 01  RPT-BAND-FMT.
000930   03  RPT-LABEL               PIC  X(10).
000940   03  RPT-BAND-COUNT          PIC  ZZZZZZ9  OCCURS 5 TIMES.
000950   03  FILLER                  PIC  X(01)  VALUE  SPACE.
000960   03  RPT-BAND-TOTAL          PIC  ZZZZZZ9.
000970
000980 01  RPT-TOTAL.
000990   03  RPT-TOT-LABEL           PIC  X(30).
001000   03  RPT-TOT-VALUE           PIC  ZZZZZZZZ9.
001010
001020 01  WS-ROW-TOTAL              PIC  9(07)  COMP.
001030
001040 PROCEDURE        DIVISION.
001050 MAIN-SEC         SECTION.
001060     ACCEPT  WS-TODAY  FROM  DATE  YYYYMMDD.
001070     COMPUTE  WS-TODAY-INT  =  FUNCTION INTEGER-OF-DATE(WS-TODAY).
001080     INITIALIZE  WS-REASON-AREA.
001090     INITIALIZE  WS-ASSIGNEE-AREA.
001100     MOVE  1           TO  WS-ASG-TALLY.
001110     MOVE  SPACES      TO  WS-ASG-NAME(1).
001120     MOVE  'OTHERS  '  TO  WS-ASG-NAME(52).
001130     OPEN  INPUT  CASE-FILE.
001140     IF  WS-CASE-STATUS  NOT =  '00'
001150         DISPLAY  'MCASEAGE: UNABLE TO OPEN MCASES, STATUS '
001160                  WS-CASE-STATUS
001170         MOVE  16  TO  RETURN-CODE
001180         STOP RUN
001190     END-IF.
001200     PERFORM  READ-CASE-SEC  UNTIL  CASE-EOF.
001210     CLOSE  CASE-FILE.
001220     PERFORM  REPORT-SEC.
001230     STOP RUN.
001240 MAIN-SEC-EX.
001250     EXIT.
001260/
001270 READ-CASE-SEC    SECTION.
001280     READ  CASE-FILE
001290         AT END  SET  CASE-EOF  TO  TRUE
001300     END-READ.
001310     IF  CASE-EOF  OR  CS-CASE-KEY  =  SPACES
001320         GO TO  READ-CASE-SEC-EX
001330     END-IF.
001340     ADD  1  TO  WS-CASE-COUNT.
001350     IF  CS-CLOSED-DATE  =  WS-TODAY
001360         IF  CS-RESOLVED
001370             ADD  1  TO  WS-RESOLVED-TODAY
001380         END-IF
001390         IF  CS-AUTO-CLOSED
001400             ADD  1  TO  WS-CLOSED-TODAY
001410         END-IF
001420     END-IF.
001430     IF  CS-OPEN
001440         ADD  1  TO  WS-OPEN-COUNT
001450         PERFORM  AGE-CASE-SEC
001460         PERFORM  TALLY-REASON-SEC
001470         PERFORM  TALLY-ASSIGNEE-SEC
001480     END-IF.
001490 READ-CASE-SEC-EX.
001500     EXIT.
001510/
001520 AGE-CASE-SEC     SECTION.
001530     MOVE  5  TO  WS-BAND.
001540     IF  CS-OPENED-DATE  NOT NUMERIC
001550         GO TO  AGE-CASE-SEC-EX
001560     END-IF.
001570     MOVE  CS-OPENED-DATE  TO  WS-OPENED.
001580     COMPUTE  WS-OPENED-INT  =
001590              FUNCTION INTEGER-OF-DATE(WS-OPENED).
001600     COMPUTE  WS-AGE  =  WS-TODAY-INT  -  WS-OPENED-INT.
001610     EVALUATE  TRUE
001620         WHEN  WS-AGE  <=  2
001630             MOVE  1  TO  WS-BAND
001640         WHEN  WS-AGE  <=  7
001650             MOVE  2  TO  WS-BAND
001660         WHEN  WS-AGE  <=  14
001670             MOVE  3  TO  WS-BAND
001680         WHEN  WS-AGE  <=  30
001690             MOVE  4  TO  WS-BAND
001700         WHEN  OTHER
001710             MOVE  5  TO  WS-BAND
001720     END-EVALUATE.
001730 AGE-CASE-SEC-EX.
001740     EXIT.
001750/
001760 TALLY-REASON-SEC SECTION.
001770     IF  CS-MASTER-NO-DETAIL
001780         MOVE  2  TO  WS-RSN-SUB
001790     ELSE
001800         MOVE  1  TO  WS-RSN-SUB
001810     END-IF.
001820     ADD  1  TO  WS-RSN-BAND(WS-RSN-SUB, WS-BAND).
001830 TALLY-REASON-SEC-EX.
001840     EXIT.
001850/
001860 TALLY-ASSIGNEE-SEC SECTION.
001870     MOVE  'N'  TO  WS-ASG-FOUND-SW.
001880     PERFORM  VARYING  WS-ASG-SUB  FROM  1  BY  1
001890         UNTIL  WS-ASG-SUB  >  WS-ASG-TALLY
001900             OR  ASSIGNEE-FOUND
001910         IF  WS-ASG-NAME(WS-ASG-SUB)  =  CS-ASSIGNEE
001920             SET  ASSIGNEE-FOUND  TO  TRUE
001930         END-IF
001940     END-PERFORM.
001950     IF  ASSIGNEE-FOUND
001960         SUBTRACT  1  FROM  WS-ASG-SUB
001970     ELSE
001980         IF  WS-ASG-TALLY  <  51
001990             ADD  1  TO  WS-ASG-TALLY
002000             MOVE  WS-ASG-TALLY  TO  WS-ASG-SUB
002010             MOVE  CS-ASSIGNEE   TO  WS-ASG-NAME(WS-ASG-SUB)
002020         ELSE
002030             MOVE  52  TO  WS-ASG-SUB
002040         END-IF
002050     END-IF.
002060     ADD  1  TO  WS-ASG-BAND(WS-ASG-SUB, WS-BAND).
002070     ADD  1  TO  WS-ASG-TOTAL(WS-ASG-SUB).
002080 TALLY-ASSIGNEE-SEC-EX.
002090     EXIT.
002100/
002110 REPORT-SEC       SECTION.
002120     OPEN  OUTPUT  AGE-RPT.
002130     MOVE  SPACES  TO  RPT-LINE.
002140     STRING  'MATCH EXCEPTION CASE AGING AS OF '
002150                               DELIMITED BY SIZE
002160             WS-TODAY          DELIMITED BY SIZE
002170         INTO  RPT-LINE
002180     END-STRING.
002190     WRITE  RPT-LINE.
002200     MOVE  'CASES ON FILE                 '  TO  RPT-TOT-LABEL.
002210     MOVE  WS-CASE-COUNT        TO  RPT-TOT-VALUE.
002220     PERFORM  WRITE-TOTAL-SEC.
002230     MOVE  'OPEN CASES                    '  TO  RPT-TOT-LABEL.
002240     MOVE  WS-OPEN-COUNT        TO  RPT-TOT-VALUE.
002250     PERFORM  WRITE-TOTAL-SEC.
002260     MOVE  'RESOLVED TODAY                '  TO  RPT-TOT-LABEL.
002270     MOVE  WS-RESOLVED-TODAY    TO  RPT-TOT-VALUE.
002280     PERFORM  WRITE-TOTAL-SEC.
002290     MOVE  'AUTO-CLOSED TODAY             '  TO  RPT-TOT-LABEL.
002300     MOVE  WS-CLOSED-TODAY      TO  RPT-TOT-VALUE.
002310     PERFORM  WRITE-TOTAL-SEC.
002320     MOVE  '-- OPEN CASES BY AGE BAND (DAYS) --'  TO  RPT-LINE.
002330     WRITE  RPT-LINE.
002340     MOVE  RPT-HEAD  TO  RPT-LINE.
002350     WRITE  RPT-LINE.
002360     MOVE  'NO MASTER '  TO  RPT-LABEL.
002370     MOVE  1  TO  WS-RSN-SUB.
002380     PERFORM  REASON-LINE-SEC.
002390     MOVE  'NO DETAIL '  TO  RPT-LABEL.
002400     MOVE  2  TO  WS-RSN-SUB.
002410     PERFORM  REASON-LINE-SEC.
002420     MOVE  '-- OPEN CASES BY ASSIGNEE --'  TO  RPT-LINE.
002430     WRITE  RPT-LINE.
002440     MOVE  RPT-HEAD  TO  RPT-LINE.
002450     WRITE  RPT-LINE.
002460     PERFORM  VARYING  WS-ASG-SUB  FROM  1  BY  1
002470         UNTIL  WS-ASG-SUB  >  52
002480         IF  WS-ASG-TOTAL(WS-ASG-SUB)  >  0
002490             PERFORM  ASSIGNEE-LINE-SEC
002500         END-IF
002510     END-PERFORM.
002520     CLOSE  AGE-RPT.
002530     DISPLAY  'MCASEAGE: CASES ON FILE ' WS-CASE-COUNT
002540              ' OPEN ' WS-OPEN-COUNT.
002550 REPORT-SEC-EX.
002560     EXIT.
002570/
002580 REASON-LINE-SEC  SECTION.
002590     MOVE  0  TO  WS-ROW-TOTAL.
002600     PERFORM  VARYING  WS-BAND-SUB  FROM  1  BY  1
002610         UNTIL  WS-BAND-SUB  >  5
002620         MOVE  WS-RSN-BAND(WS-RSN-SUB, WS-BAND-SUB)
002630               TO  RPT-BAND-COUNT(WS-BAND-SUB)
002640         ADD  WS-RSN-BAND(WS-RSN-SUB, WS-BAND-SUB)
002650               TO  WS-ROW-TOTAL
002660     END-PERFORM.
002670     MOVE  WS-ROW-TOTAL  TO  RPT-BAND-TOTAL.
002680     MOVE  RPT-BAND-FMT  TO  RPT-LINE.
002690     WRITE  RPT-LINE.
002700 REASON-LINE-SEC-EX.
002710     EXIT.
002720/
002730 ASSIGNEE-LINE-SEC SECTION.
002740     IF  WS-ASG-SUB  =  1
002750         MOVE  'UNASSIGNED'  TO  RPT-LABEL
002760     ELSE
002770         MOVE  WS-ASG-NAME(WS-ASG-SUB)  TO  RPT-LABEL
002780     END-IF.
002790     PERFORM  VARYING  WS-BAND-SUB  FROM  1  BY  1
002800         UNTIL  WS-BAND-SUB  >  5
002810         MOVE  WS-ASG-BAND(WS-ASG-SUB, WS-BAND-SUB)
002820               TO  RPT-BAND-COUNT(WS-BAND-SUB)
002830     END-PERFORM.
002840     MOVE  WS-ASG-TOTAL(WS-ASG-SUB)  TO  RPT-BAND-TOTAL.
002850     MOVE  RPT-BAND-FMT  TO  RPT-LINE.
002860     WRITE  RPT-LINE.
002870 ASSIGNEE-LINE-SEC-EX.
002880     EXIT.
002890/
002900 WRITE-TOTAL-SEC  SECTION.
002910     MOVE  RPT-TOTAL  TO  RPT-LINE.
002920     WRITE  RPT-LINE.
002930 WRITE-TOTAL-SEC-EX.
002940     EXIT.
