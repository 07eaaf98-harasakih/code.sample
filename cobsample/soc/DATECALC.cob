000140* business day of its month. a business day is neither a
000150* Saturday/Sunday nor a date listed in the HOLIDAYS file (one
000160* YYYYMMDD per line), which is loaded once on the first call.
000161*
000162* the fiscal functions work from the FISCAL calendar file (see
000163* fiscal.cbl), loaded once on the first fiscal call:
000164*   'F'  the fiscal period DC-IN-DATE (zero means the machine
000165*        date) falls in; DC-FISCAL-END-SW comes back 'Y' when
000166*        the date is on or after the period's closing day
000167*   'I'  the period named in DC-FISCAL-PERIOD
000168* both return the period id, start and end, and its closing day
000169* - the last business day of the period - in DC-OUT-DATE. a
000172* date or id the calendar does not cover answers DC-NO-FISCAL.
000175*----------------------------------------------------------------
000180 ENVIRONMENT      DIVISION.
000190 INPUT-OUTPUT     SECTION.
000200 FILE-CONTROL.
000210     SELECT  HOLIDAY-FILE  ASSIGN TO  HOLIDAYS
000220             ORGANIZATION IS  LINE SEQUENTIAL
000230             FILE STATUS  IS  WS-HOLIDAY-STATUS.
000232     SELECT  FISCAL-FILE   ASSIGN TO  FISCAL
000234             ORGANIZATION IS  LINE SEQUENTIAL
000236             FILE STATUS  IS  WS-FISCAL-STATUS.
000240
000250 DATA             DIVISION.
000260 FILE             SECTION.
000270 FD  HOLIDAY-FILE.
000280 01  HOLIDAY-REC                  PIC  9(08).
000282 FD  FISCAL-FILE.
000284 01  FISCAL-REC.
000286     COPY  fiscal.
000290
000300 WORKING-STORAGE  SECTION.
000310*
000400     03  WS-HOLIDAY-DATE          PIC  9(08)  OCCURS 200 TIMES.
000410 01  WS-HOLIDAY-COUNT             PIC  9(03)  COMP  VALUE  0.
000420 01  WS-HOL-SUB                   PIC  9(03)  COMP.
000422*
000424 01  WS-FISCAL-STATUS             PIC  X(02).
000426 01  WS-FISCAL-LOADED-SW          PIC  X(01)  VALUE 'N'.
000428     88  FISCAL-LOADED                   VALUE 'Y'.
000430 01  WS-FISCAL-EOF-SW             PIC  X(01)  VALUE 'N'.
000432     88  FISCAL-EOF                      VALUE 'Y'.
000434*    240 periods is twenty years of a twelve-period calendar
000436 01  WS-FISCAL-TABLE.
000438     03  WS-FIS-ENTRY  OCCURS 240 TIMES.
000440       05  WS-FIS-PERIOD          PIC  X(06).
000442       05  WS-FIS-START           PIC  9(08).
000444       05  WS-FIS-END             PIC  9(08).
000446 01  WS-FISCAL-COUNT              PIC  9(03)  COMP  VALUE  0.
000448 01  WS-FIS-SUB                   PIC  9(03)  COMP.
000449 01  WS-FIS-FOUND                 PIC  9(03)  COMP.
000451*
000453 01  WS-WORK-AREA.
000455     03  WS-WORK-DATE             PIC  9(08).
000460     03  WS-WORK-INT              PIC  9(08)  COMP.
000470     03  WS-DAY-OF-WEEK           PIC  9(01).
000480     03  WS-BUSDAY-SW             PIC  X(01).
000500     03  WS-NEXT-DATE             PIC  9(08).
000510     03  WS-OUT-MONTH             PIC  9(06).
000520     03  WS-NEXT-MONTH            PIC  9(06).
000522     03  WS-ASKED-DATE            PIC  9(08).
000530*
000540 LINKAGE          SECTION.
000550 01  DATECALC-PARM.
000620     END-IF.
000630     SET  DC-OK  TO  TRUE.
000640     MOVE  'N'  TO  DC-MONTH-END-SW.
000642     MOVE  'N'  TO  DC-FISCAL-END-SW.
000650     MOVE  DC-IN-DATE  TO  WS-WORK-DATE.
000660     IF  WS-WORK-DATE  =  0
000670         ACCEPT  WS-WORK-DATE  FROM  DATE  YYYYMMDD
000730             PERFORM  FIND-NEXT-SEC
000740         WHEN  DC-PREV-BUSINESS
000750             PERFORM  FIND-PREV-SEC
000752         WHEN  DC-FISCAL-OF-DATE
000754             PERFORM  FISCAL-OF-DATE-SEC
000756         WHEN  DC-FISCAL-BY-ID
000758             PERFORM  FISCAL-BY-ID-SEC
000760         WHEN  OTHER
000770             SET  DC-BAD-FUNCTION  TO  TRUE
000780             MOVE  0  TO  DC-OUT-DATE
000790     END-EVALUATE.
000800     IF  DC-OK  AND  NOT  DC-FISCAL-OF-DATE
000805                AND  NOT  DC-FISCAL-BY-ID
000810         PERFORM  MONTH-END-CHECK-SEC
000820     END-IF.
000830     GOBACK.
002130     END-IF.
002140 MONTH-END-CHECK-SEC-E.
002150     EXIT.
002160/
002170*----------------------------------------------------------------
002180* one-time load of the fiscal calendar. a line whose dates are
002190* not numeric is left out here - CALAUDIT reports it - and a
002200* missing FISCAL file leaves the table empty, so every fiscal
002210* question answers DC-NO-FISCAL
002220*----------------------------------------------------------------
002230 LOAD-FISCAL-SEC  SECTION.
002240     OPEN  INPUT  FISCAL-FILE.
002250     IF  WS-FISCAL-STATUS  NOT =  '00'
002260         SET  FISCAL-EOF  TO  TRUE
002270     END-IF.
002280     PERFORM  READ-FISCAL-SEC  UNTIL  FISCAL-EOF.
002290     IF  WS-FISCAL-STATUS  =  '00'  OR
002300         WS-FISCAL-STATUS  =  '10'
002310         CLOSE  FISCAL-FILE
002320     END-IF.
002330     SET  FISCAL-LOADED  TO  TRUE.
002340 LOAD-FISCAL-SEC-E.
002350     EXIT.
002360/
002370 READ-FISCAL-SEC  SECTION.
002380     READ  FISCAL-FILE
002390         AT END  SET  FISCAL-EOF  TO  TRUE
002400         NOT AT END
002410             IF  FS-START-DATE  IS  NUMERIC
002420                 AND  FS-END-DATE  IS  NUMERIC
002430                 AND  WS-FISCAL-COUNT  <  240
002440                 ADD  1  TO  WS-FISCAL-COUNT
002450                 MOVE  FS-PERIOD-ID
002460                       TO  WS-FIS-PERIOD(WS-FISCAL-COUNT)
002470                 MOVE  FS-START-DATE
002480                       TO  WS-FIS-START(WS-FISCAL-COUNT)
002490                 MOVE  FS-END-DATE
002500                       TO  WS-FIS-END(WS-FISCAL-COUNT)
002510             END-IF
002520     END-READ.
002530 READ-FISCAL-SEC-E.
002540     EXIT.
002550/
002560*----------------------------------------------------------------
002570* 'F' - the period whose start and end bracket the date; the
002580* date is a fiscal period end once it has reached the period's
002590* closing day
002600*----------------------------------------------------------------
002610 FISCAL-OF-DATE-SEC SECTION.
002620     IF  NOT  FISCAL-LOADED
002630         PERFORM  LOAD-FISCAL-SEC
002640     END-IF.
002650     MOVE  WS-WORK-DATE  TO  WS-ASKED-DATE.
002660     MOVE  0  TO  WS-FIS-FOUND.
002670     PERFORM  VARYING  WS-FIS-SUB  FROM  1  BY  1
002680         UNTIL  WS-FIS-SUB  >  WS-FISCAL-COUNT
002690             OR  WS-FIS-FOUND  >  0
002700         IF  WS-ASKED-DATE  NOT <  WS-FIS-START(WS-FIS-SUB)
002710             AND  WS-ASKED-DATE  NOT >  WS-FIS-END(WS-FIS-SUB)
002720             MOVE  WS-FIS-SUB  TO  WS-FIS-FOUND
002730         END-IF
002740     END-PERFORM.
002750     IF  WS-FIS-FOUND  =  0
002760         PERFORM  NO-FISCAL-SEC
002770     ELSE
002780         PERFORM  FISCAL-CLOSE-DAY-SEC
002790         IF  WS-ASKED-DATE  NOT <  DC-OUT-DATE
002800             SET  DC-IS-FISCAL-END  TO  TRUE
002810         END-IF
002820     END-IF.
002830 FISCAL-OF-DATE-SEC-E.
002840     EXIT.
002850/
002860*----------------------------------------------------------------
002870* 'I' - the period the caller names by its YYYYPP id
002880*----------------------------------------------------------------
002890 FISCAL-BY-ID-SEC SECTION.
002900     IF  NOT  FISCAL-LOADED
002910         PERFORM  LOAD-FISCAL-SEC
002920     END-IF.
002930     MOVE  0  TO  WS-FIS-FOUND.
002940     PERFORM  VARYING  WS-FIS-SUB  FROM  1  BY  1
002950         UNTIL  WS-FIS-SUB  >  WS-FISCAL-COUNT
002960             OR  WS-FIS-FOUND  >  0
002970         IF  WS-FIS-PERIOD(WS-FIS-SUB)  =  DC-FISCAL-PERIOD
002980             MOVE  WS-FIS-SUB  TO  WS-FIS-FOUND
002990         END-IF
003000     END-PERFORM.
003010     IF  WS-FIS-FOUND  =  0
003020         PERFORM  NO-FISCAL-SEC
003030     ELSE
003040         PERFORM  FISCAL-CLOSE-DAY-SEC
003050     END-IF.
003060 FISCAL-BY-ID-SEC-E.
003070     EXIT.
003080/
003090*----------------------------------------------------------------
003100* hands back the found period and finds its closing day: step
003110* back from the period's last day past weekends and holidays,
003120* but never before the period's first day
003130*----------------------------------------------------------------
003140 FISCAL-CLOSE-DAY-SEC SECTION.
003150     MOVE  WS-FIS-PERIOD(WS-FIS-FOUND)  TO  DC-FISCAL-PERIOD.
003160     MOVE  WS-FIS-START(WS-FIS-FOUND)   TO  DC-FISCAL-START.
003170     MOVE  WS-FIS-END(WS-FIS-FOUND)     TO  DC-FISCAL-END.
003180     MOVE  DC-FISCAL-END  TO  WS-WORK-DATE.
003190     PERFORM  TEST-BUSDAY-SEC.
003200     PERFORM  UNTIL  IS-BUSINESS-DAY
003210             OR  WS-WORK-DATE  NOT >  DC-FISCAL-START
003220         PERFORM  STEP-BACKWARD-SEC
003230         PERFORM  TEST-BUSDAY-SEC
003240     END-PERFORM.
003250     MOVE  WS-WORK-DATE  TO  DC-OUT-DATE.
003260 FISCAL-CLOSE-DAY-SEC-E.
003270     EXIT.
003280/
003290 NO-FISCAL-SEC    SECTION.
003300     SET  DC-NO-FISCAL  TO  TRUE.
003310     MOVE  0  TO  DC-OUT-DATE.
003320     MOVE  0  TO  DC-FISCAL-START.
003330     MOVE  0  TO  DC-FISCAL-END.
003340 NO-FISCAL-SEC-E.
003350     EXIT.
