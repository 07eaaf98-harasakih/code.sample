000160*   future (3-digit PARM days, default 180)
000170*   warns when the shop's known fixed holidays are missing for
000180*   a year the table claims to cover
000182* it then audits the FISCAL calendar (fiscal.cbl) DATECALC
000184* answers fiscal periods from - a gap leaves dates in no period
000186* and an overlap puts them in two, either of which closes or
000188* reports the wrong period:
000189*   validates every period id is YYYYPP with a period of 01-12
000190*   and its start and end are real dates, start not after end
000191*   verifies the ids ascend, and each period starts the day
000192*   after the one before it ends - no gaps, no overlaps
000193*   verifies the calendar has begun by today and runs through
000194*   the same horizon the holiday table must cover
000195* RETURN-CODE: 8 on any validation or horizon failure (gate the
000200* chain on it), 4 on fixed-holiday warnings only, 0 clean.
000210*----------------------------------------------------------------
000220 ENVIRONMENT      DIVISION.
000250     SELECT  HOLIDAY-FILE  ASSIGN TO  HOLIDAYS
000260             ORGANIZATION IS  LINE SEQUENTIAL
000270             FILE STATUS  IS  WS-HOLIDAY-STATUS.
000272     SELECT  FISCAL-FILE   ASSIGN TO  FISCAL
000274             ORGANIZATION IS  LINE SEQUENTIAL
000276             FILE STATUS  IS  WS-FISCAL-STATUS.
000280     SELECT  AUDIT-RPT     ASSIGN TO  CALAUDIT
000290             ORGANIZATION IS  LINE SEQUENTIAL.
000300
000320 FILE             SECTION.
000330 FD  HOLIDAY-FILE.
000340 01  HOLIDAY-REC                  PIC  X(08).
000342
000344 FD  FISCAL-FILE.
000346 01  FISCAL-REC.
000348     COPY  fiscal.
000350
000360 FD  AUDIT-RPT.
000370 01  RPT-LINE                     PIC  X(80).
000390 WORKING-STORAGE  SECTION.
000400
000410 01  WS-HOLIDAY-STATUS         PIC  X(02).
000412 01  WS-FISCAL-STATUS          PIC  X(02).
000420
000430 01  WS-SWITCHES.
000440   03  WS-HOL-EOF-SW           PIC  X(01)  VALUE  'N'.
000470     88  DATE-IS-VALID              VALUE  'Y'.
000480   03  WS-FIXED-FOUND-SW       PIC  X(01).
000490     88  FIXED-FOUND                VALUE  'Y'.
000492   03  WS-FIS-EOF-SW           PIC  X(01)  VALUE  'N'.
000494     88  FISCAL-EOF                 VALUE  'Y'.
000500
000510 01  WS-PARM-LINE              PIC  X(03).
000520 01  WS-HORIZON-DAYS           PIC  9(03)        VALUE  180.
000880 01  WS-CHK-YEAR               PIC  9(04).
000890 01  WS-LAST-YEAR              PIC  9(04).
000900 01  WS-WANT-DATE              PIC  9(08).
000902
000904*----------------------------------------------------------------
000906* the fiscal calendar walk - the period before the one being
000908* audited, and the span the good periods cover
000910*----------------------------------------------------------------
000912 01  WS-FISCAL-AREA.
000914   03  WS-FIS-START            PIC  9(08).
000916   03  WS-FIS-END              PIC  9(08).
000918   03  WS-EXPECT-START         PIC  9(08).
000920   03  WS-EXPECT-INT           PIC  9(08)  COMP.
000922   03  WS-PRIOR-PERIOD         PIC  X(06)        VALUE  SPACES.
000924   03  WS-PRIOR-END            PIC  9(08)        VALUE  0.
000926   03  WS-FIS-FIRST-START      PIC  9(08)        VALUE  0.
000927   03  WS-FIS-LAST-END         PIC  9(08)        VALUE  0.
000928
000929 01  WS-COUNTERS.
000930   03  WS-ERROR-COUNT          PIC  9(05)  COMP  VALUE  0.
000940   03  WS-WARN-COUNT           PIC  9(05)  COMP  VALUE  0.
000950   03  WS-LINE-NO              PIC  9(05)  COMP  VALUE  0.
000952   03  WS-PERIOD-NO            PIC  9(05)  COMP  VALUE  0.
000960
000970 01  RPT-MSG-FMT.
000980   03  RPT-SEV                 PIC  X(05).
001190     PERFORM  SCAN-CALENDAR-SEC.
001200     PERFORM  CHECK-HORIZON-SEC.
001210     PERFORM  CHECK-FIXED-SEC.
001212     MOVE  'FISCAL-CALENDAR AUDIT'  TO  RPT-LINE.
001214     WRITE  RPT-LINE.
001216     PERFORM  SCAN-FISCAL-SEC.
001218     PERFORM  CHECK-FISCAL-SPAN-SEC.
001220     PERFORM  TERM-SEC.
001230     STOP RUN.
001240 MAIN-SEC-EX.
002980/
002990 TERM-SEC         SECTION.
003000     DISPLAY  'CALAUDIT: ENTRIES AUDITED ' WS-LINE-NO.
003005     DISPLAY  'CALAUDIT: PERIODS AUDITED ' WS-PERIOD-NO.
003010     DISPLAY  'CALAUDIT: ERRORS          ' WS-ERROR-COUNT.
003020     DISPLAY  'CALAUDIT: WARNINGS        ' WS-WARN-COUNT.
003030     EVALUATE  TRUE
003170     CLOSE  AUDIT-RPT.
003180 TERM-SEC-EX.
003190     EXIT.
003200/
003210 SCAN-FISCAL-SEC  SECTION.
003220     OPEN  INPUT  FISCAL-FILE.
003230     IF  WS-FISCAL-STATUS  NOT =  '00'
003240         SET  FISCAL-EOF  TO  TRUE
003250         MOVE  'NO FISCAL FILE TO AUDIT'  TO  RPT-TEXT
003260         MOVE  WS-FISCAL-STATUS  TO  RPT-VALUE
003270         PERFORM  FISCAL-ERROR-SEC
003280     END-IF.
003290     PERFORM  AUDIT-PERIOD-SEC  UNTIL  FISCAL-EOF.
003300     IF  WS-FISCAL-STATUS  =  '00'  OR
003310         WS-FISCAL-STATUS  =  '10'
003320         CLOSE  FISCAL-FILE
003330     END-IF.
003340 SCAN-FISCAL-SEC-EX.
003350     EXIT.
003360/
003370*----------------------------------------------------------------
003380* one fiscal period: a well-formed id, real dates in order, and
003390* a start the day after the prior period's end. a period that
003400* fails its own checks is not chained to, so one bad line is
003410* not also reported as a gap on the next
003420*----------------------------------------------------------------
003430 AUDIT-PERIOD-SEC  SECTION.
003440     READ  FISCAL-FILE
003450         AT END  SET  FISCAL-EOF  TO  TRUE
003460     END-READ.
003470     IF  FISCAL-EOF
003480         GO  TO  AUDIT-PERIOD-SEC-EX
003490     END-IF.
003500     ADD  1  TO  WS-PERIOD-NO.
003510     MOVE  SPACES  TO  RPT-TEXT.
003520     IF  FS-PERIOD-ID  NOT  NUMERIC
003530         OR  FS-PERIOD-NO  <  '01'  OR  FS-PERIOD-NO  >  '12'
003540         MOVE  'PERIOD ID IS NOT YYYYPP'  TO  RPT-TEXT
003550         MOVE  FS-PERIOD-ID  TO  RPT-VALUE
003560         PERFORM  FISCAL-ERROR-SEC
003570         GO  TO  AUDIT-PERIOD-SEC-EX
003580     END-IF.
003590     MOVE  'N'  TO  WS-DATE-OK-SW.
003600     IF  FS-START-DATE  IS  NUMERIC
003610         MOVE  FS-START-DATE  TO  WS-ENTRY-DATE
003620         PERFORM  VALIDATE-DATE-SEC
003630     END-IF.
003640     IF  NOT  DATE-IS-VALID
003650         STRING  'PERIOD '  FS-PERIOD-ID
003660                 ' START IS NOT A REAL DATE'
003670                 DELIMITED BY SIZE  INTO  RPT-TEXT
003680         END-STRING
003690         MOVE  FS-START-DATE  TO  RPT-VALUE
003700         PERFORM  FISCAL-ERROR-SEC
003710         GO  TO  AUDIT-PERIOD-SEC-EX
003720     END-IF.
003730     MOVE  WS-ENTRY-DATE  TO  WS-FIS-START.
003740     MOVE  'N'  TO  WS-DATE-OK-SW.
003750     IF  FS-END-DATE  IS  NUMERIC
003760         MOVE  FS-END-DATE  TO  WS-ENTRY-DATE
003770         PERFORM  VALIDATE-DATE-SEC
003780     END-IF.
003790     IF  NOT  DATE-IS-VALID
003800         STRING  'PERIOD '  FS-PERIOD-ID
003810                 ' END IS NOT A REAL DATE'
003820                 DELIMITED BY SIZE  INTO  RPT-TEXT
003830         END-STRING
003840         MOVE  FS-END-DATE  TO  RPT-VALUE
003850         PERFORM  FISCAL-ERROR-SEC
003860         GO  TO  AUDIT-PERIOD-SEC-EX
003870     END-IF.
003880     MOVE  WS-ENTRY-DATE  TO  WS-FIS-END.
003890     IF  WS-FIS-END  <  WS-FIS-START
003900         STRING  'PERIOD '  FS-PERIOD-ID
003910                 ' ENDS BEFORE IT STARTS'
003920                 DELIMITED BY SIZE  INTO  RPT-TEXT
003930         END-STRING
003940         MOVE  FS-END-DATE  TO  RPT-VALUE
003950         PERFORM  FISCAL-ERROR-SEC
003960         GO  TO  AUDIT-PERIOD-SEC-EX
003970     END-IF.
003980     IF  FS-PERIOD-ID  NOT >  WS-PRIOR-PERIOD
003990         MOVE  'PERIOD IDS DUPLICATED OR NOT ASCENDING AT'
004000               TO  RPT-TEXT
004010         MOVE  FS-PERIOD-ID  TO  RPT-VALUE
004020         PERFORM  FISCAL-ERROR-SEC
004030     END-IF.
004040     IF  WS-PRIOR-END  =  0
004050         MOVE  WS-FIS-START  TO  WS-FIS-FIRST-START
004060     ELSE
004070         COMPUTE  WS-EXPECT-INT  =
004080                  FUNCTION INTEGER-OF-DATE(WS-PRIOR-END)  +  1
004090         COMPUTE  WS-EXPECT-START  =
004100                  FUNCTION DATE-OF-INTEGER(WS-EXPECT-INT)
004110         MOVE  SPACES  TO  RPT-TEXT
004120         IF  WS-FIS-START  >  WS-EXPECT-START
004130             STRING  'GAP BEFORE PERIOD '  FS-PERIOD-ID
004140                     ' - NO PERIOD HOLDS'
004150                     DELIMITED BY SIZE  INTO  RPT-TEXT
004160             END-STRING
004170             MOVE  WS-EXPECT-START  TO  RPT-VALUE
004180             PERFORM  FISCAL-ERROR-SEC
004190         END-IF
004200         IF  WS-FIS-START  <  WS-EXPECT-START
004210             STRING  'PERIOD '  FS-PERIOD-ID
004220                     ' OVERLAPS '  WS-PRIOR-PERIOD
004230                     ' FROM'
004240                     DELIMITED BY SIZE  INTO  RPT-TEXT
004250             END-STRING
004260             MOVE  FS-START-DATE  TO  RPT-VALUE
004270             PERFORM  FISCAL-ERROR-SEC
004280         END-IF
004290     END-IF.
004300     MOVE  FS-PERIOD-ID  TO  WS-PRIOR-PERIOD.
004310     MOVE  WS-FIS-END    TO  WS-PRIOR-END.
004320     IF  WS-FIS-END  >  WS-FIS-LAST-END
004330         MOVE  WS-FIS-END  TO  WS-FIS-LAST-END
004340     END-IF.
004350 AUDIT-PERIOD-SEC-EX.
004360     EXIT.
004370/
004380*----------------------------------------------------------------
004390* today must fall inside the calendar and its last period must
004400* reach the horizon, or a close or a period check will find no
004410* fiscal period to answer from
004420*----------------------------------------------------------------
004430 CHECK-FISCAL-SPAN-SEC  SECTION.
004440     IF  WS-FIS-LAST-END  =  0
004450         GO  TO  CHECK-FISCAL-SPAN-SEC-EX
004460     END-IF.
004470     IF  WS-FIS-FIRST-START  >  WS-TODAY
004475         MOVE  'FISCAL CALENDAR DOES NOT BEGIN UNTIL'
004480               TO  RPT-TEXT
004490         MOVE  WS-FIS-FIRST-START  TO  RPT-VALUE
004500         PERFORM  FISCAL-ERROR-SEC
004510     END-IF.
004520     IF  WS-FIS-LAST-END  <  WS-HORIZON-DATE
004530         MOVE  'FISCAL CALENDAR DOES NOT COVER THE HORIZON TO'
004540               TO  RPT-TEXT
004550         MOVE  WS-HORIZON-DATE  TO  RPT-VALUE
004560         PERFORM  FISCAL-ERROR-SEC
004570     END-IF.
004580 CHECK-FISCAL-SPAN-SEC-EX.
004590     EXIT.
004600/
004610 FISCAL-ERROR-SEC  SECTION.
004620     MOVE  'ERROR'  TO  RPT-SEV.
004630     PERFORM  WRITE-MSG-SEC.
004640     ADD  1  TO  WS-ERROR-COUNT.
004650     MOVE  SPACES  TO  RPT-TEXT.
004660 FISCAL-ERROR-SEC-EX.
004670     EXIT.
