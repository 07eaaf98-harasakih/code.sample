000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      SVCGATE.
000030*
000040*----------------------------------------------------------------
000050* request/response service gateway to the shared edit and lookup
000060* callables, for the systems that used to ask us by e-mail. a
000070* caller drops a request file (SVCREQ, one request per line) and
000080* picks up the response file (SVCRSP, one line per request, in
000090* the same order) - it needs to know these two layouts and no
000100* other. each request is answered by the same callable the batch
000110* doors use, so the answer is the one a door would have given:
000120*   FLDE  is this record valid per FLDEDIT - payload SPACK in
000130*         1-4, UPACK in 6-9, SZONE in 11-14, UZONE in 16-19,
000140*         each a sign (or blank) then three digits
000150*   GRPE  is this group code active per GRPEDIT - payload the
000160*         code in 1; the description comes back either way
000170*   DATE  the business calendar per DATECALC - payload the
000180*         DATECALC function (C, N, P, F or I) in 1, a date in
000190*         3-10 (blank for C is the cycle date), a fiscal period
000200*         in 12-17 for I
000210*   PRDC  is this period closed per PERIODCK - payload a date
000220*         in 1-8 or blank, the entity in 10-11 (blank is the
000230*         home entity), a period YYYYPP in 13-18 when no date
000240*   KEY   what key nnnn holds, by a keyed read of FKSDS (the
000250*         FKLOOKUP read) - payload the 4-digit NUM1 in 1-4
000260*
000270* the response status is 00 answered yes (valid, active, open,
000280* found), 04 answered no (rejected, inactive, closed, not on
000290* file), 08 the request could not be understood, 12 the service
000300* could not answer. a KEY answer's REC-DATA is masked by
000310* VIEWMASK, and a record of an entity the requester is not
000320* granted (ENTCHK) is answered as not granted - the requester
000330* is the id on the PARM (positions 1-8), held on VAUTH like an
000340* operator; no id is a batch caller, held to the cycle's own
000350* entity and always masked.
000360*
000370* every request is counted on JOBACCT as it is answered, under
000380* its function and response status, so the gateway's volumes
000390* roll up on the JACCTRPT report with everything else.
000400*----------------------------------------------------------------
000410 ENVIRONMENT      DIVISION.
000420 INPUT-OUTPUT     SECTION.
000430 FILE-CONTROL.
000440     SELECT  REQ-FILE    ASSIGN TO   SVCREQ
000450             ORGANIZATION  IS    LINE SEQUENTIAL
000460             FILE STATUS   IS    WS-REQ-STATUS.
000470     SELECT  F-KSDS-FILE ASSIGN TO   FKSDS
000480             ORGANIZATION  IS    INDEXED
000490             ACCESS MODE   IS    DYNAMIC
000500             RECORD KEY    IS    NUM1  OF  F-KSDS-REC
000510             FILE STATUS   IS    WS-FKSDS-STATUS.
000520     SELECT  RSP-FILE    ASSIGN TO   SVCRSP
000530             ORGANIZATION  IS    LINE SEQUENTIAL
000540             FILE STATUS   IS    WS-RSP-STATUS.
000550
000555     COPY  keylay.
000560 DATA             DIVISION.
000570 FILE             SECTION.
000580 FD      REQ-FILE.
000590 01      REQ-REC.
000600     03  RQ-ID                        PIC  X(08).
000610     03  FILLER                       PIC  X(01).
000620     03  RQ-FUNCTION                  PIC  X(04).
000630       88  RQ-FIELD-EDIT                   VALUE 'FLDE'.
000640       88  RQ-GROUP-EDIT                   VALUE 'GRPE'.
000650       88  RQ-CALENDAR                     VALUE 'DATE'.
000660       88  RQ-PERIOD-CHECK                 VALUE 'PRDC'.
000670       88  RQ-KEY-LOOKUP                   VALUE 'KEY '.
000680     03  FILLER                       PIC  X(01).
000690     03  RQ-PAYLOAD                   PIC  X(60).
000700
000710 FD      F-KSDS-FILE.
000720 01      F-KSDS-REC.
000730     COPY  ffile.
000740
000750 FD      RSP-FILE.
000760 01      RSP-REC.
000770     03  RS-ID                        PIC  X(08).
000780     03  FILLER                       PIC  X(01).
000790     03  RS-FUNCTION                  PIC  X(04).
000800     03  FILLER                       PIC  X(01).
000810     03  RS-STATUS                    PIC  X(02).
000820     03  FILLER                       PIC  X(01).
000830     03  RS-MESSAGE                   PIC  X(30).
000840     03  FILLER                       PIC  X(01).
000850     03  RS-RESULT                    PIC  X(120).
000860
000870 WORKING-STORAGE  SECTION.
000880
000890 01  WS-STATUSES.
000900   03  WS-REQ-STATUS           PIC  X(02).
000910   03  WS-FKSDS-STATUS         PIC  X(02).
000920   03  WS-RSP-STATUS           PIC  X(02).
000930
000940 01  WS-SWITCHES.
000950   03  WS-REQ-EOF-SW           PIC  X(01)  VALUE  'N'.
000960     88  REQ-EOF                    VALUE  'Y'.
000970   03  WS-FKSDS-OPEN-SW        PIC  X(01)  VALUE  'N'.
000980     88  FKSDS-OPEN                 VALUE  'Y'.
000990   03  WS-PAYLOAD-OK-SW        PIC  X(01).
001000     88  PAYLOAD-OK                 VALUE  'Y'.
001010
001020 01  WS-COUNTERS.
001030   03  WS-REQ-COUNT            PIC  9(07)  COMP  VALUE  0.
001040   03  WS-YES-COUNT            PIC  9(07)  COMP  VALUE  0.
001050   03  WS-NO-COUNT             PIC  9(07)  COMP  VALUE  0.
001060   03  WS-BAD-COUNT            PIC  9(07)  COMP  VALUE  0.
001070   03  WS-FAIL-COUNT           PIC  9(07)  COMP  VALUE  0.
001080
001090 01  WS-PARM-LINE              PIC  X(08).
001100 01  WS-REQUESTER              PIC  X(08).
001110*    the function a request is counted under on JOBACCT - an
001120*    unknown code is counted as OTHR, not under its own name
001130 01  WS-JA-FUNCTION            PIC  X(04).
001140
001150*    the FLDE payload: four numeric fields in the reject file's
001160*    edited form, each a sign (or blank) then three digits
001170 01  WS-FLDE-PAYLOAD.
001180   03  WS-FP-FIELD  OCCURS  4  TIMES.
001190     05  WS-FP-SIGN            PIC  X(01).
001200     05  WS-FP-DIGITS          PIC  X(03).
001210     05  FILLER                PIC  X(01).
001220   03  FILLER                  PIC  X(40).
001230 01  WS-FP-SUB                 PIC  9(01)  COMP.
001240 01  WS-FP-VALUES.
001250   03  WS-FP-VALUE  OCCURS  4  TIMES  PIC S9(03).
001260*    the largest value each field can hold, and its name as
001270*    FLDEDIT reports it
001280 01  WS-FP-LIMITS.
001290   03  FILLER                  PIC  9(03)  VALUE  9.
001300   03  FILLER                  PIC  9(03)  VALUE  9.
001310   03  FILLER                  PIC  9(03)  VALUE  99.
001320   03  FILLER                  PIC  9(03)  VALUE  99.
001330 01  WS-FP-LIMITS-R  REDEFINES  WS-FP-LIMITS.
001340   03  WS-FP-LIMIT  OCCURS  4  TIMES  PIC  9(03).
001350 01  WS-FP-NAMES.
001360   03  FILLER                  PIC  X(10)  VALUE  'SPACK'.
001370   03  FILLER                  PIC  X(10)  VALUE  'UPACK'.
001380   03  FILLER                  PIC  X(10)  VALUE  'SZONE'.
001390   03  FILLER                  PIC  X(10)  VALUE  'UZONE'.
001400 01  WS-FP-NAMES-R  REDEFINES  WS-FP-NAMES.
001410   03  WS-FP-NAME  OCCURS  4  TIMES  PIC  X(10).
001420
001430*    the DATE and PRDC payloads
001440 01  WS-DATE-PAYLOAD.
001450   03  WS-DP-FUNCTION          PIC  X(01).
001460   03  FILLER                  PIC  X(01).
001470   03  WS-DP-DATE              PIC  X(08).
001480   03  FILLER                  PIC  X(01).
001490   03  WS-DP-PERIOD            PIC  X(06).
001500   03  FILLER                  PIC  X(43).
001510 01  WS-PRDC-PAYLOAD.
001520   03  WS-PP-DATE              PIC  X(08).
001530   03  FILLER                  PIC  X(01).
001540   03  WS-PP-ENTITY            PIC  X(02).
001550   03  FILLER                  PIC  X(01).
001560   03  WS-PP-PERIOD            PIC  X(06).
001570   03  FILLER                  PIC  X(42).
001580
001590*    the result area views, one per function
001600 01  WS-FLDE-RESULT.
001610   03  FR-FIELD                PIC  X(10).
001620   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001630   03  FR-VALUE                PIC  +999.
001640   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001650   03  FR-REASON               PIC  X(30).
001660 01  WS-DATE-RESULT.
001670   03  DR-OUT-DATE             PIC  9(08).
001680   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001690   03  DR-MONTH-END            PIC  X(01).
001700   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001710   03  DR-PERIOD               PIC  X(06).
001720   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001730   03  DR-START                PIC  9(08).
001740   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001750   03  DR-END                  PIC  9(08).
001760   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001770   03  DR-FISCAL-END           PIC  X(01).
001780 01  WS-PRDC-RESULT.
001790   03  PR-PERIOD               PIC  X(06).
001800   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001810   03  PR-STATE                PIC  X(06).
001820 01  WS-KEY-RESULT.
001830   03  KR-REC-DATA             PIC  X(72).
001840   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001850   03  KR-NUM2                 PIC  X(04).
001860   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001870   03  KR-SPACK                PIC  +9.
001880   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001890   03  KR-UPACK                PIC  9.
001900   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001910   03  KR-SZONE                PIC  +99.
001920   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001930   03  KR-UZONE                PIC  99.
001940   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001950   03  KR-GROUP-1              PIC  X(01).
001960   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001970   03  KR-EFF-DATE             PIC  X(08).
001980   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001990   03  KR-REC-STATUS           PIC  X(01).
002000   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002010   03  KR-ENTITY               PIC  X(02).
002020
002030*    the record a KEY answer is built from, after VIEWMASK has
002040*    masked it for the requester
002050 01  WS-SHOW-R.
002060     COPY  ffile.
002070
002080 01  WS-FLDEDIT-PARM.
002090     COPY  fldedit.
002100 01  WS-GRPEDIT-PARM.
002110     COPY  grpedit.
002120 01  WS-DATECALC-PARM.
002130     COPY  datecalc.
002140 01  WS-PERIODCK-PARM.
002150     COPY  periodck.
002160 01  WS-VIEWMASK-PARM.
002170     COPY  viewmask.
002180 01  WS-ENTCHK-PARM.
002190     COPY  entchk.
002200 01  WS-JOBACCT-PARM.
002210     COPY  jobacct.
002220
002230 01  WS-KEYMODE-PARM.
002240     COPY  keymode.
002250 PROCEDURE        DIVISION.
002260 MAIN-SEC         SECTION.
002270*    the stores must carry the key layout this program is built
002280*    for - see KEYMODE
002290     MOVE  'SVCGATE'   TO  KM-PROGRAM.
002300     MOVE  0           TO  KM-RUN-DATE.
002310     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
002320     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
002330     IF  KM-REFUSE
002340         MOVE  16  TO  RETURN-CODE
002350         STOP RUN
002360     END-IF.
002370     PERFORM  INIT-SEC.
002380     PERFORM  ANSWER-SEC  UNTIL  REQ-EOF.
002390     PERFORM  TERM-SEC.
002400     STOP RUN.
002410 MAIN-SEC-EX.
002420     EXIT.
002430/
002440 INIT-SEC         SECTION.
002450     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
002460     MOVE  WS-PARM-LINE  TO  WS-REQUESTER.
002470     OPEN  INPUT  REQ-FILE.
002480     IF  WS-REQ-STATUS  NOT =  '00'
002490         SET  REQ-EOF  TO  TRUE
002500         DISPLAY  'SVCGATE: NO REQUEST FILE, STATUS '
002510                  WS-REQ-STATUS
002520         MOVE  8  TO  RETURN-CODE
002530         GO TO  INIT-SEC-EX
002540     END-IF.
002550     OPEN  OUTPUT  RSP-FILE.
002560*    no FKSDS is not the end of the service - the other
002570*    functions still answer, and KEY requests say why not
002580     OPEN  INPUT  F-KSDS-FILE.
002590     IF  WS-FKSDS-STATUS  =  '00'
002600         SET  FKSDS-OPEN  TO  TRUE
002610     ELSE
002620         DISPLAY  'SVCGATE: UNABLE TO OPEN FKSDS, STATUS '
002630                  WS-FKSDS-STATUS ' - KEY REQUESTS UNANSWERED'
002640     END-IF.
002650     PERFORM  READ-REQ-SEC.
002660 INIT-SEC-EX.
002670     EXIT.
002680/
002690 READ-REQ-SEC     SECTION.
002700     READ  REQ-FILE
002710         AT END      SET  REQ-EOF  TO  TRUE
002720         NOT AT END  ADD  1  TO  WS-REQ-COUNT
002730     END-READ.
002740 READ-REQ-SEC-EX.
002750     EXIT.
002760/
002770*----------------------------------------------------------------
002780* one request: dispatched on its function code, answered on the
002790* response file under the caller's request id, and counted
002800*----------------------------------------------------------------
002810 ANSWER-SEC       SECTION.
002820     MOVE  SPACES        TO  RSP-REC.
002830     MOVE  RQ-ID         TO  RS-ID.
002840     MOVE  RQ-FUNCTION   TO  RS-FUNCTION.
002850     MOVE  RQ-FUNCTION   TO  WS-JA-FUNCTION.
002860     EVALUATE  TRUE
002870         WHEN  RQ-FIELD-EDIT
002880             PERFORM  FIELD-EDIT-SEC
002890         WHEN  RQ-GROUP-EDIT
002900             PERFORM  GROUP-EDIT-SEC
002910         WHEN  RQ-CALENDAR
002920             PERFORM  CALENDAR-SEC
002930         WHEN  RQ-PERIOD-CHECK
002940             PERFORM  PERIOD-CHECK-SEC
002950         WHEN  RQ-KEY-LOOKUP
002960             PERFORM  KEY-LOOKUP-SEC
002970         WHEN  OTHER
002980             MOVE  '08'  TO  RS-STATUS
002990             MOVE  'UNKNOWN FUNCTION CODE'  TO  RS-MESSAGE
003000             MOVE  'OTHR'  TO  WS-JA-FUNCTION
003010     END-EVALUATE.
003020     EVALUATE  RS-STATUS
003030         WHEN  '00'  ADD  1  TO  WS-YES-COUNT
003040         WHEN  '04'  ADD  1  TO  WS-NO-COUNT
003050         WHEN  '08'  ADD  1  TO  WS-BAD-COUNT
003060         WHEN  OTHER ADD  1  TO  WS-FAIL-COUNT
003070     END-EVALUATE.
003080     WRITE  RSP-REC.
003090     MOVE  'SVCGATE'        TO  JA-PROGRAM.
003100     MOVE  SPACES           TO  JA-COUNT-NAME.
003110     STRING  'REQ '  WS-JA-FUNCTION  ' '  RS-STATUS
003120             DELIMITED BY SIZE  INTO  JA-COUNT-NAME.
003130     MOVE  1                TO  JA-COUNT-VALUE.
003140     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
003150     PERFORM  READ-REQ-SEC.
003160 ANSWER-SEC-EX.
003170     EXIT.
003180/
003190*----------------------------------------------------------------
003200* FLDE - the four numeric fields through FLDEDIT. a value too
003210* big for its field on the file is out of range without asking
003220*----------------------------------------------------------------
003230 FIELD-EDIT-SEC   SECTION.
003240     MOVE  RQ-PAYLOAD  TO  WS-FLDE-PAYLOAD.
003250     PERFORM  VARYING  WS-FP-SUB  FROM  1  BY  1
003260         UNTIL  WS-FP-SUB  >  4
003270         IF  WS-FP-DIGITS(WS-FP-SUB)  NOT  NUMERIC
003280             OR  (WS-FP-SIGN(WS-FP-SUB)  NOT =  SPACE
003290                  AND  WS-FP-SIGN(WS-FP-SUB)  NOT =  '+'
003300                  AND  WS-FP-SIGN(WS-FP-SUB)  NOT =  '-')
003310             MOVE  '08'  TO  RS-STATUS
003320             MOVE  'VALUE MUST BE SIGN + 3 DIGITS'
003330                   TO  RS-MESSAGE
003340             MOVE  WS-FP-NAME(WS-FP-SUB)  TO  RS-RESULT
003350             GO TO  FIELD-EDIT-SEC-EX
003360         END-IF
003370         MOVE  WS-FP-DIGITS(WS-FP-SUB)
003380               TO  WS-FP-VALUE(WS-FP-SUB)
003390         IF  WS-FP-SIGN(WS-FP-SUB)  =  '-'
003400             COMPUTE  WS-FP-VALUE(WS-FP-SUB)  =
003410                      0  -  WS-FP-VALUE(WS-FP-SUB)
003420         END-IF
003430     END-PERFORM.
003440     MOVE  SPACES  TO  WS-FLDE-RESULT.
003450     PERFORM  VARYING  WS-FP-SUB  FROM  1  BY  1
003460         UNTIL  WS-FP-SUB  >  4
003470         IF  WS-FP-VALUE(WS-FP-SUB)  >  WS-FP-LIMIT(WS-FP-SUB)
003480             OR  WS-FP-VALUE(WS-FP-SUB)  <
003490                 0  -  WS-FP-LIMIT(WS-FP-SUB)
003500             OR  (WS-FP-VALUE(WS-FP-SUB)  <  0
003510                  AND  (WS-FP-SUB  =  2  OR  WS-FP-SUB  =  4))
003520             MOVE  WS-FP-NAME(WS-FP-SUB)   TO  FR-FIELD
003530             MOVE  WS-FP-VALUE(WS-FP-SUB)  TO  FR-VALUE
003540             MOVE  'VALUE DOES NOT FIT THE FIELD'  TO  FR-REASON
003550             MOVE  '04'  TO  RS-STATUS
003560             MOVE  'RECORD FAILS FIELD EDITS'  TO  RS-MESSAGE
003570             MOVE  WS-FLDE-RESULT  TO  RS-RESULT
003580             GO TO  FIELD-EDIT-SEC-EX
003590         END-IF
003600     END-PERFORM.
003610     MOVE  WS-FP-VALUE(1)  TO  FE-SPACK.
003620     MOVE  WS-FP-VALUE(2)  TO  FE-UPACK.
003630     MOVE  WS-FP-VALUE(3)  TO  FE-SZONE.
003640     MOVE  WS-FP-VALUE(4)  TO  FE-UZONE.
003650     CALL  'FLDEDIT'  USING  WS-FLDEDIT-PARM.
003660     IF  FE-OK
003670         MOVE  '00'  TO  RS-STATUS
003680         MOVE  'RECORD PASSES FIELD EDITS'  TO  RS-MESSAGE
003690     ELSE
003700         MOVE  FE-FIELD   TO  FR-FIELD
003710         MOVE  FE-VALUE   TO  FR-VALUE
003720         MOVE  FE-REASON  TO  FR-REASON
003730         MOVE  '04'  TO  RS-STATUS
003740         MOVE  'RECORD FAILS FIELD EDITS'  TO  RS-MESSAGE
003750         MOVE  WS-FLDE-RESULT  TO  RS-RESULT
003760     END-IF.
003770 FIELD-EDIT-SEC-EX.
003780     EXIT.
003790/
003800*----------------------------------------------------------------
003810* GRPE - one group code through GRPEDIT
003820*----------------------------------------------------------------
003830 GROUP-EDIT-SEC   SECTION.
003840     MOVE  RQ-PAYLOAD(1:1)  TO  GE-CODE.
003850     MOVE  SPACES           TO  GE-DESC.
003860     CALL  'GRPEDIT'  USING  WS-GRPEDIT-PARM.
003870     MOVE  GE-DESC  TO  RS-RESULT.
003880     IF  GE-OK
003890         MOVE  '00'  TO  RS-STATUS
003900         MOVE  'GROUP CODE IS ACTIVE'  TO  RS-MESSAGE
003910     ELSE
003920         MOVE  '04'  TO  RS-STATUS
003930         MOVE  'GROUP CODE NOT ACTIVE'  TO  RS-MESSAGE
003940     END-IF.
003950 GROUP-EDIT-SEC-EX.
003960     EXIT.
003970/
003980*----------------------------------------------------------------
003990* DATE - one DATECALC function, its whole answer returned
004000*----------------------------------------------------------------
004010 CALENDAR-SEC     SECTION.
004020     MOVE  RQ-PAYLOAD  TO  WS-DATE-PAYLOAD.
004030     MOVE  SPACES      TO  WS-DATECALC-PARM.
004040     MOVE  WS-DP-FUNCTION  TO  DC-FUNCTION.
004050     MOVE  'Y'  TO  WS-PAYLOAD-OK-SW.
004060     EVALUATE  TRUE
004070         WHEN  DC-CYCLE-DATE
004080             IF  WS-DP-DATE  =  SPACES
004090                 MOVE  ZERO  TO  WS-DP-DATE
004100             END-IF
004110             IF  WS-DP-DATE  NOT  NUMERIC
004120                 MOVE  'N'  TO  WS-PAYLOAD-OK-SW
004130             END-IF
004140         WHEN  DC-NEXT-BUSINESS
004150         WHEN  DC-PREV-BUSINESS
004160         WHEN  DC-FISCAL-OF-DATE
004170             IF  WS-DP-DATE  NOT  NUMERIC
004180                 MOVE  'N'  TO  WS-PAYLOAD-OK-SW
004190             END-IF
004200         WHEN  DC-FISCAL-BY-ID
004210             MOVE  ZERO  TO  WS-DP-DATE
004220             IF  WS-DP-PERIOD  NOT  NUMERIC
004230                 MOVE  'N'  TO  WS-PAYLOAD-OK-SW
004240             END-IF
004250         WHEN  OTHER
004260             MOVE  '08'  TO  RS-STATUS
004270             MOVE  'UNKNOWN CALENDAR FUNCTION'  TO  RS-MESSAGE
004280             GO TO  CALENDAR-SEC-EX
004290     END-EVALUATE.
004300     IF  NOT  PAYLOAD-OK
004310         MOVE  '08'  TO  RS-STATUS
004320         MOVE  'DATE OR PERIOD NOT NUMERIC'  TO  RS-MESSAGE
004330         GO TO  CALENDAR-SEC-EX
004340     END-IF.
004350     MOVE  WS-DP-DATE    TO  DC-IN-DATE.
004360     MOVE  WS-DP-PERIOD  TO  DC-FISCAL-PERIOD.
004370     MOVE  0  TO  DC-OUT-DATE  DC-FISCAL-START  DC-FISCAL-END.
004380     CALL  'DATECALC'  USING  WS-DATECALC-PARM.
004390     EVALUATE  TRUE
004400         WHEN  DC-OK
004410             MOVE  '00'  TO  RS-STATUS
004420             MOVE  'CALENDAR ANSWERED'  TO  RS-MESSAGE
004430         WHEN  DC-NO-FISCAL
004440             MOVE  '04'  TO  RS-STATUS
004450             MOVE  'NOT ON THE FISCAL CALENDAR'  TO  RS-MESSAGE
004460         WHEN  DC-BAD-FUNCTION
004470             MOVE  '08'  TO  RS-STATUS
004480             MOVE  'UNKNOWN CALENDAR FUNCTION'  TO  RS-MESSAGE
004490             GO TO  CALENDAR-SEC-EX
004500         WHEN  OTHER
004510             MOVE  '12'  TO  RS-STATUS
004520             MOVE  'CALENDAR DID NOT ANSWER'  TO  RS-MESSAGE
004530             GO TO  CALENDAR-SEC-EX
004540     END-EVALUATE.
004550     MOVE  DC-OUT-DATE       TO  DR-OUT-DATE.
004560     MOVE  DC-MONTH-END-SW   TO  DR-MONTH-END.
004570     MOVE  DC-FISCAL-PERIOD  TO  DR-PERIOD.
004580     MOVE  DC-FISCAL-START   TO  DR-START.
004590     MOVE  DC-FISCAL-END     TO  DR-END.
004600     MOVE  DC-FISCAL-END-SW  TO  DR-FISCAL-END.
004610     MOVE  WS-DATE-RESULT    TO  RS-RESULT.
004620 CALENDAR-SEC-EX.
004630     EXIT.
004640/
004650*----------------------------------------------------------------
004660* PRDC - one period through PERIODCK, by date or by period
004670*----------------------------------------------------------------
004680 PERIOD-CHECK-SEC SECTION.
004690     MOVE  RQ-PAYLOAD  TO  WS-PRDC-PAYLOAD.
004700     IF  (WS-PP-DATE  NOT =  SPACES
004710          AND  WS-PP-DATE  NOT  NUMERIC)
004720         OR  (WS-PP-DATE  =  SPACES
004730          AND  WS-PP-PERIOD  NOT  NUMERIC)
004740         MOVE  '08'  TO  RS-STATUS
004750         MOVE  'DATE OR PERIOD NOT NUMERIC'  TO  RS-MESSAGE
004760         GO TO  PERIOD-CHECK-SEC-EX
004770     END-IF.
004780*    a date with no period falls back to its calendar month,
004790*    the period PERIODCK keeps for a date before the fiscal
004800*    calendar begins
004810     IF  WS-PP-PERIOD  =  SPACES
004820         MOVE  WS-PP-DATE(1:6)  TO  WS-PP-PERIOD
004830     END-IF.
004840     MOVE  WS-PP-PERIOD  TO  PC-PERIOD.
004850     MOVE  WS-PP-DATE    TO  PC-DATE.
004860     MOVE  WS-PP-ENTITY  TO  PC-ENTITY.
004870     CALL  'PERIODCK'  USING  WS-PERIODCK-PARM.
004880     MOVE  PC-PERIOD  TO  PR-PERIOD.
004890     IF  PC-CLOSED
004900         MOVE  'CLOSED'  TO  PR-STATE
004910         MOVE  '04'  TO  RS-STATUS
004920         MOVE  'PERIOD IS CLOSED'  TO  RS-MESSAGE
004930     ELSE
004940         MOVE  'OPEN'    TO  PR-STATE
004950         MOVE  '00'  TO  RS-STATUS
004960         MOVE  'PERIOD IS OPEN'    TO  RS-MESSAGE
004970     END-IF.
004980     MOVE  WS-PRDC-RESULT  TO  RS-RESULT.
004990 PERIOD-CHECK-SEC-EX.
005000     EXIT.
005010/
005020*----------------------------------------------------------------
005030* KEY - the FKLOOKUP read of FKSDS; the record is shown only to
005040* a requester granted its entity, and masked as VIEWMASK says
005050*----------------------------------------------------------------
005060 KEY-LOOKUP-SEC   SECTION.
005070     IF  NOT  FKSDS-OPEN
005080         MOVE  '12'  TO  RS-STATUS
005090         MOVE  'FKSDS IS NOT AVAILABLE'  TO  RS-MESSAGE
005100         GO TO  KEY-LOOKUP-SEC-EX
005110     END-IF.
005120     IF  RQ-PAYLOAD(1:4)  NOT  NUMERIC
005130         MOVE  '08'  TO  RS-STATUS
005140         MOVE  'REQUEST KEY NOT NUMERIC'  TO  RS-MESSAGE
005150         GO TO  KEY-LOOKUP-SEC-EX
005160     END-IF.
005170     MOVE  RQ-PAYLOAD(1:4)  TO  NUM1  OF  F-KSDS-REC.
005180     READ  F-KSDS-FILE
005190         INVALID KEY
005200             MOVE  '04'  TO  RS-STATUS
005210             MOVE  'NOT ON FKSDS'  TO  RS-MESSAGE
005220             GO TO  KEY-LOOKUP-SEC-EX
005230     END-READ.
005240     IF  REC-DELETED  OF  F-KSDS-REC
005250         MOVE  '04'  TO  RS-STATUS
005260         MOVE  'RECORD IS DELETED'  TO  RS-MESSAGE
005270         GO TO  KEY-LOOKUP-SEC-EX
005280     END-IF.
005290     SET   EC-AUTHORIZE  TO  TRUE.
005300     MOVE  WS-REQUESTER  TO  EC-OPERATOR.
005310     MOVE  ENTITY-CODE  OF  F-KSDS-REC  TO  EC-ENTITY.
005320     CALL  'ENTCHK'  USING  WS-ENTCHK-PARM.
005330     IF  NOT  EC-ALLOWED
005340         MOVE  '04'  TO  RS-STATUS
005350         MOVE  'ENTITY NOT GRANTED'  TO  RS-MESSAGE
005360         GO TO  KEY-LOOKUP-SEC-EX
005370     END-IF.
005380     MOVE  WS-REQUESTER  TO  VM-OPERATOR.
005390     MOVE  F-KSDS-REC    TO  VM-IMAGE.
005400     CALL  'VIEWMASK'  USING  WS-VIEWMASK-PARM.
005410     MOVE  VM-IMAGE      TO  WS-SHOW-R.
005420     MOVE  REC-DATA     OF  WS-SHOW-R  TO  KR-REC-DATA.
005425     MOVE  NUM2         OF  WS-SHOW-R(:KEY-LEN: - 3:4)
005430                                       TO  KR-NUM2.
005440     MOVE  SPACK        OF  WS-SHOW-R  TO  KR-SPACK.
005450     MOVE  UPACK        OF  WS-SHOW-R  TO  KR-UPACK.
005460     MOVE  SZONE        OF  WS-SHOW-R  TO  KR-SZONE.
005470     MOVE  UZONE        OF  WS-SHOW-R  TO  KR-UZONE.
005480     MOVE  GROUP-1      OF  WS-SHOW-R  TO  KR-GROUP-1.
005490     MOVE  EFF-DATE     OF  WS-SHOW-R  TO  KR-EFF-DATE.
005500     MOVE  REC-STATUS   OF  WS-SHOW-R  TO  KR-REC-STATUS.
005510     MOVE  ENTITY-CODE  OF  WS-SHOW-R  TO  KR-ENTITY.
005520     MOVE  '00'  TO  RS-STATUS.
005530     IF  VM-MASKED
005540         MOVE  'FOUND - REC-DATA MASKED'  TO  RS-MESSAGE
005550     ELSE
005560         MOVE  'FOUND'  TO  RS-MESSAGE
005570     END-IF.
005580     MOVE  WS-KEY-RESULT  TO  RS-RESULT.
005590 KEY-LOOKUP-SEC-EX.
005600     EXIT.
005610/
005620 TERM-SEC         SECTION.
005630     IF  WS-REQ-STATUS  =  '00'  OR  WS-REQ-STATUS  =  '10'
005640         CLOSE  REQ-FILE
005650         CLOSE  RSP-FILE
005660     END-IF.
005670     IF  FKSDS-OPEN
005680         CLOSE  F-KSDS-FILE
005690     END-IF.
005700     DISPLAY  'SVCGATE: REQUESTS READ     ' WS-REQ-COUNT.
005710     DISPLAY  'SVCGATE: ANSWERED YES      ' WS-YES-COUNT.
005720     DISPLAY  'SVCGATE: ANSWERED NO       ' WS-NO-COUNT.
005730     DISPLAY  'SVCGATE: NOT UNDERSTOOD    ' WS-BAD-COUNT.
005740     DISPLAY  'SVCGATE: NOT ANSWERED      ' WS-FAIL-COUNT.
005750     IF  WS-FAIL-COUNT  >  0  AND  RETURN-CODE  <  4
005760         MOVE  4  TO  RETURN-CODE
005770     END-IF.
005780 TERM-SEC-EX.
005790     EXIT.
