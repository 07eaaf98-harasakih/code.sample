000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      FMULTRPT.
000030*
000040*----------------------------------------------------------------
000050* single-pass driver over F-OTFILE: after FILEW the chain used
000060* to read the whole cycle file once per consumer - FPROFILE,
000070* FGRPRPT, FSORTBLD, FMASTUPD, FEXPORT and NSPCOMP's F-mode
000080* scan each opened and walked it on their own. this step reads
000090* it once and hands every record, HDR1/TRL1 included, to each
000100* consumer named on the FMULTCTL control deck, through that
000110* consumer's feed entry (see feedparm.cbl). each consumer does
000120* exactly what its own run does and writes exactly its own
000130* outputs; the stand-alone runs are unchanged.
000140*
000150* FMULTCTL, one card per consumer, at most six:
000160*   consumer program(8) blank PARM(60)
000170* the PARM is the one the consumer would have been run with on
000180* its own (FGRPRPT's breakdown, FEXPORT's 'D' and operator,
000190* NSPCOMP's 'F' or 'M' and code page). a card naming a program
000200* with no feed entry, or a consumer already named, is reported
000210* and left out; the rest still run. a missing deck, or one with no
000220* usable card, refuses the step - nothing is run by default, so
000230* the master apply never happens unasked.
000240*
000250* a consumer that cannot be loaded, or ends its open RC 16 or
000260* over, is not fed at all. one that ends a record RC 16 or over
000270* is fed no further records, but is still closed so whatever it
000280* had written is kept - its short count then shows at its FFILE
000290* boundary. the other consumers carry on either way.
000300*
000310* control totals: FMULTRPT/FFILE carries the details read, and
000320* each consumer gets a <consumer>/FFILE line with the details
000330* it was fed, so PIPECHK checks every boundary as before - a
000340* consumer that already posts its own (FSORTBLD) is left to do
000350* so. the FMULTRPT report lists each consumer's outcome.
000360*
000370* return codes: the highest a consumer ended with, 8 when a
000380* consumer failed or a card was in error, 16 when the step was
000382* refused.
000384*
000386* the operator messages are the FMULTnnn entries of the MSGCAT
000388* catalog, issued through MSGFMT; the failures are logged on
000390* ERRLOG under their ids as well.
000400*----------------------------------------------------------------
000410 ENVIRONMENT      DIVISION.
000420 INPUT-OUTPUT     SECTION.
000430 FILE-CONTROL.
000440     SELECT  F-OTFILE    ASSIGN TO    FFILE
000450             ORGANIZATION  IS    SEQUENTIAL
000460             FILE STATUS   IS    WS-FOTFILE-STATUS.
000470     SELECT  CTL-FILE    ASSIGN TO    FMULTCTL
000480             ORGANIZATION  IS    LINE SEQUENTIAL
000490             FILE STATUS   IS    WS-CTL-STATUS.
000500     SELECT  RPT-FILE    ASSIGN TO    FMULTRPT
000510             ORGANIZATION  IS    LINE SEQUENTIAL.
000520
000525     COPY  keylay.
000530 DATA             DIVISION.
000540 FILE             SECTION.
000550 FD      F-OTFILE.
000560 01      F-OTFILE-REC                 PIC  X(:REC-LEN:).
000570 01      F-HTR-REC.
000580     03  FHTR-KEY                     PIC  9(:KEY-LEN:).
000590     03  FHTR-ID                      PIC  X(04).
000600       88  FHTR-IS-HEADER                   VALUE 'HDR1'.
000610       88  FHTR-IS-TRAILER                  VALUE 'TRL1'.
000620     03  FILLER                       PIC  X(:TAIL-4:).
000630
000640*    one consumer per card - see the header for the layout
000650 FD      CTL-FILE.
000660 01      CTL-REC.
000670     03  CC-CONSUMER                  PIC  X(08).
000680     03  FILLER                       PIC  X(01).
000690     03  CC-PARM                      PIC  X(60).
000700     03  FILLER                       PIC  X(11).
000710
000720 FD      RPT-FILE.
000730 01      RPT-LINE                     PIC  X(80).
000740
000750 WORKING-STORAGE  SECTION.
000760
000770 01     WS-STATUSES.
000780   03   WS-FOTFILE-STATUS   PIC  X(02).
000790   03   WS-CTL-STATUS       PIC  X(02).
000800
000810 01     WS-SWITCHES.
000820   03   WS-EOF-SW           PIC  X(01)  VALUE  'N'.
000830     88  FOTFILE-EOF               VALUE  'Y'.
000840   03   WS-CTL-EOF-SW       PIC  X(01)  VALUE  'N'.
000850     88  CTL-EOF                   VALUE  'Y'.
000860   03   WS-KNOWN-SW         PIC  X(01).
000870     88  CONSUMER-KNOWN            VALUE  'Y'.
000880   03   WS-DUP-SW           PIC  X(01).
000890     88  CONSUMER-DUPLICATE        VALUE  'Y'.
000900
000910 01     WS-COUNTERS.
000920   03   WS-READ-COUNT       PIC  9(07)  COMP  VALUE  0.
000930   03   WS-CARD-COUNT       PIC  9(04)  COMP  VALUE  0.
000940   03   WS-CARD-ERRORS      PIC  9(04)  COMP  VALUE  0.
000950   03   WS-FAILED-COUNT     PIC  9(02)  COMP  VALUE  0.
000960
000970 01     WS-RC               PIC  9(02)        VALUE  0.
000980 01     WS-DETAIL-SW        PIC  X(01).
000990   88   RECORD-IS-DETAIL              VALUE  'Y'.
001000
001010*----------------------------------------------------------------
001020* the consumers with a feed entry, and the entry's name
001030*----------------------------------------------------------------
001040 01     WS-KNOWN-LIST.
001050   03   FILLER              PIC  X(16)  VALUE 'FPROFILEFPROFFED'.
001060   03   FILLER              PIC  X(16)  VALUE 'FGRPRPT FGRPRFED'.
001070   03   FILLER              PIC  X(16)  VALUE 'FSORTBLDFSORTFED'.
001080   03   FILLER              PIC  X(16)  VALUE 'FMASTUPDFMASTFED'.
001090   03   FILLER              PIC  X(16)  VALUE 'FEXPORT FEXPOFED'.
001100   03   FILLER              PIC  X(16)  VALUE 'NSPCOMP NSPCOFED'.
001110 01     WS-KNOWN-TABLE  REDEFINES  WS-KNOWN-LIST.
001120   03   WS-KNOWN-ENTRY  OCCURS  6  TIMES
001130                        INDEXED  BY  KNOWN-IDX.
001140     05  WS-KNOWN-NAME      PIC  X(08).
001150     05  WS-KNOWN-FEED      PIC  X(08).
001160
001170*----------------------------------------------------------------
001180* the consumers selected on FMULTCTL, in card order, each with
001190* its own feed parameter area
001200*----------------------------------------------------------------
001210 01     WS-CONS-TABLE.
001220   03   WS-CONS-ENTRY  OCCURS  6  TIMES
001230                       INDEXED  BY  CONS-IDX.
001240     05  WS-CONS-NAME       PIC  X(08).
001250     05  WS-CONS-FEED-NAME  PIC  X(08).
001260     05  WS-CONS-STATE      PIC  X(01).
001270       88  CONS-WAITING             VALUE  ' '.
001280       88  CONS-FEEDING             VALUE  'O'.
001290       88  CONS-DROPPED             VALUE  'D'.
001300       88  CONS-NOT-FED             VALUE  'N'.
001310     05  WS-CONS-OUTCOME    PIC  X(24).
001320     05  WS-CONS-FED        PIC  9(07)  COMP.
001330     05  WS-CONS-RC         PIC  9(02).
001340     05  WS-CONS-PARM.
001350         COPY  feedparm.
001360 01     WS-CONS-COUNT       PIC  9(02)  COMP  VALUE  0.
001370
001380 01     WS-CTLTOT-PARM.
001390     COPY  ctltot.
001400
001410 01     WS-JOBACCT-PARM.
001420     COPY  jobacct.
001430
001440 01  WS-KEYMODE-PARM.
001443     COPY  keymode.
001446 01  WS-MSGFMT-PARM.
001450     COPY  msgfmt.
001460
001470 01     RPT-FMT.
001480   03   RPT-CONSUMER        PIC  X(08).
001490   03   FILLER              PIC  X(01)  VALUE  SPACE.
001500   03   RPT-OUTCOME         PIC  X(24).
001510   03   FILLER              PIC  X(04)  VALUE  ' RC '.
001520   03   RPT-RC              PIC  Z9.
001530   03   FILLER              PIC  X(01)  VALUE  SPACE.
001540   03   RPT-FED             PIC  ZZZZZZ9.
001550   03   FILLER              PIC  X(08)  VALUE  ' DETAILS'.
001560
001570 01     RPT-CARD-FMT.
001580   03   FILLER              PIC  X(05)  VALUE  'CARD '.
001590   03   RPT-CARD-NO         PIC  ZZZ9.
001600   03   FILLER              PIC  X(01)  VALUE  SPACE.
001610   03   RPT-CARD-NAME       PIC  X(08).
001620   03   FILLER              PIC  X(01)  VALUE  SPACE.
001630   03   RPT-CARD-MSG        PIC  X(40).
001640
001650 01     RPT-TOTAL-FMT.
001660   03   FILLER              PIC  X(20)  VALUE
001670        'F-OTFILE DETAILS    '.
001680   03   RPT-READ            PIC  ZZZZZZ9.
001690
001700 01     RPT-HDR1            PIC  X(80)  VALUE
001710        'SINGLE-PASS F-OTFILE DRIVER - CONSUMER OUTCOMES'.
001720
001730 PROCEDURE        DIVISION.
001740 MAIN-SEC         SECTION.
001750*    the stores must carry the key layout this program is built
001760*    for - see KEYMODE. the check stands for every
001770*    consumer fed in the pass
001780     MOVE  'FMULTRPT'  TO  KM-PROGRAM.
001790     MOVE  0           TO  KM-RUN-DATE.
001800     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
001810     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
001820     IF  KM-REFUSE
001830         MOVE  16  TO  RETURN-CODE
001840         STOP RUN
001850     END-IF.
001860     OPEN  OUTPUT  RPT-FILE.
001870     MOVE  RPT-HDR1  TO  RPT-LINE.
001880     WRITE  RPT-LINE.
001890     PERFORM  LOAD-CTL-SEC.
001891     IF  WS-CONS-COUNT  =  0
001892         SET   MG-LOG     TO  TRUE
001893         MOVE  'FMULT001'  TO  MG-MSG-ID
001894         MOVE  'MAIN-SEC'  TO  MG-SECTION
001895         MOVE  SPACES     TO  MG-VALUE(1)
001896         SET   MG-ERROR   TO  TRUE
001897         MOVE  'NO CONSUMER SELECTED ON FMULTCTL'  TO  MG-TEXT
001898         MOVE  16         TO  MG-RETURN-CODE
001900         PERFORM  ISSUE-MSG-SEC
001920         MOVE  16  TO  WS-RC
001930         GO TO  MAIN-SEC-END
001940     END-IF.
001950     OPEN  INPUT  F-OTFILE.
001951     IF  WS-FOTFILE-STATUS  NOT =  '00'
001952         SET   MG-LOG     TO  TRUE
001953         MOVE  'FMULT002'  TO  MG-MSG-ID
001954         MOVE  'MAIN-SEC'  TO  MG-SECTION
001955         MOVE  WS-FOTFILE-STATUS  TO  MG-VALUE(1)
001956         SET   MG-ERROR   TO  TRUE
001957         MOVE  'NO F-OTFILE TO READ, STATUS &1'  TO  MG-TEXT
001958         MOVE  16         TO  MG-RETURN-CODE
001960         PERFORM  ISSUE-MSG-SEC
001990         MOVE  16  TO  WS-RC
002000         GO TO  MAIN-SEC-END
002010     END-IF.
002020     PERFORM  OPEN-CONS-SEC.
002030     PERFORM  READ-FOTFILE-SEC.
002040     PERFORM  PASS-SEC  UNTIL  FOTFILE-EOF.
002050     CLOSE  F-OTFILE.
002060     PERFORM  CLOSE-CONS-SEC.
002070     PERFORM  TERM-SEC.
002080 MAIN-SEC-END.
002090     CLOSE  RPT-FILE.
002100     MOVE  WS-RC  TO  RETURN-CODE.
002110     STOP RUN.
002120 MAIN-SEC-EX.
002130     EXIT.
002140/
002150*----------------------------------------------------------------
002160* one table entry per good card. a blank card is passed over; a
002170* card naming no feed consumer, a consumer named twice or a
002180* seventh consumer is reported and left out
002190*----------------------------------------------------------------
002200 LOAD-CTL-SEC     SECTION.
002210     OPEN  INPUT  CTL-FILE.
002211     IF  WS-CTL-STATUS  NOT =  '00'
002212         SET   MG-DISPLAY  TO  TRUE
002213         MOVE  'FMULT003'  TO  MG-MSG-ID
002214         MOVE  'LOAD-CTL-SEC'  TO  MG-SECTION
002215         MOVE  WS-CTL-STATUS  TO  MG-VALUE(1)
002216         SET   MG-WARNING  TO  TRUE
002217         MOVE  'NO FMULTCTL DECK, STATUS &1'  TO  MG-TEXT
002220         PERFORM  ISSUE-MSG-SEC
002250         GO TO  LOAD-CTL-SEC-EX
002260     END-IF.
002270     PERFORM  READ-CTL-SEC.
002280     PERFORM  UNTIL  CTL-EOF
002290         IF  CTL-REC  NOT =  SPACES
002300             PERFORM  TAKE-CARD-SEC
002310         END-IF
002320         PERFORM  READ-CTL-SEC
002330     END-PERFORM.
002340     CLOSE  CTL-FILE.
002350 LOAD-CTL-SEC-EX.
002360     EXIT.
002370/
002380 READ-CTL-SEC     SECTION.
002390     READ  CTL-FILE
002400         AT END  SET  CTL-EOF  TO  TRUE
002410     END-READ.
002420     IF  NOT  CTL-EOF
002430         ADD  1  TO  WS-CARD-COUNT
002440     END-IF.
002450 READ-CTL-SEC-EX.
002460     EXIT.
002470/
002480 TAKE-CARD-SEC    SECTION.
002490     MOVE  'N'  TO  WS-KNOWN-SW.
002500     SET   KNOWN-IDX  TO  1.
002510     SEARCH  WS-KNOWN-ENTRY
002520         WHEN  WS-KNOWN-NAME(KNOWN-IDX)  =  CC-CONSUMER
002530             SET  CONSUMER-KNOWN  TO  TRUE
002540     END-SEARCH.
002550     IF  NOT  CONSUMER-KNOWN
002560         MOVE  'NO FEED ENTRY FOR THIS PROGRAM'  TO  RPT-CARD-MSG
002570         PERFORM  CARD-ERROR-SEC
002580         GO TO  TAKE-CARD-SEC-EX
002590     END-IF.
002600     MOVE  'N'  TO  WS-DUP-SW.
002610     PERFORM  VARYING  CONS-IDX  FROM  1  BY  1
002620         UNTIL  CONS-IDX  >  WS-CONS-COUNT
002630         IF  WS-CONS-NAME(CONS-IDX)  =  CC-CONSUMER
002640             SET  CONSUMER-DUPLICATE  TO  TRUE
002650         END-IF
002660     END-PERFORM.
002670     IF  CONSUMER-DUPLICATE
002680         MOVE  'CONSUMER ALREADY ON AN EARLIER CARD'
002690           TO  RPT-CARD-MSG
002700         PERFORM  CARD-ERROR-SEC
002710         GO TO  TAKE-CARD-SEC-EX
002720     END-IF.
002730     IF  WS-CONS-COUNT  NOT <  6
002740         MOVE  'MORE THAN 6 CONSUMERS'  TO  RPT-CARD-MSG
002750         PERFORM  CARD-ERROR-SEC
002760         GO TO  TAKE-CARD-SEC-EX
002770     END-IF.
002780     ADD   1  TO  WS-CONS-COUNT.
002790     SET   CONS-IDX  TO  WS-CONS-COUNT.
002800     MOVE  CC-CONSUMER  TO  WS-CONS-NAME(CONS-IDX).
002810     MOVE  WS-KNOWN-FEED(KNOWN-IDX)
002820           TO  WS-CONS-FEED-NAME(CONS-IDX).
002830     MOVE  SPACES  TO  WS-CONS-STATE(CONS-IDX)
002840                       WS-CONS-OUTCOME(CONS-IDX)
002850                       WS-CONS-PARM(CONS-IDX).
002860     MOVE  0  TO  WS-CONS-FED(CONS-IDX)  WS-CONS-RC(CONS-IDX)
002870                  FP-RC(CONS-IDX).
002880     MOVE  CC-PARM  TO  FP-PARM(CONS-IDX).
002890 TAKE-CARD-SEC-EX.
002900     EXIT.
002910/
002920 CARD-ERROR-SEC   SECTION.
002930     ADD   1              TO  WS-CARD-ERRORS.
002940     MOVE  WS-CARD-COUNT  TO  RPT-CARD-NO.
002950     MOVE  CC-CONSUMER    TO  RPT-CARD-NAME.
002960     MOVE  RPT-CARD-FMT   TO  RPT-LINE.
002961     WRITE  RPT-LINE.
002962     SET   MG-DISPLAY     TO  TRUE.
002963     MOVE  'FMULT004'     TO  MG-MSG-ID.
002964     MOVE  'LOAD-CTL-SEC'  TO  MG-SECTION.
002965     MOVE  WS-CARD-COUNT  TO  MG-VALUE(1).
002966     MOVE  CC-CONSUMER    TO  MG-VALUE(2).
002967     MOVE  RPT-CARD-MSG   TO  MG-VALUE(3).
002968     SET   MG-WARNING     TO  TRUE.
002969     MOVE  'FMULTCTL CARD &1 &2 &3'  TO  MG-TEXT.
002970     PERFORM  ISSUE-MSG-SEC.
003000 CARD-ERROR-SEC-EX.
003010     EXIT.
003020/
003030*----------------------------------------------------------------
003040* every selected consumer opens its own outputs before the first
003050* record. one that cannot be loaded or fails its open is left
003060* out of the pass
003070*----------------------------------------------------------------
003080 OPEN-CONS-SEC    SECTION.
003090     PERFORM  VARYING  CONS-IDX  FROM  1  BY  1
003100         UNTIL  CONS-IDX  >  WS-CONS-COUNT
003110         SET   FP-OPEN(CONS-IDX)  TO  TRUE
003120         CALL  WS-CONS-FEED-NAME(CONS-IDX)
003130               USING  WS-CONS-PARM(CONS-IDX)  F-OTFILE-REC
003140             ON EXCEPTION
003150                 SET   CONS-NOT-FED(CONS-IDX)  TO  TRUE
003160                 MOVE  'NOT LOADED'  TO  WS-CONS-OUTCOME(CONS-IDX)
003170                 MOVE  16  TO  FP-RC(CONS-IDX)
003180             NOT ON EXCEPTION
003190                 SET   CONS-FEEDING(CONS-IDX)  TO  TRUE
003200         END-CALL
003210         PERFORM  NOTE-RC-SEC
003220         IF  CONS-FEEDING(CONS-IDX)
003230             AND  FP-RC(CONS-IDX)  NOT <  16
003240             SET   CONS-NOT-FED(CONS-IDX)  TO  TRUE
003250             MOVE  'FAILED AT OPEN'  TO  WS-CONS-OUTCOME(CONS-IDX)
003260         END-IF
003270         IF  CONS-NOT-FED(CONS-IDX)
003271             ADD  1  TO  WS-FAILED-COUNT
003272             SET   MG-LOG     TO  TRUE
003273             MOVE  'FMULT005'  TO  MG-MSG-ID
003274             MOVE  'OPEN-CONS-SEC'  TO  MG-SECTION
003275             MOVE  WS-CONS-NAME(CONS-IDX)     TO  MG-VALUE(1)
003276             MOVE  WS-CONS-OUTCOME(CONS-IDX)  TO  MG-VALUE(2)
003277             SET   MG-ERROR   TO  TRUE
003278             MOVE  'CONSUMER &1 &2 - NOT FED'  TO  MG-TEXT
003279             MOVE  8          TO  MG-RETURN-CODE
003280             PERFORM  ISSUE-MSG-SEC
003310         END-IF
003320     END-PERFORM.
003330 OPEN-CONS-SEC-EX.
003340     EXIT.
003350/
003360 READ-FOTFILE-SEC SECTION.
003370     READ  F-OTFILE
003380         AT END  SET  FOTFILE-EOF  TO  TRUE
003390     END-READ.
003400 READ-FOTFILE-SEC-EX.
003410     EXIT.
003420/
003430*----------------------------------------------------------------
003440* the one read of the cycle file: each record goes to every
003450* consumer still being fed, and a detail is counted against
003460* each consumer it went to
003470*----------------------------------------------------------------
003480 PASS-SEC         SECTION.
003490     MOVE  'N'  TO  WS-DETAIL-SW.
003500     IF  NOT  FHTR-IS-HEADER  AND  NOT  FHTR-IS-TRAILER
003510         SET  RECORD-IS-DETAIL  TO  TRUE
003520         ADD  1  TO  WS-READ-COUNT
003530     END-IF.
003540     PERFORM  VARYING  CONS-IDX  FROM  1  BY  1
003550         UNTIL  CONS-IDX  >  WS-CONS-COUNT
003560         IF  CONS-FEEDING(CONS-IDX)
003570             PERFORM  FEED-ONE-SEC
003580         END-IF
003590     END-PERFORM.
003600     PERFORM  READ-FOTFILE-SEC.
003610 PASS-SEC-EX.
003620     EXIT.
003630/
003640 FEED-ONE-SEC     SECTION.
003650     SET   FP-RECORD(CONS-IDX)  TO  TRUE.
003660     CALL  WS-CONS-FEED-NAME(CONS-IDX)
003670           USING  WS-CONS-PARM(CONS-IDX)  F-OTFILE-REC.
003680     IF  RECORD-IS-DETAIL
003690         ADD  1  TO  WS-CONS-FED(CONS-IDX)
003700     END-IF.
003710     PERFORM  NOTE-RC-SEC.
003720     IF  FP-RC(CONS-IDX)  NOT <  16
003730         SET   CONS-DROPPED(CONS-IDX)  TO  TRUE
003740         MOVE  'FAILED MID-RUN'  TO  WS-CONS-OUTCOME(CONS-IDX)
003741         ADD   1  TO  WS-FAILED-COUNT
003742         SET   MG-LOG     TO  TRUE
003743         MOVE  'FMULT006'  TO  MG-MSG-ID
003744         MOVE  'FEED-ONE-SEC'  TO  MG-SECTION
003745         MOVE  WS-CONS-NAME(CONS-IDX)  TO  MG-VALUE(1)
003746         MOVE  FP-RC(CONS-IDX)         TO  MG-VALUE(2)
003747         MOVE  FHTR-KEY                TO  MG-VALUE(3)
003748         SET   MG-ERROR   TO  TRUE
003749         MOVE  'CONSUMER &1 FAILED RC &2 AT KEY &3'  TO  MG-TEXT
003750         MOVE  8          TO  MG-RETURN-CODE
003775         PERFORM  ISSUE-MSG-SEC
003800     END-IF.
003810 FEED-ONE-SEC-EX.
003820     EXIT.
003830/
003840*    the highest return code a consumer has ended a call with
003850 NOTE-RC-SEC      SECTION.
003860     IF  FP-RC(CONS-IDX)  >  WS-CONS-RC(CONS-IDX)
003870         MOVE  FP-RC(CONS-IDX)  TO  WS-CONS-RC(CONS-IDX)
003880     END-IF.
003890 NOTE-RC-SEC-EX.
003900     EXIT.
003910/
003920*----------------------------------------------------------------
003930* every consumer that opened is closed - one dropped mid-run as
003940* well, so the reports and files it had written are kept
003950*----------------------------------------------------------------
003960 CLOSE-CONS-SEC   SECTION.
003970     PERFORM  VARYING  CONS-IDX  FROM  1  BY  1
003980         UNTIL  CONS-IDX  >  WS-CONS-COUNT
003990         IF  CONS-FEEDING(CONS-IDX)  OR  CONS-DROPPED(CONS-IDX)
004000             SET   FP-CLOSE(CONS-IDX)  TO  TRUE
004010             CALL  WS-CONS-FEED-NAME(CONS-IDX)
004020                   USING  WS-CONS-PARM(CONS-IDX)  F-OTFILE-REC
004030             PERFORM  NOTE-RC-SEC
004040             IF  CONS-FEEDING(CONS-IDX)
004050                 IF  FP-RC(CONS-IDX)  NOT <  16
004060                     MOVE  'FAILED AT CLOSE'
004070                       TO  WS-CONS-OUTCOME(CONS-IDX)
004080                     ADD   1  TO  WS-FAILED-COUNT
004090                 ELSE
004100                     MOVE  'COMPLETE'
004110                       TO  WS-CONS-OUTCOME(CONS-IDX)
004120                 END-IF
004130             END-IF
004140         END-IF
004150     END-PERFORM.
004160 CLOSE-CONS-SEC-EX.
004170     EXIT.
004180/
004190*----------------------------------------------------------------
004200* the outcome report, the boundary totals for PIPECHK and the
004210* step's return code
004220*----------------------------------------------------------------
004230 TERM-SEC         SECTION.
004240     MOVE  'FMULTRPT'         TO  CT-PROGRAM.
004250     MOVE  'FFILE'            TO  CT-FILE.
004260     MOVE  WS-READ-COUNT      TO  CT-COUNT.
004270     MOVE  0                  TO  CT-HASH.
004280     CALL  'CTLTOT'  USING  WS-CTLTOT-PARM.
004290     PERFORM  VARYING  CONS-IDX  FROM  1  BY  1
004300         UNTIL  CONS-IDX  >  WS-CONS-COUNT
004310         PERFORM  TERM-CONS-SEC
004320     END-PERFORM.
004330     MOVE  WS-READ-COUNT  TO  RPT-READ.
004340     MOVE  RPT-TOTAL-FMT  TO  RPT-LINE.
004350     WRITE  RPT-LINE.
004360     DISPLAY  'FMULTRPT: F-OTFILE DETAILS READ ' WS-READ-COUNT.
004370     DISPLAY  'FMULTRPT: CONSUMERS FAILED      ' WS-FAILED-COUNT.
004380     MOVE  'FMULTRPT'            TO  JA-PROGRAM.
004390     MOVE  'RECORDS READ'        TO  JA-COUNT-NAME.
004400     MOVE  WS-READ-COUNT         TO  JA-COUNT-VALUE.
004410     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
004420     IF  (WS-FAILED-COUNT  >  0  OR  WS-CARD-ERRORS  >  0)
004430         AND  WS-RC  <  8
004440         MOVE  8  TO  WS-RC
004450     END-IF.
004460 TERM-SEC-EX.
004470     EXIT.
004480/
004490 TERM-CONS-SEC    SECTION.
004500     MOVE  WS-CONS-NAME(CONS-IDX)     TO  RPT-CONSUMER.
004510     MOVE  WS-CONS-OUTCOME(CONS-IDX)  TO  RPT-OUTCOME.
004520     MOVE  WS-CONS-RC(CONS-IDX)       TO  RPT-RC.
004530     MOVE  WS-CONS-FED(CONS-IDX)      TO  RPT-FED.
004540     MOVE  RPT-FMT  TO  RPT-LINE.
004550     WRITE  RPT-LINE.
004560     DISPLAY  'FMULTRPT: ' RPT-FMT.
004570     IF  CONS-NOT-FED(CONS-IDX)
004580         GO TO  TERM-CONS-SEC-EX
004590     END-IF.
004600     IF  WS-CONS-RC(CONS-IDX)  <  16
004610         AND  WS-CONS-RC(CONS-IDX)  >  WS-RC
004620         MOVE  WS-CONS-RC(CONS-IDX)  TO  WS-RC
004630     END-IF.
004640     IF  NOT  FP-TOTALS-POSTED(CONS-IDX)
004650         MOVE  WS-CONS-NAME(CONS-IDX)  TO  CT-PROGRAM
004660         MOVE  'FFILE'                 TO  CT-FILE
004670         MOVE  WS-CONS-FED(CONS-IDX)   TO  CT-COUNT
004680         MOVE  0                       TO  CT-HASH
004690         CALL  'CTLTOT'  USING  WS-CTLTOT-PARM
004700     END-IF.
004710 TERM-CONS-SEC-EX.
004711     EXIT.
004712/
004713*    an operator message issued through MSGFMT under its
004714*    FMULTnnn id, the text given being the wording used should
004715*    the catalog lack the entry
004716 ISSUE-MSG-SEC    SECTION.
004717     MOVE  'FMULTRPT'  TO  MG-PROGRAM.
004718     CALL  'MSGFMT'  USING  WS-MSGFMT-PARM.
004719 ISSUE-MSG-SEC-EX.
004720     EXIT.
