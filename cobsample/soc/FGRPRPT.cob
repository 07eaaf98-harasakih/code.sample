000094* reference master (through the shared GRPEDIT lookup), so the
000096* summary reads in business terms instead of bare letters; a
000098* code GRPMAST does not know prints flagged as such.
000100* HDR1/TRL1 sentinel records are skipped, and so are details
000101* marked deleted (REC-STATUS 'D'), which are counted apart.
000102* each group's detail count is also appended to the permanent
000104* GRPHIST ledger under the cycle date, so the cycle's split by
000106* group outlives the file - the chargeback report apportions
000107* each cycle's batch cost by these same proportions.
000108*
000109* PARM positions 1-8 name the operator the report is for: only
000110* details of the legal entities VAUTH grants that operator are
000111* rolled up (ENTCHK), the rest are counted as withheld. a blank
000112* operator is the unattended cycle run, which sees its own
000113* cycle's entity. the GRPHIST lines carry that entity.
000114*
000115* also run as one consumer of the FMULTRPT single-pass driver,
000116* through the FGRPRFED entry, the PARM coming in on its FMULTCTL
000117* card: the driver reads F-OTFILE and hands each record over,
000118* the summary and the GRPHIST posting are the same.
000119*----------------------------------------------------------------
000120 ENVIRONMENT      DIVISION.
000130 INPUT-OUTPUT     SECTION.
000140 FILE-CONTROL.
000170             FILE STATUS   IS    WS-FOTFILE-STATUS.
000180     SELECT  GRP-RPT   ASSIGN TO    FGRPRPT
000190             ORGANIZATION  IS    LINE SEQUENTIAL.
000192     SELECT  GHIST-FILE ASSIGN TO    GRPHIST
000194             ORGANIZATION  IS    LINE SEQUENTIAL
000196             FILE STATUS   IS    WS-GHIST-STATUS.
000200
000205     COPY  keylay.
000210 DATA             DIVISION.
000220 FILE             SECTION.
000230 FD      F-OTFILE.
000240 01      F-OTFILE-REC                 PIC  X(:REC-LEN:).
000320
000330 FD      GRP-RPT.
000340 01      RPT-LINE                     PIC  X(80).
000342
000344 FD      GHIST-FILE.
000346 01      GHIST-REC.
000348     03  GH-RUN-DATE                  PIC  9(08).
000350     03  FILLER                       PIC  X(01).
000352     03  GH-GROUP                     PIC  X(01).
000354     03  FILLER                       PIC  X(01).
000356     03  GH-COUNT                     PIC  9(07).
000357     03  FILLER                       PIC  X(01).
000358     03  GH-ENTITY                    PIC  X(02).
000359
000360 WORKING-STORAGE  SECTION.
000370
000380 01     WS-FOTFILE-STATUS   PIC  X(02).
000382 01     WS-GHIST-STATUS     PIC  X(02).
000384 01     WS-RUN-DATE         PIC  9(08).
000385
000386*    the record is read INTO working storage, where the FMULTRPT
000387*    feed entry hands its records over too
000388 01      F-REC01.
000389     COPY  ffile.
000390 01      F-HTR-REC  REDEFINES  F-REC01.
000391     03  FHTR-KEY                     PIC  9(:KEY-LEN:).
000392     03  FHTR-ID                      PIC  X(04).
000393       88  FHTR-IS-HEADER                   VALUE 'HDR1'.
000394       88  FHTR-IS-TRAILER                  VALUE 'TRL1'.
000395     03  FILLER                       PIC  X(:TAIL-4:).
000396
000400 01     WS-SWITCHES.
000410   03   WS-EOF-SW           PIC  X(01)  VALUE  'N'.
000420     88  FOTFILE-EOF               VALUE  'Y'.
000430   03   WS-FOUND-SW         PIC  X(01).
000440     88  GROUP-FOUND               VALUE  'Y'.
000441   03   WS-FEED-SW          PIC  X(01)  VALUE  'N'.
000442     88  FEED-MODE                 VALUE  'Y'.
000450
000460*----------------------------------------------------------------
000470* one entry per distinct GROUP-1 code seen; 20 entries is well
000570     05  WS-GRP-UZONE-TOT   PIC  9(09)  COMP.
000580 01     WS-GROUP-COUNT      PIC  9(03)  COMP  VALUE  0.
000590
000591 01     WS-DETAIL-COUNT     PIC  9(07)  COMP  VALUE  0.
000592 01     WS-DELETED-COUNT    PIC  9(07)  COMP  VALUE  0.
000593 01     WS-WITHHELD-COUNT   PIC  9(07)  COMP  VALUE  0.
000594 01     WS-PARM-LINE        PIC  X(08).
000595 01     WS-OPERATOR         PIC  X(08).
000596 01     WS-CYCLE-ENTITY     PIC  X(02).
000597
000598 01     WS-ENTCHK-PARM.
000599     COPY  entchk.
000602
000604 01     WS-GRPEDIT-PARM.
000606     COPY  grpedit.
000607
000608 01     WS-DATECALC-PARM.
000609     COPY  datecalc.
000610
000620 01     RPT-FMT.
000630   03   RPT-GROUP           PIC  X(01).
000770 01     RPT-HDR2            PIC  X(80)  VALUE
000780        'G DESCRIPTION            COUNT      SPACK     UPACK
000782-       '      SZONE     UZONE'.
000784
000786 01  WS-KEYMODE-PARM.
000790     COPY  keymode.
000791
000792 LINKAGE          SECTION.
000793 01  FEED-PARM.
000794     COPY  feedparm.
000795 01  FEED-REC                     PIC  X(:REC-LEN:).
000796
000800 PROCEDURE        DIVISION.
000801 MAIN-SEC         SECTION.
000802*    the stores must carry the key layout this program is built
000803*    for - see KEYMODE
000804     MOVE  'FGRPRPT'   TO  KM-PROGRAM.
000805     MOVE  0           TO  KM-RUN-DATE.
000806     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
000807     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
000808     IF  KM-REFUSE
000809         MOVE  16  TO  RETURN-CODE
000810         STOP RUN
000815     END-IF.
000820     PERFORM  INIT-SEC.
000830     PERFORM  ACCUM-SEC  UNTIL  FOTFILE-EOF.
000840     PERFORM  REPORT-SEC.
000845     PERFORM  HISTORY-SEC.
000850     PERFORM  TERM-SEC.
000860     STOP RUN.
000870 MAIN-SEC-EX.
000880     EXIT.
000890/
000891*----------------------------------------------------------------
000892* the FMULTRPT feed entry - see feedparm.cbl. the driver has
000893* made the KEYMODE check for the whole pass
000894*----------------------------------------------------------------
000895 FEED-SEC         SECTION.
000896 ENTRY  'FGRPRFED'  USING  FEED-PARM  FEED-REC.
000897     SET   FEED-MODE  TO  TRUE.
000898     MOVE  0  TO  RETURN-CODE.
000899     EVALUATE  TRUE
000900         WHEN  FP-OPEN
000901             PERFORM  INIT-SEC
000902         WHEN  FP-RECORD
000903             MOVE  FEED-REC  TO  F-REC01
000904             PERFORM  ACCUM-SEC
000905         WHEN  FP-CLOSE
000906             PERFORM  REPORT-SEC
000907             PERFORM  HISTORY-SEC
000908             PERFORM  TERM-SEC
000909     END-EVALUATE.
000910     MOVE  RETURN-CODE  TO  FP-RC.
000911     GOBACK.
000912 FEED-SEC-EX.
000913     EXIT.
000914/
000915 INIT-SEC         SECTION.
000916     IF  FEED-MODE
000917         MOVE  FP-PARM  TO  WS-PARM-LINE
000918     ELSE
000919         ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE
000920     END-IF.
000921     MOVE  WS-PARM-LINE(1:8)  TO  WS-OPERATOR.
000922     SET   EC-CYCLE-ENTITY  TO  TRUE.
000923     CALL  'ENTCHK'  USING  WS-ENTCHK-PARM.
000924     MOVE  EC-ENTITY  TO  WS-CYCLE-ENTITY.
000925     OPEN  OUTPUT  GRP-RPT.
000926     IF  FEED-MODE
000927         GO TO  INIT-SEC-EX
000928     END-IF.
000929     OPEN  INPUT   F-OTFILE.
000930     IF  WS-FOTFILE-STATUS  NOT =  '00'
000931         SET  FOTFILE-EOF  TO  TRUE
000940         DISPLAY  'FGRPRPT: NO F-OTFILE, STATUS '
000950                  WS-FOTFILE-STATUS
000960     END-IF.
000980     PERFORM  READ-FOTFILE-SEC.
000990 INIT-SEC-EX.
001000     EXIT.
001010/
001020 READ-FOTFILE-SEC SECTION.
001021*    under the driver the next record comes in on the next call
001022     IF  FEED-MODE
001023         GO TO  READ-FOTFILE-SEC-EX
001024     END-IF.
001030     READ  F-OTFILE  INTO  F-REC01
001040         AT END  SET  FOTFILE-EOF  TO  TRUE
001050     END-READ.
001060 READ-FOTFILE-SEC-EX.
001070     EXIT.
001080/
001090 ACCUM-SEC        SECTION.
001091     IF  NOT  FHTR-IS-HEADER  AND  NOT  FHTR-IS-TRAILER
001092         SET   EC-AUTHORIZE  TO  TRUE
001093         MOVE  WS-OPERATOR   TO  EC-OPERATOR
001094         MOVE  ENTITY-CODE  OF  F-REC01  TO  EC-ENTITY
001095         CALL  'ENTCHK'  USING  WS-ENTCHK-PARM
001096         IF  NOT  EC-ALLOWED
001097             ADD  1  TO  WS-WITHHELD-COUNT
001098             PERFORM  READ-FOTFILE-SEC
001099             GO TO  ACCUM-SEC-EX
001100         END-IF
001101     END-IF.
001102     IF  NOT  FHTR-IS-HEADER  AND  NOT  FHTR-IS-TRAILER
001103         AND  REC-DELETED  OF  F-REC01
001104         ADD  1  TO  WS-DELETED-COUNT
001106     END-IF.
001108     IF  NOT  FHTR-IS-HEADER  AND  NOT  FHTR-IS-TRAILER
001109         AND  NOT  REC-DELETED  OF  F-REC01
001110         ADD  1  TO  WS-DETAIL-COUNT
001120         PERFORM  FIND-GROUP-SEC
001130         IF  NOT  GROUP-FOUND
001570         ELSE
001572             MOVE  GE-DESC                 TO  RPT-DESC
001574         END-IF
001577         MOVE  WS-GRP-COUNT(GRP-IDX)     TO  RPT-COUNT
001580         MOVE  WS-GRP-SPACK-TOT(GRP-IDX) TO  RPT-SPACK
001590         MOVE  WS-GRP-UPACK-TOT(GRP-IDX) TO  RPT-UPACK
001600         MOVE  WS-GRP-SZONE-TOT(GRP-IDX) TO  RPT-SZONE
001650 REPORT-SEC-EX.
001660     EXIT.
001670/
001672*----------------------------------------------------------------
001673* the group counts just printed go on the permanent GRPHIST
001674* ledger under DATECALC's cycle date, the date CHNHIST and
001675* JAHIST key the same cycle by. EXTEND accumulates across
001676* cycles; the OUTPUT fallback primes the ledger the first time,
001677* the way ERRLOG primes its own log file. a rerun in the same
001678* cycle simply posts again - readers take the latest posting.
001679*----------------------------------------------------------------
001680 HISTORY-SEC      SECTION.
001681     IF  WS-GROUP-COUNT  =  0
001682         GO TO  HISTORY-SEC-EX
001683     END-IF.
001684     SET   DC-CYCLE-DATE  TO  TRUE.
001685     MOVE  0              TO  DC-IN-DATE.
001686     CALL  'DATECALC'  USING  WS-DATECALC-PARM.
001687     MOVE  DC-OUT-DATE    TO  WS-RUN-DATE.
001688     OPEN  EXTEND  GHIST-FILE.
001689     IF  WS-GHIST-STATUS  NOT =  '00'
001690         OPEN  OUTPUT  GHIST-FILE
001691     END-IF.
001692     PERFORM  VARYING  GRP-IDX  FROM  1  BY  1
001693         UNTIL  GRP-IDX  >  WS-GROUP-COUNT
001694         MOVE  SPACES                 TO  GHIST-REC
001695         MOVE  WS-RUN-DATE            TO  GH-RUN-DATE
001696         MOVE  WS-GRP-CODE(GRP-IDX)   TO  GH-GROUP
001697         MOVE  WS-GRP-COUNT(GRP-IDX)  TO  GH-COUNT
001698         MOVE  WS-CYCLE-ENTITY        TO  GH-ENTITY
001699         WRITE  GHIST-REC
001700     END-PERFORM.
001701     CLOSE  GHIST-FILE.
001702 HISTORY-SEC-EX.
001703     EXIT.
001704/
001705 TERM-SEC         SECTION.
001706     IF  WS-FOTFILE-STATUS  =  '00'  OR
001707         WS-FOTFILE-STATUS  =  '10'
001710         CLOSE  F-OTFILE
001720     END-IF.
001730     CLOSE  GRP-RPT.
001740     DISPLAY  'FGRPRPT: DETAILS READ     ' WS-DETAIL-COUNT.
001750     DISPLAY  'FGRPRPT: DISTINCT GROUPS  ' WS-GROUP-COUNT.
001755     DISPLAY  'FGRPRPT: DELETED EXCLUDED ' WS-DELETED-COUNT.
001756     DISPLAY  'FGRPRPT: OTHER ENTITIES   ' WS-WITHHELD-COUNT.
001760 TERM-SEC-EX.
001770     EXIT.
