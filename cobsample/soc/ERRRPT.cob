000040*----------------------------------------------------------------
000050* BINARY, FILEW, FILEIO, COBSUB, and BATCHDRV all append to the
000060* one ERRLOG file through the ERRLOG subroutine, but a raw
000070* 105-byte-line log is no morning read. This job does for ERRLOG
000080* what JACCTRPT does for JOBACCT: rolls the cycle's accumulated
000090* entries up by program, section, and severity, prints the count
000100* and the first/last timestamp of each distinct error, and ends
000110* with a nonzero RETURN-CODE when any 'E' severity entry exists
000120* so the scheduler can page someone instead of a person having
000130* to notice.
000131*
000132* every entry is looked up on the KNOWNERR known-error deck
000133* (see KNOWNERR): a recognised error prints under its problem
000134* id with the runbook action beneath it, and an unrecognised
000135* 'E' prints flagged NEW with its message, so it gets analysed
000136* and added to the deck. the cycle's occurrences per problem
000137* (NEW counted as a problem of its own) end the report and are
000138* appended to the permanent KEHIST history, the way JACCTRPT
000139* keeps JAHIST, for MEPACK's month-end count of the recurring
000140* problems worth a permanent fix.
000141*
000142* an entry logged under a MSGCAT message id (see MSGFMT) rolls
000143* up under its id as well, and prints with the id and the
000144* catalog's operator action beneath it.
000145*----------------------------------------------------------------
000150 ENVIRONMENT      DIVISION.
000160 INPUT-OUTPUT     SECTION.
000170 FILE-CONTROL.
000210     SELECT  ELOG-RPT    ASSIGN TO    ERRRPT
000220             ORGANIZATION  IS    LINE SEQUENTIAL
000230             FILE STATUS   IS    WS-ELOG-RPT-STATUS.
000232     SELECT  KEHIST-FILE ASSIGN TO    KEHIST
000234             ORGANIZATION  IS    LINE SEQUENTIAL
000236             FILE STATUS   IS    WS-KEHIST-STATUS.
000240
000250 DATA             DIVISION.
000260 FILE             SECTION.
000380     03  EI-SECTION                   PIC  X(20).
000390     03  FILLER                       PIC  X(01).
000400     03  EI-MSG                       PIC  X(40).
000403     03  FILLER                       PIC  X(06).
000406     03  FILLER                       PIC  X(01).
000410     03  EI-MSG-ID                    PIC  X(08).
000420
000430 FD      ELOG-RPT.
000440 01      RPT-LINE                     PIC  X(80).
000442
000444 FD      KEHIST-FILE.
000446 01      KEHIST-REC.
000448     03  KH-RUN-DATE                  PIC  9(08).
000450     03  FILLER                       PIC  X(01).
000452     03  KH-PROBLEM-ID                PIC  X(08).
000454     03  FILLER                       PIC  X(01).
000456     03  KH-COUNT                     PIC  9(07).
000458
000460 WORKING-STORAGE  SECTION.
000470
000480 01     WS-ELOG-IN-STATUS    PIC  X(02).
000490 01     WS-ELOG-RPT-STATUS   PIC  X(02).
000492 01     WS-KEHIST-STATUS     PIC  X(02).
000500
000510 01     WS-SWITCHES.
000520   03   WS-IN-EOF-SW        PIC  X(01)  VALUE  'N'.
000630     05  WS-ERR-PROGRAM     PIC  X(08).
000640     05  WS-ERR-SECTION     PIC  X(20).
000650     05  WS-ERR-SEVERITY    PIC  X(01).
000651     05  WS-ERR-PROBLEM     PIC  X(08).
000652     05  WS-ERR-MSG-ID      PIC  X(08).
000654     05  WS-ERR-MSG         PIC  X(40).
000656     05  WS-ERR-ACTION      PIC  X(38).
000660     05  WS-ERR-COUNT       PIC  9(07)  COMP.
000670     05  WS-ERR-FIRST-TS.
000680       07  WS-ERR-FIRST-DATE  PIC  9(08).
000720       07  WS-ERR-LAST-TIME   PIC  9(08).
000730 01     WS-ERR-TABLE-COUNT  PIC  9(05)  COMP  VALUE  0.
000740
000742*----------------------------------------------------------------
000744* the known-error problem of the entry in hand (NEW for an
000746* unrecognised 'E', blank for an unrecognised warning), and the
000748* cycle's occurrences per problem
000749*----------------------------------------------------------------
000750 01     WS-PROBLEM          PIC  X(08).
000751 01     WS-ACTION           PIC  X(38).
000752 01     WS-PRB-TABLE.
000753   03   WS-PRB-ENTRY  OCCURS  100 TIMES  INDEXED BY PRB-IDX.
000754     05  WS-PRB-ID          PIC  X(08).
000755     05  WS-PRB-COUNT       PIC  9(07)  COMP.
000756 01     WS-PRB-TABLE-COUNT  PIC  9(03)  COMP  VALUE  0.
000757 01     WS-RUN-DATE         PIC  9(08).
000758
000759 01     WS-KNOWNERR-PARM.
000760     COPY  knownerr.
000761 01     WS-DATECALC-PARM.
000762     COPY  datecalc.
000763 01     WS-MSGFMT-PARM.
000764     COPY  msgfmt.
000765
000766 01     WS-FOUND-SW         PIC  X(01).
000767   88   ENTRY-FOUND               VALUE  'Y'.
000770
000780 01     WS-COUNTERS.
000790   03   WS-LINE-COUNT       PIC  9(07)  COMP  VALUE  0.
000800   03   WS-E-SEV-COUNT      PIC  9(07)  COMP  VALUE  0.
000802   03   WS-KNOWN-COUNT      PIC  9(07)  COMP  VALUE  0.
000804   03   WS-NEW-COUNT        PIC  9(07)  COMP  VALUE  0.
000810
000820 01     RPT-FMT.
000830   03   RPT-PROGRAM         PIC  X(08).
000950 01     RPT-HDR1            PIC  X(80)
000960        VALUE  'ERROR-LOG SUMMARY'.
000970 01     RPT-HDR2            PIC  X(80)  VALUE
000980        'PROGRAM  SECTION              S  COUNT FIRST            L
000990-       'AST'.
000992
000994 01     RPT-PROB-FMT.
000995   03   FILLER              PIC  X(04)  VALUE  SPACES.
000996   03   RPT-P-LABEL         PIC  X(08).
000997   03   RPT-P-PROBLEM       PIC  X(08).
000998   03   FILLER              PIC  X(01)  VALUE  SPACE.
000999   03   RPT-P-TEXT          PIC  X(59).
001000
001001 01     RPT-SUM-FMT.
001002   03   RPT-S-PROBLEM       PIC  X(08).
001003   03   FILLER              PIC  X(01)  VALUE  SPACE.
001004   03   RPT-S-COUNT         PIC  ZZZZZ9.
001005   03   FILLER              PIC  X(01)  VALUE  SPACE.
001006   03   RPT-S-DIAGNOSIS     PIC  X(30).
001007
001008 01     RPT-HDR3            PIC  X(80)  VALUE
001009        'PROBLEM  OCCURS DIAGNOSIS'.
001012
001015 PROCEDURE        DIVISION.
001020 MAIN-SEC         SECTION.
001030     PERFORM  INIT-SEC.
001040     PERFORM  ACCUM-SEC  UNTIL  IN-EOF.
001050     PERFORM  REPORT-SEC.
001055     PERFORM  HISTORY-SEC.
001060     PERFORM  TERM-SEC.
001070     STOP RUN.
001080 MAIN-SEC-EX.
001300     IF  EI-IS-ERROR
001310         ADD  1  TO  WS-E-SEV-COUNT
001320     END-IF.
001325     PERFORM  LOOKUP-SEC.
001330     PERFORM  FIND-ENTRY-SEC.
001340     IF  ENTRY-FOUND
001350         ADD  1  TO  WS-ERR-COUNT(ERR-IDX)
001420         MOVE  EI-SECTION  TO  WS-ERR-SECTION(ERR-IDX)
001430         MOVE  EI-SEVERITY TO  WS-ERR-SEVERITY(ERR-IDX)
001440         MOVE  1           TO  WS-ERR-COUNT(ERR-IDX)
001441         MOVE  WS-PROBLEM  TO  WS-ERR-PROBLEM(ERR-IDX)
001442         MOVE  EI-MSG-ID   TO  WS-ERR-MSG-ID(ERR-IDX)
001444         MOVE  EI-MSG      TO  WS-ERR-MSG(ERR-IDX)
001446         MOVE  WS-ACTION   TO  WS-ERR-ACTION(ERR-IDX)
001450         MOVE  EI-DATE     TO  WS-ERR-FIRST-DATE(ERR-IDX)
001460                               WS-ERR-LAST-DATE(ERR-IDX)
001470         MOVE  EI-TIME     TO  WS-ERR-FIRST-TIME(ERR-IDX)
001580         IF  WS-ERR-PROGRAM(ERR-IDX)        =  EI-PROGRAM
001590             AND  WS-ERR-SECTION(ERR-IDX)   =  EI-SECTION
001600             AND  WS-ERR-SEVERITY(ERR-IDX)  =  EI-SEVERITY
001602             AND  WS-ERR-PROBLEM(ERR-IDX)   =  WS-PROBLEM
001605             AND  WS-ERR-MSG-ID(ERR-IDX)    =  EI-MSG-ID
001610             SET  ENTRY-FOUND  TO  TRUE
001620         END-IF
001630     END-PERFORM.
001632*    the VARYING has stepped once past the entry it found
001634     IF  ENTRY-FOUND
001636         SET  ERR-IDX  DOWN  BY  1
001638     END-IF.
001640 FIND-ENTRY-SEC-EX.
001650     EXIT.
001651/
001652*----------------------------------------------------------------
001653* the entry on the known-error deck: a known problem, NEW for an
001654* unrecognised 'E', nothing for an unrecognised warning; the
001655* known and the NEW are tallied per problem for the summary
001656*----------------------------------------------------------------
001657 LOOKUP-SEC       SECTION.
001658     SET   KE-MATCH     TO  TRUE.
001659     MOVE  EI-PROGRAM   TO  KE-PROGRAM.
001660     MOVE  EI-SECTION   TO  KE-SECTION.
001661     MOVE  EI-MSG       TO  KE-MSG.
001662     MOVE  EI-MSG-ID    TO  KE-MSG-ID.
001663     CALL  'KNOWNERR'  USING  WS-KNOWNERR-PARM.
001664     MOVE  SPACES       TO  WS-PROBLEM  WS-ACTION.
001665     EVALUATE  TRUE
001666         WHEN  KE-KNOWN
001667             MOVE  KE-PROBLEM-ID  TO  WS-PROBLEM
001668             MOVE  KE-ACTION      TO  WS-ACTION
001669             ADD   1  TO  WS-KNOWN-COUNT
001670         WHEN  EI-IS-ERROR
001671             MOVE  'NEW'          TO  WS-PROBLEM
001672             ADD   1  TO  WS-NEW-COUNT
001673         WHEN  OTHER
001674             GO TO  LOOKUP-SEC-EX
001675     END-EVALUATE.
001676     MOVE  'N'  TO  WS-FOUND-SW.
001677     PERFORM  VARYING  PRB-IDX  FROM  1  BY  1
001678         UNTIL  PRB-IDX  >  WS-PRB-TABLE-COUNT  OR  ENTRY-FOUND
001679         IF  WS-PRB-ID(PRB-IDX)  =  WS-PROBLEM
001680             SET  ENTRY-FOUND  TO  TRUE
001681             ADD  1  TO  WS-PRB-COUNT(PRB-IDX)
001682         END-IF
001683     END-PERFORM.
001684     IF  NOT  ENTRY-FOUND  AND  WS-PRB-TABLE-COUNT  <  100
001685         ADD  1            TO  WS-PRB-TABLE-COUNT
001686         SET  PRB-IDX      TO  WS-PRB-TABLE-COUNT
001687         MOVE  WS-PROBLEM  TO  WS-PRB-ID(PRB-IDX)
001688         MOVE  1           TO  WS-PRB-COUNT(PRB-IDX)
001689     END-IF.
001690 LOOKUP-SEC-EX.
001691     EXIT.
001692/
001693 REPORT-SEC       SECTION.
001694     MOVE  RPT-HDR1  TO  RPT-LINE.
001695     WRITE  RPT-LINE.
001700     MOVE  RPT-HDR2  TO  RPT-LINE.
001710     WRITE  RPT-LINE.
001720     PERFORM  VARYING  ERR-IDX  FROM  1  BY  1
001780         MOVE  WS-ERR-FIRST-TS(ERR-IDX)  TO  RPT-FIRST-TS
001790         MOVE  WS-ERR-LAST-TS(ERR-IDX)   TO  RPT-LAST-TS
001800         MOVE  RPT-FMT                   TO  RPT-LINE
001802         WRITE  RPT-LINE
001804         IF  WS-ERR-MSG-ID(ERR-IDX)  NOT =  SPACES
001806             PERFORM  MESSAGE-LINE-SEC
001811         END-IF
001812         MOVE  SPACES                    TO  RPT-PROB-FMT
001814         MOVE  WS-ERR-PROBLEM(ERR-IDX)   TO  RPT-P-PROBLEM
001816         IF  WS-ERR-PROBLEM(ERR-IDX)  =  'NEW'
001817             MOVE  '*NEW*   '              TO  RPT-P-LABEL
001818             MOVE  SPACES                  TO  RPT-P-PROBLEM
001820             MOVE  WS-ERR-MSG(ERR-IDX)     TO  RPT-P-TEXT
001822         ELSE
001824             MOVE  'PROBLEM '              TO  RPT-P-LABEL
001826             MOVE  WS-ERR-ACTION(ERR-IDX)  TO  RPT-P-TEXT
001828         END-IF
001830         IF  WS-ERR-PROBLEM(ERR-IDX)  NOT =  SPACES
001832             MOVE  RPT-PROB-FMT              TO  RPT-LINE
001834             WRITE  RPT-LINE
001836         END-IF
001838     END-PERFORM.
001840     IF  WS-PRB-TABLE-COUNT  >  0
001842         MOVE  SPACES    TO  RPT-LINE
001844         WRITE  RPT-LINE
001846         MOVE  'KNOWN-ERROR PROBLEMS THIS CYCLE'  TO  RPT-LINE
001848         WRITE  RPT-LINE
001850         MOVE  RPT-HDR3  TO  RPT-LINE
001852         WRITE  RPT-LINE
001854     END-IF.
001856     PERFORM  VARYING  PRB-IDX  FROM  1  BY  1
001858         UNTIL  PRB-IDX  >  WS-PRB-TABLE-COUNT
001860         MOVE  SPACES                TO  RPT-SUM-FMT
001862         MOVE  WS-PRB-ID(PRB-IDX)    TO  RPT-S-PROBLEM
001864         MOVE  WS-PRB-COUNT(PRB-IDX) TO  RPT-S-COUNT
001866         IF  WS-PRB-ID(PRB-IDX)  =  'NEW'
001868             MOVE  'NOT ON KNOWNERR - TO ANALYSE'
001870                   TO  RPT-S-DIAGNOSIS
001872         ELSE
001874             SET   KE-DESCRIBE          TO  TRUE
001876             MOVE  WS-PRB-ID(PRB-IDX)   TO  KE-PROBLEM-ID
001878             CALL  'KNOWNERR'  USING  WS-KNOWNERR-PARM
001880             MOVE  KE-DIAGNOSIS         TO  RPT-S-DIAGNOSIS
001882         END-IF
001884         MOVE  RPT-SUM-FMT           TO  RPT-LINE
001886         WRITE  RPT-LINE
001888     END-PERFORM.
001890 REPORT-SEC-EX.
001891     EXIT.
001892/
001893*----------------------------------------------------------------
001894* the entry's message id with the operator action its MSGCAT
001895* catalog entry gives, or word that the catalog lacks the id
001896*----------------------------------------------------------------
001897 MESSAGE-LINE-SEC SECTION.
001898     SET   MG-FORMAT                 TO  TRUE.
001899     MOVE  WS-ERR-MSG-ID(ERR-IDX)    TO  MG-MSG-ID.
001900     MOVE  WS-ERR-PROGRAM(ERR-IDX)   TO  MG-PROGRAM.
001901     MOVE  WS-ERR-SECTION(ERR-IDX)   TO  MG-SECTION.
001902     MOVE  SPACES                    TO  MG-VALUE(1)  MG-VALUE(2)
001903                                         MG-VALUE(3)  MG-TEXT.
001904     MOVE  WS-ERR-SEVERITY(ERR-IDX)  TO  MG-SEVERITY.
001905     CALL  'MSGFMT'  USING  WS-MSGFMT-PARM.
001906     MOVE  SPACES                    TO  RPT-PROB-FMT.
001907     MOVE  'MESSAGE '                TO  RPT-P-LABEL.
001908     MOVE  WS-ERR-MSG-ID(ERR-IDX)    TO  RPT-P-PROBLEM.
001909     IF  MG-CATALOGUED
001910         MOVE  MG-ACTION             TO  RPT-P-TEXT
001911     ELSE
001912         MOVE  'NOT ON MSGCAT'       TO  RPT-P-TEXT
001913     END-IF.
001914     MOVE  RPT-PROB-FMT              TO  RPT-LINE.
001915     WRITE  RPT-LINE.
001916 MESSAGE-LINE-SEC-EX.
001917     EXIT.
001918/
001919*----------------------------------------------------------------
001920* the cycle's occurrences per problem appended to the permanent
001921* KEHIST history under the official cycle date, as JACCTRPT
001922* appends JAHIST; EXTEND accumulates, the OUTPUT fallback primes
001923* the history on its first cycle
001924*----------------------------------------------------------------
001925 HISTORY-SEC      SECTION.
001926     IF  WS-PRB-TABLE-COUNT  =  0
001927         GO TO  HISTORY-SEC-EX
001928     END-IF.
001929     SET   DC-CYCLE-DATE  TO  TRUE.
001930     MOVE  0              TO  DC-IN-DATE.
001931     CALL  'DATECALC'  USING  WS-DATECALC-PARM.
001932     MOVE  DC-OUT-DATE    TO  WS-RUN-DATE.
001933     OPEN  EXTEND  KEHIST-FILE.
001934     IF  WS-KEHIST-STATUS  NOT =  '00'
001935         OPEN  OUTPUT  KEHIST-FILE
001936     END-IF.
001937     PERFORM  VARYING  PRB-IDX  FROM  1  BY  1
001938         UNTIL  PRB-IDX  >  WS-PRB-TABLE-COUNT
001939         MOVE  SPACES                 TO  KEHIST-REC
001940         MOVE  WS-RUN-DATE            TO  KH-RUN-DATE
001941         MOVE  WS-PRB-ID(PRB-IDX)     TO  KH-PROBLEM-ID
001942         MOVE  WS-PRB-COUNT(PRB-IDX)  TO  KH-COUNT
001943         WRITE  KEHIST-REC
001944     END-PERFORM.
001945     CLOSE  KEHIST-FILE.
001946 HISTORY-SEC-EX.
001947     EXIT.
001948/
001949*----------------------------------------------------------------
001950* any 'E' severity entry in the cycle turns the step's
001951* RETURN-CODE nonzero so the scheduler pages rather than a
001952* person having to read the report to know something failed
001953*----------------------------------------------------------------
001954 TERM-SEC         SECTION.
001955     CLOSE  ELOG-IN.
001956     CLOSE  ELOG-RPT.
001957     DISPLAY  'ERRRPT: LOG LINES READ       ' WS-LINE-COUNT.
001958     DISPLAY  'ERRRPT: DISTINCT ERRORS      ' WS-ERR-TABLE-COUNT.
001960     DISPLAY  'ERRRPT: E-SEVERITY ENTRIES   ' WS-E-SEV-COUNT.
001962     DISPLAY  'ERRRPT: KNOWN-ERROR ENTRIES  ' WS-KNOWN-COUNT.
001964     DISPLAY  'ERRRPT: NEW E ENTRIES        ' WS-NEW-COUNT.
001970     IF  WS-E-SEV-COUNT  >  0
001980         MOVE  8  TO  RETURN-CODE
001990     END-IF.
