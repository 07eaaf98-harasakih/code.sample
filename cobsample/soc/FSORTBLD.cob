000240* HDR1/TRL1 sentinel records are not carried - SORTIN has no
000250* sentinel convention.
000260* control totals are reported through CTLTOT for both sides of
000270* new boundary (FFILE consumed, SORTIN produced).
000271*
000272* also run as one consumer of the FMULTRPT single-pass driver,
000273* through the FSORTFED entry: the driver reads F-OTFILE and hands
000274* each record over, SORTIN and both control totals are the same.
000280*----------------------------------------------------------------
000290 ENVIRONMENT      DIVISION.
000300 INPUT-OUTPUT     SECTION.
000360             ORGANIZATION  IS    SEQUENTIAL
000370             FILE STATUS   IS    WS-SORTOUT-STATUS.
000380
000385     COPY  keylay.
000390 DATA             DIVISION.
000400 FILE             SECTION.
000410 FD      F-OTFILE.
000420 01      F-OTFILE-REC                 PIC  X(:REC-LEN:).
000500
000510 FD      SORT-OUT
000520         RECORD    IS  VARYING IN SIZE FROM 161 TO 1025
000620   03   WS-FOTFILE-STATUS   PIC  X(02).
000630   03   WS-SORTOUT-STATUS   PIC  X(02).
000640
000641*    the record is read INTO working storage, where the FMULTRPT
000642*    feed entry hands its records over too
000643 01      F-REC01.
000644     COPY  ffile.
000645 01      F-HTR-REC  REDEFINES  F-REC01.
000646     03  FHTR-KEY                     PIC  9(:KEY-LEN:).
000647     03  FHTR-ID                      PIC  X(04).
000648       88  FHTR-IS-HEADER                   VALUE 'HDR1'.
000649       88  FHTR-IS-TRAILER                  VALUE 'TRL1'.
000650     03  FILLER                       PIC  X(:TAIL-4:).
000651
000652 01     WS-SWITCHES.
000660   03   WS-EOF-SW           PIC  X(01)  VALUE  'N'.
000670     88  FOTFILE-EOF               VALUE  'Y'.
000671   03   WS-FEED-SW          PIC  X(01)  VALUE  'N'.
000672     88  FEED-MODE                 VALUE  'Y'.
000680
000690 01     WS-COUNTERS.
000700   03   WS-READ-COUNT       PIC  9(07)  COMP  VALUE  0.
000810
000820 01     WS-JOBACCT-PARM.
000830     COPY  jobacct.
000833
000836 01  WS-KEYMODE-PARM.
000840     COPY  keymode.
000841
000842 LINKAGE          SECTION.
000843 01  FEED-PARM.
000844     COPY  feedparm.
000845 01  FEED-REC                     PIC  X(:REC-LEN:).
000846
000850 PROCEDURE        DIVISION.
000851 MAIN-SEC         SECTION.
000852*    the stores must carry the key layout this program is built
000853*    for - see KEYMODE
000854     MOVE  'FSORTBLD'  TO  KM-PROGRAM.
000855     MOVE  0           TO  KM-RUN-DATE.
000856     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
000857     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
000858     IF  KM-REFUSE
000859         MOVE  16  TO  RETURN-CODE
000860         STOP RUN
000865     END-IF.
000870     PERFORM  INIT-SEC.
000880     PERFORM  BUILD-SEC  UNTIL  FOTFILE-EOF.
000890     PERFORM  TERM-SEC.
000900     STOP RUN.
000910 MAIN-SEC-EX.
000911     EXIT.
000912/
000913*----------------------------------------------------------------
000914* the FMULTRPT feed entry - see feedparm.cbl. the driver has
000915* made the KEYMODE check for the whole pass; this step posts
000916* its own FFILE control total, so the driver does not
000917*----------------------------------------------------------------
000918 FEED-SEC         SECTION.
000919 ENTRY  'FSORTFED'  USING  FEED-PARM  FEED-REC.
000920     SET   FEED-MODE  TO  TRUE.
000921     SET   FP-TOTALS-POSTED  TO  TRUE.
000922     MOVE  0  TO  RETURN-CODE.
000923     EVALUATE  TRUE
000924         WHEN  FP-OPEN
000925             PERFORM  INIT-SEC
000926         WHEN  FP-RECORD
000927             MOVE  FEED-REC  TO  F-REC01
000928             PERFORM  BUILD-SEC
000929         WHEN  FP-CLOSE
000930             PERFORM  TERM-SEC
000931     END-EVALUATE.
000932     MOVE  RETURN-CODE  TO  FP-RC.
000933     GOBACK.
000934 FEED-SEC-EX.
000938     EXIT.
000939/
000940 INIT-SEC         SECTION.
000941     OPEN  OUTPUT  SORT-OUT.
000942     IF  FEED-MODE
000943         GO TO  INIT-SEC-EX
000944     END-IF.
000950     OPEN  INPUT  F-OTFILE.
000960     IF  WS-FOTFILE-STATUS  NOT =  '00'
000970         SET  FOTFILE-EOF  TO  TRUE
000990                  WS-FOTFILE-STATUS
001000         MOVE  16  TO  RETURN-CODE
001010     END-IF.
001030     PERFORM  READ-FOTFILE-SEC.
001040 INIT-SEC-EX.
001050     EXIT.
001060/
001070 READ-FOTFILE-SEC SECTION.
001071*    under the driver the next record comes in on the next call
001072     IF  FEED-MODE
001073         GO TO  READ-FOTFILE-SEC-EX
001074     END-IF.
001080     READ  F-OTFILE  INTO  F-REC01
001090         AT END  SET  FOTFILE-EOF  TO  TRUE
001100     END-READ.
001110 READ-FOTFILE-SEC-EX.
