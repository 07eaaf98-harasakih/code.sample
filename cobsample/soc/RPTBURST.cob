000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      RPTBURST.
000030*
000040*----------------------------------------------------------------
000050* report bursting and distribution: the group reports print
000060* every GROUP-1 code on one report, and each business owner
000070* wants only their own - so the printout used to be cut apart
000080* by hand and each piece sent out. this step does the cutting.
000090* the RPTDIST distribution control file names each recipient,
000100* the report tag they receive and the GROUP-1 codes they own;
000110* every report present this cycle is split into one piece per
000120* recipient line, with its own heading (the recipient, the
000130* report and cycle, the report's own column headings) and
000140* totals at the foot of every page and of the piece. each
000150* piece is written as a dated repository segment (tag(4) +
000160* date(8) + seq(4), the RPTARCH naming) and catalogued on
000170* RPTCAT with the recipient on the line - so who received which
000180* report on which date is on the catalog, and the piece is
000190* fetched and retired by RPTARCH like any stored report. the
000200* BURSTRPT log lists every piece delivered and every
000210* distribution line that could not be served.
000220*
000230* report tags: BGRP=FGRPRPT  (one line per group)
000240*              BMEC=MECLOSRPT (the closing statement's groups)
000250*              BAGE=VAGERPT  (its records-by-group section)
000260*              BMEP=MEPACK   (no GROUP-1 section - the whole
000270*                            pack goes to each recipient)
000280*
000290* RPTDIST, one line per recipient and report:
000300*   positions  1-8   recipient id
000310*   positions 10-13  report tag
000320*   positions 15-24  GROUP-1 codes received, '*' for every
000330*                    group (the whole report)
000340*   positions 26-55  recipient name, printed on the heading
000350*
000360* the report lines a piece totals are its group lines: each
000370* page's foot and the piece's last line carry the lines on the
000380* page, the group lines and the sum of their record counts.
000390*----------------------------------------------------------------
000400 ENVIRONMENT      DIVISION.
000410 INPUT-OUTPUT     SECTION.
000420 FILE-CONTROL.
000430     SELECT  DIST-FILE   ASSIGN  TO  RPTDIST
000440             ORGANIZATION IS  LINE SEQUENTIAL
000450             FILE STATUS  IS  WS-DIST-STATUS.
000460     SELECT  RPT-IN      ASSIGN  TO  DYNAMIC  WS-REPORT-NAME
000470             ORGANIZATION IS  LINE SEQUENTIAL
000480             FILE STATUS  IS  WS-RPTIN-STATUS.
000490     SELECT  PIECE-FILE  ASSIGN  TO  DYNAMIC  WS-PIECE-NAME
000500             ORGANIZATION IS  LINE SEQUENTIAL
000510             FILE STATUS  IS  WS-PIECE-STATUS.
000520     SELECT  RPTCAT-FILE ASSIGN  TO  RPTCAT
000530             ORGANIZATION IS  LINE SEQUENTIAL
000540             FILE STATUS  IS  WS-RPTCAT-STATUS.
000550     SELECT  LOG-RPT     ASSIGN  TO  BURSTRPT
000560             ORGANIZATION IS  LINE SEQUENTIAL
000570             FILE STATUS  IS  WS-LOG-STATUS.
000580
000590 DATA             DIVISION.
000600 FILE             SECTION.
000610 FD  DIST-FILE.
000620 01  DIST-REC.
000630   03  DS-RECIPIENT             PIC  X(08).
000640   03  FILLER                   PIC  X(01).
000650   03  DS-TAG                   PIC  X(04).
000660   03  FILLER                   PIC  X(01).
000670   03  DS-GROUPS                PIC  X(10).
000680   03  FILLER                   PIC  X(01).
000690   03  DS-NAME                  PIC  X(30).
000700 FD  RPT-IN.
000710 01  RPT-IN-REC                   PIC  X(80).
000720 FD  PIECE-FILE.
000730 01  PIECE-REC                    PIC  X(80).
000740 FD  RPTCAT-FILE.
000750 01  RPTCAT-REC.
000760     COPY  arccat.
000770 FD  LOG-RPT.
000780 01  LOG-LINE                     PIC  X(100).
000790
000800 WORKING-STORAGE  SECTION.
000810
000820 01  WS-STATUSES.
000830   03  WS-DIST-STATUS          PIC  X(02).
000840   03  WS-RPTIN-STATUS         PIC  X(02).
000850   03  WS-PIECE-STATUS         PIC  X(02).
000860   03  WS-RPTCAT-STATUS        PIC  X(02).
000870   03  WS-LOG-STATUS           PIC  X(02).
000880
000890 01  WS-SWITCHES.
000900   03  WS-EOF-SW               PIC  X(01).
000910     88  FILE-EOF                   VALUE  'Y'.
000920   03  WS-DIST-EOF-SW          PIC  X(01)  VALUE  'N'.
000930     88  DIST-EOF                   VALUE  'Y'.
000940   03  WS-CAT-EOF-SW           PIC  X(01)  VALUE  'N'.
000950     88  CAT-EOF                    VALUE  'Y'.
000960   03  WS-SECTION-SW           PIC  X(01).
000970     88  IN-GROUP-SECTION           VALUE  'Y'.
000980   03  WS-SELECT-SW            PIC  X(01).
000990     88  LINE-SELECTED              VALUE  'Y'.
001000   03  WS-GROUP-LINE-SW        PIC  X(01).
001010     88  IS-GROUP-LINE              VALUE  'Y'.
001020
001030*----------------------------------------------------------------
001040* the distributed reports: piece tag, live external name, the
001050* heading lines at the top of the report, and how its group
001060* lines are found - L every line after the heading is one
001070* group's (code in column 1, count in 24-30), S only the lines
001080* of the records-by-group section are (code in column 7, count
001090* in 31-39), W none are and the report goes out whole
001100*----------------------------------------------------------------
001110 01  WS-REPORT-TABLE.
001120   03  FILLER  PIC  X(15)  VALUE  'BGRPFGRPRPT  2L'.
001130   03  FILLER  PIC  X(15)  VALUE  'BMECMECLOSRPT1L'.
001140   03  FILLER  PIC  X(15)  VALUE  'BAGEVAGERPT  1S'.
001150   03  FILLER  PIC  X(15)  VALUE  'BMEPMEPACK   0W'.
001160 01  WS-REPORT-TABLE-R  REDEFINES  WS-REPORT-TABLE.
001170   03  WS-REPORT-ENTRY  OCCURS  4  TIMES.
001180     05  WS-RPT-TAG            PIC  X(04).
001190     05  WS-RPT-DDNAME         PIC  X(09).
001200     05  WS-RPT-HEAD-LINES     PIC  9(01).
001210     05  WS-RPT-MODE           PIC  X(01).
001220       88  RPT-GROUP-LINES          VALUE  'L'.
001230       88  RPT-GROUP-SECTION        VALUE  'S'.
001240       88  RPT-WHOLE                VALUE  'W'.
001250 01  WS-REPORT-SUB             PIC  9(01)  COMP.
001260*    the highest piece sequence already catalogued for each
001270*    tag on this cycle date - a rerun's pieces follow on
001280 01  WS-LAST-SEQ-TABLE.
001290   03  WS-LAST-SEQ  OCCURS  4  TIMES  PIC  9(04).
001300*    the line opening the aging report's group section
001310 01  WS-SECTION-START          PIC  X(22)
001320                               VALUE  '-- RECORDS BY GROUP --'.
001330
001340*----------------------------------------------------------------
001350* the distribution control file, loaded up front
001360*----------------------------------------------------------------
001370 01  WS-DIST-TABLE.
001380   03  WS-DIST-ENTRY  OCCURS  200  TIMES  INDEXED BY DST-IDX.
001390     05  WS-DST-RECIPIENT      PIC  X(08).
001400     05  WS-DST-TAG            PIC  X(04).
001410     05  WS-DST-GROUPS         PIC  X(10).
001420     05  WS-DST-NAME           PIC  X(30).
001430 01  WS-DIST-COUNT             PIC  9(03)  COMP  VALUE  0.
001440
001450 01  WS-REPORT-NAME            PIC  X(09).
001460 01  WS-PIECE-NAME.
001470   03  WS-PC-TAG               PIC  X(04).
001480   03  WS-PC-DATE              PIC  9(08).
001490   03  WS-PC-SEQ               PIC  9(04).
001500
001510*    the report's own heading lines, carried onto every page
001520 01  WS-HEAD-TABLE.
001530   03  WS-HEAD-LINE  OCCURS  2  TIMES  PIC  X(80).
001540 01  WS-HEAD-SUB               PIC  9(01)  COMP.
001550
001560 01  WS-CYCLE-DATE             PIC  9(08).
001570 01  WS-LINE-GROUP             PIC  X(01).
001580 01  WS-GROUP-TALLY            PIC  9(02)  COMP.
001590*    a group line's printed record count, read back through
001600*    its own edit picture
001610 01  WS-ED-COUNT-7-X           PIC  X(07).
001620 01  WS-ED-COUNT-7  REDEFINES  WS-ED-COUNT-7-X
001630                               PIC  ZZZZZZ9.
001640 01  WS-ED-COUNT-9-X           PIC  X(09).
001650 01  WS-ED-COUNT-9  REDEFINES  WS-ED-COUNT-9-X
001660                               PIC  ZZZZZZZZ9.
001670 01  WS-LINE-COUNT             PIC  9(09)  COMP.
001680
001690*    paging and totals of the piece being written
001700 01  WS-PAGE-AREA.
001710   03  WS-PAGE-SIZE            PIC  9(03)  COMP  VALUE  50.
001720   03  WS-PAGE-NO              PIC  9(03)  COMP.
001730   03  WS-PAGE-LINES           PIC  9(03)  COMP.
001740   03  WS-PAGE-GROUPS          PIC  9(05)  COMP.
001750   03  WS-PAGE-RECORDS         PIC  9(09)  COMP.
001760   03  WS-PIECE-LINES          PIC  9(07)  COMP.
001770   03  WS-PIECE-BODY           PIC  9(07)  COMP.
001780   03  WS-PIECE-GROUPS         PIC  9(05)  COMP.
001790   03  WS-PIECE-RECORDS        PIC  9(09)  COMP.
001800
001810 01  WS-COUNTERS.
001820   03  WS-PIECE-COUNT          PIC  9(05)  COMP  VALUE  0.
001830   03  WS-SKIP-COUNT           PIC  9(05)  COMP  VALUE  0.
001840   03  WS-ABSENT-COUNT         PIC  9(02)  COMP  VALUE  0.
001850
001860 01  PC-HEAD-1.
001870   03  FILLER                  PIC  X(22)
001880           VALUE  'DISTRIBUTION COPY FOR '.
001890   03  PH-RECIPIENT            PIC  X(08).
001900   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001910   03  PH-NAME                 PIC  X(30).
001920   03  FILLER                  PIC  X(05)  VALUE  ' PAGE'.
001930   03  PH-PAGE                 PIC  ZZZ9.
001940 01  PC-HEAD-2.
001950   03  FILLER                  PIC  X(07)  VALUE  'REPORT '.
001960   03  PH-REPORT               PIC  X(09).
001970   03  FILLER                  PIC  X(07)  VALUE  ' CYCLE '.
001980   03  PH-CYCLE                PIC  9(08).
001990   03  FILLER                  PIC  X(08)  VALUE  ' GROUPS '.
002000   03  PH-GROUPS               PIC  X(10).
002010   03  FILLER                  PIC  X(07)  VALUE  ' PIECE '.
002020   03  PH-PIECE                PIC  X(16).
002030 01  PC-FOOT.
002040   03  PF-LABEL                PIC  X(16).
002050   03  FILLER                  PIC  X(07)  VALUE  ' LINES '.
002060   03  PF-LINES                PIC  ZZZZZZ9.
002070   03  FILLER                  PIC  X(13)  VALUE  ' GROUP LINES '.
002080   03  PF-GROUPS               PIC  ZZZZ9.
002090   03  FILLER                  PIC  X(14)  VALUE
002100           ' RECORD COUNT '.
002110   03  PF-RECORDS              PIC  ZZZZZZZZ9.
002120 01  PC-NOTHING                PIC  X(40)
002130         VALUE  '  NO LINES FOR THESE GROUPS THIS CYCLE'.
002140 01  PC-PAGE-LABEL.
002150   03  FILLER                  PIC  X(05)  VALUE  'PAGE '.
002160   03  PL-PAGE                 PIC  ZZZ9.
002170   03  FILLER                  PIC  X(07)  VALUE  ' TOTALS'.
002180
002190 01  LOG-HEAD.
002200   03  FILLER                  PIC  X(30)
002210           VALUE  'RPTBURST - REPORT DISTRIBUTION'.
002220   03  FILLER                  PIC  X(07)  VALUE  ' CYCLE '.
002230   03  LH-CYCLE                PIC  9(08).
002240 01  LOG-DETAIL.
002250   03  LD-RECIPIENT            PIC  X(08).
002260   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002270   03  LD-NAME                 PIC  X(30).
002280   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002290   03  LD-TAG                  PIC  X(04).
002300   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002310   03  LD-GROUPS               PIC  X(10).
002320   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002330   03  LD-PIECE                PIC  X(16).
002340   03  FILLER                  PIC  X(01)  VALUE  SPACE.
002350   03  LD-RESULT               PIC  X(27).
002360 01  WS-EDIT-LINES             PIC  ZZZZZZ9.
002370
002380 01  WS-DATECALC-PARM.
002390     COPY  datecalc.
002400 01  WS-JOBACCT-PARM.
002410     COPY  jobacct.
002420
002430 PROCEDURE        DIVISION.
002440 MAIN-SEC         SECTION.
002450     SET   DC-CYCLE-DATE  TO  TRUE.
002460     MOVE  0              TO  DC-IN-DATE.
002470     CALL  'DATECALC'  USING  WS-DATECALC-PARM.
002480     MOVE  DC-OUT-DATE    TO  WS-CYCLE-DATE.
002490     PERFORM  LOAD-DIST-SEC.
002500     IF  WS-DIST-COUNT  =  0
002510         DISPLAY  'RPTBURST: NO DISTRIBUTION LINES ON RPTDIST'
002520                  ' - NOTHING DISTRIBUTED'
002530         MOVE  8  TO  RETURN-CODE
002540         STOP RUN
002550     END-IF.
002560     PERFORM  LOAD-SEQ-SEC.
002570     OPEN  OUTPUT  LOG-RPT.
002580     MOVE  WS-CYCLE-DATE  TO  LH-CYCLE.
002590     MOVE  LOG-HEAD  TO  LOG-LINE.
002600     WRITE  LOG-LINE.
002610     PERFORM  CHECK-DIST-SEC.
002620     PERFORM  VARYING  WS-REPORT-SUB  FROM  1  BY  1
002630         UNTIL  WS-REPORT-SUB  >  4
002640         PERFORM  BURST-REPORT-SEC
002650     END-PERFORM.
002660     CLOSE  LOG-RPT.
002670     PERFORM  TERM-SEC.
002680     STOP RUN.
002690 MAIN-SEC-EX.
002700     EXIT.
002710/
002720 LOAD-DIST-SEC    SECTION.
002730     OPEN  INPUT  DIST-FILE.
002740     IF  WS-DIST-STATUS  NOT =  '00'
002750         DISPLAY  'RPTBURST: NO RPTDIST FILE, STATUS '
002760                  WS-DIST-STATUS
002770         GO TO  LOAD-DIST-SEC-EX
002780     END-IF.
002790     PERFORM  UNTIL  DIST-EOF
002800         READ  DIST-FILE
002810             AT END  SET  DIST-EOF  TO  TRUE
002820             NOT AT END
002830                 IF  DS-RECIPIENT  NOT =  SPACES
002840                     AND  DS-RECIPIENT(1:1)  NOT =  '*'
002850                     PERFORM  ADD-DIST-SEC
002860                 END-IF
002870         END-READ
002880     END-PERFORM.
002890     CLOSE  DIST-FILE.
002900 LOAD-DIST-SEC-EX.
002910     EXIT.
002920/
002930 ADD-DIST-SEC     SECTION.
002940     IF  WS-DIST-COUNT  NOT <  200
002950         DISPLAY  'RPTBURST: RPTDIST EXCEEDS 200 LINES - '
002960                  DS-RECIPIENT ' ' DS-TAG ' NOT LOADED'
002970         ADD  1  TO  WS-SKIP-COUNT
002980         GO TO  ADD-DIST-SEC-EX
002990     END-IF.
003000     ADD  1  TO  WS-DIST-COUNT.
003010     SET  DST-IDX  TO  WS-DIST-COUNT.
003020     MOVE  DS-RECIPIENT  TO  WS-DST-RECIPIENT(DST-IDX).
003030     MOVE  DS-TAG        TO  WS-DST-TAG(DST-IDX).
003040     MOVE  DS-GROUPS     TO  WS-DST-GROUPS(DST-IDX).
003050     MOVE  DS-NAME       TO  WS-DST-NAME(DST-IDX).
003060 ADD-DIST-SEC-EX.
003070     EXIT.
003080/
003090*----------------------------------------------------------------
003100* the pieces already on the catalog for this cycle date, so a
003110* rerun's pieces take the next sequence rather than overwrite
003120*----------------------------------------------------------------
003130 LOAD-SEQ-SEC     SECTION.
003140     PERFORM  VARYING  WS-REPORT-SUB  FROM  1  BY  1
003150         UNTIL  WS-REPORT-SUB  >  4
003160         MOVE  0  TO  WS-LAST-SEQ(WS-REPORT-SUB)
003170     END-PERFORM.
003180     OPEN  INPUT  RPTCAT-FILE.
003190     IF  WS-RPTCAT-STATUS  NOT =  '00'
003200         GO TO  LOAD-SEQ-SEC-EX
003210     END-IF.
003220     PERFORM  UNTIL  CAT-EOF
003230         READ  RPTCAT-FILE
003240             AT END  SET  CAT-EOF  TO  TRUE
003250             NOT AT END
003260                 PERFORM  NOTE-SEQ-SEC
003270         END-READ
003280     END-PERFORM.
003290     CLOSE  RPTCAT-FILE.
003300 LOAD-SEQ-SEC-EX.
003310     EXIT.
003320/
003330 NOTE-SEQ-SEC     SECTION.
003340     IF  AC-ARCHIVE-DATE  NOT =  WS-CYCLE-DATE
003350         OR  AC-ARCHIVE-SEQ  NOT  NUMERIC
003360         GO TO  NOTE-SEQ-SEC-EX
003370     END-IF.
003380     PERFORM  VARYING  WS-REPORT-SUB  FROM  1  BY  1
003390         UNTIL  WS-REPORT-SUB  >  4
003400         IF  AC-ARCHIVE-TAG  =  WS-RPT-TAG(WS-REPORT-SUB)
003410             AND  AC-ARCHIVE-SEQ  >  WS-LAST-SEQ(WS-REPORT-SUB)
003420             MOVE  AC-ARCHIVE-SEQ  TO  WS-LAST-SEQ(WS-REPORT-SUB)
003430         END-IF
003440     END-PERFORM.
003450 NOTE-SEQ-SEC-EX.
003460     EXIT.
003470/
003480*----------------------------------------------------------------
003490* a distribution line naming no report this step distributes,
003500* or no groups, is logged as not served rather than guessed at
003510*----------------------------------------------------------------
003520 CHECK-DIST-SEC   SECTION.
003530     PERFORM  VARYING  DST-IDX  FROM  1  BY  1
003540         UNTIL  DST-IDX  >  WS-DIST-COUNT
003550         MOVE  'N'  TO  WS-SELECT-SW
003560         PERFORM  VARYING  WS-REPORT-SUB  FROM  1  BY  1
003570             UNTIL  WS-REPORT-SUB  >  4
003580             IF  WS-DST-TAG(DST-IDX)  =  WS-RPT-TAG(WS-REPORT-SUB)
003590                 SET  LINE-SELECTED  TO  TRUE
003600             END-IF
003610         END-PERFORM
003620         IF  NOT  LINE-SELECTED
003630             MOVE  'NOT SERVED - UNKNOWN TAG'  TO  LD-RESULT
003640             PERFORM  LOG-UNSERVED-SEC
003650         ELSE
003660             IF  WS-DST-GROUPS(DST-IDX)  =  SPACES
003670                 MOVE  'NOT SERVED - NO GROUPS'  TO  LD-RESULT
003680                 PERFORM  LOG-UNSERVED-SEC
003690                 MOVE  SPACES  TO  WS-DST-TAG(DST-IDX)
003700             END-IF
003710         END-IF
003720     END-PERFORM.
003730 CHECK-DIST-SEC-EX.
003740     EXIT.
003750/
003760 LOG-UNSERVED-SEC SECTION.
003770     MOVE  WS-DST-RECIPIENT(DST-IDX)  TO  LD-RECIPIENT.
003780     MOVE  WS-DST-NAME(DST-IDX)       TO  LD-NAME.
003790     MOVE  WS-DST-TAG(DST-IDX)        TO  LD-TAG.
003800     MOVE  WS-DST-GROUPS(DST-IDX)     TO  LD-GROUPS.
003810     MOVE  SPACES                     TO  LD-PIECE.
003820     MOVE  LOG-DETAIL  TO  LOG-LINE.
003830     WRITE  LOG-LINE.
003840     ADD  1  TO  WS-SKIP-COUNT.
003850 LOG-UNSERVED-SEC-EX.
003860     EXIT.
003870/
003880*----------------------------------------------------------------
003890* one report: skipped whole when it did not run this cycle,
003900* otherwise one piece per distribution line naming its tag
003910*----------------------------------------------------------------
003920 BURST-REPORT-SEC SECTION.
003930     MOVE  WS-RPT-DDNAME(WS-REPORT-SUB)  TO  WS-REPORT-NAME.
003940     OPEN  INPUT  RPT-IN.
003950     IF  WS-RPTIN-STATUS  NOT =  '00'
003960         ADD  1  TO  WS-ABSENT-COUNT
003970         DISPLAY  'RPTBURST: ' WS-REPORT-NAME
003980                  ' NOT PRESENT THIS CYCLE - NOT DISTRIBUTED'
003990         GO TO  BURST-REPORT-SEC-EX
004000     END-IF.
004010     CLOSE  RPT-IN.
004020     PERFORM  VARYING  DST-IDX  FROM  1  BY  1
004030         UNTIL  DST-IDX  >  WS-DIST-COUNT
004040         IF  WS-DST-TAG(DST-IDX)  =  WS-RPT-TAG(WS-REPORT-SUB)
004050             PERFORM  BURST-ONE-SEC
004060         END-IF
004070     END-PERFORM.
004080 BURST-REPORT-SEC-EX.
004090     EXIT.
004100/
004110*----------------------------------------------------------------
004120* one recipient's piece of one report
004130*----------------------------------------------------------------
004140 BURST-ONE-SEC    SECTION.
004150     ADD  1  TO  WS-LAST-SEQ(WS-REPORT-SUB).
004160     MOVE  WS-RPT-TAG(WS-REPORT-SUB)   TO  WS-PC-TAG.
004170     MOVE  WS-CYCLE-DATE               TO  WS-PC-DATE.
004180     MOVE  WS-LAST-SEQ(WS-REPORT-SUB)  TO  WS-PC-SEQ.
004190     MOVE  SPACES  TO  WS-HEAD-TABLE.
004200     MOVE  0  TO  WS-PAGE-NO      WS-PIECE-LINES  WS-PIECE-BODY
004210                  WS-PIECE-GROUPS  WS-PIECE-RECORDS.
004220     MOVE  'N'  TO  WS-SECTION-SW.
004230     OPEN  INPUT   RPT-IN.
004240     OPEN  OUTPUT  PIECE-FILE.
004250     MOVE  'N'  TO  WS-EOF-SW.
004260     PERFORM  VARYING  WS-HEAD-SUB  FROM  1  BY  1
004270         UNTIL  WS-HEAD-SUB  >  WS-RPT-HEAD-LINES(WS-REPORT-SUB)
004280             OR  FILE-EOF
004290         READ  RPT-IN
004300             AT END  SET  FILE-EOF  TO  TRUE
004310             NOT AT END
004320                 MOVE  RPT-IN-REC  TO  WS-HEAD-LINE(WS-HEAD-SUB)
004330         END-READ
004340     END-PERFORM.
004350     PERFORM  PAGE-HEAD-SEC.
004360     PERFORM  UNTIL  FILE-EOF
004370         READ  RPT-IN
004380             AT END  SET  FILE-EOF  TO  TRUE
004390             NOT AT END
004400                 PERFORM  SELECT-LINE-SEC
004410                 IF  LINE-SELECTED
004420                     PERFORM  PUT-BODY-LINE-SEC
004430                 END-IF
004440         END-READ
004450     END-PERFORM.
004460     CLOSE  RPT-IN.
004470     IF  WS-PIECE-BODY  =  0
004480         MOVE  PC-NOTHING  TO  PIECE-REC
004490         PERFORM  PUT-PIECE-LINE-SEC
004500     END-IF.
004510     PERFORM  PAGE-FOOT-SEC.
004520     MOVE  'RECIPIENT TOTALS'  TO  PF-LABEL.
004530     MOVE  WS-PIECE-BODY       TO  PF-LINES.
004540     MOVE  WS-PIECE-GROUPS     TO  PF-GROUPS.
004550     MOVE  WS-PIECE-RECORDS    TO  PF-RECORDS.
004560     MOVE  PC-FOOT  TO  PIECE-REC.
004570     PERFORM  PUT-PIECE-LINE-SEC.
004580     CLOSE  PIECE-FILE.
004590     PERFORM  ADD-CATALOG-SEC.
004600     ADD  1  TO  WS-PIECE-COUNT.
004610     MOVE  WS-DST-RECIPIENT(DST-IDX)  TO  LD-RECIPIENT.
004620     MOVE  WS-DST-NAME(DST-IDX)       TO  LD-NAME.
004630     MOVE  WS-DST-TAG(DST-IDX)        TO  LD-TAG.
004640     MOVE  WS-DST-GROUPS(DST-IDX)     TO  LD-GROUPS.
004650     MOVE  WS-PIECE-NAME              TO  LD-PIECE.
004660     MOVE  SPACES                     TO  LD-RESULT.
004670     MOVE  WS-PIECE-BODY  TO  WS-EDIT-LINES.
004680     STRING  'DELIVERED '  DELIMITED BY SIZE
004690             WS-EDIT-LINES  DELIMITED BY SIZE
004700             ' LINES'       DELIMITED BY SIZE
004710         INTO  LD-RESULT
004720     END-STRING.
004730     MOVE  LOG-DETAIL  TO  LOG-LINE.
004740     WRITE  LOG-LINE.
004750 BURST-ONE-SEC-EX.
004760     EXIT.
004770/
004780*----------------------------------------------------------------
004790* is this report line in the recipient's piece - a whole-group
004800* ('*') recipient takes every line; otherwise only the group
004810* lines of the recipient's own codes
004820*----------------------------------------------------------------
004830 SELECT-LINE-SEC  SECTION.
004840     MOVE  'N'     TO  WS-SELECT-SW  WS-GROUP-LINE-SW.
004850     MOVE  SPACE   TO  WS-LINE-GROUP.
004860     MOVE  0       TO  WS-LINE-COUNT.
004870     EVALUATE  TRUE
004880         WHEN  RPT-GROUP-LINES(WS-REPORT-SUB)
004890             IF  RPT-IN-REC  NOT =  SPACES
004900                 SET   IS-GROUP-LINE  TO  TRUE
004910                 MOVE  RPT-IN-REC(1:1)   TO  WS-LINE-GROUP
004920                 MOVE  RPT-IN-REC(24:7)  TO  WS-ED-COUNT-7-X
004930                 MOVE  WS-ED-COUNT-7     TO  WS-LINE-COUNT
004940             END-IF
004950         WHEN  RPT-GROUP-SECTION(WS-REPORT-SUB)
004960             IF  RPT-IN-REC(1:3)  =  '-- '
004970                 IF  RPT-IN-REC(1:22)  =  WS-SECTION-START
004980                     SET   IN-GROUP-SECTION  TO  TRUE
004990                 ELSE
005000                     MOVE  'N'  TO  WS-SECTION-SW
005010                 END-IF
005020             ELSE
005030                 IF  IN-GROUP-SECTION
005040                     AND  RPT-IN-REC(1:6)  =  'GROUP '
005050                     SET   IS-GROUP-LINE  TO  TRUE
005060                     MOVE  RPT-IN-REC(7:1)   TO  WS-LINE-GROUP
005070                     MOVE  RPT-IN-REC(31:9)  TO  WS-ED-COUNT-9-X
005080                     MOVE  WS-ED-COUNT-9     TO  WS-LINE-COUNT
005090                 END-IF
005100             END-IF
005110         WHEN  OTHER
005120             CONTINUE
005130     END-EVALUATE.
005140     IF  WS-DST-GROUPS(DST-IDX)  =  '*'
005150         SET   LINE-SELECTED  TO  TRUE
005160         GO TO  SELECT-LINE-SEC-EX
005170     END-IF.
005180     IF  IS-GROUP-LINE  AND  WS-LINE-GROUP  NOT =  SPACE
005190         MOVE  0  TO  WS-GROUP-TALLY
005200         INSPECT  WS-DST-GROUPS(DST-IDX)
005210             TALLYING  WS-GROUP-TALLY  FOR  ALL  WS-LINE-GROUP
005220         IF  WS-GROUP-TALLY  >  0
005230             SET   LINE-SELECTED  TO  TRUE
005240         END-IF
005250     END-IF.
005260 SELECT-LINE-SEC-EX.
005270     EXIT.
005280/
005290 PUT-BODY-LINE-SEC  SECTION.
005300     IF  WS-PAGE-LINES  NOT <  WS-PAGE-SIZE
005310         PERFORM  PAGE-FOOT-SEC
005320         PERFORM  PAGE-HEAD-SEC
005330     END-IF.
005340     MOVE  RPT-IN-REC  TO  PIECE-REC.
005350     PERFORM  PUT-PIECE-LINE-SEC.
005360     ADD  1  TO  WS-PAGE-LINES  WS-PIECE-BODY.
005370     IF  IS-GROUP-LINE
005380         ADD  1              TO  WS-PAGE-GROUPS  WS-PIECE-GROUPS
005390         ADD  WS-LINE-COUNT  TO  WS-PAGE-RECORDS
005400                                 WS-PIECE-RECORDS
005410     END-IF.
005420 PUT-BODY-LINE-SEC-EX.
005430     EXIT.
005440/
005450*----------------------------------------------------------------
005460* the piece's own heading at the top of every page: who it is
005470* for, which report of which cycle, then the report's heading
005480*----------------------------------------------------------------
005490 PAGE-HEAD-SEC    SECTION.
005500     ADD  1  TO  WS-PAGE-NO.
005510     MOVE  0  TO  WS-PAGE-LINES  WS-PAGE-GROUPS  WS-PAGE-RECORDS.
005520     MOVE  WS-DST-RECIPIENT(DST-IDX)  TO  PH-RECIPIENT.
005530     MOVE  WS-DST-NAME(DST-IDX)       TO  PH-NAME.
005540     MOVE  WS-PAGE-NO                 TO  PH-PAGE.
005550     MOVE  PC-HEAD-1  TO  PIECE-REC.
005560     PERFORM  PUT-PIECE-LINE-SEC.
005570     MOVE  WS-REPORT-NAME             TO  PH-REPORT.
005580     MOVE  WS-CYCLE-DATE              TO  PH-CYCLE.
005590     MOVE  WS-DST-GROUPS(DST-IDX)     TO  PH-GROUPS.
005600     MOVE  WS-PIECE-NAME              TO  PH-PIECE.
005610     MOVE  PC-HEAD-2  TO  PIECE-REC.
005620     PERFORM  PUT-PIECE-LINE-SEC.
005630     MOVE  SPACES  TO  PIECE-REC.
005640     PERFORM  PUT-PIECE-LINE-SEC.
005650     PERFORM  VARYING  WS-HEAD-SUB  FROM  1  BY  1
005660         UNTIL  WS-HEAD-SUB  >  WS-RPT-HEAD-LINES(WS-REPORT-SUB)
005670         MOVE  WS-HEAD-LINE(WS-HEAD-SUB)  TO  PIECE-REC
005680         PERFORM  PUT-PIECE-LINE-SEC
005690     END-PERFORM.
005700 PAGE-HEAD-SEC-EX.
005710     EXIT.
005720/
005730 PAGE-FOOT-SEC    SECTION.
005740     MOVE  SPACES  TO  PIECE-REC.
005750     PERFORM  PUT-PIECE-LINE-SEC.
005760     MOVE  WS-PAGE-NO       TO  PL-PAGE.
005770     MOVE  PC-PAGE-LABEL    TO  PF-LABEL.
005780     MOVE  WS-PAGE-LINES    TO  PF-LINES.
005790     MOVE  WS-PAGE-GROUPS   TO  PF-GROUPS.
005800     MOVE  WS-PAGE-RECORDS  TO  PF-RECORDS.
005810     MOVE  PC-FOOT  TO  PIECE-REC.
005820     PERFORM  PUT-PIECE-LINE-SEC.
005830 PAGE-FOOT-SEC-EX.
005840     EXIT.
005850/
005860 PUT-PIECE-LINE-SEC  SECTION.
005870     WRITE  PIECE-REC.
005880     ADD  1  TO  WS-PIECE-LINES.
005890 PUT-PIECE-LINE-SEC-EX.
005900     EXIT.
005910/
005920*----------------------------------------------------------------
005930* the delivery on the catalog: EXTEND accumulates, the OUTPUT
005940* fallback primes RPTCAT the first time, the way ERRLOG primes
005950* its own log
005960*----------------------------------------------------------------
005970 ADD-CATALOG-SEC  SECTION.
005980     OPEN  EXTEND  RPTCAT-FILE.
005990     IF  WS-RPTCAT-STATUS  NOT =  '00'
006000         OPEN  OUTPUT  RPTCAT-FILE
006010     END-IF.
006020     MOVE  SPACES              TO  RPTCAT-REC.
006030     MOVE  WS-PIECE-NAME       TO  AC-ARCHIVE-NAME.
006040     MOVE  WS-CYCLE-DATE       TO  AC-RUN-DATE.
006050     MOVE  WS-PC-SEQ           TO  AC-GENERATION-SEQ.
006060     MOVE  WS-PIECE-LINES      TO  AC-REC-COUNT.
006070     MOVE  WS-DST-RECIPIENT(DST-IDX)  TO  AC-RECIPIENT.
006080     WRITE  RPTCAT-REC.
006090     CLOSE  RPTCAT-FILE.
006100 ADD-CATALOG-SEC-EX.
006110     EXIT.
006120/
006130 TERM-SEC         SECTION.
006140     DISPLAY  'RPTBURST: PIECES DELIVERED  ' WS-PIECE-COUNT.
006150     DISPLAY  'RPTBURST: LINES NOT SERVED  ' WS-SKIP-COUNT.
006160     DISPLAY  'RPTBURST: REPORTS NOT RUN   ' WS-ABSENT-COUNT.
006170     MOVE  'RPTBURST'            TO  JA-PROGRAM.
006180     MOVE  'PIECES DELIVERED'    TO  JA-COUNT-NAME.
006190     MOVE  WS-PIECE-COUNT        TO  JA-COUNT-VALUE.
006200     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
006210     IF  WS-SKIP-COUNT  >  0
006220         MOVE  4  TO  RETURN-CODE
006230     END-IF.
006240 TERM-SEC-EX.
006250     EXIT.
