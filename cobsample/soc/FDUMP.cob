000300*                   only
000310*   positions 16-22 last record to print (7 digits, 0 = all;
000320*                   ignored in the keyed form)
000322*   positions 23-30 the operator running the dump: VFILE
000324*                   records pass through the shared VIEWMASK
000326*                   routine, so REC-DATA prints masked (with a
000328*                   line saying so) unless the operator holds
000329*                   the 'V' view code on VAUTH
000330*----------------------------------------------------------------
000340 ENVIRONMENT      DIVISION.
000350 INPUT-OUTPUT     SECTION.
000580     SELECT  DUMP-RPT  ASSIGN TO    FDUMPRPT
000590             ORGANIZATION  IS    LINE SEQUENTIAL.
000600
000605     COPY  keylay.
000610 DATA             DIVISION.
000620 FILE             SECTION.
000630 FD      DUMP-IN
000730     03  DB-PACK05                    PIC  S9(05)  COMP-3.
000740
000750 FD      DUMP-INF
000760         RECORD CONTAINS  :REC-LEN:  CHARACTERS.
000770 01      D-VREC.
000780     COPY  vfile.
000790
000800 FD      DUMP-KSD
000810         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
000820         DEPENDING ON  WS-KSD-LL.
000830 01      DK-VREC.
000840     COPY  vfile.
001050     88  DUMP-EOF                   VALUE  'Y'.
001060
001070 01  WS-PARM-AREA.
001080   03  WS-PARM-LINE            PIC  X(30).
001090   03  WS-LAYOUT               PIC  X(08).
001100     88  WS-LAY-VFILE               VALUE 'VFILE   '.
001110     88  WS-LAY-SORTREC             VALUE 'SORTREC '.
001290     COPY  chkptrec.
001300 01  WS-ARCCAT-R.
001310     COPY  arccat.
001320 01  WS-VIEWMASK-PARM.
001322     COPY  viewmask.
001324
001330*----------------------------------------------------------------
001340* the edited views and the hex work area, the VONLINE shapes
001350*----------------------------------------------------------------
001530   03  RPT-FLD-VALUE           PIC  X(72).
001540   03  FILLER                  PIC  X(05)  VALUE  ' HEX='.
001550   03  RPT-FLD-HEX             PIC  X(40).
001553
001556 01  WS-KEYMODE-PARM.
001560     COPY  keymode.
001570 PROCEDURE        DIVISION.
001571 MAIN-SEC         SECTION.
001572*    the stores must carry the key layout this program is built
001573*    for - see KEYMODE
001574     MOVE  'FDUMP'     TO  KM-PROGRAM.
001575     MOVE  0           TO  KM-RUN-DATE.
001576     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
001577     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
001578     IF  KM-REFUSE
001579         MOVE  16  TO  RETURN-CODE
001580         STOP RUN
001585     END-IF.
001590     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
001600     MOVE  WS-PARM-LINE(1:8)  TO  WS-LAYOUT.
001610     IF  WS-PARM-LINE(9:1)  =  'K'
001720             MOVE  WS-PARM-LINE(16:7)  TO  WS-TO-REC
001730         END-IF
001740     END-IF.
001745     MOVE  WS-PARM-LINE(23:8)  TO  VM-OPERATOR.
001750     OPEN  OUTPUT  DUMP-RPT.
001760     MOVE  SPACES  TO  RPT-LINE.
001770     STRING  'FORMATTED DUMP - LAYOUT '  DELIMITED BY SIZE
003430* panels, off a batch file instead of the terminal
003440*----------------------------------------------------------------
003450 SHOW-VFILE-SEC   SECTION.
003452     MOVE  D-VREC    TO  VM-IMAGE.
003454     CALL  'VIEWMASK'  USING  WS-VIEWMASK-PARM.
003456     MOVE  VM-IMAGE  TO  D-VREC.
003460     MOVE  'NUM1      '           TO  RPT-FLD-NAME.
003470     MOVE  NUM1  OF  D-VREC       TO  RPT-FLD-VALUE.
003480     PERFORM  WRITE-FLD-SEC.
003490     MOVE  'REC-DATA  '           TO  RPT-FLD-NAME.
003500     MOVE  REC-DATA  OF  D-VREC   TO  RPT-FLD-VALUE.
003510     PERFORM  WRITE-FLD-SEC.
003512     IF  VM-MASKED
003514         MOVE  VM-NOTE  TO  RPT-LINE
003516         WRITE  RPT-LINE
003518     END-IF.
003520     MOVE  'NUM2      '           TO  RPT-FLD-NAME.
003530     MOVE  NUM2  OF  D-VREC       TO  RPT-FLD-VALUE.
003540     PERFORM  WRITE-FLD-SEC.
004150     MOVE  'RUN-ID    '           TO  RPT-FLD-NAME.
004160     MOVE  RUN-ID  OF  D-VREC     TO  RPT-FLD-VALUE.
004170     PERFORM  WRITE-FLD-SEC.
004172     MOVE  'REC-STATUS'           TO  RPT-FLD-NAME.
004174     MOVE  REC-STATUS  OF  D-VREC TO  RPT-FLD-VALUE.
004176     PERFORM  WRITE-FLD-SEC.
004177     MOVE  'STATUS-DT '           TO  RPT-FLD-NAME.
004178     MOVE  REC-STATUS-DATE  OF  D-VREC
004179           TO  RPT-FLD-VALUE.
004180     PERFORM  WRITE-FLD-SEC.
004181     MOVE  'ENTITY    '           TO  RPT-FLD-NAME.
004182     MOVE  ENTITY-CODE  OF  D-VREC
004183           TO  RPT-FLD-VALUE.
004184     PERFORM  WRITE-FLD-SEC.
004185 SHOW-VFILE-SEC-EX.
004190     EXIT.
004200/
004210 SHOW-SORTREC-SEC SECTION.
005350     MOVE  'REC-COUNT '           TO  RPT-FLD-NAME.
005360     MOVE  AC-REC-COUNT           TO  RPT-FLD-VALUE.
005370     PERFORM  WRITE-FLD-SEC.
005371     MOVE  'ENTITY    '           TO  RPT-FLD-NAME.
005372     MOVE  AC-ENTITY              TO  RPT-FLD-VALUE.
005373     PERFORM  WRITE-FLD-SEC.
005374     MOVE  'RECIPIENT '           TO  RPT-FLD-NAME.
005375     MOVE  AC-RECIPIENT           TO  RPT-FLD-VALUE.
005376     PERFORM  WRITE-FLD-SEC.
005380 SHOW-ARCCAT-SEC-EX.
005390     EXIT.
