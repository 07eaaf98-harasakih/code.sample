000090* 4-digit NUM1 per line); each key is read directly against
000100* FKSDS, found records are written to the FKEXTR extract in the
000110* FFILE layout, and keys not on file are reported to FKLOOKRPT
000120* with a count, replacing the grep-like full-file passes. a
000121* key whose record is marked deleted (REC-STATUS 'D') is not
000122* extracted - it is reported as deleted with the other misses.
000130*----------------------------------------------------------------
000140 ENVIRONMENT      DIVISION.
000150 INPUT-OUTPUT     SECTION.
000280     SELECT  LOOK-RPT    ASSIGN TO   FKLOOKRPT
000290             ORGANIZATION  IS    LINE SEQUENTIAL.
000300
000305     COPY  keylay.
000310 DATA             DIVISION.
000320 FILE             SECTION.
000330 FD      REQ-FILE.
000390     COPY  ffile.
000400
000410 FD      EXTRACT-OUT
000420         RECORD CONTAINS  :REC-LEN:  CHARACTERS.
000430 01      EXTRACT-REC.
000440     COPY  ffile.
000450
000620   03  WS-FOUND-COUNT          PIC  9(07)  COMP  VALUE  0.
000630   03  WS-NOTFOUND-COUNT       PIC  9(07)  COMP  VALUE  0.
000640   03  WS-BADKEY-COUNT         PIC  9(07)  COMP  VALUE  0.
000645   03  WS-DELETED-COUNT        PIC  9(07)  COMP  VALUE  0.
000650
000660 01  RPT-FMT.
000670   03  RPT-NUM1                PIC  X(04).
000700
000710 01  WS-JOBACCT-PARM.
000720     COPY  jobacct.
000723
000726 01  WS-KEYMODE-PARM.
000730     COPY  keymode.
000740 PROCEDURE        DIVISION.
000741 MAIN-SEC         SECTION.
000742*    the stores must carry the key layout this program is built
000743*    for - see KEYMODE
000744     MOVE  'FKLOOKUP'  TO  KM-PROGRAM.
000745     MOVE  0           TO  KM-RUN-DATE.
000746     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
000747     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
000748     IF  KM-REFUSE
000749         MOVE  16  TO  RETURN-CODE
000750         STOP RUN
000755     END-IF.
000760     PERFORM  INIT-SEC.
000770     PERFORM  LOOKUP-SEC  UNTIL  REQ-EOF.
000780     PERFORM  TERM-SEC.
001170                 MOVE  'NOT ON FKSDS'  TO  RPT-REASON
001180                 PERFORM  REPORT-KEY-SEC
001220             NOT INVALID KEY
001222               IF  REC-DELETED  OF  F-KSDS-REC
001224                 ADD  1  TO  WS-DELETED-COUNT
001226                 MOVE  'RECORD IS DELETED'  TO  RPT-REASON
001228                 PERFORM  REPORT-KEY-SEC
001229               ELSE
001230                 ADD  1  TO  WS-FOUND-COUNT
001240                 MOVE  F-KSDS-REC  TO  EXTRACT-REC
001250                 WRITE  EXTRACT-REC
001255               END-IF
001260         END-READ
001270     ELSE
001280         ADD  1  TO  WS-BADKEY-COUNT
001380     WRITE  RPT-LINE.
001382 REPORT-KEY-SEC-EX.
001384     EXIT.
001387/
001390 TERM-SEC         SECTION.
001400     IF  WS-REQ-STATUS  =  '00'  OR  WS-REQ-STATUS  =  '10'
001410         CLOSE  REQ-FILE
001470     CLOSE  LOOK-RPT.
001480     DISPLAY  'FKLOOKUP: KEYS REQUESTED ' WS-REQ-COUNT.
001490     DISPLAY  'FKLOOKUP: KEYS FOUND     ' WS-FOUND-COUNT.
001495     DISPLAY  'FKLOOKUP: KEYS DELETED   ' WS-DELETED-COUNT.
001500     DISPLAY  'FKLOOKUP: KEYS NOT FOUND ' WS-NOTFOUND-COUNT.
001510     DISPLAY  'FKLOOKUP: KEYS NOT VALID ' WS-BADKEY-COUNT.
001520     MOVE  'FKLOOKUP'            TO  JA-PROGRAM.
