000260             RECORD KEY    IS   NUM1  OF  F-KSDS-REC
000270             FILE STATUS   IS   WS-FKSDS-STATUS.
000280
000285     COPY  keylay.
000290 DATA             DIVISION.
000300 FILE             SECTION.
000310 FD      F-OTFILE.
000320 01      F-REC01.
000330     COPY  ffile.
000340 01      F-HTR-REC  REDEFINES  F-REC01.
000350     03  FHTR-KEY                     PIC  9(:KEY-LEN:).
000360     03  FHTR-ID                      PIC  X(04).
000370       88  FHTR-IS-HEADER                   VALUE 'HDR1'.
000380       88  FHTR-IS-TRAILER                  VALUE 'TRL1'.
000390     03  FHTR-RUN-DATE                PIC  X(08).
000400     03  FHTR-RECORD-COUNT            PIC  9(07).
000410     03  FHTR-HASH-TOTAL              PIC  9(09).
000420     03  FILLER                       PIC  X(:TAIL-28:).
000430
000440 FD      F-KSDS-FILE.
000450 01      F-KSDS-REC.
000600 01     WS-COUNTERS.
000610   03   WS-LOAD-COUNT       PIC  9(07)  COMP  VALUE  0.
000620   03   WS-XCP-COUNT        PIC  9(07)  COMP  VALUE  0.
000623
000626 01  WS-KEYMODE-PARM.
000630     COPY  keymode.
000640 PROCEDURE        DIVISION.
000641 MAIN-SEC         SECTION.
000642*    the stores must carry the key layout this program is built
000643*    for - see KEYMODE
000644     MOVE  'FREBLD'    TO  KM-PROGRAM.
000645     MOVE  0           TO  KM-RUN-DATE.
000646     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
000647     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
000648     IF  KM-REFUSE
000649         MOVE  16  TO  RETURN-CODE
000650         STOP RUN
000655     END-IF.
000660     PERFORM  INIT-SEC.
000670     PERFORM  LOAD-SEC  UNTIL  FOTFILE-EOF.
000680     PERFORM  TERM-SEC.
