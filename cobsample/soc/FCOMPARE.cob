000280     SELECT  CHG-RPT    ASSIGN TO    FCOMPRPT
000290             ORGANIZATION  IS    LINE SEQUENTIAL.
000300
000305     COPY  keylay.
000310 DATA             DIVISION.
000320 FILE             SECTION.
000330 FD      ARCCAT-FILE.
000380 01      F-REC01.
000390     COPY  ffile.
000400 01      F-HTR-REC  REDEFINES  F-REC01.
000410     03  FHTR-KEY                     PIC  9(:KEY-LEN:).
000420     03  FHTR-ID                      PIC  X(04).
000430       88  FHTR-IS-HEADER                   VALUE 'HDR1'.
000440       88  FHTR-IS-TRAILER                  VALUE 'TRL1'.
000450     03  FILLER                       PIC  X(:TAIL-4:).
000460
000470 FD      F-ARCHIVE
000480         RECORD CONTAINS  :REC-LEN:  CHARACTERS.
000490 01      A-REC01.
000500     COPY  ffile.
000510 01      A-HTR-REC  REDEFINES  A-REC01.
000520     03  AHTR-KEY                     PIC  9(:KEY-LEN:).
000530     03  AHTR-ID                      PIC  X(04).
000540       88  AHTR-IS-HEADER                   VALUE 'HDR1'.
000550       88  AHTR-IS-TRAILER                  VALUE 'TRL1'.
000560     03  FILLER                       PIC  X(:TAIL-4:).
000570
000580 FD      CHG-RPT.
000590 01      RPT-LINE                     PIC  X(80).
000930 01  RPT-TOTAL.
000940   03  RPT-TOT-LABEL           PIC  X(20).
000950   03  RPT-TOT-VALUE           PIC  ZZZZZZ9.
000953
000956 01  WS-KEYMODE-PARM.
000960     COPY  keymode.
000970 PROCEDURE        DIVISION.
000971 MAIN-SEC         SECTION.
000972*    the stores must carry the key layout this program is built
000973*    for - see KEYMODE
000974     MOVE  'FCOMPARE'  TO  KM-PROGRAM.
000975     MOVE  0           TO  KM-RUN-DATE.
000976     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
000977     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
000978     IF  KM-REFUSE
000979         MOVE  16  TO  RETURN-CODE
000980         STOP RUN
000985     END-IF.
000990     PERFORM  FIND-ARCHIVE-SEC.
001000     IF  NOT  CAT-FOUND
001010         DISPLAY  'FCOMPARE: NO FARC GENERATION CATALOGUED'
