000390     SELECT  SMOKE-RPT  ASSIGN TO   SMOKERPT
000400             ORGANIZATION  IS    LINE SEQUENTIAL.
000410
000415     COPY  keylay.
000420 DATA             DIVISION.
000430 FILE             SECTION.
000440 FD      EXPECT-FILE.
000500 01      F-REC01.
000510     COPY  ffile.
000520 01      F-HTR-REC  REDEFINES  F-REC01.
000530     03  FHTR-KEY                     PIC  9(:KEY-LEN:).
000540     03  FHTR-ID                      PIC  X(04).
000550       88  FHTR-IS-HEADER                   VALUE 'HDR1'.
000560       88  FHTR-IS-TRAILER                  VALUE 'TRL1'.
000570     03  FHTR-RUN-DATE                PIC  X(08).
000580     03  FHTR-RECORD-COUNT            PIC  9(07).
000590     03  FHTR-HASH-TOTAL              PIC  9(09).
000600     03  FILLER                       PIC  X(:TAIL-28:).
000610
000620 FD      REJ-IN.
000630 01      REJ-REC                      PIC  X(80).
001230   03  RPT-EXPECTED            PIC  ZZZZZZZZ9.
001240   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001250   03  RPT-OBSERVED            PIC  ZZZZZZZZ9.
001253
001256 01  WS-KEYMODE-PARM.
001260     COPY  keymode.
001270 PROCEDURE        DIVISION.
001271 MAIN-SEC         SECTION.
001272*    the stores must carry the key layout this program is built
001273*    for - see KEYMODE
001274     MOVE  'SMOKETST'  TO  KM-PROGRAM.
001275     MOVE  0           TO  KM-RUN-DATE.
001276     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
001277     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
001278     IF  KM-REFUSE
001279         MOVE  16  TO  RETURN-CODE
001280         STOP RUN
001285     END-IF.
001290     PERFORM  LOAD-EXPECT-SEC.
001300     IF  WS-EXPECT-COUNT  =  0
001310         DISPLAY  'SMOKETST: NO EXPECTATIONS - NOTHING TO PROVE'
