000490             RECORD KEY    IS    NUM1  OF  V-REC01
000500             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000510                           WITH  DUPLICATES
000511             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000512                           WITH  DUPLICATES
000520             FILE STATUS   IS    WS-VOTFILE-STATUS.
000530     SELECT  DRILL-RPT    ASSIGN TO   DRDRILL
000540             ORGANIZATION  IS    LINE SEQUENTIAL.
000550
000555     COPY  keylay.
000560 DATA             DIVISION.
000570 FILE             SECTION.
000580 FD      ARCCAT-FILE.
000600     COPY  arccat.
000610
000620 FD      ARCH-IN
000630         RECORD CONTAINS  :REC-LEN:  CHARACTERS.
000640 01      ARCH-IN-REC.
000650     COPY  vfile.
000660 01      ARCH-HTR-REC  REDEFINES  ARCH-IN-REC.
000670     03  AHTR-KEY                     PIC  9(:KEY-LEN:).
000680     03  AHTR-ID                      PIC  X(04).
000690       88  AHTR-IS-HEADER                   VALUE 'HDR1'.
000700       88  AHTR-IS-TRAILER                  VALUE 'TRL1'.
000710     03  FILLER                       PIC  X(:TAIL-4:).
000720
000730 FD      JRNCAT-FILE.
000740 01      JRNCAT-REC.
000900     03  JL-TIME                      PIC  9(08).
000910     03  JL-PROGRAM                   PIC  X(08).
000920     03  JL-OPERATOR                  PIC  X(08).
000930     03  JL-NUM1                      PIC  9(:KEY-LEN:).
000940     03  JL-BEFORE-IMAGE              PIC  X(:REC-LEN:).
000943     03  JL-AFTER-IMAGE               PIC  X(:REC-LEN:).
000946     03  JL-CHAIN-SEQ                  PIC  9(09).
000950     03  JL-CHAIN-HASH                 PIC  9(18).
000960
000970 FD      SCRATCH-FILE
000980         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
000990         DEPENDING ON  S-LL.
001000 01      S-REC01.
001010     COPY  vfile.
001020 01      S-HTR-REC  REDEFINES  S-REC01.
001030     03  SHTR-KEY                     PIC  9(:KEY-LEN:).
001040     03  SHTR-ID                      PIC  X(04).
001050       88  SHTR-IS-HEADER                   VALUE 'HDR1'.
001060       88  SHTR-IS-TRAILER                  VALUE 'TRL1'.
001070     03  FILLER                       PIC  X(:TAIL-4:).
001080
001090 FD      V-OTFILE
001100         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
001110         DEPENDING ON  V-LL.
001120 01      V-REC01.
001130     COPY  vfile.
001750 01  RPT-TOTAL.
001760   03  RPT-TOT-LABEL           PIC  X(30).
001770   03  RPT-TOT-VALUE           PIC  ZZZZZZ9.
001773
001776 01  WS-KEYMODE-PARM.
001780     COPY  keymode.
001790 PROCEDURE        DIVISION.
001791 MAIN-SEC         SECTION.
001792*    the stores must carry the key layout this program is built
001793*    for - see KEYMODE
001794     MOVE  'VDRDRILL'  TO  KM-PROGRAM.
001795     MOVE  0           TO  KM-RUN-DATE.
001796     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
001797     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
001798     IF  KM-REFUSE
001799         MOVE  16  TO  RETURN-CODE
001800         STOP RUN
001805     END-IF.
001810     OPEN  OUTPUT  DRILL-RPT.
001820     PERFORM  FIND-ARCHIVE-SEC.
001830     IF  NOT  CAT-FOUND
002410             NOT AT END
002420                 EVALUATE  TRUE
002430                     WHEN  AHTR-IS-HEADER
002440                         MOVE  :REC-MIN: TO  S-LL
002450                     WHEN  AHTR-IS-TRAILER
002460                         MOVE  :REC-MIN: TO  S-LL
002470                     WHEN  OTHER
002480                         MOVE  LENGTH OF S-REC01  TO  S-LL
002490                 END-EVALUATE
