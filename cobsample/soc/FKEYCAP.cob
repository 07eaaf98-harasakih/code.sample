000220             RECORD KEY    IS    NUM1  OF  V-REC01
000230             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000240                           WITH  DUPLICATES
000241             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000242                           WITH  DUPLICATES
000250             FILE STATUS   IS    WS-VOTFILE-STATUS.
000260     SELECT  CAP-RPT   ASSIGN TO    FKEYCAP
000270             ORGANIZATION  IS    LINE SEQUENTIAL.
000280
000285     COPY  keylay.
000290 DATA             DIVISION.
000300 FILE             SECTION.
000310 FD      V-OTFILE
000320         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
000330         DEPENDING ON  V-LL.
000340 01      V-REC01.
000350     COPY  vfile.
000360 01      V-HTR-REC  REDEFINES  V-REC01.
000370     03  HTR-KEY                      PIC  9(:KEY-LEN:).
000380     03  HTR-ID                       PIC  X(04).
000390       88  HTR-IS-HEADER                    VALUE 'HDR1'.
000400       88  HTR-IS-TRAILER                   VALUE 'TRL1'.
000410     03  FILLER                       PIC  X(:TAIL-4:).
000420
000430 FD      CAP-RPT.
000440 01      RPT-LINE                     PIC  X(80).
001010   03  RPT-GAP-TO              PIC  9(04).
001020   03  FILLER                  PIC  X(07)  VALUE  ' KEYS ='.
001030   03  RPT-GAP-SIZE            PIC  ZZZZ9.
001033
001036 01  WS-KEYMODE-PARM.
001040     COPY  keymode.
001050 PROCEDURE        DIVISION.
001051 MAIN-SEC         SECTION.
001052*    the stores must carry the key layout this program is built
001053*    for - see KEYMODE
001054     MOVE  'FKEYCAP'   TO  KM-PROGRAM.
001055     MOVE  0           TO  KM-RUN-DATE.
001056     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
001057     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
001058     IF  KM-REFUSE
001059         MOVE  16  TO  RETURN-CODE
001060         STOP RUN
001065     END-IF.
001070     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
001080     IF  WS-PARM-LINE(1:3)  IS  NUMERIC
001090         AND  WS-PARM-LINE(1:3)  NOT =  ZERO
