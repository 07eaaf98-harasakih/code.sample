000230             RECORD KEY    IS    NUM1  OF  V-REC01
000240             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000250                           WITH  DUPLICATES
000251             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000252                           WITH  DUPLICATES
000260             FILE STATUS   IS    WS-VOTFILE-STATUS.
000270     SELECT  F-KSDS-FILE ASSIGN TO   FKSDS
000280             ORGANIZATION  IS    INDEXED
000320     SELECT  AUDIT-RPT   ASSIGN TO   VFKAUDIT
000330             ORGANIZATION  IS    LINE SEQUENTIAL.
000340
000345     COPY  keylay.
000350 DATA             DIVISION.
000360 FILE             SECTION.
000370 FD      V-OTFILE
000380         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
000390         DEPENDING ON  V-LL.
000400 01      V-REC01.
000410     COPY  vfile.
000420 01      V-HTR-REC  REDEFINES  V-REC01.
000430     03  HTR-KEY                      PIC  9(:KEY-LEN:).
000440     03  HTR-ID                       PIC  X(04).
000450       88  HTR-IS-HEADER                    VALUE 'HDR1'.
000460       88  HTR-IS-TRAILER                   VALUE 'TRL1'.
000470     03  FILLER                       PIC  X(:TAIL-4:).
000480
000490 FD      F-KSDS-FILE.
000500 01      F-KSDS-REC.
000510     COPY  ffile.
000520 01      F-HTR-REC  REDEFINES  F-KSDS-REC.
000530     03  FHTR-KEY                     PIC  9(:KEY-LEN:).
000540     03  FHTR-ID                      PIC  X(04).
000550       88  FHTR-IS-HEADER                   VALUE 'HDR1'.
000560       88  FHTR-IS-TRAILER                  VALUE 'TRL1'.
000570     03  FILLER                       PIC  X(:TAIL-4:).
000580
000590 FD      AUDIT-RPT.
000600 01      RPT-LINE                     PIC  X(80).
000950 01  RPT-TOTAL.
000960   03  RPT-TOT-LABEL           PIC  X(30).
000970   03  RPT-TOT-VALUE           PIC  ZZZZZZ9.
000973
000976 01  WS-KEYMODE-PARM.
000980     COPY  keymode.
000990 PROCEDURE        DIVISION.
000991 MAIN-SEC         SECTION.
000992*    the stores must carry the key layout this program is built
000993*    for - see KEYMODE
000994     MOVE  'VFKAUDIT'  TO  KM-PROGRAM.
000995     MOVE  0           TO  KM-RUN-DATE.
000996     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
000997     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
000998     IF  KM-REFUSE
000999         MOVE  16  TO  RETURN-CODE
001000         STOP RUN
001005     END-IF.
001010*    serialize on the cluster before reading it - see RESLOCK
001020     SET   RL-ENQ     TO  TRUE.
001030     MOVE  'VFILE'    TO  RL-RESOURCE.
