000110* writes every matching detail to the FGEXTR extract in the
000120* FFILE layout, with a found/extracted count per group on the
000130* FGEXTRPT report - replacing the full-file scans that held the
000140* VFILE lock for the duration of a sequential pass. records
000141* marked deleted (REC-STATUS 'D') are left out of the extract
000142* and counted as excluded.
000150*----------------------------------------------------------------
000160 ENVIRONMENT      DIVISION.
000170 INPUT-OUTPUT     SECTION.
000250             RECORD KEY    IS    NUM1  OF  V-REC01
000260             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000270                           WITH  DUPLICATES
000271             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000272                           WITH  DUPLICATES
000280             FILE STATUS   IS    WS-VOTFILE-STATUS.
000290     SELECT  EXTRACT-OUT ASSIGN TO   FGEXTR
000300             ORGANIZATION  IS    SEQUENTIAL
000320     SELECT  EXTR-RPT    ASSIGN TO   FGEXTRPT
000330             ORGANIZATION  IS    LINE SEQUENTIAL.
000340
000345     COPY  keylay.
000350 DATA             DIVISION.
000360 FILE             SECTION.
000370 FD      REQ-FILE.
000390     03  RQ-GROUP                     PIC  X(01).
000400
000410 FD      V-OTFILE
000420         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
000430         DEPENDING ON  V-LL.
000440 01      V-REC01.
000450     COPY  vfile.
000460 01      V-HTR-REC  REDEFINES  V-REC01.
000470     03  HTR-KEY                      PIC  9(:KEY-LEN:).
000480     03  HTR-ID                       PIC  X(04).
000490       88  HTR-IS-HEADER                    VALUE 'HDR1'.
000500       88  HTR-IS-TRAILER                   VALUE 'TRL1'.
000510     03  FILLER                       PIC  X(:TAIL-4:).
000520
000530 FD      EXTRACT-OUT
000540         RECORD CONTAINS  :REC-LEN:  CHARACTERS.
000550 01      EXTRACT-REC.
000560     COPY  ffile.
000570
000770   03  WS-REQ-COUNT            PIC  9(05)  COMP  VALUE  0.
000780   03  WS-GROUP-HITS           PIC  9(07)  COMP  VALUE  0.
000790   03  WS-EXTRACT-COUNT        PIC  9(07)  COMP  VALUE  0.
000795   03  WS-DELETED-COUNT        PIC  9(07)  COMP  VALUE  0.
000800
000810 01  WS-GROUP-CODE             PIC  X(01).
000820
000910   03  RPT-GROUP               PIC  X(01).
000920   03  FILLER                  PIC  X(12)  VALUE  ' EXTRACTED ='.
000930   03  RPT-COUNT               PIC  ZZZZZZ9.
000933
000936 01  WS-KEYMODE-PARM.
000940     COPY  keymode.
000950 PROCEDURE        DIVISION.
000951 MAIN-SEC         SECTION.
000952*    the stores must carry the key layout this program is built
000953*    for - see KEYMODE
000954     MOVE  'FGEXTR'    TO  KM-PROGRAM.
000955     MOVE  0           TO  KM-RUN-DATE.
000956     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
000957     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
000958     IF  KM-REFUSE
000959         MOVE  16  TO  RETURN-CODE
000960         STOP RUN
000965     END-IF.
000970*    serialize on the cluster before reading it - see RESLOCK;
000980*    the keyed path holds it only for the groups requested
000990     SET   RL-ENQ     TO  TRUE.
001760             IF  GROUP-1  OF  V-REC01  =  WS-GROUP-CODE
001770                 IF  NOT  HTR-IS-HEADER
001780                     AND  NOT  HTR-IS-TRAILER
001782                   IF  REC-DELETED  OF  V-REC01
001784                     ADD  1  TO  WS-DELETED-COUNT
001786                   ELSE
001790                     MOVE  V-REC01  TO  EXTRACT-REC
001800                     WRITE  EXTRACT-REC
001810                     ADD  1  TO  WS-GROUP-HITS
001820                     ADD  1  TO  WS-EXTRACT-COUNT
001825                   END-IF
001830                 END-IF
001840             ELSE
001850                 SET  GROUP-BROWSE-DONE  TO  TRUE
002000     CLOSE  EXTR-RPT.
002010     DISPLAY  'FGEXTR: GROUPS REQUESTED  ' WS-REQ-COUNT.
002020     DISPLAY  'FGEXTR: RECORDS EXTRACTED ' WS-EXTRACT-COUNT.
002025     DISPLAY  'FGEXTR: DELETED EXCLUDED  ' WS-DELETED-COUNT.
002030     MOVE  'FGEXTR  '            TO  JA-PROGRAM.
002040     MOVE  'RECORDS EXTRACTED'   TO  JA-COUNT-NAME.
002050     MOVE  WS-EXTRACT-COUNT      TO  JA-COUNT-VALUE.
