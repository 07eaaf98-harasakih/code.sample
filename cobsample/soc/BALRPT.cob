000200             ACCESS MODE   IS    DYNAMIC
000210             RECORD KEY    IS    NUM1  OF  V-REC01
000211             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000212                           WITH  DUPLICATES
000213             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000214                           WITH  DUPLICATES.
000220     SELECT  F-OTFILE  ASSIGN TO     FFILE
000230             ORGANIZATION  IS    SEQUENTIAL.
000240     SELECT  RUNLOG-FILE  ASSIGN TO   RUNLOG
000260     SELECT  BAL-RPT     ASSIGN TO   BALANCE
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
000410     03  HTR-RUN-DATE                 PIC  X(08).
000420     03  HTR-RECORD-COUNT             PIC  9(07).
000430     03  HTR-HASH-TOTAL               PIC  9(09).
000440     03  FILLER                       PIC  X(:TAIL-28:).
000450
000460 FD      F-OTFILE.
000470 01      F-REC01.
000480     COPY  ffile.
000490 01      F-HTR-REC  REDEFINES  F-REC01.
000500     03  FHTR-KEY                     PIC  9(:KEY-LEN:).
000510     03  FHTR-ID                      PIC  X(04).
000520       88  FHTR-IS-HEADER                   VALUE 'HDR1'.
000530       88  FHTR-IS-TRAILER                  VALUE 'TRL1'.
000540     03  FHTR-RUN-DATE                PIC  X(08).
000550     03  FHTR-RECORD-COUNT            PIC  9(07).
000560     03  FHTR-HASH-TOTAL              PIC  9(09).
000570     03  FILLER                       PIC  X(:TAIL-28:).
000580
000590 FD      RUNLOG-FILE.
000600 01      RUNLOG-REC.
000970 01     RPT-CLEAN.
000980   03   FILLER            PIC  X(40)  VALUE
000990        'BALRPT: RUN BALANCED - NO EXCEPTIONS'.
000993
000996 01  WS-KEYMODE-PARM.
001000     COPY  keymode.
001001 PROCEDURE        DIVISION.
001002 MAIN-SEC         SECTION.
001003*    the stores must carry the key layout this program is built
001004*    for - see KEYMODE
001005     MOVE  'BALRPT'    TO  KM-PROGRAM.
001006     MOVE  0           TO  KM-RUN-DATE.
001007     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
001008     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
001009     IF  KM-REFUSE
001010         MOVE  16  TO  RETURN-CODE
001011         STOP RUN
001020     END-IF.
001021*    serialize on the cluster before touching it - see RESLOCK
001022     SET   RL-ENQ     TO  TRUE.
001023     MOVE  'VFILE'    TO  RL-RESOURCE.
001027         DISPLAY  'BALRPT: VFILE IS HELD BY '
001028                  RL-CURRENT-HOLDER  ' - RUN ABANDONED'
001029         MOVE  16  TO  RETURN-CODE
001031         STOP RUN
001033     END-IF.
001035     PERFORM  INIT-SEC.
001040     PERFORM  FIND-V-TRAILER-SEC.
001050     PERFORM  FIND-F-TRAILER-SEC.
001060     PERFORM  CHECK-V-SEC.
