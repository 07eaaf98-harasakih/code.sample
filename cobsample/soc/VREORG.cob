000166* elapsed unload/reload seconds, and the verify verdict - to the
000168* permanent REORGHST history file, which is what the VREORGAD
000169* advisor trends to say when the next reorg is actually due.
000170*
000171* each detail record's checksum (see RECSUM) is proven as it is
000172* reloaded. a record written before checksums existed is sealed
000173* on the way in; a record whose content no longer matches its
000174* stored checksum is reloaded exactly as it was - the reorg
000175* does not launder damage - but is listed by key and counted,
000176* and the job ends with at least RC 4 so it is looked at.
000177*----------------------------------------------------------------
000180 ENVIRONMENT      DIVISION.
000190 INPUT-OUTPUT     SECTION.
000200 FILE-CONTROL.
000240             RECORD KEY    IS    NUM1  OF  V-REC01
000250             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000260                           WITH  DUPLICATES
000261             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000262                           WITH  DUPLICATES
000270             FILE STATUS   IS    WS-VOTFILE-STATUS.
000280     SELECT  UNLOAD-FILE ASSIGN TO   VUNLOAD
000290             ORGANIZATION  IS    SEQUENTIAL
000304             ORGANIZATION  IS    LINE SEQUENTIAL
000306             FILE STATUS   IS    WS-HIST-STATUS.
000310
000315     COPY  keylay.
000320 DATA             DIVISION.
000330 FILE             SECTION.
000340 FD      V-OTFILE
000350         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
000360         DEPENDING ON  V-LL.
000370 01      V-REC01.
000380     COPY  vfile.
000390 01      V-HTR-REC  REDEFINES  V-REC01.
000400     03  HTR-KEY                      PIC  9(:KEY-LEN:).
000410     03  HTR-ID                       PIC  X(04).
000420       88  HTR-IS-HEADER                    VALUE 'HDR1'.
000430       88  HTR-IS-TRAILER                   VALUE 'TRL1'.
000440     03  FILLER                       PIC  X(:TAIL-4:).
000450
000460 FD      UNLOAD-FILE
000470         RECORD CONTAINS  :REC-LEN:  CHARACTERS.
000480 01      UNLOAD-REC.
000490     COPY  vfile.
000500 01      U-HTR-REC  REDEFINES  UNLOAD-REC.
000510     03  UHTR-KEY                     PIC  9(:KEY-LEN:).
000520     03  UHTR-ID                      PIC  X(04).
000530       88  UHTR-IS-HEADER                   VALUE 'HDR1'.
000540       88  UHTR-IS-TRAILER                  VALUE 'TRL1'.
000550     03  FILLER                       PIC  X(:TAIL-4:).
000552*
000553*    permanent reorg-statistics history, one line per execution
000554 FD      HIST-FILE.
000790   03  WS-UNL-HASH             PIC  9(09)  COMP  VALUE  0.
000800   03  WS-RLD-COUNT            PIC  9(07)  COMP  VALUE  0.
000810   03  WS-RLD-DETAILS          PIC  9(07)  COMP  VALUE  0.
000813   03  WS-RLD-HASH             PIC  9(09)  COMP  VALUE  0.
000816   03  WS-RLD-SEALED           PIC  9(07)  COMP  VALUE  0.
000821   03  WS-RLD-DAMAGED          PIC  9(07)  COMP  VALUE  0.
000822*
000823*    elapsed unload/reload timing for the history line
000824 01  WS-TIMING.
000836     05  WS-TE-SS              PIC  9(02).
000837     05  WS-TE-HS              PIC  9(02).
000838   03  WS-ELAPSED-SECS         PIC  S9(08) COMP.
000839
000840 01  WS-ERRLOG-PARM.
000850     COPY  errlog.
000860
000900 01  WS-RESLOCK-PARM.
000910     COPY  reslock.
000920
000921 01  WS-RECSUM-PARM.
000922     COPY  recsum.
000924
000926 01  WS-KEYMODE-PARM.
000928     COPY  keymode.
000930 PROCEDURE        DIVISION.
000931 MAIN-SEC         SECTION.
000932*    the stores must carry the key layout this program is built
000933*    for - see KEYMODE
000934     MOVE  'VREORG'    TO  KM-PROGRAM.
000935     MOVE  0           TO  KM-RUN-DATE.
000936     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
000937     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
000938     IF  KM-REFUSE
000939         MOVE  16  TO  RETURN-CODE
000940         STOP RUN
000945     END-IF.
000950*    serialize on the cluster before touching it - see RESLOCK
000960     SET   RL-ENQ     TO  TRUE.
000970     MOVE  'VFILE'    TO  RL-RESOURCE.
001310         MOVE  'UNABLE TO OPEN VFILE'  TO  EL-MSG
001320         SET   EL-ERROR    TO  TRUE
001330         MOVE  16          TO  EL-RETURN-CODE
001335         MOVE  'VREOR001'  TO  EL-MSG-ID
001340         CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
001350         MOVE  'N'  TO  WS-VERIFY-OK-SW
001360         SET  FILE-EOF  TO  TRUE
001820             NOT AT END
001830                 EVALUATE  TRUE
001840                     WHEN  UHTR-IS-HEADER
001850                         MOVE  :REC-MIN:  TO  V-LL
001860                     WHEN  UHTR-IS-TRAILER
001870                         MOVE  :REC-MIN:  TO  V-LL
001880                     WHEN  OTHER
001890                         MOVE  LENGTH OF V-REC01  TO  V-LL
001900                 END-EVALUATE
001901                 MOVE  UNLOAD-REC  TO  V-REC01
001902                 IF  NOT  UHTR-IS-HEADER
001903                     AND  NOT  UHTR-IS-TRAILER
001904                     SET   RS-VERIFY  TO  TRUE
001905                     MOVE  :LAYOUT:  TO  RS-LAYOUT
001906                     CALL  'RECSUM'  USING  WS-RECSUM-PARM
001907                                            V-REC01
001908                     EVALUATE  TRUE
001909                         WHEN  RS-UNSEALED
001910                             SET   RS-SET  TO  TRUE
001918                             MOVE  :LAYOUT:  TO  RS-LAYOUT
001919                             CALL  'RECSUM'  USING  WS-RECSUM-PARM
001920                                                    V-REC01
001921                             ADD  1  TO  WS-RLD-SEALED
001922                         WHEN  RS-MISMATCH
001923                             DISPLAY  'VREORG: CHECKSUM MISMATCH '
001924                                      'ON RELOAD, KEY '
001925                                      NUM1  OF  V-REC01
001926                             ADD  1  TO  WS-RLD-DAMAGED
001927                     END-EVALUATE
001928                 END-IF
001929                 WRITE  V-REC01
001930                     INVALID KEY
001940                         DISPLAY  'VREORG: DUP KEY ON RELOAD '
001950                                  NUM1  OF  UNLOAD-REC
002167 WRITE-HIST-SEC-EX.
002168     EXIT.
002169/
002171 VERIFY-SEC       SECTION.
002173     IF  WS-UNL-COUNT  NOT =  WS-RLD-COUNT
002175         OR  WS-UNL-HASH  NOT =  WS-RLD-HASH
002180         MOVE  'N'  TO  WS-VERIFY-OK-SW
002190     END-IF.
002200 VERIFY-SEC-EX.
002270     DISPLAY  'VREORG: AFTER  - RECORDS ' WS-RLD-COUNT
002280              ' DETAILS ' WS-RLD-DETAILS
002290              ' HASH ' WS-RLD-HASH.
002291     DISPLAY  'VREORG: RECORDS SEALED ON RELOAD ' WS-RLD-SEALED.
002292     IF  WS-RLD-DAMAGED  >  0
002293         DISPLAY  'VREORG: CHECKSUM MISMATCHES ' WS-RLD-DAMAGED
002294                  ' - RECORDS RELOADED AS FOUND'
002295         MOVE  'VREORG'      TO  EL-PROGRAM
002296         MOVE  'RELOAD-SEC'  TO  EL-SECTION
002297         MOVE  'RECORD CHECKSUM MISMATCH ON RELOAD'  TO  EL-MSG
002298         SET   EL-WARNING    TO  TRUE
002299         MOVE  4             TO  EL-RETURN-CODE
002300         MOVE  'VREOR002'    TO  EL-MSG-ID
002302         CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
002304         MOVE  4  TO  RETURN-CODE
002306     END-IF.
002308     IF  REORG-VERIFIED
002310         DISPLAY  'VREORG: REORG VERIFIED CLEAN'
002320     ELSE
002330         DISPLAY  'VREORG: COUNT/HASH MISMATCH ACROSS RELOAD'
002370         MOVE  'REORG VERIFY MISMATCH'  TO  EL-MSG
002380         SET   EL-ERROR      TO  TRUE
002390         MOVE  8             TO  EL-RETURN-CODE
002395         MOVE  'VREOR003'    TO  EL-MSG-ID
002400         CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
002410         MOVE  8  TO  RETURN-CODE
002420     END-IF.
