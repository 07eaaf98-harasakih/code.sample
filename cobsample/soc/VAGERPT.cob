000170*   at that cutoff would remove
000180* retention decisions get made looking at this, not discovered
000190* from VFPURGE's output afterwards. HDR1/TRL1 sentinels are
000200* never counted - the purge never touches them either. records
000201* marked deleted (REC-STATUS 'D') are left out of the age and
000202* group analysis and reported as one count awaiting the purge.
000203*
000204* PARM positions 1-8 name the operator the report is for: only
000205* records of the legal entities VAUTH grants that operator are
000206* analyzed (ENTCHK); the rest are shown as one count of other
000207* entities' records. a blank operator is the unattended cycle
000208* run, which sees its own cycle's entity.
000210*----------------------------------------------------------------
000220 ENVIRONMENT      DIVISION.
000230 INPUT-OUTPUT     SECTION.
000280             RECORD KEY    IS    NUM1  OF  V-REC01
000290             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000300                           WITH  DUPLICATES
000301             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000302                           WITH  DUPLICATES
000310             FILE STATUS   IS    WS-VOTFILE-STATUS.
000320     SELECT  AGE-RPT   ASSIGN TO    VAGERPT
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
000490 FD      AGE-RPT.
000500 01      RPT-LINE                     PIC  X(80).
000920 01  WS-COUNTERS.
000930   03  WS-DETAIL-COUNT         PIC  9(07)  COMP  VALUE  0.
000940   03  WS-NODATE-COUNT         PIC  9(07)  COMP  VALUE  0.
000945   03  WS-DELETED-COUNT        PIC  9(07)  COMP  VALUE  0.
000946   03  WS-WITHHELD-COUNT       PIC  9(07)  COMP  VALUE  0.
000947
000948 01  WS-PARM-LINE              PIC  X(08).
000949 01  WS-OPERATOR               PIC  X(08).
000951 01  WS-ENTCHK-PARM.
000953     COPY  entchk.
000955
000960 01  WS-RESLOCK-PARM.
000970     COPY  reslock.
000980
001060   03  FILLER                  PIC  X(15)  VALUE
001070       ' WOULD REMOVE ='.
001080   03  RPT-CUT-HIT             PIC  ZZZZZZ9.
001083
001086 01  WS-KEYMODE-PARM.
001090     COPY  keymode.
001100 PROCEDURE        DIVISION.
001101 MAIN-SEC         SECTION.
001102*    the stores must carry the key layout this program is built
001103*    for - see KEYMODE
001104     MOVE  'VAGERPT'   TO  KM-PROGRAM.
001105     MOVE  0           TO  KM-RUN-DATE.
001106     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
001107     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
001108     IF  KM-REFUSE
001109         MOVE  16  TO  RETURN-CODE
001110         STOP RUN
001112     END-IF.
001115     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
001116     MOVE  WS-PARM-LINE(1:8)  TO  WS-OPERATOR.
001120     ACCEPT  WS-TODAY  FROM  DATE  YYYYMMDD.
001130     COMPUTE  WS-TODAY-INT  =  FUNCTION INTEGER-OF-DATE(WS-TODAY).
001140     MOVE  30   TO  WS-CUTOFF-DAYS(1).
001620     READ  V-OTFILE  NEXT RECORD
001630         AT END  SET  V-EOF  TO  TRUE
001640     END-READ.
001641     IF  V-EOF  OR  HTR-IS-HEADER  OR  HTR-IS-TRAILER
001642         GO TO  READ-V-SEC-EX
001643     END-IF.
001644     SET   EC-AUTHORIZE  TO  TRUE.
001645     MOVE  WS-OPERATOR   TO  EC-OPERATOR.
001646     MOVE  ENTITY-CODE  OF  V-REC01  TO  EC-ENTITY.
001647     CALL  'ENTCHK'  USING  WS-ENTCHK-PARM.
001648     IF  NOT  EC-ALLOWED
001649         ADD  1  TO  WS-WITHHELD-COUNT
001651         GO TO  READ-V-SEC-EX
001653     END-IF.
001655     IF  NOT  V-EOF
001660         AND  NOT  HTR-IS-HEADER
001670         AND  NOT  HTR-IS-TRAILER
001672         AND  REC-DELETED  OF  V-REC01
001674         ADD  1  TO  WS-DELETED-COUNT
001676         GO TO  READ-V-SEC-EX
001678     END-IF.
001680     IF  NOT  V-EOF
001682         AND  NOT  HTR-IS-HEADER
001684         AND  NOT  HTR-IS-TRAILER
001686         ADD  1  TO  WS-DETAIL-COUNT
001690         PERFORM  TALLY-GROUP-SEC
001700         IF  EFF-DATE  OF  V-REC01  IS  NUMERIC
001710             PERFORM  TALLY-AGE-SEC
002460     MOVE  'NON-NUMERIC DATES (NEVER PURGED)' TO RPT-TOT-LABEL.
002470     MOVE  WS-NODATE-COUNT      TO  RPT-TOT-VALUE.
002480     PERFORM  WRITE-TOTAL-SEC.
002482     MOVE  'DELETED (AWAITING VFPURGE)    '  TO  RPT-TOT-LABEL.
002484     MOVE  WS-DELETED-COUNT     TO  RPT-TOT-VALUE.
002486     PERFORM  WRITE-TOTAL-SEC.
002487     MOVE  'OTHER ENTITIES (NOT SHOWN)    '  TO  RPT-TOT-LABEL.
002488     MOVE  WS-WITHHELD-COUNT    TO  RPT-TOT-VALUE.
002489     PERFORM  WRITE-TOTAL-SEC.
002490     MOVE  '-- RECORDS BY GROUP --'  TO  RPT-LINE.
002500     WRITE  RPT-LINE.
002510     PERFORM  VARYING  WS-GRP-SUB  FROM  1  BY  1
