000170*   closed period now requires the explicit, logged override
000180* a cycle that is not month-end (and not forced) closes nothing
000190* and ends RC 0, so the step can sit in the daily chain.
000191*
000192* the books close on finance's 4-4-5 fiscal calendar, not on
000193* calendar months: the period is the fiscal period DATECALC
000194* finds for the cycle date on the FISCAL calendar, and the
000195* month-end cycle is that period's closing day (its last
000196* business day). a cycle date the calendar does not cover
000197* closes nothing and ends RC 8 - the calendar needs extending.
000198*
000199* the books close per legal entity: the close is for the
000200* entity whose cycle is running (ENTCHK), only that entity's
000201* records are snapshot, and the PERIODS line carries the entity
000202* so PERIODCK closes the period for it alone. the home entity's
000203* snapshot keeps the MARC tag; another entity's is tagged MA
000204* plus its code.
000205*----------------------------------------------------------------
000210 ENVIRONMENT      DIVISION.
000220 INPUT-OUTPUT     SECTION.
000230 FILE-CONTROL.
000270             RECORD KEY    IS    NUM1  OF  V-REC01
000280             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000290                           WITH  DUPLICATES
000291             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000292                           WITH  DUPLICATES
000300             FILE STATUS   IS    WS-VOTFILE-STATUS.
000310     SELECT  SNAP-OUT    ASSIGN TO   WS-SNAP-NAME
000320             ORGANIZATION  IS    SEQUENTIAL
000400     SELECT  CLOSE-RPT   ASSIGN TO   MECLOSRPT
000410             ORGANIZATION  IS    LINE SEQUENTIAL.
000420
000425     COPY  keylay.
000430 DATA             DIVISION.
000440 FILE             SECTION.
000450 FD      V-OTFILE
000460         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
000470         DEPENDING ON  V-LL.
000480 01      V-REC01.
000490     COPY  vfile.
000500 01      V-HTR-REC  REDEFINES  V-REC01.
000510     03  HTR-KEY                      PIC  9(:KEY-LEN:).
000520     03  HTR-ID                       PIC  X(04).
000530       88  HTR-IS-HEADER                    VALUE 'HDR1'.
000540       88  HTR-IS-TRAILER                   VALUE 'TRL1'.
000550     03  FILLER                       PIC  X(:TAIL-4:).
000560
000570 FD      SNAP-OUT
000580         RECORD CONTAINS  :REC-LEN:  CHARACTERS.
000590 01      SNAP-REC.
000600     COPY  vfile.
000610
000700     03  PD-STATUS                    PIC  X(06).
000710     03  FILLER                       PIC  X(01).
000720     03  PD-CLOSE-DATE                PIC  X(08).
000722     03  FILLER                       PIC  X(01).
000724     03  PD-ENTITY                    PIC  X(02).
000730
000740 FD      CLOSE-RPT.
000750 01      RPT-LINE                     PIC  X(80).
000950 01  WS-PARM-LINE              PIC  X(01).
000960 01  WS-CYCLE-DATE             PIC  9(08).
000970 01  WS-PERIOD                 PIC  X(06).
000972 01  WS-CYCLE-ENTITY           PIC  X(02).
000974 01  WS-HOME-ENTITY            PIC  X(02).
000976 01  WS-REC-ENTITY             PIC  X(02).
000980
000990 01  WS-SNAP-NAME.
001000   03  WS-SN-TAG               PIC  X(04)  VALUE  'MARC'.
001030
001040 01  WS-COUNTERS.
001050   03  WS-SNAP-COUNT           PIC  9(07)  COMP  VALUE  0.
001052   03  WS-OTHER-COUNT          PIC  9(07)  COMP  VALUE  0.
001060
001070*----------------------------------------------------------------
001080* the closing statement rollup by GROUP-1 - the FGRPRPT shape
001160 01  WS-GROUP-COUNT            PIC  9(03)  COMP  VALUE  0.
001170 01  WS-GRP-SUB                PIC  9(03)  COMP.
001180
001182 01  WS-ENTCHK-PARM.
001184     COPY  entchk.
001186
001190 01  WS-DATECALC-PARM.
001200     COPY  datecalc.
001210
001380   03  RPT-SPACK               PIC  ---------9.
001390   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001400   03  RPT-UZONE               PIC  ZZZZZZZZ9.
001403
001406 01  WS-KEYMODE-PARM.
001410     COPY  keymode.
001420 PROCEDURE        DIVISION.
001421 MAIN-SEC         SECTION.
001422*    the stores must carry the key layout this program is built
001423*    for - see KEYMODE
001424     MOVE  'MECLOSE'   TO  KM-PROGRAM.
001425     MOVE  0           TO  KM-RUN-DATE.
001426     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
001427     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
001428     IF  KM-REFUSE
001429         MOVE  16  TO  RETURN-CODE
001430         STOP RUN
001435     END-IF.
001440     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
001450     IF  WS-PARM-LINE(1:1)  =  'F'
001460         SET  FORCE-CLOSE  TO  TRUE
001490     MOVE  0              TO  DC-IN-DATE.
001500     CALL  'DATECALC'  USING  WS-DATECALC-PARM.
001510     MOVE  DC-OUT-DATE    TO  WS-CYCLE-DATE.
001511     SET   DC-FISCAL-OF-DATE  TO  TRUE.
001512     MOVE  WS-CYCLE-DATE  TO  DC-IN-DATE.
001513     CALL  'DATECALC'  USING  WS-DATECALC-PARM.
001514     IF  DC-NO-FISCAL
001515         DISPLAY  'MECLOSE: ' WS-CYCLE-DATE
001516                  ' IS NOT ON THE FISCAL CALENDAR - NO CLOSE'
001517         MOVE  8  TO  RETURN-CODE
001518         STOP RUN
001519     END-IF.
001520     MOVE  DC-FISCAL-PERIOD  TO  WS-PERIOD.
001530     IF  NOT  DC-IS-FISCAL-END  AND  NOT  FORCE-CLOSE
001540         DISPLAY  'MECLOSE: ' WS-CYCLE-DATE
001550                  ' IS NOT A FISCAL PERIOD-END CYCLE - NO CLOSE'
001560         STOP RUN
001570     END-IF.
001571     SET   EC-CYCLE-ENTITY  TO  TRUE.
001572     CALL  'ENTCHK'  USING  WS-ENTCHK-PARM.
001573     IF  EC-UNKNOWN
001574         DISPLAY  'MECLOSE: CYCLE ENTITY ' EC-ENTITY
001575                  ' IS NOT ON THE ENTITY REGISTER - NO CLOSE'
001576         MOVE  16  TO  RETURN-CODE
001577         STOP RUN
001578     END-IF.
001579     MOVE  EC-ENTITY  TO  WS-CYCLE-ENTITY.
001580     MOVE  EC-HOME    TO  WS-HOME-ENTITY.
001581     IF  WS-CYCLE-ENTITY  NOT =  WS-HOME-ENTITY
001582         MOVE  'MA'             TO  WS-SN-TAG(1:2)
001583         MOVE  WS-CYCLE-ENTITY  TO  WS-SN-TAG(3:2)
001584     END-IF.
001585*    serialize on the cluster before snapshotting it
001590     SET   RL-ENQ     TO  TRUE.
001600     MOVE  'VFILE'    TO  RL-RESOURCE.
001610     MOVE  'MECLOSE '  TO  RL-HOLDER.
001720     PERFORM  WRITE-ARCCAT-SEC.
001730     PERFORM  CLOSING-STATEMENT-SEC.
001740     PERFORM  RECORD-CLOSE-SEC.
001742     IF  WS-OTHER-COUNT  >  0
001744         DISPLAY  'MECLOSE: ' WS-OTHER-COUNT
001746                  ' RECORDS OF OTHER ENTITIES LEFT OUT'
001748     END-IF.
001750     DISPLAY  'MECLOSE: ENTITY ' WS-CYCLE-ENTITY
001752              ' PERIOD ' WS-PERIOD ' CLOSED - '
001760              WS-SNAP-COUNT ' RECORDS ON ' WS-SNAP-NAME.
001770     MOVE  'MECLOSE '            TO  JA-PROGRAM.
001780     MOVE  'RECORDS SNAPSHOT'    TO  JA-COUNT-NAME.
001830     EXIT.
001840/
001850*----------------------------------------------------------------
001860* the snapshot is the entity's records copied to the dated MARC
001870* dataset, and the closing rollup is accumulated off the same
001880* pass - the statement is of the snapshot by construction
001890*----------------------------------------------------------------
002110     READ  V-OTFILE  NEXT RECORD
002120         AT END  SET  V-EOF  TO  TRUE
002130     END-READ.
002140     IF  V-EOF
002141         GO TO  COPY-REC-SEC-EX
002142     END-IF.
002143     IF  NOT  HTR-IS-HEADER  AND  NOT  HTR-IS-TRAILER
002144         MOVE  ENTITY-CODE  OF  V-REC01  TO  WS-REC-ENTITY
002145         IF  WS-REC-ENTITY  =  SPACES
002146             MOVE  WS-HOME-ENTITY  TO  WS-REC-ENTITY
002147         END-IF
002148         IF  WS-REC-ENTITY  NOT =  WS-CYCLE-ENTITY
002149             ADD  1  TO  WS-OTHER-COUNT
002150             GO TO  COPY-REC-SEC-EX
002151         END-IF
002152     END-IF.
002153     IF  NOT  V-EOF
002154         MOVE  V-REC01  TO  SNAP-REC
002160         WRITE  SNAP-REC
002170         ADD  1  TO  WS-SNAP-COUNT
002180         IF  NOT  HTR-IS-HEADER  AND  NOT  HTR-IS-TRAILER
002480     END-IF.
002490 TALLY-GROUP-SEC-EX.
002500     EXIT.
002501/
002502*----------------------------------------------------------------
002504* the next free sequence for a MARC snapshot of this cycle
002506* date - one more than the highest the catalog already
002530     READ  ARCCAT-FILE
002531         AT END      SET  CAT-EOF  TO  TRUE
002532         NOT AT END
002533             IF  AC-ARCHIVE-NAME(1:4)  =  WS-SN-TAG
002534                 AND  AC-ARCHIVE-NAME(5:8)  =  WS-SN-DATE
002535                 AND  AC-GENERATION-SEQ  >=  WS-NEXT-SEQ
002536                 COMPUTE  WS-NEXT-SEQ  =
002640     MOVE  WS-CYCLE-DATE  TO  AC-RUN-DATE.
002650     MOVE  WS-SN-SEQ      TO  AC-GENERATION-SEQ.
002660     MOVE  WS-SNAP-COUNT  TO  AC-REC-COUNT.
002665     MOVE  WS-CYCLE-ENTITY  TO  AC-ENTITY.
002670     WRITE  ARCCAT-REC.
002680     CLOSE  ARCCAT-FILE.
002690 WRITE-ARCCAT-SEC-EX.
002740     MOVE  SPACES  TO  RPT-LINE.
002750     STRING  'CLOSING STATEMENT FOR PERIOD '  DELIMITED BY SIZE
002760             WS-PERIOD                        DELIMITED BY SIZE
002762             ' ('                             DELIMITED BY SIZE
002764             DC-FISCAL-START                  DELIMITED BY SIZE
002766             ' - '                            DELIMITED BY SIZE
002768             DC-FISCAL-END                    DELIMITED BY SIZE
002769             ')'                              DELIMITED BY SIZE
002770         INTO  RPT-LINE
002780     END-STRING.
002790     WRITE  RPT-LINE.
003090     MOVE  WS-PERIOD      TO  PD-PERIOD.
003100     MOVE  'CLOSED'       TO  PD-STATUS.
003110     MOVE  WS-CYCLE-DATE  TO  PD-CLOSE-DATE.
003115     MOVE  WS-CYCLE-ENTITY  TO  PD-ENTITY.
003120     WRITE  PERIOD-REC.
003130     CLOSE  PERIOD-FILE.
003140 RECORD-CLOSE-SEC-EX.
