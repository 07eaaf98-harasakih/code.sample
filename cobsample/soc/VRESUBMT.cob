000130* pass into both the V-OTFILE cluster and the FKSDS copy. every
000140* reject gets a disposition line on VRESDISP: RECOVERED,
000150* NOOVRD (no override supplied), STILLBAD (override fails the
000152* edits too), or DUPKEY (the key turned up on the file anyway).
000154* each line carries the date and time it was written in
000156* positions 57-73, which is how VMOVREC takes the day's
000160* RECOVERD lines beside its ledger counts.
000170*
000180* the source record's REC-DATA is not retained on the reject
000190* file, so a recovered record carries a marker value there -
000200* the corrected numeric fields are the substance of the repair.
000201* a recovered record is stamped with the entity this cycle runs
000202* for (ENTCHK).
000203*
000204* each disposition is also appended to the permanent REJHIST
000205* ledger as a 'D' line under the RUN-ID FILEW stamped on the
000206* reject, which is how RJPARETO tells a reject that was
000207* eventually recovered from one that was never corrected.
000208*
000210* every record inserted into the V-OTFILE cluster is noted on
000212* the VMOVLOG movement ledger (see MOVLOG), as it comes into
000214* being without a journal image.
000216*
000220* VOVERRID line layout: NUM1(4) blank FIELD(10) blank VALUE(4,
000230* '-999' edited form: sign or blank then three digits).
000240*----------------------------------------------------------------
000370             RECORD KEY    IS    NUM1  OF  V-REC01
000380             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000390                           WITH  DUPLICATES
000391             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000392                           WITH  DUPLICATES
000400             FILE STATUS   IS    WS-VOTFILE-STATUS.
000410     SELECT  F-KSDS-FILE ASSIGN TO   FKSDS
000420             ORGANIZATION  IS    INDEXED
000450             FILE STATUS   IS    WS-FKSDS-STATUS.
000460     SELECT  DISP-FILE   ASSIGN TO   VRESDISP
000470             ORGANIZATION  IS    LINE SEQUENTIAL.
000471     SELECT  REJHIST-FILE ASSIGN TO  REJHIST
000472             ORGANIZATION  IS    LINE SEQUENTIAL
000473             FILE STATUS   IS    WS-REJHIST-STATUS.
000480
000485     COPY  keylay.
000490 DATA             DIVISION.
000500 FILE             SECTION.
000510 FD      REJECT-IN.
000520 01      REJ-IN-REC.
000530     03  RI-SOURCE                    PIC  X(01).
000540     03  FILLER                       PIC  X(01).
000550     03  RI-NUM1                      PIC  9(:KEY-LEN:).
000560     03  FILLER                       PIC  X(01).
000570     03  RI-FIELD                     PIC  X(10).
000580     03  FILLER                       PIC  X(01).
000590     03  RI-VALUE                     PIC  X(04).
000600     03  FILLER                       PIC  X(01).
000610     03  RI-REASON                    PIC  X(30).
000620     03  FILLER                       PIC  X(01).
000621     03  RI-GROUP                     PIC  X(01).
000622     03  FILLER                       PIC  X(01).
000623     03  RI-RUN-DATE                  PIC  X(08).
000624     03  FILLER                       PIC  X(01).
000625     03  RI-RUN-SEQ                   PIC  X(04).
000627     03  FILLER                       PIC  X(:REJ-TAIL-65:).
000630
000640 FD      OVERRIDE-IN.
000650 01      OVR-REC.
000700     03  OV-VALUE                     PIC  X(04).
000710
000720 FD      V-OTFILE
000730         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
000740         DEPENDING ON  V-LL.
000750 01      V-REC01.
000760     COPY  vfile.
000810
000820 FD      DISP-FILE.
000830 01      DISP-REC                     PIC  X(80).
000831
000832 FD      REJHIST-FILE.
000833 01      REJHIST-REC.
000834     COPY  rejhist.
000840
000850 WORKING-STORAGE  SECTION.
000860
000910   03  WS-OVR-STATUS           PIC  X(02).
000920   03  WS-VOTFILE-STATUS       PIC  X(02).
000930   03  WS-FKSDS-STATUS         PIC  X(02).
000931   03  WS-REJHIST-STATUS       PIC  X(02).
000940
000950 01  WS-SWITCHES.
000960   03  WS-REJ-EOF-SW           PIC  X(01)  VALUE  'N'.
001260   03  WS-MOD100               PIC  9(02).
001262   03  WS-MOD-QUOT             PIC  9(04).
001265   03  WS-GROUP-CODE           PIC  X(01).
001266   03  WS-CYCLE-ENTITY         PIC  X(02).
001270   03  WS-OVR-NUMVAL           PIC S9(03).
001280
001290 01  WS-COUNTERS.
001400   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001410   03  DISP-RESULT             PIC  X(08).
001420   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001422   03  DISP-REASON             PIC  X(30).
001424   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001426   03  DISP-DATE               PIC  9(08).
001428   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001430   03  DISP-TIME               PIC  9(08).
001440
001450 01  WS-JOBACCT-PARM.
001460     COPY  jobacct.
001492
001494 01  WS-FLDEDIT-PARM.
001496     COPY  fldedit.
001497
001498 01  WS-ENTCHK-PARM.
001499     COPY  entchk.
001500
001501 01  WS-RECSUM-PARM.
001502     COPY  recsum.
001503
001504 01  WS-MOVLOG-PARM.
001505     COPY  movlog.
001506
001507 01  WS-KEYMODE-PARM.
001508     COPY  keymode.
001510 PROCEDURE        DIVISION.
001511 MAIN-SEC         SECTION.
001512*    the stores must carry the key layout this program is built
001513*    for - see KEYMODE
001514     MOVE  'VRESUBMT'  TO  KM-PROGRAM.
001515     MOVE  0           TO  KM-RUN-DATE.
001516     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
001517     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
001518     IF  KM-REFUSE
001519         MOVE  16  TO  RETURN-CODE
001520         STOP RUN
001525     END-IF.
001530*    serialize on the cluster before touching it - see RESLOCK
001540     SET   RL-ENQ      TO  TRUE.
001550     MOVE  'VFILE'     TO  RL-RESOURCE.
001620         STOP RUN
001630     END-IF.
001635     ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
001636     SET   EC-CYCLE-ENTITY  TO  TRUE.
001637     CALL  'ENTCHK'  USING  WS-ENTCHK-PARM.
001638     MOVE  EC-ENTITY  TO  WS-CYCLE-ENTITY.
001640     PERFORM  LOAD-OVERRIDES-SEC.
001650     PERFORM  INIT-SEC.
001660     PERFORM  RESUBMIT-SEC  UNTIL  REJ-EOF.
002260         SET  REJ-EOF  TO  TRUE
002270     END-IF.
002280     OPEN  OUTPUT  DISP-FILE.
002281     OPEN  EXTEND  REJHIST-FILE.
002282     IF  WS-REJHIST-STATUS  NOT =  '00'
002283         OPEN  OUTPUT  REJHIST-FILE
002284     END-IF.
002290     PERFORM  READ-REJECT-SEC.
002300 INIT-SEC-EX.
002310     EXIT.
002956         WHEN  OTHER
002957             MOVE  'D'  TO  WS-GROUP-CODE
002958     END-EVALUATE.
002959     EVALUATE  RI-FIELD
002960         WHEN  'SPACK     '
002970             MOVE  WS-OVR-NUMVAL  TO  WS-SPACK
002980         WHEN  'UPACK     '
003485     MOVE  WS-RUN-DATE        TO  EFF-DATE     OF  V-REC01
003486                                  RUN-ID-DATE  OF  V-REC01.
003487     MOVE  0                  TO  RUN-ID-SEQ   OF  V-REC01.
003488     MOVE  WS-CYCLE-ENTITY    TO  ENTITY-CODE  OF  V-REC01.
003490     MOVE  RI-NUM1            TO  COMP0  OF  V-REC01
003500                                  COMP3  OF  V-REC01
003510                                  COMP5  OF  V-REC01
003520                                  BIN    OF  V-REC01.
003521*    sealed last, once every field the checksum covers is set
003522     SET   RS-SET  TO  TRUE.
003524     MOVE  :LAYOUT:  TO  RS-LAYOUT.
003526     CALL  'RECSUM'  USING  WS-RECSUM-PARM  V-REC01.
003530     WRITE  V-REC01
003540         INVALID KEY
003550             ADD  1  TO  WS-DUPKEY-COUNT
003570             MOVE  'KEY ALREADY ON V-OTFILE'  TO  DISP-REASON
003580             PERFORM  WRITE-DISP-SEC
003590         NOT INVALID KEY
003591             MOVE  'VRESUBMT'          TO  MV-PROGRAM
003592             MOVE  RI-NUM1             TO  MV-NUM1-N
003593             SET   MV-ADDED            TO  TRUE
003594             MOVE  'REJECT RECOVERED'  TO  MV-REASON
003595             CALL  'MOVLOG'  USING  WS-MOVLOG-PARM
003600             PERFORM  INSERT-FKSDS-SEC
003610     END-WRITE.
003620 INSERT-RECORD-SEC-EX.
003820 WRITE-DISP-SEC   SECTION.
003830     MOVE  RI-NUM1   TO  DISP-NUM1.
003840     MOVE  RI-FIELD  TO  DISP-FIELD.
003843     ACCEPT  DISP-DATE  FROM  DATE  YYYYMMDD.
003846     ACCEPT  DISP-TIME  FROM  TIME.
003850     MOVE  DISP-EDIT TO  DISP-REC.
003860     WRITE  DISP-REC.
003861*    rejects logged before FILEW stamped its RUN-ID cannot be
003862*    joined back to their reject line, so they are not carried
003863     IF  RI-RUN-DATE  =  SPACES
003864         OR  WS-REJHIST-STATUS  NOT =  '00'
003865         GO TO  WRITE-DISP-SEC-EX
003866     END-IF.
003867     MOVE  SPACES       TO  REJHIST-REC.
003868     SET   RJ-DISP-LINE TO  TRUE.
003869     MOVE  RI-RUN-DATE  TO  RJ-RUN-DATE.
003870     MOVE  RI-RUN-SEQ   TO  RJ-RUN-SEQ.
003871     MOVE  RI-NUM1(:KEY-LEN: - 3:4)  TO  RJ-NUM1.
003872     MOVE  RI-FIELD     TO  RJ-FIELD.
003873     MOVE  RI-VALUE     TO  RJ-VALUE.
003874     MOVE  RI-REASON    TO  RJ-REASON.
003875     MOVE  RI-GROUP     TO  RJ-GROUP.
003876     MOVE  DISP-RESULT  TO  RJ-DISPOSITION.
003877     MOVE  WS-RUN-DATE  TO  RJ-DISP-DATE.
003878     WRITE  REJHIST-REC.
003879 WRITE-DISP-SEC-EX.
003880     EXIT.
003890/
003900 TERM-SEC         SECTION.
003980         CLOSE  F-KSDS-FILE
003990     END-IF.
004000     CLOSE  DISP-FILE.
004001     IF  WS-REJHIST-STATUS  =  '00'
004002         CLOSE  REJHIST-FILE
004003     END-IF.
004010     DISPLAY  'VRESUBMT: REJECTS READ      ' WS-REJ-COUNT.
004020     DISPLAY  'VRESUBMT: RECOVERED         ' WS-RECOVERED-COUNT.
004030     DISPLAY  'VRESUBMT: NO OVERRIDE       ' WS-NOOVRD-COUNT.
