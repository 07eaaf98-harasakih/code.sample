000190*   reject count per column, and the batch control totals. the
000200*   IMPSTCTL control record carries the staged batch's date,
000210*   row count, and NUM1 hash. unparseable rows go to IMPREJ
000220*   carrying the first column in error, as before. a row that
000222*   breaks an error-level business rule on the RULES control
000224*   file (the shared RULECHK check) goes to IMPREJ naming the
000226*   rule id in place of the column; warning-level rules broken
000228*   are listed on the console and counted on IMPPREP, and the
000229*   row is staged.
000230*
000240*   apply (PARM byte 1 'A'): runs only after the operator has
000250*   released the staged batch by supplying an IMPRELSE record
000320*   control record are cleared after a clean apply so the same
000330*   batch cannot be applied twice.
000340*
000342* the sending team gets its answer as data, not as a reject
000343* report: each phase writes the IMPRESP response file - one
000344* comma-delimited row per input row carrying the input row
000345* number, the NUM1, the outcome (STAGED = held in staging for
000346* release, ADDED, CORRECTED, REJECTED) and for a reject the
000347* column (or rule id) and the reason - with an IMPRMANF manifest
000348* in FEXPORT's manifest form, and the response is recorded on
000349* the EXPLEDGR transmission ledger under the sender's name like
000350* any export, so FEXPACK ages it until acknowledged. rows the
000351* validation rejected are held on IMPRSTG beside the staged
000352* batch so the apply's response still covers every input row.
000353* PARM positions 2-9 name the sending team for the ledger;
000354* blank records it as SENDER.
000355*
000356* NCH is not carried in the extract (see FEXPORT's header note),
000360* so imported records carry a DBCS-space NCH.
000370*----------------------------------------------------------------
000380 ENVIRONMENT      DIVISION.
000600             FILE STATUS   IS    WS-RELSE-STATUS.
000610     SELECT  PREP-RPT     ASSIGN TO   IMPPREP
000620             ORGANIZATION  IS    LINE SEQUENTIAL.
000621     SELECT  RESP-FILE    ASSIGN TO   IMPRESP
000622             ORGANIZATION  IS    LINE SEQUENTIAL
000623             FILE STATUS   IS    WS-RESP-STATUS.
000624     SELECT  RSPHOLD-FILE ASSIGN TO   IMPRSTG
000625             ORGANIZATION  IS    LINE SEQUENTIAL
000626             FILE STATUS   IS    WS-RSPHOLD-STATUS.
000627     SELECT  RMANIF-FILE  ASSIGN TO   IMPRMANF
000628             ORGANIZATION  IS    LINE SEQUENTIAL
000629             FILE STATUS   IS    WS-RMANIF-STATUS.
000630     SELECT  LEDGER-FILE  ASSIGN TO   EXPLEDGR
000631             ORGANIZATION  IS    LINE SEQUENTIAL
000632             FILE STATUS   IS    WS-LEDGER-STATUS.
000636
000638     COPY  keylay.
000640 DATA             DIVISION.
000650 FILE             SECTION.
000660*
001020 FD      REJECT-FILE.
001030 01      REJECT-REC                   PIC  X(160).
001040*
001050*    the staged batch: validated rows carried unchanged with
001060*    their input row number, plus the one-record control file
001062*    describing the batch
001070 FD      STAGE-FILE.
001080 01      STAGE-REC.
001082     03  STG-IMAGE                    PIC  X(124).
001084     03  FILLER                       PIC  X(01).
001086     03  STG-ROW-NO                   PIC  9(07).
001090 FD      STCTL-FILE.
001100 01      STCTL-REC.
001110     03  SC-BATCH-DATE                PIC  9(08).
001240
001250 FD      PREP-RPT.
001260 01      RPT-LINE                     PIC  X(80).
001261*
001262*    the response to the sending team, and the validation's
001263*    reject rows held for the apply's response - both in the
001264*    WS-RESP-LINE layout
001265 FD      RESP-FILE.
001266 01      RESP-REC                     PIC  X(75).
001267 FD      RSPHOLD-FILE.
001268 01      RSPHOLD-REC                  PIC  X(75).
001269*
001270*    the response's manifest - FEXPORT's manifest form (date,
001271*    row count, NUM1 hash) so the sender proves it complete
001272 FD      RMANIF-FILE.
001273 01      RMANIF-REC.
001274     03  RM-EXTRACT-DATE              PIC  9(08).
001275     03  FILLER                       PIC  X(01).
001276     03  RM-ROW-COUNT                 PIC  9(07).
001277     03  FILLER                       PIC  X(01).
001278     03  RM-NUM1-HASH                 PIC  9(09).
001279*
001280*    FEXPORT's permanent transmission ledger - see FEXPACK
001281 FD      LEDGER-FILE.
001282 01      LEDGER-REC.
001283     03  LG-RECEIVER                  PIC  X(08).
001284     03  FILLER                       PIC  X(01).
001285     03  LG-EXTRACT-DATE              PIC  X(08).
001286     03  FILLER                       PIC  X(01).
001287     03  LG-ROW-COUNT                 PIC  9(07).
001288     03  FILLER                       PIC  X(01).
001289     03  LG-NUM1-HASH                 PIC  9(09).
001290     03  FILLER                       PIC  X(01).
001291     03  LG-ACK-FLAG                  PIC  X(01).
001292     03  FILLER                       PIC  X(01).
001293     03  LG-ACK-DATE                  PIC  X(08).
001294
001295 WORKING-STORAGE  SECTION.
001296
001300 01     WS-STATUSES.
001310   03   WS-IMPORT-STATUS    PIC  X(02).
001320   03   WS-FKSDS-STATUS     PIC  X(02).
001340   03   WS-STAGE-STATUS     PIC  X(02).
001350   03   WS-STCTL-STATUS     PIC  X(02).
001360   03   WS-RELSE-STATUS     PIC  X(02).
001362   03   WS-RESP-STATUS      PIC  X(02).
001364   03   WS-RSPHOLD-STATUS   PIC  X(02).
001366   03   WS-RMANIF-STATUS    PIC  X(02).
001368   03   WS-LEDGER-STATUS    PIC  X(02).
001370
001380 01     WS-SWITCHES.
001390   03   WS-IN-EOF-SW        PIC  X(01)  VALUE  'N'.
001440     88  APPLY-MODE-ON             VALUE  'Y'.
001450   03   WS-KEY-ON-FILE-SW   PIC  X(01).
001460     88  KEY-ON-FILE               VALUE  'Y'.
001462   03   WS-HOLD-EOF-SW      PIC  X(01)  VALUE  'N'.
001464     88  HOLD-EOF                  VALUE  'Y'.
001470
001480 01     WS-PARM-LINE        PIC  X(09).
001482 01     WS-SENDER           PIC  X(08).
001490 01     WS-RUN-DATE         PIC  9(08).
001500
001510 01     WS-COUNTERS.
001560   03   WS-LOADED-COUNT     PIC  9(07)  COMP  VALUE  0.
001570   03   WS-REPLACED-COUNT   PIC  9(07)  COMP  VALUE  0.
001580   03   WS-REJECT-COUNT     PIC  9(07)  COMP  VALUE  0.
001582   03   WS-RULE-REJ-COUNT   PIC  9(07)  COMP  VALUE  0.
001584   03   WS-RULE-WARN-COUNT  PIC  9(07)  COMP  VALUE  0.
001590   03   WS-STAGE-HASH       PIC  9(09)  COMP  VALUE  0.
001592   03   WS-RESP-COUNT       PIC  9(07)  COMP  VALUE  0.
001594   03   WS-RESP-HASH        PIC  9(09)  COMP  VALUE  0.
001600
001610*----------------------------------------------------------------
001620* per-column reject counters for the pre-apply report, in the
001820   03   WS-COL-NAME         PIC  X(10)  OCCURS 12 TIMES.
001830
001840 01     WS-BAD-COLUMN       PIC  X(10).
001842 01     WS-BAD-REASON       PIC  X(40).
001844 01     WS-INPUT-ROW        PIC  9(07).
001846 01     WS-OUTCOME          PIC  X(10).
001850 01     WS-BAD-COL-NO       PIC  9(02)  COMP.
001860*    NUM2 is numeric-edited, so the column is rebuilt through a
001870*    numeric intermediate - a direct alphanumeric move would
001980 01     RPT-DETAIL.
001990   03   RPT-LABEL           PIC  X(30).
002000   03   RPT-VALUE           PIC  ZZZZZZ9.
002010*
002012*    one response row: input row number, NUM1, outcome, and for
002014*    a reject the column (or rule id) and the reason
002016 01     WS-RESP-LINE.
002018   03   RS-ROW-NO           PIC  9(07).
002020   03   FILLER              PIC  X(01)  VALUE  ','.
002021   03   RS-NUM1             PIC  X(04).
002022   03   RS-NUM1-N  REDEFINES  RS-NUM1
002023                            PIC  9(04).
002024   03   FILLER              PIC  X(01)  VALUE  ','.
002026   03   RS-OUTCOME          PIC  X(10).
002028   03   FILLER              PIC  X(01)  VALUE  ','.
002030   03   RS-COLUMN           PIC  X(10).
002032   03   FILLER              PIC  X(01)  VALUE  ','.
002034   03   RS-REASON           PIC  X(40).
002036 01     WS-HOLD-LINE.
002038   03   HL-ROW-NO           PIC  9(07).
002040   03   FILLER              PIC  X(68).
002042
002044 01     WS-JOBACCT-PARM.
002045     COPY  jobacct.
002046
002047 01     WS-GRPEDIT-PARM.
002048     COPY  grpedit.
002049 01     WS-RULECHK-PARM.
002050     COPY  rulechk.
002051 01     WS-BRK-SUB          PIC  9(02)  COMP.
002052*    the row as the record it would load, for the business rules
002053 01     WS-RULE-IMG-R.
002054     COPY  ffile.
002055*    a loaded row belongs to the entity this cycle runs for
002056 01     WS-CYCLE-ENTITY     PIC  X(02).
002057 01     WS-ENTCHK-PARM.
002058     COPY  entchk.
002059 01     WS-RECSUM-PARM.
002060     COPY  recsum.
002061
002062 01     WS-KEYMODE-PARM.
002063     COPY  keymode.
002064 PROCEDURE        DIVISION.
002065 MAIN-SEC         SECTION.
002066*    the stores must carry the key layout this program is built
002067*    for - see KEYMODE
002068     MOVE  'FIMPORT'   TO  KM-PROGRAM.
002069     MOVE  0           TO  KM-RUN-DATE.
002070     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
002071     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
002072     IF  KM-REFUSE
002073         MOVE  16  TO  RETURN-CODE
002074         STOP RUN
002075     END-IF.
002076     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
002080     IF  WS-PARM-LINE(1:1)  =  'A'
002090         SET  APPLY-MODE-ON  TO  TRUE
002100     END-IF.
002102     ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
002104     SET   EC-CYCLE-ENTITY  TO  TRUE.
002106     CALL  'ENTCHK'  USING  WS-ENTCHK-PARM.
002110     MOVE  EC-ENTITY  TO  WS-CYCLE-ENTITY.
002112     MOVE  WS-PARM-LINE(2:8)  TO  WS-SENDER.
002114     IF  WS-SENDER  =  SPACES
002116         MOVE  'SENDER  '  TO  WS-SENDER
002118     END-IF.
002120     IF  APPLY-MODE-ON
002130         PERFORM  APPLY-PHASE-SEC
002140     ELSE
002340     OPEN  INPUT  F-KSDS-FILE.
002350     OPEN  OUTPUT  REJECT-FILE.
002360     OPEN  OUTPUT  STAGE-FILE.
002362     OPEN  OUTPUT  RESP-FILE.
002364     OPEN  OUTPUT  RSPHOLD-FILE.
002370     PERFORM  READ-IMPORT-SEC.
002380     PERFORM  VALIDATE-ROW-LOOP-SEC  UNTIL  IN-EOF.
002390     IF  WS-IMPORT-STATUS  =  '00'  OR  WS-IMPORT-STATUS  =  '10'
002440     END-IF.
002450     CLOSE  REJECT-FILE.
002460     CLOSE  STAGE-FILE.
002462     CLOSE  RESP-FILE.
002464     CLOSE  RSPHOLD-FILE.
002470     PERFORM  WRITE-STCTL-SEC.
002480     PERFORM  WRITE-PREP-RPT-SEC.
002485     PERFORM  WRITE-RESP-MANIF-SEC.
002490 VALIDATE-PHASE-SEC-EX.
002500     EXIT.
002510/
002580/
002590 VALIDATE-ROW-LOOP-SEC  SECTION.
002600     ADD  1  TO  WS-ROW-COUNT.
002605     MOVE  WS-ROW-COUNT  TO  WS-INPUT-ROW.
002610     PERFORM  VALIDATE-ROW-SEC.
002620     IF  ROW-IS-GOOD
002630         PERFORM  STAGE-ROW-SEC
002632         MOVE  'STAGED'    TO  WS-OUTCOME
002634         PERFORM  WRITE-RESP-SEC
002640     ELSE
002650         IF  WS-BAD-COL-NO  >  0
002660             ADD  1  TO  WS-COL-REJ(WS-BAD-COL-NO)
002670         END-IF
002680         PERFORM  LOG-REJECT-SEC
002682         MOVE  'REJECTED'  TO  WS-OUTCOME
002684         PERFORM  WRITE-RESP-SEC
002686*        held so the apply's response still carries this row
002688         WRITE  RSPHOLD-REC  FROM  WS-RESP-LINE
002690     END-IF.
002700     PERFORM  READ-IMPORT-SEC.
002710 VALIDATE-ROW-LOOP-SEC-EX.
002800 VALIDATE-ROW-SEC SECTION.
002810     SET  ROW-IS-GOOD  TO  TRUE.
002820     MOVE  SPACES      TO  WS-BAD-COLUMN.
002825     MOVE  SPACES      TO  WS-BAD-REASON.
002830     MOVE  0           TO  WS-BAD-COL-NO.
002840     EVALUATE  TRUE
002850         WHEN  IMP-NUM1  NOT  NUMERIC
003240     END-EVALUATE.
003250     IF  WS-BAD-COLUMN  NOT =  SPACES
003260         MOVE  'N'  TO  WS-ROW-OK-SW
003262         IF  WS-BAD-COL-NO  =  5
003264             MOVE  'SIGN AND TWO DIGITS REQUIRED'
003266                   TO  WS-BAD-REASON
003267         ELSE
003268             MOVE  'NOT NUMERIC'  TO  WS-BAD-REASON
003269         END-IF
003270     END-IF.
003272*    the grouping code must be an active entry on the GRPMAST
003273*    reference master - the shared GRPEDIT check every door
003279             MOVE  'GROUP-1'  TO  WS-BAD-COLUMN
003280             MOVE  7          TO  WS-BAD-COL-NO
003281             MOVE  'N'        TO  WS-ROW-OK-SW
003282             MOVE  'NOT AN ACTIVE GROUPING CODE'
003283                   TO  WS-BAD-REASON
003284         END-IF
003285     END-IF.
003286     IF  ROW-IS-GOOD
003287         PERFORM  RULE-CHECK-SEC
003288     END-IF.
003289 VALIDATE-ROW-SEC-EX.
003290     EXIT.
003300/
003301*----------------------------------------------------------------
003302* the cross-field business rules, through the shared RULECHK
003303* check every door applies, against the record the row would
003304* load as: an error rule broken rejects the row under the
003305* rule's id, warning rules broken are reported only
003306*----------------------------------------------------------------
003307 RULE-CHECK-SEC   SECTION.
003308     MOVE  SPACES        TO  WS-RULE-IMG-R.
003309     MOVE  IMP-NUM1      TO  NUM1      OF  WS-RULE-IMG-R.
003310     MOVE  IMP-REC-DATA  TO  REC-DATA  OF  WS-RULE-IMG-R.
003311     MOVE  IMP-NUM2      TO  WS-NUM2-WORK.
003312     MOVE  WS-NUM2-WORK  TO  NUM2      OF  WS-RULE-IMG-R.
003313     MOVE  IMP-SPACK     TO  SPACK     OF  WS-RULE-IMG-R.
003314     MOVE  IMP-UPACK     TO  UPACK     OF  WS-RULE-IMG-R.
003315     MOVE  IMP-SZONE     TO  SZONE     OF  WS-RULE-IMG-R.
003316     MOVE  IMP-UZONE     TO  UZONE     OF  WS-RULE-IMG-R.
003317     MOVE  IMP-GROUP-1   TO  GROUP-1   OF  WS-RULE-IMG-R.
003318     MOVE  IMP-COMP0     TO  COMP0     OF  WS-RULE-IMG-R.
003319     MOVE  IMP-COMP3     TO  COMP3     OF  WS-RULE-IMG-R.
003320     MOVE  IMP-COMP5     TO  COMP5     OF  WS-RULE-IMG-R.
003321     MOVE  IMP-BIN       TO  BIN       OF  WS-RULE-IMG-R.
003322     MOVE  IMP-EFF-DATE  TO  EFF-DATE  OF  WS-RULE-IMG-R.
003323     MOVE  WS-RULE-IMG-R  TO  RK-IMAGE.
003324     CALL  'RULECHK'  USING  WS-RULECHK-PARM.
003325     IF  RK-FAIL
003326         MOVE  RK-ERR-ID  TO  WS-BAD-COLUMN
003327         MOVE  0          TO  WS-BAD-COL-NO
003328         MOVE  RK-ERR-TEXT  TO  WS-BAD-REASON
003329         MOVE  'N'        TO  WS-ROW-OK-SW
003330         ADD   1          TO  WS-RULE-REJ-COUNT
003331     END-IF.
003332     IF  RK-WARN
003333         ADD  1  TO  WS-RULE-WARN-COUNT
003334         PERFORM  RULE-WARN-SEC  VARYING  WS-BRK-SUB
003335             FROM  1  BY  1
003336             UNTIL  WS-BRK-SUB  >  RK-BROKEN-COUNT
003337                 OR  WS-BRK-SUB  >  10
003338     END-IF.
003339 RULE-CHECK-SEC-EX.
003340     EXIT.
003341/
003342 RULE-WARN-SEC    SECTION.
003343     DISPLAY  'FIMPORT: RULE WARNING ROW ' WS-ROW-COUNT
003344              ' KEY ' IMP-NUM1 ' '
003345              RK-B-ID(WS-BRK-SUB) ' '
003346              RK-B-TEXT(WS-BRK-SUB).
003347 RULE-WARN-SEC-EX.
003348     EXIT.
003349/
003350*----------------------------------------------------------------
003351* a good row is staged unchanged and classified against the
003352* live cluster: key absent = add, key present = correction
003353*----------------------------------------------------------------
003354 STAGE-ROW-SEC    SECTION.
003360     MOVE  SPACES        TO  STAGE-REC.
003362     MOVE  IMPORT-REC    TO  STG-IMAGE.
003364     MOVE  WS-INPUT-ROW  TO  STG-ROW-NO.
003370     WRITE  STAGE-REC.
003380     ADD  1         TO  WS-STAGED-COUNT.
003390     ADD  IMP-NUM1-N  TO  WS-STAGE-HASH.
004040             WRITE  RPT-LINE
004050         END-IF
004060     END-PERFORM.
004062     MOVE  'REJECTS ON BUSINESS RULES     '  TO  RPT-LABEL.
004064     MOVE  WS-RULE-REJ-COUNT  TO  RPT-VALUE.
004066     MOVE  RPT-DETAIL  TO  RPT-LINE.
004068     WRITE  RPT-LINE.
004069     MOVE  'STAGED WITH RULE WARNINGS     '  TO  RPT-LABEL.
004071     MOVE  WS-RULE-WARN-COUNT  TO  RPT-VALUE.
004073     MOVE  RPT-DETAIL  TO  RPT-LINE.
004075     WRITE  RPT-LINE.
004077     MOVE  'STAGED NUM1 HASH              '  TO  RPT-LABEL.
004080     MOVE  WS-STAGE-HASH    TO  RPT-VALUE.
004090     MOVE  RPT-DETAIL  TO  RPT-LINE.
004100     WRITE  RPT-LINE.
004730         OPEN  OUTPUT  F-KSDS-FILE
004740     END-IF.
004750     OPEN  OUTPUT  REJECT-FILE.
004752     OPEN  OUTPUT  RESP-FILE.
004754     OPEN  INPUT   RSPHOLD-FILE.
004756     IF  WS-RSPHOLD-STATUS  NOT =  '00'
004758         SET  HOLD-EOF  TO  TRUE
004759     END-IF.
004760     PERFORM  READ-STAGE-SEC.
004762     PERFORM  READ-RSPHOLD-SEC.
004770     PERFORM  APPLY-ROW-SEC  UNTIL  IN-EOF.
004772*    validation rejects after the last staged row
004774     PERFORM  COPY-HELD-RESP-SEC  UNTIL  HOLD-EOF.
004776     IF  WS-RSPHOLD-STATUS  =  '00'
004777         OR  WS-RSPHOLD-STATUS  =  '10'
004778         CLOSE  RSPHOLD-FILE
004779     END-IF.
004780     CLOSE  RESP-FILE.
004785     IF  WS-STAGE-STATUS  =  '00'  OR  WS-STAGE-STATUS  =  '10'
004790         CLOSE  STAGE-FILE
004800     END-IF.
004810     CLOSE  F-KSDS-FILE.
004860     CLOSE  STAGE-FILE.
004870     OPEN   OUTPUT  STCTL-FILE.
004880     CLOSE  STCTL-FILE.
004882     OPEN   OUTPUT  RSPHOLD-FILE.
004884     CLOSE  RSPHOLD-FILE.
004886     PERFORM  WRITE-RESP-MANIF-SEC.
004890 APPLY-PHASE-SEC-EX.
004900     EXIT.
004910/
004940* apply uses the identical column fields the validation parsed
004950*----------------------------------------------------------------
004960 READ-STAGE-SEC   SECTION.
004970     READ  STAGE-FILE
004980         AT END  SET  IN-EOF  TO  TRUE
004990     END-READ.
004992     IF  NOT  IN-EOF
004994         MOVE  STG-IMAGE   TO  IMPORT-REC
004995         MOVE  0           TO  WS-INPUT-ROW
004996         IF  STG-ROW-NO  NUMERIC
004997             MOVE  STG-ROW-NO  TO  WS-INPUT-ROW
004998         END-IF
004999     END-IF.
005000 READ-STAGE-SEC-EX.
005010     EXIT.
005020/
005030 APPLY-ROW-SEC    SECTION.
005040     ADD  1  TO  WS-ROW-COUNT.
005042*    a batch staged before row numbers were carried answers by
005044*    its staged sequence
005046     IF  WS-INPUT-ROW  =  0
005048         MOVE  WS-ROW-COUNT  TO  WS-INPUT-ROW
005049     END-IF.
005050     PERFORM  LOAD-ROW-SEC.
005052*    held validation rejects numbered before this row go first,
005054*    keeping the response in input row order
005056     PERFORM  COPY-HELD-RESP-SEC
005057         UNTIL  HOLD-EOF  OR  HL-ROW-NO  >  WS-INPUT-ROW.
005058     PERFORM  WRITE-RESP-SEC.
005060     PERFORM  READ-STAGE-SEC.
005070 APPLY-ROW-SEC-EX.
005080     EXIT.
005316     MOVE  WS-RUN-DATE   TO  RUN-ID-DATE  OF  F-KSDS-REC.
005318     MOVE  0             TO  RUN-ID-SEQ   OF  F-KSDS-REC.
005320     MOVE  SPACE         TO  NCH       OF  F-KSDS-REC.
005322     MOVE  WS-CYCLE-ENTITY  TO  ENTITY-CODE  OF  F-KSDS-REC.
005323     SET   RS-SET  TO  TRUE.
005324     MOVE  :LAYOUT:  TO  RS-LAYOUT.
005326     CALL  'RECSUM'  USING  WS-RECSUM-PARM  F-KSDS-REC.
005330     WRITE  F-KSDS-REC
005340         INVALID KEY
005350             PERFORM  REPLACE-ROW-SEC
005360         NOT INVALID KEY
005370             ADD  1  TO  WS-LOADED-COUNT
005375             MOVE  'ADDED'  TO  WS-OUTCOME
005380     END-WRITE.
005390 LOAD-ROW-SEC-EX.
005400     EXIT.
005430     REWRITE  F-KSDS-REC
005440         INVALID KEY
005450             MOVE  'NUM1'  TO  WS-BAD-COLUMN
005455             MOVE  'REFUSED BY THE CLUSTER'  TO  WS-BAD-REASON
005460             PERFORM  LOG-REJECT-SEC
005465             MOVE  'REJECTED'   TO  WS-OUTCOME
005470         NOT INVALID KEY
005480             ADD  1  TO  WS-REPLACED-COUNT
005485             MOVE  'CORRECTED'  TO  WS-OUTCOME
005490     END-REWRITE.
005500 REPLACE-ROW-SEC-EX.
005510     EXIT.
005600 LOG-REJECT-SEC-EX.
005610     EXIT.
005620/
005621*----------------------------------------------------------------
005622* one response row for the current input row; the reject detail
005623* rides only on a rejected row, and a comma inside a rule's
005624* reason text is changed so the row still splits cleanly
005625*----------------------------------------------------------------
005626 WRITE-RESP-SEC   SECTION.
005627     MOVE  WS-INPUT-ROW   TO  RS-ROW-NO.
005628     MOVE  IMP-NUM1       TO  RS-NUM1.
005629     MOVE  WS-OUTCOME     TO  RS-OUTCOME.
005630     IF  WS-OUTCOME  =  'REJECTED'
005631         MOVE  WS-BAD-COLUMN  TO  RS-COLUMN
005632         MOVE  WS-BAD-REASON  TO  RS-REASON
005633         INSPECT  RS-REASON  REPLACING  ALL  ','  BY  ';'
005634         INSPECT  RS-COLUMN  REPLACING  ALL  ','  BY  ';'
005635     ELSE
005636         MOVE  SPACES         TO  RS-COLUMN
005637         MOVE  SPACES         TO  RS-REASON
005638     END-IF.
005639     INSPECT  RS-NUM1  REPLACING  ALL  ','  BY  ';'.
005640     MOVE  WS-RESP-LINE   TO  RESP-REC.
005641     PERFORM  PUT-RESP-SEC.
005642 WRITE-RESP-SEC-EX.
005643     EXIT.
005644/
005645*    writes RESP-REC and carries it into the manifest totals
005646 PUT-RESP-SEC     SECTION.
005647     WRITE  RESP-REC.
005648     ADD  1  TO  WS-RESP-COUNT.
005649     MOVE  RESP-REC  TO  WS-RESP-LINE.
005650     IF  RS-NUM1  NUMERIC
005651         ADD  RS-NUM1-N  TO  WS-RESP-HASH
005652     END-IF.
005653 PUT-RESP-SEC-EX.
005654     EXIT.
005655/
005656 READ-RSPHOLD-SEC SECTION.
005657     IF  NOT  HOLD-EOF
005658         READ  RSPHOLD-FILE  INTO  WS-HOLD-LINE
005659             AT END  SET  HOLD-EOF  TO  TRUE
005660         END-READ
005661     END-IF.
005662 READ-RSPHOLD-SEC-EX.
005663     EXIT.
005664/
005665 COPY-HELD-RESP-SEC  SECTION.
005666     MOVE  RSPHOLD-REC  TO  RESP-REC.
005667     PERFORM  PUT-RESP-SEC.
005668     PERFORM  READ-RSPHOLD-SEC.
005669 COPY-HELD-RESP-SEC-EX.
005670     EXIT.
005671/
005672*----------------------------------------------------------------
005673* the response's manifest, and its line on the EXPLEDGR
005674* transmission ledger under the sender's name, unacknowledged -
005675* the same EXTEND-with-OUTPUT-fallback FEXPORT appends with
005676*----------------------------------------------------------------
005677 WRITE-RESP-MANIF-SEC  SECTION.
005678     OPEN  OUTPUT  RMANIF-FILE.
005679     MOVE  SPACES           TO  RMANIF-REC.
005680     MOVE  WS-RUN-DATE      TO  RM-EXTRACT-DATE.
005681     MOVE  ','              TO  RMANIF-REC(9:1).
005682     MOVE  WS-RESP-COUNT    TO  RM-ROW-COUNT.
005683     MOVE  ','              TO  RMANIF-REC(17:1).
005684     MOVE  WS-RESP-HASH     TO  RM-NUM1-HASH.
005685     WRITE  RMANIF-REC.
005686     CLOSE  RMANIF-FILE.
005687     OPEN  EXTEND  LEDGER-FILE.
005688     IF  WS-LEDGER-STATUS  NOT =  '00'
005689         OPEN  OUTPUT  LEDGER-FILE
005690     END-IF.
005691     MOVE  SPACES           TO  LEDGER-REC.
005692     MOVE  WS-SENDER        TO  LG-RECEIVER.
005693     MOVE  WS-RUN-DATE      TO  LG-EXTRACT-DATE.
005694     MOVE  WS-RESP-COUNT    TO  LG-ROW-COUNT.
005695     MOVE  WS-RESP-HASH     TO  LG-NUM1-HASH.
005696     MOVE  'N'              TO  LG-ACK-FLAG.
005697     MOVE  SPACES           TO  LG-ACK-DATE.
005698     WRITE  LEDGER-REC.
005699     CLOSE  LEDGER-FILE.
005700 WRITE-RESP-MANIF-SEC-EX.
005701     EXIT.
005702/
005703 TERM-SEC         SECTION.
005704     IF  APPLY-MODE-ON
005705         DISPLAY  'FIMPORT: APPLY - ROWS READ     ' WS-ROW-COUNT
005706         DISPLAY  'FIMPORT: APPLY - ROWS LOADED   '
005707                  WS-LOADED-COUNT
005708         DISPLAY  'FIMPORT: APPLY - ROWS REPLACED '
005709                  WS-REPLACED-COUNT
005710         DISPLAY  'FIMPORT: APPLY - ROWS REJECTED '
005711                  WS-REJECT-COUNT
005720     ELSE
005730         DISPLAY  'FIMPORT: ROWS READ      ' WS-ROW-COUNT
005740         DISPLAY  'FIMPORT: ROWS STAGED    ' WS-STAGED-COUNT
005900     MOVE  'ROWS REJECTED'       TO  JA-COUNT-NAME.
005910     MOVE  WS-REJECT-COUNT       TO  JA-COUNT-VALUE.
005920     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
005922     MOVE  'RESPONSE ROWS'       TO  JA-COUNT-NAME.
005924     MOVE  WS-RESP-COUNT         TO  JA-COUNT-VALUE.
005926     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
005930 TERM-SEC-EX.
005940     EXIT.
