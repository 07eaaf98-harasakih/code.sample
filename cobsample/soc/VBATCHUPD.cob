000100* day's worth of corrections is one job instead of one JCL submit
000110* per record. Every input transaction - applied or not - gets a
000120* disposition line on VTXNDISP, so the day's changes can be
000123* proven after the fact. each line carries the date and time it
000126* was written in positions 83-98, which is how VMOVREC takes the
000130* day's APPLIED lines beside its journal counts.
000140*
000150* VTXNIN record layout:
000160*   position 1     'A' = add, 'U' = update REC-DATA, 'D' = delete
000161*                  'F' = update one named field, 'R' = undelete
000162*   positions 2-5  the 4-digit NUM1 key to act on
000163*   positions 6-77 (add/update only) the REC-DATA value
000164*   for 'F':       positions 6-15 the field name (SPACK, UPACK,
000165*                  SZONE, UZONE, GROUP-1, EFF-DATE,
000166*                  REC-STATUS), positions
000167*                  16 on the value - numerics in the reject
000168*                  file's edited form (sign or blank then three
000169*                  digits), GROUP-1 as its single code byte,
000170*                  EFF-DATE as eight digits, REC-STATUS as 'A'
000171*                  active or 'I' inactive (a delete is only
000172*                  ever a 'D' transaction). the named field is
000173*                  changed and nothing else; the same FLDEDIT
000174*                  range edits, GRPEDIT group check, VAUTH
000175*                  operator check, journaling, and disposition
000176*                  lines the other transactions get apply.
000177*
000178* PARM positions 1-8 carry the operator id, checked against the
000179* VAUTH authorization file at startup; each transaction is only
000180* applied when the operator holds its code, and every journaled
000181* update and disposition line carries the operator id so the
000182* day's changes are attributable to a person. PARM positions
000183* 9-10 carry the suspense retry limit (default 03); position 11
000184* 'O' is the closed-period override - an update or delete of a
000185* record whose EFF-DATE falls in a period MECLOSE has closed is
000188* dispositioned rejected without it, and logged when overridden.
000189*
000190* an update, delete, or field transaction naming a NUM1 key not
000196* retry limit gets a final EXPIRED disposition and is dropped.
000197* each run ends with a suspense-balance line so the parked
000198* count is visible without grepping yesterday's VTXNDISP.
000199*
000200* no transaction reaches the cluster on one operator's say-so.
000201* a normal run only queues: each transaction the operator holds
000202* the code for is written to the VAPPRQ pending-approval queue
000203* under a submission id (this run's date and time) and
000204* dispositioned QUEUED; the cluster is not opened. a second
000205* operator releases or declines the submission through
000206* VAPPROVE. PARM position 12 'R' makes this a release run - the
000207* operator must hold the 'K' approve code, VTXNIN is not read,
000208* and every released VBATCHUPD entry is applied through the
000209* usual edits, journaled under its maker's id, dispositioned
000210* with maker and checker, and moved off the queue to the
000211* VAPPRHST history. suspense re-presentation belongs to the
000212* release run, since a parked transaction was already approved.
000213*
000214* an add, update, or field transaction must also leave the
000215* record within the cross-field business rules on the RULES
000216* control file (the shared RULECHK check): an error rule broken
000217* dispositions the transaction REJECTED with the rule's text and
000218* id; warning rules broken still apply, and each gets its own
000219* WARNING disposition line under the APPLIED one.
000220*
000221* a delete no longer removes the record from the cluster: it is
000222* marked deleted (REC-STATUS 'D', stamped with the run date)
000223* and journaled like any other change, so an erroneous delete
000224* is put right with an 'R' undelete transaction, which sets the
000225* record active again. a deleted record takes no update or
000226* field transaction until it is undeleted, and is physically
000227* removed only by VFPURGE once its grace period has passed.
000228*
000229* positions 78-85 of a VTXNIN line are an optional effective
000230* date (YYYYMMDD; blank means as soon as released). a
000231* transaction due after the cycle date is still queued and
000232* approved as usual, but the release run parks it on the
000233* VPENDTX pending-transactions file instead of applying it;
000234* every release run first applies the pending transactions
000235* its DATECALC cycle date has reached. a transaction queued
000236* after the TXNCUT cutoff time on the CHNWIN window deck
000237* belongs to the next business day and is stamped with it.
000238* VPENDMNT reports and cancels pending transactions.
000239*
000240* VAPPRQ is shared with VMASSUPD, VCLEANSE and VAPPROVE, so a
000241* queue run appends and a release run loads, applies and
000242* rewrites it only under the queue's RESLOCK lock (VAPRQ),
000243* taken after the VFILE lock. a queue run that cannot have the
000244* lock queues nothing; a release run that cannot have it still
000245* applies its suspense and pending work and leaves the released
000246* entries for the next run. the operator messages raised here
000247* are the VBTCHnnn entries of MSGCAT, through MSGFMT.
000248*----------------------------------------------------------------
000249 ENVIRONMENT      DIVISION.
000250 INPUT-OUTPUT     SECTION.
000251 FILE-CONTROL.
000252     SELECT  V-OTFILE  ASSIGN TO     VFILE
000253             ORGANIZATION  IS    INDEXED
000254             ACCESS MODE   IS    DYNAMIC
000260             RECORD KEY    IS    NUM1  OF  V-REC01
000261             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000262                           WITH  DUPLICATES
000263             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000264                           WITH  DUPLICATES
000270             FILE STATUS   IS    WS-VFILE-STATUS.
000280     SELECT  TXN-FILE  ASSIGN TO     VTXNIN
000290             ORGANIZATION  IS    LINE SEQUENTIAL
000337     SELECT  SUSP-FILE  ASSIGN TO    VSUSP
000338             ORGANIZATION  IS    LINE SEQUENTIAL
000339             FILE STATUS   IS    WS-SUSP-STATUS.
000340     SELECT  QUEUE-FILE ASSIGN TO    VAPPRQ
000341             ORGANIZATION  IS    LINE SEQUENTIAL
000342             FILE STATUS   IS    WS-QUEUE-STATUS.
000343     SELECT  HIST-FILE  ASSIGN TO    VAPPRHST
000344             ORGANIZATION  IS    LINE SEQUENTIAL
000345             FILE STATUS   IS    WS-HIST-STATUS.
000346     SELECT  PEND-FILE  ASSIGN TO    VPENDTX
000347             ORGANIZATION  IS    LINE SEQUENTIAL
000348             FILE STATUS   IS    WS-PEND-STATUS.
000349     SELECT  WIN-CTL    ASSIGN TO    CHNWIN
000350             ORGANIZATION  IS    LINE SEQUENTIAL
000351             FILE STATUS   IS    WS-WIN-STATUS.
000352
000353     COPY  keylay.
000356 DATA             DIVISION.
000360 FILE             SECTION.
000370 FD      V-OTFILE
000380         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
000390         DEPENDING ON  V-LL.
000400 01      V-REC01.
000410     COPY  vfile.
000470       88  TXN-UPDATE                      VALUE 'U'.
000480       88  TXN-DELETE                      VALUE 'D'.
000482       88  TXN-FIELD-UPD                   VALUE 'F'.
000484       88  TXN-UNDELETE                    VALUE 'R'.
000490     03  TXN-NUM1                     PIC  9(04).
000500     03  TXN-DATA                     PIC  X(72).
000502     03  TXN-FIELD-R  REDEFINES  TXN-DATA.
000504       05  TXN-FIELD                  PIC  X(10).
000506       05  TXN-FVALUE                 PIC  X(62).
000507     03  TXN-EFF-DATE                 PIC  X(08).
000510
000520 FD      DISP-FILE.
000521 01      DISP-REC                     PIC  X(100).
000522*
000523*    before/after image journal - one record appended per
000524*    REWRITE applied to the cluster, shared with VKSDSUPD so
000525*    VJREPLAY can roll a restored archive copy forward through
000526*    the updates made by either door
000527 FD      JRNL-FILE.
000528 01      JRNL-REC.
000529     COPY  vjrnl.
000530*
000531*    operator authorization: one line per operator id with the
000532*    transaction codes that operator may run and the grant's
000533*    expiry date (blank = never expires) - maintained by VAUTHMNT
000534 FD      AUTH-FILE.
000535 01      AUTH-REC.
000536     03  AU-OPERATOR                  PIC  X(08).
000537     03  FILLER                       PIC  X(01).
000538     03  AU-CODES                     PIC  X(08).
000539     03  FILLER                       PIC  X(01).
000540     03  AU-EXPIRY                    PIC  X(08).
000541*
000542*    parked transactions awaiting their key: the attempt count
000543*    so far, the original transaction image (its key in the store
000544*    layout), then the maker, checker and override byte it was
000545*    released under
000546 FD      SUSP-FILE.
000547 01      SUSP-REC.
000548     03  SU-ATTEMPTS                  PIC  9(02).
000549     03  FILLER                       PIC  X(01).
000550     03  SU-TXN-IMAGE.
000551       05  SU-TXN-CODE                PIC  X(01).
000552       05  SU-TXN-NUM1                PIC  9(:KEY-LEN:).
000558       05  SU-TXN-DATA                PIC  X(72).
000559     03  FILLER                       PIC  X(01).
000560     03  SU-MAKER                     PIC  X(08).
000561     03  FILLER                       PIC  X(01).
000562     03  SU-CHECKER                   PIC  X(08).
000563     03  FILLER                       PIC  X(01).
000564     03  SU-OVERRIDE                  PIC  X(01).
000565*
000566*    the maker-checker pending-approval queue and its history
000567 FD      QUEUE-FILE.
000568 01      QUEUE-REC.
000569     COPY  apprque.
000570 FD      HIST-FILE.
000571 01      HIST-REC                     PIC  X(160).
000572*
000573*    approved transactions waiting for their effective date
000574 FD      PEND-FILE.
000575 01      PEND-REC.
000576     COPY  pendtx.
000577*
000578*    the batch window deck - only its TXNCUT line is read here
000579 FD      WIN-CTL.
000580 01      WIN-REC.
000581     03  CW-STEP-NAME                 PIC  X(08).
000582     03  FILLER                       PIC  X(01).
000583     03  CW-VALUE                     PIC  X(06).
000584     03  FILLER                       PIC  X(65).
000585
000586 WORKING-STORAGE  SECTION.
000587
000588 01  V-LL                      PIC  9(04) COMP.
000589
000590 01  WS-STATUSES.
000591   03  WS-VFILE-STATUS         PIC  X(02).
000592   03  WS-TXN-STATUS           PIC  X(02).
000593   03  WS-DISP-STATUS          PIC  X(02).
000594   03  WS-JRNL-STATUS          PIC  X(02).
000595
000596 01  WS-BEFORE-IMAGE           PIC  X(:REC-LEN:).
000597
000598 01  WS-RESLOCK-PARM.
000599     COPY  reslock.
000600
000601 01  WS-RUN-DATE               PIC  9(08).
000602 01  WS-MOD10                  PIC  9(02).
000603 01  WS-MOD-QUOT               PIC  9(04).
000604 01  WS-GROUP-CODE             PIC  X(01).
000605*
000606*    field-transaction work areas: the parsed numeric value and
000607*    the apply verdict
000608 01  WS-FIELD-AREA.
000609   03  WS-FLD-NUMVAL           PIC S9(03).
000610   03  WS-FLD-OK-SW            PIC  X(01).
000611     88  FIELD-VALUE-OK             VALUE 'Y'.
000612
000613 01  WS-PARM-LINE              PIC  X(12).
000614*    the PARM operator running the job, and the operator each
000615*    transaction is attributable to - the same id in a queue
000616*    run, the entry's maker in a release run
000617 01  WS-RUN-OPERATOR           PIC  X(08).
000618 01  WS-OPERATOR               PIC  X(08).
000619 01  WS-CHECKER                PIC  X(08)  VALUE  SPACES.
000620 01  WS-RUN-MODE-SW            PIC  X(01)  VALUE  SPACE.
000621     88  RELEASE-RUN                VALUE  'R'.
000622 01  WS-OVERRIDE-SW            PIC  X(01)  VALUE  'N'.
000623     88  PERIOD-OVERRIDE-ON         VALUE  'O'.
000624 01  WS-PERIOD-BLOCK-SW        PIC  X(01)  VALUE  'N'.
000625     88  PERIOD-IS-BLOCKED          VALUE  'Y'.
000626 01  WS-PERIODCK-PARM.
000627     COPY  periodck.
000628*    an added record belongs to the entity this cycle runs for
000629 01  WS-CYCLE-ENTITY           PIC  X(02).
000630 01  WS-ENTCHK-PARM.
000631     COPY  entchk.
000632 01  WS-RECSUM-PARM.
000633     COPY  recsum.
000634 01  WS-OPSAUDIT-PARM.
000635     COPY  opsaudit.
000636 01  WS-CHNSEAL-PARM.
000637     COPY  chnseal.
000638*
000639*    the suspense machinery: yesterday's parked transactions
000640*    loaded up front and re-presented ahead of VTXNIN, the
000641*    still-parked set rewritten at end of run
000642 01  WS-SUSPENSE-AREA.
000643   03  WS-SUSP-STATUS          PIC  X(02).
000644   03  WS-SUSP-EOF-SW          PIC  X(01)  VALUE  'N'.
000645     88  SUSP-EOF                   VALUE  'Y'.
000646   03  WS-FROM-SUSP-SW         PIC  X(01)  VALUE  'N'.
000647     88  TXN-FROM-SUSPENSE          VALUE  'Y'.
000648   03  WS-CUR-ATTEMPTS         PIC  9(02)  VALUE  0.
000649   03  WS-MAX-ATTEMPTS         PIC  9(02)  VALUE  3.
000650   03  WS-SUSP-IN-TABLE.
000651     05  WS-SIN-ENTRY  OCCURS  200  TIMES.
000652       07  WS-SIN-ATTEMPTS     PIC  9(02).
000653       07  WS-SIN-IMAGE        PIC  X(77).
000654       07  WS-SIN-MAKER        PIC  X(08).
000655       07  WS-SIN-CHECKER      PIC  X(08).
000656       07  WS-SIN-OVERRIDE     PIC  X(01).
000657   03  WS-SIN-COUNT            PIC  9(03)  COMP  VALUE  0.
000658   03  WS-SIN-SUB              PIC  9(03)  COMP.
000659   03  WS-SUSP-OUT-TABLE.
000660     05  WS-SOUT-ENTRY  OCCURS  200  TIMES.
000661       07  WS-SOUT-ATTEMPTS    PIC  9(02).
000662       07  WS-SOUT-IMAGE       PIC  X(77).
000663       07  WS-SOUT-MAKER       PIC  X(08).
000664       07  WS-SOUT-CHECKER     PIC  X(08).
000665       07  WS-SOUT-OVERRIDE    PIC  X(01).
000666   03  WS-SOUT-COUNT           PIC  9(03)  COMP  VALUE  0.
000667   03  WS-SOUT-SUB             PIC  9(03)  COMP.
000668 01  WS-AUTH-AREA.
000669   03  WS-AUTH-STATUS          PIC  X(02).
000670   03  WS-AUTH-EOF-SW          PIC  X(01)  VALUE  'N'.
000671     88  AUTH-EOF                   VALUE  'Y'.
000672   03  WS-OP-FOUND-SW          PIC  X(01)  VALUE  'N'.
000673     88  OPERATOR-KNOWN             VALUE  'Y'.
000674   03  WS-OP-CODES             PIC  X(08).
000675   03  WS-CODE-TALLY           PIC  9(02)  COMP.
000676   03  WS-AUTH-TODAY           PIC  9(08).
000677   03  WS-APPROVE-OK-SW        PIC  X(01)  VALUE  'N'.
000678     88  APPROVE-AUTHORIZED         VALUE  'Y'.
000679*
000680*    the pending-approval queue: a queue run appends to it under
000681*    one submission id; a release run loads it whole, applies
000682*    the released VBATCHUPD entries, and rewrites what is left -
000683*    the VAPPROVE table shape
000684 01  WS-QUEUE-AREA.
000685   03  WS-QUEUE-STATUS         PIC  X(02).
000686   03  WS-HIST-STATUS          PIC  X(02).
000687   03  WS-QUEUE-EOF-SW         PIC  X(01)  VALUE  'N'.
000688     88  QUEUE-EOF                  VALUE  'Y'.
000689   03  WS-QLOCK-SW             PIC  X(01)  VALUE  'N'.
000690     88  QUEUE-LOCKED               VALUE  'Y'.
000691   03  WS-BATCH-ID.
000692     05  WS-BATCH-DATE         PIC  9(08).
000693     05  WS-BATCH-TIME         PIC  9(08).
000694   03  WS-QUEUE-SEQ            PIC  9(05)  VALUE  0.
000695   03  WS-QUEUE-TABLE.
000696     05  WS-Q-ENTRY  OCCURS  2000  TIMES  INDEXED BY Q-IDX.
000697       07  WS-Q-IMAGE          PIC  X(160).
000698       07  WS-Q-KEEP-SW        PIC  X(01).
000699         88  Q-KEEP                 VALUE 'Y'.
000700   03  WS-QUEUE-COUNT          PIC  9(04)  COMP  VALUE  0.
000701*
000702*    the pending transactions: loaded whole by a release run,
000703*    the due ones applied, the rest rewritten with this run's
000704*    newly parked ones
000705 01  WS-PENDING-AREA.
000706   03  WS-PEND-STATUS          PIC  X(02).
000707   03  WS-PEND-EOF-SW          PIC  X(01)  VALUE  'N'.
000708     88  PEND-EOF                   VALUE  'Y'.
000709   03  WS-PEND-TABLE.
000710     05  WS-P-ENTRY  OCCURS  1000  TIMES  INDEXED BY P-IDX.
000711*      room for the pending record in either key layout
000712       07  WS-P-IMAGE          PIC  X(142).
000713       07  WS-P-KEEP-SW        PIC  X(01).
000714         88  P-KEEP                 VALUE 'Y'.
000715   03  WS-PEND-COUNT           PIC  9(04)  COMP  VALUE  0.
000716   03  WS-PEND-LOADED          PIC  9(04)  COMP  VALUE  0.
000717*
000718*    a suspense image in the TXN-REC shape the run works in - the
000719*    suspense file holds it with the key in the store layout
000720 01  WS-TXN-IMAGE.
000721   03  WS-TI-CODE              PIC  X(01).
000722   03  WS-TI-NUM1              PIC  9(04).
000723   03  WS-TI-DATA              PIC  X(72).
000724*
000725*    the cycle date due dates are judged against, and the
000726*    receipt cutoff (all nines - no TXNCUT line, no cutoff)
000727 01  WS-CYCLE-DATE             PIC  9(08).
000728 01  WS-NEXT-BUSINESS          PIC  9(08).
000729 01  WS-DUE-DATE               PIC  X(08).
000730 01  WS-TXN-CUTOFF             PIC  9(06)  VALUE  999999.
000731 01  WS-CLOCK                  PIC  9(08).
000732 01  WS-WIN-STATUS             PIC  X(02).
000733 01  WS-WIN-EOF-SW             PIC  X(01)  VALUE  'N'.
000734     88  WIN-EOF                    VALUE  'Y'.
000735 01  WS-DATECALC-PARM.
000736     COPY  datecalc.
000737
000738 01  WS-SWITCHES.
000739   03  WS-TXN-EOF-SW           PIC  X(01)  VALUE  'N'.
000740     88  TXN-EOF                    VALUE  'Y'.
000741
000742 01  WS-COUNTERS.
000743   03  WS-TXN-COUNT            PIC  9(07)  COMP  VALUE  0.
000744   03  WS-APPLIED-COUNT        PIC  9(07)  COMP  VALUE  0.
000745   03  WS-REJECTED-COUNT       PIC  9(07)  COMP  VALUE  0.
000746   03  WS-SUSPENDED-COUNT      PIC  9(07)  COMP  VALUE  0.
000747   03  WS-EXPIRED-COUNT        PIC  9(07)  COMP  VALUE  0.
000748   03  WS-QUEUED-COUNT         PIC  9(07)  COMP  VALUE  0.
000749   03  WS-RULE-WARN-COUNT      PIC  9(07)  COMP  VALUE  0.
000750   03  WS-PARKED-COUNT         PIC  9(07)  COMP  VALUE  0.
000751   03  WS-DUE-COUNT            PIC  9(07)  COMP  VALUE  0.
000752   03  WS-DEFERRED-COUNT       PIC  9(07)  COMP  VALUE  0.
000753
000754 01  WS-ERRLOG-PARM.
000755     COPY  errlog.
000756 01  WS-MSGFMT-PARM.
000757     COPY  msgfmt.
000758
000760 01  WS-JOBACCT-PARM.
000770     COPY  jobacct.
000772
000778 01  WS-GRPEDIT-PARM.
000779     COPY  grpedit.
000780
000781 01  WS-RULECHK-PARM.
000782     COPY  rulechk.
000783 01  WS-BRK-SUB                PIC  9(02)  COMP.
000784 01  WS-RULE-WARN-SW           PIC  X(01)  VALUE  'N'.
000785     88  RULE-WARNED                VALUE  'Y'.
000786
000790 01  DISP-EDIT.
000800   03  DISP-SEQ                PIC  9(07).
000810   03  FILLER                  PIC  X(01)  VALUE  SPACE.
000820   03  DISP-CODE               PIC  X(01).
000830   03  FILLER                  PIC  X(01)  VALUE  SPACE.
000840   03  DISP-NUM1               PIC  9(04).
000841   03  FILLER                  PIC  X(01)  VALUE  SPACE.
000842   03  DISP-RESULT             PIC  X(08).
000843   03  FILLER                  PIC  X(01)  VALUE  SPACE.
000844   03  DISP-REASON             PIC  X(30).
000845   03  FILLER                  PIC  X(01)  VALUE  SPACE.
000846   03  DISP-OPERATOR           PIC  X(08).
000847   03  FILLER                  PIC  X(01)  VALUE  SPACE.
000848   03  DISP-CHECKER            PIC  X(08).
000849   03  FILLER                  PIC  X(01)  VALUE  SPACE.
000850   03  DISP-RULE               PIC  X(08).
000851   03  FILLER                  PIC  X(01)  VALUE  SPACE.
000852   03  DISP-DATE               PIC  9(08).
000853   03  FILLER                  PIC  X(01)  VALUE  SPACE.
000859   03  DISP-TIME               PIC  9(08).
000860
000861 01  WS-KEYMODE-PARM.
000862     COPY  keymode.
000863 PROCEDURE        DIVISION.
000864 MAIN-SEC         SECTION.
000865*    the stores must carry the key layout this program is built
000866*    for - see KEYMODE
000867     MOVE  'VBATCHUPD' TO  KM-PROGRAM.
000868     MOVE  0           TO  KM-RUN-DATE.
000869     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
000870     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
000871     IF  KM-REFUSE
000872         MOVE  16  TO  RETURN-CODE
000873         STOP RUN
000874     END-IF.
000875     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
000876     MOVE  WS-PARM-LINE(1:8)  TO  WS-RUN-OPERATOR.
000877     MOVE  WS-RUN-OPERATOR    TO  WS-OPERATOR.
000878     IF  WS-PARM-LINE(9:2)  IS  NUMERIC
000879         AND  WS-PARM-LINE(9:2)  NOT =  ZERO
000880         MOVE  WS-PARM-LINE(9:2)  TO  WS-MAX-ATTEMPTS
000881     END-IF.
000882     MOVE  WS-PARM-LINE(11:1)  TO  WS-OVERRIDE-SW.
000883     MOVE  WS-PARM-LINE(12:1)  TO  WS-RUN-MODE-SW.
000884     PERFORM  CHECK-AUTH-SEC.
000885     IF  NOT  OPERATOR-KNOWN
000886         DISPLAY  'VBATCHUPD: OPERATOR ' WS-OPERATOR
000887                  ' NOT ON THE AUTHORIZATION FILE'
000888         MOVE  16  TO  RETURN-CODE
000889         STOP RUN
000890     END-IF.
000891*    a queue run never touches the cluster - see QUEUE-RUN-SEC
000892     IF  NOT  RELEASE-RUN
000893         PERFORM  QUEUE-RUN-SEC
000894         PERFORM  TERM-SEC
000895         STOP RUN
000896     END-IF.
000897     IF  NOT  APPROVE-AUTHORIZED
000898         DISPLAY  'VBATCHUPD: OPERATOR ' WS-RUN-OPERATOR
000899                  ' DOES NOT HOLD THE K APPROVE CODE -'
000900                  ' RELEASE RUN REFUSED'
000901         MOVE  16  TO  RETURN-CODE
000902         STOP RUN
000910     END-IF.
000911*    serialize on the cluster before touching it - see RESLOCK
000912     SET   RL-ENQ      TO  TRUE.
000914     MOVE  'VBATCHUP'  TO  RL-HOLDER.
000915     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
000916     IF  RL-BUSY
000917         SET   MG-DISPLAY  TO  TRUE
000918         MOVE  'VBTCH005'  TO  MG-MSG-ID
000919         MOVE  'MAIN-SEC'  TO  MG-SECTION
000920         MOVE  RL-CURRENT-HOLDER  TO  MG-VALUE(1)
000921         SET   MG-ERROR    TO  TRUE
000922         MOVE  'VFILE IS HELD BY &1 - RUN ABANDONED'  TO  MG-TEXT
000923         MOVE  16          TO  MG-RETURN-CODE
000924         PERFORM  ISSUE-MSG-SEC
000925         MOVE  16  TO  RETURN-CODE
000926         STOP RUN
000927     END-IF.
000928     ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
000929     PERFORM  GET-CYCLE-DATE-SEC.
000930     SET   EC-CYCLE-ENTITY  TO  TRUE.
000931     CALL  'ENTCHK'  USING  WS-ENTCHK-PARM.
000932     MOVE  EC-ENTITY  TO  WS-CYCLE-ENTITY.
000933     OPEN  I-O  V-OTFILE.
000934     IF  WS-VFILE-STATUS  NOT =  '00'
000935         DISPLAY  'VBATCHUPD: UNABLE TO OPEN VFILE, STATUS '
000936                  WS-VFILE-STATUS
000937         MOVE  'VBATCHUPD'  TO  EL-PROGRAM
000938         MOVE  'MAIN-SEC'   TO  EL-SECTION
000939         MOVE  'UNABLE TO OPEN VFILE'  TO  EL-MSG
000940         SET   EL-ERROR     TO  TRUE
000941         MOVE  16           TO  EL-RETURN-CODE
000942         MOVE  'VBTCH001'   TO  EL-MSG-ID
000943         CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
000944         MOVE  16  TO  RETURN-CODE
000945*        release the cluster lock before giving up, or every
000946*        later run abandons against a lock nobody holds
000947         SET   RL-DEQ     TO  TRUE
000948         CALL  'RESLOCK'  USING  WS-RESLOCK-PARM
000949         STOP RUN
000950     END-IF.
000951     OPEN  OUTPUT  DISP-FILE.
000952*    yesterday's parked transactions run first, so a key created
000953*    since picks them up today; then the released queue entries
000954     PERFORM  LOAD-SUSP-SEC.
000955     PERFORM  PROCESS-SUSP-SEC.
000956*    then the pending transactions that have come due
000957     PERFORM  LOAD-PEND-SEC.
000958     MOVE  WS-PEND-COUNT  TO  WS-PEND-LOADED.
000959     PERFORM  APPLY-DUE-SEC
000960         VARYING  P-IDX  FROM  1  BY  1
000961         UNTIL  P-IDX  >  WS-PEND-LOADED.
000962*    the queue is read afresh and rewritten under its own lock
000963     PERFORM  HOLD-QUEUE-SEC.
000964     IF  QUEUE-LOCKED
000965         PERFORM  LOAD-QUEUE-SEC
000966         PERFORM  APPLY-RELEASED-SEC
000967             VARYING  Q-IDX  FROM  1  BY  1
000968             UNTIL  Q-IDX  >  WS-QUEUE-COUNT
000969         PERFORM  REWRITE-QUEUE-SEC
000970         PERFORM  FREE-QUEUE-SEC
000971     ELSE
000972         SET   MG-DISPLAY  TO  TRUE
000973         MOVE  'VBTCH008'  TO  MG-MSG-ID
000974         MOVE  'MAIN-SEC'  TO  MG-SECTION
000975         MOVE  RL-CURRENT-HOLDER  TO  MG-VALUE(1)
000976         SET   MG-WARNING  TO  TRUE
000977         MOVE  'APPROVAL QUEUE HELD BY &1 - RELEASED ENTRIES WAIT'
000978                           TO  MG-TEXT
000979         MOVE  4           TO  MG-RETURN-CODE
000980         PERFORM  ISSUE-MSG-SEC
000981         MOVE  4  TO  RETURN-CODE
000982     END-IF.
000983     PERFORM  REWRITE-PEND-SEC.
000984     PERFORM  REWRITE-SUSP-SEC.
000985     CLOSE  DISP-FILE.
000986     CLOSE  V-OTFILE.
000987     SET   RL-DEQ     TO  TRUE.
000988     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
000989     PERFORM  TERM-SEC.
000990     STOP RUN.
000991 MAIN-SEC-EX.
000992     EXIT.
000993/
000994*----------------------------------------------------------------
000995* the operator must appear in VAUTH; their permitted transaction
000996* codes are kept for the per-transaction check, and the 'K'
000997* approve code noted for the release run. a missing
000998* authorization file authorizes nobody.
000999*----------------------------------------------------------------
001000 CHECK-AUTH-SEC   SECTION.
001001     ACCEPT  WS-AUTH-TODAY  FROM  DATE  YYYYMMDD.
001002     MOVE  SPACES  TO  WS-OP-CODES.
001003     OPEN  INPUT  AUTH-FILE.
001004     IF  WS-AUTH-STATUS  NOT =  '00'
001005         SET  AUTH-EOF  TO  TRUE
001006         DISPLAY  'VBATCHUPD: NO VAUTH FILE, STATUS '
001007                  WS-AUTH-STATUS
001008     END-IF.
001009     PERFORM  READ-AUTH-SEC
001010         UNTIL  AUTH-EOF  OR  OPERATOR-KNOWN.
001011     IF  WS-AUTH-STATUS  =  '00'  OR  WS-AUTH-STATUS  =  '10'
001012         CLOSE  AUTH-FILE
001013     END-IF.
001014 CHECK-AUTH-SEC-EX.
001015     EXIT.
001016/
001017 READ-AUTH-SEC    SECTION.
001018     READ  AUTH-FILE
001019         AT END  SET  AUTH-EOF  TO  TRUE
001020     END-READ.
001021*    an expired grant (numeric AU-EXPIRY before today) counts as
001022*    no grant at all, so departed staff fall off automatically
001023     IF  NOT  AUTH-EOF  AND  AU-OPERATOR  =  WS-OPERATOR
001024         AND  (AU-EXPIRY  NOT  NUMERIC
001025               OR  AU-EXPIRY  >=  WS-AUTH-TODAY)
001026         MOVE  AU-CODES  TO  WS-OP-CODES
001027         SET  OPERATOR-KNOWN  TO  TRUE
001028         MOVE  0  TO  WS-CODE-TALLY
001029         INSPECT  AU-CODES  TALLYING  WS-CODE-TALLY
001030             FOR  ALL  'K'
001031         IF  WS-CODE-TALLY  >  0
001032             SET  APPROVE-AUTHORIZED  TO  TRUE
001033         END-IF
001034     END-IF.
001035 READ-AUTH-SEC-EX.
001036     EXIT.
001037/
001038 READ-TXN-SEC     SECTION.
001039     READ  TXN-FILE
001040         AT END  SET  TXN-EOF  TO  TRUE
001041     END-READ.
001042 READ-TXN-SEC-EX.
001043     EXIT.
001044/
001045*----------------------------------------------------------------
001046* queue run: each VTXNIN transaction whose code the operator
001047* holds is queued pending approval under this run's submission
001048* id and dispositioned QUEUED; one the operator may not run, or
001049* with no known code, is dispositioned REJECTED and never queued
001050*----------------------------------------------------------------
001051 QUEUE-RUN-SEC    SECTION.
001052     ACCEPT  WS-BATCH-DATE  FROM  DATE  YYYYMMDD.
001053     ACCEPT  WS-BATCH-TIME  FROM  TIME.
001054     PERFORM  GET-CYCLE-DATE-SEC.
001055     PERFORM  LOAD-CUTOFF-SEC.
001056     OPEN  INPUT  TXN-FILE.
001057     IF  WS-TXN-STATUS  NOT =  '00'
001058         SET  TXN-EOF  TO  TRUE
001059     END-IF.
001060*    the append is made under the queue's lock, or not at all
001061     PERFORM  HOLD-QUEUE-SEC.
001062     IF  NOT  QUEUE-LOCKED
001063         SET   MG-DISPLAY  TO  TRUE
001064         MOVE  'VBTCH007'  TO  MG-MSG-ID
001065         MOVE  'QUEUE-RUN-SEC'  TO  MG-SECTION
001066         MOVE  RL-CURRENT-HOLDER  TO  MG-VALUE(1)
001067         SET   MG-ERROR    TO  TRUE
001068         MOVE  'APPROVAL QUEUE HELD BY &1 - NOTHING QUEUED'
001069                           TO  MG-TEXT
001070         MOVE  16          TO  MG-RETURN-CODE
001071         PERFORM  ISSUE-MSG-SEC
001072         MOVE  16  TO  RETURN-CODE
001073         IF  WS-TXN-STATUS  =  '00'
001074             CLOSE  TXN-FILE
001075         END-IF
001076         GO TO  QUEUE-RUN-SEC-EX
001077     END-IF.
001078     OPEN  OUTPUT  DISP-FILE.
001079     OPEN  EXTEND  QUEUE-FILE.
001080     IF  WS-QUEUE-STATUS  NOT =  '00'
001081         OPEN  OUTPUT  QUEUE-FILE
001082     END-IF.
001083     PERFORM  READ-TXN-SEC.
001084     PERFORM  QUEUE-TXN-SEC  UNTIL  TXN-EOF.
001085     CLOSE  QUEUE-FILE.
001086     PERFORM  FREE-QUEUE-SEC.
001087     CLOSE  DISP-FILE.
001088     IF  WS-TXN-STATUS  =  '00'  OR  WS-TXN-STATUS  =  '10'
001089         CLOSE  TXN-FILE
001090     END-IF.
001091     IF  WS-QUEUED-COUNT  >  0
001092         DISPLAY  'VBATCHUPD: SUBMISSION ' WS-BATCH-ID
001093                  ' AWAITS APPROVAL IN VAPPROVE'
001094     END-IF.
001095 QUEUE-RUN-SEC-EX.
001096     EXIT.
001097/
001098 QUEUE-TXN-SEC    SECTION.
001099     ADD  1  TO  WS-TXN-COUNT.
001100*    the operator must hold this transaction's code, or the
001101*    transaction is dispositioned rejected and the pass moves on
001102     MOVE  0  TO  WS-CODE-TALLY.
001103     INSPECT  WS-OP-CODES  TALLYING  WS-CODE-TALLY
001104         FOR  ALL  TXN-CODE.
001105     EVALUATE  TRUE
001106         WHEN  WS-CODE-TALLY  =  0
001107             MOVE  'OPERATOR NOT AUTHORIZED'  TO  DISP-REASON
001108             PERFORM  LOG-REJECTED-SEC
001109         WHEN  NOT  TXN-ADD  AND  NOT  TXN-UPDATE
001110               AND  NOT  TXN-DELETE  AND  NOT  TXN-FIELD-UPD
001111               AND  NOT  TXN-UNDELETE
001112             MOVE  'UNKNOWN TRANSACTION CODE'  TO  DISP-REASON
001113             PERFORM  LOG-REJECTED-SEC
001114         WHEN  TXN-EFF-DATE  NOT =  SPACES
001115               AND  TXN-EFF-DATE  NOT  NUMERIC
001116             MOVE  'EFFECTIVE DATE NOT 8 DIGITS'  TO  DISP-REASON
001117             PERFORM  LOG-REJECTED-SEC
001118         WHEN  OTHER
001119             PERFORM  DUE-DATE-SEC
001120             ADD   1                  TO  WS-QUEUE-SEQ
001121             MOVE  SPACES             TO  QUEUE-REC
001122             MOVE  WS-BATCH-ID        TO  AQ-BATCH-ID
001123             MOVE  WS-QUEUE-SEQ       TO  AQ-SEQ
001124             SET   AQ-FROM-VBATCHUPD  TO  TRUE
001125             MOVE  WS-OPERATOR        TO  AQ-MAKER
001126             SET   AQ-PENDING         TO  TRUE
001127             MOVE  WS-OVERRIDE-SW     TO  AQ-OVERRIDE
001128             MOVE  TXN-REC            TO  AQ-TXN-IMAGE
001129             MOVE  WS-DUE-DATE        TO  AQ-EFF-DATE
001130             WRITE  QUEUE-REC
001131             ADD   1  TO  WS-QUEUED-COUNT
001132             MOVE  SPACES             TO  DISP-EDIT
001133             MOVE  'QUEUED  '         TO  DISP-RESULT
001134             MOVE  'AWAITING APPROVAL'  TO  DISP-REASON
001135             IF  WS-DUE-DATE  NOT =  SPACES
001136                 STRING  'AWAITING APPROVAL DUE '
001137                         WS-DUE-DATE
001138                         DELIMITED BY  SIZE
001139                     INTO  DISP-REASON
001140                 END-STRING
001141             END-IF
001142             PERFORM  WRITE-DISP-LINE-SEC
001143     END-EVALUATE.
001144     PERFORM  READ-TXN-SEC.
001145 QUEUE-TXN-SEC-EX.
001146     EXIT.
001147/
001148*----------------------------------------------------------------
001149* the date a queued transaction is due: the effective date it
001150* carries, or blank for as soon as released - except that one
001151* received after the TXNCUT cutoff belongs to the next business
001152* day at the earliest
001153*----------------------------------------------------------------
001154 DUE-DATE-SEC     SECTION.
001155     MOVE  TXN-EFF-DATE  TO  WS-DUE-DATE.
001156     ACCEPT  WS-CLOCK  FROM  TIME.
001157     IF  WS-CLOCK(1:6)  NOT >  WS-TXN-CUTOFF
001158         GO TO  DUE-DATE-SEC-EX
001159     END-IF.
001160     IF  WS-DUE-DATE  =  SPACES
001161         OR  WS-DUE-DATE  <  WS-NEXT-BUSINESS
001162         MOVE  WS-NEXT-BUSINESS  TO  WS-DUE-DATE
001163         ADD   1  TO  WS-DEFERRED-COUNT
001164     END-IF.
001165 DUE-DATE-SEC-EX.
001166     EXIT.
001167/
001168*----------------------------------------------------------------
001169* the official cycle date and the business day after it, from
001170* the shared calendar - see DATECALC
001171*----------------------------------------------------------------
001172 GET-CYCLE-DATE-SEC  SECTION.
001173     SET   DC-CYCLE-DATE  TO  TRUE.
001174     MOVE  0              TO  DC-IN-DATE.
001175     CALL  'DATECALC'  USING  WS-DATECALC-PARM.
001176     MOVE  DC-OUT-DATE    TO  WS-CYCLE-DATE.
001177     SET   DC-NEXT-BUSINESS  TO  TRUE.
001178     MOVE  WS-CYCLE-DATE  TO  DC-IN-DATE.
001179     CALL  'DATECALC'  USING  WS-DATECALC-PARM.
001180     MOVE  DC-OUT-DATE    TO  WS-NEXT-BUSINESS.
001181 GET-CYCLE-DATE-SEC-EX.
001182     EXIT.
001183/
001184*----------------------------------------------------------------
001185* the receipt cutoff: the reserved TXNCUT line on the CHNWIN
001186* batch window deck, HHMMSS in the value column as the CUTOFF
001187* line carries it. no deck or no line means no cutoff.
001188*----------------------------------------------------------------
001189 LOAD-CUTOFF-SEC  SECTION.
001190     OPEN  INPUT  WIN-CTL.
001191     IF  WS-WIN-STATUS  NOT =  '00'
001192         GO TO  LOAD-CUTOFF-SEC-EX
001193     END-IF.
001194     PERFORM  UNTIL  WIN-EOF
001195         READ  WIN-CTL
001196             AT END  SET  WIN-EOF  TO  TRUE
001197             NOT AT END
001198                 IF  CW-STEP-NAME  =  'TXNCUT  '
001199                     AND  CW-VALUE  IS  NUMERIC
001200                     MOVE  CW-VALUE  TO  WS-TXN-CUTOFF
001201                 END-IF
001202         END-READ
001203     END-PERFORM.
001204     CLOSE  WIN-CTL.
001205 LOAD-CUTOFF-SEC-EX.
001206     EXIT.
001207/
001208*----------------------------------------------------------------
001209* release run: the whole queue is loaded, the VAPPROVE table
001210* shape, and rewritten at end of run less the entries applied
001211*----------------------------------------------------------------
001212 LOAD-QUEUE-SEC   SECTION.
001213     OPEN  INPUT  QUEUE-FILE.
001214     IF  WS-QUEUE-STATUS  NOT =  '00'
001215         SET  QUEUE-EOF  TO  TRUE
001216     END-IF.
001217     PERFORM  READ-QUEUE-SEC  UNTIL  QUEUE-EOF.
001218     IF  WS-QUEUE-STATUS  =  '00'  OR  WS-QUEUE-STATUS  =  '10'
001219         CLOSE  QUEUE-FILE
001220     END-IF.
001221 LOAD-QUEUE-SEC-EX.
001222     EXIT.
001223/
001224 READ-QUEUE-SEC   SECTION.
001225     READ  QUEUE-FILE
001226         AT END      SET  QUEUE-EOF  TO  TRUE
001227         NOT AT END
001228             IF  WS-QUEUE-COUNT  <  2000
001229                 ADD  1  TO  WS-QUEUE-COUNT
001230                 SET  Q-IDX  TO  WS-QUEUE-COUNT
001231                 MOVE  QUEUE-REC  TO  WS-Q-IMAGE(Q-IDX)
001232                 MOVE  'Y'        TO  WS-Q-KEEP-SW(Q-IDX)
001233             ELSE
001234                 DISPLAY  'VBATCHUPD: APPROVAL QUEUE TABLE FULL'
001235                 MOVE  'VBATCHUPD'       TO  EL-PROGRAM
001236                 MOVE  'READ-QUEUE-SEC'  TO  EL-SECTION
001237                 MOVE  'APPROVAL QUEUE TABLE FULL'  TO  EL-MSG
001238                 SET   EL-ERROR          TO  TRUE
001239                 MOVE  16                TO  EL-RETURN-CODE
001240                 MOVE  'VBTCH002'        TO  EL-MSG-ID
001241                 CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
001242                 MOVE  16  TO  RETURN-CODE
001243                 PERFORM  FREE-QUEUE-SEC
001244                 SET   RL-DEQ  TO  TRUE
001245                 CALL  'RESLOCK'  USING  WS-RESLOCK-PARM
001246                 STOP RUN
001247             END-IF
001248     END-READ.
001249 READ-QUEUE-SEC-EX.
001250     EXIT.
001251/
001252*----------------------------------------------------------------
001253* one released VBATCHUPD entry is applied under its maker's id
001254* and the override byte the maker submitted, then marked applied
001255* and moved to the history. pending entries, and entries
001256* belonging to VMASSUPD, stay on the queue untouched.
001257*----------------------------------------------------------------
001258 APPLY-RELEASED-SEC  SECTION.
001259     MOVE  WS-Q-IMAGE(Q-IDX)  TO  QUEUE-REC.
001260     IF  NOT  AQ-FROM-VBATCHUPD  OR  NOT  AQ-RELEASED
001261         GO TO  APPLY-RELEASED-SEC-EX
001262     END-IF.
001263     MOVE  AQ-TXN-IMAGE  TO  TXN-REC.
001264     MOVE  AQ-EFF-DATE   TO  TXN-EFF-DATE.
001265     MOVE  AQ-MAKER      TO  WS-OPERATOR.
001266     MOVE  AQ-CHECKER    TO  WS-CHECKER.
001267     MOVE  AQ-OVERRIDE   TO  WS-OVERRIDE-SW.
001268*    a transaction not yet due waits on the pending file - it is
001269*    approved, so it leaves the queue either way
001270     IF  TXN-EFF-DATE  IS  NUMERIC
001271         AND  TXN-EFF-DATE  >  WS-CYCLE-DATE
001272         PERFORM  PARK-PENDING-SEC
001273     ELSE
001274         PERFORM  APPLY-ONE-SEC
001275     END-IF.
001276     MOVE  WS-Q-IMAGE(Q-IDX)  TO  QUEUE-REC.
001277     SET   AQ-APPLIED  TO  TRUE.
001278     MOVE  'N'  TO  WS-Q-KEEP-SW(Q-IDX).
001279     PERFORM  WRITE-HIST-SEC.
001280 APPLY-RELEASED-SEC-EX.
001281     EXIT.
001282/
001283*----------------------------------------------------------------
001284* the approval history accumulates across runs - EXTEND, with
001285* the OUTPUT fallback priming the file the first time
001286*----------------------------------------------------------------
001287 WRITE-HIST-SEC   SECTION.
001288     OPEN  EXTEND  HIST-FILE.
001289     IF  WS-HIST-STATUS  NOT =  '00'
001290         OPEN  OUTPUT  HIST-FILE
001291     END-IF.
001292     MOVE  QUEUE-REC  TO  HIST-REC.
001293     WRITE  HIST-REC.
001294     CLOSE  HIST-FILE.
001295 WRITE-HIST-SEC-EX.
001296     EXIT.
001297/
001298 REWRITE-QUEUE-SEC  SECTION.
001299     OPEN  OUTPUT  QUEUE-FILE.
001300     PERFORM  REWRITE-QUEUE-ONE-SEC
001301         VARYING  Q-IDX  FROM  1  BY  1
001302         UNTIL  Q-IDX  >  WS-QUEUE-COUNT.
001303     CLOSE  QUEUE-FILE.
001304 REWRITE-QUEUE-SEC-EX.
001305     EXIT.
001306/
001307 REWRITE-QUEUE-ONE-SEC  SECTION.
001308     IF  Q-KEEP(Q-IDX)
001309         MOVE  WS-Q-IMAGE(Q-IDX)  TO  QUEUE-REC
001310         WRITE  QUEUE-REC
001311     END-IF.
001312 REWRITE-QUEUE-ONE-SEC-EX.
001313     EXIT.
001314/
001315*----------------------------------------------------------------
001316* the pending transactions, loaded whole; a full table stops
001317* the run before anything is applied from it
001318*----------------------------------------------------------------
001319 LOAD-PEND-SEC    SECTION.
001320     OPEN  INPUT  PEND-FILE.
001321     IF  WS-PEND-STATUS  NOT =  '00'
001322         SET  PEND-EOF  TO  TRUE
001323     END-IF.
001324     PERFORM  READ-PEND-SEC  UNTIL  PEND-EOF.
001325     IF  WS-PEND-STATUS  =  '00'  OR  WS-PEND-STATUS  =  '10'
001326         CLOSE  PEND-FILE
001327     END-IF.
001328 LOAD-PEND-SEC-EX.
001329     EXIT.
001330/
001331 READ-PEND-SEC    SECTION.
001332     READ  PEND-FILE
001333         AT END      SET  PEND-EOF  TO  TRUE
001334         NOT AT END
001335             IF  WS-PEND-COUNT  <  1000
001336                 ADD  1  TO  WS-PEND-COUNT
001337                 SET  P-IDX  TO  WS-PEND-COUNT
001338                 MOVE  PEND-REC  TO  WS-P-IMAGE(P-IDX)
001339                 MOVE  'Y'       TO  WS-P-KEEP-SW(P-IDX)
001340             ELSE
001341                 DISPLAY  'VBATCHUPD: PENDING TABLE FULL'
001342                 MOVE  'VBATCHUPD'      TO  EL-PROGRAM
001343                 MOVE  'READ-PEND-SEC'  TO  EL-SECTION
001344                 MOVE  'PENDING TRANSACTION TABLE FULL'
001345                       TO  EL-MSG
001346                 SET   EL-ERROR         TO  TRUE
001347                 MOVE  16               TO  EL-RETURN-CODE
001348                 MOVE  'VBTCH003'       TO  EL-MSG-ID
001349                 CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
001350                 MOVE  16  TO  RETURN-CODE
001351                 SET   RL-DEQ  TO  TRUE
001352                 CALL  'RESLOCK'  USING  WS-RESLOCK-PARM
001353                 STOP RUN
001354             END-IF
001355     END-READ.
001356 READ-PEND-SEC-EX.
001357     EXIT.
001358/
001359*----------------------------------------------------------------
001360* a pending transaction the cycle date has reached is applied
001361* under the maker, checker and override it was approved with,
001362* and leaves the pending file whatever its disposition
001363*----------------------------------------------------------------
001364 APPLY-DUE-SEC    SECTION.
001365     MOVE  WS-P-IMAGE(P-IDX)  TO  PEND-REC.
001366     IF  PT-EFF-DATE  >  WS-CYCLE-DATE
001367         GO TO  APPLY-DUE-SEC-EX
001368     END-IF.
001369     MOVE  SPACES        TO  TXN-REC.
001370     MOVE  PT-TXN-CODE   TO  TXN-CODE.
001371     MOVE  PT-TXN-NUM1   TO  TXN-NUM1.
001372     MOVE  PT-TXN-DATA   TO  TXN-DATA.
001373     MOVE  PT-MAKER      TO  WS-OPERATOR.
001374     MOVE  PT-CHECKER    TO  WS-CHECKER.
001375     MOVE  PT-OVERRIDE   TO  WS-OVERRIDE-SW.
001376     ADD   1  TO  WS-DUE-COUNT.
001377     PERFORM  APPLY-ONE-SEC.
001378     MOVE  'N'  TO  WS-P-KEEP-SW(P-IDX).
001379 APPLY-DUE-SEC-EX.
001380     EXIT.
001381/
001382*----------------------------------------------------------------
001383* a released transaction not yet due is added to the pending
001384* table, to be written with the rest at end of run
001385*----------------------------------------------------------------
001386 PARK-PENDING-SEC SECTION.
001387     ADD   1  TO  WS-TXN-COUNT.
001388     MOVE  SPACES  TO  DISP-EDIT.
001389     IF  WS-PEND-COUNT  NOT <  1000
001390         MOVE  'PENDING FILE FULL'  TO  DISP-REASON
001391         PERFORM  LOG-REJECTED-SEC
001392         GO TO  PARK-PENDING-SEC-EX
001393     END-IF.
001394     MOVE  SPACES        TO  PEND-REC.
001395     MOVE  TXN-EFF-DATE  TO  PT-EFF-DATE.
001396     MOVE  AQ-BATCH-ID   TO  PT-BATCH-ID.
001397     MOVE  AQ-SEQ        TO  PT-SEQ.
001398     MOVE  WS-OPERATOR   TO  PT-MAKER.
001399     MOVE  WS-CHECKER    TO  PT-CHECKER.
001400     MOVE  WS-OVERRIDE-SW  TO  PT-OVERRIDE.
001401     MOVE  WS-RUN-DATE   TO  PT-PARKED-DATE.
001402     MOVE  TXN-CODE      TO  PT-TXN-CODE.
001403     MOVE  TXN-NUM1      TO  PT-TXN-NUM1.
001404     MOVE  TXN-DATA      TO  PT-TXN-DATA.
001405     ADD   1  TO  WS-PEND-COUNT.
001406     SET   P-IDX  TO  WS-PEND-COUNT.
001407     MOVE  PEND-REC  TO  WS-P-IMAGE(P-IDX).
001408     MOVE  'Y'       TO  WS-P-KEEP-SW(P-IDX).
001409     ADD   1  TO  WS-PARKED-COUNT.
001410     MOVE  'PENDING '    TO  DISP-RESULT.
001411     STRING  'EFFECTIVE '  TXN-EFF-DATE
001412             DELIMITED BY  SIZE
001413         INTO  DISP-REASON
001414     END-STRING.
001415     PERFORM  WRITE-DISP-LINE-SEC.
001416 PARK-PENDING-SEC-EX.
001417     EXIT.
001418/
001419 REWRITE-PEND-SEC SECTION.
001420     OPEN  OUTPUT  PEND-FILE.
001421     PERFORM  REWRITE-PEND-ONE-SEC
001422         VARYING  P-IDX  FROM  1  BY  1
001423         UNTIL  P-IDX  >  WS-PEND-COUNT.
001424     CLOSE  PEND-FILE.
001425 REWRITE-PEND-SEC-EX.
001426     EXIT.
001427/
001428 REWRITE-PEND-ONE-SEC  SECTION.
001429     IF  P-KEEP(P-IDX)
001430         MOVE  WS-P-IMAGE(P-IDX)  TO  PEND-REC
001431         WRITE  PEND-REC
001432     END-IF.
001433 REWRITE-PEND-ONE-SEC-EX.
001434     EXIT.
001435/
001436*----------------------------------------------------------------
001437* one released transaction applied per pass; INVALID KEY on the
001438* verb that carries it keeps one bad key from stopping the run -
001439* the transaction is dispositioned REJECTED and the pass moves
001440* on. the maker's authority for the code was checked when the
001441* transaction was queued.
001442*----------------------------------------------------------------
001443 APPLY-ONE-SEC    SECTION.
001444     ADD  1  TO  WS-TXN-COUNT.
001445     EVALUATE  TRUE
001446         WHEN  TXN-ADD
001447             PERFORM  ADD-REC-SEC
001448         WHEN  TXN-UPDATE
001449             PERFORM  UPDATE-REC-SEC
001450         WHEN  TXN-DELETE
001451             PERFORM  DELETE-REC-SEC
001452         WHEN  TXN-FIELD-UPD
001453             PERFORM  FIELD-UPD-SEC
001454         WHEN  TXN-UNDELETE
001455             PERFORM  UNDELETE-REC-SEC
001456         WHEN  OTHER
001457             MOVE  'UNKNOWN TRANSACTION CODE'
001458                                   TO  DISP-REASON
001459             PERFORM  LOG-REJECTED-SEC
001460     END-EVALUATE.
001461 APPLY-ONE-SEC-EX.
001462     EXIT.
001463/
001464*----------------------------------------------------------------
001465* yesterday's parked transactions, loaded then re-presented one
001466* by one through the same APPLY-ONE-SEC the live stream uses -
001467* each carrying its attempt count so the age-off rule can judge
001468*----------------------------------------------------------------
001469 LOAD-SUSP-SEC    SECTION.
001470     OPEN  INPUT  SUSP-FILE.
001471     IF  WS-SUSP-STATUS  NOT =  '00'
001472         SET  SUSP-EOF  TO  TRUE
001473     END-IF.
001474     PERFORM  READ-SUSP-SEC  UNTIL  SUSP-EOF.
001475     IF  WS-SUSP-STATUS  =  '00'  OR  WS-SUSP-STATUS  =  '10'
001476         CLOSE  SUSP-FILE
001477     END-IF.
001478 LOAD-SUSP-SEC-EX.
001479     EXIT.
001480/
001481 READ-SUSP-SEC    SECTION.
001482     READ  SUSP-FILE
001483         AT END      SET  SUSP-EOF  TO  TRUE
001484         NOT AT END
001485             IF  WS-SIN-COUNT  <  200
001486                 ADD  1  TO  WS-SIN-COUNT
001487                 MOVE  SU-ATTEMPTS
001488                       TO  WS-SIN-ATTEMPTS(WS-SIN-COUNT)
001489                 MOVE  SU-TXN-CODE   TO  WS-TI-CODE
001490                 MOVE  SU-TXN-NUM1   TO  WS-TI-NUM1
001491                 MOVE  SU-TXN-DATA   TO  WS-TI-DATA
001492                 MOVE  WS-TXN-IMAGE
001493                       TO  WS-SIN-IMAGE(WS-SIN-COUNT)
001494                 MOVE  SU-MAKER
001495                       TO  WS-SIN-MAKER(WS-SIN-COUNT)
001496                 MOVE  SU-CHECKER
001497                       TO  WS-SIN-CHECKER(WS-SIN-COUNT)
001498                 MOVE  SU-OVERRIDE
001499                       TO  WS-SIN-OVERRIDE(WS-SIN-COUNT)
001500             END-IF
001501     END-READ.
001502 READ-SUSP-SEC-EX.
001503     EXIT.
001504/
001505 PROCESS-SUSP-SEC SECTION.
001506     PERFORM  VARYING  WS-SIN-SUB  FROM  1  BY  1
001507         UNTIL  WS-SIN-SUB  >  WS-SIN-COUNT
001508         MOVE  WS-SIN-IMAGE(WS-SIN-SUB)     TO  TXN-REC
001509         MOVE  WS-SIN-ATTEMPTS(WS-SIN-SUB)  TO  WS-CUR-ATTEMPTS
001510         MOVE  WS-SIN-MAKER(WS-SIN-SUB)     TO  WS-OPERATOR
001511         MOVE  WS-SIN-CHECKER(WS-SIN-SUB)   TO  WS-CHECKER
001512         MOVE  WS-SIN-OVERRIDE(WS-SIN-SUB)  TO  WS-OVERRIDE-SW
001513         SET  TXN-FROM-SUSPENSE  TO  TRUE
001514         PERFORM  APPLY-ONE-SEC
001515         MOVE  'N'  TO  WS-FROM-SUSP-SW
001516         MOVE  0    TO  WS-CUR-ATTEMPTS
001517     END-PERFORM.
001518 PROCESS-SUSP-SEC-EX.
001519     EXIT.
001520/
001521*----------------------------------------------------------------
001522* an unmatched key parks the transaction instead of killing it:
001523* the attempt count steps by one, and once it passes the retry
001524* limit the transaction gets its final EXPIRED disposition and
001525* leaves the suspense file for good
001526*----------------------------------------------------------------
001527 PARK-TXN-SEC     SECTION.
001528     ADD  1  TO  WS-CUR-ATTEMPTS.
001529     IF  WS-CUR-ATTEMPTS  >  WS-MAX-ATTEMPTS
001530         ADD  1  TO  WS-EXPIRED-COUNT
001531         MOVE  'EXPIRED '  TO  DISP-RESULT
001532         MOVE  'SUSPENSE ATTEMPTS EXHAUSTED'  TO  DISP-REASON
001533         PERFORM  WRITE-DISP-LINE-SEC
001534     ELSE
001535         IF  WS-SOUT-COUNT  <  200
001536             ADD  1  TO  WS-SOUT-COUNT
001537             MOVE  WS-CUR-ATTEMPTS
001538                   TO  WS-SOUT-ATTEMPTS(WS-SOUT-COUNT)
001539             MOVE  TXN-REC
001540                   TO  WS-SOUT-IMAGE(WS-SOUT-COUNT)
001541             MOVE  WS-OPERATOR
001542                   TO  WS-SOUT-MAKER(WS-SOUT-COUNT)
001543             MOVE  WS-CHECKER
001544                   TO  WS-SOUT-CHECKER(WS-SOUT-COUNT)
001545             MOVE  WS-OVERRIDE-SW
001546                   TO  WS-SOUT-OVERRIDE(WS-SOUT-COUNT)
001547             ADD  1  TO  WS-SUSPENDED-COUNT
001548             MOVE  'SUSPENDD'  TO  DISP-RESULT
001549             MOVE  'KEY NOT ON FILE - PARKED'  TO  DISP-REASON
001550             PERFORM  WRITE-DISP-LINE-SEC
001551         ELSE
001552             ADD  1  TO  WS-EXPIRED-COUNT
001553             MOVE  'EXPIRED '  TO  DISP-RESULT
001554             MOVE  'SUSPENSE FILE FULL'  TO  DISP-REASON
001555             PERFORM  WRITE-DISP-LINE-SEC
001556         END-IF
001557     END-IF.
001558 PARK-TXN-SEC-EX.
001559     EXIT.
001560/
001561 WRITE-DISP-LINE-SEC  SECTION.
001562     MOVE  WS-TXN-COUNT  TO  DISP-SEQ.
001563     MOVE  TXN-CODE      TO  DISP-CODE.
001564     MOVE  TXN-NUM1      TO  DISP-NUM1.
001565     MOVE  WS-OPERATOR   TO  DISP-OPERATOR.
001566     MOVE  WS-CHECKER    TO  DISP-CHECKER.
001567     ACCEPT  DISP-DATE  FROM  DATE  YYYYMMDD.
001568     ACCEPT  DISP-TIME  FROM  TIME.
001569     MOVE  DISP-EDIT     TO  DISP-REC.
001570     WRITE  DISP-REC.
001571 WRITE-DISP-LINE-SEC-EX.
001572     EXIT.
001573/
001574*----------------------------------------------------------------
001575* the still-parked set becomes the next run's suspense file; a
001576* clean day leaves it empty
001577*----------------------------------------------------------------
001578 REWRITE-SUSP-SEC SECTION.
001579     OPEN  OUTPUT  SUSP-FILE.
001580     PERFORM  VARYING  WS-SOUT-SUB  FROM  1  BY  1
001581         UNTIL  WS-SOUT-SUB  >  WS-SOUT-COUNT
001582         MOVE  SPACES  TO  SUSP-REC
001583         MOVE  WS-SOUT-ATTEMPTS(WS-SOUT-SUB)  TO  SU-ATTEMPTS
001584         MOVE  WS-SOUT-IMAGE(WS-SOUT-SUB)     TO  WS-TXN-IMAGE
001585         MOVE  WS-TI-CODE                     TO  SU-TXN-CODE
001586         MOVE  WS-TI-NUM1                     TO  SU-TXN-NUM1
001587         MOVE  WS-TI-DATA                     TO  SU-TXN-DATA
001588         MOVE  WS-SOUT-MAKER(WS-SOUT-SUB)     TO  SU-MAKER
001589         MOVE  WS-SOUT-CHECKER(WS-SOUT-SUB)   TO  SU-CHECKER
001590         MOVE  WS-SOUT-OVERRIDE(WS-SOUT-SUB)  TO  SU-OVERRIDE
001591         WRITE  SUSP-REC
001592     END-PERFORM.
001593     CLOSE  SUSP-FILE.
001594 REWRITE-SUSP-SEC-EX.
001595     EXIT.
001596/
001597 ADD-REC-SEC      SECTION.
001598     MOVE  LENGTH OF V-REC01  TO  V-LL.
001599     MOVE  SPACES             TO  V-REC01.
001600     MOVE  TXN-NUM1           TO  NUM1  OF  V-REC01.
001601     MOVE  TXN-NUM1           TO  NUM2  OF  V-REC01.
001602     MOVE  TXN-DATA           TO  REC-DATA  OF  V-REC01.
001603     MOVE  WS-RUN-DATE        TO  EFF-DATE     OF  V-REC01
001604                                  RUN-ID-DATE  OF  V-REC01.
001605     MOVE  0                  TO  RUN-ID-SEQ   OF  V-REC01.
001606     SET   REC-ACTIVE         OF  V-REC01  TO  TRUE.
001607     MOVE  WS-RUN-DATE        TO  REC-STATUS-DATE  OF  V-REC01.
001608     MOVE  WS-CYCLE-ENTITY    TO  ENTITY-CODE  OF  V-REC01.
001609     MOVE  ZERO               TO  SPACK  OF  V-REC01
001610                                  UPACK  OF  V-REC01
001611                                  SZONE  OF  V-REC01
001612                                  UZONE  OF  V-REC01.
001613*    the same grouping code, SHUDAN2 representations and NCH
001614*    value FILEW assigns, so an added record stays visible to
001615*    the group lookup/rollup and passes the SHUDAN2 cross-check
001616     DIVIDE  TXN-NUM1  BY  10  GIVING  WS-MOD-QUOT
001617             REMAINDER  WS-MOD10.
001618     EVALUATE  WS-MOD10
001619         WHEN  0  THRU  2
001620             MOVE  'A'  TO  WS-GROUP-CODE
001621         WHEN  3  THRU  5
001622             MOVE  'B'  TO  WS-GROUP-CODE
001623         WHEN  6  THRU  8
001624             MOVE  'C'  TO  WS-GROUP-CODE
001625         WHEN  OTHER
001626             MOVE  'D'  TO  WS-GROUP-CODE
001627     END-EVALUATE.
001628     MOVE  WS-GROUP-CODE      TO  GROUP-1  OF  V-REC01.
001629     MOVE  NC'ABCDE'          TO  NCH      OF  V-REC01.
001630     MOVE  TXN-NUM1           TO  COMP0  OF  V-REC01
001631                                  COMP3  OF  V-REC01
001632                                  COMP5  OF  V-REC01
001633                                  BIN    OF  V-REC01.
001634*    the grouping code must be an active entry on the GRPMAST
001635*    reference master - the shared GRPEDIT check every door
001636*    applies
001637     MOVE  WS-GROUP-CODE  TO  GE-CODE.
001638     CALL  'GRPEDIT'  USING  WS-GRPEDIT-PARM.
001639     IF  GE-REJECT
001640         MOVE  'GROUP CODE NOT ON MASTER'  TO  DISP-REASON
001641         PERFORM  LOG-REJECTED-SEC
001642         GO TO  ADD-REC-SEC-EX
001643     END-IF.
001644     PERFORM  RULE-CHECK-SEC.
001645     IF  RK-FAIL
001646         PERFORM  LOG-REJECTED-SEC
001647     ELSE
001648         SET   RS-SET  TO  TRUE
001649         MOVE  :LAYOUT:  TO  RS-LAYOUT
001650         CALL  'RECSUM'  USING  WS-RECSUM-PARM  V-REC01
001651         WRITE  V-REC01
001652             INVALID KEY
001660                 MOVE  'KEY ALREADY ON FILE'  TO  DISP-REASON
001670                 PERFORM  LOG-REJECTED-SEC
001680             NOT INVALID KEY
001684                 MOVE  SPACES  TO  WS-BEFORE-IMAGE
001688                 PERFORM  WRITE-JRNL-SEC
001690                 PERFORM  LOG-APPLIED-SEC
001700         END-WRITE
001702     END-IF.
001760     READ  V-OTFILE
001770         INVALID KEY
001780             PERFORM  PARK-TXN-SEC
001781         NOT INVALID KEY
001782*            a deleted record takes no change until undeleted
001783             IF  REC-DELETED  OF  V-REC01
001784                 MOVE  'RECORD IS DELETED'  TO  DISP-REASON
001785                 PERFORM  LOG-REJECTED-SEC
001786             ELSE
001787*            closed-period guard first - see CHECK-PERIOD-SEC
001788             PERFORM  CHECK-PERIOD-SEC
001789             IF  PERIOD-IS-BLOCKED
001790                 MOVE  'PERIOD CLOSED - NO OVERRIDE'
001791                       TO  DISP-REASON
001792                 PERFORM  LOG-REJECTED-SEC
001800             ELSE
001801*            the record must satisfy the same business range
001802*            edits FILEW enforces before this door rewrites it -
001819*                the original build
001820                 MOVE  WS-RUN-DATE
001821                       TO  EFF-DATE     OF  V-REC01
001822                          RUN-ID-DATE  OF  V-REC01
001823                 MOVE  0  TO  RUN-ID-SEQ  OF  V-REC01
001824                 PERFORM  RULE-CHECK-SEC
001825                 IF  RK-FAIL
001826                     MOVE  WS-BEFORE-IMAGE  TO  V-REC01
001827                     PERFORM  LOG-REJECTED-SEC
001828                 ELSE
001829                 SET   RS-SET  TO  TRUE
001831                 MOVE  :LAYOUT:  TO  RS-LAYOUT
001833                 CALL  'RECSUM'  USING  WS-RECSUM-PARM  V-REC01
001835                 REWRITE  V-REC01
001837                     INVALID KEY
001840                         MOVE  'REWRITE FAILED'  TO  DISP-REASON
001850                         PERFORM  LOG-REJECTED-SEC
001860                     NOT INVALID KEY
001861                         PERFORM  WRITE-JRNL-SEC
001862                         PERFORM  LOG-APPLIED-SEC
001863                 END-REWRITE
001864                 END-IF
001865             END-IF
001866             END-IF
001867             END-IF
001868     END-READ.
001869 UPDATE-REC-SEC-EX.
001870     EXIT.
001871*----------------------------------------------------------------
001872* closed-period guard: the record's EFF-DATE names the period
001873* it belongs to; a period MECLOSE has closed blocks the change
001874* unless the PARM override byte was supplied, and an overridden
001875* change is logged so the restatement is on the record
001876*----------------------------------------------------------------
001877 CHECK-PERIOD-SEC SECTION.
001878     MOVE  'N'  TO  WS-PERIOD-BLOCK-SW.
001879     IF  EFF-DATE  OF  V-REC01  IS  NUMERIC
001880         MOVE  EFF-DATE  OF  V-REC01(1:6)  TO  PC-PERIOD
001881         MOVE  EFF-DATE  OF  V-REC01       TO  PC-DATE
001882         MOVE  ENTITY-CODE  OF  V-REC01    TO  PC-ENTITY
001883         CALL  'PERIODCK'  USING  WS-PERIODCK-PARM
001884         IF  PC-CLOSED
001885             IF  PERIOD-OVERRIDE-ON
001886                 MOVE  'VBATCHUPD'         TO  EL-PROGRAM
001887                 MOVE  'CHECK-PERIOD-SEC'  TO  EL-SECTION
001888                 MOVE  'CLOSED-PERIOD CHANGE OVERRIDDEN'
001889                       TO  EL-MSG
001890                 SET   EL-WARNING          TO  TRUE
001891                 MOVE  ZERO                TO  EL-RETURN-CODE
001892                 MOVE  'VBTCH004'          TO  EL-MSG-ID
001893                 CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
001894                 MOVE  'VBATCHUP'          TO  OA-PROGRAM
001895                 MOVE  WS-OPERATOR         TO  OA-OPERATOR
001896                 MOVE  'CLOSED-PERIOD OVRRD'  TO  OA-ACTION
001897                 MOVE  SPACES              TO  OA-DETAIL
001898                 MOVE  TXN-NUM1            TO  OA-DETAIL(1:4)
001899                 MOVE  PC-PERIOD           TO  OA-DETAIL(6:6)
001900                 CALL  'OPSAUDIT'  USING  WS-OPSAUDIT-PARM
001901             ELSE
001902                 SET  PERIOD-IS-BLOCKED  TO  TRUE
001903             END-IF
001904         END-IF
001905     END-IF.
001906 CHECK-PERIOD-SEC-EX.
001907     EXIT.
001908/
001909 EDIT-RECORD-SEC  SECTION.
001910     MOVE  SPACK  OF  V-REC01  TO  FE-SPACK.
001911     MOVE  UPACK  OF  V-REC01  TO  FE-UPACK.
001912     MOVE  SZONE  OF  V-REC01  TO  FE-SZONE.
001913     MOVE  UZONE  OF  V-REC01  TO  FE-UZONE.
001914     CALL  'FLDEDIT'  USING  WS-FLDEDIT-PARM.
001915 EDIT-RECORD-SEC-EX.
001916     EXIT.
001917/
001918*----------------------------------------------------------------
001919* the cross-field business rules against the record as it is
001920* about to be written: an error rule broken leaves RK-FAIL set
001921* and the disposition reason and rule filled in for the caller's
001922* reject; warning rules broken are remembered for the WARNING
001923* lines LOG-APPLIED-SEC writes once the change is applied
001924*----------------------------------------------------------------
001925 RULE-CHECK-SEC   SECTION.
001926     MOVE  'N'      TO  WS-RULE-WARN-SW.
001927     MOVE  V-REC01  TO  RK-IMAGE.
001928     CALL  'RULECHK'  USING  WS-RULECHK-PARM.
001929     IF  RK-FAIL
001930         MOVE  RK-ERR-TEXT  TO  DISP-REASON
001931         MOVE  RK-ERR-ID    TO  DISP-RULE
001932     END-IF.
001933     IF  RK-WARN
001934         SET  RULE-WARNED  TO  TRUE
001935     END-IF.
001936 RULE-CHECK-SEC-EX.
001937     EXIT.
001938/
001939 RULE-WARN-SEC    SECTION.
001940     ADD   1  TO  WS-RULE-WARN-COUNT.
001941     MOVE  SPACES                  TO  DISP-EDIT.
001942     MOVE  WS-TXN-COUNT            TO  DISP-SEQ.
001943     MOVE  TXN-CODE                TO  DISP-CODE.
001944     MOVE  TXN-NUM1                TO  DISP-NUM1.
001945     MOVE  'WARNING '              TO  DISP-RESULT.
001946     MOVE  RK-B-TEXT(WS-BRK-SUB)   TO  DISP-REASON.
001947     MOVE  WS-OPERATOR             TO  DISP-OPERATOR.
001948     MOVE  WS-CHECKER              TO  DISP-CHECKER.
001949     MOVE  RK-B-ID(WS-BRK-SUB)     TO  DISP-RULE.
001950     ACCEPT  DISP-DATE  FROM  DATE  YYYYMMDD.
001951     ACCEPT  DISP-TIME  FROM  TIME.
001952     MOVE  DISP-EDIT               TO  DISP-REC.
001953     WRITE  DISP-REC.
001954 RULE-WARN-SEC-EX.
001955     EXIT.
001956/
001957*----------------------------------------------------------------
001958* field-level update: the named field only is changed, the
001959* record re-passes the shared range edits (and the group master
001960* check when GROUP-1 was the field), the change is journaled,
001961* and the record is touched under today's date like every other
001962* correction
001963*----------------------------------------------------------------
001964 FIELD-UPD-SEC    SECTION.
001965     MOVE  TXN-NUM1  TO  NUM1  OF  V-REC01.
001966     READ  V-OTFILE
001967         INVALID KEY
001968             PERFORM  PARK-TXN-SEC
001969         NOT INVALID KEY
001970*            a deleted record takes no change until undeleted
001971             IF  REC-DELETED  OF  V-REC01
001972                 MOVE  'RECORD IS DELETED'  TO  DISP-REASON
001973                 PERFORM  LOG-REJECTED-SEC
001974             ELSE
001975*            closed-period guard first - see CHECK-PERIOD-SEC
001976             PERFORM  CHECK-PERIOD-SEC
001977             IF  PERIOD-IS-BLOCKED
001978                 MOVE  'PERIOD CLOSED - NO OVERRIDE'
001979                       TO  DISP-REASON
001980                 PERFORM  LOG-REJECTED-SEC
001981             ELSE
001982             MOVE  V-REC01  TO  WS-BEFORE-IMAGE
001983             PERFORM  APPLY-FIELD-SEC
001984             IF  NOT  FIELD-VALUE-OK
001985                 MOVE  WS-BEFORE-IMAGE  TO  V-REC01
001986                 PERFORM  LOG-REJECTED-SEC
001987             ELSE
001988                 PERFORM  EDIT-RECORD-SEC
001989                 IF  FE-REJECT
001990                     MOVE  SPACES     TO  DISP-REASON
001991                     STRING  FE-FIELD   DELIMITED BY  SPACE
001992                             ' '        DELIMITED BY  SIZE
001993                             FE-REASON  DELIMITED BY  SIZE
001994                         INTO  DISP-REASON
001995                     END-STRING
001996                     MOVE  WS-BEFORE-IMAGE  TO  V-REC01
001997                     PERFORM  LOG-REJECTED-SEC
001998                 ELSE
001999*                    the touch date must not clobber a value
002000*                    the transaction itself set on EFF-DATE
002001                     IF  TXN-FIELD  NOT =  'EFF-DATE  '
002002                         MOVE  WS-RUN-DATE
002003                               TO  EFF-DATE  OF  V-REC01
002004                     END-IF
002005                     MOVE  WS-RUN-DATE
002006                           TO  RUN-ID-DATE  OF  V-REC01
002007                     MOVE  0  TO  RUN-ID-SEQ  OF  V-REC01
002008                     PERFORM  RULE-CHECK-SEC
002009                     IF  RK-FAIL
002010                         MOVE  WS-BEFORE-IMAGE  TO  V-REC01
002011                         PERFORM  LOG-REJECTED-SEC
002012                     ELSE
002013                     SET   RS-SET  TO  TRUE
002015                     MOVE  :LAYOUT:  TO  RS-LAYOUT
002016                     CALL  'RECSUM'  USING  WS-RECSUM-PARM
002017                                            V-REC01
002018                     REWRITE  V-REC01
002019                         INVALID KEY
002020                             MOVE  'REWRITE FAILED'
002021                                   TO  DISP-REASON
002022                             PERFORM  LOG-REJECTED-SEC
002023                         NOT INVALID KEY
002024                             PERFORM  WRITE-JRNL-SEC
002025                             PERFORM  LOG-APPLIED-SEC
002026                     END-REWRITE
002027                     END-IF
002028                 END-IF
002029             END-IF
002030             END-IF
002031             END-IF
002032     END-READ.
002033 FIELD-UPD-SEC-EX.
002034     EXIT.
002035/
002036*----------------------------------------------------------------
002037* lays the transaction's value over the named field; numerics
002038* arrive in the reject file's edited form (sign or blank then
002039* three digits), the VOVERRID convention. an EFF-DATE value
002040* must be eight digits; a GROUP-1 value must be an active code
002041* on the GRPMAST reference master.
002042*----------------------------------------------------------------
002043 APPLY-FIELD-SEC  SECTION.
002044     MOVE  'Y'  TO  WS-FLD-OK-SW.
002045     EVALUATE  TXN-FIELD
002046         WHEN  'SPACK     '
002047             PERFORM  PARSE-FVALUE-SEC
002048             IF  FIELD-VALUE-OK
002049                 MOVE  WS-FLD-NUMVAL  TO  SPACK  OF  V-REC01
002050             END-IF
002051         WHEN  'UPACK     '
002052             PERFORM  PARSE-FVALUE-SEC
002053             IF  FIELD-VALUE-OK
002054                 MOVE  WS-FLD-NUMVAL  TO  UPACK  OF  V-REC01
002055             END-IF
002056         WHEN  'SZONE     '
002057             PERFORM  PARSE-FVALUE-SEC
002058             IF  FIELD-VALUE-OK
002059                 MOVE  WS-FLD-NUMVAL  TO  SZONE  OF  V-REC01
002060             END-IF
002061         WHEN  'UZONE     '
002062             PERFORM  PARSE-FVALUE-SEC
002063             IF  FIELD-VALUE-OK
002064                 MOVE  WS-FLD-NUMVAL  TO  UZONE  OF  V-REC01
002065             END-IF
002066         WHEN  'GROUP-1   '
002067             MOVE  TXN-FVALUE(1:1)  TO  GE-CODE
002068             CALL  'GRPEDIT'  USING  WS-GRPEDIT-PARM
002069             IF  GE-REJECT
002070                 MOVE  'GROUP CODE NOT ON MASTER'
002071                       TO  DISP-REASON
002072                 MOVE  'N'  TO  WS-FLD-OK-SW
002073             ELSE
002074                 MOVE  TXN-FVALUE(1:1)
002075                       TO  GROUP-1  OF  V-REC01
002076             END-IF
002077         WHEN  'EFF-DATE  '
002078             IF  TXN-FVALUE(1:8)  IS  NUMERIC
002079                 MOVE  TXN-FVALUE(1:8)
002080                       TO  EFF-DATE  OF  V-REC01
002081             ELSE
002082                 MOVE  'EFF-DATE NOT 8 DIGITS'
002083                       TO  DISP-REASON
002084                 MOVE  'N'  TO  WS-FLD-OK-SW
002085             END-IF
002086         WHEN  'REC-STATUS'
002087             IF  TXN-FVALUE(1:1)  =  'A'  OR  'I'
002088                 MOVE  TXN-FVALUE(1:1)
002089                       TO  REC-STATUS  OF  V-REC01
002090                 MOVE  WS-RUN-DATE
002091                       TO  REC-STATUS-DATE  OF  V-REC01
002092             ELSE
002093                 MOVE  'REC-STATUS NOT A OR I'
002094                       TO  DISP-REASON
002095                 MOVE  'N'  TO  WS-FLD-OK-SW
002096             END-IF
002097         WHEN  OTHER
002098             MOVE  'UNKNOWN FIELD NAME'  TO  DISP-REASON
002099             MOVE  'N'  TO  WS-FLD-OK-SW
002100     END-EVALUATE.
002101 APPLY-FIELD-SEC-EX.
002102     EXIT.
002103/
002104 PARSE-FVALUE-SEC SECTION.
002105     IF  TXN-FVALUE(2:3)  IS  NUMERIC
002106         MOVE  TXN-FVALUE(2:3)  TO  WS-FLD-NUMVAL
002107         IF  TXN-FVALUE(1:1)  =  '-'
002108             COMPUTE  WS-FLD-NUMVAL  =  0  -  WS-FLD-NUMVAL
002109         END-IF
002110     ELSE
002111         MOVE  'VALUE NOT SIGN + 3 DIGITS'  TO  DISP-REASON
002112         MOVE  'N'  TO  WS-FLD-OK-SW
002113     END-IF.
002114 PARSE-FVALUE-SEC-EX.
002115     EXIT.
002116/
002117*----------------------------------------------------------------
002118* a delete is a status change: the record stays on the cluster
002119* marked deleted under the run date (its EFF-DATE is left as
002120* it was) and the before/after images go to the journal like
002121* any other change - VFPURGE removes it after the grace period
002122*----------------------------------------------------------------
002123 DELETE-REC-SEC   SECTION.
002124     MOVE  TXN-NUM1  TO  NUM1  OF  V-REC01.
002125     READ  V-OTFILE
002126         INVALID KEY
002127             PERFORM  PARK-TXN-SEC
002128             GO TO  DELETE-REC-SEC-EX
002129     END-READ.
002130     IF  REC-DELETED  OF  V-REC01
002131         MOVE  'RECORD ALREADY DELETED'  TO  DISP-REASON
002132         PERFORM  LOG-REJECTED-SEC
002133         GO TO  DELETE-REC-SEC-EX
002134     END-IF.
002135*    closed-period guard - see CHECK-PERIOD-SEC
002136     PERFORM  CHECK-PERIOD-SEC.
002137     IF  PERIOD-IS-BLOCKED
002138         MOVE  'PERIOD CLOSED - NO OVERRIDE'  TO  DISP-REASON
002139         PERFORM  LOG-REJECTED-SEC
002140         GO TO  DELETE-REC-SEC-EX
002141     END-IF.
002142     MOVE  V-REC01      TO  WS-BEFORE-IMAGE.
002143     SET   REC-DELETED  OF  V-REC01  TO  TRUE.
002144     MOVE  WS-RUN-DATE  TO  REC-STATUS-DATE  OF  V-REC01
002145                            RUN-ID-DATE      OF  V-REC01.
002146     MOVE  0            TO  RUN-ID-SEQ       OF  V-REC01.
002147     REWRITE  V-REC01
002148         INVALID KEY
002149             MOVE  'DELETE FAILED'  TO  DISP-REASON
002150             PERFORM  LOG-REJECTED-SEC
002151         NOT INVALID KEY
002152             PERFORM  WRITE-JRNL-SEC
002153             PERFORM  LOG-APPLIED-SEC
002154     END-REWRITE.
002155 DELETE-REC-SEC-EX.
002156     EXIT.
002157/
002158*----------------------------------------------------------------
002159* undelete: a record marked deleted is set active again under
002160* the run date and journaled. a key not on the cluster is not
002161* parked - there is nothing a later cycle could create for an
002162* undelete to restore
002163*----------------------------------------------------------------
002164 UNDELETE-REC-SEC SECTION.
002165     MOVE  TXN-NUM1  TO  NUM1  OF  V-REC01.
002166     READ  V-OTFILE
002167         INVALID KEY
002168             MOVE  'KEY NOT ON FILE'  TO  DISP-REASON
002169             PERFORM  LOG-REJECTED-SEC
002170             GO TO  UNDELETE-REC-SEC-EX
002171     END-READ.
002172     IF  NOT  REC-DELETED  OF  V-REC01
002173         MOVE  'RECORD IS NOT DELETED'  TO  DISP-REASON
002174         PERFORM  LOG-REJECTED-SEC
002175         GO TO  UNDELETE-REC-SEC-EX
002176     END-IF.
002177     PERFORM  CHECK-PERIOD-SEC.
002178     IF  PERIOD-IS-BLOCKED
002179         MOVE  'PERIOD CLOSED - NO OVERRIDE'  TO  DISP-REASON
002180         PERFORM  LOG-REJECTED-SEC
002181         GO TO  UNDELETE-REC-SEC-EX
002182     END-IF.
002183     MOVE  V-REC01      TO  WS-BEFORE-IMAGE.
002184     SET   REC-ACTIVE   OF  V-REC01  TO  TRUE.
002185     MOVE  WS-RUN-DATE  TO  REC-STATUS-DATE  OF  V-REC01
002186                            RUN-ID-DATE      OF  V-REC01.
002187     MOVE  0            TO  RUN-ID-SEQ       OF  V-REC01.
002188     REWRITE  V-REC01
002189         INVALID KEY
002190             MOVE  'UNDELETE FAILED'  TO  DISP-REASON
002191             PERFORM  LOG-REJECTED-SEC
002192         NOT INVALID KEY
002193             PERFORM  WRITE-JRNL-SEC
002194             PERFORM  LOG-APPLIED-SEC
002195     END-REWRITE.
002196 UNDELETE-REC-SEC-EX.
002197     EXIT.
002198/
002199 LOG-APPLIED-SEC  SECTION.
002200     ADD  1  TO  WS-APPLIED-COUNT.
002201     MOVE  SPACES        TO  DISP-EDIT.
002202     MOVE  WS-TXN-COUNT  TO  DISP-SEQ.
002203     MOVE  TXN-CODE      TO  DISP-CODE.
002204     MOVE  TXN-NUM1      TO  DISP-NUM1.
002205     MOVE  'APPLIED '    TO  DISP-RESULT.
002206     MOVE  WS-OPERATOR   TO  DISP-OPERATOR.
002207     MOVE  WS-CHECKER    TO  DISP-CHECKER.
002208     ACCEPT  DISP-DATE  FROM  DATE  YYYYMMDD.
002209     ACCEPT  DISP-TIME  FROM  TIME.
002210     MOVE  DISP-EDIT     TO  DISP-REC.
002211     WRITE  DISP-REC.
002212     IF  RULE-WARNED
002213         PERFORM  RULE-WARN-SEC  VARYING  WS-BRK-SUB
002214             FROM  1  BY  1
002215             UNTIL  WS-BRK-SUB  >  RK-BROKEN-COUNT
002216                 OR  WS-BRK-SUB  >  10
002217         MOVE  'N'  TO  WS-RULE-WARN-SW
002218         MOVE  SPACES  TO  DISP-RULE
002219     END-IF.
002220 LOG-APPLIED-SEC-EX.
002221     EXIT.
002222/
002230 LOG-REJECTED-SEC SECTION.
002240     ADD  1  TO  WS-REJECTED-COUNT.
002250     MOVE  WS-TXN-COUNT  TO  DISP-SEQ.
002260     MOVE  TXN-CODE      TO  DISP-CODE.
002270     MOVE  TXN-NUM1      TO  DISP-NUM1.
002280     MOVE  'REJECTED'    TO  DISP-RESULT.
002282     MOVE  WS-OPERATOR   TO  DISP-OPERATOR.
002285     MOVE  WS-CHECKER    TO  DISP-CHECKER.
002286     ACCEPT  DISP-DATE  FROM  DATE  YYYYMMDD.
002287     ACCEPT  DISP-TIME  FROM  TIME.
002290     MOVE  DISP-EDIT     TO  DISP-REC.
002300     WRITE  DISP-REC.
002302     MOVE  'N'     TO  WS-RULE-WARN-SW.
002304     MOVE  SPACES  TO  DISP-RULE.
002310 LOG-REJECTED-SEC-EX.
002320     EXIT.
002321/
002322*----------------------------------------------------------------
002323* appends one journal record for the change just applied - the
002324* before image captured ahead of the change (SPACES for an add),
002325* the after image as now held in V-REC01, and a date/time stamp.
002326* EXTEND so the journal accumulates across runs; the OUTPUT
002327* fallback primes the file on the very first update, the way
002328* ERRLOG primes its log.
002337*----------------------------------------------------------------
002338 WRITE-JRNL-SEC   SECTION.
002339     OPEN  EXTEND  JRNL-FILE.
002340     IF  WS-JRNL-STATUS  NOT =  '00'
002341         OPEN  OUTPUT  JRNL-FILE
002342     END-IF.
002343     ACCEPT  JR-DATE  FROM  DATE  YYYYMMDD.
002344     ACCEPT  JR-TIME  FROM  TIME.
002345     MOVE  'VBATCHUP'        TO  JR-PROGRAM.
002346     MOVE  WS-OPERATOR       TO  JR-OPERATOR.
002347     MOVE  NUM1  OF  V-REC01 TO  JR-NUM1.
002348     MOVE  WS-BEFORE-IMAGE   TO  JR-BEFORE-IMAGE.
002349     MOVE  V-REC01           TO  JR-AFTER-IMAGE.
002350*    sealed into the journal chain under the chain's lock, which
002351*    is held until the entry is on the file - see chnseal.cbl
002352     SET   CS-SEAL  TO  TRUE.
002353     MOVE  'VJOURNAL'        TO  CS-CHAIN.
002354     MOVE  'VBATCHUP'        TO  CS-HOLDER.
002355     CALL  'CHNSEAL'  USING  WS-CHNSEAL-PARM  JRNL-REC.
002356     IF  CS-OK
002357         MOVE  CS-SEQ   TO  JR-CHAIN-SEQ
002358         MOVE  CS-HASH  TO  JR-CHAIN-HASH
002359     ELSE
002360         MOVE  0  TO  JR-CHAIN-SEQ  JR-CHAIN-HASH
002361         SET   MG-DISPLAY  TO  TRUE
002362         MOVE  'VBTCH006'  TO  MG-MSG-ID
002363         MOVE  'WRITE-JRNL-SEC'  TO  MG-SECTION
002364         MOVE  CS-CURRENT-HOLDER  TO  MG-VALUE(1)
002365         SET   MG-WARNING  TO  TRUE
002366         MOVE  'JOURNAL CHAIN HELD BY &1 - ENTRY WRITTEN UNSEALED'
002367                           TO  MG-TEXT
002368         MOVE  4           TO  MG-RETURN-CODE
002369         PERFORM  ISSUE-MSG-SEC
002370     END-IF.
002371     WRITE  JRNL-REC.
002372     CLOSE  JRNL-FILE.
002373     IF  CS-OK
002374         SET   CS-RELEASE  TO  TRUE
002375         CALL  'CHNSEAL'  USING  WS-CHNSEAL-PARM  JRNL-REC
002376     END-IF.
002377 WRITE-JRNL-SEC-EX.
002378     EXIT.
002379/
002380*----------------------------------------------------------------
002381* the approval queue's lock. the parm area is shared with the
002382* VFILE lock, and RESLOCK frees whatever RL-RESOURCE names, so
002383* both sections hand RL-RESOURCE back as VFILE when done
002384*----------------------------------------------------------------
002385 HOLD-QUEUE-SEC   SECTION.
002386     SET   RL-ENQ      TO  TRUE.
002387     MOVE  'VAPRQ'     TO  RL-RESOURCE.
002388     MOVE  'VBATCHUP'  TO  RL-HOLDER.
002389     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
002390     IF  NOT  RL-BUSY
002391         SET   QUEUE-LOCKED  TO  TRUE
002392     END-IF.
002393     MOVE  'VFILE'     TO  RL-RESOURCE.
002394 HOLD-QUEUE-SEC-EX.
002395     EXIT.
002396/
002397 FREE-QUEUE-SEC   SECTION.
002398     IF  QUEUE-LOCKED
002399         SET   RL-DEQ      TO  TRUE
002400         MOVE  'VAPRQ'     TO  RL-RESOURCE
002401         CALL  'RESLOCK'  USING  WS-RESLOCK-PARM
002402         MOVE  'VFILE'     TO  RL-RESOURCE
002403         MOVE  'N'  TO  WS-QLOCK-SW
002404     END-IF.
002405 FREE-QUEUE-SEC-EX.
002406     EXIT.
002407/
002408 ISSUE-MSG-SEC    SECTION.
002409     MOVE  'VBATCHUP'  TO  MG-PROGRAM.
002410     CALL  'MSGFMT'  USING  WS-MSGFMT-PARM.
002411 ISSUE-MSG-SEC-EX.
002412     EXIT.
002413/
002414 TERM-SEC         SECTION.
002415     DISPLAY  'VBATCHUPD: TRANSACTIONS READ ' WS-TXN-COUNT.
002416     DISPLAY  'VBATCHUPD: APPLIED           ' WS-APPLIED-COUNT.
002417     DISPLAY  'VBATCHUPD: REJECTED          ' WS-REJECTED-COUNT.
002418     IF  RELEASE-RUN
002419         DISPLAY  'VBATCHUPD: SUSPENSE BALANCE  ' WS-SOUT-COUNT
002420                  ' (PARKED THIS RUN ' WS-SUSPENDED-COUNT
002421                  ', EXPIRED ' WS-EXPIRED-COUNT ')'
002422         DISPLAY  'VBATCHUPD: PENDING APPLIED   ' WS-DUE-COUNT
002423                  ' (CYCLE DATE ' WS-CYCLE-DATE ')'
002424         DISPLAY  'VBATCHUPD: PENDING PARKED    ' WS-PARKED-COUNT
002425     ELSE
002426         DISPLAY  'VBATCHUPD: QUEUED FOR APPROVAL '
002427                  WS-QUEUED-COUNT
002428         DISPLAY  'VBATCHUPD: AFTER CUTOFF      '
002429                  WS-DEFERRED-COUNT
002430     END-IF.
002431     DISPLAY  'VBATCHUPD: RULE WARNINGS     ' WS-RULE-WARN-COUNT.
002432     MOVE  'VBATCHUPD'           TO  JA-PROGRAM.
002433     MOVE  'TXNS APPLIED'        TO  JA-COUNT-NAME.
002434     MOVE  WS-APPLIED-COUNT      TO  JA-COUNT-VALUE.
002435     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
002436     MOVE  'TXNS REJECTED'       TO  JA-COUNT-NAME.
002437     MOVE  WS-REJECTED-COUNT     TO  JA-COUNT-VALUE.
002440     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
002441     IF  RELEASE-RUN
002442         MOVE  'TXNS IN SUSPENSE'    TO  JA-COUNT-NAME
002444         MOVE  WS-SOUT-COUNT         TO  JA-COUNT-VALUE
002445     ELSE
002446         MOVE  'TXNS QUEUED'         TO  JA-COUNT-NAME
002447         MOVE  WS-QUEUED-COUNT       TO  JA-COUNT-VALUE
002448     END-IF.
002449     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
002450 TERM-SEC-EX.
002460     EXIT.
