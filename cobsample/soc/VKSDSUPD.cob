000071*                   against the VAUTH authorization file - the
000072*                   operator must hold the transaction code, or
000073*                   the run stops with RC 16
000074*   position 9      'L' = lookup, 'U' = update REC-DATA,
000075*                   'D' = delete, 'R' = undelete
000080*   positions 10-13 the 4-digit NUM1 key to act on
000090*   positions 14-85 (update only) the new REC-DATA value
000091*   position 86     'O' = closed-period override - an update to
000094*                   and logged when it is supplied
000095* every journaled update carries the operator id, so changes
000096* are attributable to a person.
000097* a delete marks the record deleted (REC-STATUS 'D' under
000098* today's date) rather than removing it, and an undelete sets
000099* it active again - both journaled like an update, both under
000100* the closed-period guard. a deleted record is not shown by a
000101* lookup and takes no update; VFPURGE removes it from the
000102* cluster once its grace period has passed.
000103* the run locks only the one record it acts on (a RESLOCK
000104* record lock on the key), not the whole cluster, so it neither
000105* waits behind an operator's session nor holds up a batch pass
000106* for longer than the transaction takes.
000107*----------------------------------------------------------------
000110 ENVIRONMENT      DIVISION.
000120 INPUT-OUTPUT     SECTION.
000130 FILE-CONTROL.
000170             RECORD KEY    IS    NUM1  OF  V-REC01
000171             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000172                           WITH  DUPLICATES
000173             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000174                           WITH  DUPLICATES
000175             FILE STATUS   IS    WS-VFILE-STATUS.
000176     SELECT  JRNL-FILE  ASSIGN TO    VJOURNAL
000177             ORGANIZATION  IS    SEQUENTIAL
000178             FILE STATUS   IS    WS-JRNL-STATUS.
000179     SELECT  AUTH-FILE  ASSIGN TO    VAUTH
000181             ORGANIZATION  IS    LINE SEQUENTIAL
000183             FILE STATUS   IS    WS-AUTH-STATUS.
000185
000187     COPY  keylay.
000190 DATA             DIVISION.
000200 FILE             SECTION.
000210 FD      V-OTFILE
000220         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
000230         DEPENDING ON  V-LL.
000240 01      V-REC01.
000241     COPY  vfile.
000247 01      JRNL-REC.
000248     COPY  vjrnl.
000249*
000250*    operator authorization: one line per operator id with the
000251*    transaction codes that operator may run and the grant's
000252*    expiry date (blank = never expires) - maintained by VAUTHMNT
000253 FD      AUTH-FILE.
000254 01      AUTH-REC.
000255     03  AU-OPERATOR                  PIC  X(08).
000256     03  FILLER                       PIC  X(01).
000257     03  AU-CODES                     PIC  X(08).
000258     03  FILLER                       PIC  X(01).
000259     03  AU-EXPIRY                    PIC  X(08).
000260
000261 WORKING-STORAGE  SECTION.
000270
000280 01  WS-PARM-LINE             PIC  X(86).
000285 01  WS-OPERATOR               PIC  X(08).
000290 01  WS-TXN-CODE               PIC  X(01).
000300   88  WS-TXN-LOOKUP                  VALUE 'L'.
000310   88  WS-TXN-UPDATE                  VALUE 'U'.
000311   88  WS-TXN-DELETE                  VALUE 'D'.
000312   88  WS-TXN-UNDELETE                VALUE 'R'.
000320 01  WS-TXN-KEY                PIC  9(04).
000330 01  WS-TXN-DATA                PIC  X(72).
000332 01  WS-AUTH-AREA.
000342 01  WS-RUN-DATE               PIC  9(08).
000345 01  WS-VFILE-STATUS           PIC  X(02).
000346 01  WS-JRNL-STATUS            PIC  X(02).
000347 01  WS-BEFORE-IMAGE           PIC  X(:REC-LEN:).
000348 01  WS-RESLOCK-PARM.
000349     COPY  reslock.
000350 01  WS-FLDEDIT-PARM.
000355     COPY  errlog.
000356 01  WS-OPSAUDIT-PARM.
000357     COPY  opsaudit.
000358 01  WS-CHNSEAL-PARM.
000359     COPY  chnseal.
000360 01  WS-RECSUM-PARM.
000361     COPY  recsum.
000362
000363 01  WS-KEYMODE-PARM.
000364     COPY  keymode.
000365 PROCEDURE        DIVISION.
000366 MAIN-SEC         SECTION.
000367*    the stores must carry the key layout this program is built
000368*    for - see KEYMODE
000369     MOVE  'VKSDSUPD'  TO  KM-PROGRAM.
000370     MOVE  0           TO  KM-RUN-DATE.
000371     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
000372     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
000373     IF  KM-REFUSE
000374         MOVE  16  TO  RETURN-CODE
000375         STOP RUN
000376     END-IF.
000380     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
000385     MOVE  WS-PARM-LINE(1:8)    TO  WS-OPERATOR.
000390     MOVE  WS-PARM-LINE(9:1)    TO  WS-TXN-CODE.
000400     MOVE  WS-PARM-LINE(10:4)   TO  WS-TXN-KEY.
000401     MOVE  WS-PARM-LINE(14:72)  TO  WS-TXN-DATA.
000402     MOVE  WS-PARM-LINE(86:1)   TO  WS-OVERRIDE-SW.
000403
000404     PERFORM  CHECK-AUTH-SEC.
000405     IF  NOT  OPERATOR-AUTHORIZED
000406         DISPLAY  'VKSDSUPD: OPERATOR ' WS-OPERATOR
000407                  ' NOT AUTHORIZED FOR ' WS-TXN-CODE
000408                  ' TRANSACTIONS'
000409         MOVE  16  TO  RETURN-CODE
000410         STOP RUN
000411     END-IF.
000412
000413*    lock the one record before touching it - see RESLOCK. a
000414*    lock left by a killed run stops blocking after 5 minutes
000415     SET   RL-REC-LOCK  TO  TRUE.
000416     MOVE  'VFILE'    TO  RL-RESOURCE.
000417     MOVE  'VKSDSUPD' TO  RL-HOLDER.
000418     MOVE  WS-TXN-KEY TO  RL-KEY.
000424     MOVE  5          TO  RL-EXPIRY-MINS.
000425     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
000426     IF  RL-BUSY
000427         DISPLAY  'VKSDSUPD: VFILE RECORD ' WS-TXN-KEY
000428                  ' IS HELD BY ' RL-CURRENT-HOLDER
000429                  ' - RUN ABANDONED'
000430         MOVE  16  TO  RETURN-CODE
000431         STOP RUN
000432     END-IF.
000433     OPEN  I-O  V-OTFILE.
000435     IF  WS-VFILE-STATUS  NOT =  '00'
000436         DISPLAY  'VKSDSUPD: UNABLE TO OPEN VFILE, STATUS '
000437                  WS-VFILE-STATUS
000500         END-READ
000510         CLOSE  V-OTFILE
000515     END-IF.
000516     SET   RL-REC-UNLOCK  TO  TRUE.
000517     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
000520     STOP RUN.
000530 MAIN-SEC-EX.
000560 DO-TXN-SEC       SECTION.
000570     EVALUATE  TRUE
000580         WHEN  WS-TXN-LOOKUP
000581*            a deleted record is answered as deleted, not shown
000582             IF  REC-DELETED  OF  V-REC01
000583                 DISPLAY 'VKSDSUPD: KEY IS DELETED ' WS-TXN-KEY
000584                         ' (SINCE '
000585                         REC-STATUS-DATE  OF  V-REC01  ')'
000586             ELSE
000590             DISPLAY 'VKSDSUPD: NUM1='   NUM1  OF  V-REC01
000600             DISPLAY 'VKSDSUPD: NUM2='   NUM2  OF  V-REC01
000601             DISPLAY 'VKSDSUPD: DATA='   REC-DATA  OF  V-REC01
000602             END-IF
000603         WHEN  WS-TXN-DELETE  OR  WS-TXN-UNDELETE
000604             PERFORM  STATUS-CHANGE-SEC
000605         WHEN  WS-TXN-UPDATE  AND  REC-DELETED  OF  V-REC01
000606             DISPLAY 'VKSDSUPD: RECORD IS DELETED - UPDATE'
000607                     ' REFUSED ' WS-TXN-KEY
000608         WHEN  WS-TXN-UPDATE
000609*            an update into a period MECLOSE has closed needs
000610*            the explicit override, and is logged when made -
000611*            restated months are a decision, not an accident
000612             PERFORM  CHECK-PERIOD-SEC
000613             IF  PERIOD-IS-BLOCKED
000614                 DISPLAY 'VKSDSUPD: PERIOD CLOSED - UPDATE'
000615                         ' REFUSED WITHOUT OVERRIDE '
000616                         WS-TXN-KEY
000617             ELSE
000618*              the record must satisfy the same business range
000619*              edits FILEW enforces before this door rewrites
000620*              it - see the shared FLDEDIT validator
000621               PERFORM  EDIT-RECORD-SEC
000622               IF  FE-REJECT
000623                 DISPLAY 'VKSDSUPD: RECORD FAILS EDIT - '
000624                         FE-FIELD ' ' FE-REASON
000625                 DISPLAY 'VKSDSUPD: UPDATE NOT APPLIED '
000626                         WS-TXN-KEY
000627               ELSE
000628                 MOVE  V-REC01      TO  WS-BEFORE-IMAGE
000629                 MOVE  WS-TXN-DATA  TO  REC-DATA  OF  V-REC01
000630*                the record is touched under today's date, so
000631*                the retention purge ages the correction, not
000632*                the original build
000633                 ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD
000634                 MOVE  WS-RUN-DATE
000635                       TO  EFF-DATE     OF  V-REC01
000636                          RUN-ID-DATE  OF  V-REC01
000637                 MOVE  0  TO  RUN-ID-SEQ  OF  V-REC01
000638                 SET   RS-SET  TO  TRUE
000644                 MOVE  :LAYOUT:  TO  RS-LAYOUT
000645                 CALL  'RECSUM'  USING  WS-RECSUM-PARM  V-REC01
000646                 REWRITE  V-REC01
000647                     INVALID KEY
000648                         DISPLAY 'VKSDSUPD: UPDATE FAILED '
000649                                 WS-TXN-KEY
000650                     NOT INVALID KEY
000651                         PERFORM  WRITE-JRNL-SEC
000652                 END-REWRITE
000653               END-IF
000654             END-IF
000655         WHEN  OTHER
000656             DISPLAY 'VKSDSUPD: UNKNOWN TRANSACTION ' WS-TXN-CODE
000657     END-EVALUATE.
000658 DO-TXN-SEC-EX.
000659     EXIT.
000660/
000661*----------------------------------------------------------------
000662* delete and undelete are status changes: the record is marked
000663* deleted, or set active again, under today's date and the
000664* change journaled - nothing leaves the cluster here
000665*----------------------------------------------------------------
000666 STATUS-CHANGE-SEC  SECTION.
000667     IF  WS-TXN-DELETE  AND  REC-DELETED  OF  V-REC01
000668         DISPLAY 'VKSDSUPD: RECORD ALREADY DELETED ' WS-TXN-KEY
000669         GO TO  STATUS-CHANGE-SEC-EX
000670     END-IF.
000671     IF  WS-TXN-UNDELETE  AND  NOT  REC-DELETED  OF  V-REC01
000672         DISPLAY 'VKSDSUPD: RECORD IS NOT DELETED ' WS-TXN-KEY
000673         GO TO  STATUS-CHANGE-SEC-EX
000674     END-IF.
000675     PERFORM  CHECK-PERIOD-SEC.
000676     IF  PERIOD-IS-BLOCKED
000677         DISPLAY 'VKSDSUPD: PERIOD CLOSED - CHANGE'
000678                 ' REFUSED WITHOUT OVERRIDE ' WS-TXN-KEY
000679         GO TO  STATUS-CHANGE-SEC-EX
000680     END-IF.
000681     MOVE  V-REC01  TO  WS-BEFORE-IMAGE.
000682     IF  WS-TXN-DELETE
000683         SET  REC-DELETED  OF  V-REC01  TO  TRUE
000684     ELSE
000685         SET  REC-ACTIVE   OF  V-REC01  TO  TRUE
000686     END-IF.
000687     ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
000688     MOVE  WS-RUN-DATE  TO  REC-STATUS-DATE  OF  V-REC01
000689                            RUN-ID-DATE      OF  V-REC01.
000690     MOVE  0            TO  RUN-ID-SEQ       OF  V-REC01.
000691     REWRITE  V-REC01
000692         INVALID KEY
000693             DISPLAY 'VKSDSUPD: STATUS CHANGE FAILED '
000694                     WS-TXN-KEY
000695         NOT INVALID KEY
000696             PERFORM  WRITE-JRNL-SEC
000697             IF  WS-TXN-DELETE
000698                 DISPLAY 'VKSDSUPD: RECORD DELETED ' WS-TXN-KEY
000699             ELSE
000700                 DISPLAY 'VKSDSUPD: RECORD UNDELETED '
000701                         WS-TXN-KEY
000702             END-IF
000703     END-REWRITE.
000704 STATUS-CHANGE-SEC-EX.
000705     EXIT.
000721/
000722*----------------------------------------------------------------
000723* the operator must appear in VAUTH with the requested
000725* authorization file authorizes nobody
000726*----------------------------------------------------------------
000727 CHECK-AUTH-SEC   SECTION.
000728     ACCEPT  WS-AUTH-TODAY  FROM  DATE  YYYYMMDD.
000729     OPEN  INPUT  AUTH-FILE.
000730     IF  WS-AUTH-STATUS  NOT =  '00'
000731         SET  AUTH-EOF  TO  TRUE
000732         DISPLAY  'VKSDSUPD: NO VAUTH FILE, STATUS '
000733                  WS-AUTH-STATUS
000734     END-IF.
000735     PERFORM  READ-AUTH-SEC
000736         UNTIL  AUTH-EOF  OR  OPERATOR-AUTHORIZED.
000737     IF  WS-AUTH-STATUS  =  '00'  OR  WS-AUTH-STATUS  =  '10'
000738         CLOSE  AUTH-FILE
000739     END-IF.
000740 CHECK-AUTH-SEC-EX.
000741     EXIT.
000742/
000743 READ-AUTH-SEC    SECTION.
000744     READ  AUTH-FILE
000745         AT END  SET  AUTH-EOF  TO  TRUE
000746     END-READ.
000747*    an expired grant (numeric AU-EXPIRY before today) counts as
000748*    no grant at all, so departed staff fall off automatically
000749     IF  NOT  AUTH-EOF  AND  AU-OPERATOR  =  WS-OPERATOR
000750         AND  (AU-EXPIRY  NOT  NUMERIC
000751               OR  AU-EXPIRY  >=  WS-AUTH-TODAY)
000752         MOVE  0  TO  WS-CODE-TALLY
000753         INSPECT  AU-CODES  TALLYING  WS-CODE-TALLY
000754             FOR  ALL  WS-TXN-CODE
000755         IF  WS-CODE-TALLY  >  0
000756             SET  OPERATOR-AUTHORIZED  TO  TRUE
000757         END-IF
000758     END-IF.
000759 READ-AUTH-SEC-EX.
000760     EXIT.
000761/
000762*----------------------------------------------------------------
000763* closed-period guard: the record's EFF-DATE names the period
000764* it belongs to; a period MECLOSE has closed blocks the update
000765* unless the override byte was supplied, and an overridden
000766* update is logged so the restatement is on the record
000767*----------------------------------------------------------------
000768 CHECK-PERIOD-SEC SECTION.
000769     MOVE  'N'  TO  WS-PERIOD-BLOCK-SW.
000770     IF  EFF-DATE  OF  V-REC01  IS  NUMERIC
000771         MOVE  EFF-DATE  OF  V-REC01(1:6)  TO  PC-PERIOD
000772         MOVE  EFF-DATE  OF  V-REC01       TO  PC-DATE
000773         MOVE  ENTITY-CODE  OF  V-REC01    TO  PC-ENTITY
000774         CALL  'PERIODCK'  USING  WS-PERIODCK-PARM
000775         IF  PC-CLOSED
000776             IF  PERIOD-OVERRIDE-ON
000777                 MOVE  'VKSDSUPD'          TO  EL-PROGRAM
000778                 MOVE  'CHECK-PERIOD-SEC'  TO  EL-SECTION
000779                 MOVE  'CLOSED-PERIOD UPDATE OVERRIDDEN'
000780                       TO  EL-MSG
000781                 SET   EL-WARNING          TO  TRUE
000782                 MOVE  ZERO                TO  EL-RETURN-CODE
000783                 MOVE  'VKSDS001'          TO  EL-MSG-ID
000784                 CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
000785                 MOVE  'VKSDSUPD'          TO  OA-PROGRAM
000786                 MOVE  WS-OPERATOR         TO  OA-OPERATOR
000787                 MOVE  'CLOSED-PERIOD OVRRD'  TO  OA-ACTION
000788                 MOVE  SPACES              TO  OA-DETAIL
000789                 MOVE  WS-TXN-KEY          TO  OA-DETAIL(1:4)
000790                 MOVE  PC-PERIOD           TO  OA-DETAIL(6:6)
000791                 CALL  'OPSAUDIT'  USING  WS-OPSAUDIT-PARM
000792             ELSE
000793                 SET  PERIOD-IS-BLOCKED  TO  TRUE
000794             END-IF
000795         END-IF
000796     END-IF.
000797 CHECK-PERIOD-SEC-EX.
000798     EXIT.
000799/
000800 EDIT-RECORD-SEC  SECTION.
000801     MOVE  SPACK  OF  V-REC01  TO  FE-SPACK.
000802     MOVE  UPACK  OF  V-REC01  TO  FE-UPACK.
000803     MOVE  SZONE  OF  V-REC01  TO  FE-SZONE.
000804     MOVE  UZONE  OF  V-REC01  TO  FE-UZONE.
000805     CALL  'FLDEDIT'  USING  WS-FLDEDIT-PARM.
000806 EDIT-RECORD-SEC-EX.
000807     EXIT.
000808/
000809*----------------------------------------------------------------
000810* appends one journal record for the REWRITE just applied - the
000811* before image captured ahead of the change, the after image as
000812* now held in V-REC01, and a date/time stamp. EXTEND so the
000813* journal accumulates across runs; the OUTPUT fallback covers the
000814* very first update ever made (no journal yet), the same way
000815* ERRLOG primes its own log file.
000816*----------------------------------------------------------------
000820 WRITE-JRNL-SEC   SECTION.
000830     OPEN  EXTEND  JRNL-FILE.
000840     IF  WS-JRNL-STATUS  NOT =  '00'
000900     MOVE  NUM1  OF  V-REC01 TO  JR-NUM1.
000910     MOVE  WS-BEFORE-IMAGE   TO  JR-BEFORE-IMAGE.
000920     MOVE  V-REC01           TO  JR-AFTER-IMAGE.
000921*    sealed into the journal chain under the chain's lock, which
000922*    is held until the entry is on the file - see chnseal.cbl
000923     SET   CS-SEAL  TO  TRUE.
000924     MOVE  'VJOURNAL'        TO  CS-CHAIN.
000925     MOVE  'VKSDSUPD'        TO  CS-HOLDER.
000926     CALL  'CHNSEAL'  USING  WS-CHNSEAL-PARM  JRNL-REC.
000927     IF  CS-OK
000928         MOVE  CS-SEQ   TO  JR-CHAIN-SEQ
000929         MOVE  CS-HASH  TO  JR-CHAIN-HASH
000930     ELSE
000931         MOVE  0  TO  JR-CHAIN-SEQ  JR-CHAIN-HASH
000932         DISPLAY  'VKSDSUPD: JOURNAL CHAIN HELD BY '
000933                  CS-CURRENT-HOLDER ' - ENTRY WRITTEN UNSEALED'
000934     END-IF.
000935     WRITE  JRNL-REC.
000936     CLOSE  JRNL-FILE.
000937     IF  CS-OK
000938         SET   CS-RELEASE  TO  TRUE
000939         CALL  'CHNSEAL'  USING  WS-CHNSEAL-PARM  JRNL-REC
000940     END-IF.
000950 WRITE-JRNL-SEC-EX.
000960     EXIT.
