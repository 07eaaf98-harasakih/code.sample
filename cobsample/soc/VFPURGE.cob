000100* is older than the cutoff is deleted - first copied to the
000110* VPURGED archive dataset when archive mode is on. HDR1/TRL1
000120* sentinels and records with a non-numeric EFF-DATE (written
000130* before the field existed) are never purged. a detail under
000132* a legal hold - its key, its GROUP-1 code, or its EFF-DATE
000134* covered by an active hold on the HOLDS register (see
000136* HOLDCHK) - is never purged either, whatever its age; each is
000138* kept with a line naming the hold.
000139*
000140* the maintenance doors no longer remove records - a delete
000141* marks the record deleted (REC-STATUS 'D') under the date it
000142* was deleted. this purge is what finally removes it, once the
000143* deleted status is older than the grace period: the VDELETE
000144* class days on the RETPOL policy file, else the PARM grace
000145* days, else 30 days. a deleted record still within its grace
000146* period stays so it can be undeleted; the legal-hold check
000147* applies to deleted records like any other.
000148*
000149* every record removed is noted on the VMOVLOG movement ledger
000150* (see MOVLOG) - a purge leaves no journal image, and VMOVREC
000151* proves the day's movement of the cluster from the two.
000152*
000153* PARM:
000160*   positions 1-8  cutoff date YYYYMMDD - records dated before
000170*                  this are purged; a non-numeric PARM stops the
000180*                  run rather than guess at a retention date
000190*   position 9     'A' archive purged records to VPURGED before
000200*                  deleting; anything else deletes only
000201*   positions 10-12 grace days for deleted records (default
000202*                  030) when RETPOL carries no VDELETE class
000210*----------------------------------------------------------------
000220 ENVIRONMENT      DIVISION.
000230 INPUT-OUTPUT     SECTION.
000280             RECORD KEY    IS    NUM1  OF  V-REC01
000290             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000300                           WITH  DUPLICATES
000301             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000302                           WITH  DUPLICATES
000310             FILE STATUS   IS    WS-VOTFILE-STATUS.
000320     SELECT  PURGED-OUT  ASSIGN TO   VPURGED
000330             ORGANIZATION  IS    SEQUENTIAL
000340             FILE STATUS   IS    WS-PURGED-STATUS.
000350
000355     COPY  keylay.
000360 DATA             DIVISION.
000370 FILE             SECTION.
000380 FD      V-OTFILE
000390         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
000400         DEPENDING ON  V-LL.
000410 01      V-REC01.
000420     COPY  vfile.
000430 01      V-HTR-REC  REDEFINES  V-REC01.
000440     03  HTR-KEY                      PIC  9(:KEY-LEN:).
000450     03  HTR-ID                       PIC  X(04).
000460       88  HTR-IS-HEADER                    VALUE 'HDR1'.
000470       88  HTR-IS-TRAILER                   VALUE 'TRL1'.
000480     03  FILLER                       PIC  X(:TAIL-4:).
000490
000500 FD      PURGED-OUT
000510         RECORD CONTAINS  :REC-LEN:  CHARACTERS.
000520 01      PURGED-REC.
000530     COPY  vfile.
000540
000650     88  V-EOF                      VALUE  'Y'.
000660   03  WS-ARCHIVE-SW           PIC  X(01)  VALUE  'N'.
000670     88  ARCHIVE-MODE-ON            VALUE  'Y'.
000672   03  WS-PURGE-SW             PIC  X(01)  VALUE  'N'.
000674     88  RECORD-TO-GO               VALUE  'Y'.
000676   03  WS-GRACE-SW             PIC  X(01)  VALUE  'N'.
000678     88  DELETE-GRACE-OVER          VALUE  'Y'.
000680
000690 01  WS-PARM-LINE              PIC  X(12).
000693 01  WS-CUTOFF-DATE            PIC  9(08).
000696 01  WS-GRACE-DAYS             PIC  9(03)  VALUE  30.
000701 01  WS-DEL-CUTOFF-DATE        PIC  9(08).
000702 01  WS-POLICY-DATES.
000704   03  WS-TODAY                PIC  9(08).
000706   03  WS-TODAY-INT            PIC  9(08)  COMP.
000710
000712 01  WS-RETPOL-PARM.
000714     COPY  retpol.
000717
000720 01  WS-COUNTERS.
000730   03  WS-READ-COUNT           PIC  9(07)  COMP  VALUE  0.
000740   03  WS-PURGED-COUNT         PIC  9(07)  COMP  VALUE  0.
000750   03  WS-KEPT-COUNT           PIC  9(07)  COMP  VALUE  0.
000755   03  WS-HELD-COUNT           PIC  9(07)  COMP  VALUE  0.
000756   03  WS-DEL-PURGED-COUNT     PIC  9(07)  COMP  VALUE  0.
000757   03  WS-DEL-GRACE-COUNT      PIC  9(07)  COMP  VALUE  0.
000760
000770 01  WS-ERRLOG-PARM.
000780     COPY  errlog.
000830 01  WS-RESLOCK-PARM.
000840     COPY  reslock.
000850
000852 01  WS-HOLDCHK-PARM.
000853     COPY  holdchk.
000854
000855 01  WS-MOVLOG-PARM.
000856     COPY  movlog.
000857
000858 01  WS-KEYMODE-PARM.
000859     COPY  keymode.
000860 PROCEDURE        DIVISION.
000861 MAIN-SEC         SECTION.
000862*    the stores must carry the key layout this program is built
000863*    for - see KEYMODE
000864     MOVE  'VFPURGE'   TO  KM-PROGRAM.
000865     MOVE  0           TO  KM-RUN-DATE.
000866     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
000867     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
000868     IF  KM-REFUSE
000869         MOVE  16  TO  RETURN-CODE
000870         STOP RUN
000875     END-IF.
000880     PERFORM  GET-PARM-SEC.
000890*    serialize on the cluster before touching it - see RESLOCK
000900     SET   RL-ENQ     TO  TRUE.
001060         MOVE  'UNABLE TO OPEN VFILE'  TO  EL-MSG
001070         SET   EL-ERROR    TO  TRUE
001080         MOVE  16          TO  EL-RETURN-CODE
001085         MOVE  'VFPRG001'  TO  EL-MSG-ID
001090         CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
001100         MOVE  16  TO  RETURN-CODE
001110         SET   RL-DEQ     TO  TRUE
001400     IF  WS-PARM-LINE(9:1)  =  'A'
001410         SET  ARCHIVE-MODE-ON  TO  TRUE
001420     END-IF.
001421*    the deleted-record grace period, from the same policy file
001422     MOVE  'VDELETE '  TO  RP-CLASS.
001423     CALL  'RETPOL'  USING  WS-RETPOL-PARM.
001424     IF  RP-FOUND
001425         MOVE  RP-DAYS  TO  WS-GRACE-DAYS
001426         DISPLAY  'VFPURGE: RETENTION POLICY APPLIED - '
001427                  'VDELETE ' RP-DAYS ' DAYS GRACE'
001428     ELSE
001429         IF  WS-PARM-LINE(10:3)  IS  NUMERIC
001430             MOVE  WS-PARM-LINE(10:3)  TO  WS-GRACE-DAYS
001431         END-IF
001432     END-IF.
001433     ACCEPT  WS-TODAY  FROM  DATE  YYYYMMDD.
001434     COMPUTE  WS-TODAY-INT  =
001435              FUNCTION INTEGER-OF-DATE(WS-TODAY).
001436     COMPUTE  WS-CUT-INT  =  WS-TODAY-INT  -  WS-GRACE-DAYS.
001437     COMPUTE  WS-DEL-CUTOFF-DATE  =
001438              FUNCTION DATE-OF-INTEGER(WS-CUT-INT).
001439 GET-PARM-SEC-EX.
001440     EXIT.
001450/
001460 READ-V-SEC       SECTION.
001540*----------------------------------------------------------------
001550* a detail is purged when its EFF-DATE is numeric (records
001560* written before the field existed never qualify) and older
001570* than the cutoff, and no legal hold covers it; the sequential
001580* position survives the DELETE since the next READ NEXT
001585* continues from the deleted key. a record marked deleted is
001586* purged on the same terms once its status date is older than
001587* the grace cutoff, whatever its EFF-DATE
001590*----------------------------------------------------------------
001600 PURGE-SEC        SECTION.
001610     IF  HTR-IS-HEADER  OR  HTR-IS-TRAILER
001620         ADD  1  TO  WS-KEPT-COUNT
001630     ELSE
001631         MOVE  'N'  TO  WS-PURGE-SW
001632         MOVE  'N'  TO  WS-GRACE-SW
001633         IF  REC-DELETED  OF  V-REC01
001634             IF  REC-STATUS-DATE  OF  V-REC01  IS  NUMERIC
001635                 AND  REC-STATUS-DATE  OF  V-REC01
001636                      <  WS-DEL-CUTOFF-DATE
001637                 SET  DELETE-GRACE-OVER  TO  TRUE
001638             END-IF
001639         END-IF
001640         IF  (EFF-DATE  OF  V-REC01  IS  NUMERIC
001650              AND  EFF-DATE  OF  V-REC01  <  WS-CUTOFF-DATE)
001651             OR  DELETE-GRACE-OVER
001652             PERFORM  HOLD-CHECK-SEC
001658         END-IF
001660         IF  NOT  RECORD-TO-GO
001662             ADD  1  TO  WS-KEPT-COUNT
001663             IF  REC-DELETED  OF  V-REC01
001664                 AND  NOT  DELETE-GRACE-OVER
001665                 ADD  1  TO  WS-DEL-GRACE-COUNT
001666             END-IF
001667         ELSE
001668             IF  ARCHIVE-MODE-ON
001670                 MOVE  V-REC01  TO  PURGED-REC
001680                 WRITE  PURGED-REC
001690             END-IF
001730                              NUM1  OF  V-REC01
001740                 NOT INVALID KEY
001750                     ADD  1  TO  WS-PURGED-COUNT
001751                     MOVE  'RETENTION CUTOFF'  TO  MV-REASON
001752                     IF  DELETE-GRACE-OVER
001753                         ADD  1  TO  WS-DEL-PURGED-COUNT
001756                         MOVE  'DELETED GRACE OVER'  TO  MV-REASON
001757                     END-IF
001758                     MOVE  'VFPURGE'  TO  MV-PROGRAM
001764                     MOVE  NUM1  OF  V-REC01  TO  MV-NUM1-N
001770                     SET   MV-REMOVED  TO  TRUE
001776                     CALL  'MOVLOG'  USING  WS-MOVLOG-PARM
001782             END-DELETE
001790         END-IF
001800     END-IF.
001810     PERFORM  READ-V-SEC.
001820 PURGE-SEC-EX.
001830     EXIT.
001831/
001832*----------------------------------------------------------------
001833* a record the cutoff would take is checked against the HOLDS
001834* register first; a held record is kept and reported by key
001835* with the hold that saved it
001836*----------------------------------------------------------------
001837 HOLD-CHECK-SEC   SECTION.
001838     MOVE  NUM1      OF  V-REC01  TO  HC-NUM1-N.
001839     MOVE  GROUP-1   OF  V-REC01  TO  HC-GROUP.
001840     MOVE  EFF-DATE  OF  V-REC01  TO  HC-DATE.
001841     CALL  'HOLDCHK'  USING  WS-HOLDCHK-PARM.
001842     IF  HC-HELD
001843         ADD  1  TO  WS-HELD-COUNT
001844         DISPLAY  'VFPURGE: KEY ' NUM1  OF  V-REC01
001845                  ' DATED ' EFF-DATE  OF  V-REC01
001846                  ' UNDER LEGAL HOLD ' HC-HOLD-ID
001847                  ' (' HC-HOLD-TYPE ') - NOT PURGED'
001848     ELSE
001849         SET  RECORD-TO-GO  TO  TRUE
001850     END-IF.
001851 HOLD-CHECK-SEC-EX.
001852     EXIT.
001853/
001854 TERM-SEC         SECTION.
001860     DISPLAY  'VFPURGE: CUTOFF DATE     ' WS-CUTOFF-DATE.
001870     DISPLAY  'VFPURGE: RECORDS READ    ' WS-READ-COUNT.
001880     DISPLAY  'VFPURGE: RECORDS PURGED  ' WS-PURGED-COUNT.
001890     DISPLAY  'VFPURGE: RECORDS KEPT    ' WS-KEPT-COUNT.
001895     DISPLAY  'VFPURGE: KEPT UNDER HOLD ' WS-HELD-COUNT.
001896     DISPLAY  'VFPURGE: DELETED CUTOFF  ' WS-DEL-CUTOFF-DATE.
001897     DISPLAY  'VFPURGE: DELETED PURGED  ' WS-DEL-PURGED-COUNT.
001898     DISPLAY  'VFPURGE: DELETED IN GRACE' WS-DEL-GRACE-COUNT.
001900     MOVE  'VFPURGE'             TO  JA-PROGRAM.
001910     MOVE  'RECORDS PURGED'      TO  JA-COUNT-NAME.
001920     MOVE  WS-PURGED-COUNT       TO  JA-COUNT-VALUE.
001930     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
001931     MOVE  'DELETED PURGED'      TO  JA-COUNT-NAME.
001932     MOVE  WS-DEL-PURGED-COUNT   TO  JA-COUNT-VALUE.
001933     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
001940 TERM-SEC-EX.
001950     EXIT.
