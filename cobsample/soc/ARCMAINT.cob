000110*                        that many days before today has its
000120*                        dataset deleted and its catalog record
000130*                        retired; the catalog is rewritten with
000140*                        only the survivors. a generation
000142*                        run inside a legal-hold date range,
000144*                        or holding any record a hold on the
000146*                        HOLDS register covers, is kept with a
000148*                        line naming the hold (see HOLDCHK)
000150*   'R' + 'V'/'F'        restore: the selected archive generation
000160*     + date(8)+seq(4)   is loaded back over the live V-OTFILE
000170*                        cluster or F-OTFILE sequential file for
000180*                        rerun situations
000182*     + entity(2)        optional: another legal entity's
000184*                        generation (VAee/FAee); blank or the
000186*                        home entity restores VARC/FARC
000190*----------------------------------------------------------------
000200 ENVIRONMENT      DIVISION.
000210 INPUT-OUTPUT     SECTION.
000320             RECORD KEY    IS    NUM1  OF  V-REC01
000321             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000322                           WITH  DUPLICATES
000323             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000324                           WITH  DUPLICATES
000330             FILE STATUS   IS    WS-VOTFILE-STATUS.
000340     SELECT  F-OTFILE  ASSIGN TO     FFILE
000350             ORGANIZATION  IS    SEQUENTIAL
000360             FILE STATUS   IS    WS-FOTFILE-STATUS.
000370
000375     COPY  keylay.
000380 DATA             DIVISION.
000390 FILE             SECTION.
000400 FD      ARCCAT-FILE.
000420     COPY  arccat.
000430
000440 FD      ARCH-IN
000450         RECORD CONTAINS  :REC-LEN:  CHARACTERS.
000460 01      ARCH-IN-REC.
000470     COPY  vfile.
000480 01      ARCH-HTR-REC  REDEFINES  ARCH-IN-REC.
000490     03  AHTR-KEY                     PIC  9(:KEY-LEN:).
000500     03  AHTR-ID                      PIC  X(04).
000510       88  AHTR-IS-HEADER                   VALUE 'HDR1'.
000520       88  AHTR-IS-TRAILER                  VALUE 'TRL1'.
000530     03  FILLER                       PIC  X(:TAIL-4:).
000540
000550 FD      V-OTFILE
000560         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
000570         DEPENDING ON  V-LL.
000580 01      V-REC01.
000590     COPY  vfile.
000790     88  ARCH-EOF                   VALUE  'Y'.
000800
000810 01  WS-PARM-AREA.
000820   03  WS-PARM-LINE            PIC  X(16).
000830   03  WS-FUNCTION             PIC  X(01).
000840     88  WS-FUNC-PURGE              VALUE 'P'.
000850     88  WS-FUNC-RESTORE            VALUE 'R'.
000890     88  WS-RESTORE-F               VALUE 'F'.
000900   03  WS-RESTORE-DATE         PIC  X(08).
000910   03  WS-RESTORE-SEQ          PIC  9(04).
000915   03  WS-RESTORE-ENTITY       PIC  X(02).
000920
000930 01  WS-DATE-AREA.
000940   03  WS-TODAY                PIC  9(08).
001130     05  WS-CAT-RUN-DATE       PIC  X(08).
001140     05  WS-CAT-GEN-SEQ        PIC  9(04).
001150     05  WS-CAT-REC-COUNT      PIC  9(07).
001155     05  WS-CAT-ENTITY         PIC  X(02).
001160     05  WS-CAT-KEEP-SW        PIC  X(01).
001170       88  CAT-KEEP                 VALUE 'Y'.
001180 01  WS-CAT-COUNT              PIC  9(05)  COMP  VALUE  0.
001200 01  WS-COUNTERS.
001210   03  WS-PURGED-COUNT         PIC  9(05)  COMP  VALUE  0.
001220   03  WS-RESTORED-COUNT       PIC  9(07)  COMP  VALUE  0.
001225   03  WS-HELD-COUNT           PIC  9(05)  COMP  VALUE  0.
001230
001240 01  WS-ERRLOG-PARM.
001250     COPY  errlog.
001254 01  WS-RESLOCK-PARM.
001256     COPY  reslock.
001257
001258 01  WS-RETPOL-PARM.
001259     COPY  retpol.
001260
001261 01  WS-OPSAUDIT-PARM.
001262     COPY  opsaudit.
001263
001264 01  WS-JOBACCT-PARM.
001265     COPY  jobacct.
001266
001267 01  WS-HOLDCHK-PARM.
001268     COPY  holdchk.
001269
001270 01  WS-ENTCHK-PARM.
001271     COPY  entchk.
001272
001273 01  WS-CAT-HIT-SW             PIC  X(01).
001274     88  RESTORE-CATALOGUED         VALUE  'Y'.
001275
001276 01  WS-KEYMODE-PARM.
001277     COPY  keymode.
001278 PROCEDURE        DIVISION.
001279 MAIN-SEC         SECTION.
001280*    the stores must carry the key layout this program is built
001281*    for - see KEYMODE
001282     MOVE  'ARCMAINT'  TO  KM-PROGRAM.
001283     MOVE  0           TO  KM-RUN-DATE.
001284     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
001285     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
001286     IF  KM-REFUSE
001287         MOVE  16  TO  RETURN-CODE
001288         STOP RUN
001289     END-IF.
001290     PERFORM  GET-PARM-SEC.
001300     EVALUATE  TRUE
001310         WHEN  WS-FUNC-PURGE
001560         ELSE
001570             MOVE  1  TO  WS-RESTORE-SEQ
001580         END-IF
001585         MOVE  WS-PARM-LINE(15:2)  TO  WS-RESTORE-ENTITY
001590     END-IF.
001600 GET-PARM-SEC-EX.
001610     EXIT.
001760     PERFORM  LOAD-CATALOG-SEC.
001770     PERFORM  VARYING  CAT-IDX  FROM  1  BY  1
001780         UNTIL  CAT-IDX  >  WS-CAT-COUNT
001790         MOVE  'Y'  TO  WS-CAT-KEEP-SW(CAT-IDX)
001800         IF  WS-CAT-RUN-DATE(CAT-IDX)  <  WS-CUTOFF-DATE
001810             PERFORM  RETIRE-GEN-SEC
001820         END-IF
001880     END-PERFORM.
001890     PERFORM  REWRITE-CATALOG-SEC.
001900     DISPLAY  'ARCMAINT: GENERATIONS RETIRED ' WS-PURGED-COUNT.
001901     DISPLAY  'ARCMAINT: GENERATIONS HELD    ' WS-HELD-COUNT.
001902*    the purge count lands on the permanent accounting history
001904*    the way every other utility's counts do, so the month-end
001906*    pack can report generations purged as well as catalogued
001914     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
001916 PURGE-SEC-EX.
001920     EXIT.
001921/
001922*----------------------------------------------------------------
001923* a generation past retention is retired unless a legal hold
001924* covers it: its run date inside a held date range, or - while
001925* any hold is active - one of its records under a key, group,
001926* or date hold. a held generation stays catalogued, with a line
001927* naming the hold.
001928*----------------------------------------------------------------
001929 RETIRE-GEN-SEC   SECTION.
001930     MOVE  WS-CAT-NAME(CAT-IDX)  TO  WS-ARCHIVE-NAME.
001931     MOVE  SPACES                TO  HC-NUM1  HC-GROUP.
001932     MOVE  WS-CAT-RUN-DATE(CAT-IDX)  TO  HC-DATE.
001933     CALL  'HOLDCHK'  USING  WS-HOLDCHK-PARM.
001934     IF  HC-NOT-HELD  AND  HC-ACTIVE-HOLDS  >  0
001935         PERFORM  SCAN-GEN-SEC
001936     END-IF.
001937     IF  HC-HELD
001938         ADD  1  TO  WS-HELD-COUNT
001939         DISPLAY  'ARCMAINT: ' WS-ARCHIVE-NAME
001940                  ' PAST RETENTION BUT UNDER LEGAL HOLD '
001941                  HC-HOLD-ID ' (' HC-HOLD-TYPE ') - KEPT'
001942         GO TO  RETIRE-GEN-SEC-EX
001943     END-IF.
001944     MOVE  'N'  TO  WS-CAT-KEEP-SW(CAT-IDX).
001945     CALL  'CBL_DELETE_FILE'  USING  WS-ARCHIVE-NAME.
001946     ADD  1  TO  WS-PURGED-COUNT.
001947     DISPLAY  'ARCMAINT: RETIRED ' WS-ARCHIVE-NAME.
001948 RETIRE-GEN-SEC-EX.
001949     EXIT.
001950/
001951 SCAN-GEN-SEC     SECTION.
001952     MOVE  'N'  TO  WS-ARCH-EOF-SW.
001953     OPEN  INPUT  ARCH-IN.
001954     IF  WS-ARCH-STATUS  NOT =  '00'
001955         GO TO  SCAN-GEN-SEC-EX
001956     END-IF.
001957     PERFORM  SCAN-GEN-REC-SEC  UNTIL  ARCH-EOF  OR  HC-HELD.
001958     CLOSE  ARCH-IN.
001959 SCAN-GEN-SEC-EX.
001960     EXIT.
001961/
001962 SCAN-GEN-REC-SEC SECTION.
001963     READ  ARCH-IN
001964         AT END  SET  ARCH-EOF  TO  TRUE
001965     END-READ.
001966     IF  NOT  ARCH-EOF
001967         AND  NOT  AHTR-IS-HEADER
001968         AND  NOT  AHTR-IS-TRAILER
001969         MOVE  NUM1      OF  ARCH-IN-REC  TO  HC-NUM1-N
001970         MOVE  GROUP-1   OF  ARCH-IN-REC  TO  HC-GROUP
001971         MOVE  EFF-DATE  OF  ARCH-IN-REC  TO  HC-DATE
001972         CALL  'HOLDCHK'  USING  WS-HOLDCHK-PARM
001973     END-IF.
001974 SCAN-GEN-REC-SEC-EX.
001975     EXIT.
001976/
001978 LOAD-CATALOG-SEC SECTION.
001980     OPEN  INPUT  ARCCAT-FILE.
001982     IF  WS-ARCCAT-STATUS  NOT =  '00'
001984         SET  CAT-EOF  TO  TRUE
001986     END-IF.
001990     PERFORM  READ-CATALOG-SEC  UNTIL  CAT-EOF.
002000     CLOSE  ARCCAT-FILE.
002010 LOAD-CATALOG-SEC-EX.
002121                                 TO  WS-CAT-GEN-SEQ(CAT-IDX)
002130                 MOVE  AC-REC-COUNT
002131                                 TO  WS-CAT-REC-COUNT(CAT-IDX)
002132                 MOVE  AC-ENTITY
002133                                 TO  WS-CAT-ENTITY(CAT-IDX)
002135             END-IF
002140     END-READ.
002150 READ-CATALOG-SEC-EX.
002250             MOVE  WS-CAT-RUN-DATE(CAT-IDX)  TO  AC-RUN-DATE
002260             MOVE  WS-CAT-GEN-SEQ(CAT-IDX)   TO  AC-GENERATION-SEQ
002270             MOVE  WS-CAT-REC-COUNT(CAT-IDX) TO  AC-REC-COUNT
002275             MOVE  WS-CAT-ENTITY(CAT-IDX)    TO  AC-ENTITY
002280             WRITE  ARCCAT-REC
002290         END-IF
002300     END-PERFORM.
002400* fixed-length archive flattened them on the way out.
002410*----------------------------------------------------------------
002420 RESTORE-SEC      SECTION.
002421     SET   EC-LOOKUP          TO  TRUE.
002422     MOVE  WS-RESTORE-ENTITY  TO  EC-ENTITY.
002423     CALL  'ENTCHK'  USING  WS-ENTCHK-PARM.
002424     IF  EC-UNKNOWN
002425         DISPLAY  'ARCMAINT: ENTITY ' WS-RESTORE-ENTITY
002426                  ' IS NOT ON THE ENTITY REGISTER'
002427         MOVE  16  TO  RETURN-CODE
002428         STOP RUN
002429     END-IF.
002430     IF  WS-RESTORE-V
002440         MOVE  'VARC'  TO  WS-ARCH-TAG
002450     ELSE
002460         MOVE  'FARC'  TO  WS-ARCH-TAG
002470     END-IF.
002471     IF  EC-ENTITY  NOT =  EC-HOME
002472         MOVE  EC-ENTITY  TO  WS-ARCH-TAG(3:2)
002473     END-IF.
002480     MOVE  WS-RESTORE-DATE  TO  WS-ARCH-DATE.
002490     MOVE  WS-RESTORE-SEQ   TO  WS-ARCH-SEQ.
002491     PERFORM  CHECK-CATALOGUED-SEC.
002497         MOVE  'GENERATION NOT CATALOGUED'  TO  EL-MSG
002498         SET   EL-ERROR       TO  TRUE
002499         MOVE  16             TO  EL-RETURN-CODE
002500         MOVE  'ARCMT001'     TO  EL-MSG-ID
002501         CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
002502         MOVE  16  TO  RETURN-CODE
002503         STOP RUN
002504     END-IF.
002505     OPEN  INPUT  ARCH-IN.
002510     IF  WS-ARCH-STATUS  NOT =  '00'
002520         DISPLAY  'ARCMAINT: ARCHIVE NOT FOUND ' WS-ARCHIVE-NAME
002530         MOVE  'ARCMAINT'     TO  EL-PROGRAM
002550         MOVE  'ARCHIVE NOT FOUND'  TO  EL-MSG
002560         SET   EL-ERROR       TO  TRUE
002570         MOVE  16             TO  EL-RETURN-CODE
002575         MOVE  'ARCMT002'     TO  EL-MSG-ID
002580         CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
002590         MOVE  16  TO  RETURN-CODE
002600     ELSE
002737     IF  RL-BUSY
002738         DISPLAY  'ARCMAINT: VFILE IS HELD BY '
002739                  RL-CURRENT-HOLDER  ' - RESTORE ABANDONED'
002740         MOVE  16  TO  RETURN-CODE
002741         CLOSE  ARCH-IN
002742         STOP RUN
002743     END-IF.
002744     OPEN  OUTPUT  V-OTFILE.
002750     PERFORM  UNTIL  ARCH-EOF
002760         READ  ARCH-IN
002770             AT END      SET  ARCH-EOF  TO  TRUE
002780             NOT AT END
002790                 EVALUATE  TRUE
002800                     WHEN  AHTR-IS-HEADER
002810                         MOVE  :REC-MIN: TO  V-LL
002820                     WHEN  AHTR-IS-TRAILER
002830                         MOVE  :REC-MIN: TO  V-LL
002840                     WHEN  OTHER
002850                         MOVE  LENGTH OF V-REC01  TO  V-LL
002860                 END-EVALUATE
