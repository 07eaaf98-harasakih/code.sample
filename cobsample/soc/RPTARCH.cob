000150* them does too.
000160*
000170* report tags: BALR=BALANCE RECO=RECONRPT FCMP=FCOMPRPT
000172*              ERRR=ERRRPT  CYCL=CYCLRPT  FPRO=FPROFRPT
000174* the recipient pieces RPTBURST cuts from the group reports are
000176* catalogued here too, under their own tags (BGRP BMEC BAGE
000178* BMEP) with the recipient on the line - fetched by the same
000180* 'F' PARM and retired by the same purge as a stored report.
000190*
000200* PARM drives the function:
000210*   'S'                   store: every report present is copied
000240*   'F' + tag(4)+date(8)  fetch that report segment to RPTOUT
000250*       + seq(4)          (non-numeric seq fetches seq 0001)
000260*   'P' + 3-digit days    retention purge of aged segments
000262*                         (a segment a legal date hold covers
000264*                         is kept - see HOLDCHK)
000270*----------------------------------------------------------------
000280 ENVIRONMENT      DIVISION.
000290 INPUT-OUTPUT     SECTION.
001150     05  WS-CAT-NAME           PIC  X(16).
001160     05  WS-CAT-RUN-DATE       PIC  X(08).
001170     05  WS-CAT-GEN-SEQ        PIC  9(04).
001173     05  WS-CAT-REC-COUNT      PIC  9(07).
001176     05  WS-CAT-ENTITY         PIC  X(02).
001180     05  WS-CAT-RECIPIENT      PIC  X(08).
001190     05  WS-CAT-KEEP-SW        PIC  X(01).
001200       88  CAT-KEEP                 VALUE 'Y'.
001210 01  WS-CAT-COUNT              PIC  9(05)  COMP  VALUE  0.
001260   03  WS-PURGED-COUNT         PIC  9(05)  COMP  VALUE  0.
001270   03  WS-DELETE-NAME          PIC  X(16).
001280   03  WS-NEXT-SEQ             PIC  9(04)  COMP.
001282   03  WS-LEGAL-HELD-COUNT     PIC  9(05)  COMP  VALUE  0.
001284
001286 01  WS-HOLDCHK-PARM.
001288     COPY  holdchk.
001290
001300 PROCEDURE        DIVISION.
001310 MAIN-SEC         SECTION.
001950                 MOVE  AC-GENERATION-SEQ
001960                                 TO  WS-CAT-GEN-SEQ(CAT-IDX)
001970                 MOVE  AC-REC-COUNT
001972                                 TO  WS-CAT-REC-COUNT(CAT-IDX)
001974                 MOVE  AC-ENTITY
001976                                 TO  WS-CAT-ENTITY(CAT-IDX)
001978                 MOVE  AC-RECIPIENT
001980                                 TO  WS-CAT-RECIPIENT(CAT-IDX)
001990                 MOVE  'Y'       TO  WS-CAT-KEEP-SW(CAT-IDX)
002000             END-IF
002010     END-READ.
002760         MOVE  WS-SEG-NAME       TO  WS-CAT-NAME(CAT-IDX)
002770         MOVE  WS-TODAY          TO  WS-CAT-RUN-DATE(CAT-IDX)
002780         MOVE  WS-SEG-SEQ        TO  WS-CAT-GEN-SEQ(CAT-IDX)
002783         MOVE  WS-SEG-REC-COUNT  TO  WS-CAT-REC-COUNT(CAT-IDX)
002786         MOVE  SPACES            TO  WS-CAT-ENTITY(CAT-IDX)
002790         MOVE  SPACES            TO  WS-CAT-RECIPIENT(CAT-IDX)
002800         MOVE  'Y'               TO  WS-CAT-KEEP-SW(CAT-IDX)
002810     END-IF.
002820 ADD-CATALOG-SEC-EX.
003350     PERFORM  VARYING  CAT-IDX  FROM  1  BY  1
003360         UNTIL  CAT-IDX  >  WS-CAT-COUNT
003370         IF  WS-CAT-RUN-DATE(CAT-IDX)  <  WS-CUTOFF-DATE
003380             PERFORM  RETIRE-SEG-SEC
003430         END-IF
003440     END-PERFORM.
003450     DISPLAY  'RPTARCH: SEGMENTS RETIRED ' WS-PURGED-COUNT.
003452     DISPLAY  'RPTARCH: SEGMENTS UNDER LEGAL HOLD '
003454              WS-LEGAL-HELD-COUNT.
003460 PURGE-SEC-EX.
003470     EXIT.
003471/
003472*----------------------------------------------------------------
003473* a segment past retention is still kept while a legal date
003474* hold covers the run it was rolled on (see HOLDCHK)
003475*----------------------------------------------------------------
003476 RETIRE-SEG-SEC   SECTION.
003477     MOVE  WS-CAT-NAME(CAT-IDX)  TO  WS-DELETE-NAME.
003478     MOVE  SPACES                TO  HC-NUM1  HC-GROUP.
003479     MOVE  WS-CAT-RUN-DATE(CAT-IDX)  TO  HC-DATE.
003480     CALL  'HOLDCHK'  USING  WS-HOLDCHK-PARM.
003481     IF  HC-HELD
003482         MOVE  'Y'  TO  WS-CAT-KEEP-SW(CAT-IDX)
003483         ADD  1  TO  WS-LEGAL-HELD-COUNT
003484         DISPLAY  'RPTARCH: ' WS-DELETE-NAME
003485                  ' PAST RETENTION BUT UNDER LEGAL HOLD '
003486                  HC-HOLD-ID ' (' HC-HOLD-TYPE ') - KEPT'
003487         GO TO  RETIRE-SEG-SEC-EX
003488     END-IF.
003489     MOVE  'N'  TO  WS-CAT-KEEP-SW(CAT-IDX).
003490     CALL  'CBL_DELETE_FILE'  USING  WS-DELETE-NAME.
003491     ADD  1  TO  WS-PURGED-COUNT.
003492     DISPLAY  'RPTARCH: RETIRED ' WS-DELETE-NAME.
003493 RETIRE-SEG-SEC-EX.
003494     EXIT.
003496/
003498 REWRITE-CATALOG-SEC  SECTION.
003500     OPEN  OUTPUT  RPTCAT-FILE.
003510     PERFORM  VARYING  CAT-IDX  FROM  1  BY  1
003520         UNTIL  CAT-IDX  >  WS-CAT-COUNT
003550             MOVE  WS-CAT-NAME(CAT-IDX)      TO  AC-ARCHIVE-NAME
003560             MOVE  WS-CAT-RUN-DATE(CAT-IDX)  TO  AC-RUN-DATE
003570             MOVE  WS-CAT-GEN-SEQ(CAT-IDX)   TO  AC-GENERATION-SEQ
003573             MOVE  WS-CAT-REC-COUNT(CAT-IDX) TO  AC-REC-COUNT
003576             MOVE  WS-CAT-ENTITY(CAT-IDX)    TO  AC-ENTITY
003580             MOVE  WS-CAT-RECIPIENT(CAT-IDX) TO  AC-RECIPIENT
003590             WRITE  RPTCAT-REC
003600         END-IF
003610     END-PERFORM.
