000110* log was purged. the operator comes from the caller's
000120* VAUTH-checked PARM where one exists, spaces where the action
000130* has no operator identity to carry.
000132*
000134* every line is sealed into the OPSAUDIT hash chain (CHNSEAL)
000136* before it is written - its sequence number and a hash over the
000138* lines before it and its own ninety bytes ride at the end of
000139* the line - so an edited or removed line shows in CHNVFY.
000140*----------------------------------------------------------------
000150 ENVIRONMENT      DIVISION.
000160 INPUT-OUTPUT     SECTION.
000220 DATA             DIVISION.
000230 FILE             SECTION.
000240 FD  AUDIT-FILE.
000250 01  AUDIT-REC                    PIC  X(119).
000260
000270 WORKING-STORAGE  SECTION.
000280*
000440     03  OA-OUT-ACTION            PIC  X(20).
000450     03  FILLER                   PIC  X(01) VALUE SPACE.
000460     03  OA-OUT-DETAIL            PIC  X(30).
000461     03  FILLER                   PIC  X(03) VALUE SPACES.
000462*    the seal, over the ninety bytes above
000464     03  FILLER                   PIC  X(01) VALUE SPACE.
000466     03  OA-OUT-CHAIN-SEQ         PIC  9(09).
000467     03  FILLER                   PIC  X(01) VALUE SPACE.
000468     03  OA-OUT-CHAIN-HASH        PIC  9(18).
000470*
000472 01  WS-CHNSEAL-PARM.
000474     COPY  chnseal.
000477*
000480 LINKAGE          SECTION.
000490 01  OPSAUDIT-PARM.
000500     COPY  opsaudit.
000720     MOVE  OA-OPERATOR     TO  OA-OUT-OPERATOR.
000730     MOVE  OA-ACTION       TO  OA-OUT-ACTION.
000740     MOVE  OA-DETAIL       TO  OA-OUT-DETAIL.
000742     SET   CS-SEAL         TO  TRUE.
000744     MOVE  'OPSAUDIT'      TO  CS-CHAIN.
000746     MOVE  OA-PROGRAM      TO  CS-HOLDER.
000748     CALL  'CHNSEAL'  USING  WS-CHNSEAL-PARM  AUDIT-EDIT.
000750     IF  CS-OK
000752         MOVE  CS-SEQ      TO  OA-OUT-CHAIN-SEQ
000754         MOVE  CS-HASH     TO  OA-OUT-CHAIN-HASH
000756     ELSE
000758         MOVE  0           TO  OA-OUT-CHAIN-SEQ  OA-OUT-CHAIN-HASH
000760         DISPLAY  'OPSAUDIT: AUDIT CHAIN HELD BY '
000762                  CS-CURRENT-HOLDER ' - LINE WRITTEN UNSEALED'
000764     END-IF.
000766     MOVE  AUDIT-EDIT      TO  AUDIT-REC.
000768     WRITE  AUDIT-REC.
000770     CLOSE  AUDIT-FILE.
000772     IF  CS-OK
000774         SET   CS-RELEASE  TO  TRUE
000776         CALL  'CHNSEAL'  USING  WS-CHNSEAL-PARM  AUDIT-EDIT
000778     END-IF.
000780     GOBACK.
000790 MAIN-SEC-E.
000800     EXIT PROGRAM.
