000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      VIEWMASK.
000030*
000040*----------------------------------------------------------------
000050* shared view-masking subroutine, a callable like HOLDCHK:
000060* callers hand in the operator and a VFILE-shaped record image
000070* they are about to show, and get the image back with the
000080* personal-detail fields masked unless the operator holds the
000090* 'V' view code on VAUTH (see viewmask.cbl). the masked set is
000100* REC-DATA; a field added to it here is masked in every inquiry
000110* tool at once. the operator's grant is looked up when the
000120* operator changes and kept for the calls after; no VAUTH file,
000130* a blank operator, or an expired grant all mask.
000140*----------------------------------------------------------------
000150 ENVIRONMENT      DIVISION.
000160 INPUT-OUTPUT     SECTION.
000170 FILE-CONTROL.
000180     SELECT  AUTH-FILE  ASSIGN TO  VAUTH
000190             ORGANIZATION IS  LINE SEQUENTIAL
000200             FILE STATUS  IS  WS-AUTH-STATUS.
000210
000215     COPY  keylay.
000220 DATA             DIVISION.
000230 FILE             SECTION.
000240 FD  AUTH-FILE.
000250 01  AUTH-REC.
000260     03  AU-OPERATOR                  PIC  X(08).
000270     03  FILLER                       PIC  X(01).
000280     03  AU-CODES                     PIC  X(08).
000290     03  FILLER                       PIC  X(01).
000300     03  AU-EXPIRY                    PIC  X(08).
000310
000320 WORKING-STORAGE  SECTION.
000330*
000340 01  WS-AUTH-STATUS               PIC  X(02).
000350 01  WS-AUTH-EOF-SW               PIC  X(01).
000360     88  AUTH-EOF                        VALUE 'Y'.
000370 01  WS-VIEW-SW                   PIC  X(01)  VALUE 'N'.
000380     88  VIEW-GRANTED                    VALUE 'Y'.
000390 01  WS-LAST-OPERATOR             PIC  X(08)  VALUE  HIGH-VALUES.
000400 01  WS-CODE-TALLY                PIC  9(02)  COMP.
000410 01  WS-AUTH-TODAY                PIC  9(08).
000420*
000430*    the image laid over the VFILE record shape, so the masked
000440*    fields are named rather than counted out by offset
000450 01  WS-IMG-R.
000460     COPY  vfile.
000470*
000480 LINKAGE          SECTION.
000490 01  VIEWMASK-PARM.
000500     COPY  viewmask.
000510 01  VERSID-REQ  REDEFINES  VIEWMASK-PARM.
000520     COPY  versid.
000530*
000540 PROCEDURE        DIVISION USING VIEWMASK-PARM.
000550 MAIN-SEC         SECTION.
000560*    the standard library identity handshake - see versid.cbl
000570     IF  VI-RESERVED-LENGTH  AND  VI-IDENT-REQUEST
000580         MOVE  'VIEWMASK01'  TO  VI-REPLY
000590         MOVE  0             TO  VI-RETURN-CODE
000600         DISPLAY 'VIEWMASK: VERSION 01 COMPILED ' WHEN-COMPILED
000610         GOBACK
000620     END-IF.
000630     IF  VM-OPERATOR  NOT =  WS-LAST-OPERATOR
000640         PERFORM  CHECK-VIEW-SEC
000650     END-IF.
000660     IF  VIEW-GRANTED
000670         SET   VM-CLEAR  TO  TRUE
000680         MOVE  SPACES    TO  VM-NOTE
000690         GOBACK
000700     END-IF.
000710     SET   VM-MASKED  TO  TRUE.
000720     MOVE  'REC-DATA MASKED - V VIEW CODE NOT HELD'
000730           TO  VM-NOTE.
000740     MOVE  VM-IMAGE  TO  WS-IMG-R.
000750     MOVE  ALL '*'   TO  REC-DATA  OF  WS-IMG-R.
000760     MOVE  WS-IMG-R  TO  VM-IMAGE.
000770     GOBACK.
000780 MAIN-SEC-E.
000790     EXIT PROGRAM.
000800/
000810*----------------------------------------------------------------
000820* the operator's VAUTH line: the 'V' code on an unexpired
000830* grant (numeric AU-EXPIRY before today is no grant), the
000840* VONLINE rule
000850*----------------------------------------------------------------
000860 CHECK-VIEW-SEC   SECTION.
000870     MOVE  VM-OPERATOR  TO  WS-LAST-OPERATOR.
000880     MOVE  'N'          TO  WS-VIEW-SW.
000890     MOVE  'N'          TO  WS-AUTH-EOF-SW.
000900     IF  VM-OPERATOR  =  SPACES
000910         GO TO  CHECK-VIEW-SEC-E
000920     END-IF.
000930     ACCEPT  WS-AUTH-TODAY  FROM  DATE  YYYYMMDD.
000940     OPEN  INPUT  AUTH-FILE.
000950     IF  WS-AUTH-STATUS  NOT =  '00'
000960         GO TO  CHECK-VIEW-SEC-E
000970     END-IF.
000980     PERFORM  READ-AUTH-SEC  UNTIL  AUTH-EOF  OR  VIEW-GRANTED.
000990     CLOSE  AUTH-FILE.
001000 CHECK-VIEW-SEC-E.
001010     EXIT.
001020/
001030 READ-AUTH-SEC    SECTION.
001040     READ  AUTH-FILE
001050         AT END  SET  AUTH-EOF  TO  TRUE
001060     END-READ.
001070     IF  NOT  AUTH-EOF  AND  AU-OPERATOR  =  VM-OPERATOR
001080         AND  (AU-EXPIRY  NOT  NUMERIC
001090               OR  AU-EXPIRY  >=  WS-AUTH-TODAY)
001100         MOVE  0  TO  WS-CODE-TALLY
001110         INSPECT  AU-CODES  TALLYING  WS-CODE-TALLY
001120             FOR  ALL  'V'
001130         IF  WS-CODE-TALLY  >  0
001140             SET  VIEW-GRANTED  TO  TRUE
001150         END-IF
001160     END-IF.
001170 READ-AUTH-SEC-E.
001180     EXIT.
