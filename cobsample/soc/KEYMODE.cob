000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      KEYMODE.
000030*
000040*----------------------------------------------------------------
000050* key-width switch, a callable like ENTCHK: the one place that
000060* knows whether this cycle's stores carry the 4-digit NUM1 key
000070* or the 8-digit one (see keymode.cbl). KEYWIDEN writes the
000080* KEYCUT card only when every store it migrated balanced; the
000090* card names the cutover cycle, and from that cycle on the
000100* wide stores are the live ones. the card is read on the first
000110* call and kept.
000120*
000130* no card, or a card not written by a balanced migration, is
000140* the 4-digit world. a caller built for the layout not in force
000150* is refused, with the reason DISPLAYed here so every program
000152* says it the same way.
000154* a refused program is one run from the wrong load library -
000156* from the cutover cycle on the jobs run the library built with
000158* the wide-key copy library ahead of the standard one (see
000160* keylay.cbl), whose programs pass 'W'.
000170*----------------------------------------------------------------
000180 ENVIRONMENT      DIVISION.
000190 INPUT-OUTPUT     SECTION.
000200 FILE-CONTROL.
000210     SELECT  CUT-FILE   ASSIGN TO  KEYCUT
000220             ORGANIZATION IS  LINE SEQUENTIAL
000230             FILE STATUS  IS  WS-CUT-STATUS.
000240
000250 DATA             DIVISION.
000260 FILE             SECTION.
000270 FD  CUT-FILE.
000280 01  CUT-REC.
000290     COPY  keycut.
000300
000310 WORKING-STORAGE  SECTION.
000320*
000330 01  WS-CUT-STATUS                PIC  X(02).
000340 01  WS-LOADED-SW                 PIC  X(01)  VALUE 'N'.
000350     88  CARD-LOADED                     VALUE 'Y'.
000360 01  WS-CARD-SW                   PIC  X(01)  VALUE 'N'.
000370     88  CUTOVER-CARD-FOUND              VALUE 'Y'.
000380 01  WS-CUTOVER-DATE              PIC  9(08)  VALUE  0.
000390 01  WS-RUN-DATE                  PIC  9(08).
000400 01  WS-BUILT-DIGITS              PIC  X(01).
000410 01  WS-STORE-DIGITS              PIC  X(01).
000420*
000430 LINKAGE          SECTION.
000440 01  KEYMODE-PARM.
000450     COPY  keymode.
000460 01  VERSID-REQ  REDEFINES  KEYMODE-PARM.
000470     COPY  versid.
000480*
000490 PROCEDURE        DIVISION USING KEYMODE-PARM.
000500 MAIN-SEC         SECTION.
000510*    the standard library identity handshake - see versid.cbl
000520     IF  VI-RESERVED-LENGTH  AND  VI-IDENT-REQUEST
000530         MOVE  'KEYMODE 01'  TO  VI-REPLY
000540         MOVE  0             TO  VI-RETURN-CODE
000550         DISPLAY 'KEYMODE: VERSION 01 COMPILED ' WHEN-COMPILED
000560         GOBACK
000570     END-IF.
000580     IF  NOT  CARD-LOADED
000590         PERFORM  LOAD-CARD-SEC
000600     END-IF.
000610     IF  KM-RUN-DATE  NOT  NUMERIC  OR  KM-RUN-DATE  =  0
000620         ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD
000630     ELSE
000640         MOVE  KM-RUN-DATE  TO  WS-RUN-DATE
000650     END-IF.
000660     MOVE  WS-CUTOVER-DATE  TO  KM-CUTOVER-DATE.
000670     IF  CUTOVER-CARD-FOUND
000680         AND  WS-RUN-DATE  NOT <  WS-CUTOVER-DATE
000690         SET   KM-STORES-WIDE    TO  TRUE
000700     ELSE
000710         SET   KM-STORES-NARROW  TO  TRUE
000720     END-IF.
000730*    a caller that does not say is a 4-digit program - every
000740*    program built before the switch existed is one
000750     IF  NOT  KM-BUILT-WIDE
000760         SET   KM-BUILT-NARROW  TO  TRUE
000770     END-IF.
000780     IF  (KM-BUILT-NARROW  AND  KM-STORES-NARROW)
000790         OR  (KM-BUILT-WIDE  AND  KM-STORES-WIDE)
000800         SET   KM-PROCEED  TO  TRUE
000810         GOBACK
000820     END-IF.
000830     SET   KM-REFUSE  TO  TRUE.
000840     IF  KM-BUILT-WIDE
000850         MOVE  '8'  TO  WS-BUILT-DIGITS
000860         MOVE  '4'  TO  WS-STORE-DIGITS
000870     ELSE
000880         MOVE  '4'  TO  WS-BUILT-DIGITS
000890         MOVE  '8'  TO  WS-STORE-DIGITS
000900     END-IF.
000910     DISPLAY  'KEYMODE: ' KM-PROGRAM ' IS BUILT FOR '
000920              WS-BUILT-DIGITS '-DIGIT KEYS BUT THIS CYCLE''S'
000930              ' STORES CARRY ' WS-STORE-DIGITS '-DIGIT KEYS'.
000940     IF  CUTOVER-CARD-FOUND
000950         DISPLAY  'KEYMODE: KEY CUTOVER CYCLE IS '
000960                  WS-CUTOVER-DATE ' - RUN REFUSED'
000970     ELSE
000980         DISPLAY  'KEYMODE: NO KEY CUTOVER IS SCHEDULED'
000990                  ' - RUN REFUSED'
001000     END-IF.
001010     GOBACK.
001020 MAIN-SEC-E.
001030     EXIT PROGRAM.
001040/
001050*----------------------------------------------------------------
001060* the cutover card, once per run unit - only a card a balanced
001070* migration wrote, with a date on it, schedules a cutover
001080*----------------------------------------------------------------
001090 LOAD-CARD-SEC    SECTION.
001100     SET   CARD-LOADED  TO  TRUE.
001110     MOVE  'N'  TO  WS-CARD-SW.
001120     MOVE  0    TO  WS-CUTOVER-DATE.
001130     OPEN  INPUT  CUT-FILE.
001140     IF  WS-CUT-STATUS  NOT =  '00'
001150         GO TO  LOAD-CARD-SEC-EX
001160     END-IF.
001170     READ  CUT-FILE
001180         AT END  CONTINUE
001190         NOT AT END
001200             IF  (KC-BALANCED  OR  KC-RESEALED)
001210                 AND  KC-CUTOVER-DATE  IS  NUMERIC
001220                 AND  KC-CUTOVER-DATE  >  0
001230                 SET   CUTOVER-CARD-FOUND  TO  TRUE
001240                 MOVE  KC-CUTOVER-DATE  TO  WS-CUTOVER-DATE
001250             END-IF
001260     END-READ.
001270     CLOSE  CUT-FILE.
001280 LOAD-CARD-SEC-EX.
001290     EXIT.
