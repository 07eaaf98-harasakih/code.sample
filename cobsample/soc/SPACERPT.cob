000388     SELECT  JRNCAT-FILE  ASSIGN  TO  JRNCAT
000390             ORGANIZATION  IS    LINE SEQUENTIAL
000392             FILE STATUS   IS    WS-JRNCAT-STATUS.
000396     SELECT  LEDGER-FILE  ASSIGN  TO  SPACELDG
000400             ORGANIZATION  IS    LINE SEQUENTIAL
000410             FILE STATUS   IS    WS-LEDGER-STATUS.
000420     SELECT  LIMIT-FILE   ASSIGN  TO  SPACELIM
000450     SELECT  SPACE-RPT    ASSIGN  TO  SPACERPT
000460             ORGANIZATION  IS    LINE SEQUENTIAL.
000470
000475     COPY  keylay.
000480 DATA             DIVISION.
000490 FILE             SECTION.
000500 FD      CLUSTER-FILE
000510         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
000520         DEPENDING ON  C-LL.
000530 01      C-REC01.
000540     COPY  vfile.
000550
000560*    the fixed-length sequential files are read at the lengths
000562*    their writers use (fileW.cob's F-OTFILE at 4202, the
000564*    vjrnl.cbl journal at 8467) - a variable-length FD would
000566*    misread their physical format
000568 FD      SEQF-FILE
000570         RECORD CONTAINS  :REC-LEN:  CHARACTERS.
000572 01      SEQF-REC                     PIC  X(:REC-LEN:).
000574 FD      JRNL-FILE
000576         RECORD CONTAINS  8467  CHARACTERS.
000578 01      JRNL-REC                     PIC  X(8467).
000600
000610 FD      LINE-FILE.
000620 01      LINE-REC                     PIC  X(100).
000681     03  FILLER                       PIC  X(01).
000682     03  JC-REC-COUNT                 PIC  9(07).
000683
000686*    one ledger line per managed file per cycle
000690 FD      LEDGER-FILE.
000700 01      LEDGER-REC.
000710     03  SL-DATE                      PIC  X(08).
001120* the inventory is a table entry here.
001130*----------------------------------------------------------------
001140 01  WS-MANAGED-TABLE.
001145   03  FILLER  PIC  X(09)  VALUE  'VFILE   C'.
001150   03  FILLER  PIC  9(05)  VALUE  :REC-LEN:.
001155   03  FILLER  PIC  X(09)  VALUE  'FFILE   S'.
001160   03  FILLER  PIC  9(05)  VALUE  :REC-LEN:.
001165   03  FILLER  PIC  X(09)  VALUE  'FKSDS   C'.
001170   03  FILLER  PIC  9(05)  VALUE  :REC-LEN:.
001175   03  FILLER  PIC  X(09)  VALUE  'FMASTER C'.
001180   03  FILLER  PIC  9(05)  VALUE  :REC-LEN:.
001190   03  FILLER  PIC  X(14)  VALUE  'VJOURNALJ08467'.
001200   03  FILLER  PIC  X(14)  VALUE  'ERRLOG  L00096'.
001210   03  FILLER  PIC  X(14)  VALUE  'JOBACCT L00060'.
001220   03  FILLER  PIC  X(14)  VALUE  'RUNHIST L00045'.
001680   03  FILLER                  PIC  X(16)  VALUE
001690       ' CYCLES TO CAP ='.
001700   03  RPT-F-CYCLES            PIC  -ZZZZZZZ9.
001703
001706 01  WS-KEYMODE-PARM.
001710     COPY  keymode.
001720 PROCEDURE        DIVISION.
001721 MAIN-SEC         SECTION.
001722*    the stores must carry the key layout this program is built
001723*    for - see KEYMODE
001724     MOVE  'SPACERPT'  TO  KM-PROGRAM.
001725     MOVE  0           TO  KM-RUN-DATE.
001726     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
001727     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
001728     IF  KM-REFUSE
001729         MOVE  16  TO  RETURN-CODE
001730         STOP RUN
001735     END-IF.
001740     ACCEPT  WS-TODAY  FROM  DATE  YYYYMMDD.
001750     OPEN  OUTPUT  SPACE-RPT.
001760     MOVE  'CYCLE-END SPACE LEDGER AND FORECAST'  TO  RPT-LINE.
002572 COUNT-JRNL-SEC-EX.
002574     EXIT.
002576/
002577 COUNT-LINE-SEC   SECTION.
002578     OPEN  INPUT  LINE-FILE.
002580     IF  WS-LINE-STATUS  NOT =  '00'
002590         SET  FILE-EOF  TO  TRUE
002600     END-IF.
002920     IF  WS-ARCCAT-STATUS  =  '00'  OR  WS-ARCCAT-STATUS  =  '10'
002930         CLOSE  ARCCAT-FILE
002940     END-IF.
002950     COMPUTE  WS-ARC-BYTES  =  WS-ARC-RECS  *  :REC-LEN:.
002960     MOVE  'ARCPILE '     TO  WS-FILE-NAME.
002970     MOVE  WS-ARC-RECS   TO  WS-REC-COUNT.
002980     MOVE  WS-ARC-BYTES  TO  WS-BYTE-COUNT.
003173/
003174*----------------------------------------------------------------
003175* the VJRN journal-segment pile measured off the JRNCAT
003176* catalog at the journal's 8467-byte records - with the live
003177* journal, the known growers - on the ledger as JRNPILE
003178*----------------------------------------------------------------
003179 MEASURE-JRNPILE-SEC  SECTION.
003194     IF  WS-JRNCAT-STATUS  =  '00'  OR  WS-JRNCAT-STATUS  =  '10'
003195         CLOSE  JRNCAT-FILE
003196     END-IF.
003197     COMPUTE  WS-PILE-BYTES  =  WS-PILE-RECS  *  8467.
003198     MOVE  'JRNPILE '     TO  WS-FILE-NAME.
003199     MOVE  WS-PILE-RECS   TO  WS-REC-COUNT.
003200     MOVE  WS-PILE-BYTES  TO  WS-BYTE-COUNT.
003207 MEASURE-JRNPILE-SEC-EX.
003208     EXIT.
003209/
003210*----------------------------------------------------------------
003211* appends one ledger line for the file just measured. EXTEND
003212* accumulates across cycles; the OUTPUT fallback primes the
003213* ledger on the first cycle, the way ERRLOG primes its log.
003214*----------------------------------------------------------------
003215 WRITE-LEDGER-SEC SECTION.
003216     OPEN  EXTEND  LEDGER-FILE.
003220     IF  WS-LEDGER-STATUS  NOT =  '00'
003230         OPEN  OUTPUT  LEDGER-FILE
003240     END-IF.
