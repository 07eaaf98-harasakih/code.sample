000310     SELECT  WEEK-RPT    ASSIGN TO   FWEEKRPT
000320             ORGANIZATION  IS    LINE SEQUENTIAL.
000330
000335     COPY  keylay.
000340 DATA             DIVISION.
000350 FILE             SECTION.
000360 FD      ARCCAT-FILE.
000380     COPY  arccat.
000390
000400 FD      ARCH-IN
000410         RECORD CONTAINS  :REC-LEN:  CHARACTERS.
000420 01      ARCH-REC.
000430     COPY  ffile.
000440 01      ARCH-HTR-REC  REDEFINES  ARCH-REC.
000450     03  AHTR-KEY                     PIC  9(:KEY-LEN:).
000460     03  AHTR-ID                      PIC  X(04).
000470       88  AHTR-IS-HEADER                   VALUE 'HDR1'.
000480       88  AHTR-IS-TRAILER                  VALUE 'TRL1'.
000490     03  FILLER                       PIC  X(:TAIL-4:).
000500
000510 FD      WEEK-SUM.
000520 01      SUM-REC.
001090 01  RPT-TOTAL.
001100   03  RPT-TOT-LABEL           PIC  X(30).
001110   03  RPT-TOT-VALUE           PIC  ZZZZZZ9.
001113
001116 01  WS-KEYMODE-PARM.
001120     COPY  keymode.
001130 PROCEDURE        DIVISION.
001131 MAIN-SEC         SECTION.
001132*    the stores must carry the key layout this program is built
001133*    for - see KEYMODE
001134     MOVE  'FARCWEEK'  TO  KM-PROGRAM.
001135     MOVE  0           TO  KM-RUN-DATE.
001136     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
001137     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
001138     IF  KM-REFUSE
001139         MOVE  16  TO  RETURN-CODE
001140         STOP RUN
001145     END-IF.
001150     PERFORM  GET-PARM-SEC.
001160     PERFORM  INIT-TABLE-SEC.
001170     PERFORM  SCAN-CATALOG-SEC.
002060 ROLL-GENERATION-SEC-EX.
002070     EXIT.
002080/
002082 ROLL-RECORD-SEC  SECTION.
002084*    the table spans the 4-digit key space keys are issued in
002086     IF  NUM1  OF  ARCH-REC  >  0
002090         AND  NUM1  OF  ARCH-REC  NOT >  9999
002110         MOVE  NUM1  OF  ARCH-REC  TO  WS-KEY-SUB
002120         IF  NOT  KEY-SEEN(WS-KEY-SUB)
002130             SET  KEY-SEEN(WS-KEY-SUB)  TO  TRUE
