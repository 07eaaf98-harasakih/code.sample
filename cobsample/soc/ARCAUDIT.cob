000350     SELECT  AUDIT-RPT    ASSIGN TO   ARCAUDRPT
000360             ORGANIZATION  IS    LINE SEQUENTIAL.
000370
000375     COPY  keylay.
000380 DATA             DIVISION.
000390 FILE             SECTION.
000400 FD      ARCCAT-FILE.
000420     COPY  arccat.
000430
000440 FD      ARCH-IN
000450         RECORD CONTAINS  :REC-LEN:  CHARACTERS.
000460 01      ARCH-IN-REC                  PIC  X(:REC-LEN:).
000470
000480 FD      DSLIST-FILE.
000490 01      DSLIST-REC.
000870     05  WS-CAT-NAME           PIC  X(16).
000880     05  WS-CAT-RUN-DATE       PIC  X(08).
000890     05  WS-CAT-GEN-SEQ        PIC  9(04).
000895     05  WS-CAT-REC-COUNT      PIC  9(07).
000900     05  WS-CAT-ENTITY         PIC  X(02).
000910     05  WS-CAT-KEEP-SW        PIC  X(01).
000920       88  CAT-KEEP                 VALUE 'Y'.
000930 01  WS-CAT-COUNT              PIC  9(05)  COMP  VALUE  0.
001080   03  RPT-CAT-COUNT           PIC  ZZZZZZ9.
001090   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001100   03  RPT-DISK-COUNT          PIC  ZZZZZZ9.
001103
001106 01  WS-KEYMODE-PARM.
001110     COPY  keymode.
001120 PROCEDURE        DIVISION.
001121 MAIN-SEC         SECTION.
001122*    the stores must carry the key layout this program is built
001123*    for - see KEYMODE
001124     MOVE  'ARCAUDIT'  TO  KM-PROGRAM.
001125     MOVE  0           TO  KM-RUN-DATE.
001126     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
001127     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
001128     IF  KM-REFUSE
001129         MOVE  16  TO  RETURN-CODE
001130         STOP RUN
001135     END-IF.
001140     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
001150     IF  WS-PARM-LINE(1:1)  =  'R'
001160         SET  REPAIR-MODE-ON  TO  TRUE
001550                 MOVE  AC-GENERATION-SEQ
001560                                 TO  WS-CAT-GEN-SEQ(CAT-IDX)
001570                 MOVE  AC-REC-COUNT
001573                                 TO  WS-CAT-REC-COUNT(CAT-IDX)
001576                 MOVE  AC-ENTITY
001580                                 TO  WS-CAT-ENTITY(CAT-IDX)
001590                 MOVE  'Y'       TO  WS-CAT-KEEP-SW(CAT-IDX)
001600             END-IF
001610     END-READ.
003020             MOVE  WS-CAT-NAME(CAT-IDX)      TO  AC-ARCHIVE-NAME
003030             MOVE  WS-CAT-RUN-DATE(CAT-IDX)  TO  AC-RUN-DATE
003040             MOVE  WS-CAT-GEN-SEQ(CAT-IDX)   TO  AC-GENERATION-SEQ
003045             MOVE  WS-CAT-REC-COUNT(CAT-IDX) TO  AC-REC-COUNT
003050             MOVE  WS-CAT-ENTITY(CAT-IDX)    TO  AC-ENTITY
003060             WRITE  ARCCAT-REC
003070         END-IF
003080     END-PERFORM.
