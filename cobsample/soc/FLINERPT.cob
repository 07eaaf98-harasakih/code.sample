000130* line - so when FPROFILE flags a bad distribution, "which run
000140* wrote these records" is one submission instead of
000150* archaeology across archives.
000152*
000154* PARM positions 5-12 name the operator asking: a record of a
000156* legal entity VAUTH does not grant that operator is not shown
000158* (ENTCHK). a blank operator sees the cycle's own entity only.
000160*----------------------------------------------------------------
000170 ENVIRONMENT      DIVISION.
000180 INPUT-OUTPUT     SECTION.
000230             RECORD KEY    IS    NUM1  OF  V-REC01
000240             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000250                           WITH  DUPLICATES
000251             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000252                           WITH  DUPLICATES
000260             FILE STATUS   IS    WS-VOTFILE-STATUS.
000270     SELECT  RHIST-IN    ASSIGN TO    RUNHIST
000280             ORGANIZATION  IS    LINE SEQUENTIAL
000300     SELECT  LINE-RPT    ASSIGN TO    FLINERPT
000310             ORGANIZATION  IS    LINE SEQUENTIAL.
000320
000325     COPY  keylay.
000330 DATA             DIVISION.
000340 FILE             SECTION.
000350 FD      V-OTFILE
000360         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
000370         DEPENDING ON  V-LL.
000380 01      V-REC01.
000390     COPY  vfile.
000690   03  WS-JOIN-SW              PIC  X(01)  VALUE  'N'.
000700     88  RUN-LINE-FOUND             VALUE  'Y'.
000710
000720 01  WS-PARM-LINE              PIC  X(12).
000725 01  WS-OPERATOR               PIC  X(08).
000730 01  WS-TRACE-KEY              PIC  9(04).
000740 01  WS-STAMP-DATE             PIC  9(08).
000750 01  WS-STAMP-SEQ              PIC  9(04).
000760 01  WS-DATE-ORDINAL           PIC  9(04).
000770
000772 01  WS-ENTCHK-PARM.
000774     COPY  entchk.
000776
000780 01  RPT-RUN-FMT.
000790   03  FILLER                  PIC  X(09)  VALUE  'RUN LINE '.
000800   03  RPT-RH-DATE             PIC  X(08).
000860   03  RPT-RH-REJECTS          PIC  ZZZZ9.
000870   03  FILLER                  PIC  X(01)  VALUE  SPACE.
000880   03  RPT-RH-FLAG             PIC  X(07).
000883
000886 01  WS-KEYMODE-PARM.
000890     COPY  keymode.
000900 PROCEDURE        DIVISION.
000901 MAIN-SEC         SECTION.
000902*    the stores must carry the key layout this program is built
000903*    for - see KEYMODE
000904     MOVE  'FLINERPT'  TO  KM-PROGRAM.
000905     MOVE  0           TO  KM-RUN-DATE.
000906     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
000907     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
000908     IF  KM-REFUSE
000909         MOVE  16  TO  RETURN-CODE
000910         STOP RUN
000915     END-IF.
000920     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
000930     IF  WS-PARM-LINE(1:4)  IS  NUMERIC
000940         MOVE  WS-PARM-LINE(1:4)  TO  WS-TRACE-KEY
000970         MOVE  16  TO  RETURN-CODE
000980         STOP RUN
000990     END-IF.
000995     MOVE  WS-PARM-LINE(5:8)  TO  WS-OPERATOR.
001000     OPEN  OUTPUT  LINE-RPT.
001010     MOVE  SPACES  TO  RPT-LINE.
001020     STRING  'RUN LINEAGE OF NUM1 KEY '  DELIMITED BY SIZE
001260             DISPLAY  'FLINERPT: KEY NOT FOUND ' WS-TRACE-KEY
001270             MOVE  8  TO  RETURN-CODE
001280         NOT INVALID KEY
001282             SET   EC-AUTHORIZE  TO  TRUE
001284             MOVE  WS-OPERATOR   TO  EC-OPERATOR
001286             MOVE  ENTITY-CODE  OF  V-REC01  TO  EC-ENTITY
001288             CALL  'ENTCHK'  USING  WS-ENTCHK-PARM
001289             IF  EC-ALLOWED
001290                 PERFORM  JUDGE-STAMP-SEC
001291             ELSE
001292                 MOVE  'KEY BELONGS TO AN ENTITY NOT GRANTED'
001293                       TO  RPT-LINE
001294                 WRITE  RPT-LINE
001295                 DISPLAY  'FLINERPT: ENTITY NOT GRANTED TO '
001296                          WS-OPERATOR
001297                 MOVE  8  TO  RETURN-CODE
001298             END-IF
001300     END-READ.
001310     CLOSE  V-OTFILE.
001320 READ-RECORD-SEC-EX.
