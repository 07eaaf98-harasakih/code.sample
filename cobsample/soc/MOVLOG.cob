000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      MOVLOG.
000030*
000040*----------------------------------------------------------------
000050* shared movement-ledger subroutine, in the OPSAUDIT mold: a door
000060* that adds a record to the V-OTFILE cluster or removes one
000070* without journaling a before/after image calls this once per
000080* record, and the movement is appended with a date/time stamp to
000090* the one append-only VMOVLOG ledger. the stamp is taken from
000100* the same clock VJOURNAL entries carry, so VMOVREC can total a
000110* day's adds and removals by door from the journal and this
000120* ledger over one window and prove the cluster's closing count
000130* and hash from its opening position.
000140*----------------------------------------------------------------
000150 ENVIRONMENT      DIVISION.
000160 INPUT-OUTPUT     SECTION.
000170 FILE-CONTROL.
000180     SELECT  MOVLOG-FILE  ASSIGN TO  VMOVLOG
000190             ORGANIZATION IS  LINE SEQUENTIAL
000200             FILE STATUS  IS  WS-MOVLOG-STATUS.
000210
000220 DATA             DIVISION.
000230 FILE             SECTION.
000240 FD  MOVLOG-FILE.
000250 01  MOVLOG-REC.
000260     COPY  vmovlog.
000270
000280 WORKING-STORAGE  SECTION.
000290*
000300 01  WS-MOVLOG-STATUS             PIC  X(02).
000310*
000320 LINKAGE          SECTION.
000330 01  MOVLOG-PARM.
000340     COPY  movlog.
000350 01  VERSID-REQ  REDEFINES  MOVLOG-PARM.
000360     COPY  versid.
000370*
000380 PROCEDURE        DIVISION USING MOVLOG-PARM.
000390 MAIN-SEC         SECTION.
000400*    the standard library identity handshake - see versid.cbl
000410     IF  VI-RESERVED-LENGTH  AND  VI-IDENT-REQUEST
000420         MOVE  'MOVLOG  01'  TO  VI-REPLY
000430         MOVE  0             TO  VI-RETURN-CODE
000440         DISPLAY 'MOVLOG: VERSION 01 COMPILED ' WHEN-COMPILED
000450         GOBACK
000460     END-IF.
000470     OPEN  EXTEND  MOVLOG-FILE.
000480     IF  WS-MOVLOG-STATUS  NOT =  '00'
000490         OPEN  OUTPUT  MOVLOG-FILE
000500     END-IF.
000510     MOVE  SPACES          TO  MOVLOG-REC.
000520     ACCEPT  ML-DATE  FROM  DATE  YYYYMMDD.
000530     ACCEPT  ML-TIME  FROM  TIME.
000540     MOVE  MV-PROGRAM      TO  ML-PROGRAM.
000550     MOVE  MV-NUM1         TO  ML-NUM1.
000560     MOVE  MV-MOVEMENT     TO  ML-MOVEMENT.
000570     MOVE  MV-REASON       TO  ML-REASON.
000580     WRITE  MOVLOG-REC.
000590     CLOSE  MOVLOG-FILE.
000600     GOBACK.
000610 MAIN-SEC-E.
000620     EXIT PROGRAM.
