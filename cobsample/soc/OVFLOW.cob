000070     SELECT  XCP-FILE    ASSIGN TO   DAILYXCP
000080             ORGANIZATION IS  LINE SEQUENTIAL.
000090     SELECT  ALERT-FILE  ASSIGN TO   OPALERT
000100             ORGANIZATION IS  LINE SEQUENTIAL
000101             FILE STATUS  IS  WS-ALERT-STATUS.
000110
000120 DATA             DIVISION.
000130 FILE             SECTION.
000250 01  WS-COUNTERS.
000260     03  WS-XCP-COUNT             PIC  9(05) COMP VALUE 0.
000270     03  WS-ALERT-COUNT           PIC  9(05) COMP VALUE 0.
000273
000276 01  WS-ALERT-STATUS              PIC  X(02).
000281 01  WS-TIMESTAMP.
000282     03  WS-TS-DATE               PIC  9(08).
000283     03  WS-TS-TIME               PIC  9(08).
000284*
000286 01  WS-JOBACCT-PARM.
000289     COPY  jobacct.
000290 01  WS-GUARD-PARM.
000300     03  WG-OPERATION             PIC  X(01).
000550/
000560*----------------------------------------------------------------
000570* open the daily exceptions report and the operations alert
000580* file that the packed-decimal guard calls below write to. the
000581* alert file is appended to - alerts stay on it until ALERTMGR
000582* has taken them onto the alert register - and primed with
000583* OUTPUT only the first time
000590*----------------------------------------------------------------
000600 INIT-SEC         SECTION.
000610     OPEN OUTPUT XCP-FILE.
000620     OPEN EXTEND ALERT-FILE.
000621     IF  WS-ALERT-STATUS  NOT =  '00'
000622         OPEN OUTPUT ALERT-FILE
000623     END-IF.
000630 INIT-SEC-EX.
000640     EXIT.
000650/
001153     MOVE  XCP-MSG       TO  EL-MSG.
001154     SET   EL-ERROR      TO  TRUE.
001155     MOVE  ZERO          TO  EL-RETURN-CODE.
001156     MOVE  'FILIO001'    TO  EL-MSG-ID.
001158     CALL  'ERRLOG'  USING  WS-ERRLOG-PARM.
001160 LOG-XCP-SEC-EX.
001170     EXIT.
001180
001223     MOVE  XCP-MSG       TO  EL-MSG.
001224     SET   EL-WARNING    TO  TRUE.
001225     MOVE  ZERO          TO  EL-RETURN-CODE.
001226     MOVE  'FILIO002'    TO  EL-MSG-ID.
001228     CALL  'ERRLOG'  USING  WS-ERRLOG-PARM.
001230 LOG-ALERT-SEC-EX.
001240     EXIT.
001250/
