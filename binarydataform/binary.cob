               MOVE  WS-IO-STATUS      TO  EL-MSG(21:2)
               SET   EL-ERROR          TO  TRUE
               MOVE  ZERO              TO  EL-RETURN-CODE
               MOVE  'BINRY001'        TO  EL-MSG-ID
               CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
           END-IF.

           MOVE  XT-REC(1:40)  TO  EL-MSG.
           SET   EL-ERROR      TO  TRUE.
           MOVE  ZERO           TO  EL-RETURN-CODE.
           MOVE  'BINRY002'     TO  EL-MSG-ID.
           CALL  'ERRLOG'  USING  WS-ERRLOG-PARM.

       LOG-XCP-PARA-EX.
