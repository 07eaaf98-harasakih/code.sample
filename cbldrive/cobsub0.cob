000108     03  FILLER                   PIC  X(01) VALUE SPACE.
000109     03  WS-LOG-ELAPSED           PIC  ZZZ9.
000110*
000113 01  COB2C-AREA.
000116     03  PRM1                     PIC  S9(08) COMP-5.
000120     03  PRM2                     PIC  X(10).
000130     03  PRM-RC                   PIC  S9(04) COMP-5 VALUE 0.
000140*
000150 01  WS-TIMING.
000151     03  WS-TIME-START            PIC  9(08).
000152     03  WS-TIME-START-R  REDEFINES  WS-TIME-START.
000153       05  WS-TS-HH               PIC  9(02).
000154       05  WS-TS-MM               PIC  9(02).
000155       05  WS-TS-SS               PIC  9(02).
000160       05  WS-TS-HS               PIC  9(02).
000161     03  WS-TIME-END              PIC  9(08).
000162     03  WS-TIME-END-R    REDEFINES  WS-TIME-END.
000163       05  WS-TE-HH               PIC  9(02).
000164       05  WS-TE-MM               PIC  9(02).
000165       05  WS-TE-SS               PIC  9(02).
000166       05  WS-TE-HS               PIC  9(02).
000167     03  WS-START-HS              PIC  S9(08) COMP-5.
000170     03  WS-END-HS                PIC  S9(08) COMP-5.
000180     03  WS-ELAPSED               PIC  S9(08) COMP-5.
000190*
000446             MOVE  'CSUB0'      TO  EL-MSG
000447             SET   EL-ERROR     TO  TRUE
000448             MOVE  16           TO  EL-RETURN-CODE
000449             MOVE  'COBS0001'   TO  EL-MSG-ID
000450             CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
000451     END-CALL.
000452     ACCEPT   WS-TIME-END     FROM  TIME.
000453*        TIME is HHMMSSHH - convert both stamps to hundredths
000454*        of a second before subtracting so a call that crosses
000455*        a minute/hour/midnight boundary still times right
000456     COMPUTE  WS-START-HS  =
000457         ((WS-TS-HH  *  60  +  WS-TS-MM)  *  60  +
000458          WS-TS-SS)  *  100  +  WS-TS-HS.
000459     COMPUTE  WS-END-HS    =
000460         ((WS-TE-HH  *  60  +  WS-TE-MM)  *  60  +
000465          WS-TE-SS)  *  100  +  WS-TE-HS.
000466     COMPUTE  WS-ELAPSED  =  WS-END-HS  -  WS-START-HS.
000467     IF  WS-ELAPSED  <  0
