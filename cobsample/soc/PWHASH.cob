000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      PWHASH.
000030*
000040*----------------------------------------------------------------
000050* shared password-hash subroutine, in the FLDEDIT mold: one
000060* callable with its own copybook parameter area, so every door
000070* that checks or sets a VCRED credential computes exactly the
000080* same value. the operator id and password (24 bytes) are run
000090* through a multiply-and-add hash modulo a large prime, the
000100* round number mixed into every step, for 256 rounds - cheap
000110* for one sign-on, tedious for anyone working through a copy of
000120* VCRED a guess at a time. each byte's value is taken through a
000130* halfword overlay rather than any intrinsic.
000140*----------------------------------------------------------------
000150 ENVIRONMENT      DIVISION.
000160 DATA             DIVISION.
000170 WORKING-STORAGE  SECTION.
000180
000190 01  WS-HASH-INPUT.
000200   03  WS-HI-OPERATOR          PIC  X(08).
000210   03  WS-HI-PASSWORD          PIC  X(16).
000220
000230 01  WS-BYTE-AREA.
000240   03  WS-BYTE-HI              PIC  X(01)  VALUE  LOW-VALUE.
000250   03  WS-BYTE-LO              PIC  X(01).
000260 01  WS-BYTE-VALUE  REDEFINES  WS-BYTE-AREA
000270                               PIC  9(04)  COMP.
000280
000290 01  WS-HASH-WORK.
000300   03  WS-ACCUM                PIC  9(18)  COMP.
000310   03  WS-HASH                 PIC  9(09)  COMP.
000320   03  WS-QUOT                 PIC  9(18)  COMP.
000330   03  WS-ROUND                PIC  9(04)  COMP.
000340   03  WS-BYTE-SUB             PIC  9(02)  COMP.
000350*    rounds over the input, and the prime the hash is kept under
000360   03  WS-ROUNDS               PIC  9(04)  COMP  VALUE  256.
000370   03  WS-PRIME                PIC  9(09)  COMP
000380                                           VALUE  999999937.
000390
000400 LINKAGE          SECTION.
000410 01  PWHASH-PARM.
000420     COPY  pwhash.
000430 01  VERSID-REQ  REDEFINES  PWHASH-PARM.
000440     COPY  versid.
000450
000460 PROCEDURE        DIVISION USING PWHASH-PARM.
000470 MAIN-SEC         SECTION.
000480*    the standard library identity handshake - see versid.cbl
000490     IF  VI-RESERVED-LENGTH  AND  VI-IDENT-REQUEST
000500         MOVE  'PWHASH  01'  TO  VI-REPLY
000510         MOVE  0             TO  VI-RETURN-CODE
000520         DISPLAY 'PWHASH: VERSION 01 COMPILED ' WHEN-COMPILED
000530         GOBACK
000540     END-IF.
000550     MOVE  PH-OPERATOR  TO  WS-HI-OPERATOR.
000560     MOVE  PH-PASSWORD  TO  WS-HI-PASSWORD.
000570     MOVE  5381         TO  WS-HASH.
000580     PERFORM  HASH-ROUND-SEC
000590         VARYING  WS-ROUND  FROM  1  BY  1
000600         UNTIL  WS-ROUND  >  WS-ROUNDS.
000610     MOVE  WS-HASH  TO  PH-HASH.
000620     GOBACK.
000630 MAIN-SEC-E.
000640     EXIT PROGRAM.
000650/
000660 HASH-ROUND-SEC   SECTION.
000670     PERFORM  HASH-BYTE-SEC
000680         VARYING  WS-BYTE-SUB  FROM  1  BY  1
000690         UNTIL  WS-BYTE-SUB  >  24.
000700 HASH-ROUND-SEC-EX.
000710     EXIT.
000720/
000730 HASH-BYTE-SEC    SECTION.
000740     MOVE  WS-HASH-INPUT(WS-BYTE-SUB:1)  TO  WS-BYTE-LO.
000750     COMPUTE  WS-ACCUM  =  WS-HASH  *  33
000760                        +  WS-BYTE-VALUE  +  WS-ROUND.
000770     DIVIDE  WS-ACCUM  BY  WS-PRIME  GIVING  WS-QUOT
000780             REMAINDER  WS-HASH.
000790 HASH-BYTE-SEC-EX.
000800     EXIT.
