000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      RECSUM.
000030*
000040*----------------------------------------------------------------
000050* shared record-checksum subroutine, in the PWHASH mold: one
000060* callable with its own copybook parameter area (recsum.cbl), so
000070* every writer of a VFILE/FFILE-layout record - FILEW, the
000080* maintenance doors, FIMPORT, VRESUBMT, VREORG - and the RECVFY
000090* verification job compute exactly the same value.
000100*
000110* the checksum covers the business fields, NUM1 through BIN -
000120* the record's content as the feed and the doors give it. the
000130* stamps around it (EFF-DATE, RUN-ID, REC-STATUS, ENTITY-CODE)
000140* are left out, so a status change or an effective-date touch
000150* does not by itself make a record need resealing. the value is
000160* a multiply-and-add hash modulo a large prime over every byte,
000170* each byte's value taken through a halfword overlay as PWHASH
000180* does, plus one - so a sealed record never carries zero.
000181* a record in the 8-digit key layout (RS-WIDE-KEY) is summed
000182* over that layout's business fields and stores its value in
000183* that layout's REC-CHECKSUM.
000184* it names both layouts itself, as KEYWIDEN does, so it is
000185* built from the standard library alone and the one module
000186* serves the programs of either key-width build.
000190*----------------------------------------------------------------
000200 ENVIRONMENT      DIVISION.
000210 DATA             DIVISION.
000220 WORKING-STORAGE  SECTION.
000230
000240 01  WS-BYTE-AREA.
000250   03  WS-BYTE-HI              PIC  X(01)  VALUE  LOW-VALUE.
000260   03  WS-BYTE-LO              PIC  X(01).
000270 01  WS-BYTE-VALUE  REDEFINES  WS-BYTE-AREA
000280                               PIC  9(04)  COMP.
000290
000300 01  WS-HASH-WORK.
000310   03  WS-ACCUM                PIC  9(18)  COMP.
000320   03  WS-QUOT                 PIC  9(18)  COMP.
000330   03  WS-HASH                 PIC  9(09)  COMP.
000340   03  WS-BYTE-SUB             PIC  9(04)  COMP.
000350   03  WS-MULT                 PIC  9(03)  COMP  VALUE  33.
000360   03  WS-PRIME                PIC  9(09)  COMP
000370                                           VALUE  999999937.
000371   03  WS-BUSINESS-LEN         PIC  9(04)  COMP.
000372*    the stored checksum as found, before it is trusted numeric
000373   03  WS-STORED-X             PIC  X(09).
000380
000390 LINKAGE          SECTION.
000400 01  RECSUM-PARM.
000410     COPY  recsum.
000420 01  VERSID-REQ  REDEFINES  RECSUM-PARM.
000430     COPY  versid.
000440*    the record being sealed or checked, in the shared layout
000450 01  RS-RECORD.
000460     COPY  vfile.
000470*    the business fields, NUM1 through BIN, as one byte string
000480 01  RS-BUSINESS  REDEFINES  RS-RECORD.
000490   03  RS-BUSINESS-BYTES       PIC  X(106).
000500   03  FILLER                  PIC  X(4096).
000501*    the same record in the 8-digit key layout, and its
000502*    business fields
000503 01  RS-WIDE-RECORD  REDEFINES  RS-RECORD.
000504     COPY  vfilew.
000505 01  RS-WIDE-BUSINESS  REDEFINES  RS-RECORD.
000506   03  RS-WIDE-BUSINESS-BYTES  PIC  X(122).
000507   03  FILLER                  PIC  X(4080).
000510
000520 PROCEDURE        DIVISION USING RECSUM-PARM  RS-RECORD.
000530 MAIN-SEC         SECTION.
000540*    the standard library identity handshake - see versid.cbl
000550     IF  VI-RESERVED-LENGTH  AND  VI-IDENT-REQUEST
000560         MOVE  'RECSUM  01'  TO  VI-REPLY
000570         MOVE  0             TO  VI-RETURN-CODE
000580         DISPLAY 'RECSUM: VERSION 01 COMPILED ' WHEN-COMPILED
000590         GOBACK
000600     END-IF.
000610     EVALUATE  TRUE
000620         WHEN  RS-SET
000630             PERFORM  CHECKSUM-SEC
000631             IF  RS-WIDE-KEY
000632                 MOVE  RS-CHECKSUM
000633                       TO  REC-CHECKSUM  OF  RS-WIDE-RECORD
000634             ELSE
000635                 MOVE  RS-CHECKSUM
000636                       TO  REC-CHECKSUM  OF  RS-RECORD
000637             END-IF
000650             MOVE  RS-CHECKSUM  TO  RS-STORED
000660             SET   RS-MATCH     TO  TRUE
000670         WHEN  RS-VERIFY
000680             PERFORM  CHECKSUM-SEC
000690             PERFORM  COMPARE-SEC
000700         WHEN  OTHER
000710             SET   RS-BAD-FUNCTION  TO  TRUE
000720     END-EVALUATE.
000730     GOBACK.
000740 MAIN-SEC-E.
000750     EXIT PROGRAM.
000760/
000770*----------------------------------------------------------------
000780* the checksum over the business bytes, into RS-CHECKSUM
000790*----------------------------------------------------------------
000800 CHECKSUM-SEC     SECTION.
000810     MOVE  5381  TO  WS-HASH.
000811     IF  RS-WIDE-KEY
000812         MOVE  LENGTH OF RS-WIDE-BUSINESS-BYTES
000813               TO  WS-BUSINESS-LEN
000814     ELSE
000815         MOVE  LENGTH OF RS-BUSINESS-BYTES  TO  WS-BUSINESS-LEN
000816     END-IF.
000820     PERFORM  VARYING  WS-BYTE-SUB  FROM  1  BY  1
000830         UNTIL  WS-BYTE-SUB  >  WS-BUSINESS-LEN
000840         MOVE  RS-RECORD(WS-BYTE-SUB:1)  TO  WS-BYTE-LO
000850         COMPUTE  WS-ACCUM  =  WS-HASH  *  WS-MULT
000860                            +  WS-BYTE-VALUE  +  1
000870         DIVIDE  WS-ACCUM  BY  WS-PRIME  GIVING  WS-QUOT
000880                 REMAINDER  WS-HASH
000890     END-PERFORM.
000900     COMPUTE  RS-CHECKSUM  =  WS-HASH  +  1.
000910 CHECKSUM-SEC-EX.
000920     EXIT.
000930/
000940*----------------------------------------------------------------
000950* the stored value against the recomputed one - nothing numeric
000960* and non-zero stored is a record never sealed
000970*----------------------------------------------------------------
000980 COMPARE-SEC      SECTION.
000981     IF  RS-WIDE-KEY
000982         MOVE  REC-CHECKSUM  OF  RS-WIDE-RECORD  TO  WS-STORED-X
000983     ELSE
000984         MOVE  REC-CHECKSUM  OF  RS-RECORD       TO  WS-STORED-X
000985     END-IF.
000990     IF  WS-STORED-X  NOT  NUMERIC
001000         MOVE  0  TO  RS-STORED
001010         SET   RS-UNSEALED  TO  TRUE
001020         GO TO  COMPARE-SEC-EX
001030     END-IF.
001040     MOVE  WS-STORED-X  TO  RS-STORED.
001050     IF  RS-STORED  =  0
001060         SET   RS-UNSEALED  TO  TRUE
001070         GO TO  COMPARE-SEC-EX
001080     END-IF.
001090     IF  RS-STORED  =  RS-CHECKSUM
001100         SET   RS-MATCH     TO  TRUE
001110     ELSE
001120         SET   RS-MISMATCH  TO  TRUE
001130     END-IF.
001140 COMPARE-SEC-EX.
001150     EXIT.
