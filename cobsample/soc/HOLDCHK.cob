000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      HOLDCHK.
000030*
000040*----------------------------------------------------------------
000050* shared legal-hold check subroutine, a callable like RETPOL:
000060* callers hand in a key, a group code, and a date for an item
000070* they are about to purge or erase, and get back whether any
000080* active hold in the HOLDS register covers it (see holdchk.cbl
000082* and holdrec.cbl). the register is loaded once on the first
000084* call; released holds are not loaded. a missing register
000086* holds nothing - the shop has no preservation order on file.
000088* a register that is there but cannot be read in full is
000090* treated like one past the table: every item is answered held.
000120*----------------------------------------------------------------
000130 ENVIRONMENT      DIVISION.
000140 INPUT-OUTPUT     SECTION.
000150 FILE-CONTROL.
000160     SELECT  HOLDS-FILE  ASSIGN TO  HOLDS
000170             ORGANIZATION IS  LINE SEQUENTIAL
000180             FILE STATUS  IS  WS-HOLDS-STATUS.
000190
000200 DATA             DIVISION.
000210 FILE             SECTION.
000220 FD  HOLDS-FILE.
000230 01  HOLDS-REC.
000240     COPY  holdrec.
000250
000260 WORKING-STORAGE  SECTION.
000270*
000280 01  WS-HOLDS-STATUS              PIC  X(02).
000290 01  WS-LOADED-SW                 PIC  X(01)  VALUE 'N'.
000300     88  HOLDS-LOADED                    VALUE 'Y'.
000310 01  WS-HOLDS-EOF-SW              PIC  X(01)  VALUE 'N'.
000320     88  HOLDS-EOF                       VALUE 'Y'.
000321 01  WS-OVERFLOW-SW               PIC  X(01)  VALUE 'N'.
000322     88  HOLDS-OVERFLOWED                VALUE 'Y'.
000324 01  WS-OPEN-SW                   PIC  X(01)  VALUE 'N'.
000326     88  HOLDS-OPEN                      VALUE 'Y'.
000328 01  WS-FAIL-HOLD-ID              PIC  X(08)  VALUE 'OVERFLOW'.
000330*
000340 01  WS-HOLD-TABLE.
000350     03  WS-HLD-ENTRY  OCCURS 200 TIMES  INDEXED BY HLD-IDX.
000360       05  WS-HLD-ID              PIC  X(08).
000370       05  WS-HLD-TYPE            PIC  X(01).
000380       05  WS-HLD-FROM            PIC  X(08).
000390       05  WS-HLD-TO              PIC  X(08).
000400 01  WS-HOLD-COUNT                PIC  9(03)  COMP  VALUE  0.
000410 01  WS-ACTIVE-HOLD-COUNT         PIC  9(04)        VALUE  0.
000420*
000430 LINKAGE          SECTION.
000440 01  HOLDCHK-PARM.
000450     COPY  holdchk.
000460 01  VERSID-REQ  REDEFINES  HOLDCHK-PARM.
000470     COPY  versid.
000480*
000490 PROCEDURE        DIVISION USING HOLDCHK-PARM.
000500 MAIN-SEC         SECTION.
000510*    the standard library identity handshake - see versid.cbl
000520     IF  VI-RESERVED-LENGTH  AND  VI-IDENT-REQUEST
000530         MOVE  'HOLDCHK 01'  TO  VI-REPLY
000540         MOVE  0             TO  VI-RETURN-CODE
000550         DISPLAY 'HOLDCHK: VERSION 01 COMPILED ' WHEN-COMPILED
000560         GOBACK
000570     END-IF.
000580     IF  NOT  HOLDS-LOADED
000590         PERFORM  LOAD-HOLDS-SEC
000600     END-IF.
000610     SET   HC-NOT-HELD  TO  TRUE.
000620     MOVE  SPACES  TO  HC-HOLD-ID  HC-HOLD-TYPE.
000630     MOVE  WS-ACTIVE-HOLD-COUNT  TO  HC-ACTIVE-HOLDS.
000632*    a register past the table cannot be checked in full, so
000634*    everything is answered held rather than risk a delete the
000636*    unread holds would have stopped
000638     IF  HOLDS-OVERFLOWED
000640         SET   HC-HELD     TO  TRUE
000642         MOVE  WS-FAIL-HOLD-ID  TO  HC-HOLD-ID
000644         GOBACK
000646     END-IF.
000648     PERFORM  VARYING  HLD-IDX  FROM  1  BY  1
000650         UNTIL  HLD-IDX  >  WS-HOLD-COUNT  OR  HC-HELD
000660         PERFORM  MATCH-HOLD-SEC
000670     END-PERFORM.
000680     GOBACK.
000690 MAIN-SEC-E.
000700     EXIT PROGRAM.
000710/
000720*----------------------------------------------------------------
000730* one hold against the item: a key hold covers its key or key
000740* range, a group hold its code, a date hold its inclusive
000750* range. an item field left blank by the caller never matches.
000760*----------------------------------------------------------------
000770 MATCH-HOLD-SEC   SECTION.
000780     EVALUATE  WS-HLD-TYPE(HLD-IDX)
000790         WHEN  'K'
000800             IF  HC-NUM1  NOT =  SPACES
000810                 AND  HC-NUM1  NOT <  WS-HLD-FROM(HLD-IDX)(1:4)
000820                 AND  HC-NUM1  NOT >  WS-HLD-TO(HLD-IDX)(1:4)
000830                 SET  HC-HELD  TO  TRUE
000840             END-IF
000850         WHEN  'G'
000860             IF  HC-GROUP  NOT =  SPACE
000870                 AND  HC-GROUP  =  WS-HLD-FROM(HLD-IDX)(1:1)
000880                 SET  HC-HELD  TO  TRUE
000890             END-IF
000900         WHEN  'D'
000910             IF  HC-DATE  IS  NUMERIC
000920                 AND  HC-DATE  NOT <  WS-HLD-FROM(HLD-IDX)
000930                 AND  HC-DATE  NOT >  WS-HLD-TO(HLD-IDX)
000940                 SET  HC-HELD  TO  TRUE
000950             END-IF
000960     END-EVALUATE.
000970     IF  HC-HELD
000980         MOVE  WS-HLD-ID(HLD-IDX)    TO  HC-HOLD-ID
000990         MOVE  WS-HLD-TYPE(HLD-IDX)  TO  HC-HOLD-TYPE
001000     END-IF.
001010 MATCH-HOLD-SEC-E.
001020     EXIT.
001030/
001031*----------------------------------------------------------------
001032* only a register that is not there (35) holds nothing; any other
001033* failure to open it fails closed, so a purge cannot run past
001034* holds it was never shown
001035*----------------------------------------------------------------
001036 LOAD-HOLDS-SEC   SECTION.
001037     OPEN  INPUT  HOLDS-FILE.
001038     EVALUATE  WS-HOLDS-STATUS
001039         WHEN  '00'
001040             SET  HOLDS-OPEN  TO  TRUE
001047         WHEN  '35'
001054             SET  HOLDS-EOF  TO  TRUE
001061         WHEN  OTHER
001063             DISPLAY  'HOLDCHK: HOLDS REGISTER OPEN FAILED,'
001065                      ' STATUS ' WS-HOLDS-STATUS
001068                      ' - EVERY ITEM HELD'
001082             MOVE  'NOREAD'  TO  WS-FAIL-HOLD-ID
001089             SET  HOLDS-OVERFLOWED  TO  TRUE
001096             SET  HOLDS-EOF  TO  TRUE
001103     END-EVALUATE.
001110     PERFORM  READ-HOLDS-SEC  UNTIL  HOLDS-EOF.
001117     IF  HOLDS-OPEN
001124         CLOSE  HOLDS-FILE
001131     END-IF.
001140     SET  HOLDS-LOADED  TO  TRUE.
001150 LOAD-HOLDS-SEC-E.
001160     EXIT.
001170/
001180*----------------------------------------------------------------
001190* only active holds are kept; a single-key hold's blank upper
001200* bound is the key itself, and a date hold with a blank upper
001210* bound runs open-ended until it is released
001220*----------------------------------------------------------------
001221 READ-HOLDS-SEC   SECTION.
001222     READ  HOLDS-FILE
001223         AT END  SET  HOLDS-EOF  TO  TRUE
001224     END-READ.
001225*    a record that cannot be read ends the load held, as an
001226*    overflow does - the holds after it were never seen
001227     IF  NOT  HOLDS-EOF
001228         AND  WS-HOLDS-STATUS  NOT =  '00'
001229         DISPLAY  'HOLDCHK: HOLDS REGISTER READ FAILED,'
001233                  ' STATUS ' WS-HOLDS-STATUS ' - EVERY ITEM HELD'
001237         MOVE  'NOREAD'  TO  WS-FAIL-HOLD-ID
001244         SET  HOLDS-OVERFLOWED  TO  TRUE
001251         SET  HOLDS-EOF  TO  TRUE
001258     END-IF.
001265     IF  NOT  HOLDS-EOF
001272             IF  HL-ACTIVE
001280                 AND  HL-HOLD-ID  NOT =  SPACES
001290                 AND  WS-HOLD-COUNT  <  200
001300                 ADD  1  TO  WS-HOLD-COUNT
001310                 SET  HLD-IDX  TO  WS-HOLD-COUNT
001320                 MOVE  HL-HOLD-ID  TO  WS-HLD-ID(HLD-IDX)
001330                 MOVE  HL-TYPE     TO  WS-HLD-TYPE(HLD-IDX)
001340                 MOVE  HL-FROM     TO  WS-HLD-FROM(HLD-IDX)
001350                 MOVE  HL-TO       TO  WS-HLD-TO(HLD-IDX)
001360                 IF  HL-TO  =  SPACES
001370                     IF  HL-DATE-HOLD
001380                         MOVE  '99999999'
001390                               TO  WS-HLD-TO(HLD-IDX)
001400                     ELSE
001410                         MOVE  HL-FROM  TO  WS-HLD-TO(HLD-IDX)
001420                     END-IF
001430                 END-IF
001440                 ADD  1  TO  WS-ACTIVE-HOLD-COUNT
001462             ELSE
001464                 IF  HL-ACTIVE  AND  WS-HOLD-COUNT  NOT <  200
001466                     AND  NOT  HOLDS-OVERFLOWED
001468                     SET  HOLDS-OVERFLOWED  TO  TRUE
001469                     ADD  1  TO  WS-ACTIVE-HOLD-COUNT
001470                     DISPLAY  'HOLDCHK: HOLDS REGISTER EXCEEDS'
001472                              ' 200 HOLDS - EVERY ITEM HELD'
001473                 END-IF
001474             END-IF
001482     END-IF.
001490 READ-HOLDS-SEC-E.
001500     EXIT.
