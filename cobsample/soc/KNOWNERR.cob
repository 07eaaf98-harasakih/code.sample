000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      KNOWNERR.
000030*
000040*----------------------------------------------------------------
000050* shared known-error lookup subroutine: callers hand in an
000060* ERRLOG entry's program, section and message and get back the
000070* problem the shop already knows it as - its problem id, a
000080* short diagnosis and the runbook action - or not-known, which
000090* ERRRPT flags NEW on an 'E' so it gets analysed and added. the
000100* deck is loaded once on the first call; a missing KNOWNERR
000110* deck knows nothing and every entry is unmatched.
000120*
000130* KNOWNERR deck, two card shapes:
000140*   P  problem   col 1 'P', 3-10 problem id, 12-41 diagnosis,
000150*                43-80 runbook action
000160*   M  match     col 1 'M', 3-10 program (or *), 12-31 leading
000170*                fragment of the section (or *), 33-52 fragment
000180*                found anywhere in the message (or *), 54-61
000185*                the problem id, 63-70 the message id or a
000190*                leading fragment of it (blank or * for any)
000200* several M cards may name one problem. the first M card, in
000210* deck order, that matches on all four wins - the specific
000220* patterns go before the catch-alls, as on ERRROUTE.
000230*----------------------------------------------------------------
000240 ENVIRONMENT      DIVISION.
000250 INPUT-OUTPUT     SECTION.
000260 FILE-CONTROL.
000270     SELECT  KNOWN-FILE   ASSIGN TO  KNOWNERR
000280             ORGANIZATION IS  LINE SEQUENTIAL
000290             FILE STATUS  IS  WS-KNOWN-STATUS.
000300
000310 DATA             DIVISION.
000320 FILE             SECTION.
000330 FD  KNOWN-FILE.
000340 01  KNOWN-REC.
000350     03  KR-TYPE                      PIC  X(01).
000360     03  FILLER                       PIC  X(01).
000370     03  KR-BODY                      PIC  X(78).
000380 01  KNOWN-PROB-REC.
000390     03  FILLER                       PIC  X(02).
000400     03  KP-PROBLEM-ID                PIC  X(08).
000410     03  FILLER                       PIC  X(01).
000420     03  KP-DIAGNOSIS                 PIC  X(30).
000430     03  FILLER                       PIC  X(01).
000440     03  KP-ACTION                    PIC  X(38).
000450 01  KNOWN-MATCH-REC.
000460     03  FILLER                       PIC  X(02).
000470     03  KM-PROGRAM                   PIC  X(08).
000480     03  FILLER                       PIC  X(01).
000490     03  KM-SECTION                   PIC  X(20).
000500     03  FILLER                       PIC  X(01).
000510     03  KM-MSG                       PIC  X(20).
000520     03  FILLER                       PIC  X(01).
000530     03  KM-PROBLEM-ID                PIC  X(08).
000533     03  FILLER                       PIC  X(01).
000536     03  KM-MSG-ID                    PIC  X(08).
000540     03  FILLER                       PIC  X(10).
000550
000560 WORKING-STORAGE  SECTION.
000570*
000580 01  WS-KNOWN-STATUS              PIC  X(02).
000590 01  WS-LOADED-SW                 PIC  X(01)  VALUE 'N'.
000600     88  DECK-LOADED                     VALUE 'Y'.
000610 01  WS-KNOWN-EOF-SW              PIC  X(01)  VALUE 'N'.
000620     88  KNOWN-EOF                       VALUE 'Y'.
000630 01  WS-HIT-SW                    PIC  X(01).
000640     88  PATTERN-HIT                     VALUE 'Y'.
000650*
000660*    100 problems and 200 patterns - the ERRRPT table holds 200
000670*    distinct errors a cycle, so the deck is sized to match
000680 01  WS-PROB-TABLE.
000690     03  WS-PROB-ENTRY  OCCURS 100 TIMES  INDEXED BY PROB-IDX.
000700       05  WS-PROB-ID             PIC  X(08).
000710       05  WS-PROB-DIAGNOSIS      PIC  X(30).
000720       05  WS-PROB-ACTION         PIC  X(38).
000730 01  WS-PROB-COUNT                PIC  9(03)  COMP  VALUE  0.
000740 01  WS-PAT-TABLE.
000750     03  WS-PAT-ENTRY  OCCURS 200 TIMES  INDEXED BY PAT-IDX.
000760       05  WS-PAT-PROGRAM         PIC  X(08).
000770       05  WS-PAT-SECTION         PIC  X(20).
000780       05  WS-PAT-MSG             PIC  X(20).
000785       05  WS-PAT-PROBLEM-ID      PIC  X(08).
000790       05  WS-PAT-MSG-ID          PIC  X(08).
000800 01  WS-PAT-COUNT                 PIC  9(03)  COMP  VALUE  0.
000810*
000820 01  WS-FRAG-LEN                  PIC  9(02)  COMP.
000830 01  WS-FRAG-SUB                  PIC  9(02)  COMP.
000840 01  WS-FRAG-TALLY                PIC  9(02)  COMP.
000850*
000860 LINKAGE          SECTION.
000870 01  KNOWNERR-PARM.
000880     COPY  knownerr.
000890 01  VERSID-REQ  REDEFINES  KNOWNERR-PARM.
000900     COPY  versid.
000910*
000920 PROCEDURE        DIVISION USING KNOWNERR-PARM.
000930 MAIN-SEC         SECTION.
000940*    the standard library identity handshake - see versid.cbl
000950     IF  VI-RESERVED-LENGTH  AND  VI-IDENT-REQUEST
000960         MOVE  'KNOWNERR01'  TO  VI-REPLY
000970         MOVE  0             TO  VI-RETURN-CODE
000980         DISPLAY 'KNOWNERR: VERSION 01 COMPILED ' WHEN-COMPILED
000990         GOBACK
001000     END-IF.
001010     IF  NOT  DECK-LOADED
001020         PERFORM  LOAD-DECK-SEC
001030     END-IF.
001040     SET   KE-NOT-KNOWN  TO  TRUE.
001050     MOVE  SPACES  TO  KE-DIAGNOSIS  KE-ACTION.
001060     IF  KE-MATCH
001070         MOVE  SPACES  TO  KE-PROBLEM-ID
001080         PERFORM  MATCH-SEC
001090     END-IF.
001100     IF  KE-PROBLEM-ID  NOT =  SPACES
001110         PERFORM  DESCRIBE-SEC
001120     END-IF.
001130     GOBACK.
001140 MAIN-SEC-E.
001150     EXIT PROGRAM.
001160/
001170*----------------------------------------------------------------
001180* one-time load of the deck; a missing deck leaves both tables
001190* empty and every entry unmatched
001200*----------------------------------------------------------------
001210 LOAD-DECK-SEC    SECTION.
001220     OPEN  INPUT  KNOWN-FILE.
001230     IF  WS-KNOWN-STATUS  NOT =  '00'
001240         SET  KNOWN-EOF  TO  TRUE
001250     END-IF.
001260     PERFORM  READ-DECK-SEC  UNTIL  KNOWN-EOF.
001270     IF  WS-KNOWN-STATUS  =  '00'  OR
001280         WS-KNOWN-STATUS  =  '10'
001290         CLOSE  KNOWN-FILE
001300     END-IF.
001310     SET  DECK-LOADED  TO  TRUE.
001320 LOAD-DECK-SEC-E.
001330     EXIT.
001340/
001350 READ-DECK-SEC    SECTION.
001360     READ  KNOWN-FILE
001370         AT END  SET  KNOWN-EOF  TO  TRUE
001380         NOT AT END
001390             EVALUATE  KR-TYPE
001400                 WHEN  'P'
001410                     IF  KP-PROBLEM-ID  NOT =  SPACES
001420                         AND  WS-PROB-COUNT  <  100
001430                         ADD  1  TO  WS-PROB-COUNT
001440                         SET  PROB-IDX  TO  WS-PROB-COUNT
001450                         MOVE  KP-PROBLEM-ID
001460                               TO  WS-PROB-ID(PROB-IDX)
001470                         MOVE  KP-DIAGNOSIS
001480                               TO  WS-PROB-DIAGNOSIS(PROB-IDX)
001490                         MOVE  KP-ACTION
001500                               TO  WS-PROB-ACTION(PROB-IDX)
001510                     END-IF
001520                 WHEN  'M'
001530                     IF  KM-PROBLEM-ID  NOT =  SPACES
001540                         AND  WS-PAT-COUNT  <  200
001550                         ADD  1  TO  WS-PAT-COUNT
001560                         SET  PAT-IDX  TO  WS-PAT-COUNT
001570                         MOVE  KM-PROGRAM
001580                               TO  WS-PAT-PROGRAM(PAT-IDX)
001590                         MOVE  KM-SECTION
001600                               TO  WS-PAT-SECTION(PAT-IDX)
001610                         MOVE  KM-MSG
001620                               TO  WS-PAT-MSG(PAT-IDX)
001630                         MOVE  KM-PROBLEM-ID
001633                               TO  WS-PAT-PROBLEM-ID(PAT-IDX)
001636                         MOVE  KM-MSG-ID
001640                               TO  WS-PAT-MSG-ID(PAT-IDX)
001650                     END-IF
001660             END-EVALUATE
001670     END-READ.
001680 READ-DECK-SEC-E.
001690     EXIT.
001700/
001710*----------------------------------------------------------------
001720* the first pattern matching on program, section, message and
001730* message id names the problem
001740*----------------------------------------------------------------
001750 MATCH-SEC        SECTION.
001760     MOVE  'N'  TO  WS-HIT-SW.
001770     PERFORM  VARYING  PAT-IDX  FROM  1  BY  1
001780         UNTIL  PAT-IDX  >  WS-PAT-COUNT  OR  PATTERN-HIT
001790         PERFORM  MATCH-PATTERN-SEC
001800         IF  PATTERN-HIT
001810             MOVE  WS-PAT-PROBLEM-ID(PAT-IDX)  TO  KE-PROBLEM-ID
001820         END-IF
001830     END-PERFORM.
001840 MATCH-SEC-E.
001850     EXIT.
001860/
001870 MATCH-PATTERN-SEC  SECTION.
001880     IF  WS-PAT-PROGRAM(PAT-IDX)  NOT =  KE-PROGRAM
001890         AND  WS-PAT-PROGRAM(PAT-IDX)(1:1)  NOT =  '*'
001900         GO  TO  MATCH-PATTERN-SEC-E
001910     END-IF.
001920*    the section: a leading fragment, measured to its last
001930*    non-blank byte, as ERRLOG matches its routes
001940     IF  WS-PAT-SECTION(PAT-IDX)(1:1)  NOT =  '*'
001950         MOVE  0  TO  WS-FRAG-LEN
001960         PERFORM  VARYING  WS-FRAG-SUB  FROM  1  BY  1
001970             UNTIL  WS-FRAG-SUB  >  20
001980             IF  WS-PAT-SECTION(PAT-IDX)(WS-FRAG-SUB:1)
001990                     NOT =  SPACE
002000                 MOVE  WS-FRAG-SUB  TO  WS-FRAG-LEN
002010             END-IF
002020         END-PERFORM
002030         IF  WS-FRAG-LEN  =  0
002040             OR  KE-SECTION(1:WS-FRAG-LEN)  NOT =
002050                 WS-PAT-SECTION(PAT-IDX)(1:WS-FRAG-LEN)
002060             GO  TO  MATCH-PATTERN-SEC-E
002070         END-IF
002080     END-IF.
002090*    the message: the fragment anywhere in the text
002100     IF  WS-PAT-MSG(PAT-IDX)(1:1)  NOT =  '*'
002110         MOVE  0  TO  WS-FRAG-LEN
002120         PERFORM  VARYING  WS-FRAG-SUB  FROM  1  BY  1
002130             UNTIL  WS-FRAG-SUB  >  20
002140             IF  WS-PAT-MSG(PAT-IDX)(WS-FRAG-SUB:1)
002150                     NOT =  SPACE
002160                 MOVE  WS-FRAG-SUB  TO  WS-FRAG-LEN
002170             END-IF
002180         END-PERFORM
002190         IF  WS-FRAG-LEN  =  0
002200             GO  TO  MATCH-PATTERN-SEC-E
002210         END-IF
002220         MOVE  0  TO  WS-FRAG-TALLY
002230         INSPECT  KE-MSG  TALLYING  WS-FRAG-TALLY
002240             FOR ALL  WS-PAT-MSG(PAT-IDX)(1:WS-FRAG-LEN)
002250         IF  WS-FRAG-TALLY  =  0
002260             GO  TO  MATCH-PATTERN-SEC-E
002270         END-IF
002271     END-IF.
002272*    the message id: a leading fragment, as ERRLOG's routes
002273     IF  WS-PAT-MSG-ID(PAT-IDX)  NOT =  SPACES
002274         AND  WS-PAT-MSG-ID(PAT-IDX)(1:1)  NOT =  '*'
002275         MOVE  0  TO  WS-FRAG-LEN
002276         PERFORM  VARYING  WS-FRAG-SUB  FROM  1  BY  1
002277             UNTIL  WS-FRAG-SUB  >  8
002278             IF  WS-PAT-MSG-ID(PAT-IDX)(WS-FRAG-SUB:1)
002279                     NOT =  SPACE
002280                 MOVE  WS-FRAG-SUB  TO  WS-FRAG-LEN
002281             END-IF
002282         END-PERFORM
002283         IF  KE-MSG-ID(1:WS-FRAG-LEN)  NOT =
002284             WS-PAT-MSG-ID(PAT-IDX)(1:WS-FRAG-LEN)
002285             GO  TO  MATCH-PATTERN-SEC-E
002286         END-IF
002287     END-IF.
002290     SET  PATTERN-HIT  TO  TRUE.
002300 MATCH-PATTERN-SEC-E.
002310     EXIT.
002320/
002330*----------------------------------------------------------------
002340* the problem's diagnosis and action; a match naming a problem
002350* the deck carries no P card for still answers its id
002360*----------------------------------------------------------------
002370 DESCRIBE-SEC     SECTION.
002380     SET   PROB-IDX  TO  1.
002390     SEARCH  WS-PROB-ENTRY
002400         AT END
002410             IF  KE-MATCH
002420                 SET  KE-KNOWN  TO  TRUE
002430             END-IF
002440         WHEN  PROB-IDX  >  WS-PROB-COUNT
002450             IF  KE-MATCH
002460                 SET  KE-KNOWN  TO  TRUE
002470             END-IF
002480         WHEN  WS-PROB-ID(PROB-IDX)  =  KE-PROBLEM-ID
002490             SET   KE-KNOWN  TO  TRUE
002500             MOVE  WS-PROB-DIAGNOSIS(PROB-IDX)  TO  KE-DIAGNOSIS
002510             MOVE  WS-PROB-ACTION(PROB-IDX)     TO  KE-ACTION
002520     END-SEARCH.
002530 DESCRIBE-SEC-E.
002540     EXIT.
