000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      MSGFMT.
000030*
000040*----------------------------------------------------------------
000050* shared message formatter: every operator message a program
000060* DISPLAYs or logs is built here from its MSGCAT catalog entry,
000070* so a condition always reaches the console and ERRLOG under
000080* the same stable id, severity and wording. the console
000090* automation, the ERRROUTE routes, KNOWNERR and ERRRPT then key
000100* on the id, and rewording a message on the catalog breaks
000110* nothing that watches for it. see msgfmt.cbl for the functions.
000120*
000130* MSGCAT deck, two card shapes:
000140*   M  message   col 1 'M', 3-10 message id, 12 severity (I, W
000150*                or E), 14-80 the text, with &1 &2 &3 marking
000160*                where the caller's values go
000170*   A  action    col 1 'A', 3-10 message id, 12-80 what the
000180*                operator is to do when the message appears
000190* a message id is the issuing program's five-character prefix
000200* and a three-digit number (FILEW001). the deck is loaded once
000210* on the first call. an id not on the catalog - or a missing
000220* MSGCAT deck - keeps the caller's own severity and text, so a
000230* message is never lost for want of its catalog entry; MSGRPT
000240* lists every such id so the entry gets added.
000250*
000260* every displayed or logged message with an id is noted on the
000270* MSGLOG issue file (date, time, id, how issued, program,
000280* section) for MSGRPT's reconciliation; ERRLOG notes the logged
000290* ones itself, so an entry logged directly is counted too.
000300*----------------------------------------------------------------
000310 ENVIRONMENT      DIVISION.
000320 INPUT-OUTPUT     SECTION.
000330 FILE-CONTROL.
000340     SELECT  MSGCAT-FILE  ASSIGN TO  MSGCAT
000350             ORGANIZATION IS  LINE SEQUENTIAL
000360             FILE STATUS  IS  WS-MSGCAT-STATUS.
000370     SELECT  MSGLOG-FILE  ASSIGN TO  MSGLOG
000380             ORGANIZATION IS  LINE SEQUENTIAL
000390             FILE STATUS  IS  WS-MSGLOG-STATUS.
000400
000410 DATA             DIVISION.
000420 FILE             SECTION.
000430 FD  MSGCAT-FILE.
000440 01  MSGCAT-REC.
000450     03  MC-TYPE                      PIC  X(01).
000460     03  FILLER                       PIC  X(01).
000470     03  MC-MSG-ID                    PIC  X(08).
000480     03  FILLER                       PIC  X(01).
000490     03  MC-ACTION                    PIC  X(69).
000500 01  MSGCAT-MSG-REC.
000510     03  FILLER                       PIC  X(11).
000520     03  MC-SEVERITY                  PIC  X(01).
000530     03  FILLER                       PIC  X(01).
000540     03  MC-TEXT                      PIC  X(67).
000550 FD  MSGLOG-FILE.
000560 01  MSGLOG-REC                       PIC  X(58).
000570
000580 WORKING-STORAGE  SECTION.
000590*
000600 01  WS-MSGCAT-STATUS             PIC  X(02).
000610 01  WS-MSGLOG-STATUS             PIC  X(02).
000620 01  WS-LOADED-SW                 PIC  X(01)  VALUE 'N'.
000630     88  CATALOG-LOADED                  VALUE 'Y'.
000640 01  WS-MSGCAT-EOF-SW             PIC  X(01)  VALUE 'N'.
000650     88  MSGCAT-EOF                      VALUE 'Y'.
000660*
000670*    200 messages - every program's ids on one deck with room
000680*    to grow; an A card finds its M card by id, so the table
000690*    is searched rather than kept in deck order
000700 01  WS-MSG-TABLE.
000710     03  WS-MSG-ENTRY  OCCURS 200 TIMES  INDEXED BY MSG-IDX.
000720       05  WS-MSG-ID              PIC  X(08).
000730       05  WS-MSG-SEVERITY        PIC  X(01).
000740       05  WS-MSG-TEXT            PIC  X(67).
000750       05  WS-MSG-ACTION          PIC  X(69).
000760 01  WS-MSG-COUNT                 PIC  9(03)  COMP  VALUE  0.
000770 01  WS-FIND-ID                   PIC  X(08).
000780 01  WS-FOUND-SW                  PIC  X(01).
000790     88  MSG-FOUND                       VALUE 'Y'.
000800*
000810*    placeholder substitution: the template is copied into the
000820*    output a byte at a time, each &n replaced by value n cut
000830*    to its last non-blank byte
000840 01  WS-TEMPLATE                  PIC  X(67).
000850 01  WS-OUT-TEXT                  PIC  X(67).
000860 01  WS-OUT-LEN                   PIC  9(02)  COMP.
000870 01  WS-TPL-SUB                   PIC  9(02)  COMP.
000880 01  WS-VAL-NO                    PIC  9(01).
000890 01  WS-VAL-LEN                   PIC  9(02)  COMP.
000900 01  WS-ROOM                      PIC  9(02)  COMP.
000910*
000920 01  WS-DATECALC-PARM.
000930     COPY  datecalc.
000940 01  WS-ERRLOG-PARM.
000950     COPY  errlog.
000960*
000970 01  WS-MSGLOG-EDIT.
000980     03  ML-DATE                  PIC  9(08).
000990     03  FILLER                   PIC  X(01) VALUE SPACE.
001000     03  ML-TIME                  PIC  9(08).
001010     03  FILLER                   PIC  X(01) VALUE SPACE.
001020     03  ML-MSG-ID                PIC  X(08).
001030     03  FILLER                   PIC  X(01) VALUE SPACE.
001040     03  ML-ORIGIN                PIC  X(01).
001050     03  FILLER                   PIC  X(01) VALUE SPACE.
001060     03  ML-PROGRAM               PIC  X(08).
001070     03  FILLER                   PIC  X(01) VALUE SPACE.
001080     03  ML-SECTION               PIC  X(20).
001090*
001100 LINKAGE          SECTION.
001110 01  MSGFMT-PARM.
001120     COPY  msgfmt.
001130 01  VERSID-REQ  REDEFINES  MSGFMT-PARM.
001140     COPY  versid.
001150*
001160 PROCEDURE        DIVISION USING MSGFMT-PARM.
001170 MAIN-SEC         SECTION.
001180*    the standard library identity handshake - see versid.cbl
001190     IF  VI-RESERVED-LENGTH  AND  VI-IDENT-REQUEST
001200         MOVE  'MSGFMT  01'  TO  VI-REPLY
001210         MOVE  0             TO  VI-RETURN-CODE
001220         DISPLAY 'MSGFMT: VERSION 01 COMPILED ' WHEN-COMPILED
001230         GOBACK
001240     END-IF.
001250     IF  NOT  CATALOG-LOADED
001260         PERFORM  LOAD-CATALOG-SEC
001270     END-IF.
001280     IF  MG-MSG-ID  =  LOW-VALUES
001290         MOVE  SPACES  TO  MG-MSG-ID
001300     END-IF.
001310     SET   MG-NOT-CATALOGUED  TO  TRUE.
001320     MOVE  SPACES  TO  MG-ACTION.
001330     MOVE  MG-TEXT  TO  WS-TEMPLATE.
001340     IF  MG-MSG-ID  NOT =  SPACES
001350         MOVE  MG-MSG-ID  TO  WS-FIND-ID
001360         PERFORM  FIND-MSG-SEC
001370         IF  MSG-FOUND
001380             SET   MG-CATALOGUED  TO  TRUE
001390             MOVE  WS-MSG-SEVERITY(MSG-IDX)  TO  MG-SEVERITY
001400             MOVE  WS-MSG-TEXT(MSG-IDX)      TO  WS-TEMPLATE
001410             MOVE  WS-MSG-ACTION(MSG-IDX)    TO  MG-ACTION
001420         END-IF
001430     END-IF.
001440     IF  MG-SEVERITY  NOT =  'I'  AND  NOT =  'W'
001450         AND  NOT =  'E'
001460         MOVE  'I'  TO  MG-SEVERITY
001470     END-IF.
001480     PERFORM  SUBSTITUTE-SEC.
001490     MOVE  WS-OUT-TEXT  TO  MG-TEXT.
001500
001510     IF  MG-DISPLAY  OR  MG-LOG
001520         DISPLAY  MG-MSG-ID ' ' MG-SEVERITY ' ' MG-TEXT
001530     END-IF.
001540     EVALUATE  TRUE
001550         WHEN  MG-LOG
001560             PERFORM  LOG-SEC
001570         WHEN  MG-DISPLAY
001580             IF  MG-MSG-ID  NOT =  SPACES
001590                 PERFORM  NOTE-ISSUE-SEC
001600             END-IF
001610     END-EVALUATE.
001620     GOBACK.
001630 MAIN-SEC-E.
001640     EXIT PROGRAM.
001650/
001660*----------------------------------------------------------------
001670* one-time load of the catalog; an A card is kept against its
001680* M card, wherever in the deck the M card stands
001690*----------------------------------------------------------------
001700 LOAD-CATALOG-SEC SECTION.
001710     OPEN  INPUT  MSGCAT-FILE.
001720     IF  WS-MSGCAT-STATUS  NOT =  '00'
001730         SET  MSGCAT-EOF  TO  TRUE
001740     END-IF.
001750     PERFORM  READ-CATALOG-SEC  UNTIL  MSGCAT-EOF.
001760     IF  WS-MSGCAT-STATUS  =  '00'  OR
001770         WS-MSGCAT-STATUS  =  '10'
001780         CLOSE  MSGCAT-FILE
001790     END-IF.
001800     PERFORM  VARYING  MSG-IDX  FROM  1  BY  1
001810         UNTIL  MSG-IDX  >  WS-MSG-COUNT
001820         IF  WS-MSG-ACTION(MSG-IDX)  =  LOW-VALUES
001830             MOVE  SPACES  TO  WS-MSG-ACTION(MSG-IDX)
001840         END-IF
001850     END-PERFORM.
001860     SET  CATALOG-LOADED  TO  TRUE.
001870 LOAD-CATALOG-SEC-E.
001880     EXIT.
001890/
001900 READ-CATALOG-SEC SECTION.
001910     READ  MSGCAT-FILE
001920         AT END  SET  MSGCAT-EOF  TO  TRUE
001930         NOT AT END
001940             IF  MC-MSG-ID  NOT =  SPACES
001950                 MOVE  MC-MSG-ID  TO  WS-FIND-ID
001960                 PERFORM  FIND-MSG-SEC
001970                 EVALUATE  TRUE
001980                     WHEN  MC-TYPE  =  'M'  AND  MSG-FOUND
001990                         MOVE  MC-SEVERITY
002000                               TO  WS-MSG-SEVERITY(MSG-IDX)
002010                         MOVE  MC-TEXT
002020                               TO  WS-MSG-TEXT(MSG-IDX)
002030                     WHEN  MC-TYPE  =  'M'
002040                         AND  WS-MSG-COUNT  <  200
002050                         PERFORM  ADD-MSG-SEC
002060                         MOVE  MC-SEVERITY
002070                               TO  WS-MSG-SEVERITY(MSG-IDX)
002080                         MOVE  MC-TEXT
002090                               TO  WS-MSG-TEXT(MSG-IDX)
002100                     WHEN  MC-TYPE  =  'A'  AND  MSG-FOUND
002110                         MOVE  MC-ACTION
002120                               TO  WS-MSG-ACTION(MSG-IDX)
002130                     WHEN  MC-TYPE  =  'A'
002140                         AND  WS-MSG-COUNT  <  200
002150                         PERFORM  ADD-MSG-SEC
002160                         MOVE  MC-ACTION
002170                               TO  WS-MSG-ACTION(MSG-IDX)
002180                 END-EVALUATE
002190             END-IF
002200     END-READ.
002210 READ-CATALOG-SEC-E.
002220     EXIT.
002230/
002240*    a new table entry; an A card ahead of its M card holds the
002250*    place with LOW-VALUES severity and text until the M card
002260*    arrives, and an entry never given its M card is no message
002270 ADD-MSG-SEC      SECTION.
002280     ADD  1  TO  WS-MSG-COUNT.
002290     SET  MSG-IDX  TO  WS-MSG-COUNT.
002300     MOVE  MC-MSG-ID   TO  WS-MSG-ID(MSG-IDX).
002310     MOVE  LOW-VALUES  TO  WS-MSG-SEVERITY(MSG-IDX)
002320                           WS-MSG-TEXT(MSG-IDX)
002330                           WS-MSG-ACTION(MSG-IDX).
002340 ADD-MSG-SEC-E.
002350     EXIT.
002360/
002370 FIND-MSG-SEC     SECTION.
002380     MOVE  'N'  TO  WS-FOUND-SW.
002390     SET   MSG-IDX  TO  1.
002400     SEARCH  WS-MSG-ENTRY
002410         AT END
002420             CONTINUE
002430         WHEN  MSG-IDX  >  WS-MSG-COUNT
002440             CONTINUE
002450         WHEN  WS-MSG-ID(MSG-IDX)  =  WS-FIND-ID
002460             IF  CATALOG-LOADED
002470                 AND  WS-MSG-SEVERITY(MSG-IDX)  =  LOW-VALUES
002480                 CONTINUE
002490             ELSE
002500                 SET  MSG-FOUND  TO  TRUE
002510             END-IF
002520     END-SEARCH.
002530 FIND-MSG-SEC-E.
002540     EXIT.
002550/
002560*----------------------------------------------------------------
002570* the template copied into the text with each &1 &2 &3 replaced
002580* by the caller's value; whatever will not fit in the 67 bytes
002590* is dropped from the end
002600*----------------------------------------------------------------
002610 SUBSTITUTE-SEC   SECTION.
002620     MOVE  SPACES  TO  WS-OUT-TEXT.
002630     MOVE  0       TO  WS-OUT-LEN.
002640     MOVE  1       TO  WS-TPL-SUB.
002650     PERFORM  UNTIL  WS-TPL-SUB  >  67
002660         IF  WS-TEMPLATE(WS-TPL-SUB:1)  =  '&'
002670             AND  WS-TPL-SUB  <  67
002680             AND  WS-TEMPLATE(WS-TPL-SUB + 1:1)  >=  '1'
002690             AND  WS-TEMPLATE(WS-TPL-SUB + 1:1)  <=  '3'
002700             MOVE  WS-TEMPLATE(WS-TPL-SUB + 1:1)  TO  WS-VAL-NO
002710             PERFORM  PLACE-VALUE-SEC
002720             ADD  2  TO  WS-TPL-SUB
002730         ELSE
002740             IF  WS-OUT-LEN  <  67
002750                 ADD  1  TO  WS-OUT-LEN
002760                 MOVE  WS-TEMPLATE(WS-TPL-SUB:1)
002770                       TO  WS-OUT-TEXT(WS-OUT-LEN:1)
002780             END-IF
002790             ADD  1  TO  WS-TPL-SUB
002800         END-IF
002810     END-PERFORM.
002820 SUBSTITUTE-SEC-E.
002830     EXIT.
002840/
002850 PLACE-VALUE-SEC  SECTION.
002860     MOVE  0  TO  WS-VAL-LEN.
002870     PERFORM  VARYING  WS-ROOM  FROM  1  BY  1
002880         UNTIL  WS-ROOM  >  20
002890         IF  MG-VALUE(WS-VAL-NO)(WS-ROOM:1)  NOT =  SPACE
002900             AND  NOT =  LOW-VALUE
002910             MOVE  WS-ROOM  TO  WS-VAL-LEN
002920         END-IF
002930     END-PERFORM.
002940     COMPUTE  WS-ROOM  =  67  -  WS-OUT-LEN.
002950     IF  WS-VAL-LEN  >  WS-ROOM
002960         MOVE  WS-ROOM  TO  WS-VAL-LEN
002970     END-IF.
002980     IF  WS-VAL-LEN  >  0
002990         MOVE  MG-VALUE(WS-VAL-NO)(1:WS-VAL-LEN)
003000               TO  WS-OUT-TEXT(WS-OUT-LEN + 1:WS-VAL-LEN)
003010         ADD  WS-VAL-LEN  TO  WS-OUT-LEN
003020     END-IF.
003030 PLACE-VALUE-SEC-E.
003040     EXIT.
003050/
003060*----------------------------------------------------------------
003070* the formatted message logged through ERRLOG under its id; the
003080* first 40 bytes of the text are the log's message. ERRLOG
003090* notes the issue on MSGLOG itself.
003100*----------------------------------------------------------------
003110 LOG-SEC          SECTION.
003120     MOVE  MG-PROGRAM      TO  EL-PROGRAM.
003130     MOVE  MG-SECTION      TO  EL-SECTION.
003140     MOVE  MG-TEXT         TO  EL-MSG.
003150     MOVE  MG-SEVERITY     TO  EL-SEVERITY.
003160     MOVE  MG-RETURN-CODE  TO  EL-RETURN-CODE.
003170     MOVE  MG-MSG-ID       TO  EL-MSG-ID.
003180     CALL  'ERRLOG'  USING  WS-ERRLOG-PARM.
003190 LOG-SEC-E.
003200     EXIT.
003210/
003220*----------------------------------------------------------------
003230* one line on the MSGLOG issue file under the official cycle
003240* date, as ERRLOG stamps its entries; EXTEND accumulates, the
003250* OUTPUT fallback primes the file on its first message
003260*----------------------------------------------------------------
003270 NOTE-ISSUE-SEC   SECTION.
003280     SET   DC-CYCLE-DATE  TO  TRUE.
003290     MOVE  0              TO  DC-IN-DATE.
003300     CALL  'DATECALC'  USING  WS-DATECALC-PARM.
003310     MOVE  DC-OUT-DATE    TO  ML-DATE.
003320     ACCEPT  ML-TIME  FROM  TIME.
003330     MOVE  MG-MSG-ID      TO  ML-MSG-ID.
003340     MOVE  'D'            TO  ML-ORIGIN.
003350     MOVE  MG-PROGRAM     TO  ML-PROGRAM.
003360     MOVE  MG-SECTION     TO  ML-SECTION.
003370     OPEN  EXTEND  MSGLOG-FILE.
003380     IF  WS-MSGLOG-STATUS  NOT =  '00'
003390         OPEN  OUTPUT  MSGLOG-FILE
003400     END-IF.
003410     MOVE  WS-MSGLOG-EDIT  TO  MSGLOG-REC.
003420     WRITE  MSGLOG-REC.
003430     CLOSE  MSGLOG-FILE.
003440 NOTE-ISSUE-SEC-E.
003450     EXIT.
