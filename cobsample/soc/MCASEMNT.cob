000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      MCASEMNT.
000030*
000040*----------------------------------------------------------------
000050* operator maintenance for the MCASES exception case file (see
000060* mcase.cbl) that MATCHRPT opens and auto-closes: a case is
000070* assigned to whoever will work it, annotated as it is worked,
000080* and resolved with a resolution code. every change lands on
000090* the OPSAUDIT operations audit trail, and changing a case needs
000100* the C case-work code on VAUTH; listing needs none.
000110*
000120* the case file has no table limit here either: MCASES is
000130* copied to MCASEWK while the case is found and the request
000140* edited, and only a request that passes is written back -
000150* MCASEWK read through into a fresh MCASES with the one case
000151* changed. a refused request leaves MCASES untouched. both
000152* passes run under the case file's RESLOCK lock (MCASE), the one
000153* MATCHRPT takes for its merge, so the case is found on the file
000154* as it stands and no other run's rewrite lands in between; a
000155* change refused because another run holds the file ends 8 and
000160* is simply resubmitted.
000170*
000180* PARM drives the transaction:
000190*   positions 1-8   the acting operator id
000200*   position 9      'A' assign the case (blank assignee takes
000210*                   it off the assignee), 'N' annotate it,
000220*                   'R' resolve it, 'L' list the open cases to
000230*                   the job log
000240*   positions 10-17 the case KEY1, 8 digits
000250*   position 18     the case reason, 'D' detail with no master
000260*                   or 'M' master with no detail
000270*   positions 19-26 the assignee ('A'), or the resolution code
000280*                   in 19-22 ('R') - FIXD, TIMG, DUPL or ACPT
000290*   positions 27-66 the note - required on 'N', optional on
000300*                   'A' and 'R', replacing the case's note
000310* only an open case may be assigned or resolved; any case may
000320* be annotated.
000330*----------------------------------------------------------------
000340 ENVIRONMENT      DIVISION.
000350 INPUT-OUTPUT     SECTION.
000360 FILE-CONTROL.
000370     SELECT  CASE-FILE   ASSIGN TO   MCASES
000380             ORGANIZATION  IS    LINE SEQUENTIAL
000390             FILE STATUS   IS    WS-CASE-STATUS.
000400     SELECT  CASE-WORK   ASSIGN TO   MCASEWK
000410             ORGANIZATION  IS    LINE SEQUENTIAL
000420             FILE STATUS   IS    WS-CWK-STATUS.
000430     SELECT  AUTH-FILE   ASSIGN TO   VAUTH
000440             ORGANIZATION  IS    LINE SEQUENTIAL
000450             FILE STATUS   IS    WS-AUTH-STATUS.
000460
000470 DATA             DIVISION.
000480 FILE             SECTION.
000490 FD      CASE-FILE.
000500 01      CASE-REC.
000510     COPY  mcase.
000520
000530 FD      CASE-WORK.
000540 01      CWK-REC                      PIC  X(136).
000550
000560 FD      AUTH-FILE.
000570 01      AUTH-REC.
000580     03  AU-OPERATOR                  PIC  X(08).
000590     03  FILLER                       PIC  X(01).
000600     03  AU-CODES                     PIC  X(08).
000610     03  FILLER                       PIC  X(01).
000620     03  AU-EXPIRY                    PIC  X(08).
000630
000640 WORKING-STORAGE  SECTION.
000650
000660 01  WS-STATUSES.
000670   03  WS-CASE-STATUS          PIC  X(02).
000680   03  WS-CWK-STATUS           PIC  X(02).
000690   03  WS-AUTH-STATUS          PIC  X(02).
000700
000710 01  WS-SWITCHES.
000720   03  WS-EOF-SW               PIC  X(01)  VALUE  'N'.
000730     88  FILE-EOF                   VALUE  'Y'.
000740   03  WS-FOUND-SW             PIC  X(01)  VALUE  'N'.
000750     88  CASE-FOUND                 VALUE  'Y'.
000760   03  WS-ACTOR-OK-SW          PIC  X(01)  VALUE  'N'.
000770     88  ACTOR-AUTHORIZED           VALUE  'Y'.
000772   03  WS-VALID-SW             PIC  X(01)  VALUE  'N'.
000774     88  REQUEST-VALID              VALUE  'Y'.
000776   03  WS-CLOCK-SW             PIC  X(01)  VALUE  'N'.
000780     88  CASES-LOCKED               VALUE  'Y'.
000800
000810 01  WS-PARM-AREA.
000820   03  WS-PARM-LINE            PIC  X(66).
000830   03  WS-ACTOR                PIC  X(08).
000840   03  WS-FUNCTION             PIC  X(01).
000850     88  WS-FUNC-ASSIGN             VALUE 'A'.
000860     88  WS-FUNC-ANNOTATE           VALUE 'N'.
000870     88  WS-FUNC-RESOLVE            VALUE 'R'.
000880     88  WS-FUNC-LIST               VALUE 'L'.
000890   03  WS-REQ-CASE-KEY.
000900     05  WS-REQ-KEY1           PIC  X(08).
000910     05  WS-REQ-REASON         PIC  X(01).
000920   03  WS-REQ-VALUE            PIC  X(08).
000930   03  WS-REQ-NOTE             PIC  X(40).
000940
000950 01  WS-TODAY                  PIC  9(08).
000960 01  WS-CODE-TALLY             PIC  9(02)  COMP.
000970 01  WS-LIST-COUNT             PIC  9(07)  COMP  VALUE  0.
000980
000990*----------------------------------------------------------------
001000* the case as found on the first pass, and then as changed -
001010* written over its old line on the second
001020*----------------------------------------------------------------
001030 01  WS-CASE-IMAGE             PIC  X(136).
001040
001050 01  WS-ERRLOG-PARM.
001060     COPY  errlog.
001070
001072 01  WS-OPSAUDIT-PARM.
001074     COPY  opsaudit.
001076
001078 01  WS-RESLOCK-PARM.
001080     COPY  reslock.
001100
001110 PROCEDURE        DIVISION.
001120 MAIN-SEC         SECTION.
001130     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
001140     MOVE  WS-PARM-LINE(1:8)    TO  WS-ACTOR.
001150     MOVE  WS-PARM-LINE(9:1)    TO  WS-FUNCTION.
001160     MOVE  WS-PARM-LINE(10:8)   TO  WS-REQ-KEY1.
001170     MOVE  WS-PARM-LINE(18:1)   TO  WS-REQ-REASON.
001180     MOVE  WS-PARM-LINE(19:8)   TO  WS-REQ-VALUE.
001190     MOVE  WS-PARM-LINE(27:40)  TO  WS-REQ-NOTE.
001200     ACCEPT  WS-TODAY  FROM  DATE  YYYYMMDD.
001210     EVALUATE  TRUE
001220         WHEN  WS-FUNC-LIST
001230             PERFORM  LIST-SEC
001240         WHEN  WS-FUNC-ASSIGN  OR  WS-FUNC-ANNOTATE
001250               OR  WS-FUNC-RESOLVE
001260             PERFORM  CHANGE-SEC
001270         WHEN  OTHER
001280             DISPLAY  'MCASEMNT: UNKNOWN FUNCTION ' WS-FUNCTION
001282             MOVE  16  TO  RETURN-CODE
001284     END-EVALUATE.
001286     PERFORM  FREE-CASES-SEC.
001290     STOP RUN.
001320 MAIN-SEC-EX.
001330     EXIT.
001340/
001350*----------------------------------------------------------------
001360* assign, annotate, or resolve: authorize the operator, find
001370* the case while copying MCASES aside, edit the request against
001380* it, and only then write MCASES back with the case changed
001390*----------------------------------------------------------------
001400 CHANGE-SEC       SECTION.
001410     PERFORM  CHECK-ACTOR-SEC.
001420     IF  NOT  ACTOR-AUTHORIZED
001430         DISPLAY  'MCASEMNT: OPERATOR ' WS-ACTOR
001440                  ' DOES NOT HOLD THE C CASE-WORK CODE'
001450         MOVE  'MCASEMNT'     TO  EL-PROGRAM
001460         MOVE  'CHANGE-SEC'   TO  EL-SECTION
001470         MOVE  'UNAUTHORIZED MATCH CASE CHANGE'  TO  EL-MSG
001480         SET   EL-ERROR       TO  TRUE
001490         MOVE  16             TO  EL-RETURN-CODE
001495         MOVE  'MCASE001'     TO  EL-MSG-ID
001500         CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
001510         MOVE  'MATCH CASE REFUSED  '  TO  OA-ACTION
001520         PERFORM  AUDIT-SEC
001530         MOVE  16  TO  RETURN-CODE
001540         GO TO  CHANGE-SEC-EX
001550     END-IF.
001560     IF  WS-REQ-KEY1  NOT NUMERIC
001570         OR  (WS-REQ-REASON  NOT =  'D'
001580          AND  WS-REQ-REASON  NOT =  'M')
001590         DISPLAY  'MCASEMNT: CASE KEY1 (8 DIGITS) AND REASON'
001600                  ' (D OR M) ARE REQUIRED'
001601         MOVE  8  TO  RETURN-CODE
001602         GO TO  CHANGE-SEC-EX
001603     END-IF.
001604     PERFORM  HOLD-CASES-SEC.
001605     IF  NOT  CASES-LOCKED
001606         GO TO  CHANGE-SEC-EX
001607     END-IF.
001610     PERFORM  FIND-CASE-SEC.
001650     IF  RETURN-CODE  >  0
001660         GO TO  CHANGE-SEC-EX
001670     END-IF.
001680     IF  NOT  CASE-FOUND
001690         DISPLAY  'MCASEMNT: NO CASE FOR ' WS-REQ-CASE-KEY
001700         MOVE  8  TO  RETURN-CODE
001710         GO TO  CHANGE-SEC-EX
001720     END-IF.
001730     MOVE  WS-CASE-IMAGE  TO  CASE-REC.
001740     PERFORM  EDIT-CHANGE-SEC.
001750     IF  NOT  REQUEST-VALID
001760         MOVE  8  TO  RETURN-CODE
001770         GO TO  CHANGE-SEC-EX
001780     END-IF.
001790     EVALUATE  TRUE
001800         WHEN  WS-FUNC-ASSIGN
001810             MOVE  WS-REQ-VALUE   TO  CS-ASSIGNEE
001820             MOVE  'MATCH CASE ASSIGNED '  TO  OA-ACTION
001830         WHEN  WS-FUNC-ANNOTATE
001840             MOVE  'MATCH CASE ANNOTATED'  TO  OA-ACTION
001850         WHEN  WS-FUNC-RESOLVE
001860             SET   CS-RESOLVED    TO  TRUE
001870             MOVE  WS-REQ-VALUE(1:4)  TO  CS-RESOLUTION
001880             MOVE  WS-TODAY       TO  CS-CLOSED-DATE
001890             MOVE  WS-ACTOR       TO  CS-CLOSED-BY
001900             MOVE  'MATCH CASE RESOLVED '  TO  OA-ACTION
001910     END-EVALUATE.
001920     IF  WS-REQ-NOTE  NOT =  SPACES
001930         MOVE  WS-REQ-NOTE    TO  CS-NOTE
001940         MOVE  WS-TODAY       TO  CS-NOTE-DATE
001950         MOVE  WS-ACTOR       TO  CS-NOTE-BY
001960     END-IF.
001970     MOVE  CASE-REC  TO  WS-CASE-IMAGE.
001980     PERFORM  REWRITE-CASES-SEC.
001990     PERFORM  AUDIT-SEC.
002000     DISPLAY  'MCASEMNT: CASE ' WS-REQ-CASE-KEY ' - ' OA-ACTION
002010              ' BY ' WS-ACTOR.
002020 CHANGE-SEC-EX.
002030     EXIT.
002040/
002050 EDIT-CHANGE-SEC  SECTION.
002060     MOVE  'N'  TO  WS-VALID-SW.
002070     EVALUATE  TRUE
002080         WHEN  WS-FUNC-ANNOTATE  AND  WS-REQ-NOTE  =  SPACES
002090             DISPLAY  'MCASEMNT: A NOTE IS REQUIRED TO ANNOTATE'
002100         WHEN  WS-FUNC-ANNOTATE
002110             SET  REQUEST-VALID  TO  TRUE
002120         WHEN  NOT  CS-OPEN
002130             DISPLAY  'MCASEMNT: CASE ' WS-REQ-CASE-KEY
002140                      ' IS NOT OPEN - STATUS ' CS-STATUS
002150                      ' CLOSED ' CS-CLOSED-DATE ' BY '
002160                      CS-CLOSED-BY
002170         WHEN  WS-FUNC-ASSIGN
002180             SET  REQUEST-VALID  TO  TRUE
002190         WHEN  OTHER
002200             MOVE  WS-REQ-VALUE(1:4)  TO  CS-RESOLUTION
002210             IF  CS-RES-KNOWN  AND  WS-REQ-VALUE(5:4)  =  SPACES
002220                 SET  REQUEST-VALID  TO  TRUE
002230             ELSE
002240                 DISPLAY  'MCASEMNT: RESOLUTION CODE MUST BE'
002250                          ' FIXD, TIMG, DUPL OR ACPT'
002260             END-IF
002270     END-EVALUATE.
002280 EDIT-CHANGE-SEC-EX.
002290     EXIT.
002300/
002310*----------------------------------------------------------------
002320* first pass: MCASES copied line for line to MCASEWK, keeping
002330* the requested case's image when it goes by
002340*----------------------------------------------------------------
002350 FIND-CASE-SEC    SECTION.
002360     MOVE  'N'  TO  WS-FOUND-SW.
002370     MOVE  'N'  TO  WS-EOF-SW.
002380     OPEN  INPUT  CASE-FILE.
002390     IF  WS-CASE-STATUS  NOT =  '00'
002400         DISPLAY  'MCASEMNT: UNABLE TO OPEN MCASES, STATUS '
002410                  WS-CASE-STATUS
002420         MOVE  16  TO  RETURN-CODE
002430         GO TO  FIND-CASE-SEC-EX
002440     END-IF.
002450     OPEN  OUTPUT  CASE-WORK.
002460     IF  WS-CWK-STATUS  NOT =  '00'
002470         DISPLAY  'MCASEMNT: UNABLE TO OPEN MCASEWK, STATUS '
002480                  WS-CWK-STATUS
002490         CLOSE  CASE-FILE
002500         MOVE  16  TO  RETURN-CODE
002510         GO TO  FIND-CASE-SEC-EX
002520     END-IF.
002530     PERFORM  COPY-CASE-SEC  UNTIL  FILE-EOF.
002540     CLOSE  CASE-FILE.
002550     CLOSE  CASE-WORK.
002560 FIND-CASE-SEC-EX.
002570     EXIT.
002580/
002590 COPY-CASE-SEC    SECTION.
002600     READ  CASE-FILE
002610         AT END      SET  FILE-EOF  TO  TRUE
002620         NOT AT END
002630             IF  CS-CASE-KEY  =  WS-REQ-CASE-KEY
002640                 AND  NOT  CASE-FOUND
002650                 SET   CASE-FOUND  TO  TRUE
002660                 MOVE  CASE-REC    TO  WS-CASE-IMAGE
002670             END-IF
002680             MOVE  CASE-REC  TO  CWK-REC
002690             WRITE  CWK-REC
002700     END-READ.
002710 COPY-CASE-SEC-EX.
002720     EXIT.
002730/
002740*----------------------------------------------------------------
002750* second pass: MCASEWK back into a fresh MCASES, the changed
002760* case in place of its old line
002770*----------------------------------------------------------------
002780 REWRITE-CASES-SEC SECTION.
002790     MOVE  'N'  TO  WS-EOF-SW.
002800     MOVE  'N'  TO  WS-FOUND-SW.
002810     OPEN  INPUT   CASE-WORK.
002820     OPEN  OUTPUT  CASE-FILE.
002830     PERFORM  PUT-BACK-SEC  UNTIL  FILE-EOF.
002840     CLOSE  CASE-WORK.
002850     CLOSE  CASE-FILE.
002851 REWRITE-CASES-SEC-EX.
002852     EXIT.
002853/
002854*----------------------------------------------------------------
002855* the case file's lock, taken before the first pass so the case
002856* edited is the one written back
002857*----------------------------------------------------------------
002858 HOLD-CASES-SEC   SECTION.
002859     SET   RL-ENQ       TO  TRUE.
002860     MOVE  'MCASE'      TO  RL-RESOURCE.
002861     MOVE  'MCASEMNT'   TO  RL-HOLDER.
002862     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
002863     IF  RL-BUSY
002864         DISPLAY  'MCASEMNT: MCASES IS HELD BY ' RL-CURRENT-HOLDER
002865                  ' - NOTHING CHANGED, RESUBMIT'
002866         MOVE  8  TO  RETURN-CODE
002867     ELSE
002868         SET   CASES-LOCKED  TO  TRUE
002869     END-IF.
002870 HOLD-CASES-SEC-EX.
002871     EXIT.
002872/
002873 FREE-CASES-SEC   SECTION.
002874     IF  CASES-LOCKED
002875         SET   RL-DEQ     TO  TRUE
002876         CALL  'RESLOCK'  USING  WS-RESLOCK-PARM
002877         MOVE  'N'  TO  WS-CLOCK-SW
002878     END-IF.
002879 FREE-CASES-SEC-EX.
002880     EXIT.
002881/
002890 PUT-BACK-SEC     SECTION.
002900     READ  CASE-WORK  INTO  CASE-REC
002910         AT END      SET  FILE-EOF  TO  TRUE
002920         NOT AT END
002930             IF  CS-CASE-KEY  =  WS-REQ-CASE-KEY
002940                 AND  NOT  CASE-FOUND
002950                 SET   CASE-FOUND     TO  TRUE
002960                 MOVE  WS-CASE-IMAGE  TO  CASE-REC
002970             END-IF
002980             WRITE  CASE-REC
002990     END-READ.
003000 PUT-BACK-SEC-EX.
003010     EXIT.
003020/
003030*----------------------------------------------------------------
003040* the VAUTHMNT check: the actor's VAUTH line must carry 'C' and
003050* an expiry, if any, not yet passed; a missing VAUTH authorizes
003060* no one
003070*----------------------------------------------------------------
003080 CHECK-ACTOR-SEC  SECTION.
003090     MOVE  'N'  TO  WS-ACTOR-OK-SW.
003100     MOVE  'N'  TO  WS-EOF-SW.
003110     IF  WS-ACTOR  =  SPACES
003120         GO TO  CHECK-ACTOR-SEC-EX
003130     END-IF.
003140     OPEN  INPUT  AUTH-FILE.
003150     IF  WS-AUTH-STATUS  NOT =  '00'
003160         SET  FILE-EOF  TO  TRUE
003170     END-IF.
003180     PERFORM  READ-AUTH-SEC  UNTIL  FILE-EOF.
003190     IF  WS-AUTH-STATUS  =  '00'  OR  WS-AUTH-STATUS  =  '10'
003200         CLOSE  AUTH-FILE
003210     END-IF.
003220 CHECK-ACTOR-SEC-EX.
003230     EXIT.
003240/
003250 READ-AUTH-SEC    SECTION.
003260     READ  AUTH-FILE
003270         AT END      SET  FILE-EOF  TO  TRUE
003280         NOT AT END
003290             IF  AU-OPERATOR  =  WS-ACTOR
003300                 MOVE  0  TO  WS-CODE-TALLY
003310                 INSPECT  AU-CODES
003320                     TALLYING  WS-CODE-TALLY  FOR  ALL  'C'
003330                 IF  WS-CODE-TALLY  >  0
003340                     AND  (AU-EXPIRY  NOT NUMERIC
003350                       OR  AU-EXPIRY  NOT <  WS-TODAY)
003360                     SET  ACTOR-AUTHORIZED  TO  TRUE
003370                 END-IF
003380             END-IF
003390     END-READ.
003400 READ-AUTH-SEC-EX.
003410     EXIT.
003420/
003430 AUDIT-SEC        SECTION.
003440     MOVE  'MCASEMNT'     TO  OA-PROGRAM.
003450     MOVE  WS-ACTOR       TO  OA-OPERATOR.
003460     MOVE  SPACES         TO  OA-DETAIL.
003470     STRING  WS-REQ-CASE-KEY  DELIMITED BY SIZE
003480             ' '              DELIMITED BY SIZE
003490             WS-FUNCTION      DELIMITED BY SIZE
003500             ' '              DELIMITED BY SIZE
003510             WS-REQ-VALUE     DELIMITED BY SIZE
003520         INTO  OA-DETAIL
003530     END-STRING.
003540     CALL  'OPSAUDIT'  USING  WS-OPSAUDIT-PARM.
003550 AUDIT-SEC-EX.
003560     EXIT.
003570/
003580 LIST-SEC         SECTION.
003590     MOVE  'N'  TO  WS-EOF-SW.
003600     OPEN  INPUT  CASE-FILE.
003610     IF  WS-CASE-STATUS  NOT =  '00'
003620         DISPLAY  'MCASEMNT: UNABLE TO OPEN MCASES, STATUS '
003630                  WS-CASE-STATUS
003640         MOVE  16  TO  RETURN-CODE
003650         GO TO  LIST-SEC-EX
003660     END-IF.
003670     PERFORM  LIST-CASE-SEC  UNTIL  FILE-EOF.
003680     CLOSE  CASE-FILE.
003690     DISPLAY  'MCASEMNT: OPEN CASES ' WS-LIST-COUNT.
003700 LIST-SEC-EX.
003710     EXIT.
003720/
003730 LIST-CASE-SEC    SECTION.
003740     READ  CASE-FILE
003750         AT END      SET  FILE-EOF  TO  TRUE
003760         NOT AT END
003770             IF  CS-OPEN
003780                 ADD  1  TO  WS-LIST-COUNT
003790                 DISPLAY  'MCASEMNT: ' CASE-REC
003800             END-IF
003810     END-READ.
003820 LIST-CASE-SEC-EX.
003830     EXIT.
