000110* VAUTH line layout (the readers only use the first 17 bytes, so
000120* the expiry extension is invisible to them until they check it):
000130*   operator(8) blank codes(8) blank expiry(8 YYYYMMDD or blank)
000132*   blank entities(10) - up to five 2-byte legal entity codes
000134*   the operator may see and change; '**' is every entity and
000136*   blank is the home entity alone (see ENTCHK)
000140*
000150* PARM drives the transaction:
000160*   positions 1-8   the acting operator id - must hold the 'S'
000190*   position 9      'G' grant codes, 'R' revoke codes ('R' with
000200*                   blank codes removes the operator entirely),
000210*                   'P' purge grants past their expiry date,
000211*                   'L' list the file to the job log,
000212*                   'W' reset the target's VCRED sign-on
000213*                   credential - replaces the password with a
000214*                   one-time temporary password shown once on the
000215*                   job log for the administrator to hand over,
000216*                   and lifts any lockout; the operator signs on
000221*                   with it and sets a new password at once,
000225*                   'E' set the target's legal entities,
000226*                   'C' apply the managers' decisions from the
000227*                   VRECDEC recertification file VRECERT wrote
000228*                   - 'A' attests the code, 'R' revokes it
000230*   positions 10-17 the target operator id
000240*   positions 18-25 the transaction codes granted/revoked
000250*   positions 26-33 grant expiry date YYYYMMDD; blank or
000260*                   non-numeric means the grant never expires
000262*   positions 18-27 for 'E', the target's new entity list -
000264*                   each code must be on the ENTITIES register
000270*
000272* a certification decision must name its manager, and a manager
000274* may not certify their own access; such lines, lines for codes
000276* the operator no longer holds and lines still undecided are
000278* counted back to the job log and left for the next run.
000279*
000280* every grant/revoke/purge action is appended to the VAUTHAUD
000290* audit file with a date/time stamp and the acting operator, so
000300* "who gave operator X update rights" is answered by reading the
000390     SELECT  AUDIT-FILE ASSIGN TO    VAUTHAUD
000400             ORGANIZATION  IS    LINE SEQUENTIAL
000410             FILE STATUS   IS    WS-AUDIT-STATUS.
000411     SELECT  CRED-FILE  ASSIGN TO    VCRED
000412             ORGANIZATION  IS    LINE SEQUENTIAL
000413             FILE STATUS   IS    WS-CRED-STATUS.
000414     SELECT  DEC-FILE   ASSIGN TO    VRECDEC
000415             ORGANIZATION  IS    LINE SEQUENTIAL
000416             FILE STATUS   IS    WS-DEC-STATUS.
000420
000430 DATA             DIVISION.
000440 FILE             SECTION.
000490     03  AU-CODES                     PIC  X(08).
000500     03  FILLER                       PIC  X(01).
000510     03  AU-EXPIRY                    PIC  X(08).
000512     03  FILLER                       PIC  X(01).
000514     03  AU-ENTITIES                  PIC  X(10).
000520
000530 FD      AUDIT-FILE.
000540 01      AUDIT-REC                    PIC  X(80).
000541
000542 FD      CRED-FILE.
000543 01      CRED-REC.
000544     COPY  credrec.
000545
000546 FD      DEC-FILE.
000547 01      DEC-REC.
000548     COPY  recdec.
000550
000560 WORKING-STORAGE  SECTION.
000570
000580 01  WS-STATUSES.
000590   03  WS-AUTH-STATUS          PIC  X(02).
000600   03  WS-AUDIT-STATUS         PIC  X(02).
000601   03  WS-CRED-STATUS          PIC  X(02).
000602   03  WS-DEC-STATUS           PIC  X(02).
000610
000620 01  WS-SWITCHES.
000630   03  WS-AUTH-EOF-SW          PIC  X(01)  VALUE  'N'.
000660     88  ACTOR-AUTHORIZED           VALUE  'Y'.
000670   03  WS-TARGET-FOUND-SW      PIC  X(01)  VALUE  'N'.
000680     88  TARGET-FOUND               VALUE  'Y'.
000681   03  WS-CRED-EOF-SW          PIC  X(01)  VALUE  'N'.
000682     88  CRED-EOF                   VALUE  'Y'.
000683   03  WS-CRED-FOUND-SW        PIC  X(01)  VALUE  'N'.
000684     88  CRED-FOUND                 VALUE  'Y'.
000685   03  WS-DEC-EOF-SW           PIC  X(01)  VALUE  'N'.
000686     88  DEC-EOF                    VALUE  'Y'.
000690
000700 01  WS-PARM-AREA.
000710   03  WS-PARM-LINE            PIC  X(33).
000750     88  WS-FUNC-REVOKE             VALUE 'R'.
000760     88  WS-FUNC-PURGE              VALUE 'P'.
000770     88  WS-FUNC-LIST               VALUE 'L'.
000771     88  WS-FUNC-PW-RESET           VALUE 'W'.
000772     88  WS-FUNC-ENTITIES           VALUE 'E'.
000773     88  WS-FUNC-CERTIFY            VALUE 'C'.
000780   03  WS-TARGET               PIC  X(08).
000790   03  WS-REQ-CODES            PIC  X(08).
000800   03  WS-REQ-EXPIRY           PIC  X(08).
000805   03  WS-REQ-ENTITIES         PIC  X(10).
000806   03  WS-REQ-ENT-R  REDEFINES  WS-REQ-ENTITIES.
000807     05  WS-REQ-ENT            PIC  X(02)  OCCURS  5  TIMES.
000810
000811 01  WS-TODAY                  PIC  9(08).
000812 01  WS-TS-TIME                PIC  9(08).
000813*
000814*    the temporary password a credential reset issues: eight
000815*    characters drawn from letters and digits that cannot be
000816*    misread for one another (no I, O, 0 or 1)
000817 01  WS-TEMP-PW-AREA.
000818   03  WS-TEMP-PW              PIC  X(16).
000819   03  WS-TEMP-SUB             PIC  9(02)  COMP.
000820   03  WS-TEMP-PICK            PIC  9(02)  COMP.
000824   03  WS-TEMP-SEED            PIC  9(09).
000828   03  WS-TEMP-FRACTION        PIC  V9(09).
000832   03  WS-TEMP-CHARS           PIC  X(32)  VALUE
000836       'ABCDEFGHJKLMNPQRSTUVWXYZ23456789'.
000840
000850*----------------------------------------------------------------
000860* the whole authorization file, loaded up front and rewritten in
000920     05  WS-AUT-OPERATOR       PIC  X(08).
000930     05  WS-AUT-CODES          PIC  X(08).
000940     05  WS-AUT-EXPIRY         PIC  X(08).
000945     05  WS-AUT-ENTITIES       PIC  X(10).
000950     05  WS-AUT-KEEP-SW        PIC  X(01).
000960       88  AUT-KEEP                 VALUE 'Y'.
000970 01  WS-AUTH-COUNT             PIC  9(03)  COMP  VALUE  0.
000971*
000972*    the VCRED credential file, same load-and-rewrite shape
000973 01  WS-CRED-TABLE.
000974   03  WS-CRED-ENTRY  OCCURS  100  TIMES  INDEXED BY CRD-IDX.
000975     05  WS-CRD-IMAGE          PIC  X(50).
000976 01  WS-CRED-COUNT             PIC  9(03)  COMP  VALUE  0.
000980
000990 01  WS-WORK-AREA.
001000   03  WS-CODE-SUB             PIC  9(02)  COMP.
001040   03  WS-PURGED-COUNT         PIC  9(03)  COMP  VALUE  0.
001042   03  WS-EXPIRED-SW           PIC  X(01).
001044     88  GRANT-IS-EXPIRED           VALUE 'Y'.
001046   03  WS-ENT-SUB              PIC  9(02)  COMP.
001048   03  WS-BAD-ENT-SW           PIC  X(01).
001049     88  ENTITY-LIST-BAD            VALUE 'Y'.
001050   03  WS-ATTESTED-COUNT       PIC  9(05)  COMP  VALUE  0.
001051   03  WS-CERT-REVOKED-COUNT   PIC  9(05)  COMP  VALUE  0.
001052   03  WS-CERT-REJECT-COUNT    PIC  9(05)  COMP  VALUE  0.
001053   03  WS-CERT-PENDING-COUNT   PIC  9(05)  COMP  VALUE  0.
001054
001060 01  WS-ERRLOG-PARM.
001070     COPY  errlog.
001072
001074 01  WS-ENTCHK-PARM.
001075     COPY  entchk.
001076 01  WS-RESLOCK-PARM.
001077     COPY  reslock.
001078 01  WS-PWHASH-PARM.
001079     COPY  pwhash.
001080
001090 01  AUDIT-EDIT.
001100   03  AUD-DATE                PIC  9(08).
001200   03  AUD-CODES               PIC  X(08).
001210   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001220   03  AUD-EXPIRY              PIC  X(08).
001222   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001224   03  AUD-ENTITIES            PIC  X(10).
001226   03  FILLER                  PIC  X(01)  VALUE  SPACE.
001228   03  AUD-MANAGER             PIC  X(08)  VALUE  SPACES.
001230
001240 PROCEDURE        DIVISION.
001250 MAIN-SEC         SECTION.
001350         MOVE  'UNAUTHORIZED VAUTH MAINT ATTEMPT'  TO  EL-MSG
001360         SET   EL-ERROR     TO  TRUE
001370         MOVE  16           TO  EL-RETURN-CODE
001375         MOVE  'VAUTH001'   TO  EL-MSG-ID
001380         CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
001390         MOVE  16  TO  RETURN-CODE
001400         STOP RUN
001510             PERFORM  REWRITE-AUTH-SEC
001520         WHEN  WS-FUNC-LIST
001530             PERFORM  LIST-SEC
001531         WHEN  WS-FUNC-PW-RESET
001532             PERFORM  PW-RESET-SEC
001533         WHEN  WS-FUNC-ENTITIES
001534             PERFORM  ENTITIES-SEC
001535             PERFORM  REWRITE-AUTH-SEC
001536         WHEN  WS-FUNC-CERTIFY
001537             PERFORM  CERTIFY-SEC
001538             PERFORM  REWRITE-AUTH-SEC
001540         WHEN  OTHER
001550             DISPLAY  'VAUTHMNT: UNKNOWN FUNCTION ' WS-FUNCTION
001560             MOVE  16  TO  RETURN-CODE
001660     MOVE  WS-PARM-LINE(10:8)   TO  WS-TARGET.
001670     MOVE  WS-PARM-LINE(18:8)   TO  WS-REQ-CODES.
001680     MOVE  WS-PARM-LINE(26:8)   TO  WS-REQ-EXPIRY.
001685     MOVE  SPACES               TO  WS-REQ-ENTITIES.
001686     IF  WS-FUNC-ENTITIES
001687         MOVE  WS-PARM-LINE(18:10)  TO  WS-REQ-ENTITIES
001688         MOVE  SPACES               TO  WS-REQ-CODES
001689                                        WS-REQ-EXPIRY
001692     END-IF.
001695 GET-PARM-SEC-EX.
001700     EXIT.
001710/
001720 LOAD-AUTH-SEC    SECTION.
001920                 MOVE  AU-OPERATOR  TO  WS-AUT-OPERATOR(AUT-IDX)
001930                 MOVE  AU-CODES     TO  WS-AUT-CODES(AUT-IDX)
001940                 MOVE  AU-EXPIRY    TO  WS-AUT-EXPIRY(AUT-IDX)
001945                 MOVE  AU-ENTITIES  TO  WS-AUT-ENTITIES(AUT-IDX)
001950                 MOVE  'Y'          TO  WS-AUT-KEEP-SW(AUT-IDX)
001960             END-IF
001970     END-READ.
002400             MOVE  WS-TARGET  TO  WS-AUT-OPERATOR(AUT-IDX)
002410             MOVE  SPACES     TO  WS-AUT-CODES(AUT-IDX)
002420             MOVE  SPACES     TO  WS-AUT-EXPIRY(AUT-IDX)
002425             MOVE  SPACES     TO  WS-AUT-ENTITIES(AUT-IDX)
002430             MOVE  'Y'        TO  WS-AUT-KEEP-SW(AUT-IDX)
002440         ELSE
002450             DISPLAY  'VAUTHMNT: AUTHORIZATION TABLE FULL'
003440     PERFORM  VARYING  AUT-IDX  FROM  1  BY  1
003450         UNTIL  AUT-IDX  >  WS-AUTH-COUNT
003460         DISPLAY  'VAUTHMNT: ' WS-AUT-OPERATOR(AUT-IDX)
003461                  ' CODES ' WS-AUT-CODES(AUT-IDX)
003462                  ' EXPIRY ' WS-AUT-EXPIRY(AUT-IDX)
003463                  ' ENTITIES ' WS-AUT-ENTITIES(AUT-IDX)
003464     END-PERFORM.
003465     DISPLAY  'VAUTHMNT: OPERATORS ON FILE ' WS-AUTH-COUNT.
003466 LIST-SEC-EX.
003467     EXIT.
003468/
003469*----------------------------------------------------------------
003470* credential reset: the target must be on VAUTH. its VCRED entry
003471* (created if this is its first) takes the PWHASH hash of a new
003472* one-time temporary password, the fail count zeroed and the
003473* state set to reset, which also lifts a lockout. VONLINE asks
003474* for the temporary password before anything else - failures
003475* count toward the lockout like any sign-on - and then has the
003476* operator choose a new one. the temporary password is shown
003477* once, here, for the administrator to hand to the operator; it
003478* is never stored and the audit line does not carry it.
003479* VCRED is read and rewritten under its RESLOCK lock, the one
003480* VONLINE's sign-on takes for each attempt, so a reset and a
003481* sign-on in flight cannot overwrite one another.
003482*----------------------------------------------------------------
003483 PW-RESET-SEC     SECTION.
003484     PERFORM  FIND-TARGET-SEC.
003485     IF  NOT  TARGET-FOUND
003486         DISPLAY  'VAUTHMNT: OPERATOR ' WS-TARGET
003487                  ' NOT ON THE AUTHORIZATION FILE'
003488         MOVE  8  TO  RETURN-CODE
003489         GO TO  PW-RESET-SEC-EX
003490     END-IF.
003491     SET   RL-ENQ     TO  TRUE.
003492     MOVE  'VCRED'    TO  RL-RESOURCE.
003493     MOVE  'VAUTHMNT' TO  RL-HOLDER.
003494     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
003495     IF  RL-BUSY
003496         DISPLAY  'VAUTHMNT: VCRED IS HELD BY ' RL-CURRENT-HOLDER
003497                  ' - CREDENTIAL NOT RESET, RERUN'
003498         MOVE  8  TO  RETURN-CODE
003499         GO TO  PW-RESET-SEC-EX
003500     END-IF.
003501     OPEN  INPUT  CRED-FILE.
003502     IF  WS-CRED-STATUS  NOT =  '00'
003503         SET  CRED-EOF  TO  TRUE
003504     END-IF.
003505     PERFORM  READ-CRED-SEC  UNTIL  CRED-EOF.
003506     IF  WS-CRED-STATUS  =  '00'  OR  WS-CRED-STATUS  =  '10'
003507         CLOSE  CRED-FILE
003508     END-IF.
003509     PERFORM  VARYING  CRD-IDX  FROM  1  BY  1
003510         UNTIL  CRD-IDX  >  WS-CRED-COUNT  OR  CRED-FOUND
003511         MOVE  WS-CRD-IMAGE(CRD-IDX)  TO  CRED-REC
003512         IF  CR-OPERATOR  =  WS-TARGET
003513             SET  CRED-FOUND  TO  TRUE
003514         END-IF
003515     END-PERFORM.
003516     IF  CRED-FOUND
003517         SET  CRD-IDX  DOWN  BY  1
003518     ELSE
003519         IF  WS-CRED-COUNT  <  100
003520             ADD  1        TO  WS-CRED-COUNT
003521             SET  CRD-IDX  TO  WS-CRED-COUNT
003522         ELSE
003523             DISPLAY  'VAUTHMNT: CREDENTIAL TABLE FULL'
003524             SET   RL-DEQ     TO  TRUE
003525             CALL  'RESLOCK'  USING  WS-RESLOCK-PARM
003526             MOVE  16  TO  RETURN-CODE
003527             STOP RUN
003528         END-IF
003529     END-IF.
003530     PERFORM  TEMP-PW-SEC.
003531     MOVE  SPACES     TO  CRED-REC.
003532     MOVE  WS-TARGET  TO  CR-OPERATOR.
003533     MOVE  ZERO       TO  CR-FAIL-COUNT  CR-LAST-DATE
003534                          CR-LAST-TIME  CR-SET-DATE.
003535     MOVE  PH-HASH    TO  CR-HASH.
003536     SET   CR-RESET   TO  TRUE.
003537     MOVE  CRED-REC   TO  WS-CRD-IMAGE(CRD-IDX).
003538     OPEN  OUTPUT  CRED-FILE.
003539     PERFORM  VARYING  CRD-IDX  FROM  1  BY  1
003540         UNTIL  CRD-IDX  >  WS-CRED-COUNT
003541         MOVE  WS-CRD-IMAGE(CRD-IDX)  TO  CRED-REC
003542         WRITE  CRED-REC
003543     END-PERFORM.
003544     CLOSE  CRED-FILE.
003545     SET   RL-DEQ     TO  TRUE.
003546     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
003547     MOVE  SPACES    TO  WS-REQ-CODES  WS-REQ-EXPIRY.
003548     MOVE  'PWRSET'  TO  AUD-ACTION.
003549     PERFORM  WRITE-AUDIT-SEC.
003550     DISPLAY  'VAUTHMNT: SIGN-ON CREDENTIAL RESET FOR '
003551              WS-TARGET.
003552     DISPLAY  'VAUTHMNT: TEMPORARY PASSWORD ' WS-TEMP-PW(1:8)
003553              ' - GIVE IT TO ' WS-TARGET ' ONLY; IT SERVES ONE'
003554              ' SIGN-ON'.
003555     MOVE  SPACES  TO  WS-TEMP-PW.
003556 PW-RESET-SEC-EX.
003557     EXIT.
003558/
003559*----------------------------------------------------------------
003560* the temporary password: the random sequence is seeded from the
003561* PWHASH of the target and the moment of the reset, and each of
003562* the eight characters drawn from WS-TEMP-CHARS. PH-HASH is left
003563* holding the password's own hash for VCRED
003564*----------------------------------------------------------------
003565 TEMP-PW-SEC      SECTION.
003566     ACCEPT  WS-TS-TIME  FROM  TIME.
003567     MOVE  WS-TARGET  TO  PH-OPERATOR.
003568     MOVE  SPACES     TO  PH-PASSWORD.
003569     STRING  WS-TODAY    DELIMITED BY  SIZE
003570             WS-TS-TIME  DELIMITED BY  SIZE
003571         INTO  PH-PASSWORD
003572     END-STRING.
003573     CALL  'PWHASH'  USING  WS-PWHASH-PARM.
003574     MOVE  PH-HASH  TO  WS-TEMP-SEED.
003575     COMPUTE  WS-TEMP-FRACTION  =  FUNCTION RANDOM(WS-TEMP-SEED).
003576     MOVE  SPACES  TO  WS-TEMP-PW.
003577     PERFORM  VARYING  WS-TEMP-SUB  FROM  1  BY  1
003578         UNTIL  WS-TEMP-SUB  >  8
003579         COMPUTE  WS-TEMP-FRACTION  =  FUNCTION RANDOM
003580         COMPUTE  WS-TEMP-PICK  =  WS-TEMP-FRACTION  *  32  +  1
003581         MOVE  WS-TEMP-CHARS(WS-TEMP-PICK:1)
003582                               TO  WS-TEMP-PW(WS-TEMP-SUB:1)
003583     END-PERFORM.
003584     MOVE  WS-TARGET   TO  PH-OPERATOR.
003585     MOVE  WS-TEMP-PW  TO  PH-PASSWORD.
003586     CALL  'PWHASH'  USING  WS-PWHASH-PARM.
003587     MOVE  SPACES  TO  PH-PASSWORD.
003588 TEMP-PW-SEC-EX.
003589     EXIT.
003593/
003598*----------------------------------------------------------------
003599* entities: the target's legal entity list is replaced by the
003600* PARM's. every code named must be on the ENTITIES register
003601* ('**' stands alone for all of them); blank puts the operator
003602* back to the home entity only. the change is audited like a
003603* grant.
003604*----------------------------------------------------------------
003605 ENTITIES-SEC     SECTION.
003606     PERFORM  FIND-TARGET-SEC.
003607     IF  NOT  TARGET-FOUND
003608         DISPLAY  'VAUTHMNT: OPERATOR ' WS-TARGET
003609                  ' NOT ON THE AUTHORIZATION FILE'
003610         MOVE  8  TO  RETURN-CODE
003611         GO TO  ENTITIES-SEC-EX
003612     END-IF.
003613     MOVE  'N'  TO  WS-BAD-ENT-SW.
003614     IF  WS-REQ-ENT(1)  NOT =  '**'
003615         PERFORM  VARYING  WS-ENT-SUB  FROM  1  BY  1
003616             UNTIL  WS-ENT-SUB  >  5
003617             IF  WS-REQ-ENT(WS-ENT-SUB)  NOT =  SPACES
003618                 SET   EC-LOOKUP  TO  TRUE
003619                 MOVE  WS-REQ-ENT(WS-ENT-SUB)  TO  EC-ENTITY
003620                 CALL  'ENTCHK'  USING  WS-ENTCHK-PARM
003621                 IF  EC-UNKNOWN
003622                     DISPLAY  'VAUTHMNT: ENTITY '
003623                              WS-REQ-ENT(WS-ENT-SUB)
003624                              ' IS NOT ON THE ENTITY REGISTER'
003625                     SET  ENTITY-LIST-BAD  TO  TRUE
003626                 END-IF
003627             END-IF
003628         END-PERFORM
003629     END-IF.
003630     IF  ENTITY-LIST-BAD
003631         MOVE  8  TO  RETURN-CODE
003632         GO TO  ENTITIES-SEC-EX
003633     END-IF.
003634     MOVE  WS-REQ-ENTITIES  TO  WS-AUT-ENTITIES(AUT-IDX).
003635     MOVE  'ENTITY'  TO  AUD-ACTION.
003636     PERFORM  WRITE-AUDIT-SEC.
003637     DISPLAY  'VAUTHMNT: ENTITIES ' WS-REQ-ENTITIES ' SET FOR '
003638              WS-TARGET.
003639 ENTITIES-SEC-EX.
003640     EXIT.
003641/
003642*----------------------------------------------------------------
003643* certify: the returned VRECDEC file, one decision per operator
003644* and code. 'A' leaves the code in place and audits the
003645* attestation (VRECERT reads it back as the last certification);
003646* 'R' blanks the code out like a revoke, dropping an operator
003647* left with none. either way the audit line carries the manager
003648* who decided. the run ends RC 4 while anything is still
003649* undecided or was refused.
003650*----------------------------------------------------------------
003651 CERTIFY-SEC      SECTION.
003652     OPEN  INPUT  DEC-FILE.
003653     IF  WS-DEC-STATUS  NOT =  '00'
003654         DISPLAY  'VAUTHMNT: NO VRECDEC DECISION FILE, STATUS '
003655                  WS-DEC-STATUS
003656         MOVE  8  TO  RETURN-CODE
003657         GO TO  CERTIFY-SEC-EX
003658     END-IF.
003659     PERFORM  READ-DEC-SEC  UNTIL  DEC-EOF.
003660     CLOSE  DEC-FILE.
003661     MOVE  SPACES  TO  AUD-MANAGER.
003662     DISPLAY  'VAUTHMNT: CODES ATTESTED        '
003663              WS-ATTESTED-COUNT.
003664     DISPLAY  'VAUTHMNT: CODES REVOKED         '
003665              WS-CERT-REVOKED-COUNT.
003666     DISPLAY  'VAUTHMNT: DECISIONS REFUSED     '
003667              WS-CERT-REJECT-COUNT.
003668     DISPLAY  'VAUTHMNT: DECISIONS OUTSTANDING '
003669              WS-CERT-PENDING-COUNT.
003670     IF  WS-CERT-REJECT-COUNT  >  0
003671         OR  WS-CERT-PENDING-COUNT  >  0
003672         MOVE  4  TO  RETURN-CODE
003673     END-IF.
003674 CERTIFY-SEC-EX.
003675     EXIT.
003676/
003677 READ-DEC-SEC     SECTION.
003678     READ  DEC-FILE
003679         AT END      SET  DEC-EOF  TO  TRUE
003680         NOT AT END
003681             IF  RD-OPERATOR  NOT =  SPACES
003682                 PERFORM  APPLY-DECISION-SEC
003683             END-IF
003684     END-READ.
003685 READ-DEC-SEC-EX.
003686     EXIT.
003687/
003688 APPLY-DECISION-SEC SECTION.
003689     IF  RD-UNDECIDED
003690         ADD  1  TO  WS-CERT-PENDING-COUNT
003691         GO TO  APPLY-DECISION-SEC-EX
003692     END-IF.
003693     IF  NOT  RD-ATTEST  AND  NOT  RD-REVOKE
003694         DISPLAY  'VAUTHMNT: UNKNOWN DECISION ' RD-DECISION
003695                  ' FOR ' RD-OPERATOR ' CODE ' RD-CODE
003696         ADD  1  TO  WS-CERT-REJECT-COUNT
003697         GO TO  APPLY-DECISION-SEC-EX
003698     END-IF.
003699     IF  RD-MANAGER  =  SPACES
003700         OR  RD-MANAGER  =  RD-OPERATOR
003701         DISPLAY  'VAUTHMNT: NO INDEPENDENT MANAGER FOR '
003702                  RD-OPERATOR ' CODE ' RD-CODE
003703         ADD  1  TO  WS-CERT-REJECT-COUNT
003704         GO TO  APPLY-DECISION-SEC-EX
003705     END-IF.
003706     MOVE  RD-OPERATOR  TO  WS-TARGET.
003707     PERFORM  FIND-TARGET-SEC.
003708     MOVE  0  TO  WS-CODE-TALLY.
003709     IF  TARGET-FOUND  AND  RD-CODE  NOT =  SPACE
003710         INSPECT  WS-AUT-CODES(AUT-IDX)
003711             TALLYING  WS-CODE-TALLY  FOR  ALL  RD-CODE
003712     END-IF.
003713     IF  WS-CODE-TALLY  =  0
003714         DISPLAY  'VAUTHMNT: ' RD-OPERATOR
003715                  ' DOES NOT HOLD CODE ' RD-CODE
003716         ADD  1  TO  WS-CERT-REJECT-COUNT
003717         GO TO  APPLY-DECISION-SEC-EX
003718     END-IF.
003719     MOVE  RD-CODE  TO  WS-REQ-CODES.
003720     MOVE  WS-AUT-EXPIRY(AUT-IDX)  TO  WS-REQ-EXPIRY.
003721     MOVE  RD-MANAGER  TO  AUD-MANAGER.
003722     IF  RD-ATTEST
003723         ADD   1  TO  WS-ATTESTED-COUNT
003724         MOVE  'ATTEST'  TO  AUD-ACTION
003725     ELSE
003726         ADD   1  TO  WS-CERT-REVOKED-COUNT
003727         INSPECT  WS-AUT-CODES(AUT-IDX)
003728             REPLACING  ALL  RD-CODE  BY  SPACE
003729         IF  WS-AUT-CODES(AUT-IDX)  =  SPACES
003730             MOVE  'N'  TO  WS-AUT-KEEP-SW(AUT-IDX)
003731         END-IF
003732         MOVE  'RECREV'  TO  AUD-ACTION
003733         DISPLAY  'VAUTHMNT: RECERTIFICATION REVOKED ' RD-CODE
003734                  ' FROM ' RD-OPERATOR ' BY ' RD-MANAGER
003735     END-IF.
003736     PERFORM  WRITE-AUDIT-SEC.
003737 APPLY-DECISION-SEC-EX.
003738     EXIT.
003739/
003740 READ-CRED-SEC    SECTION.
003741     READ  CRED-FILE
003742         AT END      SET  CRED-EOF  TO  TRUE
003743         NOT AT END
003744             IF  CR-OPERATOR  NOT =  SPACES
003745                 AND  WS-CRED-COUNT  <  100
003746                 ADD  1        TO  WS-CRED-COUNT
003747                 SET  CRD-IDX  TO  WS-CRED-COUNT
003748                 MOVE  CRED-REC  TO  WS-CRD-IMAGE(CRD-IDX)
003749             END-IF
003750     END-READ.
003751 READ-CRED-SEC-EX.
003752     EXIT.
003753/
003754*----------------------------------------------------------------
003755* a grant is expired when its entry carries a numeric expiry
003756* date earlier than today; blank or non-numeric means the grant
003757* never expires, matching records written before the field
003758*----------------------------------------------------------------
003759 CHECK-EXPIRY-SEC SECTION.
003760     MOVE  'N'  TO  WS-EXPIRED-SW.
003761     IF  WS-AUT-EXPIRY(AUT-IDX)  IS  NUMERIC
003762         AND  WS-AUT-EXPIRY(AUT-IDX)  <  WS-TODAY
003763         SET  GRANT-IS-EXPIRED  TO  TRUE
003764     END-IF.
003765 CHECK-EXPIRY-SEC-EX.
003766     EXIT.
003767/
003768 FIND-TARGET-SEC  SECTION.
003769     MOVE  'N'  TO  WS-TARGET-FOUND-SW.
003770     PERFORM  VARYING  AUT-IDX  FROM  1  BY  1
003771         UNTIL  AUT-IDX  >  WS-AUTH-COUNT  OR  TARGET-FOUND
003772         IF  WS-AUT-OPERATOR(AUT-IDX)  =  WS-TARGET
003773             SET  TARGET-FOUND  TO  TRUE
003774         END-IF
003775     END-PERFORM.
003776     IF  TARGET-FOUND
003777         SET  AUT-IDX  DOWN  BY  1
003778     END-IF.
003779 FIND-TARGET-SEC-EX.
003780     EXIT.
003781/
003782 REWRITE-AUTH-SEC SECTION.
003783     OPEN  OUTPUT  AUTH-FILE.
003784     PERFORM  VARYING  AUT-IDX  FROM  1  BY  1
003785         UNTIL  AUT-IDX  >  WS-AUTH-COUNT
003786         IF  AUT-KEEP(AUT-IDX)
003787             MOVE  SPACES                    TO  AUTH-REC
003788             MOVE  WS-AUT-OPERATOR(AUT-IDX)  TO  AU-OPERATOR
003789             MOVE  WS-AUT-CODES(AUT-IDX)     TO  AU-CODES
003790             MOVE  WS-AUT-EXPIRY(AUT-IDX)    TO  AU-EXPIRY
003791             MOVE  WS-AUT-ENTITIES(AUT-IDX)  TO  AU-ENTITIES
003792             WRITE  AUTH-REC
003793         END-IF
003794     END-PERFORM.
003800     CLOSE  AUTH-FILE.
003810 REWRITE-AUTH-SEC-EX.
003820     EXIT.
003990     MOVE  WS-TARGET      TO  AUD-TARGET.
004000     MOVE  WS-REQ-CODES   TO  AUD-CODES.
004010     MOVE  WS-REQ-EXPIRY  TO  AUD-EXPIRY.
004015     MOVE  WS-REQ-ENTITIES  TO  AUD-ENTITIES.
004020     MOVE  AUDIT-EDIT     TO  AUDIT-REC.
004030     WRITE  AUDIT-REC.
004040     CLOSE  AUDIT-FILE.
