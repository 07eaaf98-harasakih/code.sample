000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      CHNSEAL.
000030*
000040*----------------------------------------------------------------
000050* shared tamper-evidence subroutine for the hash-chained
000060* evidence files (VJOURNAL, OPSAUDIT - see chaintb.cbl), a
000070* callable in the PWHASH mold with its own copybook parameter
000080* area (chnseal.cbl). a record's seal is its sequence number in
000090* its file's chain and a hash over the previous record's hash,
000100* its own sequence number, and its content - so every record
000110* vouches for everything before it, and any edit, deletion,
000120* insertion, or reordering leaves a link that no longer holds.
000130*
000140* SEAL takes the chain's RESLOCK resource, reads the chain head
000150* (<res>CHN), hands back the next sequence number and the hash,
000160* and moves the head on; the chain stays held until RELEASE, so
000170* the writer's WRITE lands in sequence order. HASH-ONLY is the
000180* verifier's recomputation. REGISTER appends a retired segment
000190* to the chain's retired register (<res>RET) for the rollover
000200* jobs.
000210*
000220* the hash is two multiply-and-add accumulators modulo two large
000230* primes run over every byte, each byte's value taken through a
000240* halfword overlay as PWHASH does - eighteen digits a casual
000250* edit will not reproduce.
000260*----------------------------------------------------------------
000270 ENVIRONMENT      DIVISION.
000280 INPUT-OUTPUT     SECTION.
000290 FILE-CONTROL.
000300*    head and register are named from the chain's resource at
000310*    run time, like RESLOCK's markers
000320     SELECT  HEAD-FILE  ASSIGN  TO  DYNAMIC  WS-HEAD-NAME
000330             ORGANIZATION IS  LINE SEQUENTIAL
000340             FILE STATUS  IS  WS-HEAD-STATUS.
000350     SELECT  RET-FILE   ASSIGN  TO  DYNAMIC  WS-RET-NAME
000360             ORGANIZATION IS  LINE SEQUENTIAL
000370             FILE STATUS  IS  WS-RET-STATUS.
000380
000390 DATA             DIVISION.
000400 FILE             SECTION.
000410 FD  HEAD-FILE.
000420 01  HEAD-REC.
000430     COPY  chainhd.
000440 FD  RET-FILE.
000450 01  RET-REC.
000460     COPY  chainrt.
000470
000480 WORKING-STORAGE  SECTION.
000490
000500 01  WS-HEAD-STATUS            PIC  X(02).
000510 01  WS-RET-STATUS             PIC  X(02).
000520 01  WS-HEAD-NAME              PIC  X(08).
000530 01  WS-RET-NAME               PIC  X(08).
000540
000550 01  WS-CHAIN-TABLE.
000560     COPY  chaintb.
000570 01  WS-CT-SUB                 PIC  9(02)  COMP.
000580 01  WS-CT-FOUND-SW            PIC  X(01).
000590     88  CT-FOUND                   VALUE  'Y'.
000600
000610 01  WS-RESLOCK-PARM.
000620     COPY  reslock.
000630
000640*    the running head, as read and as moved on
000650 01  WS-HEAD-AREA.
000660     COPY  chainhd.
000670
000680*    what goes ahead of the content: the predecessor's hash and
000690*    the record's own sequence number
000700 01  WS-HASH-PREFIX.
000710   03  WS-HP-PREV-HASH         PIC  9(18).
000720   03  WS-HP-SEQ               PIC  9(09).
000730
000740 01  WS-BYTE-AREA.
000750   03  WS-BYTE-HI              PIC  X(01)  VALUE  LOW-VALUE.
000760   03  WS-BYTE-LO              PIC  X(01).
000770 01  WS-BYTE-VALUE  REDEFINES  WS-BYTE-AREA
000780                               PIC  9(04)  COMP.
000790
000800 01  WS-HASH-WORK.
000810   03  WS-ACCUM                PIC  9(18)  COMP.
000820   03  WS-QUOT                 PIC  9(18)  COMP.
000830   03  WS-HASH-1               PIC  9(09)  COMP.
000840   03  WS-HASH-2               PIC  9(09)  COMP.
000850   03  WS-BYTE-SUB             PIC  9(05)  COMP.
000860   03  WS-CONTENT-LEN          PIC  9(05)  COMP.
000870*    the two accumulators' multipliers and the primes each is
000880*    kept under
000890   03  WS-MULT-1               PIC  9(03)  COMP  VALUE  33.
000900   03  WS-MULT-2               PIC  9(03)  COMP  VALUE  131.
000910   03  WS-PRIME-1              PIC  9(09)  COMP
000920                                           VALUE  999999937.
000930   03  WS-PRIME-2              PIC  9(09)  COMP
000940                                           VALUE  999999893.
000950
000960 LINKAGE          SECTION.
000970 01  CHNSEAL-PARM.
000980     COPY  chnseal.
000990 01  VERSID-REQ  REDEFINES  CHNSEAL-PARM.
001000     COPY  versid.
001010*    the record being sealed or checked - only the chain's
001020*    content length of it is read
001030 01  CS-RECORD                 PIC  X(8440).
001040
001050 PROCEDURE        DIVISION USING CHNSEAL-PARM  CS-RECORD.
001060 MAIN-SEC         SECTION.
001070*    the standard library identity handshake - see versid.cbl
001080     IF  VI-RESERVED-LENGTH  AND  VI-IDENT-REQUEST
001090         MOVE  'CHNSEAL 01'  TO  VI-REPLY
001100         MOVE  0             TO  VI-RETURN-CODE
001110         DISPLAY 'CHNSEAL: VERSION 01 COMPILED ' WHEN-COMPILED
001120         GOBACK
001130     END-IF.
001140     MOVE  SPACES  TO  CS-CURRENT-HOLDER.
001150     MOVE  'N'     TO  WS-CT-FOUND-SW.
001160     PERFORM  VARYING  WS-CT-SUB  FROM  1  BY  1
001170         UNTIL  WS-CT-SUB  >  2  OR  CT-FOUND
001180         IF  CT-CHAIN(WS-CT-SUB)  =  CS-CHAIN
001190             SET  CT-FOUND  TO  TRUE
001200         END-IF
001210     END-PERFORM.
001220     IF  NOT  CT-FOUND
001230         SET  CS-BAD-CHAIN  TO  TRUE
001240         GOBACK
001250     END-IF.
001260     SUBTRACT  1  FROM  WS-CT-SUB.
001270     MOVE  CT-CONTENT-LEN(WS-CT-SUB)  TO  WS-CONTENT-LEN.
001280     MOVE  SPACES  TO  WS-HEAD-NAME  WS-RET-NAME.
001290     STRING  CT-LOCK-RES(WS-CT-SUB)  DELIMITED BY  SPACE
001300             'CHN'                   DELIMITED BY  SIZE
001310         INTO  WS-HEAD-NAME
001320     END-STRING.
001330     STRING  CT-LOCK-RES(WS-CT-SUB)  DELIMITED BY  SPACE
001340             'RET'                   DELIMITED BY  SIZE
001350         INTO  WS-RET-NAME
001360     END-STRING.
001370     SET  CS-OK  TO  TRUE.
001380     EVALUATE  TRUE
001390         WHEN  CS-SEAL
001400             PERFORM  SEAL-SEC
001410         WHEN  CS-RELEASE
001420             PERFORM  RELEASE-SEC
001430         WHEN  CS-HASH-ONLY
001440             PERFORM  HASH-SEC
001450         WHEN  CS-REGISTER
001460             PERFORM  REGISTER-SEC
001470         WHEN  OTHER
001480             SET  CS-BAD-FUNCTION  TO  TRUE
001490     END-EVALUATE.
001500     GOBACK.
001510 MAIN-SEC-E.
001520     EXIT PROGRAM.
001530/
001540*----------------------------------------------------------------
001550* the chain is taken, the head read - no head yet is a chain
001560* not yet begun, sequence 0 and hash 0 - and the next record's
001570* seal computed and made the new head. the chain stays held.
001580*----------------------------------------------------------------
001590 SEAL-SEC         SECTION.
001600     SET   RL-ENQ  TO  TRUE.
001610     MOVE  CT-LOCK-RES(WS-CT-SUB)  TO  RL-RESOURCE.
001620     MOVE  CS-HOLDER               TO  RL-HOLDER.
001630     MOVE  SPACES                  TO  RL-KEY.
001640     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
001650     IF  RL-BUSY
001660         SET   CS-BUSY  TO  TRUE
001670         MOVE  RL-CURRENT-HOLDER  TO  CS-CURRENT-HOLDER
001680         GO TO  SEAL-SEC-EX
001690     END-IF.
001700     MOVE  SPACES  TO  WS-HEAD-AREA.
001710     MOVE  CS-CHAIN  TO  CH-CHAIN  OF  WS-HEAD-AREA.
001720     MOVE  0  TO  CH-SEQ          OF  WS-HEAD-AREA
001730                  CH-HASH         OF  WS-HEAD-AREA
001740                  CH-RESEAL-DATE  OF  WS-HEAD-AREA.
001750     OPEN  INPUT  HEAD-FILE.
001760     IF  WS-HEAD-STATUS  =  '00'
001770         READ  HEAD-FILE
001780             NOT AT END  MOVE  HEAD-REC  TO  WS-HEAD-AREA
001790         END-READ
001800         CLOSE  HEAD-FILE
001810     END-IF.
001820     COMPUTE  CS-SEQ  =  CH-SEQ  OF  WS-HEAD-AREA  +  1.
001830     MOVE  CH-HASH  OF  WS-HEAD-AREA  TO  CS-PREV-HASH.
001840     PERFORM  HASH-SEC.
001850     MOVE  CS-SEQ   TO  CH-SEQ   OF  WS-HEAD-AREA.
001860     MOVE  CS-HASH  TO  CH-HASH  OF  WS-HEAD-AREA.
001870     ACCEPT  CH-SEALED-DATE  OF  WS-HEAD-AREA
001880         FROM  DATE  YYYYMMDD.
001890     ACCEPT  CH-SEALED-TIME  OF  WS-HEAD-AREA  FROM  TIME.
001900     OPEN  OUTPUT  HEAD-FILE.
001910     MOVE  WS-HEAD-AREA  TO  HEAD-REC.
001920     WRITE  HEAD-REC.
001930     CLOSE  HEAD-FILE.
001940 SEAL-SEC-EX.
001950     EXIT.
001960/
001970 RELEASE-SEC      SECTION.
001980     SET   RL-DEQ  TO  TRUE.
001990     MOVE  CT-LOCK-RES(WS-CT-SUB)  TO  RL-RESOURCE.
002000     MOVE  CS-HOLDER               TO  RL-HOLDER.
002010     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
002020 RELEASE-SEC-EX.
002030     EXIT.
002040/
002050*----------------------------------------------------------------
002060* the seal's hash over CS-PREV-HASH, CS-SEQ, and the chain's
002070* content length of the record; the two accumulators are
002080* returned side by side as the eighteen digits
002090*----------------------------------------------------------------
002100 HASH-SEC         SECTION.
002110     MOVE  CS-PREV-HASH  TO  WS-HP-PREV-HASH.
002120     MOVE  CS-SEQ        TO  WS-HP-SEQ.
002130     MOVE  5381          TO  WS-HASH-1.
002140     MOVE  52711         TO  WS-HASH-2.
002150     PERFORM  VARYING  WS-BYTE-SUB  FROM  1  BY  1
002160         UNTIL  WS-BYTE-SUB  >  27
002170         MOVE  WS-HASH-PREFIX(WS-BYTE-SUB:1)  TO  WS-BYTE-LO
002180         PERFORM  HASH-BYTE-SEC
002190     END-PERFORM.
002200     PERFORM  VARYING  WS-BYTE-SUB  FROM  1  BY  1
002210         UNTIL  WS-BYTE-SUB  >  WS-CONTENT-LEN
002220         MOVE  CS-RECORD(WS-BYTE-SUB:1)  TO  WS-BYTE-LO
002230         PERFORM  HASH-BYTE-SEC
002240     END-PERFORM.
002250     COMPUTE  CS-HASH  =  WS-HASH-1  *  1000000000
002260                       +  WS-HASH-2.
002270 HASH-SEC-EX.
002280     EXIT.
002290/
002300 HASH-BYTE-SEC    SECTION.
002310     COMPUTE  WS-ACCUM  =  WS-HASH-1  *  WS-MULT-1
002320                        +  WS-BYTE-VALUE  +  1.
002330     DIVIDE  WS-ACCUM  BY  WS-PRIME-1  GIVING  WS-QUOT
002340             REMAINDER  WS-HASH-1.
002350     COMPUTE  WS-ACCUM  =  WS-HASH-2  *  WS-MULT-2
002360                        +  WS-BYTE-VALUE  +  7.
002370     DIVIDE  WS-ACCUM  BY  WS-PRIME-2  GIVING  WS-QUOT
002380             REMAINDER  WS-HASH-2.
002390 HASH-BYTE-SEC-EX.
002400     EXIT.
002410/
002420*----------------------------------------------------------------
002430* a retired segment onto the chain's register: its name, its
002440* first and last sealed sequence, its last hash
002450*----------------------------------------------------------------
002460 REGISTER-SEC     SECTION.
002470     OPEN  EXTEND  RET-FILE.
002480     IF  WS-RET-STATUS  NOT =  '00'
002490         OPEN  OUTPUT  RET-FILE
002500     END-IF.
002510     MOVE  SPACES        TO  RET-REC.
002520     MOVE  CS-SEGMENT    TO  CR-SEGMENT    OF  RET-REC.
002530     MOVE  CS-FIRST-SEQ  TO  CR-FIRST-SEQ  OF  RET-REC.
002540     MOVE  CS-SEQ        TO  CR-LAST-SEQ   OF  RET-REC.
002550     MOVE  CS-HASH       TO  CR-LAST-HASH  OF  RET-REC.
002560     ACCEPT  CR-RETIRED-DATE  OF  RET-REC  FROM  DATE  YYYYMMDD.
002570     WRITE  RET-REC.
002580     CLOSE  RET-FILE.
002590 REGISTER-SEC-EX.
002600     EXIT.
