000220* the checksum is the byte-value sum of every record, held to
000230* nine digits - the convention printed on the provider's
000240* delivery note.
000250*
000260* the daily input now comes from more than one provider, each
000270* named on the FEEDPROV provider table (id(4) blank policy(1)
000280* blank description(20)) and each delivering its own feed and
000290* control record under its id - INFILExxxx and INFCTLxxxx. every
000300* provider is gated on its own by the rules above, and the
000310* accepted deliveries are merged, in FEEDPROV order, into the
000320* one INFILE FILEW reads, each record carrying its provider's
000330* tag (infrec.cbl). every accepted delivery gets its own ledger
000340* line, archive, and accounting count. the policy says what a
000350* provider's absence costs the cycle:
000360*   M  mandatory - a missing or refused delivery stops the
000370*      chain with RC 16 and nothing is merged
000380*   O  optional  - a missing or refused delivery is left out,
000390*      logged as a warning, and the cycle runs on the others
000400*      with RC 4
000410* a missing or empty FEEDPROV stops the chain - there is no
000420* telling which deliveries the cycle needs.
000421*
000422* each provider delivers for one legal entity, named after its
000423* description (column 29-30, blank for the home entity) and
000424* checked against the ENTITIES register through ENTCHK. the gate
000425* runs in each entity's own cycle and takes only that entity's
000426* providers - the others wait for their entity's cycle - and
000427* every merged record carries the entity on INFILE.
000430*----------------------------------------------------------------
000440 ENVIRONMENT      DIVISION.
000450 INPUT-OUTPUT     SECTION.
000460 FILE-CONTROL.
000470     SELECT  PROV-FILE   ASSIGN TO   FEEDPROV
000480             ORGANIZATION  IS    LINE SEQUENTIAL
000490             FILE STATUS   IS    WS-PROV-STATUS.
000500     SELECT  DLV-FILE    ASSIGN TO   WS-DLV-NAME
000510             ORGANIZATION  IS    SEQUENTIAL
000520             FILE STATUS   IS    WS-DLV-STATUS.
000530     SELECT  CTL-FILE    ASSIGN TO   WS-CTL-NAME
000540             ORGANIZATION  IS    LINE SEQUENTIAL
000550             FILE STATUS   IS    WS-CTL-STATUS.
000560     SELECT  IN-FILE     ASSIGN TO   INFILE
000570             ORGANIZATION  IS    SEQUENTIAL
000580             FILE STATUS   IS    WS-IN-STATUS.
000590     SELECT  LEDGER-FILE ASSIGN TO   FEEDLEDG
000600             ORGANIZATION  IS    LINE SEQUENTIAL
000610             FILE STATUS   IS    WS-LEDGER-STATUS.
000620     SELECT  ARCH-OUT    ASSIGN TO   WS-ARCH-NAME
000630             ORGANIZATION  IS    SEQUENTIAL
000640             FILE STATUS   IS    WS-ARCH-STATUS.
000650
000660 DATA             DIVISION.
000670 FILE             SECTION.
000680 FD      PROV-FILE.
000690 01      PROV-REC.
000700     03  PR-PROVIDER                  PIC  X(04).
000710     03  FILLER                       PIC  X(01).
000720     03  PR-POLICY                    PIC  X(01).
000730       88  PR-MANDATORY                     VALUE 'M'.
000740       88  PR-OPTIONAL                      VALUE 'O'.
000750     03  FILLER                       PIC  X(01).
000760     03  PR-DESC                      PIC  X(20).
000761     03  FILLER                       PIC  X(01).
000762     03  PR-ENTITY                    PIC  X(02).
000770
000780*    one provider's delivery, as the provider sends it
000790 FD      DLV-FILE.
000800 01      DLV-REC                      PIC  X(72).
000810
000820 FD      CTL-FILE.
000830 01      CTL-REC.
000840     03  CT-EXPECT-COUNT              PIC  9(07).
000850     03  FILLER                       PIC  X(01).
000860     03  CT-EXPECT-SUM                PIC  9(09).
000870
000880*    the consolidated feed FILEW reads
000890 FD      IN-FILE.
000900 01      IN-REC.
000910     COPY  infrec.
000920
000930*    one line per accepted delivery - the duplicate detector
000940 FD      LEDGER-FILE.
000950 01      LEDGER-REC.
000960     03  FL-DATE                      PIC  X(08).
000970     03  FILLER                       PIC  X(01).
000980     03  FL-COUNT                     PIC  9(07).
000990     03  FILLER                       PIC  X(01).
001000     03  FL-CHECKSUM                  PIC  9(09).
001010     03  FILLER                       PIC  X(01).
001020     03  FL-PROVIDER                  PIC  X(04).
001021     03  FILLER                       PIC  X(01).
001022     03  FL-ENTITY                    PIC  X(02).
001030
001040 FD      ARCH-OUT.
001050 01      ARCH-REC                     PIC  X(72).
001060
001070 WORKING-STORAGE  SECTION.
001080
001090 01  WS-STATUSES.
001100   03  WS-PROV-STATUS          PIC  X(02).
001110   03  WS-DLV-STATUS           PIC  X(02).
001120   03  WS-CTL-STATUS           PIC  X(02).
001130   03  WS-IN-STATUS            PIC  X(02).
001140   03  WS-LEDGER-STATUS        PIC  X(02).
001150   03  WS-ARCH-STATUS          PIC  X(02).
001160
001170 01  WS-SWITCHES.
001180   03  WS-PROV-EOF-SW          PIC  X(01)  VALUE  'N'.
001190     88  PROV-EOF                   VALUE  'Y'.
001200   03  WS-DLV-EOF-SW           PIC  X(01)  VALUE  'N'.
001210     88  DLV-EOF                    VALUE  'Y'.
001220   03  WS-LED-EOF-SW           PIC  X(01)  VALUE  'N'.
001230     88  LED-EOF                    VALUE  'Y'.
001240   03  WS-DUP-SW               PIC  X(01)  VALUE  'N'.
001250     88  DUPLICATE-FEED             VALUE  'Y'.
001260   03  WS-CTL-FOUND-SW         PIC  X(01)  VALUE  'N'.
001270     88  CTL-FOUND                  VALUE  'Y'.
001280
001290 01  WS-COUNTERS.
001300   03  WS-REC-COUNT            PIC  9(07)  COMP  VALUE  0.
001310   03  WS-SUM-WORK             PIC  9(18)  COMP  VALUE  0.
001320   03  WS-CHECKSUM             PIC  9(09)  COMP  VALUE  0.
001330   03  WS-SUM-QUOT             PIC  9(18)  COMP.
001340   03  WS-BYTE-SUB             PIC  9(02)  COMP.
001350   03  WS-TODAY-SEQ            PIC  9(04)  COMP  VALUE  0.
001360   03  WS-MERGED-COUNT         PIC  9(07)  COMP  VALUE  0.
001370   03  WS-STOP-COUNT           PIC  9(02)  COMP  VALUE  0.
001380   03  WS-SKIP-COUNT           PIC  9(02)  COMP  VALUE  0.
001390   03  WS-ACCEPT-COUNT         PIC  9(02)  COMP  VALUE  0.
001391   03  WS-OTHER-ENT-COUNT      PIC  9(02)  COMP  VALUE  0.
001400
001410*----------------------------------------------------------------
001420* the provider table off FEEDPROV and each provider's verdict
001430*----------------------------------------------------------------
001440 01  WS-PROVIDER-TABLE.
001450   03  WS-PV-ENTRY  OCCURS  10  TIMES.
001460     05  WS-PV-ID              PIC  X(04).
001470     05  WS-PV-POLICY          PIC  X(01).
001480       88  PV-MANDATORY             VALUE  'M'.
001490     05  WS-PV-VERDICT         PIC  X(01).
001500       88  PV-ACCEPTED              VALUE  'A'.
001510       88  PV-MISSING               VALUE  'M'.
001520       88  PV-REFUSED               VALUE  'R'.
001530     05  WS-PV-COUNT           PIC  9(07)  COMP.
001540     05  WS-PV-CHECKSUM        PIC  9(09)  COMP.
001541     05  WS-PV-ENTITY          PIC  X(02).
001550 01  WS-PROV-COUNT             PIC  9(02)  COMP  VALUE  0.
001560 01  WS-PV-SUB                 PIC  9(02)  COMP.
001570
001580 01  WS-TODAY                  PIC  9(08).
001581 01  WS-CYCLE-ENTITY           PIC  X(02).
001590 01  WS-DLV-NAME.
001600   03  FILLER                  PIC  X(06)  VALUE  'INFILE'.
001610   03  WS-DN-PROVIDER          PIC  X(04).
001620 01  WS-CTL-NAME.
001630   03  FILLER                  PIC  X(06)  VALUE  'INFCTL'.
001640   03  WS-CN-PROVIDER          PIC  X(04).
001650 01  WS-ARCH-NAME.
001660   03  WS-AN-TAG               PIC  X(04)  VALUE  'FEED'.
001670   03  WS-AN-DATE              PIC  X(08).
001680   03  WS-AN-SEQ               PIC  9(04).
001690
001700 01  WS-ERRLOG-PARM.
001710     COPY  errlog.
001720
001730 01  WS-JOBACCT-PARM.
001740     COPY  jobacct.
001741
001742 01  WS-ENTCHK-PARM.
001743     COPY  entchk.
001750
001760 PROCEDURE        DIVISION.
001770 MAIN-SEC         SECTION.
001780     ACCEPT  WS-TODAY  FROM  DATE  YYYYMMDD.
001781     SET   EC-CYCLE-ENTITY  TO  TRUE.
001782     CALL  'ENTCHK'  USING  WS-ENTCHK-PARM.
001783     IF  EC-UNKNOWN
001784         DISPLAY  'FEEDGATE: CYCLE ENTITY ' EC-ENTITY
001785                  ' IS NOT ON THE ENTITIES REGISTER -'
001786                  ' FEED REFUSED'
001787         PERFORM  LOG-REFUSAL-SEC
001788         MOVE  16  TO  RETURN-CODE
001789         STOP RUN
001790     END-IF.
001791     MOVE  EC-ENTITY  TO  WS-CYCLE-ENTITY.
001792     PERFORM  LOAD-PROVIDERS-SEC.
001800     PERFORM  GATE-PROVIDER-SEC
001810         VARYING  WS-PV-SUB  FROM  1  BY  1
001820         UNTIL  WS-PV-SUB  >  WS-PROV-COUNT.
001830     PERFORM  JUDGE-SEC.
001840     STOP RUN.
001850 MAIN-SEC-EX.
001860     EXIT.
001870/
001880*----------------------------------------------------------------
001890* the providers this cycle expects, with their policies; a line
001900* with a blank id or an unknown policy is a broken table and
001910* stops the chain like a missing one
001920*----------------------------------------------------------------
001930 LOAD-PROVIDERS-SEC SECTION.
001940     OPEN  INPUT  PROV-FILE.
001950     IF  WS-PROV-STATUS  NOT =  '00'
001960         DISPLAY  'FEEDGATE: NO FEEDPROV PROVIDER TABLE -'
001970                  ' FEED REFUSED'
001980         PERFORM  LOG-REFUSAL-SEC
001990         MOVE  16  TO  RETURN-CODE
002000         STOP RUN
002010     END-IF.
002020     PERFORM  READ-PROVIDER-SEC  UNTIL  PROV-EOF.
002030     CLOSE  PROV-FILE.
002031     IF  WS-OTHER-ENT-COUNT  >  0
002032         DISPLAY  'FEEDGATE: ' WS-OTHER-ENT-COUNT
002033                  ' PROVIDER(S) LEFT TO OTHER ENTITIES'' CYCLES'
002034     END-IF.
002040     IF  WS-PROV-COUNT  =  0
002050         DISPLAY  'FEEDGATE: FEEDPROV NAMES NO PROVIDER FOR'
002060                  ' ENTITY ' WS-CYCLE-ENTITY ' - FEED REFUSED'
002070         PERFORM  LOG-REFUSAL-SEC
002080         MOVE  16  TO  RETURN-CODE
002090         STOP RUN
002100     END-IF.
002110 LOAD-PROVIDERS-SEC-EX.
002120     EXIT.
002130/
002140 READ-PROVIDER-SEC SECTION.
002150     READ  PROV-FILE
002160         AT END  SET  PROV-EOF  TO  TRUE
002170     END-READ.
002180     IF  PROV-EOF
002190         GO  TO  READ-PROVIDER-SEC-EX
002200     END-IF.
002210     IF  PR-PROVIDER  =  SPACES
002220         OR  NOT  (PR-MANDATORY  OR  PR-OPTIONAL)
002230         OR  WS-PROV-COUNT  NOT <  10
002240         DISPLAY  'FEEDGATE: BAD FEEDPROV LINE - ' PROV-REC
002250         PERFORM  LOG-REFUSAL-SEC
002260         MOVE  16  TO  RETURN-CODE
002270         STOP RUN
002280     END-IF.
002281*    the provider's entity must be registered; one delivering
002282*    for another entity is that entity's cycle's to gate
002283     SET   EC-LOOKUP   TO  TRUE.
002284     MOVE  PR-ENTITY   TO  EC-ENTITY.
002285     CALL  'ENTCHK'  USING  WS-ENTCHK-PARM.
002286     IF  EC-UNKNOWN
002287         DISPLAY  'FEEDGATE: FEEDPROV ENTITY NOT REGISTERED - '
002288                  PROV-REC
002289         PERFORM  LOG-REFUSAL-SEC
002290         MOVE  16  TO  RETURN-CODE
002291         STOP RUN
002292     END-IF.
002293     IF  EC-ENTITY  NOT =  WS-CYCLE-ENTITY
002294         ADD  1  TO  WS-OTHER-ENT-COUNT
002295         GO  TO  READ-PROVIDER-SEC-EX
002296     END-IF.
002297     ADD  1  TO  WS-PROV-COUNT.
002300     MOVE  PR-PROVIDER  TO  WS-PV-ID(WS-PROV-COUNT).
002310     MOVE  PR-POLICY    TO  WS-PV-POLICY(WS-PROV-COUNT).
002320     MOVE  SPACE        TO  WS-PV-VERDICT(WS-PROV-COUNT).
002330     MOVE  0            TO  WS-PV-COUNT(WS-PROV-COUNT).
002340     MOVE  0            TO  WS-PV-CHECKSUM(WS-PROV-COUNT).
002341     MOVE  EC-ENTITY    TO  WS-PV-ENTITY(WS-PROV-COUNT).
002350 READ-PROVIDER-SEC-EX.
002360     EXIT.
002370/
002380*----------------------------------------------------------------
002390* one provider through the gate: a delivery that never came is
002400* missing; one that came without its control record, or that
002410* fails the count, checksum, or re-delivery test, is refused
002420*----------------------------------------------------------------
002430 GATE-PROVIDER-SEC SECTION.
002440     MOVE  WS-PV-ID(WS-PV-SUB)  TO  WS-DN-PROVIDER.
002450     MOVE  WS-PV-ID(WS-PV-SUB)  TO  WS-CN-PROVIDER.
002460     PERFORM  READ-CTL-SEC.
002470     PERFORM  SCAN-FEED-SEC.
002480     IF  WS-DLV-STATUS  NOT =  '00'  AND
002490         WS-DLV-STATUS  NOT =  '10'
002500         DISPLAY  'FEEDGATE: PROVIDER ' WS-PV-ID(WS-PV-SUB)
002510                  ' - NO DELIVERY, STATUS ' WS-DLV-STATUS
002520         SET  PV-MISSING(WS-PV-SUB)  TO  TRUE
002530         GO  TO  GATE-PROVIDER-SEC-EX
002540     END-IF.
002550     MOVE  WS-REC-COUNT  TO  WS-PV-COUNT(WS-PV-SUB).
002560     MOVE  WS-CHECKSUM   TO  WS-PV-CHECKSUM(WS-PV-SUB).
002570     SET  PV-REFUSED(WS-PV-SUB)  TO  TRUE.
002580     EVALUATE  TRUE
002590         WHEN  NOT  CTL-FOUND
002600             DISPLAY  'FEEDGATE: PROVIDER ' WS-PV-ID(WS-PV-SUB)
002610                      ' - NO INFCTL CONTROL RECORD'
002620         WHEN  WS-REC-COUNT  <  CT-EXPECT-COUNT
002630             DISPLAY  'FEEDGATE: PROVIDER ' WS-PV-ID(WS-PV-SUB)
002640                      ' - FEED SHORT - EXPECTED '
002650                      CT-EXPECT-COUNT ' GOT ' WS-REC-COUNT
002660         WHEN  WS-REC-COUNT  >  CT-EXPECT-COUNT
002670             DISPLAY  'FEEDGATE: PROVIDER ' WS-PV-ID(WS-PV-SUB)
002680                      ' - FEED LONG - EXPECTED '
002690                      CT-EXPECT-COUNT ' GOT ' WS-REC-COUNT
002700         WHEN  WS-CHECKSUM  NOT =  CT-EXPECT-SUM
002710             DISPLAY  'FEEDGATE: PROVIDER ' WS-PV-ID(WS-PV-SUB)
002720                      ' - CHECKSUM MISMATCH - EXPECTED '
002730                      CT-EXPECT-SUM ' GOT ' WS-CHECKSUM
002740         WHEN  OTHER
002750             PERFORM  CHECK-LEDGER-SEC
002760             IF  DUPLICATE-FEED
002770                 DISPLAY  'FEEDGATE: PROVIDER '
002780                          WS-PV-ID(WS-PV-SUB)
002790                          ' - RE-DELIVERED FEED'
002800             ELSE
002810                 SET  PV-ACCEPTED(WS-PV-SUB)  TO  TRUE
002820             END-IF
002830     END-EVALUATE.
002840 GATE-PROVIDER-SEC-EX.
002850     EXIT.
002860/
002870 READ-CTL-SEC     SECTION.
002880     MOVE  'N'  TO  WS-CTL-FOUND-SW.
002890     OPEN  INPUT  CTL-FILE.
002900     IF  WS-CTL-STATUS  NOT =  '00'
002910         GO  TO  READ-CTL-SEC-EX
002920     END-IF.
002930     READ  CTL-FILE
002940         AT END      CONTINUE
002950         NOT AT END  SET  CTL-FOUND  TO  TRUE
002960     END-READ.
002970     CLOSE  CTL-FILE.
002980 READ-CTL-SEC-EX.
002990     EXIT.
003000/
003010*----------------------------------------------------------------
003020* one pass counts the delivery and computes its checksum - the
003030* byte-value sum of every record, held to nine digits
003040*----------------------------------------------------------------
003050 SCAN-FEED-SEC    SECTION.
003060     MOVE  0    TO  WS-REC-COUNT.
003070     MOVE  0    TO  WS-SUM-WORK.
003080     MOVE  0    TO  WS-CHECKSUM.
003090     MOVE  'N'  TO  WS-DLV-EOF-SW.
003100     OPEN  INPUT  DLV-FILE.
003110     IF  WS-DLV-STATUS  NOT =  '00'
003120         GO  TO  SCAN-FEED-SEC-EX
003130     END-IF.
003140     PERFORM  SUM-REC-SEC  UNTIL  DLV-EOF.
003150     CLOSE  DLV-FILE.
003160     DIVIDE  WS-SUM-WORK  BY  1000000000
003170         GIVING  WS-SUM-QUOT  REMAINDER  WS-CHECKSUM.
003180 SCAN-FEED-SEC-EX.
003190     EXIT.
003200/
003210 SUM-REC-SEC      SECTION.
003220     READ  DLV-FILE
003230         AT END  SET  DLV-EOF  TO  TRUE
003240     END-READ.
003250     IF  NOT  DLV-EOF
003260         ADD  1  TO  WS-REC-COUNT
003270         PERFORM  VARYING  WS-BYTE-SUB  FROM  1  BY  1
003280             UNTIL  WS-BYTE-SUB  >  72
003290             COMPUTE  WS-SUM-WORK  =  WS-SUM-WORK
003300                 +  FUNCTION ORD(DLV-REC(WS-BYTE-SUB:1))  -  1
003310         END-PERFORM
003320     END-IF.
003330 SUM-REC-SEC-EX.
003340     EXIT.
003350/
003360*----------------------------------------------------------------
003370* the verdict on the cycle: any mandatory provider missing or
003380* refused stops it; otherwise the accepted deliveries are
003390* merged and the gate opens, RC 4 when an optional provider
003400* was left out
003410*----------------------------------------------------------------
003420 JUDGE-SEC        SECTION.
003430     PERFORM  TALLY-VERDICT-SEC
003440         VARYING  WS-PV-SUB  FROM  1  BY  1
003450         UNTIL  WS-PV-SUB  >  WS-PROV-COUNT.
003460     IF  WS-STOP-COUNT  >  0
003470         DISPLAY  'FEEDGATE: ' WS-STOP-COUNT
003480                  ' MANDATORY PROVIDER(S) NOT ACCEPTED -'
003490                  ' FEED REFUSED'
003500*        an empty INFILE, so yesterday's consolidation can never
003510*        be taken for today's
003520         OPEN  OUTPUT  IN-FILE
003530         CLOSE  IN-FILE
003540         PERFORM  LOG-REFUSAL-SEC
003550         MOVE  16  TO  RETURN-CODE
003560         GO  TO  JUDGE-SEC-EX
003570     END-IF.
003580     PERFORM  ACCEPT-FEED-SEC.
003590     IF  WS-SKIP-COUNT  >  0
003600         MOVE  4  TO  RETURN-CODE
003610     END-IF.
003620 JUDGE-SEC-EX.
003630     EXIT.
003640/
003650 TALLY-VERDICT-SEC SECTION.
003660     EVALUATE  TRUE
003670         WHEN  PV-ACCEPTED(WS-PV-SUB)
003680             ADD  1  TO  WS-ACCEPT-COUNT
003690         WHEN  PV-MANDATORY(WS-PV-SUB)
003700             ADD  1  TO  WS-STOP-COUNT
003710         WHEN  OTHER
003720             ADD  1  TO  WS-SKIP-COUNT
003730             PERFORM  LOG-SKIP-SEC
003740     END-EVALUATE.
003750 TALLY-VERDICT-SEC-EX.
003760     EXIT.
003770/
003780*----------------------------------------------------------------
003790* duplicate detection: a past delivery with the same count and
003800* checksum is the same feed, whatever the file was named or
003810* whichever provider sent it; the pass also counts today's
003820* accepted deliveries for the archive names' sequence
003830*----------------------------------------------------------------
003840 CHECK-LEDGER-SEC SECTION.
003850     MOVE  'N'  TO  WS-DUP-SW.
003860     MOVE  'N'  TO  WS-LED-EOF-SW.
003870     MOVE  0    TO  WS-TODAY-SEQ.
003880     OPEN  INPUT  LEDGER-FILE.
003890     IF  WS-LEDGER-STATUS  NOT =  '00'
003900         SET  LED-EOF  TO  TRUE
003910     END-IF.
003920     PERFORM  READ-LEDGER-SEC  UNTIL  LED-EOF.
003930     IF  WS-LEDGER-STATUS  =  '00'  OR  WS-LEDGER-STATUS  =  '10'
003940         CLOSE  LEDGER-FILE
003950     END-IF.
003960 CHECK-LEDGER-SEC-EX.
003970     EXIT.
003980/
003990 READ-LEDGER-SEC  SECTION.
004000     READ  LEDGER-FILE
004010         AT END  SET  LED-EOF  TO  TRUE
004020     END-READ.
004030     IF  NOT  LED-EOF
004040         IF  FL-COUNT  =  WS-REC-COUNT
004050             AND  FL-CHECKSUM  =  WS-CHECKSUM
004060             SET  DUPLICATE-FEED  TO  TRUE
004070         END-IF
004080         IF  FL-DATE  =  WS-TODAY
004090             ADD  1  TO  WS-TODAY-SEQ
004100         END-IF
004110     END-IF.
004120 READ-LEDGER-SEC-EX.
004130     EXIT.
004140/
004150*----------------------------------------------------------------
004160* acceptance: each accepted delivery is copied to its dated
004170* archive name and, tagged with its provider, onto the merged
004180* INFILE, then recorded on the ledger (EXTEND with the OUTPUT
004190* fallback, the ERRLOG priming pattern) - the gate opens once
004200* every accepted provider is through
004210*----------------------------------------------------------------
004220 ACCEPT-FEED-SEC  SECTION.
004230     MOVE  WS-TODAY  TO  WS-AN-DATE.
004240     OPEN  OUTPUT  IN-FILE.
004250     OPEN  EXTEND  LEDGER-FILE.
004260     IF  WS-LEDGER-STATUS  NOT =  '00'
004270         OPEN  OUTPUT  LEDGER-FILE
004280     END-IF.
004290     PERFORM  MERGE-PROVIDER-SEC
004300         VARYING  WS-PV-SUB  FROM  1  BY  1
004310         UNTIL  WS-PV-SUB  >  WS-PROV-COUNT.
004320     CLOSE  LEDGER-FILE.
004330     CLOSE  IN-FILE.
004340     DISPLAY  'FEEDGATE: FEED ACCEPTED - ' WS-MERGED-COUNT
004350              ' RECORDS FROM ' WS-ACCEPT-COUNT ' PROVIDER(S)'.
004360     MOVE  'FEEDGATE'            TO  JA-PROGRAM.
004370     MOVE  'FEED RECORDS'        TO  JA-COUNT-NAME.
004380     MOVE  WS-MERGED-COUNT       TO  JA-COUNT-VALUE.
004390     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
004400 ACCEPT-FEED-SEC-EX.
004410     EXIT.
004420/
004430 MERGE-PROVIDER-SEC SECTION.
004440     IF  NOT  PV-ACCEPTED(WS-PV-SUB)
004450         GO  TO  MERGE-PROVIDER-SEC-EX
004460     END-IF.
004470     MOVE  WS-PV-ID(WS-PV-SUB)  TO  WS-DN-PROVIDER.
004480     ADD  1  TO  WS-TODAY-SEQ.
004490     MOVE  WS-TODAY-SEQ  TO  WS-AN-SEQ.
004500     MOVE  'N'  TO  WS-DLV-EOF-SW.
004510     OPEN  INPUT  DLV-FILE.
004520     OPEN  OUTPUT  ARCH-OUT.
004530     PERFORM  COPY-REC-SEC  UNTIL  DLV-EOF.
004540     CLOSE  DLV-FILE.
004550     CLOSE  ARCH-OUT.
004560     MOVE  SPACES                      TO  LEDGER-REC.
004570     MOVE  WS-TODAY                    TO  FL-DATE.
004580     MOVE  WS-PV-COUNT(WS-PV-SUB)      TO  FL-COUNT.
004590     MOVE  WS-PV-CHECKSUM(WS-PV-SUB)   TO  FL-CHECKSUM.
004600     MOVE  WS-PV-ID(WS-PV-SUB)         TO  FL-PROVIDER.
004601     MOVE  WS-PV-ENTITY(WS-PV-SUB)     TO  FL-ENTITY.
004610     WRITE  LEDGER-REC.
004620     DISPLAY  'FEEDGATE: PROVIDER ' WS-PV-ID(WS-PV-SUB)
004630              ' ACCEPTED - ' WS-PV-COUNT(WS-PV-SUB)
004640              ' RECORDS, ARCHIVED AS ' WS-ARCH-NAME.
004650     MOVE  'FEEDGATE'            TO  JA-PROGRAM.
004660     MOVE  SPACES                TO  JA-COUNT-NAME.
004670     STRING  'FEED RECORDS '  WS-PV-ID(WS-PV-SUB)
004680             DELIMITED BY SIZE  INTO  JA-COUNT-NAME
004690     END-STRING.
004700     MOVE  WS-PV-COUNT(WS-PV-SUB)  TO  JA-COUNT-VALUE.
004710     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
004720 MERGE-PROVIDER-SEC-EX.
004730     EXIT.
004740/
004750 COPY-REC-SEC     SECTION.
004760     READ  DLV-FILE
004770         AT END  SET  DLV-EOF  TO  TRUE
004780     END-READ.
004790     IF  NOT  DLV-EOF
004800         MOVE  DLV-REC              TO  ARCH-REC
004810         WRITE  ARCH-REC
004820         MOVE  DLV-REC              TO  IR-DATA
004830         MOVE  WS-PV-ID(WS-PV-SUB)  TO  IR-PROVIDER
004831         MOVE  WS-PV-ENTITY(WS-PV-SUB)  TO  IR-ENTITY
004840         WRITE  IN-REC
004850         ADD  1  TO  WS-MERGED-COUNT
004860     END-IF.
004870 COPY-REC-SEC-EX.
004880     EXIT.
004890/
004900*----------------------------------------------------------------
004910* a refused feed lands in the error log as an 'E' so the
004920* ERRROUTE routing can put it on the operator console at once
004930*----------------------------------------------------------------
004940 LOG-REFUSAL-SEC  SECTION.
004950     MOVE  'FEEDGATE'      TO  EL-PROGRAM.
004960     MOVE  'JUDGE-SEC'     TO  EL-SECTION.
004970     MOVE  'DELIVERED FEED REFUSED AT THE GATE'  TO  EL-MSG.
004980     SET   EL-ERROR        TO  TRUE.
004990     MOVE  16              TO  EL-RETURN-CODE.
004995     MOVE  'FGATE001'      TO  EL-MSG-ID.
005000     CALL  'ERRLOG'  USING  WS-ERRLOG-PARM.
005010 LOG-REFUSAL-SEC-EX.
005020     EXIT.
005030/
005040*----------------------------------------------------------------
005050* an optional provider left out of the cycle is a 'W' - the
005060* cycle runs, but the shortfall is on the record
005070*----------------------------------------------------------------
005080 LOG-SKIP-SEC     SECTION.
005090     MOVE  'FEEDGATE'      TO  EL-PROGRAM.
005100     MOVE  'JUDGE-SEC'     TO  EL-SECTION.
005110     MOVE  SPACES          TO  EL-MSG.
005120     STRING  'OPTIONAL PROVIDER '  WS-PV-ID(WS-PV-SUB)
005130             ' LEFT OUT OF THE FEED'
005140             DELIMITED BY SIZE  INTO  EL-MSG
005150     END-STRING.
005160     SET   EL-WARNING      TO  TRUE.
005170     MOVE  4               TO  EL-RETURN-CODE.
005175     MOVE  'FGATE002'      TO  EL-MSG-ID.
005180     CALL  'ERRLOG'  USING  WS-ERRLOG-PARM.
005190 LOG-SKIP-SEC-EX.
005200     EXIT.
