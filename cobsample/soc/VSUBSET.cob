000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      VSUBSET.
000030*
000040*----------------------------------------------------------------
000050* referentially consistent test subset: a production problem
000060* can only be reproduced in test from a slice where every store
000070* agrees about the keys in it, and hand-built single-file test
000080* data never does. this extract picks a set of NUM1 keys once
000090* and then pulls exactly those keys out of every store VERASE
000100* knows a key can live in:
000110*   V-OTFILE cluster        SUBVFILE, the VUNLOAD shape VREORG
000120*                           reloads
000130*   FKSDS cluster           SUBFKSDS, FFILE layout, as FREBLD
000140*                           loads
000150*   FMASTER cumulative      SUBFMAST, FFILE layout
000160*   VREJECT reject file     SUBREJ, the reject lines as they are
000170*   every JRNCAT VJRN       SUBJRNL, the journal entries oldest
000180*   segment, then VJOURNAL  segment first and the live journal
000190*                           last, so replay order holds
000200*   VNOTES annotations      SUBNOTES, the note lines as they are
000210* the three keyed stores get fresh HDR1/TRL1 sentinels of their
000220* own - the header carries the package's key count, the trailer
000230* the records actually written and their NUM1 hash - since the
000240* production sentinels count the whole production file.
000250*
000260* REC-DATA and NCH are scrubbed the same way wherever they
000270* appear - the live records and both journal images alike - so
000280* the stores still agree after the scrub: REC-DATA by FILEW's
000290* masking rule (every letter to 'X', digits, blanks and
000300* punctuation kept), a non-blank NCH to FILEW's own test value.
000310* the reject and note lines carry neither and are copied as
000320* they are.
000330*
000340* SUBCTL, the package's control file, names the selection and
000350* seed and gives per store the records written and the NUM1
000360* hash, so the load in test can be balanced against it. a store
000370* that is not there is listed NOFILE and the run ends RC 4.
000380* the extract runs under the shared VFILE lock so the stores
000390* are read as one consistent picture, and lands on OPSAUDIT.
000400*
000410* PARM:
000420*   positions 1-8   the operator taking the extract
000430*   position 9      'K' the keys listed on SUBKEYS (one 4-digit
000440*                   NUM1 per line), 'G' every key of one
000450*                   GROUP-1 code, 'P' a percentage sample of
000460*                   the live cluster
000470*   position 10     the group code ('G')
000480*   positions 10-12 the percentage, 001-100 ('P')
000490*   positions 13-21 the seed ('P') - blank or zero takes one
000500*                   from the clock; it is printed on SUBCTL so
000510*                   the same sample can be drawn again (the
000520*                   FSAMPLE generator)
000530*----------------------------------------------------------------
000540 ENVIRONMENT      DIVISION.
000550 INPUT-OUTPUT     SECTION.
000560 FILE-CONTROL.
000570     SELECT  KEY-FILE    ASSIGN TO   SUBKEYS
000580             ORGANIZATION  IS    LINE SEQUENTIAL
000590             FILE STATUS   IS    WS-KEY-STATUS.
000600     SELECT  V-OTFILE  ASSIGN TO     VFILE
000610             ORGANIZATION  IS    INDEXED
000620             ACCESS MODE   IS    DYNAMIC
000630             RECORD KEY    IS    NUM1  OF  V-REC01
000640             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000650                           WITH  DUPLICATES
000660             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000670                           WITH  DUPLICATES
000680             FILE STATUS   IS    WS-VOTFILE-STATUS.
000690     SELECT  F-KSDS-FILE ASSIGN TO   FKSDS
000700             ORGANIZATION  IS    INDEXED
000710             ACCESS MODE   IS    DYNAMIC
000720             RECORD KEY    IS    NUM1  OF  F-KSDS-REC
000730             FILE STATUS   IS    WS-FKSDS-STATUS.
000740     SELECT  MASTER-FILE ASSIGN TO   FMASTER
000750             ORGANIZATION  IS    INDEXED
000760             ACCESS MODE   IS    DYNAMIC
000770             RECORD KEY    IS    NUM1  OF  MASTER-REC
000780             FILE STATUS   IS    WS-MASTER-STATUS.
000790     SELECT  REJECT-FILE ASSIGN TO   VREJECT
000800             ORGANIZATION  IS    LINE SEQUENTIAL
000810             FILE STATUS   IS    WS-REJECT-STATUS.
000820     SELECT  JRNL-FILE   ASSIGN TO   VJOURNAL
000830             ORGANIZATION  IS    SEQUENTIAL
000840             FILE STATUS   IS    WS-JRNL-STATUS.
000850     SELECT  JRNCAT-FILE ASSIGN TO   JRNCAT
000860             ORGANIZATION  IS    LINE SEQUENTIAL
000870             FILE STATUS   IS    WS-JRNCAT-STATUS.
000880     SELECT  JSEG-IO     ASSIGN TO   WS-JSEG-NAME
000890             ORGANIZATION  IS    SEQUENTIAL
000900             FILE STATUS   IS    WS-JSEG-STATUS.
000910     SELECT  NOTE-FILE   ASSIGN TO   VNOTES
000920             ORGANIZATION  IS    LINE SEQUENTIAL
000930             FILE STATUS   IS    WS-NOTE-STATUS.
000940     SELECT  SUB-VFILE   ASSIGN TO   SUBVFILE
000950             ORGANIZATION  IS    SEQUENTIAL.
000960     SELECT  SUB-FKSDS   ASSIGN TO   SUBFKSDS
000970             ORGANIZATION  IS    SEQUENTIAL.
000980     SELECT  SUB-FMAST   ASSIGN TO   SUBFMAST
000990             ORGANIZATION  IS    SEQUENTIAL.
001000     SELECT  SUB-REJECT  ASSIGN TO   SUBREJ
001010             ORGANIZATION  IS    LINE SEQUENTIAL.
001020     SELECT  SUB-JRNL    ASSIGN TO   SUBJRNL
001030             ORGANIZATION  IS    SEQUENTIAL.
001040     SELECT  SUB-NOTES   ASSIGN TO   SUBNOTES
001050             ORGANIZATION  IS    LINE SEQUENTIAL.
001060     SELECT  SUB-CTL     ASSIGN TO   SUBCTL
001070             ORGANIZATION  IS    LINE SEQUENTIAL.
001080
001085     COPY  keylay.
001090 DATA             DIVISION.
001100 FILE             SECTION.
001110 FD      KEY-FILE.
001120 01      KEY-REC.
001130     03  KY-NUM1                      PIC  X(04).
001140     03  FILLER                       PIC  X(76).
001150
001160 FD      V-OTFILE
001170         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
001180         DEPENDING ON  V-LL.
001190 01      V-REC01.
001200     COPY  vfile.
001210 01      V-HTR-REC  REDEFINES  V-REC01.
001220     03  HTR-KEY                      PIC  9(:KEY-LEN:).
001230     03  HTR-ID                       PIC  X(04).
001240       88  HTR-IS-HEADER                    VALUE 'HDR1'.
001250       88  HTR-IS-TRAILER                   VALUE 'TRL1'.
001260     03  FILLER                       PIC  X(:TAIL-4:).
001270
001280 FD      F-KSDS-FILE.
001290 01      F-KSDS-REC.
001300     COPY  ffile.
001310
001320 FD      MASTER-FILE.
001330 01      MASTER-REC.
001340     COPY  ffile.
001350
001360 FD      REJECT-FILE.
001370 01      REJECT-REC.
001380     03  RJ-SOURCE                    PIC  X(01).
001390     03  FILLER                       PIC  X(01).
001392     03  RJ-NUM1                      PIC  X(:KEY-LEN:).
001394     03  RJ-NUM1-N  REDEFINES  RJ-NUM1
001396                                      PIC  9(:KEY-LEN:).
001400     03  FILLER                       PIC  X(:REJ-TAIL-2:).
001440
001450 FD      JRNL-FILE.
001460 01      JRNL-REC.
001470     COPY  vjrnl.
001480*
001490*    the segment catalog VJROLL keeps, and one rolled VJRN
001500*    segment at a time - field names spelled out so the live
001510*    journal's JR- names stay unambiguous (the VERASE shape)
001520 FD      JRNCAT-FILE.
001530 01      JRNCAT-REC.
001540     03  JC-SEG-NAME                  PIC  X(16).
001550     03  FILLER                       PIC  X(01).
001560     03  JC-RUN-DATE                  PIC  X(08).
001570     03  FILLER                       PIC  X(01).
001580     03  JC-GEN-SEQ                   PIC  9(04).
001590     03  FILLER                       PIC  X(01).
001600     03  JC-REC-COUNT                 PIC  9(07).
001610 FD      JSEG-IO.
001620 01      JSEG-REC.
001630     03  JS-DATE                      PIC  9(08).
001640     03  JS-TIME                      PIC  9(08).
001650     03  JS-PROGRAM                   PIC  X(08).
001660     03  JS-OPERATOR                  PIC  X(08).
001670     03  JS-NUM1                      PIC  9(:KEY-LEN:).
001680     03  JS-BEFORE-IMAGE              PIC  X(:REC-LEN:).
001683     03  JS-AFTER-IMAGE               PIC  X(:REC-LEN:).
001686     03  JS-CHAIN-SEQ                  PIC  9(09).
001690     03  JS-CHAIN-HASH                 PIC  9(18).
001700
001710 FD      NOTE-FILE.
001720 01      NOTE-REC.
001723     03  NT-NUM1                      PIC  X(:KEY-LEN:).
001726     03  NT-NUM1-N  REDEFINES  NT-NUM1
001730                                      PIC  9(:KEY-LEN:).
001760     03  FILLER                       PIC  X(72).
001770
001780 FD      SUB-VFILE
001790         RECORD CONTAINS  :REC-LEN:  CHARACTERS.
001800 01      SV-REC                       PIC  X(:REC-LEN:).
001810
001820 FD      SUB-FKSDS
001830         RECORD CONTAINS  :REC-LEN:  CHARACTERS.
001840 01      SK-REC                       PIC  X(:REC-LEN:).
001850
001860 FD      SUB-FMAST
001870         RECORD CONTAINS  :REC-LEN:  CHARACTERS.
001880 01      SM-REC                       PIC  X(:REC-LEN:).
001890
001900 FD      SUB-REJECT.
001910 01      SR-REC                       PIC  X(80).
001920
001930 FD      SUB-JRNL.
001940 01      SJ-REC.
001943     03  SJ-STAMPS.
001946         05  FILLER                   PIC  X(32).
001950         05  FILLER                   PIC  X(:KEY-LEN:).
001960     03  SJ-BEFORE-IMAGE              PIC  X(:REC-LEN:).
001970     03  SJ-AFTER-IMAGE               PIC  X(:REC-LEN:).
001975     03  SJ-SEAL                      PIC  X(27).
001980
001990 FD      SUB-NOTES.
001993 01      SN-REC.
001996     03  FILLER                       PIC  X(:KEY-LEN:).
002000     03  FILLER                       PIC  X(72).
002010
002020 FD      SUB-CTL.
002030 01      CTL-LINE                     PIC  X(80).
002040
002050 WORKING-STORAGE  SECTION.
002060
002070 01  V-LL                      PIC  9(04) COMP.
002080
002090 01  WS-STATUSES.
002100   03  WS-KEY-STATUS           PIC  X(02).
002110   03  WS-VOTFILE-STATUS       PIC  X(02).
002120   03  WS-FKSDS-STATUS         PIC  X(02).
002130   03  WS-MASTER-STATUS        PIC  X(02).
002140   03  WS-REJECT-STATUS        PIC  X(02).
002150   03  WS-JRNL-STATUS          PIC  X(02).
002160   03  WS-JRNCAT-STATUS        PIC  X(02).
002170   03  WS-JSEG-STATUS          PIC  X(02).
002180   03  WS-NOTE-STATUS          PIC  X(02).
002190
002200 01  WS-SWITCHES.
002210   03  WS-EOF-SW               PIC  X(01).
002220     88  FILE-EOF                   VALUE  'Y'.
002230   03  WS-JCAT-EOF-SW          PIC  X(01)  VALUE  'N'.
002240     88  JCAT-EOF                   VALUE  'Y'.
002250   03  WS-GROUP-EOF-SW         PIC  X(01).
002260     88  GROUP-BROWSE-DONE          VALUE  'Y'.
002270
002280 01  WS-PARM-AREA.
002290   03  WS-PARM-LINE            PIC  X(21).
002300   03  WS-OPERATOR             PIC  X(08).
002310   03  WS-MODE                 PIC  X(01).
002320     88  WS-BY-KEY-LIST             VALUE 'K'.
002330     88  WS-BY-GROUP                VALUE 'G'.
002340     88  WS-BY-PERCENT              VALUE 'P'.
002350   03  WS-GROUP-CODE           PIC  X(01).
002360   03  WS-PERCENT              PIC  9(03).
002370
002380 01  WS-DATE-AREA.
002390   03  WS-RUN-DATE             PIC  9(08).
002400   03  WS-CLOCK-TIME           PIC  9(08).
002410
002420*----------------------------------------------------------------
002430* the chosen keys - one flag per possible NUM1, slot NUM1 + 1,
002440* so every store asks the same question the same way. keys 0000
002443* and 9999 are the sentinels and are never chosen, and a key
002446* past 9999 in the 8-digit key build has no slot - the key list
002450* and every extract stay inside the 4-digit range
002460*----------------------------------------------------------------
002470 01  WS-KEY-TABLE.
002480   03  WS-KEY-FLAG             PIC  X(01)  OCCURS  10000  TIMES.
002490     88  KEY-CHOSEN                 VALUE  'Y'.
002500 01  WS-KEY-SUB                PIC  9(05)  COMP.
002510 01  WS-KEY-NUM1               PIC  9(:KEY-LEN:).
002520
002530*----------------------------------------------------------------
002540* the FSAMPLE generator: minimal-standard multiplicative,
002550* 16807 modulo 2**31-1, started from the seed
002560*----------------------------------------------------------------
002570 01  WS-RANDOM-AREA.
002580   03  WS-SEED                 PIC  9(09)        VALUE  0.
002590   03  WS-RAND-STATE           PIC  9(10)  COMP  VALUE  0.
002600   03  WS-RAND-WORK            PIC  9(18)  COMP.
002610   03  WS-RAND-QUOT            PIC  9(18)  COMP.
002620 01  WS-RAND-MODULUS           PIC  9(10)  COMP
002630                                           VALUE  2147483647.
002640
002650 01  WS-COUNTERS.
002660   03  WS-CHOSEN-COUNT         PIC  9(05)  COMP  VALUE  0.
002670   03  WS-BAD-KEY-COUNT        PIC  9(05)  COMP  VALUE  0.
002680   03  WS-STORE-COUNT          PIC  9(07)  COMP.
002690   03  WS-STORE-HASH           PIC  9(09)  COMP.
002700   03  WS-NOFILE-COUNT         PIC  9(02)  COMP  VALUE  0.
002710
002720 01  WS-JSEG-NAME              PIC  X(16).
002730 01  WS-STORE-NAME             PIC  X(08).
002740
002750*----------------------------------------------------------------
002760* the rolled journal segments, off the JRNCAT catalog
002770*----------------------------------------------------------------
002780 01  WS-SEG-TABLE.
002790   03  WS-SEG-ENTRY  OCCURS  500  TIMES  INDEXED BY SEG-IDX.
002800     05  WS-SEG-NAME           PIC  X(16).
002810 01  WS-SEG-COUNT              PIC  9(05)  COMP  VALUE  0.
002820
002830*----------------------------------------------------------------
002840* any record or journal image laid over the VFILE shape for the
002850* scrub (the FFILE layout has REC-DATA and NCH in the same
002860* places), and the sentinel pair the keyed stores are given
002870*----------------------------------------------------------------
002880 01  WS-IMG-R.
002890     COPY  vfile.
002900
002910 01  WS-SENTINEL.
002920   03  SN-KEY                  PIC  9(:KEY-LEN:).
002930   03  SN-ID                   PIC  X(04).
002940   03  SN-RUN-DATE             PIC  9(08).
002950   03  SN-RECORD-COUNT         PIC  9(07).
002960   03  SN-HASH-TOTAL           PIC  9(09).
002970   03  FILLER                  PIC  X(:TAIL-28:).
002980
002990 01  WS-RESLOCK-PARM.
003000     COPY  reslock.
003010
003020 01  WS-OPSAUDIT-PARM.
003030     COPY  opsaudit.
003040
003050 01  CTL-HEAD-FMT.
003060   03  FILLER                  PIC  X(07)  VALUE  'SUBSET '.
003070   03  CH-RUN-DATE             PIC  9(08).
003080   03  FILLER                  PIC  X(06)  VALUE  ' MODE '.
003090   03  CH-MODE                 PIC  X(01).
003100   03  FILLER                  PIC  X(07)  VALUE  ' GROUP '.
003110   03  CH-GROUP                PIC  X(01).
003120   03  FILLER                  PIC  X(05)  VALUE  ' PCT '.
003130   03  CH-PERCENT              PIC  9(03).
003140   03  FILLER                  PIC  X(06)  VALUE  ' SEED '.
003150   03  CH-SEED                 PIC  9(09).
003160   03  FILLER                  PIC  X(06)  VALUE  ' KEYS '.
003170   03  CH-KEYS                 PIC  9(05).
003180
003190 01  CTL-STORE-FMT.
003200   03  CS-STORE                PIC  X(08).
003210   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003220   03  CS-COUNT                PIC  9(07).
003230   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003240   03  CS-HASH                 PIC  9(09).
003250   03  FILLER                  PIC  X(01)  VALUE  SPACE.
003260   03  CS-NOTE                 PIC  X(06).
003263
003266 01  WS-KEYMODE-PARM.
003270     COPY  keymode.
003280 PROCEDURE        DIVISION.
003281 MAIN-SEC         SECTION.
003282*    the stores must carry the key layout this program is built
003283*    for - see KEYMODE
003284     MOVE  'VSUBSET'   TO  KM-PROGRAM.
003285     MOVE  0           TO  KM-RUN-DATE.
003286     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
003287     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
003288     IF  KM-REFUSE
003289         MOVE  16  TO  RETURN-CODE
003290         STOP RUN
003295     END-IF.
003300     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
003310     MOVE  WS-PARM-LINE(1:8)  TO  WS-OPERATOR.
003320     MOVE  WS-PARM-LINE(9:1)  TO  WS-MODE.
003330     ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
003340     MOVE  ALL  'N'  TO  WS-KEY-TABLE.
003350     PERFORM  EDIT-PARM-SEC.
003360*    the stores are read as one picture under the VFILE lock
003370     SET   RL-ENQ      TO  TRUE.
003380     MOVE  'VFILE'     TO  RL-RESOURCE.
003390     MOVE  'VSUBSET '  TO  RL-HOLDER.
003400     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
003410     IF  RL-BUSY
003420         DISPLAY  'VSUBSET: VFILE IS HELD BY '
003430                  RL-CURRENT-HOLDER  ' - RUN ABANDONED'
003440         MOVE  16  TO  RETURN-CODE
003450         STOP RUN
003460     END-IF.
003470     EVALUATE  TRUE
003480         WHEN  WS-BY-KEY-LIST
003490             PERFORM  CHOOSE-BY-LIST-SEC
003500         WHEN  WS-BY-GROUP
003510             PERFORM  CHOOSE-BY-GROUP-SEC
003520         WHEN  OTHER
003530             PERFORM  CHOOSE-BY-PERCENT-SEC
003540     END-EVALUATE.
003550     DISPLAY  'VSUBSET: KEYS CHOSEN ' WS-CHOSEN-COUNT.
003560     OPEN  OUTPUT  SUB-CTL.
003570     MOVE  WS-RUN-DATE     TO  CH-RUN-DATE.
003580     MOVE  WS-MODE         TO  CH-MODE.
003590     MOVE  WS-GROUP-CODE   TO  CH-GROUP.
003600     MOVE  WS-PERCENT      TO  CH-PERCENT.
003610     MOVE  WS-SEED         TO  CH-SEED.
003620     MOVE  WS-CHOSEN-COUNT TO  CH-KEYS.
003630     MOVE  CTL-HEAD-FMT    TO  CTL-LINE.
003640     WRITE  CTL-LINE.
003650     PERFORM  EXTRACT-VFILE-SEC.
003660     PERFORM  EXTRACT-FKSDS-SEC.
003670     PERFORM  EXTRACT-MASTER-SEC.
003680     PERFORM  EXTRACT-REJECT-SEC.
003690     PERFORM  EXTRACT-JOURNAL-SEC.
003700     PERFORM  EXTRACT-NOTES-SEC.
003710     CLOSE  SUB-CTL.
003720     SET   RL-DEQ      TO  TRUE.
003730     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
003740     MOVE  'VSUBSET '            TO  OA-PROGRAM.
003750     MOVE  WS-OPERATOR           TO  OA-OPERATOR.
003760     MOVE  'TEST SUBSET TAKEN   '  TO  OA-ACTION.
003770     MOVE  SPACES                TO  OA-DETAIL.
003780     STRING  'MODE '             DELIMITED BY SIZE
003790             WS-PARM-LINE(9:13)  DELIMITED BY SIZE
003800             ' KEYS '            DELIMITED BY SIZE
003810             CH-KEYS             DELIMITED BY SIZE
003820         INTO  OA-DETAIL
003830     END-STRING.
003840     CALL  'OPSAUDIT'  USING  WS-OPSAUDIT-PARM.
003850     DISPLAY  'VSUBSET: PACKAGE WRITTEN - SEE SUBCTL'.
003860     IF  WS-NOFILE-COUNT  >  0  OR  WS-BAD-KEY-COUNT  >  0
003870         MOVE  4  TO  RETURN-CODE
003880     END-IF.
003890     STOP RUN.
003900 MAIN-SEC-EX.
003910     EXIT.
003920/
003930 EDIT-PARM-SEC    SECTION.
003940     MOVE  SPACE  TO  WS-GROUP-CODE.
003950     MOVE  0      TO  WS-PERCENT.
003960     EVALUATE  TRUE
003970         WHEN  WS-BY-KEY-LIST
003980             CONTINUE
003990         WHEN  WS-BY-GROUP
004000             MOVE  WS-PARM-LINE(10:1)  TO  WS-GROUP-CODE
004010             IF  WS-GROUP-CODE  =  SPACE
004020                 DISPLAY  'VSUBSET: MODE G NEEDS A GROUP CODE'
004030                 MOVE  16  TO  RETURN-CODE
004040                 STOP RUN
004050             END-IF
004060         WHEN  WS-BY-PERCENT
004070             IF  WS-PARM-LINE(10:3)  IS  NUMERIC
004080                 MOVE  WS-PARM-LINE(10:3)  TO  WS-PERCENT
004090             END-IF
004100             IF  WS-PERCENT  <  1  OR  WS-PERCENT  >  100
004110                 DISPLAY  'VSUBSET: MODE P NEEDS A PERCENTAGE'
004120                          ' 001-100'
004130                 MOVE  16  TO  RETURN-CODE
004140                 STOP RUN
004150             END-IF
004160             IF  WS-PARM-LINE(13:9)  IS  NUMERIC
004170                 MOVE  WS-PARM-LINE(13:9)  TO  WS-SEED
004180             END-IF
004190         WHEN  OTHER
004200             DISPLAY  'VSUBSET: PARM IS OPERATOR(8) + MODE K, G'
004210                      ' OR P'
004220             MOVE  16  TO  RETURN-CODE
004230             STOP RUN
004240     END-EVALUATE.
004250 EDIT-PARM-SEC-EX.
004260     EXIT.
004270/
004280*----------------------------------------------------------------
004290* mode K: each SUBKEYS line names one key; a line that is not
004300* four digits, or names a sentinel key, is counted and skipped
004310*----------------------------------------------------------------
004320 CHOOSE-BY-LIST-SEC SECTION.
004330     MOVE  'N'  TO  WS-EOF-SW.
004340     OPEN  INPUT  KEY-FILE.
004350     IF  WS-KEY-STATUS  NOT =  '00'
004360         DISPLAY  'VSUBSET: NO SUBKEYS KEY LIST, STATUS '
004370                  WS-KEY-STATUS
004380         SET  FILE-EOF  TO  TRUE
004390     END-IF.
004400     PERFORM  READ-KEY-SEC  UNTIL  FILE-EOF.
004410     IF  WS-KEY-STATUS  =  '00'  OR  WS-KEY-STATUS  =  '10'
004420         CLOSE  KEY-FILE
004430     END-IF.
004440 CHOOSE-BY-LIST-SEC-EX.
004450     EXIT.
004460/
004470 READ-KEY-SEC     SECTION.
004480     READ  KEY-FILE
004490         AT END  SET  FILE-EOF  TO  TRUE
004500     END-READ.
004510     IF  FILE-EOF  OR  KEY-REC  =  SPACES
004520         GO TO  READ-KEY-SEC-EX
004530     END-IF.
004540     IF  KY-NUM1  NOT NUMERIC
004550         OR  KY-NUM1  =  '0000'  OR  KY-NUM1  =  '9999'
004560         DISPLAY  'VSUBSET: KEY LIST LINE SKIPPED - ' KY-NUM1
004570         ADD  1  TO  WS-BAD-KEY-COUNT
004580         GO TO  READ-KEY-SEC-EX
004590     END-IF.
004600     MOVE  KY-NUM1  TO  WS-KEY-NUM1.
004610     PERFORM  CHOOSE-KEY-SEC.
004620 READ-KEY-SEC-EX.
004630     EXIT.
004640/
004641 CHOOSE-KEY-SEC   SECTION.
004642     IF  WS-KEY-NUM1  NOT <  9999
004643         ADD  1  TO  WS-BAD-KEY-COUNT
004644         GO TO  CHOOSE-KEY-SEC-EX
004645     END-IF.
004650     COMPUTE  WS-KEY-SUB  =  WS-KEY-NUM1  +  1.
004670     IF  NOT  KEY-CHOSEN(WS-KEY-SUB)
004680         SET  KEY-CHOSEN(WS-KEY-SUB)  TO  TRUE
004690         ADD  1  TO  WS-CHOSEN-COUNT
004700     END-IF.
004710 CHOOSE-KEY-SEC-EX.
004720     EXIT.
004730/
004740*----------------------------------------------------------------
004750* mode G: the live cluster STARTed at the group on the
004760* alternate key and read forward while the group holds - the
004770* FGEXTR shape
004780*----------------------------------------------------------------
004790 CHOOSE-BY-GROUP-SEC SECTION.
004800     MOVE  'N'  TO  WS-GROUP-EOF-SW.
004810     OPEN  INPUT  V-OTFILE.
004820     IF  WS-VOTFILE-STATUS  NOT =  '00'
004830         DISPLAY  'VSUBSET: UNABLE TO OPEN VFILE, STATUS '
004840                  WS-VOTFILE-STATUS ' - NO KEYS CHOSEN'
004850         GO TO  CHOOSE-BY-GROUP-SEC-EX
004860     END-IF.
004870     MOVE  WS-GROUP-CODE  TO  GROUP-1  OF  V-REC01.
004880     START  V-OTFILE  KEY  =  GROUP-1  OF  V-REC01
004890         INVALID KEY
004900             SET  GROUP-BROWSE-DONE  TO  TRUE
004910     END-START.
004920     PERFORM  READ-GROUP-SEC  UNTIL  GROUP-BROWSE-DONE.
004930     CLOSE  V-OTFILE.
004940 CHOOSE-BY-GROUP-SEC-EX.
004950     EXIT.
004960/
004970 READ-GROUP-SEC   SECTION.
004980     READ  V-OTFILE  NEXT RECORD
004990         AT END
005000             SET  GROUP-BROWSE-DONE  TO  TRUE
005010         NOT AT END
005020             IF  GROUP-1  OF  V-REC01  =  WS-GROUP-CODE
005030                 IF  NOT  HTR-IS-HEADER
005040                     AND  NOT  HTR-IS-TRAILER
005050                     MOVE  NUM1  OF  V-REC01  TO  WS-KEY-NUM1
005060                     PERFORM  CHOOSE-KEY-SEC
005070                 END-IF
005080             ELSE
005090                 SET  GROUP-BROWSE-DONE  TO  TRUE
005100             END-IF
005110     END-READ.
005120 READ-GROUP-SEC-EX.
005130     EXIT.
005140/
005150*----------------------------------------------------------------
005160* mode P: one pass of the live cluster in key order, each
005170* detail taking one step of the generator and chosen when
005180* state / modulus falls below the percentage - the same seed
005190* over the same cluster chooses the same keys
005200*----------------------------------------------------------------
005210 CHOOSE-BY-PERCENT-SEC SECTION.
005220     IF  WS-SEED  =  0
005230         ACCEPT  WS-CLOCK-TIME  FROM  TIME
005240         COMPUTE  WS-SEED  =  WS-CLOCK-TIME  +  WS-RUN-DATE
005250     END-IF.
005260     DIVIDE  WS-SEED  BY  2147483646
005270         GIVING  WS-RAND-QUOT  REMAINDER  WS-RAND-STATE.
005280     ADD  1  TO  WS-RAND-STATE.
005290     MOVE  'N'  TO  WS-EOF-SW.
005300     OPEN  INPUT  V-OTFILE.
005310     IF  WS-VOTFILE-STATUS  NOT =  '00'
005320         DISPLAY  'VSUBSET: UNABLE TO OPEN VFILE, STATUS '
005330                  WS-VOTFILE-STATUS ' - NO KEYS CHOSEN'
005340         GO TO  CHOOSE-BY-PERCENT-SEC-EX
005350     END-IF.
005360     PERFORM  DRAW-ONE-SEC  UNTIL  FILE-EOF.
005370     CLOSE  V-OTFILE.
005380 CHOOSE-BY-PERCENT-SEC-EX.
005390     EXIT.
005400/
005410 DRAW-ONE-SEC     SECTION.
005420     READ  V-OTFILE  NEXT RECORD
005430         AT END  SET  FILE-EOF  TO  TRUE
005440     END-READ.
005450     IF  FILE-EOF  OR  HTR-IS-HEADER  OR  HTR-IS-TRAILER
005460         GO TO  DRAW-ONE-SEC-EX
005470     END-IF.
005480     COMPUTE  WS-RAND-WORK  =  WS-RAND-STATE  *  16807.
005490     DIVIDE  WS-RAND-WORK  BY  WS-RAND-MODULUS
005500         GIVING  WS-RAND-QUOT  REMAINDER  WS-RAND-STATE.
005510     IF  WS-RAND-STATE  *  100  <  WS-PERCENT  *  WS-RAND-MODULUS
005520         MOVE  NUM1  OF  V-REC01  TO  WS-KEY-NUM1
005530         PERFORM  CHOOSE-KEY-SEC
005540     END-IF.
005550 DRAW-ONE-SEC-EX.
005560     EXIT.
005570/
005580*----------------------------------------------------------------
005590* the three keyed stores: each chosen key READ by key, the copy
005600* scrubbed and written between a fresh HDR1 and TRL1
005610*----------------------------------------------------------------
005620 EXTRACT-VFILE-SEC  SECTION.
005630     MOVE  'SUBVFILE'  TO  WS-STORE-NAME.
005640     MOVE  0  TO  WS-STORE-COUNT  WS-STORE-HASH.
005650     OPEN  INPUT  V-OTFILE.
005660     IF  WS-VOTFILE-STATUS  NOT =  '00'
005670         PERFORM  NOFILE-SEC
005680         GO TO  EXTRACT-VFILE-SEC-EX
005690     END-IF.
005700     OPEN  OUTPUT  SUB-VFILE.
005710     PERFORM  HEADER-SEC.
005720     MOVE  WS-SENTINEL  TO  SV-REC.
005730     WRITE  SV-REC.
005740     PERFORM  VARYING  WS-KEY-SUB  FROM  2  BY  1
005750         UNTIL  WS-KEY-SUB  >  9999
005760         IF  KEY-CHOSEN(WS-KEY-SUB)
005770             COMPUTE  NUM1  OF  V-REC01  =  WS-KEY-SUB  -  1
005780             READ  V-OTFILE
005790                 NOT INVALID KEY
005800                     MOVE  V-REC01  TO  WS-IMG-R
005810                     PERFORM  SCRUB-IMG-SEC
005820                     MOVE  WS-IMG-R  TO  SV-REC
005830                     WRITE  SV-REC
005840                     PERFORM  TALLY-STORE-SEC
005850             END-READ
005860         END-IF
005870     END-PERFORM.
005880     PERFORM  TRAILER-SEC.
005890     MOVE  WS-SENTINEL  TO  SV-REC.
005900     WRITE  SV-REC.
005910     CLOSE  SUB-VFILE.
005920     CLOSE  V-OTFILE.
005930     PERFORM  STORE-LINE-SEC.
005940 EXTRACT-VFILE-SEC-EX.
005950     EXIT.
005960/
005970 EXTRACT-FKSDS-SEC  SECTION.
005980     MOVE  'SUBFKSDS'  TO  WS-STORE-NAME.
005990     MOVE  0  TO  WS-STORE-COUNT  WS-STORE-HASH.
006000     OPEN  INPUT  F-KSDS-FILE.
006010     IF  WS-FKSDS-STATUS  NOT =  '00'
006020         PERFORM  NOFILE-SEC
006030         GO TO  EXTRACT-FKSDS-SEC-EX
006040     END-IF.
006050     OPEN  OUTPUT  SUB-FKSDS.
006060     PERFORM  HEADER-SEC.
006070     MOVE  WS-SENTINEL  TO  SK-REC.
006080     WRITE  SK-REC.
006090     PERFORM  VARYING  WS-KEY-SUB  FROM  2  BY  1
006100         UNTIL  WS-KEY-SUB  >  9999
006110         IF  KEY-CHOSEN(WS-KEY-SUB)
006120             COMPUTE  NUM1  OF  F-KSDS-REC  =  WS-KEY-SUB  -  1
006130             READ  F-KSDS-FILE
006140                 NOT INVALID KEY
006150                     MOVE  F-KSDS-REC  TO  WS-IMG-R
006160                     PERFORM  SCRUB-IMG-SEC
006170                     MOVE  WS-IMG-R  TO  SK-REC
006180                     WRITE  SK-REC
006190                     PERFORM  TALLY-STORE-SEC
006200             END-READ
006210         END-IF
006220     END-PERFORM.
006230     PERFORM  TRAILER-SEC.
006240     MOVE  WS-SENTINEL  TO  SK-REC.
006250     WRITE  SK-REC.
006260     CLOSE  SUB-FKSDS.
006270     CLOSE  F-KSDS-FILE.
006280     PERFORM  STORE-LINE-SEC.
006290 EXTRACT-FKSDS-SEC-EX.
006300     EXIT.
006310/
006320 EXTRACT-MASTER-SEC SECTION.
006330     MOVE  'SUBFMAST'  TO  WS-STORE-NAME.
006340     MOVE  0  TO  WS-STORE-COUNT  WS-STORE-HASH.
006350     OPEN  INPUT  MASTER-FILE.
006360     IF  WS-MASTER-STATUS  NOT =  '00'
006370         PERFORM  NOFILE-SEC
006380         GO TO  EXTRACT-MASTER-SEC-EX
006390     END-IF.
006400     OPEN  OUTPUT  SUB-FMAST.
006410     PERFORM  HEADER-SEC.
006420     MOVE  WS-SENTINEL  TO  SM-REC.
006430     WRITE  SM-REC.
006440     PERFORM  VARYING  WS-KEY-SUB  FROM  2  BY  1
006450         UNTIL  WS-KEY-SUB  >  9999
006460         IF  KEY-CHOSEN(WS-KEY-SUB)
006470             COMPUTE  NUM1  OF  MASTER-REC  =  WS-KEY-SUB  -  1
006480             READ  MASTER-FILE
006490                 NOT INVALID KEY
006500                     MOVE  MASTER-REC  TO  WS-IMG-R
006510                     PERFORM  SCRUB-IMG-SEC
006520                     MOVE  WS-IMG-R  TO  SM-REC
006530                     WRITE  SM-REC
006540                     PERFORM  TALLY-STORE-SEC
006550             END-READ
006560         END-IF
006570     END-PERFORM.
006580     PERFORM  TRAILER-SEC.
006590     MOVE  WS-SENTINEL  TO  SM-REC.
006600     WRITE  SM-REC.
006610     CLOSE  SUB-FMAST.
006620     CLOSE  MASTER-FILE.
006630     PERFORM  STORE-LINE-SEC.
006640 EXTRACT-MASTER-SEC-EX.
006650     EXIT.
006660/
006670 HEADER-SEC       SECTION.
006680     MOVE  SPACES           TO  WS-SENTINEL.
006690     MOVE  0                TO  SN-KEY.
006700     MOVE  'HDR1'           TO  SN-ID.
006710     MOVE  WS-RUN-DATE      TO  SN-RUN-DATE.
006720     MOVE  WS-CHOSEN-COUNT  TO  SN-RECORD-COUNT.
006730     MOVE  0                TO  SN-HASH-TOTAL.
006740 HEADER-SEC-EX.
006750     EXIT.
006760/
006770 TRAILER-SEC      SECTION.
006780     MOVE  SPACES           TO  WS-SENTINEL.
006790     MOVE  :KEY-HIGH:       TO  SN-KEY.
006800     MOVE  'TRL1'           TO  SN-ID.
006810     MOVE  WS-RUN-DATE      TO  SN-RUN-DATE.
006820     MOVE  WS-STORE-COUNT   TO  SN-RECORD-COUNT.
006830     MOVE  WS-STORE-HASH    TO  SN-HASH-TOTAL.
006840 TRAILER-SEC-EX.
006850     EXIT.
006860/
006870*----------------------------------------------------------------
006880* FILEW's masking rule for REC-DATA, and FILEW's own test value
006890* for a non-blank NCH - the same scrub in every store, so the
006900* scrubbed stores still agree with each other
006910*----------------------------------------------------------------
006920 SCRUB-IMG-SEC    SECTION.
006930     INSPECT  REC-DATA  OF  WS-IMG-R  CONVERTING
006940         'ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz'
006950         TO
006960         'XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX'.
006970     IF  NCH  OF  WS-IMG-R  NOT =  SPACES
006980         MOVE  NC'ABCDE'  TO  NCH  OF  WS-IMG-R
006990     END-IF.
007000 SCRUB-IMG-SEC-EX.
007010     EXIT.
007020/
007030 TALLY-STORE-SEC  SECTION.
007040     ADD  1                     TO  WS-STORE-COUNT.
007050     ADD  NUM1  OF  WS-IMG-R    TO  WS-STORE-HASH.
007060 TALLY-STORE-SEC-EX.
007070     EXIT.
007080/
007090 NOFILE-SEC       SECTION.
007100     DISPLAY  'VSUBSET: ' WS-STORE-NAME ' SOURCE NOT AVAILABLE'.
007110     ADD  1  TO  WS-NOFILE-COUNT.
007120     MOVE  WS-STORE-NAME  TO  CS-STORE.
007130     MOVE  0              TO  CS-COUNT  CS-HASH.
007140     MOVE  'NOFILE'       TO  CS-NOTE.
007150     MOVE  CTL-STORE-FMT  TO  CTL-LINE.
007160     WRITE  CTL-LINE.
007170 NOFILE-SEC-EX.
007180     EXIT.
007190/
007200 STORE-LINE-SEC   SECTION.
007210     MOVE  WS-STORE-NAME   TO  CS-STORE.
007220     MOVE  WS-STORE-COUNT  TO  CS-COUNT.
007230     MOVE  WS-STORE-HASH   TO  CS-HASH.
007240     MOVE  SPACES          TO  CS-NOTE.
007250     MOVE  CTL-STORE-FMT   TO  CTL-LINE.
007260     WRITE  CTL-LINE.
007270     DISPLAY  'VSUBSET: ' CTL-LINE.
007280 STORE-LINE-SEC-EX.
007290     EXIT.
007300/
007310*----------------------------------------------------------------
007320* reject lines for the chosen keys, copied as they are - they
007330* carry the failing field's name and value, not REC-DATA or NCH
007340*----------------------------------------------------------------
007350 EXTRACT-REJECT-SEC SECTION.
007360     MOVE  'SUBREJ  '  TO  WS-STORE-NAME.
007370     MOVE  0    TO  WS-STORE-COUNT  WS-STORE-HASH.
007380     MOVE  'N'  TO  WS-EOF-SW.
007390     OPEN  INPUT  REJECT-FILE.
007400     IF  WS-REJECT-STATUS  NOT =  '00'
007410         PERFORM  NOFILE-SEC
007420         GO TO  EXTRACT-REJECT-SEC-EX
007430     END-IF.
007440     OPEN  OUTPUT  SUB-REJECT.
007450     PERFORM  COPY-REJECT-SEC  UNTIL  FILE-EOF.
007460     CLOSE  SUB-REJECT.
007470     CLOSE  REJECT-FILE.
007480     PERFORM  STORE-LINE-SEC.
007490 EXTRACT-REJECT-SEC-EX.
007500     EXIT.
007510/
007520 COPY-REJECT-SEC  SECTION.
007530     READ  REJECT-FILE
007540         AT END  SET  FILE-EOF  TO  TRUE
007550     END-READ.
007553     IF  NOT  FILE-EOF  AND  RJ-NUM1  IS  NUMERIC
007556         AND  RJ-NUM1-N  <  9999
007560         COMPUTE  WS-KEY-SUB  =  RJ-NUM1-N  +  1
007580         IF  KEY-CHOSEN(WS-KEY-SUB)
007590             MOVE  REJECT-REC  TO  SR-REC
007600             WRITE  SR-REC
007610             ADD  1           TO  WS-STORE-COUNT
007620             ADD  RJ-NUM1-N   TO  WS-STORE-HASH
007630         END-IF
007640     END-IF.
007650 COPY-REJECT-SEC-EX.
007660     EXIT.
007670/
007680*----------------------------------------------------------------
007690* journal entries for the chosen keys: the rolled segments in
007700* catalog order, then the live journal, both images scrubbed -
007710* JR-NUM1 and the stamps are kept so the package replays
007720*----------------------------------------------------------------
007730 EXTRACT-JOURNAL-SEC SECTION.
007740     MOVE  'SUBJRNL '  TO  WS-STORE-NAME.
007750     MOVE  0  TO  WS-STORE-COUNT  WS-STORE-HASH.
007760     OPEN  OUTPUT  SUB-JRNL.
007770     OPEN  INPUT  JRNCAT-FILE.
007780     IF  WS-JRNCAT-STATUS  NOT =  '00'
007790         SET  JCAT-EOF  TO  TRUE
007800     END-IF.
007810     PERFORM  READ-JRNCAT-SEC  UNTIL  JCAT-EOF.
007820     IF  WS-JRNCAT-STATUS  =  '00'  OR  WS-JRNCAT-STATUS  =  '10'
007830         CLOSE  JRNCAT-FILE
007840     END-IF.
007850     PERFORM  VARYING  SEG-IDX  FROM  1  BY  1
007860         UNTIL  SEG-IDX  >  WS-SEG-COUNT
007870         MOVE  WS-SEG-NAME(SEG-IDX)  TO  WS-JSEG-NAME
007880         PERFORM  COPY-ONE-SEG-SEC
007890     END-PERFORM.
007900     MOVE  'N'  TO  WS-EOF-SW.
007910     OPEN  INPUT  JRNL-FILE.
007920     IF  WS-JRNL-STATUS  =  '00'
007930         PERFORM  COPY-JRNL-SEC  UNTIL  FILE-EOF
007940         CLOSE  JRNL-FILE
007950     END-IF.
007960     CLOSE  SUB-JRNL.
007970     PERFORM  STORE-LINE-SEC.
007980 EXTRACT-JOURNAL-SEC-EX.
007990     EXIT.
008000/
008010 READ-JRNCAT-SEC  SECTION.
008020     READ  JRNCAT-FILE
008030         AT END      SET  JCAT-EOF  TO  TRUE
008040         NOT AT END
008050             IF  WS-SEG-COUNT  <  500
008060                 ADD  1  TO  WS-SEG-COUNT
008070                 SET  SEG-IDX  TO  WS-SEG-COUNT
008080                 MOVE  JC-SEG-NAME  TO  WS-SEG-NAME(SEG-IDX)
008090             END-IF
008100     END-READ.
008110 READ-JRNCAT-SEC-EX.
008120     EXIT.
008130/
008140 COPY-ONE-SEG-SEC SECTION.
008150     MOVE  'N'  TO  WS-EOF-SW.
008160     OPEN  INPUT  JSEG-IO.
008170     IF  WS-JSEG-STATUS  NOT =  '00'
008180         DISPLAY  'VSUBSET: JOURNAL SEGMENT ' WS-JSEG-NAME
008190                  ' NOT AVAILABLE, STATUS ' WS-JSEG-STATUS
008200         ADD  1  TO  WS-NOFILE-COUNT
008210         GO TO  COPY-ONE-SEG-SEC-EX
008220     END-IF.
008230     PERFORM  COPY-SEG-REC-SEC  UNTIL  FILE-EOF.
008240     CLOSE  JSEG-IO.
008250 COPY-ONE-SEG-SEC-EX.
008260     EXIT.
008270/
008280 COPY-SEG-REC-SEC SECTION.
008290     READ  JSEG-IO
008300         AT END  SET  FILE-EOF  TO  TRUE
008310     END-READ.
008315     IF  NOT  FILE-EOF  AND  JS-NUM1  <  9999
008320         COMPUTE  WS-KEY-SUB  =  JS-NUM1  +  1
008340         IF  KEY-CHOSEN(WS-KEY-SUB)
008350             MOVE  JSEG-REC  TO  SJ-REC
008360             PERFORM  SCRUB-JOURNAL-SEC
008370             ADD  JS-NUM1  TO  WS-STORE-HASH
008380         END-IF
008390     END-IF.
008400 COPY-SEG-REC-SEC-EX.
008410     EXIT.
008420/
008430 COPY-JRNL-SEC    SECTION.
008440     READ  JRNL-FILE
008450         AT END  SET  FILE-EOF  TO  TRUE
008460     END-READ.
008465     IF  NOT  FILE-EOF  AND  JR-NUM1  <  9999
008470         COMPUTE  WS-KEY-SUB  =  JR-NUM1  +  1
008490         IF  KEY-CHOSEN(WS-KEY-SUB)
008500             MOVE  JRNL-REC  TO  SJ-REC
008510             PERFORM  SCRUB-JOURNAL-SEC
008520             ADD  JR-NUM1  TO  WS-STORE-HASH
008530         END-IF
008540     END-IF.
008550 COPY-JRNL-SEC-EX.
008560     EXIT.
008570/
008580 SCRUB-JOURNAL-SEC SECTION.
008590     MOVE  SJ-BEFORE-IMAGE  TO  WS-IMG-R.
008600     PERFORM  SCRUB-IMG-SEC.
008610     MOVE  WS-IMG-R         TO  SJ-BEFORE-IMAGE.
008620     MOVE  SJ-AFTER-IMAGE   TO  WS-IMG-R.
008630     PERFORM  SCRUB-IMG-SEC.
008640     MOVE  WS-IMG-R         TO  SJ-AFTER-IMAGE.
008650     WRITE  SJ-REC.
008660     ADD  1  TO  WS-STORE-COUNT.
008670 SCRUB-JOURNAL-SEC-EX.
008680     EXIT.
008690/
008700*----------------------------------------------------------------
008710* the VONLINE annotations for the chosen keys, as they are
008720*----------------------------------------------------------------
008730 EXTRACT-NOTES-SEC SECTION.
008740     MOVE  'SUBNOTES'  TO  WS-STORE-NAME.
008750     MOVE  0    TO  WS-STORE-COUNT  WS-STORE-HASH.
008760     MOVE  'N'  TO  WS-EOF-SW.
008770     OPEN  INPUT  NOTE-FILE.
008780     IF  WS-NOTE-STATUS  NOT =  '00'
008790         PERFORM  NOFILE-SEC
008800         GO TO  EXTRACT-NOTES-SEC-EX
008810     END-IF.
008820     OPEN  OUTPUT  SUB-NOTES.
008830     PERFORM  COPY-NOTE-SEC  UNTIL  FILE-EOF.
008840     CLOSE  SUB-NOTES.
008850     CLOSE  NOTE-FILE.
008860     PERFORM  STORE-LINE-SEC.
008870 EXTRACT-NOTES-SEC-EX.
008880     EXIT.
008890/
008900 COPY-NOTE-SEC    SECTION.
008910     READ  NOTE-FILE
008920         AT END  SET  FILE-EOF  TO  TRUE
008930     END-READ.
008933     IF  NOT  FILE-EOF  AND  NT-NUM1  IS  NUMERIC
008936         AND  NT-NUM1-N  <  9999
008940         COMPUTE  WS-KEY-SUB  =  NT-NUM1-N  +  1
008960         IF  KEY-CHOSEN(WS-KEY-SUB)
008970             MOVE  NOTE-REC  TO  SN-REC
008980             WRITE  SN-REC
008990             ADD  1           TO  WS-STORE-COUNT
009000             ADD  NT-NUM1-N   TO  WS-STORE-HASH
009010         END-IF
009020     END-IF.
009030 COPY-NOTE-SEC-EX.
009040     EXIT.
