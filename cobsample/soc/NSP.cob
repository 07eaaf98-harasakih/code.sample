000050     SELECT  CPDEF-FILE ASSIGN TO   CPDEF
000051             ORGANIZATION  IS   LINE SEQUENTIAL
000052             FILE STATUS   IS   WS-CPDEF-STATUS.
000056*
000058     COPY  keylay.
000060 DATA                   DIVISION.
000061 FILE                   SECTION.
000062 FD  SCAN-FILE.
000067*    the production file whose PIC N(05) NCH field the F-mode
000068*    scan validates slot by slot, in the FFILE copybook layout
000069 FD  F-OTFILE.
000070 01  F-OTFILE-REC                 PIC  X(:REC-LEN:).
000078*
000079*    code-page definition cards - one per supported encoding:
000080*      id(1) wide(4 hex) narrow(4 hex) leadlo(2) leadhi(2)
000092     03  CP-LEADHI-HEX                PIC  X(02).
000093     03  FILLER                       PIC  X(01).
000094     03  CP-PAD-HEX                   PIC  X(04).
000095 WORKING-STORAGE        SECTION.
000096*
000097 01  WORK-AREA-A.
000100     03  NSP            PIC  N(2) VALUE SPACE.
000110     03  ASP            PIC  X(2) VALUE SPACE.
000120*     03  ER-N-ASX       PIC  N(1) VALUE   '  '.     *> err ���p��, N���ڂ�VALUE�����
000194       88  WS-EOF                          VALUE 'Y'.
000195     03  WS-CORRECT-SW            PIC  X(01) VALUE 'N'.
000196       88  WS-CORRECT-MODE                 VALUE 'Y'.
000197     03  WS-FFILE-SW              PIC  X(01) VALUE 'N'.
000198       88  WS-FFILE-MODE                   VALUE 'Y'.
000199     03  WS-FEED-SW               PIC  X(01) VALUE 'N'.
000200       88  FEED-MODE                       VALUE 'Y'.
000201     03  WS-MIXED-SW              PIC  X(01) VALUE 'N'.
000202       88  WS-MIXED-MODE                   VALUE 'Y'.
000203*
000204 01  WS-PARM-LINE                 PIC  X(03).
000205 01  WS-COUNTERS.
000206     03  WS-SCAN-COUNT            PIC  9(07) COMP VALUE 0.
000207     03  WS-MIXED-COUNT           PIC  9(07) COMP VALUE 0.
000208    03  WS-LEN-ERR-COUNT         PIC  9(07) COMP VALUE 0.
000209    03  WS-FIXED-COUNT           PIC  9(07) COMP VALUE 0.
000210    03  WS-FREC-COUNT            PIC  9(07) COMP VALUE 0.
000211    03  WS-NCH-DAMAGED-COUNT     PIC  9(07) COMP VALUE 0.
000212    03  WS-BADLEAD-COUNT         PIC  9(07) COMP VALUE 0.
000213    03  WS-SHIFT-ERR-COUNT       PIC  9(07) COMP VALUE 0.
000214    03  WS-SHIFT-REC-COUNT       PIC  9(07) COMP VALUE 0.
000215    03  WS-RUN-CLOSED-COUNT      PIC  9(07) COMP VALUE 0.
000216 01  WS-FOTFILE-STATUS            PIC  X(02).
000217 01  WS-FOTFILE-EOF-SW            PIC  X(01) VALUE 'N'.
000218     88  FOTFILE-EOF                     VALUE 'Y'.
000219*
000220*    the F-OTFILE record is read INTO working storage, where the
000221*    FMULTRPT feed entry hands its records over too
000222 01  F-REC01.
000223     COPY  ffile.
000224 01  F-HTR-REC  REDEFINES  F-REC01.
000225     03  FHTR-KEY                     PIC  9(:KEY-LEN:).
000226     03  FHTR-ID                      PIC  X(04).
000227       88  FHTR-IS-HEADER                   VALUE 'HDR1'.
000228       88  FHTR-IS-TRAILER                  VALUE 'TRL1'.
000229     03  FILLER                       PIC  X(:TAIL-4:).
000230*
000231*    byte view of the record's NCH field - five double-byte
000232*    slots - for the slot-by-slot wide/narrow validation
000233 01  WS-NCH-HOLD.
000234     03  WS-NCH-N                 PIC  N(05).
000235 01  WS-NCH-BYTES  REDEFINES  WS-NCH-HOLD
000236                                  PIC  X(10).
000237 01  WS-NCH-SLOT-SUB              PIC  9(02) COMP.
000238 01  WS-NCH-SLOT-POS              PIC  9(02) COMP.
000239 01  WS-NCH-SLOT                  PIC  X(02).
000240 01  WS-SLOTS.
000241     03  WS-SLOT-1                PIC  X(02).
000242     03  WS-SLOT-2                PIC  X(02).
000243     03  WS-SLOT-3                PIC  X(02).
000244     03  WS-WIDE-COUNT            PIC  9(01) VALUE 0.
000245     03  WS-NARROW-COUNT          PIC  9(01) VALUE 0.
000246*
000247*    the compiled-in values are the home code page; a PARM byte 2
000248*    code-page id replaces them from the CPDEF definition file so
000249*    one compiled NSPCOMP validates partner-system encodings too
000250 01  WS-DBCS-CONST.
000251     03  WS-WIDE-SPACE            PIC  X(02) VALUE X'8140'.
000252     03  WS-NARROW-SPACE          PIC  X(02) VALUE X'2020'.
000253     03  WS-LEAD-LOW              PIC  X(01) VALUE X'81'.
000254     03  WS-LEAD-HIGH             PIC  X(01) VALUE X'9F'.
000255 01  WS-PAD-VALUE                 PIC  X(02) VALUE X'2020'.
000256 01  WS-CODEPAGE-AREA.
000257     03  WS-CODEPAGE-ID           PIC  X(01) VALUE SPACE.
000258     03  WS-CPDEF-STATUS          PIC  X(02).
000259     03  WS-CPDEF-EOF-SW          PIC  X(01) VALUE 'N'.
000260       88  CPDEF-EOF                       VALUE 'Y'.
000261     03  WS-CP-FOUND-SW           PIC  X(01) VALUE 'N'.
000262       88  CODEPAGE-FOUND                  VALUE 'Y'.
000263 01  WS-HEX-WORK.
000264     03  WS-HEX-DIGITS            PIC  X(16)
000265                                  VALUE '0123456789ABCDEF'.
000266     03  WS-HEX-PAIR              PIC  X(04).
000267     03  WS-HEX-SUB               PIC  9(02) COMP.
000268     03  WS-HEX-IDX1              PIC  9(02) COMP.
000269     03  WS-HEX-IDX2              PIC  9(02) COMP.
000270     03  WS-BIN-VAL               PIC  9(04) COMP.
000271     03  WS-BIN-R  REDEFINES  WS-BIN-VAL.
000272       05  FILLER                 PIC  X(01).
000273       05  WS-BIN-BYTE            PIC  X(01).
000274 01  WS-CP-BYTES.
000275     03  WS-CP-OUT-1              PIC  X(01).
000276     03  WS-CP-OUT-2              PIC  X(01).
000277*
000278*    M-mode work: REC-DATA is copied into WS-MIX-DATA, which is
000279*    padded so a six-byte report sample taken at any offset up to
000280*    byte 72 stays inside the area. the shift codes are the
000281*    SO/SI pair every mixed-field partner uses; the lead range and
000282*    the wide space come from the code page above.
000283 01  WS-SHIFT-CODES.
000284     03  WS-SHIFT-OUT             PIC  X(01) VALUE X'0E'.
000285     03  WS-SHIFT-IN              PIC  X(01) VALUE X'0F'.
000286 01  WS-MIX-AREA.
000287     03  WS-MIX-DATA              PIC  X(72).
000288     03  FILLER                   PIC  X(06) VALUE SPACE.
000289 01  WS-MIX-SAVE.
000290     03  WS-MIX-BEFORE            PIC  X(72).
000291     03  FILLER                   PIC  X(06) VALUE SPACE.
000292 01  WS-MIX-WORK.
000293     03  WS-MIX-POS               PIC  9(03) COMP.
000294     03  WS-MIX-RUN-START         PIC  9(03) COMP.
000295     03  WS-MIX-OFFSET            PIC  9(03) COMP.
000296     03  WS-MIX-REC-ERRS          PIC  9(03) COMP.
000297     03  WS-MIX-PAIR              PIC  X(02).
000298     03  WS-MIX-MSG               PIC  X(40).
000299     03  WS-MIX-OFFSET-ED         PIC  Z9.
000300     03  WS-MIX-RUN-SW            PIC  X(01) VALUE 'N'.
000301       88  MIX-IN-RUN                      VALUE 'Y'.
000302     03  WS-MIX-WHOLE-SW          PIC  X(01) VALUE 'N'.
000303       88  MIX-CHAR-WHOLE                  VALUE 'Y'.
000304     03  WS-MIX-LEAD-SW           PIC  X(01) VALUE 'N'.
000305       88  MIX-LEAD-REPORTED               VALUE 'Y'.
000306*    SO and SI are shown as < and > in the report samples, where
000307*    the raw codes would shift the printer
000308 01  WS-SHIFT-SHOWN               PIC  X(02) VALUE '<>'.
000309 01  WS-RECSUM-PARM.
000310     COPY  recsum.
000311 01  WS-JOBACCT-PARM.
000312     COPY  jobacct.
000313 01  WS-MSGFMT-PARM.
000314     COPY  msgfmt.
000315 01  RPT-EDIT.
000316     03  RPT-RECNO                PIC  ZZZZZZ9.
000317     03  FILLER                   PIC  X(01) VALUE SPACE.
000318     03  RPT-MSG                  PIC  X(70).
000319     03  FILLER                   PIC  X(01) VALUE SPACE.
000320     03  RPT-BEFORE               PIC  X(06).
000321     03  FILLER                   PIC  X(01) VALUE SPACE.
000322     03  RPT-AFTER                PIC  X(06).
000323/
000324 01  WS-KEYMODE-PARM.
000325     COPY  keymode.
000326*
000327 LINKAGE                SECTION.
000328 01  FEED-PARM.
000329     COPY  feedparm.
000330 01  FEED-REC                     PIC  X(:REC-LEN:).
000331 PROCEDURE              DIVISION .
000332*
000333 MAIN-SEC               SECTION.
000334*    the stores must carry the key layout this program is built
000335*    for - see KEYMODE
000336     MOVE  'NSP'       TO  KM-PROGRAM.
000337     MOVE  0           TO  KM-RUN-DATE.
000338     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
000339     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
000340     IF  KM-REFUSE
000341         MOVE  16  TO  RETURN-CODE
000342         STOP RUN
000343     END-IF.
000344     DISPLAY 'NSP' NSP.
000345     DISPLAY 'ASP' ASP.
000346*
000347     IF NSP = ALL NC'�@'  THEN
000348       DISPLAY 'ANY:NSP is ALL NC-SP'
000349     ELSE
000350       DISPLAY 'NSP not ALL NC-SP'
000351     END-IF.
000352* COMPILE-ERROR
000353*     IF NSP = '�@'  THEN
000354*       DISPLAY 'NSP is NSP'
000355*     ELSE
000360*       DISPLAY 'NSP not NSP'
000370*     END-IF.
000380
000750       DISPLAY 'ASP:N-NSP eq N-ASP'
000760     ELSE
000770       DISPLAY 'NSP:N-NSP not N-ASP'
000771     END-IF.
000772
000773     IF X-NSP = X-ASP THEN
000774       DISPLAY 'X-NSP eq X-ASP'
000775     ELSE
000776       DISPLAY 'NSP,ASP:X-NSP not X-ASP'
000777     END-IF.
000778
000779/
000780*     MOVE  X'2020'  TO  NSP.               *> compile-error
000781     MOVE  SPACE    TO  NSP.                *> compile-ok
000782*     MOVE  '  '     TO  NSP.               *> compile-error ASP,ASP
000783*     MOVE  '��'     TO  NSP.               *> compile-error 'xx'
000784     MOVE NC'��'    TO  NSP.
000785
000786     MOVE  N-ASP  TO  N-NSP.
000787     DISPLAY  'N-NSP' N-NSP
000788
000789     PERFORM  GET-PARM-SEC.
000790     EVALUATE  TRUE
000791         WHEN  WS-MIXED-MODE
000792             PERFORM  SCAN-MIXED-SEC
000793         WHEN  WS-FFILE-MODE
000794             PERFORM  SCAN-FFILE-SEC
000795         WHEN  OTHER
000796             PERFORM  SCAN-SEC
000797             PERFORM  VALIDATE-SEC
000798     END-EVALUATE.
000799     PERFORM  TERM-SEC.
000800     CONTINUE.
000801 MAIN-SEC-E.
000802     GOBACK.
000803/
000804*----------------------------------------------------------------
000805* the FMULTRPT feed entry - see feedparm.cbl. under the driver
000806* only the F-mode scan runs: the driver has made the KEYMODE
000807* check for the whole pass and hands over each F-OTFILE record,
000808* the DBCSRPT lines and the counts are the F-mode run's own.
000809* an 'M' PARM runs the REC-DATA shift-code check instead; the
000810* driver's pass is read-only, so M-mode correction is refused.
000811*----------------------------------------------------------------
000812 FEED-SEC               SECTION.
000813 ENTRY  'NSPCOFED'  USING  FEED-PARM  FEED-REC.
000814     SET   FEED-MODE  TO  TRUE.
000815     MOVE  0  TO  RETURN-CODE.
000816     EVALUATE  TRUE
000817         WHEN  FP-OPEN
000818             PERFORM  GET-PARM-SEC
000819             IF  WS-MIXED-MODE
000820                 IF  WS-CORRECT-MODE
000821                     SET   MG-DISPLAY  TO  TRUE
000822                     MOVE  'NSPCM001'  TO  MG-MSG-ID
000823                     MOVE  'FEED-SEC'  TO  MG-SECTION
000824                     SET   MG-WARNING  TO  TRUE
000825                     MOVE  'CHECK ONLY UNDER FMULTRPT - NOT FIXED'
000826                                       TO  MG-TEXT
000827                     PERFORM  ISSUE-MSG-SEC
000828                     MOVE  'N'  TO  WS-CORRECT-SW
000829                 END-IF
000830             ELSE
000831                 SET   WS-FFILE-MODE  TO  TRUE
000832             END-IF
000833             OPEN  OUTPUT  RPT-FILE
000834         WHEN  FP-RECORD
000835             MOVE  FEED-REC  TO  F-REC01
000836             IF  NOT  FHTR-IS-HEADER  AND  NOT  FHTR-IS-TRAILER
000837                 ADD  1  TO  WS-FREC-COUNT
000838                 IF  WS-MIXED-MODE
000839                     PERFORM  CHECK-SHIFT-SEC
000840                 ELSE
000841                     PERFORM  CHECK-NCH-SEC
000842                 END-IF
000843             END-IF
000844         WHEN  FP-CLOSE
000845             CLOSE  RPT-FILE
000846             PERFORM  TERM-SEC
000847     END-EVALUATE.
000848     MOVE  RETURN-CODE  TO  FP-RC.
000849     GOBACK.
000850 FEED-SEC-E.
000851     EXIT.
000852/
000853*----------------------------------------------------------------
000854* byte 1 of PARM picks the processing mode, the same PARM-driven
000855* convention fileW.cob uses for its own mask-mode switch:
000856*   'C'  correction scan of DBCSFILE (rewrite mixed fields)
000857*   'F'  production scan of F-OTFILE's NCH field by NUM1 key
000858*   'M'  shift-code scan of F-OTFILE's REC-DATA by NUM1 key;
000859*        a 'C' in byte 3 closes unterminated shifted runs
000860*   else plain report scan of DBCSFILE
000861*----------------------------------------------------------------
000862 GET-PARM-SEC           SECTION.
000863     IF  FEED-MODE
000864         MOVE  FP-PARM  TO  WS-PARM-LINE
000865     ELSE
000866         ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE
000867     END-IF.
000868     IF  WS-PARM-LINE(1:1)  =  'C'
000869         SET  WS-CORRECT-MODE  TO  TRUE
000870     END-IF.
000871     IF  WS-PARM-LINE(1:1)  =  'F'
000872         SET  WS-FFILE-MODE  TO  TRUE
000873     END-IF.
000874     IF  WS-PARM-LINE(1:1)  =  'M'
000875         SET  WS-MIXED-MODE  TO  TRUE
000876         IF  WS-PARM-LINE(3:1)  =  'C'
000877             SET  WS-CORRECT-MODE  TO  TRUE
000878         END-IF
000879     END-IF.
000880     IF  WS-PARM-LINE(2:1)  NOT =  SPACE
000881         MOVE  WS-PARM-LINE(2:1)  TO  WS-CODEPAGE-ID
000882         PERFORM  LOAD-CODEPAGE-SEC
000883     END-IF.
000884 GET-PARM-SEC-E.
000885     EXIT.
000886/
000887*----------------------------------------------------------------
000888* byte 2 of PARM selects a code page: the wide/narrow space
000889* values, the valid lead-byte range, and the pad value are
000890* loaded from the matching CPDEF definition card, replacing the
000891* compiled-in home-code-page constants. an id with no matching
000892* card (or no CPDEF file) leaves the defaults with a warning.
000893*----------------------------------------------------------------
000894 LOAD-CODEPAGE-SEC      SECTION.
000895     OPEN  INPUT  CPDEF-FILE.
000896     IF  WS-CPDEF-STATUS  NOT =  '00'
000897         SET  CPDEF-EOF  TO  TRUE
000898     END-IF.
000899     PERFORM  READ-CPDEF-SEC
000900         UNTIL  CPDEF-EOF  OR  CODEPAGE-FOUND.
000901     IF  WS-CPDEF-STATUS  =  '00'  OR  WS-CPDEF-STATUS  =  '10'
000902         CLOSE  CPDEF-FILE
000903     END-IF.
000904     IF  CODEPAGE-FOUND
000905         DISPLAY  'NSPCOMP: CODE PAGE ' WS-CODEPAGE-ID
000906                  ' LOADED FROM CPDEF'
000907     ELSE
000908         DISPLAY  'NSPCOMP: CODE PAGE ' WS-CODEPAGE-ID
000909                  ' NOT IN CPDEF - DEFAULTS KEPT'
000910     END-IF.
000911 LOAD-CODEPAGE-SEC-E.
000912     EXIT.
000913/
000914 READ-CPDEF-SEC         SECTION.
000915     READ  CPDEF-FILE
000916         AT END  SET  CPDEF-EOF  TO  TRUE
000917     END-READ.
000918     IF  NOT  CPDEF-EOF  AND  CP-ID  =  WS-CODEPAGE-ID
000919         SET  CODEPAGE-FOUND  TO  TRUE
000920         MOVE  CP-WIDE-HEX     TO  WS-HEX-PAIR
000921         PERFORM  HEX-PAIR-SEC
000922         MOVE  WS-CP-OUT-1     TO  WS-WIDE-SPACE(1:1)
000923         MOVE  WS-CP-OUT-2     TO  WS-WIDE-SPACE(2:1)
000924         MOVE  CP-NARROW-HEX   TO  WS-HEX-PAIR
000925         PERFORM  HEX-PAIR-SEC
000926         MOVE  WS-CP-OUT-1     TO  WS-NARROW-SPACE(1:1)
000927         MOVE  WS-CP-OUT-2     TO  WS-NARROW-SPACE(2:1)
000928         MOVE  CP-LEADLO-HEX   TO  WS-HEX-PAIR(1:2)
000929         PERFORM  HEX-BYTE-SEC
000930         MOVE  WS-BIN-BYTE     TO  WS-LEAD-LOW
000931         MOVE  CP-LEADHI-HEX   TO  WS-HEX-PAIR(1:2)
000932         PERFORM  HEX-BYTE-SEC
000933         MOVE  WS-BIN-BYTE     TO  WS-LEAD-HIGH
000934         MOVE  CP-PAD-HEX      TO  WS-HEX-PAIR
000935         PERFORM  HEX-PAIR-SEC
000936         MOVE  WS-CP-OUT-1     TO  WS-PAD-VALUE(1:1)
000937         MOVE  WS-CP-OUT-2     TO  WS-PAD-VALUE(2:1)
000938     END-IF.
000939 READ-CPDEF-SEC-E.
000940     EXIT.
000941/
000942*----------------------------------------------------------------
000943* HEX-PAIR-SEC converts 4 hex characters in WS-HEX-PAIR (reloaded
000944* halfway) to the two bytes WS-CP-OUT-1/2; HEX-BYTE-SEC converts
000945* the 2 hex characters in WS-HEX-PAIR(1:2) to WS-BIN-BYTE
000946*----------------------------------------------------------------
000947 HEX-PAIR-SEC           SECTION.
000948     PERFORM  HEX-BYTE-SEC.
000949     MOVE  WS-BIN-BYTE        TO  WS-CP-OUT-1.
000950     MOVE  WS-HEX-PAIR(3:2)   TO  WS-HEX-PAIR(1:2).
000951     PERFORM  HEX-BYTE-SEC.
000952     MOVE  WS-BIN-BYTE        TO  WS-CP-OUT-2.
000953 HEX-PAIR-SEC-E.
000954     EXIT.
000955/
000956 HEX-BYTE-SEC           SECTION.
000957     MOVE  1  TO  WS-HEX-IDX1  WS-HEX-IDX2.
000958     PERFORM  VARYING  WS-HEX-SUB  FROM  1  BY  1
000959         UNTIL  WS-HEX-SUB  >  16
000960         IF  WS-HEX-DIGITS(WS-HEX-SUB:1)  =  WS-HEX-PAIR(1:1)
000961             MOVE  WS-HEX-SUB  TO  WS-HEX-IDX1
000962         END-IF
000963         IF  WS-HEX-DIGITS(WS-HEX-SUB:1)  =  WS-HEX-PAIR(2:1)
000964             MOVE  WS-HEX-SUB  TO  WS-HEX-IDX2
000965         END-IF
000966     END-PERFORM.
000967     COMPUTE  WS-BIN-VAL  =
000968              ((WS-HEX-IDX1  -  1)  *  16)  +  WS-HEX-IDX2  -  1.
000969 HEX-BYTE-SEC-E.
000970     EXIT.
000978/
000979*----------------------------------------------------------------
000980* F-mode scan: walk F-OTFILE in the FFILE copybook layout and
001010     EXIT.
001011/
001012 READ-FFILE-SEC         SECTION.
001013     READ  F-OTFILE  INTO  F-REC01
001014         AT END  SET  FOTFILE-EOF  TO  TRUE
001015     END-READ.
001016 READ-FFILE-SEC-E.
001037         IF  WS-NCH-SLOT  =  WS-NARROW-SPACE
001038             ADD  1  TO  WS-NARROW-COUNT
001039         END-IF
001040*        a slot that is neither space form must open with a
001041*        lead byte the selected code page allows
001042         IF  WS-NCH-SLOT  NOT =  WS-WIDE-SPACE
001043             AND  WS-NCH-SLOT  NOT =  WS-NARROW-SPACE
001044             AND  (WS-NCH-SLOT(1:1)  <  WS-LEAD-LOW
001045                   OR  WS-NCH-SLOT(1:1)  >  WS-LEAD-HIGH)
001046             ADD  1  TO  WS-BADLEAD-COUNT
001047             MOVE  SPACE                 TO  RPT-EDIT
001048             MOVE  NUM1  OF  F-REC01     TO  RPT-RECNO
001049             MOVE  'INVALID DBCS LEAD BYTE IN NCH SLOT'
001050                                         TO  RPT-MSG
001051             MOVE  WS-NCH-SLOT           TO  RPT-BEFORE
001052             MOVE  SPACE                 TO  RPT-AFTER
001053             MOVE  RPT-EDIT              TO  RPT-REC
001054             WRITE  RPT-REC
001055         END-IF
001056     END-PERFORM.
001057     IF  WS-WIDE-COUNT  >  0  AND  WS-NARROW-COUNT  >  0
001058         ADD  1  TO  WS-NCH-DAMAGED-COUNT
001059         MOVE  SPACE                 TO  RPT-EDIT
001060         MOVE  NUM1  OF  F-REC01     TO  RPT-RECNO
001061         MOVE  'MIXED NC-SPACE/X20 IN NCH - NUM1 KEY SHOWN'
001062                                     TO  RPT-MSG
001063         MOVE  WS-NCH-BYTES(1:6)     TO  RPT-BEFORE
001064         MOVE  SPACE                 TO  RPT-AFTER
001065         MOVE  RPT-EDIT              TO  RPT-REC
001066         WRITE  RPT-REC
001067     END-IF.
001068 CHECK-NCH-SEC-E.
001069     EXIT.
001070/
001071*----------------------------------------------------------------
001072* M-mode scan: walk F-OTFILE as the F-mode scan does and check
001073* the shift codes in each detail record's REC-DATA, where some
001074* providers carry mixed single/double-byte text. HDR1/TRL1
001075* sentinel records are skipped. in correction mode the file is
001076* opened I-O and an unterminated shifted run is closed in place.
001077* only this F-OTFILE copy is rewritten - the V-OTFILE cluster
001078* copy is put right through a maintenance door, and FRECON shows
001079* the key as a REC-DATA difference until it is.
001080*----------------------------------------------------------------
001081 SCAN-MIXED-SEC         SECTION.
001082     IF  WS-CORRECT-MODE
001083         OPEN  I-O  F-OTFILE
001084     ELSE
001085         OPEN  INPUT  F-OTFILE
001086     END-IF.
001087     IF  WS-FOTFILE-STATUS  NOT =  '00'
001088         SET  FOTFILE-EOF  TO  TRUE
001089         SET   MG-DISPLAY  TO  TRUE
001090         MOVE  'NSPCM002'  TO  MG-MSG-ID
001091         MOVE  'SCAN-MIXED-SEC'  TO  MG-SECTION
001092         MOVE  WS-FOTFILE-STATUS  TO  MG-VALUE(1)
001093         SET   MG-ERROR    TO  TRUE
001094         MOVE  'NO F-OTFILE TO SCAN, STATUS &1'  TO  MG-TEXT
001095         PERFORM  ISSUE-MSG-SEC
001096     END-IF.
001097     OPEN  OUTPUT  RPT-FILE.
001098     PERFORM  READ-FFILE-SEC.
001099     PERFORM  UNTIL  FOTFILE-EOF
001100         IF  NOT  FHTR-IS-HEADER  AND  NOT  FHTR-IS-TRAILER
001101             ADD  1  TO  WS-FREC-COUNT
001102             PERFORM  CHECK-SHIFT-SEC
001103         END-IF
001104         PERFORM  READ-FFILE-SEC
001105     END-PERFORM.
001106     IF  WS-FOTFILE-STATUS  =  '00'  OR
001107         WS-FOTFILE-STATUS  =  '10'
001108         CLOSE  F-OTFILE
001109     END-IF.
001110     CLOSE  RPT-FILE.
001111 SCAN-MIXED-SEC-E.
001112     EXIT.
001113/
001114*----------------------------------------------------------------
001115* walk REC-DATA byte by byte outside a shifted run and character
001116* by character inside one. every shift-out must be balanced by a
001117* shift-in, no shift code may fall inside a double-byte character
001118* or cut one at byte 72, and each character in a run must be the
001119* wide space or open with a lead byte in the code page's range.
001120* each violation is a DBCSRPT line with the key and the offset.
001121*----------------------------------------------------------------
001122 CHECK-SHIFT-SEC        SECTION.
001123     MOVE  REC-DATA  OF  F-REC01  TO  WS-MIX-DATA.
001124     MOVE  0    TO  WS-MIX-REC-ERRS  WS-MIX-RUN-START.
001125     MOVE  'N'  TO  WS-MIX-RUN-SW.
001126     MOVE  1    TO  WS-MIX-POS.
001127     PERFORM  SHIFT-STEP-SEC
001128         UNTIL  WS-MIX-POS  >  72.
001129     IF  MIX-IN-RUN
001130         MOVE  WS-MIX-RUN-START  TO  WS-MIX-OFFSET
001131         MOVE  'SHIFTED RUN NOT CLOSED'  TO  WS-MIX-MSG
001132         PERFORM  SHIFT-ERROR-SEC
001133         IF  WS-CORRECT-MODE
001134             PERFORM  CLOSE-RUN-SEC
001135         END-IF
001136     END-IF.
001137     IF  WS-MIX-REC-ERRS  >  0
001138         ADD  1  TO  WS-SHIFT-REC-COUNT
001139     END-IF.
001140 CHECK-SHIFT-SEC-E.
001141     EXIT.
001142/
001143 SHIFT-STEP-SEC         SECTION.
001144     MOVE  WS-MIX-POS  TO  WS-MIX-OFFSET.
001145     EVALUATE  TRUE
001146         WHEN  NOT  MIX-IN-RUN
001147             IF  WS-MIX-DATA(WS-MIX-POS:1)  =  WS-SHIFT-OUT
001148                 SET  MIX-IN-RUN  TO  TRUE
001149                 MOVE  'N'  TO  WS-MIX-LEAD-SW
001150                 MOVE  WS-MIX-POS  TO  WS-MIX-RUN-START
001151             END-IF
001152             IF  WS-MIX-DATA(WS-MIX-POS:1)  =  WS-SHIFT-IN
001153                 MOVE  'SHIFT-IN WITHOUT SHIFT-OUT'
001154                                     TO  WS-MIX-MSG
001155                 PERFORM  SHIFT-ERROR-SEC
001156             END-IF
001157             ADD  1  TO  WS-MIX-POS
001158         WHEN  WS-MIX-DATA(WS-MIX-POS:1)  =  WS-SHIFT-IN
001159             MOVE  'N'  TO  WS-MIX-RUN-SW
001160             ADD  1  TO  WS-MIX-POS
001161         WHEN  WS-MIX-DATA(WS-MIX-POS:1)  =  WS-SHIFT-OUT
001162             MOVE  'SHIFT-OUT INSIDE SHIFTED RUN'  TO  WS-MIX-MSG
001163             PERFORM  SHIFT-ERROR-SEC
001164             ADD  1  TO  WS-MIX-POS
001165         WHEN  WS-MIX-POS  =  72
001166             MOVE  'DBCS CHARACTER CUT AT BYTE 72'  TO  WS-MIX-MSG
001167             PERFORM  SHIFT-ERROR-SEC
001168             ADD  1  TO  WS-MIX-POS
001169*        a shift code in the trail byte splits the character;
001170*        the code itself is taken up on the next step
001171         WHEN  WS-MIX-DATA(WS-MIX-POS + 1:1)  =  WS-SHIFT-IN
001172           OR  WS-MIX-DATA(WS-MIX-POS + 1:1)  =  WS-SHIFT-OUT
001173             MOVE  'SHIFT CODE SPLITS A DBCS CHARACTER'
001174                                     TO  WS-MIX-MSG
001175             PERFORM  SHIFT-ERROR-SEC
001176             ADD  1  TO  WS-MIX-POS
001177         WHEN  OTHER
001178             MOVE  WS-MIX-DATA(WS-MIX-POS:2)  TO  WS-MIX-PAIR
001179*            one line per run: past a missing shift-in every
001180*            single-byte pair would fail the range again
001181             IF  WS-MIX-PAIR  NOT =  WS-WIDE-SPACE
001182                 AND  (WS-MIX-PAIR(1:1)  <  WS-LEAD-LOW
001183                       OR  WS-MIX-PAIR(1:1)  >  WS-LEAD-HIGH)
001184                 AND  NOT  MIX-LEAD-REPORTED
001185                 SET  MIX-LEAD-REPORTED  TO  TRUE
001186                 MOVE  'DBCS LEAD BYTE OUT OF RANGE'
001187                                     TO  WS-MIX-MSG
001188                 PERFORM  SHIFT-ERROR-SEC
001189             END-IF
001190             ADD  2  TO  WS-MIX-POS
001191     END-EVALUATE.
001192 SHIFT-STEP-SEC-E.
001193     EXIT.
001194/
001195 SHIFT-ERROR-SEC        SECTION.
001196     ADD  1  TO  WS-SHIFT-ERR-COUNT  WS-MIX-REC-ERRS.
001197     MOVE  WS-MIX-OFFSET         TO  WS-MIX-OFFSET-ED.
001198     MOVE  SPACE                 TO  RPT-EDIT.
001199     MOVE  NUM1  OF  F-REC01     TO  RPT-RECNO.
001200     STRING  WS-MIX-MSG  DELIMITED BY  '  '
001201             ' AT REC-DATA BYTE '  DELIMITED BY  SIZE
001202             WS-MIX-OFFSET-ED  DELIMITED BY  SIZE
001203             INTO  RPT-MSG.
001204     MOVE  WS-MIX-AREA(WS-MIX-OFFSET:6)  TO  RPT-BEFORE.
001205     INSPECT  RPT-BEFORE  CONVERTING  WS-SHIFT-CODES
001206                                  TO  WS-SHIFT-SHOWN.
001207     MOVE  SPACE                 TO  RPT-AFTER.
001208     MOVE  RPT-EDIT              TO  RPT-REC.
001209     WRITE  RPT-REC.
001210 SHIFT-ERROR-SEC-E.
001211     EXIT.
001212/
001213*----------------------------------------------------------------
001214* close an unterminated run at its last whole character: whole
001215* characters are counted on from the shift-out and the shift-in
001216* is put in after them, moving the rest of the field one byte
001217* right - usually the single-byte text the missing shift-in
001218* should have introduced - so only byte 72 drops off the end. a
001219* run whose characters fill the field to byte 72 gives up its
001220* last character to make room; a shift-out in byte 72 opens
001221* nothing and is blanked. the record is resealed and rewritten,
001222* and DBCSRPT shows the bytes either side.
001223*----------------------------------------------------------------
001224 CLOSE-RUN-SEC          SECTION.
001225     MOVE  WS-MIX-DATA  TO  WS-MIX-BEFORE.
001226     COMPUTE  WS-MIX-POS  =  WS-MIX-RUN-START  +  1.
001227     SET  MIX-CHAR-WHOLE  TO  TRUE.
001228     PERFORM  WHOLE-CHAR-SEC
001229         UNTIL  NOT  MIX-CHAR-WHOLE.
001230     EVALUATE  TRUE
001231         WHEN  WS-MIX-RUN-START  =  72
001232             MOVE  72           TO  WS-MIX-OFFSET
001233             MOVE  SPACE        TO  WS-MIX-DATA(72:1)
001234         WHEN  WS-MIX-POS  >  72
001235             MOVE  71           TO  WS-MIX-OFFSET
001236             MOVE  WS-SHIFT-IN  TO  WS-MIX-DATA(71:1)
001237             MOVE  SPACE        TO  WS-MIX-DATA(72:1)
001238         WHEN  OTHER
001239             MOVE  WS-MIX-POS   TO  WS-MIX-OFFSET
001240             MOVE  WS-SHIFT-IN  TO  WS-MIX-DATA(WS-MIX-POS:1)
001241             IF  WS-MIX-POS  <  72
001242                 MOVE  WS-MIX-BEFORE(WS-MIX-POS:72 - WS-MIX-POS)
001243                       TO  WS-MIX-DATA(WS-MIX-POS + 1:)
001244             END-IF
001245     END-EVALUATE.
001246     MOVE  WS-MIX-DATA  TO  REC-DATA  OF  F-REC01.
001247     SET  RS-SET  TO  TRUE.
001248     MOVE  :LAYOUT:  TO  RS-LAYOUT.
001249     CALL  'RECSUM'  USING  WS-RECSUM-PARM  F-REC01.
001250     REWRITE  F-OTFILE-REC  FROM  F-REC01.
001251     IF  WS-FOTFILE-STATUS  NOT =  '00'
001252         SET   MG-DISPLAY  TO  TRUE
001253         MOVE  'NSPCM003'  TO  MG-MSG-ID
001254         MOVE  'CLOSE-RUN-SEC'  TO  MG-SECTION
001255         MOVE  NUM1  OF  F-REC01  TO  MG-VALUE(1)
001256         MOVE  WS-FOTFILE-STATUS  TO  MG-VALUE(2)
001257         SET   MG-ERROR    TO  TRUE
001258         MOVE  'REWRITE OF KEY &1 FAILED, STATUS &2'  TO  MG-TEXT
001259         PERFORM  ISSUE-MSG-SEC
001260     ELSE
001261         ADD  1  TO  WS-RUN-CLOSED-COUNT
001262         MOVE  WS-MIX-OFFSET         TO  WS-MIX-OFFSET-ED
001263         MOVE  SPACE                 TO  RPT-EDIT
001264         MOVE  NUM1  OF  F-REC01     TO  RPT-RECNO
001265         STRING  'SHIFTED RUN CLOSED AT REC-DATA BYTE '
001266                                     DELIMITED BY  SIZE
001267                 WS-MIX-OFFSET-ED    DELIMITED BY  SIZE
001268                 INTO  RPT-MSG
001269         MOVE  WS-MIX-SAVE(WS-MIX-OFFSET:6)  TO  RPT-BEFORE
001270         MOVE  WS-MIX-AREA(WS-MIX-OFFSET:6)  TO  RPT-AFTER
001271         INSPECT  RPT-BEFORE  CONVERTING  WS-SHIFT-CODES
001272                                      TO  WS-SHIFT-SHOWN
001273         INSPECT  RPT-AFTER   CONVERTING  WS-SHIFT-CODES
001274                                      TO  WS-SHIFT-SHOWN
001275         MOVE  RPT-EDIT              TO  RPT-REC
001276         WRITE  RPT-REC
001277     END-IF.
001278 CLOSE-RUN-SEC-E.
001279     EXIT.
001280/
001281 WHOLE-CHAR-SEC         SECTION.
001282     IF  WS-MIX-POS  >  71
001283         MOVE  'N'  TO  WS-MIX-WHOLE-SW
001284     ELSE
001285         MOVE  WS-MIX-DATA(WS-MIX-POS:2)  TO  WS-MIX-PAIR
001286         IF  WS-MIX-PAIR  =  WS-WIDE-SPACE
001287             OR  (WS-MIX-PAIR(1:1)  NOT <  WS-LEAD-LOW
001288                  AND  WS-MIX-PAIR(1:1)  NOT >  WS-LEAD-HIGH
001289                  AND  WS-MIX-PAIR(2:1)  NOT =  WS-SHIFT-IN
001290                  AND  WS-MIX-PAIR(2:1)  NOT =  WS-SHIFT-OUT)
001291             ADD  2  TO  WS-MIX-POS
001292         ELSE
001293             MOVE  'N'  TO  WS-MIX-WHOLE-SW
001294         END-IF
001295     END-IF.
001296 WHOLE-CHAR-SEC-E.
001297     EXIT.
001298/
001299*----------------------------------------------------------------
001300* batch scan: walk a production file record by record and report
001301* every occurrence of mixed NC-space / X'20' bytes in the DBCS-
001302* eligible field carried in SCAN-REC(1:6)
001303*----------------------------------------------------------------
001304 SCAN-SEC               SECTION.
001305
001306     IF  WS-CORRECT-MODE
001307         OPEN  I-O  SCAN-FILE
001308     ELSE
001309         OPEN  INPUT  SCAN-FILE
001310     END-IF.
001311     OPEN OUTPUT RPT-FILE.
001312     PERFORM  READ-SCAN-SEC.
001313     PERFORM  UNTIL  WS-EOF
001314         ADD  1  TO  WS-SCAN-COUNT
001315         PERFORM  CHECK-MIXED-SEC
001316         PERFORM  READ-SCAN-SEC
001317     END-PERFORM.
001318     CLOSE SCAN-FILE.
001319     CLOSE RPT-FILE.
001320
001321 SCAN-SEC-E.
001322     EXIT.
001323
001324 READ-SCAN-SEC          SECTION.
001325     READ  SCAN-FILE
001326         AT END  MOVE 'Y' TO WS-EOF-SW
001327     END-READ.
001328 READ-SCAN-SEC-E.
001329     EXIT.
001330/
001331*----------------------------------------------------------------
001332* a DBCS-eligible field is 3 double-byte slots (6 bytes); flag it
001333* the moment the field carries BOTH a full-width (NC) space slot
001334* and a half-width X'20' space pair in the same field - that
001335* mixture is exactly the corruption pattern this job hunts for
001336*----------------------------------------------------------------
001337 CHECK-MIXED-SEC        SECTION.
001338
001339     MOVE  SCAN-REC(1:2)  TO  WS-SLOT-1.
001340     MOVE  SCAN-REC(3:2)  TO  WS-SLOT-2.
001350     MOVE  SCAN-REC(5:2)  TO  WS-SLOT-3.
001360     MOVE  0  TO  WS-WIDE-COUNT  WS-NARROW-COUNT.
002247     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
002248     MOVE  'LENGTH DRIFT ERRS'  TO  JA-COUNT-NAME.
002249     MOVE  WS-LEN-ERR-COUNT     TO  JA-COUNT-VALUE.
002259     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
002269     MOVE  'FIELDS CORRECTED'   TO  JA-COUNT-NAME.
002279     MOVE  WS-FIXED-COUNT       TO  JA-COUNT-VALUE.
002289     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
002299     IF  WS-MIXED-MODE
002309         DISPLAY  'NSPCOMP SHIFT-CODE ERRORS    = '
002319                  WS-SHIFT-ERR-COUNT
002329         DISPLAY  'NSPCOMP RECORDS WITH ERRORS  = '
002339                  WS-SHIFT-REC-COUNT
002349         DISPLAY  'NSPCOMP SHIFTED RUNS CLOSED  = '
002359                  WS-RUN-CLOSED-COUNT
002369         MOVE  'SHIFT-CODE ERRORS'  TO  JA-COUNT-NAME
002379         MOVE  WS-SHIFT-ERR-COUNT   TO  JA-COUNT-VALUE
002389         CALL  'JOBACCT'  USING  WS-JOBACCT-PARM
002399         MOVE  'SHIFTED RUNS CLOSED' TO JA-COUNT-NAME
002409         MOVE  WS-RUN-CLOSED-COUNT  TO  JA-COUNT-VALUE
002419         CALL  'JOBACCT'  USING  WS-JOBACCT-PARM
002429*        a finding is a warning for the step, as VCLEANSE and
002439*        the other scans report theirs
002449         IF  WS-SHIFT-ERR-COUNT  >  0
002459             MOVE  4  TO  RETURN-CODE
002469         END-IF
002479     END-IF.
002489 TERM-SEC-E.
002499     EXIT.
002509/
002519 ISSUE-MSG-SEC          SECTION.
002529     MOVE  'NSPCOMP'  TO  MG-PROGRAM.
002539     CALL  'MSGFMT'  USING  WS-MSGFMT-PARM.
002549 ISSUE-MSG-SEC-E.
002559     EXIT.
