000001 IDENTIFICATION         DIVISION.
000002 PROGRAM-ID.            COBSUB.
000003*
000004 ENVIRONMENT            DIVISION.
000005 INPUT-OUTPUT           SECTION.
000006 FILE-CONTROL.
000007     SELECT  CTL-FILE   ASSIGN TO   SUBLIST
000008             ORGANIZATION IS  LINE SEQUENTIAL
000009             FILE STATUS  IS  FS-CTL-FILE.
000010     SELECT  LOG-FILE   ASSIGN TO   SUBLOG
000011             ORGANIZATION IS  LINE SEQUENTIAL
000012             FILE STATUS  IS  FS-LOG-FILE.
000013     SELECT  HIST-FILE  ASSIGN TO   SUBHIST
000014             ORGANIZATION IS  LINE SEQUENTIAL
000015             FILE STATUS  IS  FS-HIST-FILE.
000016     SELECT  CAPT-FILE  ASSIGN TO   SUBCAPT
000017             ORGANIZATION IS  LINE SEQUENTIAL
000018             FILE STATUS  IS  FS-CAPT-FILE.
000019     SELECT  CMPR-FILE  ASSIGN TO   SUBCMPR
000020             ORGANIZATION IS  LINE SEQUENTIAL.
000021*
000022 DATA                   DIVISION.
000023 FILE                   SECTION.
000024 FD  CTL-FILE.
000025 01  CTL-REC.
000026     03  CTL-NAME                 PIC  X(08).
000027     03  CTL-PARM                 PIC  X(10).
000028     03  CTL-LEN                  PIC  9(02).
000029*    the rest of the line is blank on an ordinary entry; an 'F'
000030*    marks a fault-injection entry, driven only by FAULT mode
000031*    (see FAULT-DRIVE-SEC) and passed over by every other mode
000032     03  CTL-FAULT-TAG            PIC  X(01).
000033       88  CTL-FAULT-ENTRY                 VALUE 'F'.
000034     03  CTL-FAULT-COND           PIC  X(08).
000035       88  FC-BAD-FUNCTION                 VALUE 'BADFUNC'.
000036       88  FC-BAD-DATA                     VALUE 'BADDATA'.
000037       88  FC-NO-FILE                      VALUE 'NOFILE'.
000038       88  FC-SHORT-AREA                   VALUE 'SHORT'.
000039     03  CTL-EXPECT-TYPE          PIC  X(01).
000040       88  EXPECT-STATUS                   VALUE 'S'.
000041       88  EXPECT-RC                       VALUE 'R'.
000042     03  CTL-EXPECT               PIC  X(04).
000043     03  CTL-EXPECT-RC  REDEFINES  CTL-EXPECT
000044                                  PIC  9(04).
000045     03  CTL-FILE-NAME            PIC  X(08).
000046     03  CTL-MORE-DATA            PIC  X(30).
000047     03  FILLER                   PIC  X(08).
000048 FD  LOG-FILE.
000049 01  LOG-REC                      PIC  X(80).
000050*
000051*    permanent per-call timing history - SUBLOG is rewritten
000052*    each run, so the elapsed times are also appended here where
000053*    SUBTREND can compare runs and catch creep
000054 FD  HIST-FILE.
000055 01  HIST-REC.
000056     03  HT-DATE                  PIC  9(08).
000057     03  FILLER                   PIC  X(01).
000058     03  HT-TIME                  PIC  9(08).
000059     03  FILLER                   PIC  X(01).
000060     03  HT-NAME                  PIC  X(08).
000061     03  FILLER                   PIC  X(01).
000062     03  HT-ELAPSED               PIC  9(08).
000063*
000064*    one captured result per SUBLIST entry - what the current
000065*    library level answered, for the candidate level to be
000066*    diffed against (see CAPTURE-SEC/COMPARE-SEC)
000067 FD  CAPT-FILE.
000068 01  CAPT-REC.
000069     03  CP-NAME                  PIC  X(08).
000070     03  FILLER                   PIC  X(01).
000071     03  CP-PRM2                  PIC  X(10).
000072     03  FILLER                   PIC  X(01).
000073     03  CP-RC                    PIC  -9999.
000074     03  FILLER                   PIC  X(01).
000075     03  CP-STATUS                PIC  -9999.
000076     03  FILLER                   PIC  X(01).
000077     03  CP-ELAPSED               PIC  9(08).
000078 FD  CMPR-FILE.
000079 01  CMPR-REC                     PIC  X(100).
000080 WORKING-STORAGE        SECTION.
000081*
000082 01  WORK-AREA-A.
000083     03  SR-NAME                  PIC  X(08).
000084     03  PROGRAM-STATUS           PIC  S9(04) COMP VALUE 0.
000085     03  FS-CTL-FILE              PIC  X(02).
000086     03  FS-LOG-FILE              PIC  X(02).
000087       88  FS-CTL-OK                       VALUE '00'.
000088       88  FS-CTL-EOF                      VALUE '10'.
000089     03  FS-HIST-FILE             PIC  X(02).
000090     03  FS-CAPT-FILE             PIC  X(02).
000091     03  WS-HIST-STAMP.
000092       05  WS-HIST-DATE           PIC  9(08).
000095       05  WS-HIST-TIME           PIC  9(08).
000096     03  WS-EOF-SW                PIC  X(01) VALUE 'N'.
000097       88  WS-EOF                          VALUE 'Y'.
000103*
000104 01  WS-TIMING.
000105     03  WS-TIME-START            PIC  9(08).
000106     03  WS-TIME-START-R  REDEFINES  WS-TIME-START.
000107       05  WS-TS-HH               PIC  9(02).
000108       05  WS-TS-MM               PIC  9(02).
000109       05  WS-TS-SS               PIC  9(02).
000110       05  WS-TS-HS               PIC  9(02).
000111     03  WS-TIME-END              PIC  9(08).
000112     03  WS-TIME-END-R    REDEFINES  WS-TIME-END.
000113       05  WS-TE-HH               PIC  9(02).
000114       05  WS-TE-MM               PIC  9(02).
000115       05  WS-TE-SS               PIC  9(02).
000116       05  WS-TE-HS               PIC  9(02).
000117     03  WS-START-HS              PIC  S9(08) COMP-5.
000118     03  WS-END-HS                PIC  S9(08) COMP-5.
000119     03  WS-ELAPSED               PIC  S9(08) COMP-5.
000120     03  WS-CALL-LEN              PIC  S9(08) COMP-5.
000121*
000122 01  WS-LOG-EDIT.
000123     03  WS-LOG-NAME              PIC  X(08).
000124     03  FILLER                   PIC  X(01) VALUE SPACE.
000125     03  WS-LOG-LEN               PIC  ZZZ9.
000126     03  FILLER                   PIC  X(01) VALUE SPACE.
000127     03  WS-LOG-PRM1              PIC  -9999999.
000128     03  FILLER                   PIC  X(01) VALUE SPACE.
000129     03  WS-LOG-PRM2              PIC  X(10).
000130     03  FILLER                   PIC  X(01) VALUE SPACE.
000131     03  WS-LOG-RC                PIC  -9999.
000132     03  FILLER                   PIC  X(01) VALUE SPACE.
000133     03  WS-LOG-ELAPSED           PIC  ZZZ9.
000134     03  FILLER                   PIC  X(01) VALUE SPACE.
000135     03  WS-LOG-STATUS            PIC  X(09).
000136*
000137 01  WS-EL-MSG-EDIT.
000138     03  WS-EL-MSG-NAME           PIC  X(08).
000139     03  FILLER                   PIC  X(01) VALUE SPACE.
000140     03  FILLER                   PIC  X(03) VALUE 'P1='.
000141     03  WS-EL-MSG-PRM1           PIC -9999999.
000142     03  FILLER                   PIC  X(01) VALUE SPACE.
000143     03  FILLER                   PIC  X(03) VALUE 'P2='.
000144     03  WS-EL-MSG-PRM2           PIC  X(10).
000145*
000146 01  WS-TABLE-MODE-KEY            PIC  X(08) VALUE 'TABLE'.
000147 01  WS-CAPTURE-MODE-KEY          PIC  X(08) VALUE 'CAPTURE'.
000148 01  WS-COMPARE-MODE-KEY          PIC  X(08) VALUE 'COMPARE'.
000149 01  WS-FAULT-MODE-KEY            PIC  X(08) VALUE 'FAULT'.
000150*
000151*----------------------------------------------------------------
000152* FAULT mode: the parameter area handed to the callable under
000153* test, with each library member's own view laid over it so its
000154* status byte can be read back. the area is well past the
000155* largest member's, so a SHORT case poisons the bytes a short
000156* caller would have left unset instead of running off the end
000157*----------------------------------------------------------------
000158 01  WS-FAULT-AREA                PIC  X(200).
000159 01  FLT-PACKGRD  REDEFINES  WS-FAULT-AREA.
000160     03  FP-OPERATION             PIC  X(01).
000161     03  FP-OPERAND-1             PIC  S9(05) COMP-3.
000162     03  FP-OPERAND-2             PIC  S9(05) COMP-3.
000163     03  FP-RESULT                PIC  S9(05) COMP-3.
000164     03  FP-STATUS                PIC  X(01).
000165 01  FLT-FLDEDIT  REDEFINES  WS-FAULT-AREA.
000166     COPY  fldedit.
000167 01  FLT-GRPEDIT  REDEFINES  WS-FAULT-AREA.
000168     COPY  grpedit.
000169 01  FLT-DATECALC  REDEFINES  WS-FAULT-AREA.
000170     COPY  datecalc.
000171 01  FLT-PERIODCK  REDEFINES  WS-FAULT-AREA.
000172     COPY  periodck.
000173 01  FLT-RETPOL  REDEFINES  WS-FAULT-AREA.
000174     COPY  retpol.
000175 01  FLT-RECCHK  REDEFINES  WS-FAULT-AREA.
000176     COPY  reccheck.
000177*
000178 01  WS-FAULT-WORK.
000179     03  WS-FAULT-INPUT.
000180       05  WS-FI-PARM             PIC  X(10).
000181       05  WS-FI-MORE             PIC  X(30).
000182     03  WS-AREA-LEN              PIC  9(03) COMP.
000183     03  WS-PASS-LEN              PIC  9(03) COMP.
000184     03  WS-INPUT-LEN             PIC  9(03) COMP.
000185     03  WS-GOT-STATUS            PIC  X(01).
000186     03  WS-OK-STATUS             PIC  X(01).
000187     03  WS-GOT-RC                PIC  S9(04) COMP.
000188     03  WS-PROFILE-SW            PIC  X(01).
000189       88  FAULT-PROFILED                  VALUE 'Y'.
000190     03  WS-CALLED-SW             PIC  X(01).
000191       88  FAULT-CALLED                    VALUE 'Y'.
000192     03  WS-DD-NAME               PIC  X(11).
000193     03  WS-DD-SAVED              PIC  X(80).
000194 01  WS-FAULT-COUNT               PIC  9(05) COMP VALUE 0.
000195 01  WS-FAULT-FAILED              PIC  9(05) COMP VALUE 0.
000196*
000197 01  WS-FAULT-EDIT.
000198     03  FILLER                   PIC  X(06) VALUE 'FAULT '.
000199     03  WS-FL-NAME               PIC  X(08).
000200     03  FILLER                   PIC  X(01) VALUE SPACE.
000201     03  WS-FL-COND               PIC  X(08).
000202     03  FILLER                   PIC  X(01) VALUE SPACE.
000203     03  WS-FL-EXPECT-TYPE        PIC  X(01).
000204     03  WS-FL-EXPECT             PIC  X(04).
000205     03  FILLER                   PIC  X(01) VALUE SPACE.
000206     03  WS-FL-GOT                PIC  X(05).
000207     03  FILLER                   PIC  X(01) VALUE SPACE.
000208     03  WS-FL-VERDICT            PIC  X(06).
000209     03  FILLER                   PIC  X(01) VALUE SPACE.
000210     03  WS-FL-REASON             PIC  X(28).
000211 01  WS-FL-RC-EDIT                PIC  -9999.
000212 01  WS-FAULT-TOTAL-EDIT.
000213     03  FILLER                   PIC  X(12) VALUE 'FAULT CASES '.
000214     03  WS-FT-CASES              PIC  ZZZZ9.
000215     03  FILLER                   PIC  X(08) VALUE ' FAILED '.
000216     03  WS-FT-FAILED             PIC  ZZZZ9.
000217*
000218*----------------------------------------------------------------
000219* the captured current-library results, loaded for COMPARE mode;
000220* the SUBTREND table sizing (50 covers the SUBLIST library)
000221*----------------------------------------------------------------
000222 01  WS-CAPT-TABLE.
000223     03  WS-CAPT-ENTRY  OCCURS 50 TIMES  INDEXED BY CAP-IDX.
000224       05  WS-CAP-NAME            PIC  X(08).
000225       05  WS-CAP-PRM2            PIC  X(10).
000226       05  WS-CAP-RC              PIC  S9(04).
000227       05  WS-CAP-STATUS          PIC  S9(04).
000228       05  WS-CAP-ELAPSED         PIC  9(08).
000229 01  WS-CAPT-COUNT                PIC  9(03) COMP VALUE 0.
000230 01  WS-CAPT-EOF-SW               PIC  X(01) VALUE 'N'.
000231     88  CAPT-EOF                        VALUE 'Y'.
000232 01  WS-CAP-FOUND-SW              PIC  X(01).
000233     88  CAP-FOUND                       VALUE 'Y'.
000234 01  WS-DIFF-COUNT                PIC  9(05) COMP VALUE 0.
000235*
000236 01  WS-CMPR-EDIT.
000237     03  WS-CM-NAME               PIC  X(08).
000238     03  FILLER                   PIC  X(01) VALUE SPACE.
000239     03  WS-CM-VERDICT            PIC  X(04).
000240     03  FILLER                   PIC  X(01) VALUE SPACE.
000241     03  WS-CM-WHAT               PIC  X(24).
000242     03  FILLER                   PIC  X(01) VALUE SPACE.
000243     03  WS-CM-OLD-ELAPSED        PIC  ZZZZZZZ9.
000244     03  FILLER                   PIC  X(01) VALUE SPACE.
000245     03  WS-CM-NEW-ELAPSED        PIC  ZZZZZZZ9.
000246*
000247*    the standard library identity handshake - the reserved
000248*    length/parameter pair each callable answers with its
000249*    program-id and version (see versid.cbl), logged per entry
000250 01  WS-IDENT-EDIT.
000251     03  FILLER                   PIC  X(06) VALUE 'IDENT '.
000252     03  WS-IDENT-NAME            PIC  X(08).
000253     03  FILLER                   PIC  X(01) VALUE SPACE.
000254     03  WS-IDENT-REPLY           PIC  X(10).
000255*
000256 01  WS-ERRLOG-PARM.
000257     COPY  errlog.
000258*
000259 01  WS-JOBACCT-PARM.
000260     COPY  jobacct.
000261*
000262 01  WS-CALL-COUNT                PIC  9(07)  COMP  VALUE  0.
000263 01  WS-RUN-RC                    PIC  S9(04) COMP  VALUE  0.
000264*
000265 LINKAGE                SECTION.
000266 01  INPARM.
000267     03  EXEC-L                   PIC  S9(04)  COMP-5.
000268     03  EXEC-PARM                PIC  X(10).
000269
000270 PROCEDURE              DIVISION
000271                        WITH      C LINKAGE
000272                        USING     INPARM.
000273/
000274*
000275*
000276 MAIN-SEC               SECTION.
000277     MOVE               0        TO        PROGRAM-STATUS.
000278
000279     DISPLAY 'THIS IS COBSUB WITH PARM ' EXEC-L.
000280     DISPLAY '               VALUE  IS ' EXEC-PARM.
000281
000282     OPEN OUTPUT LOG-FILE.
000283
000284     EVALUATE  TRUE
000285         WHEN  EXEC-PARM(1:8)  =  WS-TABLE-MODE-KEY
000286             PERFORM  TABLE-DRIVE-SEC
000287         WHEN  EXEC-PARM(1:8)  =  WS-CAPTURE-MODE-KEY
000288             PERFORM  CAPTURE-SEC
000289         WHEN  EXEC-PARM(1:8)  =  WS-COMPARE-MODE-KEY
000290             PERFORM  COMPARE-SEC
000291         WHEN  EXEC-PARM(1:8)  =  WS-FAULT-MODE-KEY
000292             PERFORM  FAULT-DRIVE-SEC
000293         WHEN  OTHER
000294             MOVE  EXEC-L         TO  PRM1  WS-CALL-LEN
000295             MOVE  EXEC-PARM      TO  PRM2
000296             MOVE  SPACE          TO  SR-NAME
000297             MOVE  EXEC-PARM(1:EXEC-L)  TO  SR-NAME
000298             PERFORM  CALL-ONE-SEC
000299     END-EVALUATE.
000300
000301     CLOSE LOG-FILE.
000302*
000303     MOVE  'COBSUB'          TO  JA-PROGRAM.
000304     MOVE  'CALLS ISSUED'    TO  JA-COUNT-NAME.
000305     MOVE  WS-CALL-COUNT     TO  JA-COUNT-VALUE.
000306*        the accounting call answers its own return code - the
000307*        run's verdict is put back once it has been counted
000308     MOVE  RETURN-CODE       TO  WS-RUN-RC.
000309     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
000310     MOVE  WS-RUN-RC         TO  RETURN-CODE.
000311*
000312     GOBACK.
000313 MAIN-SEC-E.
000320     EXIT PROGRAM.
000330/
000340*----------------------------------------------------------------
000540     EXIT.
000550
000560 READ-CTL-SEC           SECTION.
000565 READ-CTL-NEXT.
000570     READ  CTL-FILE
000580         AT END  MOVE 'Y' TO WS-EOF-SW
000590     END-READ.
000591     IF  NOT  WS-EOF  AND  CTL-FAULT-ENTRY
000592         GO  TO  READ-CTL-NEXT
000593     END-IF.
000600 READ-CTL-SEC-E.
000610     EXIT.
000612/
000641 INVENTORY-SEC-E.
000642     EXIT.
000643/
000645*----------------------------------------------------------------
000647* one dynamic CALL, guarded so a missing/unloadable subprogram
000650* is logged and turned into a return code instead of an abend,
000660* timed end to end, with the subprogram's own PRM-RC propagated
000670* up to the job step's RETURN-CODE
000750         ON EXCEPTION
000760             DISPLAY 'COBSUB: UNABLE TO CALL ' SR-NAME
000770             DISPLAY 'COBSUB: PRM1=' PRM1 ' PRM2=' PRM2
000771             MOVE  16     TO  PRM-RC
000772             MOVE  'COBSUB'       TO  EL-PROGRAM
000773             MOVE  'CALL-ONE-SEC' TO  EL-SECTION
000774             MOVE  SR-NAME        TO  WS-EL-MSG-NAME
000775             MOVE  PRM1           TO  WS-EL-MSG-PRM1
000776             MOVE  PRM2           TO  WS-EL-MSG-PRM2
000783             MOVE  WS-EL-MSG-EDIT TO  EL-MSG
000784             SET   EL-ERROR       TO  TRUE
000785             MOVE  16             TO  EL-RETURN-CODE
000786             MOVE  'COBSB001'     TO  EL-MSG-ID
000788             CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
000790         NOT ON EXCEPTION
000800             DISPLAY 'CSUB ' PRM1
000810             DISPLAY 'CSUB ' PRM2
000842*        of a second before subtracting so a call that crosses
000843*        a minute/hour/midnight boundary still times right
000844     COMPUTE  WS-START-HS  =
000845         ((WS-TS-HH  *  60  +  WS-TS-MM)  *  60  +
000846          WS-TS-SS)  *  100  +  WS-TS-HS.
000847     COMPUTE  WS-END-HS    =
000848         ((WS-TE-HH  *  60  +  WS-TE-MM)  *  60  +
000849          WS-TE-SS)  *  100  +  WS-TE-HS.
000850     COMPUTE  WS-ELAPSED  =  WS-END-HS  -  WS-START-HS.
000851     IF  WS-ELAPSED  <  0
000852         ADD  8640000  TO  WS-ELAPSED
001238 JUDGE-ENTRY-SEC-E.
001239     EXIT.
001240/
001241*----------------------------------------------------------------
001242* fault-injection run over the library: the regression above
001243* proves each member answers right on good input; FAULT mode
001244* proves it answers sensibly on bad. each SUBLIST fault entry
001245* ('F' in column 21) describes one bad condition and the outcome
001246* the member owes it:
001247*   1-8    the member      9-18  the input, laid over the front
001248*   19-20  bytes passed (SHORT only)   of its parameter area and
001249*   22-29  the condition:              continued from 44-73
001250*          BADFUNC  an invalid function code in the input
001251*          BADDATA  non-numeric or out-of-shape operands
001252*          NOFILE   the backing file named in 36-43 (HOLIDAYS,
001253*                   GRPMAST, PERIODS, RETPOL) made missing for
001254*                   the call
001255*          SHORT    only the first 19-20 bytes of the area are
001256*                   the caller's; the rest is garbage
001257*   30     'S' the member's status byte must come back as the
001258*          byte in 31, 'R' its return code as 31-34
001259* the member is CANCELled ahead of each case, so a once-loaded
001260* backing file is really read again. before each call a CALLED
001261* line goes to SUBLOG, so a member that abends leaves its case
001262* as the log's last line; after the call the verdict follows. a
001263* member answering its OK status to a case expecting otherwise
001264* is a FAIL, as is one not found. RC 8 when any case failed.
001265*----------------------------------------------------------------
001266 FAULT-DRIVE-SEC        SECTION.
001267     OPEN INPUT CTL-FILE.
001268     PERFORM  READ-FAULT-SEC.
001269     PERFORM  FAULT-CASE-SEC  UNTIL  WS-EOF.
001270     CLOSE CTL-FILE.
001271     MOVE  WS-FAULT-COUNT   TO  WS-FT-CASES.
001272     MOVE  WS-FAULT-FAILED  TO  WS-FT-FAILED.
001273     MOVE  SPACES               TO  LOG-REC.
001274     MOVE  WS-FAULT-TOTAL-EDIT  TO  LOG-REC.
001275     WRITE  LOG-REC.
001276     DISPLAY 'COBSUB: FAULT CASES ' WS-FAULT-COUNT
001277             ' FAILED ' WS-FAULT-FAILED.
001278     IF  WS-FAULT-FAILED  >  0
001279         MOVE  8  TO  RETURN-CODE
001280     ELSE
001281         MOVE  0  TO  RETURN-CODE
001282     END-IF.
001283 FAULT-DRIVE-SEC-E.
001284     EXIT.
001285/
001286 READ-FAULT-SEC         SECTION.
001287 READ-FAULT-NEXT.
001288     READ  CTL-FILE
001289         AT END  MOVE 'Y' TO WS-EOF-SW
001290     END-READ.
001291     IF  NOT  WS-EOF  AND  NOT  CTL-FAULT-ENTRY
001292         GO  TO  READ-FAULT-NEXT
001293     END-IF.
001294 READ-FAULT-SEC-E.
001295     EXIT.
001296/
001297 FAULT-CASE-SEC         SECTION.
001298     ADD   1  TO  WS-FAULT-COUNT.
001299     ADD   1  TO  WS-CALL-COUNT.
001300     MOVE  SPACE           TO  SR-NAME.
001301     MOVE  CTL-NAME        TO  SR-NAME.
001302     MOVE  SPACES          TO  WS-FAULT-EDIT.
001303     MOVE  'FAULT '        TO  WS-FAULT-EDIT(1:6).
001304     MOVE  SR-NAME         TO  WS-FL-NAME.
001305     MOVE  CTL-FAULT-COND  TO  WS-FL-COND.
001306     MOVE  CTL-EXPECT-TYPE TO  WS-FL-EXPECT-TYPE.
001307     MOVE  CTL-EXPECT      TO  WS-FL-EXPECT.
001309     PERFORM  FAULT-PROFILE-SEC.
001310     IF  NOT  FAULT-PROFILED
001311         MOVE  'FAIL'              TO  WS-FL-VERDICT
001312         MOVE  'NO FAULT PROFILE FOR MEMBER'  TO  WS-FL-REASON
001313         GO  TO  FAULT-CASE-LOG
001314     END-IF.
001315     PERFORM  BUILD-FAULT-AREA-SEC.
001316     IF  FC-NO-FILE
001317         PERFORM  HIDE-FILE-SEC
001318     END-IF.
001319     CANCEL  SR-NAME.
001320     MOVE  'CALLED'        TO  WS-FL-VERDICT.
001321     MOVE  WS-FAULT-EDIT   TO  LOG-REC.
001322     WRITE  LOG-REC.
001323     MOVE  0  TO  RETURN-CODE.
001324     SET   FAULT-CALLED  TO  TRUE.
001325     CALL  SR-NAME  USING  WS-FAULT-AREA
001326         ON EXCEPTION
001327             DISPLAY 'COBSUB: UNABLE TO CALL ' SR-NAME
001328             MOVE  'N'  TO  WS-CALLED-SW
001329     END-CALL.
001330     MOVE  RETURN-CODE  TO  WS-GOT-RC.
001331     MOVE  0            TO  RETURN-CODE.
001332     IF  FC-NO-FILE
001333         PERFORM  RESTORE-FILE-SEC
001334         CANCEL  SR-NAME
001335     END-IF.
001336     PERFORM  JUDGE-FAULT-SEC.
001337 FAULT-CASE-LOG.
001338     IF  WS-FL-VERDICT  NOT =  'PASS'
001339         ADD  1  TO  WS-FAULT-FAILED
001340     END-IF.
001341     MOVE  WS-FAULT-EDIT  TO  LOG-REC.
001342     WRITE  LOG-REC.
001343     PERFORM  READ-FAULT-SEC.
001344 FAULT-CASE-SEC-E.
001345     EXIT.
001346/
001347*----------------------------------------------------------------
001348* the members FAULT mode knows: each one's parameter-area length
001349* and the status byte it answers OK with
001350*----------------------------------------------------------------
001351 FAULT-PROFILE-SEC      SECTION.
001352     MOVE  'Y'  TO  WS-PROFILE-SW.
001353     EVALUATE  SR-NAME
001354         WHEN  'PACKGRD'
001355             MOVE  LENGTH OF FLT-PACKGRD   TO  WS-AREA-LEN
001356             MOVE  '0'                     TO  WS-OK-STATUS
001357         WHEN  'FLDEDIT'
001358             MOVE  LENGTH OF FLT-FLDEDIT   TO  WS-AREA-LEN
001359             MOVE  '0'                     TO  WS-OK-STATUS
001360         WHEN  'GRPEDIT'
001361             MOVE  LENGTH OF FLT-GRPEDIT   TO  WS-AREA-LEN
001362             MOVE  '0'                     TO  WS-OK-STATUS
001363         WHEN  'DATECALC'
001364             MOVE  LENGTH OF FLT-DATECALC  TO  WS-AREA-LEN
001365             MOVE  '0'                     TO  WS-OK-STATUS
001366         WHEN  'PERIODCK'
001367             MOVE  LENGTH OF FLT-PERIODCK  TO  WS-AREA-LEN
001368             MOVE  '0'                     TO  WS-OK-STATUS
001369         WHEN  'RETPOL'
001370             MOVE  LENGTH OF FLT-RETPOL    TO  WS-AREA-LEN
001371             MOVE  '0'                     TO  WS-OK-STATUS
001372         WHEN  'RECCHK'
001373             MOVE  LENGTH OF FLT-RECCHK    TO  WS-AREA-LEN
001374             MOVE  'M'                     TO  WS-OK-STATUS
001375         WHEN  OTHER
001376             MOVE  'N'  TO  WS-PROFILE-SW
001377     END-EVALUATE.
001378 FAULT-PROFILE-SEC-E.
001379     EXIT.
001380/
001381*----------------------------------------------------------------
001382* the area as the faulty caller would hand it over: spaces to
001383* the member's length with the entry's input over the front, and
001384* HIGH-VALUES past whatever the caller actually owns
001385*----------------------------------------------------------------
001386 BUILD-FAULT-AREA-SEC   SECTION.
001387     MOVE  CTL-PARM       TO  WS-FI-PARM.
001388     MOVE  CTL-MORE-DATA  TO  WS-FI-MORE.
001389     MOVE  WS-AREA-LEN    TO  WS-PASS-LEN.
001390     IF  FC-SHORT-AREA  AND  CTL-LEN  IS  NUMERIC
001391         AND  CTL-LEN  <  WS-AREA-LEN
001392         MOVE  CTL-LEN  TO  WS-PASS-LEN
001393     END-IF.
001394     MOVE  HIGH-VALUES  TO  WS-FAULT-AREA.
001395     IF  WS-PASS-LEN  >  0
001396         MOVE  SPACES  TO  WS-FAULT-AREA(1:WS-PASS-LEN)
001397         IF  WS-PASS-LEN  <  LENGTH OF WS-FAULT-INPUT
001398             MOVE  WS-PASS-LEN  TO  WS-INPUT-LEN
001399         ELSE
001400             MOVE  LENGTH OF WS-FAULT-INPUT  TO  WS-INPUT-LEN
001401         END-IF
001402         MOVE  WS-FAULT-INPUT(1:WS-INPUT-LEN)
001403           TO  WS-FAULT-AREA(1:WS-INPUT-LEN)
001404     END-IF.
001405 BUILD-FAULT-AREA-SEC-E.
001406     EXIT.
001407/
001408*----------------------------------------------------------------
001409* NOFILE: the member's backing file is pointed, through its DD_
001410* name, at a dataset that does not exist for the one call, and
001411* put back as it was afterwards
001412*----------------------------------------------------------------
001413 HIDE-FILE-SEC          SECTION.
001414     MOVE  SPACES  TO  WS-DD-NAME.
001415     STRING  'DD_'          DELIMITED BY SIZE
001416             CTL-FILE-NAME  DELIMITED BY SPACE
001417         INTO  WS-DD-NAME
001418     END-STRING.
001419     ACCEPT  WS-DD-SAVED  FROM  ENVIRONMENT  WS-DD-NAME.
001420     DISPLAY  WS-DD-NAME           UPON  ENVIRONMENT-NAME.
001421     DISPLAY  'COBSUB.NOFILE.DSN'  UPON  ENVIRONMENT-VALUE.
001422 HIDE-FILE-SEC-E.
001423     EXIT.
001424/
001425 RESTORE-FILE-SEC       SECTION.
001426     DISPLAY  WS-DD-NAME  UPON  ENVIRONMENT-NAME.
001427     IF  WS-DD-SAVED  =  SPACES
001428         DISPLAY  ' '          UPON  ENVIRONMENT-VALUE
001429     ELSE
001430         DISPLAY  WS-DD-SAVED  UPON  ENVIRONMENT-VALUE
001431     END-IF.
001432 RESTORE-FILE-SEC-E.
001433     EXIT.
001434/
001435*----------------------------------------------------------------
001436* the verdict: the member's answer against the outcome the entry
001437* says it owes. an OK status where a refusal was owed is the
001438* member accepting garbage
001439*----------------------------------------------------------------
001440 JUDGE-FAULT-SEC        SECTION.
001441     MOVE  'FAIL'  TO  WS-FL-VERDICT.
001442     IF  NOT  FAULT-CALLED
001443         MOVE  'NONE'       TO  WS-FL-GOT
001444         MOVE  'MEMBER COULD NOT BE CALLED'  TO  WS-FL-REASON
001445         GO  TO  JUDGE-FAULT-SEC-E
001446     END-IF.
001447     EVALUATE  SR-NAME
001448         WHEN  'PACKGRD'   MOVE  FP-STATUS     TO  WS-GOT-STATUS
001449         WHEN  'FLDEDIT'   MOVE  FE-STATUS     TO  WS-GOT-STATUS
001450         WHEN  'GRPEDIT'   MOVE  GE-STATUS     TO  WS-GOT-STATUS
001451         WHEN  'DATECALC'  MOVE  DC-STATUS     TO  WS-GOT-STATUS
001452         WHEN  'PERIODCK'  MOVE  PC-STATUS     TO  WS-GOT-STATUS
001453         WHEN  'RETPOL'    MOVE  RP-STATUS     TO  WS-GOT-STATUS
001454         WHEN  'RECCHK'    MOVE  RC-RESULT-SW  TO  WS-GOT-STATUS
001455     END-EVALUATE.
001456     EVALUATE  TRUE
001457         WHEN  EXPECT-STATUS
001458             MOVE  WS-GOT-STATUS  TO  WS-FL-GOT
001459             IF  WS-GOT-STATUS  =  CTL-EXPECT(1:1)
001460                 MOVE  'PASS'  TO  WS-FL-VERDICT
001461             ELSE
001462                 IF  WS-GOT-STATUS  =  WS-OK-STATUS
001463                     MOVE  'ANSWERED OK TO BAD INPUT'
001464                       TO  WS-FL-REASON
001465                 ELSE
001466                     MOVE  'STATUS NOT AS EXPECTED'
001467                       TO  WS-FL-REASON
001468                 END-IF
001469             END-IF
001470         WHEN  EXPECT-RC  AND  CTL-EXPECT-RC  IS  NUMERIC
001471             MOVE  WS-GOT-RC      TO  WS-FL-RC-EDIT
001472             MOVE  WS-FL-RC-EDIT  TO  WS-FL-GOT
001473             IF  WS-GOT-RC  =  CTL-EXPECT-RC
001474                 MOVE  'PASS'  TO  WS-FL-VERDICT
001475             ELSE
001476                 MOVE  'RETURN CODE NOT AS EXPECTED'
001477                   TO  WS-FL-REASON
001478             END-IF
001479         WHEN  OTHER
001480             MOVE  'NO EXPECTED OUTCOME ON ENTRY'
001490               TO  WS-FL-REASON
001500     END-EVALUATE.
001510 JUDGE-FAULT-SEC-E.
001520     EXIT.
001530/
001540 WRITE-HIST-SEC         SECTION.
001550     OPEN  EXTEND  HIST-FILE.
001560     IF  FS-HIST-FILE  NOT =  '00'
001570         OPEN  OUTPUT  HIST-FILE
001580     END-IF.
001590     ACCEPT  WS-HIST-DATE  FROM  DATE  YYYYMMDD.
001600     ACCEPT  WS-HIST-TIME  FROM  TIME.
001610     MOVE  SPACES        TO  HIST-REC.
001620     MOVE  WS-HIST-DATE  TO  HT-DATE.
001630     MOVE  WS-HIST-TIME  TO  HT-TIME.
001640     MOVE  SR-NAME       TO  HT-NAME.
001650     MOVE  WS-ELAPSED    TO  HT-ELAPSED.
001660     WRITE  HIST-REC.
001670     CLOSE  HIST-FILE.
001680 WRITE-HIST-SEC-E.
001690     EXIT.
