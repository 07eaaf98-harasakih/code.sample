000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      CHNVFY.
000030*
000040*----------------------------------------------------------------
000050* hash-chain verification job: VJOURNAL entries and OPSAUDIT
000060* lines are sealed as they are written (CHNSEAL), each carrying
000070* a sequence number and a hash over its content and the hash
000080* before it, so an entry altered, removed, duplicated or moved
000090* after the fact no longer links. this job has CHNCHK walk each
000100* chain over the live file and every rolled segment still
000110* catalogued (JRNCAT, LOGCAT) and reports what was covered and
000120* the first break found - the file, the record's place in it,
000130* the sequence number expected there and what is wrong - with
000140* when and by whom the chain was last resealed after a
000150* sanctioned rewrite (VERASE, FKRENUM).
000160*
000170* a break is logged through ERRLOG and ends the job RC 8; a
000180* chain name it does not know is RC 12.
000190*
000200* PARM:
000210*   blank                  both chains, VJOURNAL then OPSAUDIT
000220*   chain name(8)          that chain only
000230*----------------------------------------------------------------
000240 ENVIRONMENT      DIVISION.
000250
000260 DATA             DIVISION.
000270 WORKING-STORAGE  SECTION.
000280
000290 01  WS-PARM-LINE              PIC  X(08).
000300
000310 01  WS-CHAIN-TABLE.
000320     COPY  chaintb.
000330 01  WS-CT-SUB                 PIC  9(02)  COMP.
000340
000350 01  WS-REPORT-AREA.
000360   03  WS-COUNT-ED             PIC  Z(08)9.
000370   03  WS-FILES-ED             PIC  ZZZ9.
000380   03  WS-WORST-RC             PIC  9(02)  VALUE  0.
000390
000400 01  WS-CHNCHK-PARM.
000410     COPY  chnchk.
000420
000430 01  WS-ERRLOG-PARM.
000440     COPY  errlog.
000450
000460 PROCEDURE        DIVISION.
000470 MAIN-SEC         SECTION.
000480     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
000490     IF  WS-PARM-LINE  =  SPACES
000500         PERFORM  VARYING  WS-CT-SUB  FROM  1  BY  1
000510             UNTIL  WS-CT-SUB  >  2
000520             MOVE  CT-CHAIN(WS-CT-SUB)  TO  CK-CHAIN
000530             PERFORM  VERIFY-CHAIN-SEC
000540         END-PERFORM
000550     ELSE
000560         MOVE  WS-PARM-LINE  TO  CK-CHAIN
000570         PERFORM  VERIFY-CHAIN-SEC
000580     END-IF.
000590     MOVE  WS-WORST-RC  TO  RETURN-CODE.
000600     STOP RUN.
000610 MAIN-SEC-EX.
000620     EXIT.
000630/
000640*----------------------------------------------------------------
000650* one chain walked and reported
000660*----------------------------------------------------------------
000670 VERIFY-CHAIN-SEC SECTION.
000680     SET   CK-VERIFY  TO  TRUE.
000690     MOVE  'CHNVFY  '  TO  CK-HOLDER.
000700     CALL  'CHNCHK'  USING  WS-CHNCHK-PARM.
000710     IF  CK-BAD-CHAIN  OR  CK-BAD-FUNCTION
000720         DISPLAY 'CHNVFY: ' CK-CHAIN ' IS NOT A SEALED CHAIN'
000730         IF  WS-WORST-RC  <  12
000740             MOVE  12  TO  WS-WORST-RC
000750         END-IF
000760         GO TO  VERIFY-CHAIN-SEC-EX
000770     END-IF.
000780     DISPLAY 'CHNVFY: CHAIN ' CK-CHAIN.
000790     MOVE  CK-FILES      TO  WS-FILES-ED.
000800     DISPLAY 'CHNVFY:   FILES WALKED      ' WS-FILES-ED.
000810     MOVE  CK-RECORDS    TO  WS-COUNT-ED.
000820     DISPLAY 'CHNVFY:   RECORDS READ      ' WS-COUNT-ED.
000830     MOVE  CK-PRE-CHAIN  TO  WS-COUNT-ED.
000840     DISPLAY 'CHNVFY:   BEFORE THE CHAIN  ' WS-COUNT-ED.
000850     MOVE  CK-BRIDGED    TO  WS-COUNT-ED.
000860     DISPLAY 'CHNVFY:   RETIRED, BRIDGED  ' WS-COUNT-ED.
000870     MOVE  CK-HEAD-SEQ   TO  WS-COUNT-ED.
000880     DISPLAY 'CHNVFY:   CHAIN HEAD        ' WS-COUNT-ED.
000890     IF  CK-RESEAL-DATE  >  0
000900         DISPLAY 'CHNVFY:   LAST RESEALED     ' CK-RESEAL-DATE
000910                 ' BY ' CK-RESEAL-BY
000920     END-IF.
000930     IF  CK-INTACT
000940         DISPLAY 'CHNVFY:   CHAIN INTACT'
000950         GO TO  VERIFY-CHAIN-SEC-EX
000960     END-IF.
000970     DISPLAY 'CHNVFY:   *** CHAIN BROKEN: ' CK-BREAK-REASON.
000980     DISPLAY 'CHNVFY:   FILE              ' CK-BREAK-FILE.
000990     MOVE  CK-BREAK-POS  TO  WS-COUNT-ED.
001000     DISPLAY 'CHNVFY:   RECORD            ' WS-COUNT-ED.
001010     MOVE  CK-BREAK-SEQ  TO  WS-COUNT-ED.
001020     DISPLAY 'CHNVFY:   SEQUENCE EXPECTED ' WS-COUNT-ED.
001030     MOVE  'CHNVFY  '        TO  EL-PROGRAM.
001040     MOVE  'VERIFY-CHAIN'    TO  EL-SECTION.
001050     MOVE  SPACES            TO  EL-MSG.
001060     STRING  CK-CHAIN         DELIMITED BY  SPACE
001070             ' '              DELIMITED BY  SIZE
001080             CK-BREAK-REASON  DELIMITED BY  SIZE
001090         INTO  EL-MSG
001100     END-STRING.
001110     SET   EL-ERROR          TO  TRUE.
001120     MOVE  8                 TO  EL-RETURN-CODE.
001125     MOVE  'CHNVF001'        TO  EL-MSG-ID.
001130     CALL  'ERRLOG'  USING  WS-ERRLOG-PARM.
001140     IF  WS-WORST-RC  <  8
001150         MOVE  8  TO  WS-WORST-RC
001160     END-IF.
001170 VERIFY-CHAIN-SEC-EX.
001180     EXIT.
