000080* shared CTLTOTS control file, which PIPECHK reconciles across
000090* the step boundaries at the end of the chain. EXTEND so the
000100* cycle's totals accumulate; the OUTPUT fallback primes the file
000110* the way ERRLOG primes its own log. each line carries the
000111* legal entity whose cycle wrote it (ENTCHK), so PIPECHK
000112* reconciles one entity's chain against itself only.
000120*----------------------------------------------------------------
000130 ENVIRONMENT      DIVISION.
000140 INPUT-OUTPUT     SECTION.
000380     03  CT-OUT-COUNT             PIC  9(07).
000390     03  FILLER                   PIC  X(01) VALUE SPACE.
000400     03  CT-OUT-HASH              PIC  9(09).
000401     03  FILLER                   PIC  X(01) VALUE SPACE.
000402     03  CT-OUT-ENTITY            PIC  X(02).
000410*
000420 01  WS-DATECALC-PARM.
000430     COPY  datecalc.
000431 01  WS-ENTCHK-PARM.
000432     COPY  entchk.
000440*
000450 LINKAGE          SECTION.
000460 01  CTLTOT-PARM.
000720     MOVE  CT-FILE        TO  CT-OUT-FILE.
000730     MOVE  CT-COUNT       TO  CT-OUT-COUNT.
000740     MOVE  CT-HASH        TO  CT-OUT-HASH.
000741     SET   EC-CYCLE-ENTITY  TO  TRUE.
000742     CALL  'ENTCHK'  USING  WS-ENTCHK-PARM.
000743     MOVE  EC-ENTITY      TO  CT-OUT-ENTITY.
000750     MOVE  CTLTOT-EDIT    TO  CTLTOT-REC.
000760     WRITE  CTLTOT-REC.
000770     CLOSE  CTLTOT-FILE.
