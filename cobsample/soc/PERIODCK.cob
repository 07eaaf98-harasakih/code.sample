000060* hand in a YYYYMM period and learn whether MECLOSE has closed
000070* it on the PERIODS status file. the file is loaded once on the
000080* first call; a missing file closes nothing.
000082*
000084* a caller that passes the record's date in PC-DATE is checked
000086* against the fiscal period DATECALC finds for it off the
000088* FISCAL calendar, which PC-PERIOD then carries back; a date
000090* the calendar does not cover is checked against the caller's
000092* own PC-PERIOD as before.
000096*
000100* PERIODS line layout: period(6) blank status(6) blank
000110* close date(8) blank entity(2) - only a status of CLOSED
000112* closes the period, and only for the legal entity on the line
000114* (blank, as on every line written before entities were kept,
000116* is the home entity). a caller's blank PC-ENTITY is the home
000118* entity too.
000120*----------------------------------------------------------------
000130 ENVIRONMENT      DIVISION.
000140 INPUT-OUTPUT     SECTION.
000260     03  PD-STATUS                    PIC  X(06).
000270     03  FILLER                       PIC  X(01).
000280     03  PD-CLOSE-DATE                PIC  X(08).
000282     03  FILLER                       PIC  X(01).
000284     03  PD-ENTITY                    PIC  X(02).
000290
000300 WORKING-STORAGE  SECTION.
000310*
000370*
000380*    240 periods is twenty years of month-ends
000390 01  WS-PERIOD-TABLE.
000400     03  WS-PER-ENTRY             OCCURS 240 TIMES.
000402       05  WS-PER-CLOSED          PIC  X(06).
000404       05  WS-PER-ENTITY          PIC  X(02).
000410 01  WS-PERIOD-COUNT              PIC  9(03)  COMP  VALUE  0.
000413 01  WS-PER-SUB                   PIC  9(03)  COMP.
000416 01  WS-HOME-ENTITY               PIC  X(02).
000421 01  WS-CHECK-ENTITY              PIC  X(02).
000422*
000423 01  WS-ENTCHK-PARM.
000424     COPY  entchk.
000425 01  WS-DATECALC-PARM.
000426     COPY  datecalc.
000430*
000440 LINKAGE          SECTION.
000450 01  PERIODCK-PARM.
000600         PERFORM  LOAD-PERIODS-SEC
000610     END-IF.
000620     SET  PC-OPEN  TO  TRUE.
000621     IF  PC-DATE  IS  NUMERIC  AND  PC-DATE  NOT =  ZEROS
000622         SET   DC-FISCAL-OF-DATE  TO  TRUE
000623         MOVE  PC-DATE            TO  DC-IN-DATE
000624         CALL  'DATECALC'  USING  WS-DATECALC-PARM
000625         IF  DC-OK
000626             MOVE  DC-FISCAL-PERIOD  TO  PC-PERIOD
000627         END-IF
000628     END-IF.
000629     MOVE  PC-ENTITY  TO  WS-CHECK-ENTITY.
000631     IF  WS-CHECK-ENTITY  =  SPACES  OR  LOW-VALUES
000633         MOVE  WS-HOME-ENTITY  TO  WS-CHECK-ENTITY
000635     END-IF.
000637     PERFORM  VARYING  WS-PER-SUB  FROM  1  BY  1
000640         UNTIL  WS-PER-SUB  >  WS-PERIOD-COUNT
000650         IF  WS-PER-CLOSED(WS-PER-SUB)  =  PC-PERIOD
000655             AND  WS-PER-ENTITY(WS-PER-SUB)  =  WS-CHECK-ENTITY
000660             SET  PC-CLOSED  TO  TRUE
000670         END-IF
000680     END-PERFORM.
000710     EXIT PROGRAM.
000720/
000730 LOAD-PERIODS-SEC SECTION.
000732     SET   EC-LOOKUP  TO  TRUE.
000734     MOVE  SPACES     TO  EC-ENTITY.
000736     CALL  'ENTCHK'  USING  WS-ENTCHK-PARM.
000738     MOVE  EC-HOME    TO  WS-HOME-ENTITY.
000740     OPEN  INPUT  PERIOD-FILE.
000750     IF  WS-PERIOD-STATUS  NOT =  '00'
000760         SET  PERIOD-EOF  TO  TRUE
000930                 ADD  1  TO  WS-PERIOD-COUNT
000940                 MOVE  PD-PERIOD
000950                       TO  WS-PER-CLOSED(WS-PERIOD-COUNT)
000952                 MOVE  PD-ENTITY
000954                       TO  WS-PER-ENTITY(WS-PERIOD-COUNT)
000956                 IF  PD-ENTITY  =  SPACES
000958                     MOVE  WS-HOME-ENTITY
000960                           TO  WS-PER-ENTITY(WS-PERIOD-COUNT)
000962                 END-IF
000966             END-IF
000970     END-READ.
000980 READ-PERIOD-SEC-E.
000990     EXIT.
