      * previous business day) comes from one holiday-aware calendar
      * instead of each program stamping the raw machine date, which
      * is wrong on weekends, holidays, and after a midnight overrun
      *
      * the fiscal functions answer from the FISCAL calendar file:
      * 'F' gives the fiscal period DC-IN-DATE falls in, 'I' the
      * dates of the period named in DC-FISCAL-PERIOD. both return
      * the period's start and end and, as DC-OUT-DATE, its closing
      * day - the last business day of the period. 'F' also says
      * whether DC-IN-DATE is a fiscal period end, i.e. on or after
      * that closing day.
      *
           07  DATECALC-CPY.
             09  DC-FUNCTION                  PIC  X(01).
               88  DC-CYCLE-DATE                    VALUE 'C'.
               88  DC-NEXT-BUSINESS                 VALUE 'N'.
               88  DC-PREV-BUSINESS                 VALUE 'P'.
               88  DC-FISCAL-OF-DATE                VALUE 'F'.
               88  DC-FISCAL-BY-ID                  VALUE 'I'.
             09  DC-IN-DATE                   PIC  9(08).
             09  DC-OUT-DATE                  PIC  9(08).
             09  DC-MONTH-END-SW              PIC  X(01).
               88  DC-IS-MONTH-END                  VALUE 'Y'.
             09  DC-STATUS                    PIC  X(01).
               88  DC-OK                            VALUE '0'.
               88  DC-NO-FISCAL                     VALUE '2'.
               88  DC-BAD-FUNCTION                  VALUE '9'.
             09  DC-FISCAL-PERIOD             PIC  X(06).
             09  DC-FISCAL-START              PIC  9(08).
             09  DC-FISCAL-END                PIC  9(08).
             09  DC-FISCAL-END-SW             PIC  X(01).
               88  DC-IS-FISCAL-END                 VALUE 'Y'.
