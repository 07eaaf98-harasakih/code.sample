      * FISCAL.CBL
      *
      * shared record format for the FISCAL calendar control file -
      * one line per fiscal period, in period order, as finance lays
      * out its 4-4-5 year:
      *   period id  YYYYPP - the fiscal year and its period 01-12
      *   start      YYYYMMDD - the period's first day
      *   end        YYYYMMDD - the period's last day
      * each period starts the day after the one before it ends, so
      * every date belongs to exactly one period. DATECALC answers
      * fiscal-period questions from this file and CALAUDIT checks
      * it for gaps, overlaps, and coverage of the horizon.
      *
           07  FISCAL-CPY.
             09  FS-PERIOD-ID                 PIC  X(06).
             09  FS-PERIOD-ID-R  REDEFINES  FS-PERIOD-ID.
               11  FS-FISCAL-YEAR             PIC  X(04).
               11  FS-PERIOD-NO               PIC  X(02).
             09  FILLER                       PIC  X(01).
             09  FS-START-DATE                PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  FS-END-DATE                  PIC  X(08).
