      * and an overridden update is logged - so restated months are a
      * decision, not an accident. a missing PERIODS file closes
      * nothing, which is the pre-close world unchanged.
      *
      * periods are fiscal periods (YYYYPP) off the FISCAL calendar.
      * a caller that fills PC-DATE with the record's EFF-DATE has
      * PERIODCK find the fiscal period itself through DATECALC and
      * hand it back in PC-PERIOD; a date before the fiscal calendar
      * begins keeps the caller's PC-PERIOD, so months closed before
      * the calendar was introduced stay closed.
      *
           07  PERIODCK-CPY.
             09  PC-PERIOD                    PIC  X(06).
             09  PC-STATUS                    PIC  X(01).
               88  PC-OPEN                         VALUE '0'.
               88  PC-CLOSED                       VALUE '1'.
      * PC-DATE with the ENTITY-CODE below pads the area to the
      * VERSID handshake view's 16 bytes, so PERIODCK's identity
      * test never reads past the parameter area a caller passes -
      * every callable's parm area must be at least versid.cbl-sized
             09  PC-DATE                      PIC  X(08).
      * periods are closed per legal entity: the caller moves the
      * record's ENTITY-CODE here (blank is the home entity) and
      * only that entity's closes refuse the update
             09  PC-ENTITY                    PIC  X(02).
