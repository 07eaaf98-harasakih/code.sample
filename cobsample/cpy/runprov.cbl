      * RUNPROV.CBL
      *
      * shared record format for the RUNPROV provider-volume ledger -
      * FILEW appends one line per feed provider alongside each
      * RUNHIST line it writes, carrying the same run date and that
      * date's run sequence (the RUN-ID stamp), so a run's volumes can
      * be broken down by the provider whose records they were.
      * FRUNRPT prints them under their RUNHIST line.
      *
           07  RUNPROV-CPY.
             09  PV-RUN-DATE                  PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  PV-RUN-SEQ                   PIC  9(04).
             09  FILLER                       PIC  X(01).
             09  PV-PROVIDER                  PIC  X(04).
             09  FILLER                       PIC  X(01).
             09  PV-WRITTEN                   PIC  9(07).
             09  FILLER                       PIC  X(01).
             09  PV-REJECTS                   PIC  9(05).
      * the legal entity the run was for (blank on lines written
      * before entities existed - the home entity)
             09  FILLER                       PIC  X(01).
             09  PV-ENTITY                    PIC  X(02).
