      * HOLDREC.CBL
      *
      * shared record format for the HOLDS legal-hold register -
      * one line per preservation order legal or audit has served on
      * the shop. a hold names what must not be destroyed:
      *   type K  a NUM1 key, or a key range (HL-TO blank = one key)
      *   type G  a GROUP-1 business grouping code (first byte of
      *           HL-FROM)
      *   type D  a date range YYYYMMDD through YYYYMMDD - records
      *           dated, or datasets run, inside it
      * HOLDMNT is the only door that writes the register: it places
      * holds and, under the S security code, releases them. a
      * released hold stays on file with who released it and when,
      * so the register is its own history. HOLDCHK answers the purge
      * and erasure utilities from it.
      *
           07  HOLDREC-CPY.
             09  HL-HOLD-ID                   PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  HL-TYPE                      PIC  X(01).
               88  HL-KEY-HOLD                     VALUE 'K'.
               88  HL-GROUP-HOLD                   VALUE 'G'.
               88  HL-DATE-HOLD                    VALUE 'D'.
             09  FILLER                       PIC  X(01).
             09  HL-FROM                      PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  HL-TO                        PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  HL-STATUS                    PIC  X(01).
               88  HL-ACTIVE                       VALUE 'A'.
               88  HL-RELEASED                     VALUE 'R'.
             09  FILLER                       PIC  X(01).
             09  HL-PLACED-DATE               PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  HL-PLACED-BY                 PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  HL-RELEASED-DATE             PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  HL-RELEASED-BY               PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  HL-REASON                    PIC  X(30).
