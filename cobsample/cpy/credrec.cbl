      * CREDREC.CBL
      *
      * shared VCRED operator credential record - one line per
      * operator id holding the PWHASH hash of the operator's
      * password (never the password itself), the sign-on state, and
      * the consecutive failed sign-on count that drives the lockout.
      * VONLINE signs its operator on against it; VAUTHMNT's 'W'
      * function resets (and so unlocks) an operator's credential,
      * CR-HASH then holding the hash of a one-time temporary
      * password the operator must give at the next sign-on before
      * choosing a new one. VAUTH still says what an operator may do
      * - this file only proves the person at the terminal is that
      * operator.
      *
           07  CREDREC-CPY.
             09  CR-OPERATOR                  PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  CR-HASH                      PIC  9(09).
             09  FILLER                       PIC  X(01).
             09  CR-STATUS                    PIC  X(01).
               88  CR-ACTIVE                       VALUE 'A'.
               88  CR-RESET                        VALUE 'R'.
               88  CR-LOCKED                       VALUE 'L'.
             09  FILLER                       PIC  X(01).
             09  CR-FAIL-COUNT                PIC  9(02).
             09  FILLER                       PIC  X(01).
             09  CR-LAST-DATE                 PIC  9(08).
             09  FILLER                       PIC  X(01).
             09  CR-LAST-TIME                 PIC  9(08).
             09  FILLER                       PIC  X(01).
             09  CR-SET-DATE                  PIC  9(08).
