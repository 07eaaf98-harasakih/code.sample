      * RECDEC.CBL
      *
      * one line of the VRECDEC access recertification decision file.
      * VRECERT writes the file with a line for every code every
      * operator holds on VAUTH - its last recorded use and whether it
      * is dormant or part of a segregation-of-duties conflict - and
      * the decision and manager columns blank. the reviewing manager
      * fills in 'A' (attest - the operator still needs the code) or
      * 'R' (revoke) and their own id, and VAUTHMNT function 'C'
      * applies the returned file, auditing each decision on VAUTHAUD.
      * a line left undecided is reported back as still outstanding.
      *
           07  RECDEC-CPY.
             09  RD-OPERATOR                  PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  RD-CODE                      PIC  X(01).
             09  FILLER                       PIC  X(01).
             09  RD-DECISION                  PIC  X(01).
               88  RD-ATTEST                       VALUE 'A'.
               88  RD-REVOKE                       VALUE 'R'.
               88  RD-UNDECIDED                    VALUE SPACE.
             09  FILLER                       PIC  X(01).
             09  RD-MANAGER                   PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  RD-LAST-USE                  PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  RD-DORMANT-FLAG              PIC  X(01).
               88  RD-DORMANT                      VALUE 'D'.
             09  FILLER                       PIC  X(01).
             09  RD-SOD-FLAG                  PIC  X(01).
               88  RD-SOD-CONFLICT                 VALUE 'S'.
             09  FILLER                       PIC  X(01).
             09  RD-EXPIRY                    PIC  X(08).
