      * CHNSEAL.CBL
      *
      * shared parameter area for the CHNSEAL tamper-evidence
      * subroutine. VJOURNAL and OPSAUDIT are the shop's evidence of
      * who changed what, and a plain file anyone can edit proves
      * nothing - so every record written to either now carries a
      * seal: its sequence number in the one unbroken chain of that
      * file, and a hash over the previous record's hash, its own
      * sequence number, and its content. an edited, deleted,
      * inserted, or reordered record no longer links, and CHNVFY
      * says where.
      *
      * a writer builds its record, CALLs 'CHNSEAL' USING this area
      * and the record with CS-SEAL, moves CS-SEQ and CS-HASH into the
      * record's seal fields, writes and closes, then CALLs again with
      * CS-RELEASE - the chain is held (RESLOCK) from the seal to the
      * release so two writers cannot land out of order. CS-BUSY
      * means the chain could not be had: the record goes out
      * unsealed, and the verification will show it.
      *
      * CS-HASH-ONLY recomputes the hash for a record whose sequence
      * and predecessor's hash the caller supplies (the verifier);
      * CS-REGISTER records a rolled segment being retired - its name,
      * first and last sequence, and last hash - so the chain still
      * verifies across history that is gone.
      *
           07  CHAINSL-CPY.
             09  CS-FUNCTION                  PIC  X(01).
               88  CS-SEAL                          VALUE 'S'.
               88  CS-RELEASE                       VALUE 'D'.
               88  CS-HASH-ONLY                     VALUE 'H'.
               88  CS-REGISTER                      VALUE 'R'.
             09  CS-CHAIN                     PIC  X(08).
             09  CS-HOLDER                    PIC  X(08).
             09  CS-SEQ                       PIC  9(09).
             09  CS-PREV-HASH                 PIC  9(18).
             09  CS-HASH                      PIC  9(18).
             09  CS-SEGMENT                   PIC  X(16).
             09  CS-FIRST-SEQ                 PIC  9(09).
             09  CS-STATUS                    PIC  X(01).
               88  CS-OK                            VALUE '0'.
               88  CS-BUSY                          VALUE '1'.
               88  CS-BAD-CHAIN                     VALUE '8'.
               88  CS-BAD-FUNCTION                  VALUE '9'.
             09  CS-CURRENT-HOLDER            PIC  X(08).
