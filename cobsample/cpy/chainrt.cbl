      * CHAINRT.CBL
      *
      * one rolled segment of a hash chain retired by its rollover
      * job (VJROLL, ELOGROLL) - the segment's name, the sequence
      * numbers of its first and last sealed records and the last
      * record's hash. file <res>RET for the chain's CHAINTB
      * resource, appended to, never trimmed; CHNVFY bridges the
      * chain across a retired range through it, and a range that is
      * gone but never registered is reported missing.
      *
           07  CHAINRT-CPY.
             09  CR-SEGMENT                   PIC  X(16).
             09  FILLER                       PIC  X(01).
             09  CR-FIRST-SEQ                 PIC  9(09).
             09  FILLER                       PIC  X(01).
             09  CR-LAST-SEQ                  PIC  9(09).
             09  FILLER                       PIC  X(01).
             09  CR-LAST-HASH                 PIC  9(18).
             09  FILLER                       PIC  X(01).
             09  CR-RETIRED-DATE              PIC  9(08).
