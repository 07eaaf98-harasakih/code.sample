      * FMASTCTL.CBL
      *
      * one line of the FMASTCTL control-total ledger for the
      * cumulative FMASTER. FMASTUPD appends an apply line per cycle
      * (details applied, keys added, keys replaced); FDORMANT
      * appends a retirement line per retirement run (keys moved to
      * the FMASTRET retired master, keys left). lines written before
      * the line type existed carry a space there and are apply
      * lines. the apply lines are also the cycle calendar FDORMANT
      * counts a key's unseen cycles against.
      *
           07  FMASTCTL-CPY.
             09  MC-RUN-DATE                  PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  MC-APPLIED                   PIC  9(07).
             09  FILLER                       PIC  X(01).
             09  MC-ADDED                     PIC  9(07).
             09  FILLER                       PIC  X(01).
             09  MC-REPLACED                  PIC  9(07).
             09  FILLER                       PIC  X(01).
             09  MC-LINE-TYPE                 PIC  X(01).
               88  MC-APPLY-LINE                    VALUE 'A' SPACE.
               88  MC-RETIRE-LINE                   VALUE 'R'.
             09  FILLER                       PIC  X(01).
             09  MC-RETIRED                   PIC  9(07).
             09  FILLER                       PIC  X(01).
             09  MC-REMAINING                 PIC  9(07).
