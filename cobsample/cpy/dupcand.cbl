      * DUPCAND.CBL
      *
      * one line of the VDUPCAND duplicate-entity candidate file.
      * VDUPDET writes a line for every pair of NUM1 keys whose
      * records look like the same business entity, with the match
      * score (0-100) and what matched, and the decision columns
      * blank. the reviewer fills in 'A' (approved - the same entity,
      * merge them) or 'N' (not the same), the key that is to
      * survive, and their own id; VKMERGE merges a pair only when
      * its line here is approved, names that survivor, and was
      * approved by someone other than the operator running the
      * merge.
      *
           07  DUPCAND-CPY.
             09  DC-KEY-A                     PIC  X(04).
             09  FILLER                       PIC  X(01).
             09  DC-KEY-B                     PIC  X(04).
             09  FILLER                       PIC  X(01).
             09  DC-SCORE                     PIC  9(03).
             09  FILLER                       PIC  X(01).
             09  DC-BASIS                     PIC  X(24).
             09  FILLER                       PIC  X(01).
             09  DC-DECISION                  PIC  X(01).
               88  DC-APPROVED                     VALUE 'A'.
               88  DC-NOT-SAME                     VALUE 'N'.
               88  DC-UNDECIDED                    VALUE SPACE.
             09  FILLER                       PIC  X(01).
             09  DC-SURVIVOR                  PIC  X(04).
             09  FILLER                       PIC  X(01).
             09  DC-APPROVER                  PIC  X(08).
