      * VMOVLOG.CBL
      *
      * one line of the VMOVLOG movement ledger MOVLOG appends: a
      * V-OTFILE record added or removed outside the journal, by
      * which door, when, and why. the stamp is the clock the journal
      * is stamped with, so VMOVREC can take both into one window.
      *
           07  VMOVLOG-CPY.
             09  ML-DATE                      PIC  9(08).
             09  FILLER                       PIC  X(01).
             09  ML-TIME                      PIC  9(08).
             09  FILLER                       PIC  X(01).
             09  ML-PROGRAM                   PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  ML-NUM1                      PIC  X(04).
             09  FILLER                       PIC  X(01).
             09  ML-MOVEMENT                  PIC  X(01).
               88  ML-ADDED                        VALUE 'A'.
               88  ML-REMOVED                      VALUE 'D'.
             09  FILLER                       PIC  X(01).
             09  ML-REASON                    PIC  X(20).
