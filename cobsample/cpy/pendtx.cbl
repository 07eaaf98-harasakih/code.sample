      * PENDTX.CBL
      *
      * shared pending-transaction record format - a VBATCHUPD
      * transaction carrying an effective date later than the cycle
      * date (positions 78-85 of its VTXNIN line, or the next
      * business day stamped on one received after the TXNCUT
      * cutoff) is not applied when its submission is released: the
      * release run parks it here, approved, with its maker, checker
      * and override byte, and the first release run whose DATECALC
      * cycle date has reached PT-EFF-DATE applies it through the
      * usual edits. VPENDMNT prints what is queued for each coming
      * date and cancels an entry before it applies.
      *
           07  PENDTX-CPY.
             09  PT-EFF-DATE                  PIC  9(08).
             09  FILLER                       PIC  X(01).
      * the approval-queue entry it came from - submission id and
      * sequence - which is also how an operator names it to cancel
             09  PT-PEND-ID.
               11  PT-BATCH-ID                PIC  X(16).
               11  FILLER                     PIC  X(01).
               11  PT-SEQ                     PIC  9(05).
             09  FILLER                       PIC  X(01).
             09  PT-MAKER                     PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  PT-CHECKER                   PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  PT-OVERRIDE                  PIC  X(01).
             09  FILLER                       PIC  X(01).
             09  PT-PARKED-DATE               PIC  9(08).
             09  FILLER                       PIC  X(01).
      * the transaction image - code, key and data as the feed
      * carries them, the key in the store layout the program is
      * built for (see keylay.cbl)
             09  PT-TXN-IMAGE.
               11  PT-TXN-CODE                PIC  X(01).
               11  PT-TXN-NUM1                PIC  9(:KEY-LEN:).
               11  PT-TXN-DATA                PIC  X(72).
