      * KEYCUT.CBL
      *
      * the key-width cutover card, one line on KEYCUT. KEYWIDEN
      * writes it only when every store it migrated to the 8-digit
      * key balanced, naming the cycle the wide stores go live on;
      * KEYMODE reads it for every program that opens a keyed store,
      * and from that cycle on only programs built for the wide key
      * are let run. no card is the 4-digit world.
      *
           07  KEYCUT-CPY.
      * the first cycle run on the wide stores
             09  KC-CUTOVER-DATE              PIC  9(08).
             09  FILLER                       PIC  X(01).
             09  KC-STATE                     PIC  X(01).
               88  KC-BALANCED                      VALUE 'B'.
               88  KC-RESEALED                      VALUE 'C'.
             09  FILLER                       PIC  X(01).
      * when the migration ran and what it carried across
             09  KC-MIGRATED-DATE             PIC  9(08).
             09  FILLER                       PIC  X(01).
             09  KC-MIGRATED-TIME             PIC  9(08).
             09  FILLER                       PIC  X(01).
             09  KC-STORES                    PIC  9(05).
             09  FILLER                       PIC  X(01).
             09  KC-RECORDS                   PIC  9(09).
