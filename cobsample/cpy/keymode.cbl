      * KEYMODE.CBL
      *
      * shared parameter area for the KEYMODE key-width switch. the
      * NUM1 key is moving from 4 to 8 digits on a cycle chosen at
      * migration time (see KEYWIDEN and keycut.cbl), and a program
      * reading a store in the other layout would misread every
      * record after the key. so every program that opens a keyed
      * store - the V-OTFILE cluster, FKSDS, FMASTER, FFILE, VREJECT,
      * VSUSP, VNOTES, the journal or the archives - CALLs 'KEYMODE'
      * first with its name and the layout it is built for: KM-PROCEED
      * when the stores carry that layout this cycle, KM-REFUSE (the
      * reason already DISPLAYed) when they do not, and the program
      * ends RC 16 without opening anything. the layout built for is
      * the KEYLAY :LAYOUT: tag, so the cutover cycle runs the load
      * library built from the wide-key library (see keylay.cbl).
      * KM-STORE-LAYOUT and KM-CUTOVER-DATE say which layout is in
      * force and from when. a zero KM-RUN-DATE is today.
      *
           07  KEYMODE-CPY.
             09  KM-PROGRAM                   PIC  X(08).
             09  KM-RUN-DATE                  PIC  9(08).
             09  KM-BUILT-LAYOUT              PIC  X(01).
               88  KM-BUILT-NARROW                  VALUE 'N'.
               88  KM-BUILT-WIDE                    VALUE 'W'.
             09  KM-STORE-LAYOUT              PIC  X(01).
               88  KM-STORES-NARROW                 VALUE 'N'.
               88  KM-STORES-WIDE                   VALUE 'W'.
             09  KM-CUTOVER-DATE              PIC  9(08).
             09  KM-RESULT                    PIC  X(01).
               88  KM-PROCEED                       VALUE 'Y'.
               88  KM-REFUSE                        VALUE 'N'.
