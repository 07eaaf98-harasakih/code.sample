      * KEYLAY.CBL
      *
      * the key-width build switch. every program that lays out a
      * keyed store - the V-OTFILE cluster, FKSDS, FMASTER, FFILE,
      * the journal, the archives and the side files that carry a
      * NUM1 key - COPYs this member ahead of its DATA DIVISION and
      * writes the sizes that follow from the key width as tags:
      *
      *   :LAYOUT:    the layout the program is built for, handed to
      *               KEYMODE (KM-BUILT-LAYOUT) and RECSUM (RS-LAYOUT)
      *   :KEY-LEN:   digits in NUM1 and in every field holding it
      *   :KEY-HIGH:  the highest key - the TRL1 sentinel
      *   :REC-LEN:   the full record, and a journal before/after
      *               image
      *   :REC-MIN:   the shortest record written - NUM1 through BIN
      *   :TAIL-n:    the rest of the record behind a key and n more
      *               bytes of header (HDR1/TRL1 and work redefines)
      *   :REJ-TAIL-n: the rest of an 80-byte VREJECT line behind its
      *               key and n more bytes - the line keeps its length
      *               and the wide key takes the four spare bytes at
      *               its end, as KEYWIDEN migrates it
      *
      * this member, in the standard library, is the 4-digit build.
      * its twin in the wide-key library (cpyw) carries the 8-digit
      * sizes and sits ahead of this library in the concatenation
      * for the wide build, together with VFILE, FFILE and VJRNL
      * members there that bring in VFILEW, FFILEW and VJRNLW, and
      * the FXMAP and PKMAP field-offset tables in their 8-digit
      * form. the same source therefore builds either load library,
      * and the cutover cycle (see KEYMODE) runs the wide one.
      * KEYWIDEN, which reads the one layout and writes the other,
      * and RECSUM, which sums either, name both layouts themselves
      * and are built from the standard library alone.
      *
           REPLACE  ==:LAYOUT:==    BY  =='N'==
                    ==:KEY-LEN:==   BY  ==04==
                    ==:KEY-HIGH:==  BY  ==9999==
                    ==:REC-LEN:==   BY  ==4202==
                    ==:REC-MIN:==   BY  ==106==
                    ==:TAIL-0:==    BY  ==4198==
                    ==:TAIL-4:==    BY  ==4194==
                    ==:TAIL-12:==   BY  ==4186==
                    ==:TAIL-19:==   BY  ==4179==
                    ==:TAIL-28:==   BY  ==4170==
                    ==:TAIL-30:==   BY  ==4168==
                    ==:TAIL-46:==   BY  ==4152==
                    ==:TAIL-200:==  BY  ==3998==
                    ==:REJ-TAIL-2:==   BY  ==74==
                    ==:REJ-TAIL-49:==  BY  ==27==
                    ==:REJ-TAIL-65:==  BY  ==11==.
