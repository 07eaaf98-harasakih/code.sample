      * RECSUM.CBL
      *
      * shared parameter area for the RECSUM record-checksum
      * subroutine. the control totals BALRPT and FRECON prove (a
      * count and a NUM1 hash per file) say nothing about a record
      * whose REC-DATA or packed fields were damaged in place by a
      * bad restore, a half-finished reorg or a disk problem - so
      * every VFILE/FFILE-layout record carries a checksum over its
      * business fields in REC-CHECKSUM, and any one record can be
      * proven on its own.
      *
      * a writer builds or changes its record, then CALLs 'RECSUM'
      * USING this area and the record with RS-SET: the checksum is
      * computed and stored in the record's REC-CHECKSUM, ready for
      * the WRITE or REWRITE. RS-VERIFY recomputes it and compares
      * it with the stored value (handed back in RS-STORED): RS-MATCH,
      * RS-MISMATCH, or RS-UNSEALED for a record written before the
      * checksum existed (no numeric, non-zero value stored).
      *
      * RS-WIDE-KEY says the record is in the 8-digit key layout
      * (vfilew.cbl) - the checksum then covers that layout's 122
      * business bytes. anything else is the 4-digit layout. a
      * caller moves its KEYLAY :LAYOUT: tag here, so it names the
      * layout it was built for.
      *
           07  RECSUM-CPY.
             09  RS-FUNCTION                  PIC  X(01).
               88  RS-SET                           VALUE 'S'.
               88  RS-VERIFY                        VALUE 'V'.
             09  RS-CHECKSUM                  PIC  9(09).
             09  RS-STORED                    PIC  9(09).
             09  RS-RESULT                    PIC  X(01).
               88  RS-MATCH                         VALUE 'Y'.
               88  RS-MISMATCH                      VALUE 'N'.
               88  RS-UNSEALED                      VALUE 'U'.
               88  RS-BAD-FUNCTION                  VALUE '9'.
             09  RS-LAYOUT                    PIC  X(01).
               88  RS-WIDE-KEY                      VALUE 'W'.
