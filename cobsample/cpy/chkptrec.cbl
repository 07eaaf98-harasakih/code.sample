      * SORTUTL - one common layout (which program wrote it, the last
      * key/position it had finished processing, and when) so all three
      * batch steps read/write the same checkpoint shape instead of
      * three different ad hoc formats. FILEW's key-range partitions
      * each keep their own (VCHKPnn, program id FILEWPnn), so a
      * failed partition restarts without the others
      *
           07  CHKPTREC-CPY.
             09  CK-PROGRAM-ID                PIC  X(08).
