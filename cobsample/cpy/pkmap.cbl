      * PKMAP.CBL
      *
      * the packed, zoned and binary fields of the ffile layout that
      * PACKSCAN checks: name, 1-based offset, length in bytes, and
      * representation -
      *   P signed packed   U unsigned packed
      *   Z signed zoned    N unsigned zoned    B binary
      * this is the 4-digit key build - the wide-key library (cpyw)
      * carries the ffilew.cbl offsets under the same name (see
      * KEYLAY.CBL).
      *
       01  WS-FIELD-DEFS.
         03  FILLER                  PIC  X(11)  VALUE 'SPACK 0811P'.
         03  FILLER                  PIC  X(11)  VALUE 'UPACK 0821U'.
         03  FILLER                  PIC  X(11)  VALUE 'SZONE 0832Z'.
         03  FILLER                  PIC  X(11)  VALUE 'UZONE 0852N'.
         03  FILLER                  PIC  X(11)  VALUE 'COMP0 0982B'.
         03  FILLER                  PIC  X(11)  VALUE 'COMP3 1003P'.
         03  FILLER                  PIC  X(11)  VALUE 'COMP5 1032B'.
         03  FILLER                  PIC  X(11)  VALUE 'BIN   1052B'.
