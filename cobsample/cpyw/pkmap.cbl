      * PKMAP.CBL - wide-key library
      *
      * the PACKSCAN field list for ffilew.cbl, the 8-digit key
      * build - see PKMAP.CBL in the standard library. the fields
      * move up behind the wider NUM1 and NUM2, and the SHUDAN2
      * binaries and packed field widen with the key.
      *
       01  WS-FIELD-DEFS.
         03  FILLER                  PIC  X(11)  VALUE 'SPACK 0891P'.
         03  FILLER                  PIC  X(11)  VALUE 'UPACK 0901U'.
         03  FILLER                  PIC  X(11)  VALUE 'SZONE 0912Z'.
         03  FILLER                  PIC  X(11)  VALUE 'UZONE 0932N'.
         03  FILLER                  PIC  X(11)  VALUE 'COMP0 1064B'.
         03  FILLER                  PIC  X(11)  VALUE 'COMP3 1105P'.
         03  FILLER                  PIC  X(11)  VALUE 'COMP5 1154B'.
         03  FILLER                  PIC  X(11)  VALUE 'BIN   1194B'.
