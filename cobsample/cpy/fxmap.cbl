      * FXMAP.CBL
      *
      * the FFILE field map FXCODE converts by: name, 1-based offset,
      * length, handling. the lengths must add up to the record,
      * which FXCODE checks before reading anything, so a change to
      * ffile.cbl that is not carried here stops the job instead of
      * shifting every field. this is the 4-digit key build - the
      * wide-key library (cpyw) carries the map of ffilew.cbl under
      * the same name (see KEYLAY.CBL).
      *
       01  WS-DETAIL-MAP-VALUES.
         03  FILLER  PIC X(21)  VALUE  'NUM1        00010004Z'.
         03  FILLER  PIC X(21)  VALUE  'REC-DATA    00050072C'.
         03  FILLER  PIC X(21)  VALUE  'NUM2        00770004C'.
         03  FILLER  PIC X(21)  VALUE  'SPACK       00810001P'.
         03  FILLER  PIC X(21)  VALUE  'UPACK       00820001P'.
         03  FILLER  PIC X(21)  VALUE  'SZONE       00830002S'.
         03  FILLER  PIC X(21)  VALUE  'UZONE       00850002Z'.
         03  FILLER  PIC X(21)  VALUE  'NCH         00870010N'.
         03  FILLER  PIC X(21)  VALUE  'GROUP-1     00970001C'.
         03  FILLER  PIC X(21)  VALUE  'COMP0       00980002B'.
         03  FILLER  PIC X(21)  VALUE  'COMP3       01000003P'.
         03  FILLER  PIC X(21)  VALUE  'COMP5       01030002B'.
         03  FILLER  PIC X(21)  VALUE  'BIN         01050002B'.
         03  FILLER  PIC X(21)  VALUE  'EFF-DATE    01070008Z'.
         03  FILLER  PIC X(21)  VALUE  'RUN-ID-DATE 01150008Z'.
         03  FILLER  PIC X(21)  VALUE  'RUN-ID-SEQ  01230004Z'.
         03  FILLER  PIC X(21)  VALUE  'REC-STATUS  01270001C'.
         03  FILLER  PIC X(21)  VALUE  'REC-STAT-DT 01280008Z'.
         03  FILLER  PIC X(21)  VALUE  'ENTITY-CODE 01360002C'.
         03  FILLER  PIC X(21)  VALUE  'FILLER      01384065C'.
       01  WS-DETAIL-MAP  REDEFINES  WS-DETAIL-MAP-VALUES.
         03  WS-DM-ENTRY  OCCURS  20  TIMES.
           05  WS-DM-NAME            PIC  X(12).
           05  WS-DM-OFFSET          PIC  9(04).
           05  WS-DM-LENGTH          PIC  9(04).
           05  WS-DM-TYPE            PIC  X(01).
       01  WS-DETAIL-MAP-COUNT       PIC  9(02)  COMP  VALUE  20.
      *
      *    the HDR1/TRL1 sentinel shape (FHTR- fields of the readers)
       01  WS-SENTINEL-MAP-VALUES.
         03  FILLER  PIC X(21)  VALUE  'FHTR-KEY    00010004Z'.
         03  FILLER  PIC X(21)  VALUE  'FHTR-ID     00050004C'.
         03  FILLER  PIC X(21)  VALUE  'FHTR-RUN-DAT00090008C'.
         03  FILLER  PIC X(21)  VALUE  'FHTR-COUNT  00170007Z'.
         03  FILLER  PIC X(21)  VALUE  'FHTR-HASH   00240009Z'.
         03  FILLER  PIC X(21)  VALUE  'FHTR-ENTITY 00330002C'.
         03  FILLER  PIC X(21)  VALUE  'FILLER      00354168C'.
       01  WS-SENTINEL-MAP  REDEFINES  WS-SENTINEL-MAP-VALUES.
         03  WS-SM-ENTRY  OCCURS  7  TIMES.
           05  WS-SM-NAME            PIC  X(12).
           05  WS-SM-OFFSET          PIC  9(04).
           05  WS-SM-LENGTH          PIC  9(04).
           05  WS-SM-TYPE            PIC  X(01).
       01  WS-SENTINEL-MAP-COUNT     PIC  9(02)  COMP  VALUE  7.
