      * FXMAP.CBL - wide-key library
      *
      * the FXCODE field map of ffilew.cbl, the 8-digit key build -
      * see FXMAP.CBL in the standard library. NUM1, NUM2 and the
      * SHUDAN2 binaries widen, every field behind them moves up,
      * and the filler takes up the rest of the 4200-byte record.
      *
       01  WS-DETAIL-MAP-VALUES.
         03  FILLER  PIC X(21)  VALUE  'NUM1        00010008Z'.
         03  FILLER  PIC X(21)  VALUE  'REC-DATA    00090072C'.
         03  FILLER  PIC X(21)  VALUE  'NUM2        00810008C'.
         03  FILLER  PIC X(21)  VALUE  'SPACK       00890001P'.
         03  FILLER  PIC X(21)  VALUE  'UPACK       00900001P'.
         03  FILLER  PIC X(21)  VALUE  'SZONE       00910002S'.
         03  FILLER  PIC X(21)  VALUE  'UZONE       00930002Z'.
         03  FILLER  PIC X(21)  VALUE  'NCH         00950010N'.
         03  FILLER  PIC X(21)  VALUE  'GROUP-1     01050001C'.
         03  FILLER  PIC X(21)  VALUE  'COMP0       01060004B'.
         03  FILLER  PIC X(21)  VALUE  'COMP3       01100005P'.
         03  FILLER  PIC X(21)  VALUE  'COMP5       01150004B'.
         03  FILLER  PIC X(21)  VALUE  'BIN         01190004B'.
         03  FILLER  PIC X(21)  VALUE  'EFF-DATE    01230008Z'.
         03  FILLER  PIC X(21)  VALUE  'RUN-ID-DATE 01310008Z'.
         03  FILLER  PIC X(21)  VALUE  'RUN-ID-SEQ  01390004Z'.
         03  FILLER  PIC X(21)  VALUE  'REC-STATUS  01430001C'.
         03  FILLER  PIC X(21)  VALUE  'REC-STAT-DT 01440008Z'.
         03  FILLER  PIC X(21)  VALUE  'ENTITY-CODE 01520002C'.
         03  FILLER  PIC X(21)  VALUE  'FILLER      01544047C'.
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
         03  FILLER  PIC X(21)  VALUE  'FHTR-KEY    00010008Z'.
         03  FILLER  PIC X(21)  VALUE  'FHTR-ID     00090004C'.
         03  FILLER  PIC X(21)  VALUE  'FHTR-RUN-DAT00130008C'.
         03  FILLER  PIC X(21)  VALUE  'FHTR-COUNT  00210007Z'.
         03  FILLER  PIC X(21)  VALUE  'FHTR-HASH   00280009Z'.
         03  FILLER  PIC X(21)  VALUE  'FHTR-ENTITY 00370002C'.
         03  FILLER  PIC X(21)  VALUE  'FILLER      00394162C'.
       01  WS-SENTINEL-MAP  REDEFINES  WS-SENTINEL-MAP-VALUES.
         03  WS-SM-ENTRY  OCCURS  7  TIMES.
           05  WS-SM-NAME            PIC  X(12).
           05  WS-SM-OFFSET          PIC  9(04).
           05  WS-SM-LENGTH          PIC  9(04).
           05  WS-SM-TYPE            PIC  X(01).
       01  WS-SENTINEL-MAP-COUNT     PIC  9(02)  COMP  VALUE  7.
