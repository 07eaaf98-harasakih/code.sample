      * RULEREC.CBL
      *
      * shared record format for the RULES business-rule control
      * file - one cross-field rule per line, the rules FLDEDIT's
      * one-range-per-field edits cannot express. a rule reads
      *   when  <if-field> <if-op> <if-value>
      *   then  <then-field> <then-op> <then-value>  must hold
      * and a record for which the IF part holds and the THEN part
      * does not breaks the rule. a blank IF field means the rule
      * applies to every record.
      *   fields  NUM1 SPACK UPACK SZONE UZONE COMP0 COMP3 COMP5 BIN
      *           EFF-DATE compare as signed numbers (the value an
      *           optional sign then digits, left-justified);
      *           REC-DATA and GROUP-1 compare as text, a blank
      *           value meaning spaces
      *   ops     EQ NE LT LE GT GE
      *   severity  W warning - reported only
      *             E error   - the record is rejected by the door
      * e.g.  GRPAUZ30 E GROUP-1  EQ A          UZONE    LT 30
      *       SPKNEGRD E SPACK    LT 0          REC-DATA NE
      * a line beginning '*' is a comment. RULECHK is the only
      * program that reads the file.
      *
           07  RULEREC-CPY.
             09  RU-RULE-ID                   PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  RU-SEVERITY                  PIC  X(01).
               88  RU-WARNING                      VALUE 'W'.
               88  RU-ERROR                        VALUE 'E'.
             09  FILLER                       PIC  X(01).
             09  RU-IF-FIELD                  PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  RU-IF-OP                     PIC  X(02).
             09  FILLER                       PIC  X(01).
             09  RU-IF-VALUE                  PIC  X(10).
             09  FILLER                       PIC  X(01).
             09  RU-THEN-FIELD                PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  RU-THEN-OP                   PIC  X(02).
             09  FILLER                       PIC  X(01).
             09  RU-THEN-VALUE                PIC  X(10).
             09  FILLER                       PIC  X(01).
             09  RU-TEXT                      PIC  X(30).
