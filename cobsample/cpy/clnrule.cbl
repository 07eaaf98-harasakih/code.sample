      * CLNRULE.CBL
      *
      * shared record format for the CLNRULES REC-DATA cleansing
      * control deck - one cleansing rule per line, applied in deck
      * order to the 72-byte REC-DATA text by the RECCLEAN callable:
      *   TRIM     leading blanks removed, the text left-justified
      *   SQUEEZE  every run of blanks between words cut to one blank
      *            (leading blanks are TRIM's business and are kept)
      *   CASE     letters folded - option U to upper case, L to
      *            lower case
      *   REPLACE  control characters (X'00'-X'1F', X'7F') and
      *            HIGH-VALUES replaced by the option character, a
      *            blank option meaning a blank - all but the
      *            shift-out and shift-in codes X'0E' and X'0F'
      * TRIM and SQUEEZE take no option. the text is free comment for
      * the change report. a shifted double-byte run in the text
      * (shift-out through shift-in, or to the end of the field) is
      * left exactly as it stands by every rule.
      * e.g.  TRIMLEAD TRIM
      *       FOLDUP   CASE     U  UPPER CASE FOR THE FEED MATCH
      *       NOCTRL   REPLACE  ?  CONTROL BYTES FROM THE OLD FEED
      * a line beginning '*' is a comment. RECCLEAN is the only
      * program that reads the file.
      *
           07  CLNRULE-CPY.
             09  CU-RULE-ID                   PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  CU-TYPE                      PIC  X(08).
               88  CU-TRIM                         VALUE 'TRIM    '.
               88  CU-SQUEEZE                      VALUE 'SQUEEZE '.
               88  CU-CASE                         VALUE 'CASE    '.
               88  CU-REPLACE                      VALUE 'REPLACE '.
             09  FILLER                       PIC  X(01).
             09  CU-OPTION                    PIC  X(01).
             09  FILLER                       PIC  X(02).
             09  CU-TEXT                      PIC  X(30).
