      * RECCLEAN.CBL
      *
      * shared parameter area for the RECCLEAN REC-DATA cleansing
      * subroutine - FILEW on the way in and the VCLEANSE pass over
      * the cluster each move the 72-byte REC-DATA text into
      * CL-DATA, CALL 'RECCLEAN' USING this area, and take the text
      * back cleansed by the CLNRULES rules (see clnrule.cbl):
      *   CL-UNCHANGED  no rule changed the text
      *   CL-CHANGED    at least one did - CL-DATA carries the
      *                 cleansed text
      * CL-RULE lists the rules in force, in CLNRULES order, each
      * flagged CL-R-HIT when it changed this text, so a caller can
      * count changes rule by rule. CL-RULE-COUNT carries the number
      * of rules in force; a missing CLNRULES file is no rules, and
      * every text comes back unchanged. the bytes of a shifted
      * double-byte run come back as they went in.
      *
           07  RECCLEAN-CPY.
             09  CL-DATA                      PIC  X(72).
             09  CL-RESULT                    PIC  X(01).
               88  CL-UNCHANGED                    VALUE '0'.
               88  CL-CHANGED                      VALUE '1'.
             09  CL-RULE-COUNT                PIC  9(04).
             09  CL-RULE  OCCURS 20 TIMES.
               11  CL-R-ID                    PIC  X(08).
               11  CL-R-TYPE                  PIC  X(08).
               11  CL-R-HIT-SW                PIC  X(01).
                 88  CL-R-HIT                      VALUE 'Y'.
