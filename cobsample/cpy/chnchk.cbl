      * CHNCHK.CBL
      *
      * shared parameter area for the CHNCHK chain walker. VERIFY
      * walks one hash chain (see chnseal.cbl) over its whole retained
      * history - the rolled segments in catalog order, then the live
      * file - bridging ranges already retired through the chain's
      * register, and stops at the first record that does not link:
      * altered, missing, duplicated or out of order, unsealed, or a
      * live file that no longer reaches the chain head. CHNVFY is the
      * batch job over it.
      *
      * RESEAL is for the sanctioned in-place rewrites of the journal
      * (VERASE's scrub, FKRENUM's renumber): it recomputes every
      * journal entry's hash in order and rewrites the ones that
      * changed, under the chain's lock, and logs itself on OPSAUDIT
      * - a gap or a reordering is never papered over, the walk stops
      * there as VERIFY would. the head keeps when and by whom the
      * chain was last resealed, and CHNVFY shows it.
      *
           07  CHNCHK-CPY.
             09  CK-FUNCTION                  PIC  X(01).
               88  CK-VERIFY                        VALUE 'V'.
               88  CK-RESEAL                        VALUE 'R'.
             09  CK-CHAIN                     PIC  X(08).
             09  CK-HOLDER                    PIC  X(08).
             09  CK-RESULT                    PIC  X(01).
               88  CK-INTACT                        VALUE '0'.
               88  CK-BROKEN                        VALUE '1'.
               88  CK-BUSY                          VALUE '2'.
               88  CK-BAD-CHAIN                     VALUE '8'.
               88  CK-BAD-FUNCTION                  VALUE '9'.
      * what the walk covered
             09  CK-FILES                     PIC  9(04).
             09  CK-RECORDS                   PIC  9(09).
             09  CK-PRE-CHAIN                 PIC  9(09).
             09  CK-BRIDGED                   PIC  9(09).
             09  CK-RESEALED                  PIC  9(09).
             09  CK-HEAD-SEQ                  PIC  9(09).
             09  CK-RESEAL-DATE               PIC  9(08).
             09  CK-RESEAL-BY                 PIC  X(08).
      * the first break: the file, the record's place in it, the
      * sequence number expected there, and what is wrong
             09  CK-BREAK-FILE                PIC  X(16).
             09  CK-BREAK-POS                 PIC  9(09).
             09  CK-BREAK-SEQ                 PIC  9(09).
             09  CK-BREAK-REASON              PIC  X(30).
