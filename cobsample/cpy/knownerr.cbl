      * KNOWNERR.CBL
      *
      * shared parameter area for the KNOWNERR known-error lookup
      * subroutine - the one place an ERRLOG entry is recognised as a
      * problem the shop has already diagnosed. the KNOWNERR deck
      * maps a program, a leading fragment of the section name and a
      * fragment of the message to a problem id, and carries for each
      * problem a short diagnosis and the runbook action, so ERRRPT
      * and the ERRLOG alert routing can print what to do instead of
      * the on-call operator rediscovering it.
      *
      * KE-MATCH: hand in program, section, message and message id; a
      * match answers KE-KNOWN with the problem id, diagnosis and
      * action.
      * KE-DESCRIBE: hand in a problem id; answers KE-KNOWN with its
      * diagnosis and action. a missing KNOWNERR deck knows nothing.
      *
           07  KNOWNERR-CPY.
             09  KE-FUNCTION                  PIC  X(01).
               88  KE-MATCH                        VALUE 'M'.
               88  KE-DESCRIBE                     VALUE 'P'.
             09  KE-PROGRAM                   PIC  X(08).
             09  KE-SECTION                   PIC  X(20).
             09  KE-MSG                       PIC  X(40).
             09  KE-PROBLEM-ID                PIC  X(08).
             09  KE-RESULT                    PIC  X(01).
               88  KE-KNOWN                        VALUE '0'.
               88  KE-NOT-KNOWN                    VALUE '1'.
             09  KE-DIAGNOSIS                 PIC  X(30).
             09  KE-ACTION                    PIC  X(38).
             09  KE-MSG-ID                    PIC  X(08).
