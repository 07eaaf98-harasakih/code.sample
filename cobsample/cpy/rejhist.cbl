      * REJHIST.CBL
      *
      * one line of the permanent REJHIST reject ledger. FILEW appends
      * an 'R' line for every edit reject of every run under the run
      * id that produced it; VRESUBMT appends a 'D' line under the same
      * run id and key each time it disposes of that reject. the
      * latest 'D' line for a reject is its eventual disposition and
      * a reject with no 'D' line was never corrected. RJPARETO reads
      * the ledger across cycles.
      *
           07  REJHIST-CPY.
             09  RJ-TYPE                      PIC  X(01).
               88  RJ-REJECT-LINE                  VALUE 'R'.
               88  RJ-DISP-LINE                    VALUE 'D'.
             09  FILLER                       PIC  X(01).
             09  RJ-RUN-ID.
               11  RJ-RUN-DATE                PIC  X(08).
               11  RJ-RUN-SEQ                 PIC  X(04).
             09  FILLER                       PIC  X(01).
             09  RJ-NUM1                      PIC  X(04).
             09  FILLER                       PIC  X(01).
             09  RJ-FIELD                     PIC  X(10).
             09  FILLER                       PIC  X(01).
             09  RJ-VALUE                     PIC  X(04).
             09  FILLER                       PIC  X(01).
             09  RJ-REASON                    PIC  X(30).
             09  FILLER                       PIC  X(01).
             09  RJ-GROUP                     PIC  X(01).
             09  FILLER                       PIC  X(01).
             09  RJ-DISPOSITION               PIC  X(08).
               88  RJ-RECOVERED                    VALUE 'RECOVERD'.
               88  RJ-STUCK                        VALUE 'STILLBAD'
                                                         'DUPKEY  '.
               88  RJ-NOT-CORRECTED                VALUE 'NOOVRD  '
                                                         SPACES.
             09  FILLER                       PIC  X(01).
             09  RJ-DISP-DATE                 PIC  X(08).
