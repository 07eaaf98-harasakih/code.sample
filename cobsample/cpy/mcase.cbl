      * MCASE.CBL
      *
      * shared record format for the MCASES exception case file -
      * one line per MATCHRPT exception, keyed on the KEY1 and the
      * reason it was reported for:
      *   reason D  a detail with no master
      *   reason M  a master with no detail
      * MATCHRPT opens a case the first run an exception appears,
      * keeps it current while it goes on appearing, and auto-closes
      * it the first run it no longer does. MCASEMNT is the operator
      * door - assign, annotate, resolve - and MCASEAGE ages the open
      * ones. the file stays in CS-CASE-KEY order; closed cases stay
      * on it as the history.
      *
      * resolution codes: FIXD the data was corrected, TIMG a timing
      * difference expected to clear, DUPL a duplicate or invalid
      * record removed, ACPT accepted as a standing exception.
      *
      * a case resolved or auto-closed that turns up again is
      * reopened, except one resolved ACPT (accepted as a standing
      * exception), which stays resolved and is only marked seen.
      *
           07  MCASE-CPY.
             09  CS-CASE-KEY.
               11  CS-KEY1                    PIC  9(08).
               11  CS-REASON                  PIC  X(01).
                 88  CS-DETAIL-NO-MASTER           VALUE 'D'.
                 88  CS-MASTER-NO-DETAIL           VALUE 'M'.
             09  FILLER                       PIC  X(01).
             09  CS-STATUS                    PIC  X(01).
               88  CS-OPEN                         VALUE 'O'.
               88  CS-RESOLVED                     VALUE 'R'.
               88  CS-AUTO-CLOSED                  VALUE 'C'.
             09  FILLER                       PIC  X(01).
             09  CS-OPENED-DATE               PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  CS-LAST-SEEN-DATE            PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  CS-LAST-RECNO                PIC  9(08).
             09  FILLER                       PIC  X(01).
             09  CS-SEEN-COUNT                PIC  9(05).
             09  FILLER                       PIC  X(01).
             09  CS-ASSIGNEE                  PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  CS-CLOSED-DATE               PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  CS-CLOSED-BY                 PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  CS-RESOLUTION                PIC  X(04).
               88  CS-RES-KNOWN                    VALUE 'FIXD'
                                                         'TIMG'
                                                         'DUPL'
                                                         'ACPT'.
               88  CS-RES-ACCEPTED                 VALUE 'ACPT'.
             09  FILLER                       PIC  X(01).
             09  CS-NOTE-DATE                 PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  CS-NOTE-BY                   PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  CS-NOTE                      PIC  X(40).
