      * MRGREC.CBL
      *
      * one line of the VMERGE key-merge ledger. VKMERGE appends a
      * line for every merge it completes: the victim key that was
      * folded into the survivor, who ran the merge and who approved
      * it, the candidate score, and how many journal entries,
      * annotations and reject lines moved across. the ledger is
      * never rewritten - VTRACE reads it to show that a key was
      * merged away, or absorbed another.
      *
           07  MRGREC-CPY.
             09  MG-DATE                      PIC  9(08).
             09  FILLER                       PIC  X(01).
             09  MG-TIME                      PIC  9(08).
             09  FILLER                       PIC  X(01).
             09  MG-VICTIM                    PIC  X(04).
             09  FILLER                       PIC  X(01).
             09  MG-SURVIVOR                  PIC  X(04).
             09  FILLER                       PIC  X(01).
             09  MG-OPERATOR                  PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  MG-APPROVER                  PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  MG-SCORE                     PIC  9(03).
             09  FILLER                       PIC  X(01).
             09  MG-JRNL-COUNT                PIC  9(05).
             09  FILLER                       PIC  X(01).
             09  MG-NOTE-COUNT                PIC  9(05).
             09  FILLER                       PIC  X(01).
             09  MG-REJ-COUNT                 PIC  9(05).
