      * FWPART.CBL
      *
      * shared record format for the FWPARTS partition control file
      * that splits FILEW's build by NUM1 key range - one line per
      * partition, numbered 01 upward in ascending key order, the
      * ranges contiguous from key 0001 through at least the
      * requested record count:
      *   FP-PARTITION  the partition number (01-20) - names the
      *                 partition's own data, reject, and checkpoint
      *                 files (FWPDATnn, VREJPnn, VCHKPnn)
      *   FP-LOW-KEY    the first NUM1 key the partition builds
      *   FP-HIGH-KEY   the last NUM1 key the partition builds
      *   FP-NOTE       free text for the operator, not read
      * a line starting '*' is a comment.
      * every partition run (FILEW PARM byte 7 'P') and the merge
      * run (byte 7 'J') check the whole file before doing anything,
      * so the partitions and the merge can never disagree on it.
      *
           07  FWPART-CPY.
             09  FP-PARTITION                 PIC  X(02).
             09  FP-PARTITION-N  REDEFINES  FP-PARTITION
                                              PIC  9(02).
             09  FILLER                       PIC  X(01).
             09  FP-LOW-KEY                   PIC  X(04).
             09  FP-LOW-KEY-N  REDEFINES  FP-LOW-KEY
                                              PIC  9(04).
             09  FILLER                       PIC  X(01).
             09  FP-HIGH-KEY                  PIC  X(04).
             09  FP-HIGH-KEY-N  REDEFINES  FP-HIGH-KEY
                                              PIC  9(04).
             09  FILLER                       PIC  X(01).
             09  FP-NOTE                      PIC  X(40).
             09  FILLER                       PIC  X(25).
