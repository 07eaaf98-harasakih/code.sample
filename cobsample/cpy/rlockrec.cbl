      * RLOCKREC.CBL
      *
      * shared record-lock table line - one line per record lock
      * RESLOCK has granted on a cluster, kept in <resource>RLK
      * (VFILERLK for the VFILE cluster). a single-record update
      * (VONLINE UPD, VKSDSUPD) locks its key here instead of taking
      * the whole cluster; a whole-file pass still takes the cluster
      * marker and then waits only while a record lock is live. the
      * line carries the holder, the moment the lock was taken, and
      * the moment it expires - a lock its holder never released
      * stops blocking anyone once expired, and LOCKMGR reports it
      * stale and can release it.
      *
           07  RLOCKREC-CPY.
             09  RK-KEY                       PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  RK-HOLDER                    PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  RK-TAKEN.
               11  RK-DATE                    PIC  9(08).
               11  FILLER                     PIC  X(01).
               11  RK-TIME                    PIC  9(08).
             09  FILLER                       PIC  X(01).
             09  RK-EXPIRES.
               11  RK-EXP-DATE                PIC  9(08).
               11  FILLER                     PIC  X(01).
               11  RK-EXP-TIME                PIC  9(08).
