      * shared parameter area for the RESLOCK resource-serialization
      * subroutine - the ENQ-SEC/DEQ-SEC lock-file pattern TESTCOB
      * carries for its own files, generalized into one callable so
      * FILEW, VBATCHUPD, FRECON, BALRPT and the other whole-file
      * passes serialize on the VFILE cluster the same way instead of
      * racing each other into status-93s and half-built reads. the
      * caller names the resource and itself; on a busy resource the
      * current holder comes back so the operator message can name it.
      *
      * a single-record update (VONLINE UPD, VKSDSUPD) locks just its
      * key instead, and an E waits for those: L takes a record lock
      * on RL-KEY, U releases it, and F (LOCKMGR) forces out the
      * record lock on RL-KEY whoever holds it - or, with RL-KEY
      * blank, every record lock already expired. a record
      * lock stands for RL-EXPIRY-MINS minutes unless released (zero
      * takes 15); see rlockrec.cbl for the table it is kept in.
      *
           07  RESLOCK-CPY.
             09  RL-FUNCTION                  PIC  X(01).
               88  RL-ENQ                           VALUE 'E'.
               88  RL-DEQ                           VALUE 'D'.
               88  RL-REC-LOCK                      VALUE 'L'.
               88  RL-REC-UNLOCK                    VALUE 'U'.
               88  RL-REC-FORCE                     VALUE 'F'.
             09  RL-RESOURCE                  PIC  X(05).
             09  RL-HOLDER                    PIC  X(08).
             09  RL-CURRENT-HOLDER            PIC  X(08).
               88  RL-OK                            VALUE '0'.
               88  RL-BUSY                          VALUE '1'.
               88  RL-BAD-FUNCTION                  VALUE '9'.
             09  RL-KEY                       PIC  X(08).
             09  RL-EXPIRY-MINS               PIC  9(03).
