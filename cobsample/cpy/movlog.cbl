      * MOVLOG.CBL
      *
      * shared parameter area for the MOVLOG movement-ledger
      * subroutine - the doors that bring a V-OTFILE record into being
      * or remove one without a VJOURNAL before/after image (VRESUBMT's
      * recoveries, VFPURGE's purge, VERASE's erasure, FKRENUM's key
      * moves) CALL 'MOVLOG' USING one of these for every record they
      * add or remove, so the day's movement of the cluster can be
      * proved by VMOVREC from the journal and this ledger together.
      *
           07  MOVLOG-CPY.
             09  MV-PROGRAM                   PIC  X(08).
             09  MV-NUM1                      PIC  X(04).
      * a key taken from a store moves in here - see holdchk.cbl
             09  MV-NUM1-N  REDEFINES  MV-NUM1
                                              PIC  9(04).
             09  MV-MOVEMENT                  PIC  X(01).
               88  MV-ADDED                        VALUE 'A'.
               88  MV-REMOVED                      VALUE 'D'.
             09  MV-REASON                    PIC  X(20).
