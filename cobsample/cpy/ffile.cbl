             09  RUN-ID.
               11  RUN-ID-DATE                PIC  9(08).
               11  RUN-ID-SEQ                 PIC  9(04).
      * record status (active, inactive or logically deleted) and
      * the date it last changed, carved out of the FILLER tail the
      * way EFF-DATE was - a delete is a status change, and only
      * VFPURGE removes a deleted record, after its grace period.
      * records built before the status existed carry a space here
      * and read as active
             09  REC-STATUS                   PIC  X(01).
               88  REC-ACTIVE                 VALUE 'A' SPACE
                                                   LOW-VALUE.
               88  REC-INACTIVE               VALUE 'I'.
               88  REC-DELETED                VALUE 'D'.
             09  REC-STATUS-DATE              PIC  9(08).
      * the legal entity the record belongs to (its code on the
      * ENTITIES register), carved out of the FILLER tail the way
      * EFF-DATE was so the record length is unchanged - FILEW
      * stamps the cycle's entity, and the reports, exports and
      * VONLINE show a record only to an operator authorized for
      * its entity. records built before entities existed carry a
      * space here and belong to the home entity
             09  ENTITY-CODE                  PIC  X(02).
      * record-level checksum over the business fields (NUM1 through
      * BIN), carved out of the FILLER tail the way EFF-DATE was so
      * the record length is unchanged - every writer sets it through
      * RECSUM as it builds or changes a record, and RECVFY proves
      * each record on the clusters and the archives still matches
      * it. records built before the checksum existed carry spaces
      * here and are reported as unsealed, not damaged
             09  REC-CHECKSUM                 PIC  9(09).
      * the cumulative master's activity stamps - the cycle date
      * FMASTUPD last applied the key under and how many cycles have
      * carried it - carved out of the FILLER tail the way EFF-DATE
      * was so the record length is unchanged. FDORMANT ages the
      * master's keys by them. only FMASTER's copy means anything;
      * records on the other stores carry whatever the cycle file
      * held, and records applied before the stamps existed carry
      * spaces and are aged by their RUN-ID-DATE
             09  LAST-SEEN-DATE               PIC  9(08).
             09  SEEN-COUNT                   PIC  9(07).
             09  FILLER                       PIC  X(4041).
