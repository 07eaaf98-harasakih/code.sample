             09  AC-GENERATION-SEQ            PIC  9(04).
             09  FILLER                       PIC  X(01).
             09  AC-REC-COUNT                 PIC  9(07).
      * the legal entity whose live file the generation was taken
      * from - blank for the home entity and for generations
      * catalogued before entities existed
             09  FILLER                       PIC  X(01).
             09  AC-ENTITY                    PIC  X(02).
      * the recipient a distributed report piece went to - RPTBURST
      * stamps it on the RPTCAT line of every piece it writes, so
      * the catalog proves who received which report on which date.
      * blank on every archive generation and stored report
             09  FILLER                       PIC  X(01).
             09  AC-RECIPIENT                 PIC  X(08).
