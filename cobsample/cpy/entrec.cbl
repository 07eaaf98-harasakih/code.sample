      * ENTREC.CBL
      *
      * record format of the ENTITIES register - one line per legal
      * entity the shop processes for: its two-character code, the
      * NUM1 key base its records are numbered from (so two entities'
      * keys never collide in the permanent stores - FILEW numbers an
      * entity's records from its base plus one) and its name. the
      * first line is the home entity. ENTCHK is the register's
      * reader; BATCHDRV walks it for an all-entities cycle.
      *
           07  ENTREC-CPY.
             09  EN-CODE                      PIC  X(02).
             09  FILLER                       PIC  X(01).
             09  EN-KEY-BASE                  PIC  9(04).
             09  FILLER                       PIC  X(01).
             09  EN-NAME                      PIC  X(30).
