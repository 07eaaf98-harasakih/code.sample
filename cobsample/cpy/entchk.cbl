      * ENTCHK.CBL
      *
      * shared parameter area for the ENTCHK entity subroutine - the
      * shop processes for more than one legal entity, and no entity's
      * records may turn up in another's reports, exports or close.
      * every entity is registered on the ENTITIES file with its
      * two-character code, the NUM1 key base its records are
      * numbered from and its name; the first line is the home
      * entity, and records built before entities existed (a blank
      * ENTITY-CODE) are the home entity's. a missing register means
      * the home entity '01' alone, at key base zero.
      *
      * callers fill EC-FUNCTION and CALL 'ENTCHK' USING this area:
      *   'C'  the entity this cycle runs for - BATCHDRV exports it
      *        as the ENTITY environment variable to every step, and
      *        blank there is the home entity
      *   'A'  may EC-OPERATOR see a record of entity EC-ENTITY -
      *        the operator's VAUTH line carries the entities granted
      *        (blank there is the home entity only, '**' all of
      *        them; an expired grant is none). a blank operator is a
      *        batch step, held to the cycle's own entity
      *   'L'  is EC-ENTITY on the register
      * EC-RESULT comes back Y (yes / known), N (not authorized) or U
      * (not a registered entity), with the entity's code, key base
      * and name filled in for 'C' and 'L', and the home entity's
      * code in EC-HOME every time.
      *
           07  ENTCHK-CPY.
             09  EC-FUNCTION                  PIC  X(01).
               88  EC-CYCLE-ENTITY                 VALUE 'C'.
               88  EC-AUTHORIZE                    VALUE 'A'.
               88  EC-LOOKUP                       VALUE 'L'.
             09  EC-OPERATOR                  PIC  X(08).
             09  EC-ENTITY                    PIC  X(02).
             09  EC-RESULT                    PIC  X(01).
               88  EC-ALLOWED                      VALUE 'Y'.
               88  EC-DENIED                       VALUE 'N'.
               88  EC-UNKNOWN                      VALUE 'U'.
             09  EC-HOME                      PIC  X(02).
             09  EC-KEY-BASE                  PIC  9(04).
             09  EC-NAME                      PIC  X(30).
