      * INFREC.CBL
      *
      * record format of the consolidated INFILE that FEEDGATE builds
      * for FILEW out of every provider's accepted delivery - the
      * provider's own 72-byte record, unchanged, followed by the tag
      * of the provider that sent it (its FEEDPROV id), so FILEW can
      * put each provider's volumes on the run history, and the
      * legal entity the provider delivers for (its FEEDPROV entity,
      * blank for the home entity), so FILEW builds each entity's
      * live files from that entity's records only
      *
           07  INFREC-CPY.
             09  IR-DATA                      PIC  X(72).
             09  IR-PROVIDER                  PIC  X(04).
             09  IR-ENTITY                    PIC  X(02).
