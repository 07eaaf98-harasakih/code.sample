      * VJRNLW.CBL
      *
      * the VJRNL.CBL journal entry for the 8-digit key layout (see
      * vfilew.cbl): JR-NUM1 widens by four bytes and each image is
      * a 4200-byte wide record, so the content the chain seal covers
      * is still 8440 bytes and an entry is still 8467 - CHNSEAL and
      * CHNCHK walk and reseal either layout unchanged.
      *
           07  VJRNL-CPY.
             09  JR-DATE                      PIC  9(08).
             09  JR-TIME                      PIC  9(08).
             09  JR-PROGRAM                   PIC  X(08).
             09  JR-OPERATOR                  PIC  X(08).
             09  JR-NUM1                      PIC  9(08).
             09  JR-BEFORE-IMAGE              PIC  X(4200).
             09  JR-AFTER-IMAGE               PIC  X(4200).
             09  JR-CHAIN-SEQ                 PIC  9(09).
             09  JR-CHAIN-HASH                PIC  9(18).
