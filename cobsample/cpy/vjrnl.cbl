      * layout carrying the full before and after images of V-REC01
      * plus the date/time and the program that made the change, so a
      * wrong update can be traced and a restored archive copy of the
      * cluster can be rolled forward through VJREPLAY to any point;
      * VJUNDO reverses one entry by writing its before image back as
      * a change of its own
      *
           07  VJRNL-CPY.
             09  JR-DATE                      PIC  9(08).
             09  JR-NUM1                      PIC  9(04).
             09  JR-BEFORE-IMAGE              PIC  X(4202).
             09  JR-AFTER-IMAGE               PIC  X(4202).
      * the entry's tamper-evidence seal, stamped by CHNSEAL when it
      * is written: its place in the one unbroken journal chain and
      * a hash over the entries before it and its own content (the
      * 8440 bytes above) - see chnseal.cbl
             09  JR-CHAIN-SEQ                 PIC  9(09).
             09  JR-CHAIN-HASH                PIC  9(18).
