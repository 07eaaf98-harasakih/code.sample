      * CHAINHD.CBL
      *
      * the head of one hash chain (see chnseal.cbl) - the last
      * sequence number and hash sealed, when, and the last time the
      * chain was resealed after a sanctioned in-place rewrite, and
      * by whom. one line, file <res>CHN for the chain's CHAINTB
      * resource; CHNVFY checks the live file still reaches it, so
      * records cut off the end are missed as surely as any other.
      *
           07  CHAINHD-CPY.
             09  CH-CHAIN                     PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  CH-SEQ                       PIC  9(09).
             09  FILLER                       PIC  X(01).
             09  CH-HASH                      PIC  9(18).
             09  FILLER                       PIC  X(01).
             09  CH-SEALED-DATE               PIC  9(08).
             09  FILLER                       PIC  X(01).
             09  CH-SEALED-TIME               PIC  9(08).
             09  FILLER                       PIC  X(01).
             09  CH-RESEAL-DATE               PIC  9(08).
             09  FILLER                       PIC  X(01).
             09  CH-RESEAL-BY                 PIC  X(08).
