      * PWHASH.CBL
      *
      * shared parameter area for the PWHASH password-hash
      * subroutine. the caller supplies the operator id (the salt,
      * so two operators choosing the same password still store
      * different values) and the password as keyed; PWHASH returns
      * the nine-digit hash VCRED holds. the password is never
      * written anywhere - callers compare hashes only.
      *
           07  PWHASH-CPY.
             09  PH-OPERATOR                  PIC  X(08).
             09  PH-PASSWORD                  PIC  X(16).
             09  PH-HASH                      PIC  9(09).
