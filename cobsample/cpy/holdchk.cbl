      * HOLDCHK.CBL
      *
      * shared parameter area for the HOLDCHK legal-hold check
      * subroutine - VFPURGE, ARCMAINT's retention purge, VJROLL,
      * ELOGROLL, RPTARCH's purge, and VERASE each used to delete on
      * their own rules, with a memo as the only thing standing
      * between a preservation order and the delete. each now builds
      * one of these for every item it is about to remove and CALLs
      * 'HOLDCHK' USING it before the delete:
      *   HC-NUM1    the record's key; spaces when the item has none
      *   HC-GROUP   the record's GROUP-1 code; space when none
      *   HC-DATE    the record's date, or the dataset's run date;
      *              spaces when none
      * HC-HELD comes back when any active hold in the HOLDS register
      * covers any of the three, with the first such hold's id and
      * type for the caller's report line. HC-ACTIVE-HOLDS carries
      * the number of active holds on the register, so a utility
      * retiring a whole dataset knows whether its records need
      * checking one by one at all. a missing register holds nothing.
      *
           07  HOLDCHK-CPY.
             09  HC-NUM1                      PIC  X(04).
      * a key taken from a record is moved here, not to HC-NUM1, so
      * the 8-digit key layout hands over its low-order four digits
      * - the whole key while the register holds 4-digit keys
             09  HC-NUM1-N  REDEFINES  HC-NUM1
                                              PIC  9(04).
             09  HC-GROUP                     PIC  X(01).
             09  HC-DATE                      PIC  X(08).
             09  HC-STATUS                    PIC  X(01).
               88  HC-NOT-HELD                     VALUE '0'.
               88  HC-HELD                         VALUE '1'.
             09  HC-HOLD-ID                   PIC  X(08).
             09  HC-HOLD-TYPE                 PIC  X(01).
             09  HC-ACTIVE-HOLDS              PIC  9(04).
