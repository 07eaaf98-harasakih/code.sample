      * VIEWMASK.CBL
      *
      * shared parameter area for the VIEWMASK view-masking
      * subroutine - REC-DATA carries personal details, and VONLINE,
      * VTRACE, VJHIST and FDUMP used to show it in clear to whoever
      * ran them. each now moves the VFILE-shaped record it is about
      * to show into VM-IMAGE, puts the requesting operator in
      * VM-OPERATOR, CALLs 'VIEWMASK' USING this area, and shows the
      * record from VM-IMAGE as it comes back. an operator holding
      * the 'V' view code (unexpired) on VAUTH gets the image back
      * untouched and VM-CLEAR; anyone else gets the masked fields
      * overwritten with asterisks - so a hex panel built from the
      * image is masked too - VM-MASKED, and in VM-NOTE the line the
      * caller prints to say so. which fields are masked is decided
      * in VIEWMASK alone, so the next inquiry tool does not decide
      * it again.
      *
           07  VIEWMASK-CPY.
             09  VM-OPERATOR                  PIC  X(08).
             09  VM-VIEW                      PIC  X(01).
               88  VM-CLEAR                        VALUE 'C'.
               88  VM-MASKED                       VALUE 'M'.
             09  VM-NOTE                      PIC  X(40).
      * the record in the layout the caller is built for - see
      * keylay.cbl
             09  VM-IMAGE                     PIC  X(:REC-LEN:).
