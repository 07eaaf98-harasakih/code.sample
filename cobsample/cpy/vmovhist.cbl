      * VMOVHIST.CBL
      *
      * one line of the VMOVHIST closing ledger: the count and NUM1
      * hash total VMOVREC found on the V-OTFILE cluster when it
      * closed the day, the build the cluster then carried (its TRL1
      * run date, build stamp, count and hash), and how the day
      * reconciled. the newest line for an entity is the next day's
      * opening position.
      *
           07  VMOVHIST-CPY.
             09  MH-CYCLE-DATE                PIC  9(08).
             09  FILLER                       PIC  X(01).
             09  MH-ENTITY                    PIC  X(02).
             09  FILLER                       PIC  X(01).
      * the clock reading the closing count was taken under
             09  MH-STAMP.
               11  MH-STAMP-DATE              PIC  9(08).
               11  MH-STAMP-TIME              PIC  9(08).
             09  FILLER                       PIC  X(01).
      * the FILEW build the cluster carried at closing
             09  MH-BUILD-DATE                PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  MH-BUILD-STAMP               PIC  X(16).
             09  FILLER                       PIC  X(01).
             09  MH-BUILD-COUNT               PIC  9(07).
             09  FILLER                       PIC  X(01).
             09  MH-BUILD-HASH                PIC  9(09).
             09  FILLER                       PIC  X(01).
             09  MH-OPEN-COUNT                PIC  9(07).
             09  FILLER                       PIC  X(01).
             09  MH-OPEN-HASH                 PIC  9(09).
             09  FILLER                       PIC  X(01).
             09  MH-ADDS                      PIC  9(07).
             09  FILLER                       PIC  X(01).
             09  MH-REMOVES                   PIC  9(07).
             09  FILLER                       PIC  X(01).
             09  MH-CLOSE-COUNT               PIC  9(07).
             09  FILLER                       PIC  X(01).
             09  MH-CLOSE-HASH                PIC  9(09).
             09  FILLER                       PIC  X(01).
             09  MH-RESULT                    PIC  X(01).
               88  MH-BALANCED                     VALUE 'B'.
               88  MH-UNEXPLAINED                  VALUE 'U'.
               88  MH-BASELINE                     VALUE 'S'.
