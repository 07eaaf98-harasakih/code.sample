      * APPRQUE.CBL
      *
      * shared pending-approval queue record format - VBATCHUPD's
      * transaction file, VMASSUPD's commit and VCLEANSE's commit no
      * longer land on the V-OTFILE cluster on one operator's say-so.
      * each change is queued here as pending under a submission id
      * (the date/time the maker's run started), with the maker's
      * operator id; VAPPROVE lets a second operator holding the 'K'
      * approve code (and who is not the maker) release or decline
      * it, and only released entries are applied and journaled, by
      * the owning program's release run. decided entries leave the
      * queue for the VAPPRHST approval history in this same layout,
      * so the queue itself only ever holds work still in flight.
      * every program that reads or writes the queue does so under
      * its RESLOCK lock, resource VAPRQ.
      *
           07  APPRQUE-CPY.
             09  AQ-BATCH-ID.
               11  AQ-BATCH-DATE              PIC  9(08).
               11  AQ-BATCH-TIME              PIC  9(08).
             09  FILLER                       PIC  X(01).
             09  AQ-SEQ                       PIC  9(05).
             09  FILLER                       PIC  X(01).
             09  AQ-SOURCE                    PIC  X(08).
               88  AQ-FROM-VBATCHUPD               VALUE 'VBATCHUP'.
               88  AQ-FROM-VMASSUPD                VALUE 'VMASSUPD'.
               88  AQ-FROM-VCLEANSE                VALUE 'VCLEANSE'.
             09  FILLER                       PIC  X(01).
             09  AQ-MAKER                     PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  AQ-STATUS                    PIC  X(01).
               88  AQ-PENDING                      VALUE 'P'.
               88  AQ-RELEASED                     VALUE 'R'.
               88  AQ-DECLINED                     VALUE 'X'.
               88  AQ-APPLIED                      VALUE 'A'.
             09  FILLER                       PIC  X(01).
             09  AQ-CHECKER                   PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  AQ-DECIDE-DATE               PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  AQ-DECIDE-TIME               PIC  X(08).
             09  FILLER                       PIC  X(01).
      * the maker's closed-period override byte, carried so the
      * release run applies the change under the same terms the
      * maker requested and the checker saw
             09  AQ-OVERRIDE                  PIC  X(01).
             09  FILLER                       PIC  X(01).
             09  AQ-PAYLOAD                   PIC  X(80).
      * VBATCHUPD entries carry the VTXNIN transaction image as read
             09  AQ-TXN-VIEW  REDEFINES  AQ-PAYLOAD.
               11  AQ-TXN-IMAGE               PIC  X(77).
               11  FILLER                     PIC  X(03).
      * VMASSUPD entries carry the change specification plus the one
      * key the submission's selection pass chose
             09  AQ-MASS-VIEW  REDEFINES  AQ-PAYLOAD.
               11  AQ-MS-GROUP                PIC  X(01).
               11  AQ-MS-FIELD                PIC  X(10).
               11  AQ-MS-VALUE                PIC  X(08).
               11  AQ-MS-NUM1                 PIC  9(04).
               11  FILLER                     PIC  X(57).
      * VCLEANSE entries carry one key and the REC-DATA its rules
      * produced when the commit run read it
             09  AQ-CLEANSE-VIEW  REDEFINES  AQ-PAYLOAD.
               11  AQ-CL-NUM1                 PIC  9(04).
               11  AQ-CL-DATA                 PIC  X(72).
               11  FILLER                     PIC  X(04).
      * a VBATCHUPD entry's effective date - blank to apply on
      * release, or the date it is due (see pendtx.cbl)
             09  AQ-EFF-DATE                  PIC  X(08).
