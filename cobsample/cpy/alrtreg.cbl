      * ALRTREG.CBL
      *
      * shared record format for the ALRTREG alert register - one
      * line per OPALERT operations alert, taken onto the register by
      * ALERTMGR and given an alert id there. OPALERT itself stays a
      * plain append-only log that ERRLOG, FILEIO and BATCHDRV write;
      * the register is where an alert's life is kept:
      *   status O  open - raised, nobody has owned it yet
      *   status A  acknowledged - an operator has it in hand
      *   status C  closed - dealt with, with a closing remark
      * an open alert left past its severity's time limit is re-raised
      * once to the ALRTESC second-level file and flagged here, so the
      * escalation is not repeated. closed alerts stay on the register
      * with who acknowledged and closed them and when, so the
      * register is its own history and ALERTMGR's daily report can
      * time the response.
      *
           07  ALRTREG-CPY.
             09  AR-ALERT-ID                  PIC  9(06).
             09  FILLER                       PIC  X(01).
             09  AR-STATUS                    PIC  X(01).
               88  AR-OPEN                         VALUE 'O'.
               88  AR-ACKNOWLEDGED                 VALUE 'A'.
               88  AR-CLOSED                       VALUE 'C'.
             09  FILLER                       PIC  X(01).
             09  AR-SEVERITY                  PIC  X(01).
             09  FILLER                       PIC  X(01).
             09  AR-RAISED-DATE               PIC  9(08).
             09  FILLER                       PIC  X(01).
             09  AR-RAISED-TIME               PIC  9(08).
             09  FILLER                       PIC  X(01).
             09  AR-PROGRAM                   PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  AR-TEXT                      PIC  X(40).
             09  FILLER                       PIC  X(01).
             09  AR-ACK-DATE                  PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  AR-ACK-TIME                  PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  AR-ACK-BY                    PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  AR-ACK-REMARK                PIC  X(30).
             09  FILLER                       PIC  X(01).
             09  AR-CLOSE-DATE                PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  AR-CLOSE-TIME                PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  AR-CLOSE-BY                  PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  AR-CLOSE-REMARK              PIC  X(30).
             09  FILLER                       PIC  X(01).
             09  AR-ESC-FLAG                  PIC  X(01).
               88  AR-ESCALATED                    VALUE 'Y'.
             09  FILLER                       PIC  X(01).
             09  AR-ESC-DATE                  PIC  X(08).
             09  FILLER                       PIC  X(01).
             09  AR-ESC-TIME                  PIC  X(08).
