      * operational failures land in one queryable error-log file
      * instead of scattering across each program's own DISPLAY
      * statements
      *
      * EL-MSG-ID is the condition's stable id on the MSGCAT message
      * catalog (see MSGFMT) - ERRROUTE, KNOWNERR and ERRRPT key on it
      * rather than on the wording of EL-MSG. blank for an entry that
      * has no catalog id.
      *
           07  ERRLOG-CPY.
             09  EL-PROGRAM                   PIC  X(08).
               88  EL-WARNING                        VALUE 'W'.
               88  EL-ERROR                          VALUE 'E'.
             09  EL-RETURN-CODE               PIC  S9(04) COMP.
             09  EL-MSG-ID                    PIC  X(08).
