      * MSGFMT.CBL
      *
      * shared parameter area for the MSGFMT message formatter - the
      * one place an operator message is built from its MSGCAT
      * catalog entry, so every condition reaches the console and the
      * error log under the same stable id, severity and wording, and
      * the console automation, ERRROUTE and KNOWNERR can key on the
      * id instead of on the text.
      *
      * hand in the message id, the issuing program and section, up to
      * three values for the &1 &2 &3 placeholders, and a default
      * severity and text used only if the id is not on the catalog.
      *
      * MG-FORMAT: answers the formatted text, severity and action.
      * MG-DISPLAY: also DISPLAYs 'id sev text' on the job log.
      * MG-LOG: also DISPLAYs it and logs it through ERRLOG with
      *         MG-RETURN-CODE.
      * MG-DISPLAY and MG-LOG note the issue on the MSGLOG file that
      * MSGRPT reconciles against the catalog.
      *
           07  MSGFMT-CPY.
             09  MG-FUNCTION                  PIC  X(01).
               88  MG-FORMAT                       VALUE 'F'.
               88  MG-DISPLAY                      VALUE 'D'.
               88  MG-LOG                          VALUE 'L'.
             09  MG-MSG-ID                    PIC  X(08).
             09  MG-PROGRAM                   PIC  X(08).
             09  MG-SECTION                   PIC  X(20).
             09  MG-VALUE                     PIC  X(20)
                                               OCCURS 3 TIMES.
             09  MG-SEVERITY                  PIC  X(01).
               88  MG-INFO                         VALUE 'I'.
               88  MG-WARNING                      VALUE 'W'.
               88  MG-ERROR                        VALUE 'E'.
             09  MG-TEXT                      PIC  X(67).
             09  MG-RETURN-CODE               PIC  S9(04) COMP.
             09  MG-RESULT                    PIC  X(01).
               88  MG-CATALOGUED                   VALUE '0'.
               88  MG-NOT-CATALOGUED               VALUE '1'.
             09  MG-ACTION                    PIC  X(69).
