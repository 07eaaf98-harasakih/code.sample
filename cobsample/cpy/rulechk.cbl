      * RULECHK.CBL
      *
      * shared parameter area for the RULECHK business-rule check
      * subroutine - FILEW, FIMPORT, VBATCHUPD and the RULEAUD audit
      * each move the VFILE/FFILE-shaped record they are about to
      * write (or have read) into RK-IMAGE, CALL 'RULECHK' USING this
      * area, and act on what comes back:
      *   RK-PASS   no rule broken
      *   RK-WARN   only warning-level rules broken - report them,
      *             the record goes through
      *   RK-FAIL   at least one error-level rule broken - reject
      *             the record through the door's own reject path,
      *             naming RK-ERR-ID / RK-ERR-FIELD / RK-ERR-TEXT,
      *             the first error rule it broke
      * RK-BROKEN lists the rules broken, in RULES file order, for
      * the caller's warning and audit lines (the first 10 only -
      * RK-BROKEN-COUNT carries how many in all). RK-RULE-COUNT
      * carries the number of rules in force; a missing RULES file
      * is no rules, and every record passes.
      *
           07  RULECHK-CPY.
      * the record in the layout the caller is built for - see
      * keylay.cbl
             09  RK-IMAGE                     PIC  X(:REC-LEN:).
             09  RK-STATUS                    PIC  X(01).
               88  RK-PASS                         VALUE '0'.
               88  RK-WARN                         VALUE '1'.
               88  RK-FAIL                         VALUE '2'.
             09  RK-RULE-COUNT                PIC  9(04).
             09  RK-ERROR-COUNT               PIC  9(04).
             09  RK-WARN-COUNT                PIC  9(04).
             09  RK-ERR-ID                    PIC  X(08).
             09  RK-ERR-FIELD                 PIC  X(08).
             09  RK-ERR-TEXT                  PIC  X(30).
             09  RK-BROKEN-COUNT              PIC  9(04).
             09  RK-BROKEN  OCCURS 10 TIMES.
               11  RK-B-ID                    PIC  X(08).
               11  RK-B-SEVERITY              PIC  X(01).
               11  RK-B-FIELD                 PIC  X(08).
               11  RK-B-TEXT                  PIC  X(30).
