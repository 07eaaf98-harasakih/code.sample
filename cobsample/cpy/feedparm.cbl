      * FEEDPARM.CBL
      *
      * parameter area between FMULTRPT, the single-pass F-OTFILE
      * driver, and the consumers it feeds. each consumer that can
      * run under the driver keeps its own stand-alone run and also
      * has a feed entry point (see the FMULTCTL deck in FMULTRPT),
      * called once with FP-OPEN before the first record, once with
      * FP-RECORD for every F-OTFILE record - HDR1 and TRL1 included,
      * exactly as its own read loop would have seen them - and once
      * with FP-CLOSE after the last, when it writes its reports and
      * totals as it does at the end of a stand-alone run.
      *
      * FP-PARM carries the PARM the consumer would have been run with
      * on its own. the consumer returns its return code in FP-RC; 16
      * or over means it cannot go on, and the driver stops feeding it
      * while the others carry on. a consumer that posts its own FFILE
      * control total to CTLTOT sets FP-OWN-TOTALS so the driver does
      * not post a second one for it.
      *
           07  FEEDPARM-CPY.
             09  FP-FUNCTION                  PIC  X(01).
               88  FP-OPEN                         VALUE 'O'.
               88  FP-RECORD                       VALUE 'R'.
               88  FP-CLOSE                        VALUE 'C'.
             09  FP-PARM                      PIC  X(60).
             09  FP-RC                        PIC  9(02).
             09  FP-OWN-TOTALS                PIC  X(01).
               88  FP-TOTALS-POSTED                VALUE 'Y'.
