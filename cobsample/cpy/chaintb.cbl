      * CHAINTB.CBL
      *
      * the hash-chained evidence files, one entry each, for CHNSEAL
      * and CHNCHK. an entry names the live file, the RESLOCK
      * resource that serializes its sealing (and so the prefix of
      * its chain head <res>CHN and retired-segment register <res>RET
      * files), the length of the record content the seal covers,
      * the catalog its rolled segments are recorded in and their
      * name tag, and the kind of file - J the fixed-length vjrnl.cbl
      * journal, L a line-sequential log.
      *
           07  CHAINTB-CPY.
             09  FILLER     PIC  X(31)
                            VALUE 'VJOURNALVJRNL08440JRNCAT  VJRNJ'.
             09  FILLER     PIC  X(31)
                            VALUE 'OPSAUDITOPSAU00090LOGCAT  OAUDL'.
           07  CHAINTB-R  REDEFINES  CHAINTB-CPY.
             09  CT-ENTRY   OCCURS  2  TIMES.
               11  CT-CHAIN                   PIC  X(08).
               11  CT-LOCK-RES                PIC  X(05).
               11  CT-CONTENT-LEN             PIC  9(05).
               11  CT-CATALOG                 PIC  X(08).
               11  CT-SEG-TAG                 PIC  X(04).
               11  CT-KIND                    PIC  X(01).
                 88  CT-JOURNAL-KIND                VALUE 'J'.
                 88  CT-LOG-KIND                    VALUE 'L'.
