      * VFILEW.CBL
      *
      * the VFILE.CBL record with the NUM1 key widened from 4 to 8
      * digits - the layout KEYWIDEN migrates every store to and
      * the wide-key library (cpyw) brings in under the name VFILE
      * for the load library the cutover cycle runs (see KEYLAY and
      * KEYMODE). the data names are those of VFILE.CBL, and the
      * sizes that follow from the key are KEYLAY tags in each
      * program, so the same source builds either layout. the fields
      * that carry the key by construction (NUM2 and SHUDAN2) widen
      * with it, the business fields run NUM1 through BIN in 122
      * bytes, and the record is 4200 bytes - two fewer than the
      * 4-digit layout, so a journal entry carrying two images
      * still seals the same 8440 bytes of content (see vjrnlw.cbl).
      * the HDR1/TRL1 sentinels sit at keys 00000000 and 99999999.
      *
           07  VFILE.
             09  NUM1                         PIC  9(08).
             09  REC-DATA                     PIC  X(72).
             09  NUM2                         PIC  Z(07)9.
             09  SPACK                        PIC  S9(01) COMP-3.
             09  UPACK                        PIC   9(01) COMP-3.
             09  SZONE                        PIC  S9(02).
             09  UZONE                        PIC   9(02).
             09  NCH                          PIC   N(05).
             09  SHUDAN.
               11  GROUP-1                    PIC  X(01).
             09  SHUDAN2.
               11  COMP0                      PIC  S9(08) COMP.
               11  COMP3                      PIC  S9(08) COMP-3.
               11  COMP5                      PIC  S9(08) COMP-5.
               11  BIN                        PIC  S9(08) BINARY.
      * the stamps as in VFILE.CBL - see there
             09  EFF-DATE                     PIC  9(08).
             09  RUN-ID.
               11  RUN-ID-DATE                PIC  9(08).
               11  RUN-ID-SEQ                 PIC  9(04).
             09  REC-STATUS                   PIC  X(01).
               88  REC-ACTIVE                 VALUE 'A' SPACE
                                                   LOW-VALUE.
               88  REC-INACTIVE               VALUE 'I'.
               88  REC-DELETED                VALUE 'D'.
             09  REC-STATUS-DATE              PIC  9(08).
             09  ENTITY-CODE                  PIC  X(02).
      * the checksum covers the 122 business bytes of this layout
             09  REC-CHECKSUM                 PIC  9(09).
      * the activity stamps as in FFILE.CBL - see there
             09  LAST-SEEN-DATE               PIC  9(08).
             09  SEEN-COUNT                   PIC  9(07).
             09  FILLER                       PIC  X(4023).
