      * FFILE.CBL - wide-key library
      *
      * the 8-digit key build of FFILE.CBL: the layout is FFILEW.CBL,
      * under the same data names - see KEYLAY.CBL.
      *
           COPY  ffilew.
