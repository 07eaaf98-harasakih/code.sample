      * VFILE.CBL - wide-key library
      *
      * the 8-digit key build of VFILE.CBL: the layout is VFILEW.CBL,
      * under the same data names - see KEYLAY.CBL.
      *
           COPY  vfilew.
