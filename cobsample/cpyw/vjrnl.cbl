      * VJRNL.CBL - wide-key library
      *
      * the 8-digit key build of VJRNL.CBL: the layout is VJRNLW.CBL,
      * under the same data names - see KEYLAY.CBL.
      *
           COPY  vjrnlw.
