      * KEYLAY.CBL - wide-key library
      *
      * the 8-digit build of the key-width switch - see KEYLAY.CBL
      * in the standard library for what each tag means. this
      * library is concatenated ahead of the standard one to build
      * the load library the cutover cycle runs.
      *
           REPLACE  ==:LAYOUT:==    BY  =='W'==
                    ==:KEY-LEN:==   BY  ==08==
                    ==:KEY-HIGH:==  BY  ==99999999==
                    ==:REC-LEN:==   BY  ==4200==
                    ==:REC-MIN:==   BY  ==122==
                    ==:TAIL-0:==    BY  ==4192==
                    ==:TAIL-4:==    BY  ==4188==
                    ==:TAIL-12:==   BY  ==4180==
                    ==:TAIL-19:==   BY  ==4173==
                    ==:TAIL-28:==   BY  ==4164==
                    ==:TAIL-30:==   BY  ==4162==
                    ==:TAIL-46:==   BY  ==4146==
                    ==:TAIL-200:==  BY  ==3992==
                    ==:REJ-TAIL-2:==   BY  ==70==
                    ==:REJ-TAIL-49:==  BY  ==23==
                    ==:REJ-TAIL-65:==  BY  ==07==.
