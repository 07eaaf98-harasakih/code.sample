000150* side's load step never runs against a bad transmission.
000160* this program is meant to be handed to the receiving team - it
000170* reads only the two transmitted files.
000172* the row area is wide enough for the VJFEED change-event feed,
000174* whose rows also lead with NUM1 and whose VJFDMANI manifest
000176* opens with the same three columns, so one verifier proves both.
000180*----------------------------------------------------------------
000190 ENVIRONMENT      DIVISION.
000200 INPUT-OUTPUT     SECTION.
000330     03  EX-NUM1                      PIC  X(04).
000335     03  EX-NUM1-N  REDEFINES  EX-NUM1
000336                                      PIC  9(04).
000340     03  FILLER                       PIC  X(226).
000350
000360 FD      MANIFEST-IN.
000370 01      MANIFEST-REC.
