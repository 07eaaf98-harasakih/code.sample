000340     03  OA-IN-ACTION                 PIC  X(20).
000350     03  FILLER                       PIC  X(01).
000360     03  OA-IN-DETAIL                 PIC  X(30).
000362*    the line's OPSAUDIT chain seal - checked by CHNVFY, not here
000364     03  FILLER                       PIC  X(32).
000370
000380 FD      REVIEW-RPT.
000390 01      RPT-LINE                     PIC  X(100).
