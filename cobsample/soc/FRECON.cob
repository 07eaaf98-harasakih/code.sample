000180             ACCESS MODE   IS    DYNAMIC
000190             RECORD KEY    IS    NUM1  OF  V-REC01
000191             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000192                           WITH  DUPLICATES
000193             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000194                           WITH  DUPLICATES.
000200     SELECT  F-OTFILE  ASSIGN TO     FFILE
000210             ORGANIZATION  IS    SEQUENTIAL.
000220     SELECT  RECON-RPT  ASSIGN TO   RECONRPT
000230             ORGANIZATION  IS    LINE SEQUENTIAL.
000240
000245     COPY  keylay.
000250 DATA             DIVISION.
000260 FILE             SECTION.
000270 FD      V-OTFILE
000280         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
000290         DEPENDING ON  V-LL.
000300 01      V-REC01.
000310     COPY  vfile.
000320 01      V-HTR-REC  REDEFINES  V-REC01.
000330     03  HTR-KEY                      PIC  9(:KEY-LEN:).
000340     03  HTR-ID                       PIC  X(04).
000350       88  HTR-IS-HEADER                    VALUE 'HDR1'.
000360       88  HTR-IS-TRAILER                   VALUE 'TRL1'.
000370     03  HTR-RUN-DATE                 PIC  X(08).
000380     03  HTR-RECORD-COUNT             PIC  9(07).
000390     03  FILLER                       PIC  X(:TAIL-19:).
000400
000410 FD      F-OTFILE.
000420 01      F-REC01.
000430     COPY  ffile.
000440 01      F-HTR-REC  REDEFINES  F-REC01.
000450     03  FHTR-KEY                     PIC  9(:KEY-LEN:).
000460     03  FHTR-ID                      PIC  X(04).
000470       88  FHTR-IS-HEADER                   VALUE 'HDR1'.
000480       88  FHTR-IS-TRAILER                  VALUE 'TRL1'.
000490     03  FHTR-RUN-DATE                PIC  X(08).
000500     03  FHTR-RECORD-COUNT            PIC  9(07).
000510     03  FILLER                       PIC  X(:TAIL-19:).
000520
000530 FD      RECON-RPT.
000540 01      RPT-LINE                     PIC  X(80).
000740   03   RPT-NUM1         PIC  9(04).
000750   03   FILLER           PIC  X(01)  VALUE  SPACE.
000760   03   RPT-REASON       PIC  X(30).
000763
000766 01  WS-KEYMODE-PARM.
000770     COPY  keymode.
000771 PROCEDURE        DIVISION.
000772 MAIN-SEC         SECTION.
000773*    the stores must carry the key layout this program is built
000774*    for - see KEYMODE
000775     MOVE  'FRECON'    TO  KM-PROGRAM.
000776     MOVE  0           TO  KM-RUN-DATE.
000777     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
000778     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
000779     IF  KM-REFUSE
000780         MOVE  16  TO  RETURN-CODE
000781         STOP RUN
000790     END-IF.
000791*    serialize on the cluster before touching it - see RESLOCK
000792     SET   RL-ENQ     TO  TRUE.
000793     MOVE  'VFILE'    TO  RL-RESOURCE.
000797         DISPLAY  'FRECON: VFILE IS HELD BY '
000798                  RL-CURRENT-HOLDER  ' - RUN ABANDONED'
000799         MOVE  16  TO  RETURN-CODE
000801         STOP RUN
000803     END-IF.
000805     PERFORM  INIT-SEC.
000810     PERFORM  READ-V-SEC.
000820     PERFORM  READ-F-SEC.
000830     PERFORM  COMPARE-SEC  UNTIL  V-EOF  OR  F-EOF.
001444                                         TO  RPT-REASON
001445                 PERFORM  LOG-MISMATCH-SEC
001446             END-IF
001448     END-EVALUATE.
001450     PERFORM  READ-V-SEC.
001460     PERFORM  READ-F-SEC.
001470 COMPARE-SEC-EX.
