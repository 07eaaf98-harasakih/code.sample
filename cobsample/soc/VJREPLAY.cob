000230             RECORD KEY    IS    NUM1  OF  V-REC01
000231             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000232                           WITH  DUPLICATES
000233             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000234                           WITH  DUPLICATES
000240             FILE STATUS   IS    WS-VFILE-STATUS.
000250     SELECT  JRNL-FILE  ASSIGN TO    VJOURNAL
000260             ORGANIZATION  IS    SEQUENTIAL
000270             FILE STATUS   IS    WS-JRNL-STATUS.
000280
000285     COPY  keylay.
000290 DATA             DIVISION.
000300 FILE             SECTION.
000310 FD      V-OTFILE
000320         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
000330         DEPENDING ON  V-LL.
000340 01      V-REC01.
000350     COPY  vfile.
000672
000674 01  WS-RESLOCK-PARM.
000676     COPY  reslock.
000677 01  WS-RECSUM-PARM.
000678     COPY  recsum.
000679
000680 01  WS-KEYMODE-PARM.
000685     COPY  keymode.
000690 PROCEDURE        DIVISION.
000691 MAIN-SEC         SECTION.
000692*    the stores must carry the key layout this program is built
000693*    for - see KEYMODE
000694     MOVE  'VJREPLAY'  TO  KM-PROGRAM.
000695     MOVE  0           TO  KM-RUN-DATE.
000696     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
000697     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
000698     IF  KM-REFUSE
000699         MOVE  16  TO  RETURN-CODE
000700         STOP RUN
000705     END-IF.
000710     PERFORM  GET-PARM-SEC.
000711*    serialize on the cluster before touching it - see RESLOCK;
000712*    a replay rewrites every journaled record, so an unlocked
000717     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
000718     IF  RL-BUSY
000719         DISPLAY  'VJREPLAY: VFILE IS HELD BY '
000720                  RL-CURRENT-HOLDER  ' - RUN ABANDONED'
000721         MOVE  16  TO  RETURN-CODE
000722         STOP RUN
000723     END-IF.
000724     OPEN  I-O  V-OTFILE.
000730     IF  WS-VFILE-STATUS  NOT =  '00'
000740         DISPLAY  'VJREPLAY: UNABLE TO OPEN VFILE, STATUS '
000750                  WS-VFILE-STATUS
000780         MOVE  'UNABLE TO OPEN VFILE'  TO  EL-MSG
000790         SET   EL-ERROR    TO  TRUE
000800         MOVE  16          TO  EL-RETURN-CODE
000805         MOVE  'VJRPL001'  TO  EL-MSG-ID
000810         CALL  'ERRLOG'  USING  WS-ERRLOG-PARM
000820         MOVE  16  TO  RETURN-CODE
000822         SET   RL-DEQ     TO  TRUE
001340         ADD  1  TO  WS-SKIPPED-COUNT
001350     ELSE
001360         MOVE  LENGTH OF V-REC01  TO  V-LL
001363         MOVE  JR-AFTER-IMAGE     TO  V-REC01
001366         SET   RS-SET  TO  TRUE
001371         MOVE  :LAYOUT:  TO  RS-LAYOUT
001372         CALL  'RECSUM'  USING  WS-RECSUM-PARM  V-REC01
001380         REWRITE  V-REC01
001390             INVALID KEY
001400                 WRITE  V-REC01
