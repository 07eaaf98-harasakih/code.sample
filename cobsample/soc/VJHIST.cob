000136* cycle, so the history is read the way VDRDRILL replays it:
000138* every JRNCAT segment in the order it was taken, then the
000139* live journal - nothing before the last roll goes missing.
000140*
000141* PARM: key(4) + operator(8). REC-DATA values come back through
000142* the shared VIEWMASK routine, masked unless that operator holds
000143* the 'V' view code on VAUTH - a REC-DATA change is still
000144* reported, its values masked, and the report says so. a PARM
000145* without an operator always masks.
000146*----------------------------------------------------------------
000150 ENVIRONMENT      DIVISION.
000160 INPUT-OUTPUT     SECTION.
000170 FILE-CONTROL.
000208     SELECT  JSEG-IN    ASSIGN TO    WS-JSEG-NAME
000210             ORGANIZATION  IS    SEQUENTIAL
000212             FILE STATUS   IS    WS-JSEG-STATUS.
000216     SELECT  HIST-RPT   ASSIGN TO   VJHISTRPT
000220             ORGANIZATION  IS    LINE SEQUENTIAL.
000230
000235     COPY  keylay.
000240 DATA             DIVISION.
000250 FILE             SECTION.
000260 FD      JRNL-FILE.
000293     03  FILLER                       PIC  X(01).
000294     03  JC-REC-COUNT                 PIC  9(07).
000295 FD      JSEG-IN.
000296 01      JSEG-REC                     PIC  X(8467).
000297
000300 FD      HIST-RPT.
000310 01      RPT-LINE                     PIC  X(120).
000370 01  WS-SWITCHES.
000380   03  WS-JRNL-EOF-SW          PIC  X(01)  VALUE  'N'.
000390     88  JRNL-EOF                   VALUE  'Y'.
000391   03  WS-JCAT-EOF-SW          PIC  X(01)  VALUE  'N'.
000392     88  JCAT-EOF                   VALUE  'Y'.
000393   03  WS-JSEG-EOF-SW          PIC  X(01).
000394     88  JSEG-EOF                   VALUE  'Y'.
000395   03  WS-RD-CHANGE-SW         PIC  X(01).
000396     88  REC-DATA-CHANGED           VALUE  'Y'.
000397   03  WS-IMAGE-SW             PIC  X(01).
000398     88  ENTRY-IS-ADD               VALUE  'A'.
000399     88  ENTRY-IS-REMOVAL           VALUE  'D'.
000400
000402 01  WS-JSEG-NAME              PIC  X(16).
000404*
000409     05  WS-SEG-NAME           PIC  X(16).
000410 01  WS-SEG-COUNT              PIC  9(05)  COMP  VALUE  0.
000411
000415 01  WS-PARM-LINE              PIC  X(12).
000420 01  WS-TRACE-KEY              PIC  9(04).
000430
000440 01  WS-COUNTERS.
000530     COPY  vfile.
000540 01  WS-AFTER-R.
000550     COPY  vfile.
000552 01  WS-VIEWMASK-PARM.
000554     COPY  viewmask.
000560
000570 01  WS-VALUE-EDITS.
000580   03  WS-ED-SPACK             PIC  +9.
000760   03  FILLER                  PIC  X(03)  VALUE  ' ->'.
000770   03  FILLER                  PIC  X(01)  VALUE  SPACE.
000780   03  RPT-AFTER               PIC  X(30).
000783
000786 01  WS-KEYMODE-PARM.
000790     COPY  keymode.
000800 PROCEDURE        DIVISION.
000801 MAIN-SEC         SECTION.
000802*    the stores must carry the key layout this program is built
000803*    for - see KEYMODE
000804     MOVE  'VJHIST'    TO  KM-PROGRAM.
000805     MOVE  0           TO  KM-RUN-DATE.
000806     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
000807     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
000808     IF  KM-REFUSE
000809         MOVE  16  TO  RETURN-CODE
000810         STOP RUN
000815     END-IF.
000820     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
000830     IF  WS-PARM-LINE(1:4)  IS  NUMERIC
000840         MOVE  WS-PARM-LINE(1:4)  TO  WS-TRACE-KEY
000870         MOVE  16  TO  RETURN-CODE
000880         STOP RUN
000890     END-IF.
000895     MOVE  WS-PARM-LINE(5:8)  TO  VM-OPERATOR.
000897     MOVE  SPACE              TO  VM-VIEW.
000900     OPEN  OUTPUT  HIST-RPT.
000910     MOVE  SPACES  TO  RPT-LINE.
000920     STRING  'CHANGE HISTORY OF NUM1 KEY '  DELIMITED BY SIZE
001140     END-READ.
001150     IF  NOT  JRNL-EOF
001160         PERFORM  JUDGE-JRNL-REC-SEC
001162     END-IF.
001164 SCAN-JRNL-SEC-EX.
001166     EXIT.
001168/
001170*----------------------------------------------------------------
001172* one journal record judged against the traced key - live and
001174* segment records both come through here, the segment ones
001176* re-entered through the live journal's record area
001178*----------------------------------------------------------------
001180 JUDGE-JRNL-REC-SEC  SECTION.
001182     IF  JR-NUM1  =  WS-TRACE-KEY
001184         ADD  1  TO  WS-ENTRY-COUNT
001186         MOVE  JR-BEFORE-IMAGE  TO  WS-BEFORE-R
001188         MOVE  JR-AFTER-IMAGE   TO  WS-AFTER-R
001190         PERFORM  MASK-IMAGES-SEC
001192         PERFORM  DIFF-ENTRY-SEC
001194     END-IF.
001196 JUDGE-JRNL-REC-SEC-EX.
001198     EXIT.
001199/
001200*----------------------------------------------------------------
001201* whether REC-DATA changed is judged on the images as taken;
001202* both are then masked for the operator (VIEWMASK) before any
001203* value is printed
001204*----------------------------------------------------------------
001205 MASK-IMAGES-SEC  SECTION.
001206     MOVE  'N'  TO  WS-RD-CHANGE-SW.
001207*    an add is journaled with an empty before image, a removal
001208*    with an empty after image
001209     MOVE  SPACE  TO  WS-IMAGE-SW.
001210     IF  JR-BEFORE-IMAGE  =  SPACES  OR  LOW-VALUES
001211         SET  ENTRY-IS-ADD  TO  TRUE
001212     END-IF.
001213     IF  JR-AFTER-IMAGE  =  SPACES  OR  LOW-VALUES
001214         SET  ENTRY-IS-REMOVAL  TO  TRUE
001215     END-IF.
001216     IF  REC-DATA  OF  WS-BEFORE-R
001218         NOT =  REC-DATA  OF  WS-AFTER-R
001220         SET  REC-DATA-CHANGED  TO  TRUE
001222     END-IF.
001224     MOVE  WS-BEFORE-R  TO  VM-IMAGE.
001226     CALL  'VIEWMASK'  USING  WS-VIEWMASK-PARM.
001228     MOVE  VM-IMAGE     TO  WS-BEFORE-R.
001230     MOVE  WS-AFTER-R   TO  VM-IMAGE.
001232     CALL  'VIEWMASK'  USING  WS-VIEWMASK-PARM.
001234     MOVE  VM-IMAGE     TO  WS-AFTER-R.
001236 MASK-IMAGES-SEC-EX.
001238     EXIT.
001246/
001247 LOAD-JRNCAT-SEC  SECTION.
001248     OPEN  INPUT  JRNCAT-FILE.
001297 SCAN-ONE-SEG-SEC-EX.
001298     EXIT.
001299/
001302*----------------------------------------------------------------
001305* one journal entry's images compared field by field; only the
001308* fields that differ print, each valued before and after
001311*----------------------------------------------------------------
001314 DIFF-ENTRY-SEC   SECTION.
001315*    the missing image's numerics are zeroed so the compares
001316*    stay on valid numbers, and its edited values print blank
001317     IF  ENTRY-IS-ADD
001318         MOVE  ZERO  TO  SPACK  OF  WS-BEFORE-R
001319                         UPACK  OF  WS-BEFORE-R
001320                         SZONE  OF  WS-BEFORE-R
001321                         UZONE  OF  WS-BEFORE-R
001322                         COMP0  OF  WS-BEFORE-R
001323                         COMP3  OF  WS-BEFORE-R
001324                         COMP5  OF  WS-BEFORE-R
001325                         BIN    OF  WS-BEFORE-R
001326     END-IF.
001327     IF  ENTRY-IS-REMOVAL
001328         MOVE  ZERO  TO  SPACK  OF  WS-AFTER-R
001329                         UPACK  OF  WS-AFTER-R
001330                         SZONE  OF  WS-AFTER-R
001331                         UZONE  OF  WS-AFTER-R
001332                         COMP0  OF  WS-AFTER-R
001333                         COMP3  OF  WS-AFTER-R
001334                         COMP5  OF  WS-AFTER-R
001335                         BIN    OF  WS-AFTER-R
001336     END-IF.
001337     IF  REC-DATA-CHANGED
001338         MOVE  'REC-DATA  '  TO  RPT-FIELD
001339         MOVE  REC-DATA  OF  WS-BEFORE-R(1:30)  TO  RPT-BEFORE
001340         MOVE  REC-DATA  OF  WS-AFTER-R(1:30)   TO  RPT-AFTER
001350         PERFORM  WRITE-CHG-SEC
001360     END-IF.
001370     IF  SPACK  OF  WS-BEFORE-R  NOT =  SPACK  OF  WS-AFTER-R
001380         MOVE  'SPACK     '  TO  RPT-FIELD
001382         IF  ENTRY-IS-ADD
001384             MOVE  SPACES  TO  RPT-BEFORE
001386         ELSE
001390             MOVE  SPACK  OF  WS-BEFORE-R  TO  WS-ED-SPACK
001395             MOVE  WS-ED-SPACK             TO  RPT-BEFORE
001400         END-IF
001402         IF  ENTRY-IS-REMOVAL
001404             MOVE  SPACES  TO  RPT-AFTER
001406         ELSE
001410             MOVE  SPACK  OF  WS-AFTER-R   TO  WS-ED-SPACK
001415             MOVE  WS-ED-SPACK             TO  RPT-AFTER
001420         END-IF
001430         PERFORM  WRITE-CHG-SEC
001440     END-IF.
001450     IF  UPACK  OF  WS-BEFORE-R  NOT =  UPACK  OF  WS-AFTER-R
001460         MOVE  'UPACK     '  TO  RPT-FIELD
001462         IF  ENTRY-IS-ADD
001464             MOVE  SPACES  TO  RPT-BEFORE
001466         ELSE
001470             MOVE  UPACK  OF  WS-BEFORE-R  TO  WS-ED-SPACK
001475             MOVE  WS-ED-SPACK             TO  RPT-BEFORE
001480         END-IF
001482         IF  ENTRY-IS-REMOVAL
001484             MOVE  SPACES  TO  RPT-AFTER
001486         ELSE
001490             MOVE  UPACK  OF  WS-AFTER-R   TO  WS-ED-SPACK
001495             MOVE  WS-ED-SPACK             TO  RPT-AFTER
001500         END-IF
001510         PERFORM  WRITE-CHG-SEC
001520     END-IF.
001530     IF  SZONE  OF  WS-BEFORE-R  NOT =  SZONE  OF  WS-AFTER-R
001540         MOVE  'SZONE     '  TO  RPT-FIELD
001542         IF  ENTRY-IS-ADD
001544             MOVE  SPACES  TO  RPT-BEFORE
001546         ELSE
001550             MOVE  SZONE  OF  WS-BEFORE-R  TO  WS-ED-SZONE
001555             MOVE  WS-ED-SZONE             TO  RPT-BEFORE
001560         END-IF
001562         IF  ENTRY-IS-REMOVAL
001564             MOVE  SPACES  TO  RPT-AFTER
001566         ELSE
001570             MOVE  SZONE  OF  WS-AFTER-R   TO  WS-ED-SZONE
001575             MOVE  WS-ED-SZONE             TO  RPT-AFTER
001580         END-IF
001590         PERFORM  WRITE-CHG-SEC
001600     END-IF.
001610     IF  UZONE  OF  WS-BEFORE-R  NOT =  UZONE  OF  WS-AFTER-R
001620         MOVE  'UZONE     '  TO  RPT-FIELD
001622         IF  ENTRY-IS-ADD
001624             MOVE  SPACES  TO  RPT-BEFORE
001626         ELSE
001630             MOVE  UZONE  OF  WS-BEFORE-R  TO  WS-ED-SZONE
001635             MOVE  WS-ED-SZONE             TO  RPT-BEFORE
001640         END-IF
001642         IF  ENTRY-IS-REMOVAL
001644             MOVE  SPACES  TO  RPT-AFTER
001646         ELSE
001650             MOVE  UZONE  OF  WS-AFTER-R   TO  WS-ED-SZONE
001655             MOVE  WS-ED-SZONE             TO  RPT-AFTER
001660         END-IF
001670         PERFORM  WRITE-CHG-SEC
001680     END-IF.
001690     IF  GROUP-1  OF  WS-BEFORE-R
001750     END-IF.
001760     IF  COMP0  OF  WS-BEFORE-R  NOT =  COMP0  OF  WS-AFTER-R
001770         MOVE  'COMP0     '  TO  RPT-FIELD
001772         IF  ENTRY-IS-ADD
001774             MOVE  SPACES  TO  RPT-BEFORE
001776         ELSE
001780             MOVE  COMP0  OF  WS-BEFORE-R  TO  WS-ED-COMP
001785             MOVE  WS-ED-COMP              TO  RPT-BEFORE
001790         END-IF
001792         IF  ENTRY-IS-REMOVAL
001794             MOVE  SPACES  TO  RPT-AFTER
001796         ELSE
001800             MOVE  COMP0  OF  WS-AFTER-R   TO  WS-ED-COMP
001805             MOVE  WS-ED-COMP              TO  RPT-AFTER
001810         END-IF
001820         PERFORM  WRITE-CHG-SEC
001830     END-IF.
001840     IF  COMP3  OF  WS-BEFORE-R  NOT =  COMP3  OF  WS-AFTER-R
001850         MOVE  'COMP3     '  TO  RPT-FIELD
001852         IF  ENTRY-IS-ADD
001854             MOVE  SPACES  TO  RPT-BEFORE
001856         ELSE
001860             MOVE  COMP3  OF  WS-BEFORE-R  TO  WS-ED-COMP
001865             MOVE  WS-ED-COMP              TO  RPT-BEFORE
001870         END-IF
001872         IF  ENTRY-IS-REMOVAL
001874             MOVE  SPACES  TO  RPT-AFTER
001876         ELSE
001880             MOVE  COMP3  OF  WS-AFTER-R   TO  WS-ED-COMP
001885             MOVE  WS-ED-COMP              TO  RPT-AFTER
001890         END-IF
001900         PERFORM  WRITE-CHG-SEC
001910     END-IF.
001920     IF  COMP5  OF  WS-BEFORE-R  NOT =  COMP5  OF  WS-AFTER-R
001930         MOVE  'COMP5     '  TO  RPT-FIELD
001932         IF  ENTRY-IS-ADD
001934             MOVE  SPACES  TO  RPT-BEFORE
001936         ELSE
001940             MOVE  COMP5  OF  WS-BEFORE-R  TO  WS-ED-COMP
001945             MOVE  WS-ED-COMP              TO  RPT-BEFORE
001950         END-IF
001952         IF  ENTRY-IS-REMOVAL
001954             MOVE  SPACES  TO  RPT-AFTER
001956         ELSE
001960             MOVE  COMP5  OF  WS-AFTER-R   TO  WS-ED-COMP
001965             MOVE  WS-ED-COMP              TO  RPT-AFTER
001970         END-IF
001980         PERFORM  WRITE-CHG-SEC
001990     END-IF.
002000     IF  BIN  OF  WS-BEFORE-R  NOT =  BIN  OF  WS-AFTER-R
002010         MOVE  'BIN       '  TO  RPT-FIELD
002012         IF  ENTRY-IS-ADD
002014             MOVE  SPACES  TO  RPT-BEFORE
002016         ELSE
002020             MOVE  BIN  OF  WS-BEFORE-R    TO  WS-ED-COMP
002025             MOVE  WS-ED-COMP              TO  RPT-BEFORE
002030         END-IF
002032         IF  ENTRY-IS-REMOVAL
002034             MOVE  SPACES  TO  RPT-AFTER
002036         ELSE
002040             MOVE  BIN  OF  WS-AFTER-R     TO  WS-ED-COMP
002045             MOVE  WS-ED-COMP              TO  RPT-AFTER
002050         END-IF
002060         PERFORM  WRITE-CHG-SEC
002070     END-IF.
002080     IF  EFF-DATE  OF  WS-BEFORE-R
002110         MOVE  EFF-DATE  OF  WS-BEFORE-R  TO  RPT-BEFORE
002120         MOVE  EFF-DATE  OF  WS-AFTER-R   TO  RPT-AFTER
002130         PERFORM  WRITE-CHG-SEC
002131     END-IF.
002132*    a delete or undelete shows as its status transition
002133     IF  REC-STATUS  OF  WS-BEFORE-R
002134         NOT =  REC-STATUS  OF  WS-AFTER-R
002135         MOVE  'REC-STATUS'  TO  RPT-FIELD
002136         MOVE  REC-STATUS  OF  WS-BEFORE-R  TO  RPT-BEFORE
002137         MOVE  REC-STATUS  OF  WS-AFTER-R   TO  RPT-AFTER
002138         PERFORM  WRITE-CHG-SEC
002140     END-IF.
002150 DIFF-ENTRY-SEC-EX.
002160     EXIT.
002350         INTO  RPT-LINE
002360     END-STRING.
002370     WRITE  RPT-LINE.
002372     IF  VM-MASKED
002374         MOVE  VM-NOTE  TO  RPT-LINE
002376         WRITE  RPT-LINE
002378         DISPLAY  'VJHIST: ' VM-NOTE
002379     END-IF.
002380     DISPLAY  'VJHIST: ENTRIES FOR KEY   ' WS-ENTRY-COUNT.
002390     DISPLAY  'VJHIST: FIELD CHANGES     ' WS-DIFF-COUNT.
002400     CLOSE  HIST-RPT.
