000140* values, which is the last image the receiver holds. the
000150* EXPDMANI manifest carries the extract date, row count, and
000160* NUM1 hash in FEXPORT's manifest shape so FEXPVRFY can prove
000161* the transmission unchanged.
000162* HDR1/TRL1 sentinel records on either side are skipped.
000163*
000164* each side is taken on FEXPORT's terms, so the delta moves the
000165* receiver from one full extract to the next: a record of an
000166* entity the operator is not granted on VAUTH (ENTCHK) is not
000167* there at all, and neither is a record marked deleted. a key
000168* deleted since the archive therefore ships as a drop, one
000169* deleted on both sides ships nothing, and one undeleted since
000170* ships as an add.
000176*
000182* PARM: bytes 1-8 the operator running the delta - blank is the
000188* batch cycle, held to its own entity.
000194*----------------------------------------------------------------
000200 ENVIRONMENT      DIVISION.
000210 INPUT-OUTPUT     SECTION.
000220 FILE-CONTROL.
000360             ORGANIZATION  IS    LINE SEQUENTIAL
000370             FILE STATUS   IS    WS-MANIFEST-STATUS.
000380
000385     COPY  keylay.
000390 DATA             DIVISION.
000400 FILE             SECTION.
000410 FD      ARCCAT-FILE.
000460 01      F-REC01.
000470     COPY  ffile.
000480 01      F-HTR-REC  REDEFINES  F-REC01.
000490     03  FHTR-KEY                     PIC  9(:KEY-LEN:).
000500     03  FHTR-ID                      PIC  X(04).
000510       88  FHTR-IS-HEADER                   VALUE 'HDR1'.
000520       88  FHTR-IS-TRAILER                  VALUE 'TRL1'.
000530     03  FHTR-RUN-DATE                PIC  X(08).
000540     03  FILLER                       PIC  X(:TAIL-12:).
000550
000560 FD      F-ARCHIVE
000570         RECORD CONTAINS  :REC-LEN:  CHARACTERS.
000580 01      A-REC01.
000590     COPY  ffile.
000600 01      A-HTR-REC  REDEFINES  A-REC01.
000610     03  AHTR-KEY                     PIC  9(:KEY-LEN:).
000620     03  AHTR-ID                      PIC  X(04).
000630       88  AHTR-IS-HEADER                   VALUE 'HDR1'.
000640       88  AHTR-IS-TRAILER                  VALUE 'TRL1'.
000650     03  FILLER                       PIC  X(:TAIL-4:).
000660
000670 FD      DELTA-FILE.
000680 01      DELTA-REC                    PIC  X(126).
000930     88  CUR-EOF                    VALUE  'Y'.
000940   03  WS-ARC-EOF-SW           PIC  X(01)  VALUE  'N'.
000950     88  ARC-EOF                    VALUE  'Y'.
000951   03  WS-CHANGED-SW           PIC  X(01).
000952     88  PAIR-CHANGED               VALUE  'Y'.
000953   03  WS-CUR-USE-SW           PIC  X(01).
000954     88  CUR-USABLE                 VALUE  'Y'.
000955   03  WS-ARC-USE-SW           PIC  X(01).
000960     88  ARC-USABLE                 VALUE  'Y'.
000980
000990 01  WS-ARCHIVE-NAME           PIC  X(16).
001000 01  WS-EXTRACT-DATE           PIC  X(08)        VALUE  SPACES.
001040   03  WS-CHG-COUNT            PIC  9(07)  COMP  VALUE  0.
001050   03  WS-DRP-COUNT            PIC  9(07)  COMP  VALUE  0.
001060   03  WS-ROW-COUNT            PIC  9(07)  COMP  VALUE  0.
001061   03  WS-NUM1-HASH            PIC  9(09)  COMP  VALUE  0.
001062   03  WS-CUR-DELETED          PIC  9(07)  COMP  VALUE  0.
001063   03  WS-ARC-DELETED          PIC  9(07)  COMP  VALUE  0.
001064   03  WS-CUR-WITHHELD         PIC  9(07)  COMP  VALUE  0.
001065   03  WS-ARC-WITHHELD         PIC  9(07)  COMP  VALUE  0.
001066
001067 01  WS-PARM-LINE              PIC  X(08).
001068 01  WS-OPERATOR               PIC  X(08).
001069 01  WS-HOME-ENTITY            PIC  X(02).
001070 01  WS-REC-ENTITY             PIC  X(02).
001073 01  WS-ENTCHK-PARM.
001076     COPY  entchk.
001080
001090 01  WS-JOBACCT-PARM.
001100     COPY  jobacct.
001440     05  WS-EX-BIN             PIC S9(04).
001450     05  FILLER                PIC  X(01)  VALUE  ','.
001460     05  WS-EX-EFF-DATE        PIC  9(08).
001463
001466 01  WS-KEYMODE-PARM.
001470     COPY  keymode.
001480 PROCEDURE        DIVISION.
001481 MAIN-SEC         SECTION.
001482*    the stores must carry the key layout this program is built
001483*    for - see KEYMODE
001484     MOVE  'FEXPDLTA'  TO  KM-PROGRAM.
001485     MOVE  0           TO  KM-RUN-DATE.
001486     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
001487     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
001488     IF  KM-REFUSE
001489         MOVE  16  TO  RETURN-CODE
001490         STOP RUN
001495     END-IF.
001500     PERFORM  FIND-ARCHIVE-SEC.
001510     IF  NOT  CAT-FOUND
001520         DISPLAY  'FEXPDLTA: NO FARC GENERATION CATALOGUED'
001530         MOVE  16  TO  RETURN-CODE
001540         STOP RUN
001550     END-IF.
001551     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
001552     MOVE  WS-PARM-LINE  TO  WS-OPERATOR.
001553     SET   EC-CYCLE-ENTITY  TO  TRUE.
001554     CALL  'ENTCHK'  USING  WS-ENTCHK-PARM.
001555     MOVE  EC-HOME  TO  WS-HOME-ENTITY.
001556     PERFORM  INIT-SEC.
001560     PERFORM  READ-CUR-SEC.
001580     PERFORM  READ-ARC-SEC.
001590     PERFORM  COMPARE-SEC  UNTIL  CUR-EOF  AND  ARC-EOF.
001600     PERFORM  TERM-SEC.
002040 INIT-SEC-EX.
002050     EXIT.
002060/
002061*----------------------------------------------------------------
002062* each side is read forward to its next record the receiver is
002063* to hold: sentinels, other entities' records and deleted
002064* records are passed over (see the heading)
002065*----------------------------------------------------------------
002066 READ-CUR-SEC     SECTION.
002067     MOVE  'N'  TO  WS-CUR-USE-SW.
002068     PERFORM  READ-CUR-ONE-SEC  UNTIL  CUR-EOF  OR  CUR-USABLE.
002069 READ-CUR-SEC-EX.
002070     EXIT.
002073/
002076 READ-CUR-ONE-SEC SECTION.
002079     READ  F-OTFILE
002082         AT END  SET  CUR-EOF  TO  TRUE
002085     END-READ.
002088     IF  CUR-EOF
002091         GO TO  READ-CUR-ONE-SEC-EX
002094     END-IF.
002097     IF  FHTR-IS-HEADER
002100         MOVE  FHTR-RUN-DATE  TO  WS-EXTRACT-DATE
002103         GO TO  READ-CUR-ONE-SEC-EX
002106     END-IF.
002109     IF  FHTR-IS-TRAILER
002112         GO TO  READ-CUR-ONE-SEC-EX
002115     END-IF.
002118     MOVE  ENTITY-CODE  OF  F-REC01  TO  WS-REC-ENTITY.
002121     PERFORM  CHECK-ENTITY-SEC.
002124     IF  NOT  EC-ALLOWED
002127         ADD  1  TO  WS-CUR-WITHHELD
002130         GO TO  READ-CUR-ONE-SEC-EX
002133     END-IF.
002136     IF  REC-DELETED  OF  F-REC01
002139         ADD  1  TO  WS-CUR-DELETED
002142         GO TO  READ-CUR-ONE-SEC-EX
002145     END-IF.
002148     SET  CUR-USABLE  TO  TRUE.
002151 READ-CUR-ONE-SEC-EX.
002154     EXIT.
002157/
002160 READ-ARC-SEC     SECTION.
002163     MOVE  'N'  TO  WS-ARC-USE-SW.
002166     PERFORM  READ-ARC-ONE-SEC  UNTIL  ARC-EOF  OR  ARC-USABLE.
002169 READ-ARC-SEC-EX.
002172     EXIT.
002175/
002178 READ-ARC-ONE-SEC SECTION.
002181     READ  F-ARCHIVE
002184         AT END  SET  ARC-EOF  TO  TRUE
002187     END-READ.
002190     IF  ARC-EOF
002193         OR  AHTR-IS-HEADER  OR  AHTR-IS-TRAILER
002196         GO TO  READ-ARC-ONE-SEC-EX
002199     END-IF.
002202     MOVE  ENTITY-CODE  OF  A-REC01  TO  WS-REC-ENTITY.
002205     PERFORM  CHECK-ENTITY-SEC.
002208     IF  NOT  EC-ALLOWED
002211         ADD  1  TO  WS-ARC-WITHHELD
002214         GO TO  READ-ARC-ONE-SEC-EX
002217     END-IF.
002220     IF  REC-DELETED  OF  A-REC01
002223         ADD  1  TO  WS-ARC-DELETED
002226         GO TO  READ-ARC-ONE-SEC-EX
002229     END-IF.
002232     SET  ARC-USABLE  TO  TRUE.
002235 READ-ARC-ONE-SEC-EX.
002238     EXIT.
002241/
002244*----------------------------------------------------------------
002247* FEXPORT's entity rule: a blank entity is the home entity's, and
002250* the operator must be granted the record's entity
002253*----------------------------------------------------------------
002256 CHECK-ENTITY-SEC SECTION.
002259     IF  WS-REC-ENTITY  =  SPACES  OR  LOW-VALUES
002262         MOVE  WS-HOME-ENTITY  TO  WS-REC-ENTITY
002265     END-IF.
002268     SET   EC-AUTHORIZE  TO  TRUE.
002271     MOVE  WS-OPERATOR     TO  EC-OPERATOR.
002274     MOVE  WS-REC-ENTITY   TO  EC-ENTITY.
002277     CALL  'ENTCHK'  USING  WS-ENTCHK-PARM.
002280 CHECK-ENTITY-SEC-EX.
002283     EXIT.
002340/
002350*----------------------------------------------------------------
002360* classic balanced-line step, the FCOMPARE shape: the lower NUM1
003790     CLOSE  MANIFEST-FILE.
003800     DISPLAY  'FEXPDLTA: ROWS ADDED   ' WS-ADD-COUNT.
003810     DISPLAY  'FEXPDLTA: ROWS CHANGED ' WS-CHG-COUNT.
003812     DISPLAY  'FEXPDLTA: ROWS DROPPED ' WS-DRP-COUNT.
003814     DISPLAY  'FEXPDLTA: DELETED PASSED OVER, CURRENT '
003816              WS-CUR-DELETED ' ARCHIVE ' WS-ARC-DELETED.
003818     DISPLAY  'FEXPDLTA: OTHER ENTITIES, CURRENT '
003820              WS-CUR-WITHHELD ' ARCHIVE ' WS-ARC-WITHHELD.
003830     MOVE  'FEXPDLTA'            TO  JA-PROGRAM.
003840     MOVE  'DELTA ROWS SHIPPED'  TO  JA-COUNT-NAME.
003850     MOVE  WS-ROW-COUNT          TO  JA-COUNT-VALUE.
