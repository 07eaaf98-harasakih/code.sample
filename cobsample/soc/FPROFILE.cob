000110* blank REC-DATA values and the NUM1 gaps in the key sequence -
000120* a drifting distribution warns about upstream feed trouble
000130* cycles before an edit reject or an out-of-balance does.
000140* HDR1/TRL1 sentinels are skipped, and details marked deleted
000141* (REC-STATUS 'D') are left out of the profile and counted.
000142*
000143* also run as one consumer of the FMULTRPT single-pass driver,
000144* through the FPROFFED entry: the driver reads F-OTFILE and hands
000145* each record over, the profile and report are the same.
000150*----------------------------------------------------------------
000160 ENVIRONMENT      DIVISION.
000170 INPUT-OUTPUT     SECTION.
000220     SELECT  PROF-RPT  ASSIGN TO    FPROFRPT
000230             ORGANIZATION  IS    LINE SEQUENTIAL.
000240
000245     COPY  keylay.
000250 DATA             DIVISION.
000260 FILE             SECTION.
000270 FD      F-OTFILE.
000280 01      F-OTFILE-REC                 PIC  X(:REC-LEN:).
000360
000370 FD      PROF-RPT.
000380 01      RPT-LINE                     PIC  X(80).
000410
000420 01     WS-FOTFILE-STATUS   PIC  X(02).
000430
000431*    the record is read INTO working storage, where the FMULTRPT
000432*    feed entry hands its records over too
000433 01      F-REC01.
000434     COPY  ffile.
000435 01      F-HTR-REC  REDEFINES  F-REC01.
000436     03  FHTR-KEY                     PIC  9(:KEY-LEN:).
000437     03  FHTR-ID                      PIC  X(04).
000438       88  FHTR-IS-HEADER                   VALUE 'HDR1'.
000439       88  FHTR-IS-TRAILER                  VALUE 'TRL1'.
000440     03  FILLER                       PIC  X(:TAIL-4:).
000441
000445 01     WS-SWITCHES.
000450   03   WS-EOF-SW           PIC  X(01)  VALUE  'N'.
000460     88  FOTFILE-EOF               VALUE  'Y'.
000470   03   WS-HAVE-PREV-SW     PIC  X(01)  VALUE  'N'.
000480     88  HAVE-PREV-KEY             VALUE  'Y'.
000481   03   WS-FEED-SW          PIC  X(01)  VALUE  'N'.
000482     88  FEED-MODE                 VALUE  'Y'.
000490
000500*----------------------------------------------------------------
000510* one accumulator set per profiled field: min/max primed from
000750   03   WS-BLANK-DATA-COUNT PIC  9(07)  COMP  VALUE  0.
000760   03   WS-GAP-COUNT        PIC  9(07)  COMP  VALUE  0.
000770   03   WS-MISSING-KEYS     PIC  9(07)  COMP  VALUE  0.
000775   03   WS-DELETED-COUNT    PIC  9(07)  COMP  VALUE  0.
000780
000790 01     WS-GAP-AREA.
000800   03   WS-PREV-NUM1        PIC  9(04).
000970
000980 01     RPT-HDR1            PIC  X(80)  VALUE
000990        'DATA-QUALITY PROFILE OF F-OTFILE'.
000993
000996 01  WS-KEYMODE-PARM.
001000     COPY  keymode.
001001
001002 LINKAGE          SECTION.
001003 01  FEED-PARM.
001004     COPY  feedparm.
001005 01  FEED-REC                     PIC  X(:REC-LEN:).
001006
001010 PROCEDURE        DIVISION.
001011 MAIN-SEC         SECTION.
001012*    the stores must carry the key layout this program is built
001013*    for - see KEYMODE
001014     MOVE  'FPROFILE'  TO  KM-PROGRAM.
001015     MOVE  0           TO  KM-RUN-DATE.
001016     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
001017     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
001018     IF  KM-REFUSE
001019         MOVE  16  TO  RETURN-CODE
001020         STOP RUN
001025     END-IF.
001030     PERFORM  INIT-SEC.
001040     PERFORM  PROFILE-SEC  UNTIL  FOTFILE-EOF.
001050     PERFORM  REPORT-SEC.
001080 MAIN-SEC-EX.
001090     EXIT.
001100/
001101*----------------------------------------------------------------
001102* the FMULTRPT feed entry - see feedparm.cbl. the driver has
001103* made the KEYMODE check for the whole pass
001104*----------------------------------------------------------------
001105 FEED-SEC         SECTION.
001106 ENTRY  'FPROFFED'  USING  FEED-PARM  FEED-REC.
001107     SET   FEED-MODE  TO  TRUE.
001108     MOVE  0  TO  RETURN-CODE.
001109     EVALUATE  TRUE
001110         WHEN  FP-OPEN
001111             PERFORM  INIT-SEC
001112         WHEN  FP-RECORD
001113             MOVE  FEED-REC  TO  F-REC01
001114             PERFORM  PROFILE-SEC
001115         WHEN  FP-CLOSE
001116             PERFORM  REPORT-SEC
001117             PERFORM  TERM-SEC
001118     END-EVALUATE.
001119     MOVE  RETURN-CODE  TO  FP-RC.
001120     GOBACK.
001121 FEED-SEC-EX.
001122     EXIT.
001123/
001124 INIT-SEC         SECTION.
001125     OPEN  OUTPUT  PROF-RPT.
001126     IF  FEED-MODE
001127         GO TO  INIT-SEC-EX
001128     END-IF.
001129     OPEN  INPUT   F-OTFILE.
001130     IF  WS-FOTFILE-STATUS  NOT =  '00'
001140         SET  FOTFILE-EOF  TO  TRUE
001150         DISPLAY  'FPROFILE: NO F-OTFILE, STATUS '
001160                  WS-FOTFILE-STATUS
001170     END-IF.
001190     PERFORM  READ-FOTFILE-SEC.
001200 INIT-SEC-EX.
001210     EXIT.
001220/
001230 READ-FOTFILE-SEC SECTION.
001232*    under the driver the next record comes in on the next call
001234     IF  FEED-MODE
001236         GO TO  READ-FOTFILE-SEC-EX
001238     END-IF.
001240     READ  F-OTFILE  INTO  F-REC01
001250         AT END  SET  FOTFILE-EOF  TO  TRUE
001260     END-READ.
001270 READ-FOTFILE-SEC-EX.
001290/
001300 PROFILE-SEC      SECTION.
001310     IF  NOT  FHTR-IS-HEADER  AND  NOT  FHTR-IS-TRAILER
001312         AND  REC-DELETED  OF  F-REC01
001314         ADD  1  TO  WS-DELETED-COUNT
001316     END-IF.
001318     IF  NOT  FHTR-IS-HEADER  AND  NOT  FHTR-IS-TRAILER
001319         AND  NOT  REC-DELETED  OF  F-REC01
001320         ADD  1  TO  WS-DETAIL-COUNT
001330         PERFORM  ACCUM-FIELDS-SEC
001340         IF  REC-DATA  OF  F-REC01  =  SPACES
002730     MOVE  WS-MISSING-KEYS              TO  RPT-TOT-VALUE.
002740     MOVE  RPT-TOTAL                    TO  RPT-LINE.
002750     WRITE  RPT-LINE.
002752     MOVE  'DELETED DETAILS EXCLUDED  '  TO  RPT-TOT-LABEL.
002754     MOVE  WS-DELETED-COUNT             TO  RPT-TOT-VALUE.
002756     MOVE  RPT-TOTAL                    TO  RPT-LINE.
002758     WRITE  RPT-LINE.
002760 REPORT-SEC-EX.
002770     EXIT.
002780/
