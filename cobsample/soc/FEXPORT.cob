000130* shop, so EXPORT-FILE carries only the detail rows themselves.
000140* NCH (a DBCS field) is likewise not carried over, since a plain
000150* delimited extract has no reliable way to represent it outside a
000160* COBOL/DBCS-aware reader. a detail marked deleted (REC-STATUS
000161* 'D') is not exported either; it is counted as excluded.
000170*
000180* a PARM of 'D' additionally writes the EXPORTD companion
000190* extract: the same rows with a dedicated final column carrying
000340*   receiver(8) blank groups(8, the GROUP-1 codes allowed -
000350*   blank means all) blank column flags(13 bytes Y/N in extract
000360*   column order: NUM1 REC-DATA NUM2 SPACK UPACK SZONE UZONE
000370*   GROUP-1 COMP0 COMP3 COMP5 BIN EFF-DATE) blank entities(up
000371*   to five 2-byte entity codes the receiver gets - blank means
000372*   the home entity only, '**' every entity exported)
000373*
000374* entities: only records of an entity the operator is granted
000375* on VAUTH (ENTCHK) are exported at all - the rest are counted
000376* as withheld. a profile naming an entity the operator is not
000377* granted is refused outright and its receiver gets no extract.
000378*
000379* PARM: byte 1 'D' for the companion extract, 2-9 the operator
000380* running the export - blank is the batch cycle, held to its
000381* own entity.
000382*
000383* also run as one consumer of the FMULTRPT single-pass driver,
000384* through the FEXPOFED entry: the driver reads F-OTFILE and hands
000385* each record over, the PARM comes on its FMULTCTL card.
000386*----------------------------------------------------------------
000390 ENVIRONMENT      DIVISION.
000400 INPUT-OUTPUT     SECTION.
000410 FILE-CONTROL.
000760             ORGANIZATION  IS    LINE SEQUENTIAL
000770             FILE STATUS   IS    WS-MANIF3-STATUS.
000780
000785     COPY  keylay.
000790 DATA             DIVISION.
000800 FILE             SECTION.
000810 FD      F-OTFILE.
000820 01      F-OTFILE-REC                 PIC  X(:REC-LEN:).
000930
000940 FD      EXPORT-FILE.
000950 01      EXPORT-REC                   PIC  X(124).
001210     03  PF-GROUPS                    PIC  X(08).
001220     03  FILLER                       PIC  X(01).
001230     03  PF-COL-FLAGS                 PIC  X(13).
001231     03  FILLER                       PIC  X(01).
001232     03  PF-ENTITIES.
001233       05  PF-ENTITY                  PIC  X(02)  OCCURS  5.
001240*
001250*    permanent transmission ledger - one line per manifest
001260*    shipped, matched later against receiver acknowledgments by
001600   03   WS-IO-STATUS        PIC  X(02).
001610   03   WS-IO-WHERE         PIC  X(20).
001620
001621*    the record is read INTO working storage, where the FMULTRPT
001622*    feed entry hands its records over too
001623 01      F-REC01.
001624     COPY  ffile.
001625 01      F-HTR-REC  REDEFINES  F-REC01.
001626     03  FHTR-KEY                     PIC  9(:KEY-LEN:).
001627     03  FHTR-ID                      PIC  X(04).
001628       88  FHTR-IS-HEADER                   VALUE 'HDR1'.
001629       88  FHTR-IS-TRAILER                  VALUE 'TRL1'.
001630     03  FHTR-RUN-DATE                PIC  X(08).
001631     03  FHTR-RECORD-COUNT            PIC  9(07).
001632     03  FHTR-HASH-TOTAL              PIC  9(09).
001633     03  FILLER                       PIC  X(:TAIL-28:).
001634
001635 01     WS-SWITCHES.
001640   03   WS-EOF-SW           PIC  X(01)  VALUE  'N'.
001650     88  FOTFILE-EOF               VALUE  'Y'.
001651   03   WS-FEED-SW          PIC  X(01)  VALUE  'N'.
001652     88  FEED-MODE                 VALUE  'Y'.
001660
001670 01     WS-COUNTERS.
001680   03   WS-EXPORT-COUNT     PIC  9(07)  COMP  VALUE  0.
001685   03   WS-DELETED-COUNT    PIC  9(07)  COMP  VALUE  0.
001686   03   WS-WITHHELD-COUNT   PIC  9(07)  COMP  VALUE  0.
001690   03   WS-NUM1-HASH        PIC  9(09)  COMP  VALUE  0.
001700 01     WS-MANIFEST-STATUS  PIC  X(02).
001710 01     WS-EXPORTD-STATUS   PIC  X(02).
001880   03   WS-PROF-SUB         PIC  9(01).
001890   03   WS-COL-SUB          PIC  9(02)  COMP.
001900   03   WS-GRP-TALLY        PIC  9(02)  COMP.
001901   03   WS-ENT-SUB          PIC  9(01)  COMP.
001902   03   WS-ENT-OK-SW        PIC  X(01).
001903     88  PROFILE-ENTITY-OK         VALUE  'Y'.
001904   03   WS-BAD-ENTITY       PIC  X(02).
001910   03   WS-PROF-ENTRY  OCCURS  3  TIMES.
001920     05  WS-PRF-RECEIVER    PIC  X(08).
001930     05  WS-PRF-GROUPS      PIC  X(08).
001940     05  WS-PRF-FLAGS.
001950       07  WS-PRF-FLAG      PIC  X(01)  OCCURS  13  TIMES.
001951     05  WS-PRF-ENTITIES.
001952       07  WS-PRF-ENTITY    PIC  X(02)  OCCURS  5  TIMES.
001960     05  WS-PRF-ROWS        PIC  9(07).
001970     05  WS-PRF-HASH        PIC  9(09).
001980*
002380   03   WS-PM-HASH          PIC  9(09).
002390 01     WS-EXTRACT-DATE     PIC  X(08)        VALUE  SPACES.
002400*
002410*    PARM byte 1 'D' turns the DBCS-capable companion extract on,
002411*    bytes 2-9 name the operator
002420 01     WS-PARM-LINE        PIC  X(09).
002421 01     WS-OPERATOR         PIC  X(08).
002422*    the record's entity, blank taken as the home entity
002423 01     WS-REC-ENTITY       PIC  X(02).
002424 01     WS-HOME-ENTITY      PIC  X(02).
002425 01     WS-ENTCHK-PARM.
002426     COPY  entchk.
002430 01     WS-DBCS-MODE-SW     PIC  X(01)        VALUE  'N'.
002440   88  DBCS-MODE-ON                           VALUE  'Y'.
002450*
002870   03   WS-EX-BIN           PIC S9(04).
002880   03   FILLER              PIC  X(01)  VALUE  ','.
002890   03   WS-EX-EFF-DATE      PIC  9(08).
002893
002896 01  WS-KEYMODE-PARM.
002900     COPY  keymode.
002901
002902 LINKAGE          SECTION.
002903 01  FEED-PARM.
002904     COPY  feedparm.
002905 01  FEED-REC                     PIC  X(:REC-LEN:).
002906
002910 PROCEDURE        DIVISION.
002911 MAIN-SEC         SECTION.
002912*    the stores must carry the key layout this program is built
002913*    for - see KEYMODE
002914     MOVE  'FEXPORT'   TO  KM-PROGRAM.
002915     MOVE  0           TO  KM-RUN-DATE.
002916     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
002917     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
002918     IF  KM-REFUSE
002919         MOVE  16  TO  RETURN-CODE
002920         STOP RUN
002925     END-IF.
002930     PERFORM  INIT-SEC.
002940     PERFORM  EXPORT-SEC  UNTIL  FOTFILE-EOF.
002950     PERFORM  TERM-SEC.
002970 MAIN-SEC-EX.
002980     EXIT.
002990/
002991*----------------------------------------------------------------
002992* the FMULTRPT feed entry - see feedparm.cbl. the driver has
002993* made the KEYMODE check for the whole pass
002994*----------------------------------------------------------------
002995 FEED-SEC         SECTION.
002996 ENTRY  'FEXPOFED'  USING  FEED-PARM  FEED-REC.
002997     SET   FEED-MODE  TO  TRUE.
002998     MOVE  0  TO  RETURN-CODE.
002999     EVALUATE  TRUE
003000         WHEN  FP-OPEN
003001             PERFORM  INIT-SEC
003002         WHEN  FP-RECORD
003003             MOVE  FEED-REC  TO  F-REC01
003004             PERFORM  EXPORT-SEC
003005         WHEN  FP-CLOSE
003006             PERFORM  TERM-SEC
003007     END-EVALUATE.
003008     MOVE  RETURN-CODE  TO  FP-RC.
003009     GOBACK.
003010 FEED-SEC-EX.
003011     EXIT.
003012/
003013 INIT-SEC         SECTION.
003014     IF  FEED-MODE
003015         MOVE  FP-PARM  TO  WS-PARM-LINE
003016     ELSE
003017         ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE
003018     END-IF.
003020     IF  WS-PARM-LINE(1:1)  =  'D'
003030         SET  DBCS-MODE-ON  TO  TRUE
003040     END-IF.
003041     MOVE  WS-PARM-LINE(2:8)  TO  WS-OPERATOR.
003042     SET   EC-CYCLE-ENTITY  TO  TRUE.
003043     CALL  'ENTCHK'  USING  WS-ENTCHK-PARM.
003044     MOVE  EC-HOME  TO  WS-HOME-ENTITY.
003045     IF  NOT  FEED-MODE
003050         OPEN  INPUT   F-OTFILE
003060         MOVE  WS-FOTFILE-STATUS  TO  WS-IO-STATUS
003070         MOVE  'INIT-SEC OPEN IN'  TO  WS-IO-WHERE
003080         PERFORM  CHECK-STATUS-SEC
003085     END-IF.
003090     OPEN  OUTPUT  EXPORT-FILE.
003100     MOVE  WS-EXPORT-STATUS   TO  WS-IO-STATUS.
003110     MOVE  'INIT-SEC OPEN OT'  TO  WS-IO-WHERE.
003210     EXIT.
003220/
003230 READ-FOTFILE-SEC SECTION.
003231*    under the driver the next record comes in on the next call
003232     IF  FEED-MODE
003233         GO TO  READ-FOTFILE-SEC-EX
003234     END-IF.
003240     READ  F-OTFILE  INTO  F-REC01
003250         AT END
003260             SET  FOTFILE-EOF  TO  TRUE
003270     END-READ.
003360/
003370*----------------------------------------------------------------
003380* HDR1/TRL1 sentinel records are skipped over silently - they are
003390* bracketing/control records for the COBOL side only; a deleted
003395* detail is skipped and counted, and so is one of an entity the
003396* operator is not granted
003400*----------------------------------------------------------------
003410 EXPORT-SEC       SECTION.
003411     IF  NOT  FHTR-IS-HEADER  AND  NOT  FHTR-IS-TRAILER
003412         MOVE  ENTITY-CODE  OF  F-REC01  TO  WS-REC-ENTITY
003413         IF  WS-REC-ENTITY  =  SPACES  OR  LOW-VALUES
003414             MOVE  WS-HOME-ENTITY  TO  WS-REC-ENTITY
003415         END-IF
003416         SET   EC-AUTHORIZE  TO  TRUE
003417         MOVE  WS-OPERATOR     TO  EC-OPERATOR
003418         MOVE  WS-REC-ENTITY   TO  EC-ENTITY
003419         CALL  'ENTCHK'  USING  WS-ENTCHK-PARM
003420         IF  NOT  EC-ALLOWED
003421             ADD  1  TO  WS-WITHHELD-COUNT
003422             PERFORM  READ-FOTFILE-SEC
003423             GO TO  EXPORT-SEC-EX
003424         END-IF
003425     END-IF.
003426     IF  NOT  FHTR-IS-HEADER  AND  NOT  FHTR-IS-TRAILER
003427         AND  NOT  REC-DELETED  OF  F-REC01
003430         PERFORM  BUILD-EXPORT-LINE-SEC
003440         MOVE  WS-EXPORT-LINE  TO  EXPORT-REC
003450         WRITE  EXPORT-REC
003550             PERFORM  PROFILE-ROWS-SEC
003560         END-IF
003570     END-IF.
003572     IF  NOT  FHTR-IS-HEADER  AND  NOT  FHTR-IS-TRAILER
003574         AND  REC-DELETED  OF  F-REC01
003576         ADD  1  TO  WS-DELETED-COUNT
003578     END-IF.
003580     IF  FHTR-IS-HEADER
003590         MOVE  FHTR-RUN-DATE  TO  WS-EXTRACT-DATE
003600     END-IF.
004210     EXIT.
004220/
004230 TERM-SEC         SECTION.
004233     IF  NOT  FEED-MODE
004236         CLOSE  F-OTFILE
004240     END-IF.
004250     CLOSE  EXPORT-FILE.
004260     IF  DBCS-MODE-ON
004270         CLOSE  EXPORTD-FILE
004310         PERFORM  CLOSE-PROFILES-SEC
004320     END-IF.
004330     DISPLAY  'FEXPORT: RECORDS EXPORTED ' WS-EXPORT-COUNT.
004335     DISPLAY  'FEXPORT: DELETED EXCLUDED ' WS-DELETED-COUNT.
004336     DISPLAY  'FEXPORT: OTHER ENTITIES   ' WS-WITHHELD-COUNT.
004340 TERM-SEC-EX.
004350     EXIT.
004360/
004640     READ  PROF-CTL
004650         AT END      SET  PROF-EOF  TO  TRUE
004660         NOT AT END
004661             PERFORM  CHECK-PROFILE-ENTITY-SEC
004670             IF  PF-RECEIVER  NOT =  SPACES
004680                 AND  WS-PROF-COUNT  <  3
004681                 AND  PROFILE-ENTITY-OK
004690                 ADD  1  TO  WS-PROF-COUNT
004700                 MOVE  PF-RECEIVER
004710                       TO  WS-PRF-RECEIVER(WS-PROF-COUNT)
004730                       TO  WS-PRF-GROUPS(WS-PROF-COUNT)
004740                 MOVE  PF-COL-FLAGS
004750                       TO  WS-PRF-FLAGS(WS-PROF-COUNT)
004751                 MOVE  PF-ENTITIES
004752                       TO  WS-PRF-ENTITIES(WS-PROF-COUNT)
004760                 MOVE  0  TO  WS-PRF-ROWS(WS-PROF-COUNT)
004770                 MOVE  0  TO  WS-PRF-HASH(WS-PROF-COUNT)
004780             END-IF
004800 READ-PROFILE-SEC-EX.
004810     EXIT.
004820/
004821*----------------------------------------------------------------
004822* a profile may only name entities the operator running the
004823* export is granted; '**' is left to the row filter, which
004824* already holds back every entity the operator may not see
004826*----------------------------------------------------------------
004827 CHECK-PROFILE-ENTITY-SEC  SECTION.
004828     SET   PROFILE-ENTITY-OK  TO  TRUE.
004829     IF  PF-RECEIVER  =  SPACES
004830         GO TO  CHECK-PROFILE-ENTITY-SEC-EX
004831     END-IF.
004832     PERFORM  VARYING  WS-ENT-SUB  FROM  1  BY  1
004833         UNTIL  WS-ENT-SUB  >  5
004834             OR  NOT  PROFILE-ENTITY-OK
004835         IF  PF-ENTITY(WS-ENT-SUB)  NOT =  SPACES
004836             AND  PF-ENTITY(WS-ENT-SUB)  NOT =  '**'
004837             SET   EC-AUTHORIZE  TO  TRUE
004838             MOVE  WS-OPERATOR            TO  EC-OPERATOR
004839             MOVE  PF-ENTITY(WS-ENT-SUB)  TO  EC-ENTITY
004840             CALL  'ENTCHK'  USING  WS-ENTCHK-PARM
004841             IF  NOT  EC-ALLOWED
004842                 MOVE  'N'                    TO  WS-ENT-OK-SW
004843                 MOVE  PF-ENTITY(WS-ENT-SUB)  TO  WS-BAD-ENTITY
004844             END-IF
004845         END-IF
004846     END-PERFORM.
004847     IF  NOT  PROFILE-ENTITY-OK
004848         DISPLAY  'FEXPORT: PROFILE ' PF-RECEIVER
004849                  ' REFUSED - ENTITY ' WS-BAD-ENTITY
004850                  ' NOT GRANTED'
004851     END-IF.
004853 CHECK-PROFILE-ENTITY-SEC-EX.
004854     EXIT.
004855/
004856*----------------------------------------------------------------
004857* one pass over the loaded profiles for the detail just
004858* exported: a row is shipped to a receiver only when its GROUP-1
004860* code is in the profile's entitlement (blank = all groups) and
004861* its entity is among the profile's (blank = home entity only,
004862* '**' = all), and
004870* every column whose flag is not 'Y' is blanked in place before
004880* the trimmed row is written
004890*----------------------------------------------------------------
004980         ELSE
004990             MOVE  1  TO  WS-GRP-TALLY
005000         END-IF
005001         IF  WS-PRF-ENTITIES(WS-PROF-SUB)  =  SPACES
005002             IF  WS-REC-ENTITY  NOT =  WS-HOME-ENTITY
005003                 MOVE  0  TO  WS-GRP-TALLY
005004             END-IF
005005         ELSE
005006             PERFORM  VARYING  WS-ENT-SUB  FROM  1  BY  1
005007                 UNTIL  WS-ENT-SUB  >  5
005008                 OR  WS-PRF-ENTITY(WS-PROF-SUB, WS-ENT-SUB)
005009                     =  '**'  OR  WS-REC-ENTITY
005010                 CONTINUE
005011             END-PERFORM
005012             IF  WS-ENT-SUB  >  5
005013                 MOVE  0  TO  WS-GRP-TALLY
005014             END-IF
005015         END-IF
005016         IF  WS-GRP-TALLY  >  0
005020             PERFORM  BUILD-PROFILE-ROW-SEC
005030             PERFORM  WRITE-PROFILE-ROW-SEC
005040             ADD  1  TO  WS-PRF-ROWS(WS-PROF-SUB)
