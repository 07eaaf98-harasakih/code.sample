000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      VJFEED.
000030*
000040*----------------------------------------------------------------
000050* change-event feed for downstream subscribers, off the VJOURNAL
000060* before/after images every V-OTFILE maintenance door writes
000070* (VKSDSUPD, VBATCHUPD, VMASSUPD, and the VONLINE UPD command).
000080* each journal entry not yet shipped becomes one change event
000090* with the next number of a sequence that never restarts; the
000100* event goes out on the VJFEEDX delimited file as one row per
000110* field that differs between the two images, the VJHIST
000120* comparison, each row carrying
000130*   NUM1, event sequence, action (A added / C changed /
000140*   D deleted), field name, old value, new value, operator,
000150*   program, journal date and journal time
000160* NUM1 leads the row so the VJFDMANI manifest - extract date,
000170* row count, and NUM1 hash in FEXPORT's manifest shape, followed
000180* by the first and last event sequence the feed carries - can
000190* be proved at the receiving end the FEXPVRFY way, and a
000200* subscriber can see at a glance whether it missed a feed.
000210*
000220* the VJFDCTL control record (the shared chkptrec.cbl layout
000230* plus one count) remembers the last event sequence shipped
000240* and the journal date/time stamp of the last entry shipped, so
000250* every run continues exactly where the one before it stopped.
000260* the position is a stamp, not a record count, because VJROLL
000270* moves the journal into catalogued VJRN segments each cycle:
000280* the rolled segments are read first in the order they were
000290* taken and then the live journal (the VJHIST read order), and
000300* everything at or before the remembered stamp is passed over.
000310* entries sharing the remembered stamp to the hundredth of a
000320* second are told apart by how many of them were shipped.
000330* the control record is rewritten only once the feed and its
000340* manifest are closed, so a failed run simply ships the same
000350* events again under the same sequence numbers next time.
000360*----------------------------------------------------------------
000370 ENVIRONMENT      DIVISION.
000380 INPUT-OUTPUT     SECTION.
000390 FILE-CONTROL.
000400     SELECT  JRNL-FILE  ASSIGN TO    VJOURNAL
000410             ORGANIZATION  IS    SEQUENTIAL
000420             FILE STATUS   IS    WS-JRNL-STATUS.
000430     SELECT  JRNCAT-FILE ASSIGN TO   JRNCAT
000440             ORGANIZATION  IS    LINE SEQUENTIAL
000450             FILE STATUS   IS    WS-JRNCAT-STATUS.
000460     SELECT  JSEG-IN    ASSIGN TO    WS-JSEG-NAME
000470             ORGANIZATION  IS    SEQUENTIAL
000480             FILE STATUS   IS    WS-JSEG-STATUS.
000490     SELECT  CTL-FILE   ASSIGN TO    VJFDCTL
000500             ORGANIZATION  IS    LINE SEQUENTIAL
000510             FILE STATUS   IS    WS-CTL-STATUS.
000520     SELECT  FEED-FILE  ASSIGN TO    VJFEEDX
000530             ORGANIZATION  IS    LINE SEQUENTIAL
000540             FILE STATUS   IS    WS-FEED-STATUS.
000550     SELECT  MANIFEST-FILE ASSIGN TO VJFDMANI
000560             ORGANIZATION  IS    LINE SEQUENTIAL
000570             FILE STATUS   IS    WS-MANIFEST-STATUS.
000580
000585     COPY  keylay.
000590 DATA             DIVISION.
000600 FILE             SECTION.
000610 FD      JRNL-FILE.
000620 01      JRNL-REC.
000630     COPY  vjrnl.
000640*
000650*    the segment catalog VJROLL keeps, and one rolled segment
000660*    at a time - segment records re-enter through the live
000670*    journal's record area so one code path judges them all
000680 FD      JRNCAT-FILE.
000690 01      JRNCAT-REC.
000700     03  JC-SEG-NAME                  PIC  X(16).
000710     03  FILLER                       PIC  X(01).
000720     03  JC-RUN-DATE                  PIC  X(08).
000730     03  FILLER                       PIC  X(01).
000740     03  JC-GEN-SEQ                   PIC  9(04).
000750     03  FILLER                       PIC  X(01).
000760     03  JC-REC-COUNT                 PIC  9(07).
000770 FD      JSEG-IN.
000780 01      JSEG-REC                     PIC  X(8467).
000790*
000800*    CK-LAST-KEY carries the last event sequence shipped and
000810*    CK-TIMESTAMP the journal stamp of the entry it came from
000820 FD      CTL-FILE.
000830 01      CTL-REC.
000840     COPY  chkptrec.
000850     07  CT-STAMP-SHIPPED             PIC  9(05).
000860
000870 FD      FEED-FILE.
000880 01      FEED-REC                     PIC  X(230).
000890
000900 FD      MANIFEST-FILE.
000910 01      MANIFEST-REC                 PIC  X(45).
001010
001020 WORKING-STORAGE  SECTION.
001030
001040 01  WS-STATUSES.
001050   03  WS-JRNL-STATUS          PIC  X(02).
001060   03  WS-JRNCAT-STATUS        PIC  X(02).
001070   03  WS-JSEG-STATUS          PIC  X(02).
001080   03  WS-CTL-STATUS           PIC  X(02).
001090   03  WS-FEED-STATUS          PIC  X(02).
001100   03  WS-MANIFEST-STATUS      PIC  X(02).
001110
001120 01  WS-SWITCHES.
001130   03  WS-JRNL-EOF-SW          PIC  X(01)  VALUE  'N'.
001140     88  JRNL-EOF                   VALUE  'Y'.
001150   03  WS-JCAT-EOF-SW          PIC  X(01)  VALUE  'N'.
001160     88  JCAT-EOF                   VALUE  'Y'.
001170   03  WS-JSEG-EOF-SW          PIC  X(01).
001180     88  JSEG-EOF                   VALUE  'Y'.
001190   03  WS-EVENT-OPEN-SW        PIC  X(01).
001200     88  EVENT-OPEN                 VALUE  'Y'.
001210
001220 01  WS-JSEG-NAME              PIC  X(16).
001230*
001240*    the segments to read, in catalog (taken) order - the
001250*    VDRDRILL sizing
001260 01  WS-SEG-TABLE.
001270   03  WS-SEG-ENTRY  OCCURS  500  TIMES  INDEXED BY SEG-IDX.
001280     05  WS-SEG-NAME           PIC  X(16).
001290 01  WS-SEG-COUNT              PIC  9(05)  COMP  VALUE  0.
001300
001310*----------------------------------------------------------------
001320* the resume point read off VJFDCTL, and the one this run will
001330* leave behind - both start from the journal's very beginning
001340* when there is no control record yet
001350*----------------------------------------------------------------
001360 01  WS-RESUME-AREA.
001370   03  WS-LAST-SEQ             PIC  9(08)  VALUE  0.
001380   03  WS-RESUME-STAMP.
001390     05  WS-RESUME-DATE        PIC  9(08)  VALUE  0.
001400     05  WS-RESUME-TIME        PIC  9(08)  VALUE  0.
001410   03  WS-RESUME-SHIPPED       PIC  9(05)  COMP  VALUE  0.
001420   03  WS-RESUME-SEEN          PIC  9(05)  COMP  VALUE  0.
001430   03  WS-NEW-STAMP.
001440     05  WS-NEW-DATE           PIC  9(08)  VALUE  0.
001450     05  WS-NEW-TIME           PIC  9(08)  VALUE  0.
001460   03  WS-NEW-SHIPPED          PIC  9(05)  COMP  VALUE  0.
001470   03  WS-JRNL-STAMP.
001480     05  WS-JRNL-DATE          PIC  9(08).
001490     05  WS-JRNL-TIME          PIC  9(08).
001500
001510 01  WS-EXTRACT-DATE           PIC  9(08).
001530 01  WS-ACTION                 PIC  X(01).
001540
001550 01  WS-COUNTERS.
001560   03  WS-READ-COUNT           PIC  9(07)  COMP  VALUE  0.
001570   03  WS-PASSED-COUNT         PIC  9(07)  COMP  VALUE  0.
001580   03  WS-EVENT-COUNT          PIC  9(07)  COMP  VALUE  0.
001590   03  WS-ROW-COUNT            PIC  9(07)  COMP  VALUE  0.
001600   03  WS-NUM1-HASH            PIC  9(09)  COMP  VALUE  0.
001610   03  WS-FIRST-SEQ            PIC  9(08)        VALUE  0.
001620
001630*----------------------------------------------------------------
001640* the journal images laid over the VFILE record shape so each
001650* business field can be compared and valued by name
001660*----------------------------------------------------------------
001670 01  WS-BEFORE-R.
001680     COPY  vfile.
001690 01  WS-AFTER-R.
001700     COPY  vfile.
001710
001720 01  WS-VALUE-EDITS.
001730   03  WS-ED-SPACK             PIC  +9.
001740   03  WS-ED-SZONE             PIC  +99.
001750   03  WS-ED-COMP              PIC  -9999.
001752
001754*----------------------------------------------------------------
001755* the manifest line - FEXPORT's extract date, row count and NUM1
001756* hash columns, then the feed's first and last event sequence
001757*----------------------------------------------------------------
001758 01  WS-MANIFEST-LINE.
001759   03  WS-MF-EXTRACT-DATE      PIC  9(08).
001760   03  FILLER                  PIC  X(01)  VALUE  ','.
001761   03  WS-MF-ROW-COUNT         PIC  9(07).
001762   03  FILLER                  PIC  X(01)  VALUE  ','.
001763   03  WS-MF-NUM1-HASH         PIC  9(09).
001764   03  FILLER                  PIC  X(01)  VALUE  ','.
001765   03  WS-MF-FIRST-SEQ         PIC  9(08).
001766   03  FILLER                  PIC  X(01)  VALUE  ','.
001767   03  WS-MF-LAST-SEQ          PIC  9(08).
001768
001770 01  WS-JOBACCT-PARM.
001780     COPY  jobacct.
001790
001800*----------------------------------------------------------------
001810* one feed row - NUM1 first, where FEXPVRFY expects the hashed
001820* key column, then the event columns
001830*----------------------------------------------------------------
001840 01  WS-FEED-LINE.
001850   03  WS-FD-NUM1              PIC  9(04).
001860   03  FILLER                  PIC  X(01)  VALUE  ','.
001870   03  WS-FD-SEQ               PIC  9(08).
001880   03  FILLER                  PIC  X(01)  VALUE  ','.
001890   03  WS-FD-ACTION            PIC  X(01).
001900   03  FILLER                  PIC  X(01)  VALUE  ','.
001910   03  WS-FD-FIELD             PIC  X(10).
001920   03  FILLER                  PIC  X(01)  VALUE  ','.
001930   03  WS-FD-OLD               PIC  X(72).
001940   03  FILLER                  PIC  X(01)  VALUE  ','.
001950   03  WS-FD-NEW               PIC  X(72).
001960   03  FILLER                  PIC  X(01)  VALUE  ','.
001970   03  WS-FD-OPERATOR          PIC  X(08).
001980   03  FILLER                  PIC  X(01)  VALUE  ','.
001990   03  WS-FD-PROGRAM           PIC  X(08).
002000   03  FILLER                  PIC  X(01)  VALUE  ','.
002010   03  WS-FD-DATE              PIC  9(08).
002020   03  FILLER                  PIC  X(01)  VALUE  ','.
002030   03  WS-FD-TIME              PIC  9(08).
002033
002036 01  WS-KEYMODE-PARM.
002040     COPY  keymode.
002050 PROCEDURE        DIVISION.
002051 MAIN-SEC         SECTION.
002052*    the stores must carry the key layout this program is built
002053*    for - see KEYMODE
002054     MOVE  'VJFEED'    TO  KM-PROGRAM.
002055     MOVE  0           TO  KM-RUN-DATE.
002056     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
002057     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
002058     IF  KM-REFUSE
002059         MOVE  16  TO  RETURN-CODE
002060         STOP RUN
002065     END-IF.
002070     PERFORM  INIT-SEC.
002080*    the rolled segments first, in the order they were taken,
002090*    then the live journal - the VJHIST read order
002100     PERFORM  LOAD-JRNCAT-SEC.
002110     PERFORM  SCAN-ONE-SEG-SEC  VARYING  SEG-IDX  FROM  1  BY  1
002120         UNTIL  SEG-IDX  >  WS-SEG-COUNT.
002130     OPEN  INPUT  JRNL-FILE.
002140     IF  WS-JRNL-STATUS  NOT =  '00'
002150         SET  JRNL-EOF  TO  TRUE
002160         DISPLAY  'VJFEED: NO LIVE JOURNAL, STATUS '
002170                  WS-JRNL-STATUS
002180     END-IF.
002190     PERFORM  SCAN-JRNL-SEC  UNTIL  JRNL-EOF.
002200     IF  WS-JRNL-STATUS  =  '00'  OR  WS-JRNL-STATUS  =  '10'
002210         CLOSE  JRNL-FILE
002220     END-IF.
002230     PERFORM  TERM-SEC.
002240     STOP RUN.
002250 MAIN-SEC-EX.
002260     EXIT.
002270/
002280*----------------------------------------------------------------
002290* the resume point off VJFDCTL; a missing or empty control file
002300* means nothing has been shipped yet and the whole journal goes
002310*----------------------------------------------------------------
002320 INIT-SEC         SECTION.
002330     ACCEPT  WS-EXTRACT-DATE  FROM  DATE  YYYYMMDD.
002350     OPEN  INPUT  CTL-FILE.
002360     IF  WS-CTL-STATUS  =  '00'
002370         READ  CTL-FILE
002380             AT END  CONTINUE
002390             NOT AT END
002400                 IF  CK-LAST-KEY  IS  NUMERIC
002410                     MOVE  CK-LAST-KEY       TO  WS-LAST-SEQ
002420                     MOVE  CK-TS-DATE        TO  WS-RESUME-DATE
002430                     MOVE  CK-TS-TIME        TO  WS-RESUME-TIME
002440                     MOVE  CT-STAMP-SHIPPED  TO  WS-RESUME-SHIPPED
002450                 END-IF
002460         END-READ
002470         CLOSE  CTL-FILE
002480     END-IF.
002490     MOVE  WS-RESUME-STAMP    TO  WS-NEW-STAMP.
002500     MOVE  WS-RESUME-SHIPPED  TO  WS-NEW-SHIPPED.
002510     OPEN  OUTPUT  FEED-FILE.
002520     IF  WS-FEED-STATUS  NOT =  '00'
002530         DISPLAY  'VJFEED: UNABLE TO OPEN VJFEEDX, STATUS '
002540                  WS-FEED-STATUS
002550         MOVE  16  TO  RETURN-CODE
002560         STOP RUN
002570     END-IF.
002580     DISPLAY  'VJFEED: RESUMING AFTER SEQUENCE ' WS-LAST-SEQ
002590              ' STAMP ' WS-RESUME-DATE ' ' WS-RESUME-TIME.
002600 INIT-SEC-EX.
002610     EXIT.
002620/
002630 LOAD-JRNCAT-SEC  SECTION.
002640     OPEN  INPUT  JRNCAT-FILE.
002650     IF  WS-JRNCAT-STATUS  NOT =  '00'
002660         SET  JCAT-EOF  TO  TRUE
002670     END-IF.
002680     PERFORM  READ-JRNCAT-SEC  UNTIL  JCAT-EOF.
002690     IF  WS-JRNCAT-STATUS  =  '00'  OR  WS-JRNCAT-STATUS  =  '10'
002700         CLOSE  JRNCAT-FILE
002710     END-IF.
002720 LOAD-JRNCAT-SEC-EX.
002730     EXIT.
002740/
002750 READ-JRNCAT-SEC  SECTION.
002760     READ  JRNCAT-FILE
002770         AT END      SET  JCAT-EOF  TO  TRUE
002780         NOT AT END
002790             IF  WS-SEG-COUNT  <  500
002800                 ADD  1  TO  WS-SEG-COUNT
002810                 SET  SEG-IDX  TO  WS-SEG-COUNT
002820                 MOVE  JC-SEG-NAME  TO  WS-SEG-NAME(SEG-IDX)
002830             END-IF
002840     END-READ.
002850 READ-JRNCAT-SEC-EX.
002860     EXIT.
002870/
002880 SCAN-ONE-SEG-SEC SECTION.
002890     MOVE  WS-SEG-NAME(SEG-IDX)  TO  WS-JSEG-NAME.
002900     MOVE  'N'  TO  WS-JSEG-EOF-SW.
002910     OPEN  INPUT  JSEG-IN.
002920     IF  WS-JSEG-STATUS  NOT =  '00'
002930         SET  JSEG-EOF  TO  TRUE
002940         DISPLAY  'VJFEED: SEGMENT MISSING ' WS-JSEG-NAME
002950     END-IF.
002960     PERFORM  READ-SEG-SEC  UNTIL  JSEG-EOF.
002970     IF  WS-JSEG-STATUS  =  '00'  OR  WS-JSEG-STATUS  =  '10'
002980         CLOSE  JSEG-IN
002990     END-IF.
003000 SCAN-ONE-SEG-SEC-EX.
003010     EXIT.
003020/
003030 READ-SEG-SEC     SECTION.
003040     READ  JSEG-IN  INTO  JRNL-REC
003050         AT END      SET  JSEG-EOF  TO  TRUE
003060         NOT AT END  PERFORM  JUDGE-JRNL-REC-SEC
003070     END-READ.
003080 READ-SEG-SEC-EX.
003090     EXIT.
003100/
003110 SCAN-JRNL-SEC    SECTION.
003120     READ  JRNL-FILE
003130         AT END  SET  JRNL-EOF  TO  TRUE
003140     END-READ.
003150     IF  NOT  JRNL-EOF
003160         PERFORM  JUDGE-JRNL-REC-SEC
003170     END-IF.
003180 SCAN-JRNL-SEC-EX.
003190     EXIT.
003200/
003210*----------------------------------------------------------------
003220* one journal entry judged against the resume point: an older
003230* stamp was shipped by an earlier run; at the remembered stamp
003240* itself the first CT-STAMP-SHIPPED entries were. anything past
003250* that is new and moves this run's own resume point forward.
003260*----------------------------------------------------------------
003270 JUDGE-JRNL-REC-SEC  SECTION.
003280     ADD  1  TO  WS-READ-COUNT.
003290     MOVE  JR-DATE  TO  WS-JRNL-DATE.
003300     MOVE  JR-TIME  TO  WS-JRNL-TIME.
003310     IF  WS-JRNL-STAMP  <  WS-RESUME-STAMP
003320         ADD  1  TO  WS-PASSED-COUNT
003330         GO TO  JUDGE-JRNL-REC-SEC-EX
003340     END-IF.
003350     IF  WS-JRNL-STAMP  =  WS-RESUME-STAMP
003360         ADD  1  TO  WS-RESUME-SEEN
003370         IF  WS-RESUME-SEEN  NOT >  WS-RESUME-SHIPPED
003380             ADD  1  TO  WS-PASSED-COUNT
003390             GO TO  JUDGE-JRNL-REC-SEC-EX
003400         END-IF
003410     END-IF.
003420     IF  WS-JRNL-STAMP  =  WS-NEW-STAMP
003430         ADD  1  TO  WS-NEW-SHIPPED
003440     ELSE
003450         MOVE  WS-JRNL-STAMP  TO  WS-NEW-STAMP
003460         MOVE  1              TO  WS-NEW-SHIPPED
003470     END-IF.
003480     MOVE  JR-BEFORE-IMAGE  TO  WS-BEFORE-R.
003490     MOVE  JR-AFTER-IMAGE   TO  WS-AFTER-R.
003500     PERFORM  SET-ACTION-SEC.
003510     MOVE  'N'  TO  WS-EVENT-OPEN-SW.
003520     PERFORM  DIFF-ENTRY-SEC.
003530 JUDGE-JRNL-REC-SEC-EX.
003540     EXIT.
003550/
003560*----------------------------------------------------------------
003570* the doors REWRITE in place, so an entry is normally a change;
003580* an empty before image is a record coming into being and an
003590* empty after image one going away
003600*----------------------------------------------------------------
003610 SET-ACTION-SEC   SECTION.
003620     EVALUATE  TRUE
003630         WHEN  JR-BEFORE-IMAGE  =  SPACES
003640         WHEN  JR-BEFORE-IMAGE  =  LOW-VALUES
003650             MOVE  'A'  TO  WS-ACTION
003660         WHEN  JR-AFTER-IMAGE   =  SPACES
003670         WHEN  JR-AFTER-IMAGE   =  LOW-VALUES
003680             MOVE  'D'  TO  WS-ACTION
003690         WHEN  OTHER
003700             MOVE  'C'  TO  WS-ACTION
003710     END-EVALUATE.
003720 SET-ACTION-SEC-EX.
003730     EXIT.
003740/
003750*----------------------------------------------------------------
003760* one journal entry's images compared field by field, the
003770* VJHIST field list plus NUM2; each differing field is a row,
003780* valued before and after. an entry whose only difference is
003790* the touch stamp (RUN-ID) carries no business change and
003800* takes no sequence number.
003810*----------------------------------------------------------------
003820 DIFF-ENTRY-SEC   SECTION.
003821*    an add has no before image and a delete no after image:
003822*    the missing side's numerics are zeroed so the compares stay
003823*    on valid numbers, and its edited values go out blank
003824     EVALUATE  WS-ACTION
003825         WHEN  'A'
003826             MOVE  ZERO  TO  SPACK  OF  WS-BEFORE-R
003827                             UPACK  OF  WS-BEFORE-R
003828                             SZONE  OF  WS-BEFORE-R
003829                             UZONE  OF  WS-BEFORE-R
003830                             COMP0  OF  WS-BEFORE-R
003831                             COMP3  OF  WS-BEFORE-R
003832                             COMP5  OF  WS-BEFORE-R
003833                             BIN    OF  WS-BEFORE-R
003834         WHEN  'D'
003835             MOVE  ZERO  TO  SPACK  OF  WS-AFTER-R
003836                             UPACK  OF  WS-AFTER-R
003837                             SZONE  OF  WS-AFTER-R
003838                             UZONE  OF  WS-AFTER-R
003839                             COMP0  OF  WS-AFTER-R
003840                             COMP3  OF  WS-AFTER-R
003841                             COMP5  OF  WS-AFTER-R
003842                             BIN    OF  WS-AFTER-R
003843     END-EVALUATE.
003845     IF  REC-DATA  OF  WS-BEFORE-R
003847         NOT =  REC-DATA  OF  WS-AFTER-R
003850         MOVE  'REC-DATA  '  TO  WS-FD-FIELD
003860         MOVE  REC-DATA  OF  WS-BEFORE-R  TO  WS-FD-OLD
003870         MOVE  REC-DATA  OF  WS-AFTER-R   TO  WS-FD-NEW
003880         PERFORM  WRITE-ROW-SEC
003890     END-IF.
003900     IF  NUM2  OF  WS-BEFORE-R  NOT =  NUM2  OF  WS-AFTER-R
003910         MOVE  'NUM2      '  TO  WS-FD-FIELD
003920         MOVE  NUM2  OF  WS-BEFORE-R   TO  WS-FD-OLD
003930         MOVE  NUM2  OF  WS-AFTER-R    TO  WS-FD-NEW
003940         PERFORM  WRITE-ROW-SEC
003950     END-IF.
003960     IF  SPACK  OF  WS-BEFORE-R  NOT =  SPACK  OF  WS-AFTER-R
003970         MOVE  'SPACK     '  TO  WS-FD-FIELD
003972         IF  WS-ACTION  =  'A'
003974             MOVE  SPACES  TO  WS-FD-OLD
003976         ELSE
003980             MOVE  SPACK  OF  WS-BEFORE-R  TO  WS-ED-SPACK
003985             MOVE  WS-ED-SPACK             TO  WS-FD-OLD
003990         END-IF
003992         IF  WS-ACTION  =  'D'
003994             MOVE  SPACES  TO  WS-FD-NEW
003996         ELSE
004000             MOVE  SPACK  OF  WS-AFTER-R   TO  WS-ED-SPACK
004005             MOVE  WS-ED-SPACK             TO  WS-FD-NEW
004010         END-IF
004020         PERFORM  WRITE-ROW-SEC
004030     END-IF.
004040     IF  UPACK  OF  WS-BEFORE-R  NOT =  UPACK  OF  WS-AFTER-R
004050         MOVE  'UPACK     '  TO  WS-FD-FIELD
004052         IF  WS-ACTION  =  'A'
004054             MOVE  SPACES  TO  WS-FD-OLD
004056         ELSE
004060             MOVE  UPACK  OF  WS-BEFORE-R  TO  WS-ED-SPACK
004065             MOVE  WS-ED-SPACK             TO  WS-FD-OLD
004070         END-IF
004072         IF  WS-ACTION  =  'D'
004074             MOVE  SPACES  TO  WS-FD-NEW
004076         ELSE
004080             MOVE  UPACK  OF  WS-AFTER-R   TO  WS-ED-SPACK
004085             MOVE  WS-ED-SPACK             TO  WS-FD-NEW
004090         END-IF
004100         PERFORM  WRITE-ROW-SEC
004110     END-IF.
004120     IF  SZONE  OF  WS-BEFORE-R  NOT =  SZONE  OF  WS-AFTER-R
004130         MOVE  'SZONE     '  TO  WS-FD-FIELD
004132         IF  WS-ACTION  =  'A'
004134             MOVE  SPACES  TO  WS-FD-OLD
004136         ELSE
004140             MOVE  SZONE  OF  WS-BEFORE-R  TO  WS-ED-SZONE
004145             MOVE  WS-ED-SZONE             TO  WS-FD-OLD
004150         END-IF
004152         IF  WS-ACTION  =  'D'
004154             MOVE  SPACES  TO  WS-FD-NEW
004156         ELSE
004160             MOVE  SZONE  OF  WS-AFTER-R   TO  WS-ED-SZONE
004165             MOVE  WS-ED-SZONE             TO  WS-FD-NEW
004170         END-IF
004180         PERFORM  WRITE-ROW-SEC
004190     END-IF.
004200     IF  UZONE  OF  WS-BEFORE-R  NOT =  UZONE  OF  WS-AFTER-R
004210         MOVE  'UZONE     '  TO  WS-FD-FIELD
004212         IF  WS-ACTION  =  'A'
004214             MOVE  SPACES  TO  WS-FD-OLD
004216         ELSE
004220             MOVE  UZONE  OF  WS-BEFORE-R  TO  WS-ED-SZONE
004225             MOVE  WS-ED-SZONE             TO  WS-FD-OLD
004230         END-IF
004232         IF  WS-ACTION  =  'D'
004234             MOVE  SPACES  TO  WS-FD-NEW
004236         ELSE
004240             MOVE  UZONE  OF  WS-AFTER-R   TO  WS-ED-SZONE
004245             MOVE  WS-ED-SZONE             TO  WS-FD-NEW
004250         END-IF
004260         PERFORM  WRITE-ROW-SEC
004270     END-IF.
004280     IF  GROUP-1  OF  WS-BEFORE-R
004290         NOT =  GROUP-1  OF  WS-AFTER-R
004300         MOVE  'GROUP-1   '  TO  WS-FD-FIELD
004310         MOVE  GROUP-1  OF  WS-BEFORE-R  TO  WS-FD-OLD
004320         MOVE  GROUP-1  OF  WS-AFTER-R   TO  WS-FD-NEW
004330         PERFORM  WRITE-ROW-SEC
004340     END-IF.
004350     IF  COMP0  OF  WS-BEFORE-R  NOT =  COMP0  OF  WS-AFTER-R
004360         MOVE  'COMP0     '  TO  WS-FD-FIELD
004362         IF  WS-ACTION  =  'A'
004364             MOVE  SPACES  TO  WS-FD-OLD
004366         ELSE
004370             MOVE  COMP0  OF  WS-BEFORE-R  TO  WS-ED-COMP
004375             MOVE  WS-ED-COMP              TO  WS-FD-OLD
004380         END-IF
004382         IF  WS-ACTION  =  'D'
004384             MOVE  SPACES  TO  WS-FD-NEW
004386         ELSE
004390             MOVE  COMP0  OF  WS-AFTER-R   TO  WS-ED-COMP
004395             MOVE  WS-ED-COMP              TO  WS-FD-NEW
004400         END-IF
004410         PERFORM  WRITE-ROW-SEC
004420     END-IF.
004430     IF  COMP3  OF  WS-BEFORE-R  NOT =  COMP3  OF  WS-AFTER-R
004440         MOVE  'COMP3     '  TO  WS-FD-FIELD
004442         IF  WS-ACTION  =  'A'
004444             MOVE  SPACES  TO  WS-FD-OLD
004446         ELSE
004450             MOVE  COMP3  OF  WS-BEFORE-R  TO  WS-ED-COMP
004455             MOVE  WS-ED-COMP              TO  WS-FD-OLD
004460         END-IF
004462         IF  WS-ACTION  =  'D'
004464             MOVE  SPACES  TO  WS-FD-NEW
004466         ELSE
004470             MOVE  COMP3  OF  WS-AFTER-R   TO  WS-ED-COMP
004475             MOVE  WS-ED-COMP              TO  WS-FD-NEW
004480         END-IF
004490         PERFORM  WRITE-ROW-SEC
004500     END-IF.
004510     IF  COMP5  OF  WS-BEFORE-R  NOT =  COMP5  OF  WS-AFTER-R
004520         MOVE  'COMP5     '  TO  WS-FD-FIELD
004522         IF  WS-ACTION  =  'A'
004524             MOVE  SPACES  TO  WS-FD-OLD
004526         ELSE
004530             MOVE  COMP5  OF  WS-BEFORE-R  TO  WS-ED-COMP
004535             MOVE  WS-ED-COMP              TO  WS-FD-OLD
004540         END-IF
004542         IF  WS-ACTION  =  'D'
004544             MOVE  SPACES  TO  WS-FD-NEW
004546         ELSE
004550             MOVE  COMP5  OF  WS-AFTER-R   TO  WS-ED-COMP
004555             MOVE  WS-ED-COMP              TO  WS-FD-NEW
004560         END-IF
004570         PERFORM  WRITE-ROW-SEC
004580     END-IF.
004590     IF  BIN  OF  WS-BEFORE-R  NOT =  BIN  OF  WS-AFTER-R
004600         MOVE  'BIN       '  TO  WS-FD-FIELD
004602         IF  WS-ACTION  =  'A'
004604             MOVE  SPACES  TO  WS-FD-OLD
004606         ELSE
004610             MOVE  BIN  OF  WS-BEFORE-R    TO  WS-ED-COMP
004615             MOVE  WS-ED-COMP              TO  WS-FD-OLD
004620         END-IF
004622         IF  WS-ACTION  =  'D'
004624             MOVE  SPACES  TO  WS-FD-NEW
004626         ELSE
004630             MOVE  BIN  OF  WS-AFTER-R     TO  WS-ED-COMP
004635             MOVE  WS-ED-COMP              TO  WS-FD-NEW
004640         END-IF
004650         PERFORM  WRITE-ROW-SEC
004660     END-IF.
004670     IF  EFF-DATE  OF  WS-BEFORE-R
004680         NOT =  EFF-DATE  OF  WS-AFTER-R
004690         MOVE  'EFF-DATE  '  TO  WS-FD-FIELD
004700         MOVE  EFF-DATE  OF  WS-BEFORE-R  TO  WS-FD-OLD
004710         MOVE  EFF-DATE  OF  WS-AFTER-R   TO  WS-FD-NEW
004720         PERFORM  WRITE-ROW-SEC
004721     END-IF.
004722*    a delete or undelete shows as its status transition
004723     IF  REC-STATUS  OF  WS-BEFORE-R
004724         NOT =  REC-STATUS  OF  WS-AFTER-R
004725         MOVE  'REC-STATUS'  TO  WS-FD-FIELD
004726         MOVE  REC-STATUS  OF  WS-BEFORE-R  TO  WS-FD-OLD
004727         MOVE  REC-STATUS  OF  WS-AFTER-R   TO  WS-FD-NEW
004728         PERFORM  WRITE-ROW-SEC
004730     END-IF.
004740 DIFF-ENTRY-SEC-EX.
004750     EXIT.
004760/
004770*----------------------------------------------------------------
004780* the entry's first differing field opens the event and takes
004790* the next sequence number; its other fields share it
004800*----------------------------------------------------------------
004810 WRITE-ROW-SEC    SECTION.
004820     IF  NOT  EVENT-OPEN
004830         SET  EVENT-OPEN  TO  TRUE
004840         ADD  1  TO  WS-LAST-SEQ
004850         ADD  1  TO  WS-EVENT-COUNT
004860         IF  WS-FIRST-SEQ  =  ZERO
004870             MOVE  WS-LAST-SEQ  TO  WS-FIRST-SEQ
004880         END-IF
004890     END-IF.
004900     MOVE  JR-NUM1      TO  WS-FD-NUM1.
004910     MOVE  WS-LAST-SEQ  TO  WS-FD-SEQ.
004920     MOVE  WS-ACTION    TO  WS-FD-ACTION.
004930     MOVE  JR-OPERATOR  TO  WS-FD-OPERATOR.
004940     MOVE  JR-PROGRAM   TO  WS-FD-PROGRAM.
004950     MOVE  JR-DATE      TO  WS-FD-DATE.
004960     MOVE  JR-TIME      TO  WS-FD-TIME.
004970     MOVE  WS-FEED-LINE  TO  FEED-REC.
004980     WRITE  FEED-REC.
004990     ADD  1            TO  WS-ROW-COUNT.
005000     ADD  WS-FD-NUM1   TO  WS-NUM1-HASH.
005010 WRITE-ROW-SEC-EX.
005020     EXIT.
005030/
005040*----------------------------------------------------------------
005050* the feed and its manifest are closed before the resume point
005060* moves, so the control record never runs ahead of what was
005070* actually shipped
005080*----------------------------------------------------------------
005090 TERM-SEC         SECTION.
005100     CLOSE  FEED-FILE.
005110     OPEN  OUTPUT  MANIFEST-FILE.
005120     MOVE  WS-EXTRACT-DATE  TO  WS-MF-EXTRACT-DATE.
005130     MOVE  WS-ROW-COUNT     TO  WS-MF-ROW-COUNT.
005140     MOVE  WS-NUM1-HASH     TO  WS-MF-NUM1-HASH.
005150     MOVE  WS-FIRST-SEQ     TO  WS-MF-FIRST-SEQ.
005160     IF  WS-EVENT-COUNT  =  ZERO
005170         MOVE  ZERO         TO  WS-MF-LAST-SEQ
005180     ELSE
005190         MOVE  WS-LAST-SEQ  TO  WS-MF-LAST-SEQ
005200     END-IF.
005210     WRITE  MANIFEST-REC  FROM  WS-MANIFEST-LINE.
005220     CLOSE  MANIFEST-FILE.
005230     OPEN  OUTPUT  CTL-FILE.
005240     MOVE  'VJFEED'         TO  CK-PROGRAM-ID.
005250     MOVE  WS-LAST-SEQ      TO  CK-LAST-KEY.
005260     MOVE  WS-NEW-DATE      TO  CK-TS-DATE.
005270     MOVE  WS-NEW-TIME      TO  CK-TS-TIME.
005280     MOVE  WS-NEW-SHIPPED   TO  CT-STAMP-SHIPPED.
005290     WRITE  CTL-REC.
005300     CLOSE  CTL-FILE.
005310     DISPLAY  'VJFEED: JOURNAL ENTRIES READ   ' WS-READ-COUNT.
005320     DISPLAY  'VJFEED: ALREADY SHIPPED        ' WS-PASSED-COUNT.
005330     DISPLAY  'VJFEED: CHANGE EVENTS SHIPPED  ' WS-EVENT-COUNT.
005340     DISPLAY  'VJFEED: FEED ROWS WRITTEN      ' WS-ROW-COUNT.
005350     DISPLAY  'VJFEED: LAST SEQUENCE SHIPPED  ' WS-LAST-SEQ.
005360     MOVE  'VJFEED'               TO  JA-PROGRAM.
005370     MOVE  'EVENTS SHIPPED'         TO  JA-COUNT-NAME.
005380     MOVE  WS-EVENT-COUNT         TO  JA-COUNT-VALUE.
005390     CALL  'JOBACCT'  USING  WS-JOBACCT-PARM.
005400 TERM-SEC-EX.
005410     EXIT.
