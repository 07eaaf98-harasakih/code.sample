000130* applied/added/replaced control-total line is appended to the
000140* FMASTCTL ledger for balancing. HDR1/TRL1 sentinels stay with
000150* the cycle file - the master carries details only.
000151*
000152* every key applied is stamped with the cycle date in
000153* LAST-SEEN-DATE and has its SEEN-COUNT carried forward and
000154* bumped, so a key that stops coming in the feed keeps the
000155* date it was last seen - FDORMANT reports and retires those.
000156*
000157* also run as one consumer of the FMULTRPT single-pass driver,
000158* through the FMASTFED entry: the driver reads F-OTFILE and hands
000159* each record over, the apply and the FMASTCTL line are the same.
000160*----------------------------------------------------------------
000170 ENVIRONMENT      DIVISION.
000180 INPUT-OUTPUT     SECTION.
000290             ORGANIZATION  IS   LINE SEQUENTIAL
000300             FILE STATUS   IS   WS-CTL-STATUS.
000310
000315     COPY  keylay.
000320 DATA             DIVISION.
000330 FILE             SECTION.
000340 FD      F-OTFILE.
000350 01      F-OTFILE-REC                 PIC  X(:REC-LEN:).
000440
000450 FD      MASTER-FILE.
000460 01      MASTER-REC.
000490*    one control-total line per apply, the balancing record
000500 FD      CTL-FILE.
000510 01      CTL-REC.
000520     COPY  fmastctl.
000590
000600 WORKING-STORAGE  SECTION.
000610
000640   03   WS-MASTER-STATUS    PIC  X(02).
000650   03   WS-CTL-STATUS       PIC  X(02).
000660
000661*    the record is read INTO working storage, where the FMULTRPT
000662*    feed entry hands its records over too
000663 01      F-REC01.
000664     COPY  ffile.
000665 01      F-HTR-REC  REDEFINES  F-REC01.
000666     03  FHTR-KEY                     PIC  9(:KEY-LEN:).
000667     03  FHTR-ID                      PIC  X(04).
000668       88  FHTR-IS-HEADER                   VALUE 'HDR1'.
000669       88  FHTR-IS-TRAILER                  VALUE 'TRL1'.
000670     03  FHTR-RUN-DATE                PIC  X(08).
000671     03  FILLER                       PIC  X(:TAIL-12:).
000672
000673 01     WS-SWITCHES.
000680   03   WS-EOF-SW           PIC  X(01)  VALUE  'N'.
000690     88  FOTFILE-EOF               VALUE  'Y'.
000691   03   WS-FEED-SW          PIC  X(01)  VALUE  'N'.
000692     88  FEED-MODE                 VALUE  'Y'.
000700
000710 01     WS-RUN-DATE         PIC  X(08)        VALUE  SPACES.
000720
000740   03   WS-APPLIED-COUNT    PIC  9(07)  COMP  VALUE  0.
000750   03   WS-ADDED-COUNT      PIC  9(07)  COMP  VALUE  0.
000760   03   WS-REPLACED-COUNT   PIC  9(07)  COMP  VALUE  0.
000761
000762 01     WS-PRIOR-SEEN       PIC  9(07).
000770
000780 01     WS-JOBACCT-PARM.
000790     COPY  jobacct.
000793
000796 01  WS-KEYMODE-PARM.
000800     COPY  keymode.
000801
000802 LINKAGE          SECTION.
000803 01  FEED-PARM.
000804     COPY  feedparm.
000805 01  FEED-REC                     PIC  X(:REC-LEN:).
000806
000810 PROCEDURE        DIVISION.
000811 MAIN-SEC         SECTION.
000812*    the stores must carry the key layout this program is built
000813*    for - see KEYMODE
000814     MOVE  'FMASTUPD'  TO  KM-PROGRAM.
000815     MOVE  0           TO  KM-RUN-DATE.
000816     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
000817     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
000818     IF  KM-REFUSE
000819         MOVE  16  TO  RETURN-CODE
000820         STOP RUN
000825     END-IF.
000830     PERFORM  INIT-SEC.
000840     PERFORM  APPLY-SEC  UNTIL  FOTFILE-EOF.
000850     PERFORM  TERM-SEC.
000870 MAIN-SEC-EX.
000880     EXIT.
000890/
000891*----------------------------------------------------------------
000892* the FMULTRPT feed entry - see feedparm.cbl. the driver has
000893* made the KEYMODE check for the whole pass
000894*----------------------------------------------------------------
000895 FEED-SEC         SECTION.
000896 ENTRY  'FMASTFED'  USING  FEED-PARM  FEED-REC.
000897     SET   FEED-MODE  TO  TRUE.
000898     MOVE  0  TO  RETURN-CODE.
000899     EVALUATE  TRUE
000900         WHEN  FP-OPEN
000901             PERFORM  INIT-SEC
000902         WHEN  FP-RECORD
000903             MOVE  FEED-REC  TO  F-REC01
000904             PERFORM  APPLY-SEC
000905         WHEN  FP-CLOSE
000906             PERFORM  TERM-SEC
000907     END-EVALUATE.
000908     MOVE  RETURN-CODE  TO  FP-RC.
000909     GOBACK.
000910 FEED-SEC-EX.
000911     EXIT.
000912/
000913*----------------------------------------------------------------
000914* the master opens I-O so the cycle's versions land over the
000920* keys they replace; the OUTPUT fallback covers the very first
000930* apply, before the master exists
000940*----------------------------------------------------------------
000950 INIT-SEC         SECTION.
000951     OPEN  I-O  MASTER-FILE.
000952     IF  WS-MASTER-STATUS  NOT =  '00'
000953         OPEN  OUTPUT  MASTER-FILE
000954     END-IF.
000955     IF  FEED-MODE
000956         GO TO  INIT-SEC-EX
000957     END-IF.
000960     OPEN  INPUT  F-OTFILE.
000970     IF  WS-FOTFILE-STATUS  NOT =  '00'
000980         SET  FOTFILE-EOF  TO  TRUE
001000                  WS-FOTFILE-STATUS
001010         MOVE  16  TO  RETURN-CODE
001020     END-IF.
001070     PERFORM  READ-FOTFILE-SEC.
001080 INIT-SEC-EX.
001090     EXIT.
001100/
001110 READ-FOTFILE-SEC SECTION.
001111*    under the driver the next record comes in on the next call
001112     IF  FEED-MODE
001113         GO TO  READ-FOTFILE-SEC-EX
001114     END-IF.
001120     READ  F-OTFILE  INTO  F-REC01
001130         AT END  SET  FOTFILE-EOF  TO  TRUE
001140     END-READ.
001150 READ-FOTFILE-SEC-EX.
001230             CONTINUE
001240         WHEN  OTHER
001250             ADD  1  TO  WS-APPLIED-COUNT
001251             PERFORM  PRIOR-SEEN-SEC
001254             MOVE  F-REC01  TO  MASTER-REC
001257             MOVE  WS-RUN-DATE
001261                   TO  LAST-SEEN-DATE  OF  MASTER-REC
001262             ADD   1  WS-PRIOR-SEEN
001263                   GIVING  SEEN-COUNT  OF  MASTER-REC
001270             WRITE  MASTER-REC
001280                 INVALID KEY
001290                     PERFORM  REPLACE-SEC
001350 APPLY-SEC-EX.
001360     EXIT.
001370/
001371*----------------------------------------------------------------
001372* the seen count the key already carries on the master, zero for
001373* a new key or one applied before the stamps existed. a detail
001374* ahead of any header takes today as its cycle date
001375*----------------------------------------------------------------
001376 PRIOR-SEEN-SEC   SECTION.
001377     IF  WS-RUN-DATE  =  SPACES
001378         ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD
001379     END-IF.
001380     MOVE  0  TO  WS-PRIOR-SEEN.
001381     MOVE  NUM1  OF  F-REC01  TO  NUM1  OF  MASTER-REC.
001382     READ  MASTER-FILE
001383         INVALID KEY
001384             CONTINUE
001385         NOT INVALID KEY
001386             IF  SEEN-COUNT  OF  MASTER-REC  IS  NUMERIC
001387                 MOVE  SEEN-COUNT  OF  MASTER-REC
001388                       TO  WS-PRIOR-SEEN
001389             END-IF
001390     END-READ.
001391 PRIOR-SEEN-SEC-EX.
001392     EXIT.
001393/
001394 REPLACE-SEC      SECTION.
001395     REWRITE  MASTER-REC
001400         INVALID KEY
001410             DISPLAY  'FMASTUPD: REWRITE FAILED FOR '
001420                      NUM1  OF  MASTER-REC
001690     MOVE  WS-APPLIED-COUNT   TO  MC-APPLIED.
001700     MOVE  WS-ADDED-COUNT     TO  MC-ADDED.
001710     MOVE  WS-REPLACED-COUNT  TO  MC-REPLACED.
001711     SET   MC-APPLY-LINE      TO  TRUE.
001720     WRITE  CTL-REC.
001730     CLOSE  CTL-FILE.
001740     DISPLAY  'FMASTUPD: DETAILS APPLIED  ' WS-APPLIED-COUNT.
