000080* at an operator's terminal and answer NUM1 lookups one after
000090* another in the same session, so a same-day question about a
000100* single record doesn't have to wait for the next batch cycle or
000101* a fresh JCL submission per key.
000102*
000103* the session also carries an UPD command for operators holding
000104* the 'U' code on VAUTH: one field of one record is corrected
000105* where the problem was found, through exactly the guard rails
000106* the batch door provides - the shared FLDEDIT range edits on
000107* the numeric fields, and a VJOURNAL before/after image carrying
000108* the operator id, so the same-day fix is as attributable and
000109* recoverable as a VKSDSUPD submission. operators without the
000110* 'U' code keep an inquiry-only session (the file opens INPUT).
000111* the numeric fields take their value in the reject file's own
000112* edited form: a sign (or blank) then three digits.
000113*
000114* the operator id is not taken at face value: after the VAUTH
000115* check the operator signs on with the password whose PWHASH
000116* hash is held on the VCRED credential file. three consecutive
000117* failures (counted across sessions) lock the id until security
000118* administration resets it through VAUTHMNT's 'W' function; a
000119* reset credential is signed on with the one-time temporary
000120* password the reset issued - its failures count toward the same
000121* lockout - and the operator then chooses a new password. an id
000128* with no VCRED entry cannot sign on. sign-on,
000131* lockout, refusal, timeout and sign-off are all logged through
000132* OPSAUDIT, so the operator stamp on journal records and notes
000133* is evidence of who was at the terminal.
000134*
000135* REC-DATA is personal detail: every record display, list
000136* line, and hex panel is built from a copy the shared VIEWMASK
000137* routine has masked unless the operator holds the 'V' view
000138* code on VAUTH, with a line saying the field was masked.
000139*
000140* NAME finds records by the DBCS name in NCH instead of NUM1:
000141* the operator keys the whole name or its leading characters
000142* and the matching keys are paged through the NCH alternate
000143* index a screenful at a time, the way BRWS pages NUM1.
000144*
000145* a record marked deleted (REC-STATUS 'D') is answered as
000146* deleted by a key lookup, left out of the group, browse and
000147* name lists, and refused by UPD - it comes back only through
000148* an undelete at one of the batch doors.
000149*
000150* the session does not hold the VFILE cluster: an UPD locks only
000151* the record it corrects (a RESLOCK record lock on the key, held
000152* from the read to the rewrite and standing no longer than the
000153* idle limit), so an operator at the terminal never holds up the
000154* batch passes, and an UPD is refused - naming the holder -
000155* while a batch pass has the cluster or another door has the
000156* record.
000157*
000158* a record of an entity the operator is not granted on VAUTH
000159* (ENTCHK) is answered as not granted by a key lookup, left out
000160* of the group, browse and name lists, and refused by UPD.
000161*
000162* VCRED is rewritten whole after every sign-on attempt, so each
000163* attempt takes the file's RESLOCK lock, reads it afresh, judges
000164* the attempt against the fresh entry (a lock or reset applied
000165* meanwhile stands) and rewrites it before releasing the lock -
000166* VAUTHMNT's resets take the same lock. the refusal and busy
000167* messages are the VONLNnnn entries of the MSGCAT catalog,
000168* issued through MSGFMT and shown on the console.
000169*
000170* PARM: operator(8) + idle limit in minutes(3, default 015). a
000171* command keyed after the session has sat idle longer than the
000172* limit is discarded and the session signed off instead.
000173*----------------------------------------------------------------
000174 ENVIRONMENT      DIVISION.
000175 INPUT-OUTPUT     SECTION.
000176 FILE-CONTROL.
000177     SELECT  V-OTFILE  ASSIGN TO     VFILE
000180             ORGANIZATION  IS    INDEXED
000190             ACCESS MODE   IS    DYNAMIC
000200             RECORD KEY    IS    NUM1  OF  V-REC01
000201             ALTERNATE RECORD KEY IS GROUP-1  OF  V-REC01
000202                           WITH  DUPLICATES
000203             ALTERNATE RECORD KEY IS NCH      OF  V-REC01
000204                           WITH  DUPLICATES
000210             FILE STATUS   IS    WS-VFILE-STATUS.
000212     SELECT  AUTH-FILE  ASSIGN TO    VAUTH
000214             ORGANIZATION  IS    LINE SEQUENTIAL
000220     SELECT  NOTE-FILE  ASSIGN TO    VNOTES
000221             ORGANIZATION  IS    LINE SEQUENTIAL
000222             FILE STATUS   IS    WS-NOTE-STATUS.
000223     SELECT  CRED-FILE  ASSIGN TO    VCRED
000224             ORGANIZATION  IS    LINE SEQUENTIAL
000225             FILE STATUS   IS    WS-CRED-STATUS.
000227
000228     COPY  keylay.
000230 DATA             DIVISION.
000240 FILE             SECTION.
000250 FD      V-OTFILE
000251         RECORD    IS  VARYING IN SIZE FROM :REC-MIN: TO :REC-LEN:
000252         DEPENDING ON  V-LL.
000253 01      V-REC01.
000254     COPY  vfile.
000255*
000256*    operator authorization: one line per operator id with the
000257*    transaction codes that operator may run - this inquiry
000258*    session requires the 'L' lookup code, and any future update
000259*    mode is gated on its own code the same way
000260 FD      AUTH-FILE.
000261 01      AUTH-REC.
000262     03  AU-OPERATOR                  PIC  X(08).
000263     03  FILLER                       PIC  X(01).
000264     03  AU-CODES                     PIC  X(08).
000265     03  FILLER                       PIC  X(01).
000266     03  AU-EXPIRY                    PIC  X(08).
000267*
000268*    before/after image journal shared with VKSDSUPD/VBATCHUPD,
000269*    one record appended per UPD command applied
000270 FD      JRNL-FILE.
000271 01      JRNL-REC.
000272     COPY  vjrnl.
000273*
000274*    operator annotations keyed on NUM1 plus a sequence - the
000275*    record's own case history, stamped with the VAUTH-checked
000276*    operator and the moment it was written
000277 FD      NOTE-FILE.
000278 01      NOTE-REC.
000279     03  NT-NUM1                      PIC  X(:KEY-LEN:).
000280     03  FILLER                       PIC  X(01).
000281     03  NT-SEQ                       PIC  9(03).
000282     03  FILLER                       PIC  X(01).
000283     03  NT-DATE                      PIC  9(08).
000284     03  FILLER                       PIC  X(01).
000285     03  NT-TIME                      PIC  9(08).
000286     03  FILLER                       PIC  X(01).
000287     03  NT-OPERATOR                  PIC  X(08).
000288     03  FILLER                       PIC  X(01).
000289     03  NT-TEXT                      PIC  X(40).
000290*
000291*    operator sign-on credentials - see credrec.cbl
000292 FD      CRED-FILE.
000293 01      CRED-REC.
000294     COPY  credrec.
000295
000296 WORKING-STORAGE  SECTION.
000297
000298 01  WS-VFILE-STATUS           PIC  X(02).
000299 01  V-LL                      PIC  9(04) COMP.
000300*
000301 01  WS-INQUIRY-KEY            PIC  X(04).
000302   88  WS-QUIT-REQUESTED              VALUE 'END '.
000303   88  WS-BROWSE-REQUESTED            VALUE 'BRWS'.
000304   88  WS-GROUP-REQUESTED             VALUE 'G   ' THRU 'GZZZ'.
000305   88  WS-UPDATE-REQUESTED            VALUE 'UPD '.
000306   88  WS-NOTE-REQUESTED              VALUE 'NOTE'.
000307   88  WS-NAME-REQUESTED              VALUE 'NAME'.
000308 01  WS-LOOKUP-COUNT           PIC  9(07) COMP  VALUE  0.
000309 01  WS-NOTFOUND-COUNT         PIC  9(07) COMP  VALUE  0.
000310 01  WS-DELETED-COUNT          PIC  9(07) COMP  VALUE  0.
000311 01  WS-WITHHELD-COUNT         PIC  9(07) COMP  VALUE  0.
000312 01  WS-ENT-OK-SW              PIC  X(01).
000313     88  ENTITY-GRANTED             VALUE  'Y'.
000314 01  WS-GROUP-AREA.
000315   03  WS-GROUP-CODE           PIC  X(01).
000316   03  WS-GROUP-HIT-COUNT      PIC  9(07) COMP.
000317   03  WS-GROUP-EOF-SW         PIC  X(01).
000318     88  GROUP-BROWSE-DONE            VALUE 'Y'.
000319 01  WS-BROWSE-AREA.
000320   03  WS-BROWSE-KEY           PIC  X(04).
000321   03  WS-BROWSE-REPLY         PIC  X(01).
000322     88  BROWSE-CONTINUE              VALUE 'Y'.
000323   03  WS-BROWSE-EOF-SW        PIC  X(01).
000324     88  BROWSE-DONE                  VALUE 'Y'.
000325   03  WS-PAGE-LINE-COUNT      PIC  9(02) COMP.
000326*  records shown per screenful before the continue/quit prompt
000327   03  WS-PAGE-SIZE            PIC  9(02) COMP  VALUE  10.
000328   03  WS-BROWSE-SHOWN         PIC  9(07) COMP.
000329*
000330*    NAME search: the name as keyed (DBCS bytes, full or the
000331*    leading characters), its significant length in bytes, and
000332*    the NCH key built from it
000333 01  WS-NAME-AREA.
000334   03  WS-NAME-ENTRY           PIC  X(10).
000335   03  WS-NAME-LEN             PIC  9(02) COMP.
000336   03  WS-NAME-PAIRS           PIC  9(02) COMP.
000337   03  WS-NAME-ODD             PIC  9(02) COMP.
000338   03  WS-NAME-KEY-HOLD.
000339     05  WS-NAME-KEY-N         PIC  N(05).
000340   03  WS-NAME-KEY-BYTES  REDEFINES  WS-NAME-KEY-HOLD
000341                               PIC  X(10).
000342 01  WS-RESLOCK-PARM.
000343     COPY  reslock.
000344*
000345*    work areas for the full-record display: an edited view of
000346*    the signed zoned fields, a byte view of NCH, and the hex
000347*    work area the storage panels are built in, the way BINARY's
000348*    REPORT-PARA prints its HEX-OF panels
000349 01  WS-DISPLAY-AREA.
000350   03  WS-SZONE-ED             PIC  +99.
000351   03  WS-SPACK-ED             PIC  +9.
000352   03  WK-HEX-DIGITS           PIC  X(40).
000353*    the copy a record is shown from, after VIEWMASK has
000354*    masked it for the operator - V-REC01 itself stays whole
000355*    for the UPD command's rewrite
000356 01  WS-SHOW-R.
000357     COPY  vfile.
000358 01  WS-VIEWMASK-PARM.
000359     COPY  viewmask.
000360 01  WS-NCH-HOLD.
000361   03  WS-NCH-N                PIC  N(05).
000362 01  WS-NCH-BYTES  REDEFINES  WS-NCH-HOLD
000363                             PIC  X(10).
000364 01  WS-PARM-LINE              PIC  X(11).
000365 01  WS-OPERATOR               PIC  X(08).
000366 01  WS-AUTH-AREA.
000367   03  WS-AUTH-STATUS          PIC  X(02).
000368   03  WS-AUTH-EOF-SW          PIC  X(01)  VALUE  'N'.
000369     88  AUTH-EOF                   VALUE  'Y'.
000370   03  WS-AUTH-OK-SW           PIC  X(01)  VALUE  'N'.
000371     88  OPERATOR-AUTHORIZED        VALUE  'Y'.
000372   03  WS-UPD-OK-SW            PIC  X(01)  VALUE  'N'.
000373     88  UPDATE-AUTHORIZED          VALUE  'Y'.
000374   03  WS-CODE-TALLY           PIC  9(02)  COMP.
000375   03  WS-AUTH-TODAY           PIC  9(08).
000376*
000377*    UPD command work areas: the keyed key, field name, and the
000378*    value in the reject file's edited form, plus the journal
000379*    and field-edit plumbing the batch door uses
000380 01  WS-UPDATE-AREA.
000381   03  WS-JRNL-STATUS          PIC  X(02).
000382   03  WS-UPD-KEY              PIC  X(04).
000383   03  WS-UPD-FIELD            PIC  X(10).
000384   03  WS-UPD-VALUE            PIC  X(72).
000385   03  WS-UPD-NUMVAL           PIC S9(03).
000386   03  WS-BEFORE-IMAGE         PIC  X(:REC-LEN:).
000387   03  WS-RUN-DATE             PIC  9(08).
000388   03  WS-UPD-OK-APPLY-SW      PIC  X(01).
000389     88  UPDATE-FIELD-OK            VALUE 'Y'.
000390 01  WS-FLDEDIT-PARM.
000391     COPY  fldedit.
000392 01  WS-PERIODCK-PARM.
000393     COPY  periodck.
000394 01  WS-OPSAUDIT-PARM.
000395     COPY  opsaudit.
000396 01  WS-ENTCHK-PARM.
000397     COPY  entchk.
000398 01  WS-CHNSEAL-PARM.
000399     COPY  chnseal.
000400 01  WS-RECSUM-PARM.
000401     COPY  recsum.
000402 01  WS-MSGFMT-PARM.
000403     COPY  msgfmt.
000404 01  WS-PERIOD-REPLY           PIC  X(01).
000405*
000406*    annotation work areas for the NOTE command and the
000407*    notes-on-inquiry display
000408 01  WS-NOTE-AREA.
000409   03  WS-NOTE-STATUS          PIC  X(02).
000410   03  WS-NOTE-EOF-SW          PIC  X(01).
000411     88  NOTE-EOF                   VALUE 'Y'.
000412   03  WS-NOTE-KEY             PIC  X(04).
000413*    the key as the notes file carries it, in the store layout
000414   03  WS-NOTE-KEY-K           PIC  9(:KEY-LEN:).
000415   03  WS-NOTE-KEY-KX          REDEFINES  WS-NOTE-KEY-K
000421                               PIC  X(:KEY-LEN:).
000422   03  WS-NOTE-TEXT            PIC  X(40).
000423   03  WS-NOTE-SEQ             PIC  9(03).
000424   03  WS-NOTE-COUNT           PIC  9(03).
000425*
000426*    sign-on: the whole VCRED file loaded (the VAUTHMNT table
000427*    shape) so the operator's entry can be updated and the file
000428*    rewritten after every attempt - a failure counts even if
000429*    the session is then killed. each attempt reloads it under
000430*    the VCRED lock - see HOLD-CRED-SEC
000431 01  WS-SIGNON-AREA.
000432   03  WS-CRED-STATUS          PIC  X(02).
000433   03  WS-CRED-EOF-SW          PIC  X(01)  VALUE  'N'.
000434     88  CRED-EOF                   VALUE  'Y'.
000435   03  WS-CRED-FOUND-SW        PIC  X(01)  VALUE  'N'.
000436     88  CRED-FOUND                 VALUE  'Y'.
000437   03  WS-SIGNON-SW            PIC  X(01)  VALUE  'N'.
000438     88  SIGNED-ON                  VALUE  'Y'.
000439   03  WS-CRED-HELD-SW         PIC  X(01)  VALUE  'N'.
000440     88  CRED-HELD                  VALUE  'Y'.
000441   03  WS-SIGNON-END-SW        PIC  X(01)  VALUE  'N'.
000442     88  SIGNON-ENDED               VALUE  'Y'.
000443   03  WS-TEMP-OK-SW           PIC  X(01)  VALUE  'N'.
000444     88  TEMP-PW-PROVEN             VALUE  'Y'.
000445*    the hash of the temporary password proven - the new password
000446*    lands only on the reset it was proven against
000447   03  WS-PROVEN-HASH          PIC  9(09)  VALUE  0.
000448   03  WS-CRED-TABLE.
000449     05  WS-CRED-ENTRY  OCCURS  100  TIMES  INDEXED BY CRD-IDX.
000450       07  WS-CRD-IMAGE        PIC  X(50).
000451   03  WS-CRED-COUNT           PIC  9(03)  COMP  VALUE  0.
000452   03  WS-CRED-SLOT            PIC  9(03)  COMP  VALUE  0.
000453   03  WS-PW-ENTRY             PIC  X(16).
000454   03  WS-PW-CONFIRM           PIC  X(16).
000455   03  WS-PW-LENGTH            PIC  9(02)  COMP.
000456   03  WS-SET-TRIES            PIC  9(02)  COMP  VALUE  0.
000457*    consecutive failures that lock an id, and the shortest
000458*    password a reset operator may choose
000459   03  WS-MAX-FAILS            PIC  9(02)  VALUE  3.
000460   03  WS-MIN-PW-LENGTH        PIC  9(02)  COMP  VALUE  6.
000461 01  WS-PWHASH-PARM.
000462     COPY  pwhash.
000463*
000464*    idle timeout: the moment of the last command, and the limit
000465*    in minutes from the PARM
000466 01  WS-IDLE-AREA.
000467   03  WS-IDLE-LIMIT           PIC  9(03)  VALUE  15.
000468   03  WS-TIMEOUT-SW           PIC  X(01)  VALUE  'N'.
000469     88  SESSION-TIMED-OUT          VALUE  'Y'.
000470   03  WS-LAST-ACT-DATE        PIC  9(08).
000471   03  WS-LAST-ACT-SECS        PIC  9(07)  COMP.
000472   03  WS-NOW-DATE             PIC  9(08).
000473   03  WS-NOW-TIME             PIC  9(08).
000474   03  WS-NOW-TIME-R  REDEFINES  WS-NOW-TIME.
000475     05  WS-NOW-HH             PIC  9(02).
000476     05  WS-NOW-MM             PIC  9(02).
000477     05  WS-NOW-SS             PIC  9(02).
000478     05  WS-NOW-CC             PIC  9(02).
000479   03  WS-NOW-SECS             PIC  9(07)  COMP.
000480   03  WS-IDLE-SECS            PIC S9(07)  COMP.
000481
000482 01  WS-KEYMODE-PARM.
000483     COPY  keymode.
000484 PROCEDURE        DIVISION.
000485 MAIN-SEC         SECTION.
000486*    the stores must carry the key layout this program is built
000487*    for - see KEYMODE
000488     MOVE  'VONLINE'   TO  KM-PROGRAM.
000489     MOVE  0           TO  KM-RUN-DATE.
000490     MOVE  :LAYOUT:  TO  KM-BUILT-LAYOUT.
000491     CALL  'KEYMODE'  USING  WS-KEYMODE-PARM.
000492     IF  KM-REFUSE
000493         MOVE  16  TO  RETURN-CODE
000494         STOP RUN
000495     END-IF.
000496*    the operator id arrives in the PARM and must hold the 'L'
000497*    lookup code on the VAUTH authorization file before the
000498*    session opens the cluster
000499     ACCEPT  WS-PARM-LINE  FROM  COMMAND-LINE.
000500     MOVE  WS-PARM-LINE(1:8)  TO  WS-OPERATOR.
000501     IF  WS-PARM-LINE(9:3)  IS  NUMERIC
000502         AND  WS-PARM-LINE(9:3)  NOT =  ZERO
000503         MOVE  WS-PARM-LINE(9:3)  TO  WS-IDLE-LIMIT
000504     END-IF.
000505     PERFORM  CHECK-AUTH-SEC.
000506     IF  NOT  OPERATOR-AUTHORIZED
000507         SET   MG-DISPLAY  TO  TRUE
000508         MOVE  'VONLN003'  TO  MG-MSG-ID
000509         MOVE  'MAIN-SEC'  TO  MG-SECTION
000510         MOVE  WS-OPERATOR  TO  MG-VALUE(1)
000511         SET   MG-ERROR    TO  TRUE
000512         MOVE  'OPERATOR &1 NOT AUTHORIZED FOR LOOKUPS'
000513                               TO  MG-TEXT
000514         MOVE  16          TO  MG-RETURN-CODE
000515         PERFORM  ISSUE-MSG-SEC
000516         MOVE  16  TO  RETURN-CODE
000517         STOP RUN
000518     END-IF.
000519*    the person at the terminal must prove they are that
000520*    operator before anything is shown - see SIGNON-SEC
000521     PERFORM  SIGNON-SEC.
000522     IF  NOT  SIGNED-ON
000523         SET   MG-DISPLAY  TO  TRUE
000524         MOVE  'VONLN004'  TO  MG-MSG-ID
000525         MOVE  'MAIN-SEC'  TO  MG-SECTION
000526         SET   MG-ERROR    TO  TRUE
000527         MOVE  'SIGN-ON FAILED - SESSION NOT STARTED'  TO  MG-TEXT
000528         MOVE  16          TO  MG-RETURN-CODE
000529         PERFORM  ISSUE-MSG-SEC
000530         MOVE  16  TO  RETURN-CODE
000531         STOP RUN
000532     END-IF.
000533     PERFORM  MARK-ACTIVITY-SEC.
000534*    an update-authorized session opens the cluster I-O so the
000535*    UPD command can rewrite in place; inquiry-only stays INPUT
000536     IF  UPDATE-AUTHORIZED
000537         OPEN  I-O  V-OTFILE
000538     ELSE
000539         OPEN  INPUT  V-OTFILE
000540     END-IF.
000541     IF  WS-VFILE-STATUS  NOT =  '00'
000542         SET   MG-DISPLAY  TO  TRUE
000543         MOVE  'VONLN005'  TO  MG-MSG-ID
000544         MOVE  'MAIN-SEC'  TO  MG-SECTION
000545         MOVE  WS-VFILE-STATUS  TO  MG-VALUE(1)
000546         SET   MG-ERROR    TO  TRUE
000547         MOVE  'UNABLE TO OPEN VFILE, STATUS &1'  TO  MG-TEXT
000548         MOVE  16          TO  MG-RETURN-CODE
000549         PERFORM  ISSUE-MSG-SEC
000550     ELSE
000551         PERFORM  INQUIRE-SEC  UNTIL  WS-QUIT-REQUESTED
000552         CLOSE  V-OTFILE
000553     END-IF.
000554     IF  NOT  SESSION-TIMED-OUT
000555         MOVE  'SIGNOFF'  TO  OA-ACTION
000556         MOVE  SPACES     TO  OA-DETAIL
000557         PERFORM  WRITE-OPSAUDIT-SEC
000558     END-IF.
000559     DISPLAY  'VONLINE: LOOKUPS ANSWERED  = ' WS-LOOKUP-COUNT.
000560     DISPLAY  'VONLINE: KEYS NOT ON FILE  = ' WS-NOTFOUND-COUNT.
000561     DISPLAY  'VONLINE: DELETED EXCLUDED  = ' WS-DELETED-COUNT.
000562     DISPLAY  'VONLINE: OTHER ENTITIES    = ' WS-WITHHELD-COUNT.
000563     STOP RUN.
000564 MAIN-SEC-EX.
000565     EXIT.
000566/
000567*----------------------------------------------------------------
000568* one round trip at the operator's terminal: prompt, read a key,
000569* answer it directly against the KSDS, and come back for another
000570* key until the operator keys END instead of a NUM1 value
000571*----------------------------------------------------------------
000572 INQUIRE-SEC      SECTION.
000573     DISPLAY  'VONLINE: ENTER NUM1 KEY (4 DIGITS), G + GROUP'
000574              ' CODE, BRWS TO BROWSE, NAME TO SEARCH BY NCH'
000575              ' NAME, UPD TO UPDATE,'
000576              ' OR END TO QUIT'
000577              UPON  CONSOLE.
000578     ACCEPT  WS-INQUIRY-KEY  FROM  CONSOLE.
000579*    a command keyed into a session left idle past the limit is
000580*    not run - the session signs off instead
000581     PERFORM  CHECK-IDLE-SEC.
000582     IF  SESSION-TIMED-OUT
000583         GO TO  INQUIRE-SEC-EX
000584     END-IF.
000585*    (NOTE attaches an annotation; a key's notes also display
000586*    with every inquiry - see SHOW-NOTES-SEC)
000587     EVALUATE  TRUE
000588         WHEN  WS-QUIT-REQUESTED
000589             CONTINUE
000590         WHEN  WS-BROWSE-REQUESTED
000591             PERFORM  BROWSE-SEC
000592         WHEN  WS-GROUP-REQUESTED
000593             PERFORM  GROUP-LOOKUP-SEC
000594         WHEN  WS-UPDATE-REQUESTED
000595             IF  UPDATE-AUTHORIZED
000596                 PERFORM  UPDATE-SEC
000597             ELSE
000598                 SET   MG-DISPLAY     TO  TRUE
000599                 MOVE  'VONLN006'     TO  MG-MSG-ID
000600                 MOVE  'INQUIRE-SEC'  TO  MG-SECTION
000601                 MOVE  WS-OPERATOR    TO  MG-VALUE(1)
000602                 SET   MG-WARNING     TO  TRUE
000603                 MOVE  'OPERATOR &1 NOT AUTHORIZED FOR UPDATES'
000604                                      TO  MG-TEXT
000605                 MOVE  ZERO           TO  MG-RETURN-CODE
000606                 PERFORM  CONSOLE-MSG-SEC
000607             END-IF
000608         WHEN  WS-NOTE-REQUESTED
000609             PERFORM  NOTE-SEC
000610         WHEN  WS-NAME-REQUESTED
000611             PERFORM  NAME-SEARCH-SEC
000612         WHEN  OTHER
000613             PERFORM  LOOKUP-SEC
000614     END-EVALUATE.
000615 INQUIRE-SEC-EX.
000616     EXIT.
000617/
000618 CHECK-AUTH-SEC   SECTION.
000619     ACCEPT  WS-AUTH-TODAY  FROM  DATE  YYYYMMDD.
000620     OPEN  INPUT  AUTH-FILE.
000621     IF  WS-AUTH-STATUS  NOT =  '00'
000622         SET  AUTH-EOF  TO  TRUE
000623         SET   MG-DISPLAY  TO  TRUE
000624         MOVE  'VONLN007'  TO  MG-MSG-ID
000625         MOVE  'CHECK-AUTH-SEC'  TO  MG-SECTION
000626         MOVE  WS-AUTH-STATUS  TO  MG-VALUE(1)
000627         SET   MG-ERROR    TO  TRUE
000628         MOVE  'NO VAUTH FILE, STATUS &1'  TO  MG-TEXT
000629         MOVE  16          TO  MG-RETURN-CODE
000630         PERFORM  ISSUE-MSG-SEC
000631     END-IF.
000632     PERFORM  READ-AUTH-SEC
000633         UNTIL  AUTH-EOF  OR  OPERATOR-AUTHORIZED.
000634     IF  WS-AUTH-STATUS  =  '00'  OR  WS-AUTH-STATUS  =  '10'
000635         CLOSE  AUTH-FILE
000636     END-IF.
000637 CHECK-AUTH-SEC-EX.
000638     EXIT.
000639/
000640 READ-AUTH-SEC    SECTION.
000641     READ  AUTH-FILE
000642         AT END  SET  AUTH-EOF  TO  TRUE
000643     END-READ.
000644*    an expired grant (numeric AU-EXPIRY before today) counts as
000645*    no grant at all, so departed staff fall off automatically
000646     IF  NOT  AUTH-EOF  AND  AU-OPERATOR  =  WS-OPERATOR
000647         AND  (AU-EXPIRY  NOT  NUMERIC
000648               OR  AU-EXPIRY  >=  WS-AUTH-TODAY)
000649         MOVE  0  TO  WS-CODE-TALLY
000650         INSPECT  AU-CODES  TALLYING  WS-CODE-TALLY
000651             FOR  ALL  'L'
000652         IF  WS-CODE-TALLY  >  0
000653             SET  OPERATOR-AUTHORIZED  TO  TRUE
000654         END-IF
000655*        the 'U' code additionally opens the UPD command (and
000656*        the cluster I-O instead of INPUT)
000657         MOVE  0  TO  WS-CODE-TALLY
000658         INSPECT  AU-CODES  TALLYING  WS-CODE-TALLY
000659             FOR  ALL  'U'
000660         IF  WS-CODE-TALLY  >  0
000661             SET  UPDATE-AUTHORIZED  TO  TRUE
000662         END-IF
000663     END-IF.
000664 READ-AUTH-SEC-EX.
000665     EXIT.
000666/
000667*----------------------------------------------------------------
000668* sign-on against VCRED: no entry, or a locked one, refuses the
000669* session outright; a reset entry has the operator prove the
000670* temporary password and then choose a new one; otherwise the
000671* password is asked for until it matches or the consecutive-
000672* failure count locks the id - the temporary password is asked
000673* for the same way, against the same count. this first
000674* look is read unlocked; every attempt is then judged against a
000675* fresh copy taken under the VCRED lock - see HOLD-CRED-SEC
000676*----------------------------------------------------------------
000677 SIGNON-SEC       SECTION.
000678     PERFORM  LOAD-CRED-SEC.
000679     IF  NOT  CRED-FOUND
000680         PERFORM  NO-CRED-SEC
000681         GO TO  SIGNON-SEC-EX
000682     END-IF.
000683     MOVE  WS-CRD-IMAGE(WS-CRED-SLOT)  TO  CRED-REC.
000684     IF  CR-LOCKED
000685         PERFORM  ID-LOCKED-SEC
000686         GO TO  SIGNON-SEC-EX
000687     END-IF.
000688     IF  CR-RESET
000689         PERFORM  TEMP-PW-TRY-SEC
000690             UNTIL  TEMP-PW-PROVEN  OR  CR-LOCKED
000691                    OR  SIGNON-ENDED
000692         IF  TEMP-PW-PROVEN
000693             PERFORM  SET-PW-TRY-SEC
000694                 UNTIL  SIGNED-ON  OR  WS-SET-TRIES  NOT <  3
000695                        OR  SIGNON-ENDED
000696         END-IF
000697     ELSE
000698         PERFORM  PASSWORD-TRY-SEC
000699             UNTIL  SIGNED-ON  OR  CR-LOCKED  OR  SIGNON-ENDED
000700     END-IF.
000701 SIGNON-SEC-EX.
000702     EXIT.
000703/
000704 PASSWORD-TRY-SEC SECTION.
000705     DISPLAY  'VONLINE: ENTER PASSWORD FOR ' WS-OPERATOR
000706              UPON  CONSOLE.
000707     ACCEPT  WS-PW-ENTRY  FROM  CONSOLE.
000708     MOVE  WS-OPERATOR  TO  PH-OPERATOR.
000709     MOVE  WS-PW-ENTRY  TO  PH-PASSWORD.
000710     CALL  'PWHASH'  USING  WS-PWHASH-PARM.
000711     MOVE  SPACES  TO  WS-PW-ENTRY  PH-PASSWORD.
000712*    the attempt counts against the entry as it stands now - a
000713*    lock or reset applied since the last look is honoured
000714     PERFORM  HOLD-CRED-SEC.
000715     IF  NOT  CRED-HELD
000716         GO TO  PASSWORD-TRY-SEC-EX
000717     END-IF.
000718     IF  CR-LOCKED
000719         PERFORM  FREE-CRED-SEC
000720         PERFORM  ID-LOCKED-SEC
000721         GO TO  PASSWORD-TRY-SEC-EX
000722     END-IF.
000723     IF  NOT  CR-ACTIVE
000724         PERFORM  FREE-CRED-SEC
000725         PERFORM  CRED-CHANGED-SEC
000726         GO TO  PASSWORD-TRY-SEC-EX
000727     END-IF.
000728     IF  PH-HASH  =  CR-HASH
000729         MOVE  0  TO  CR-FAIL-COUNT
000730         ACCEPT  CR-LAST-DATE  FROM  DATE  YYYYMMDD
000731         ACCEPT  CR-LAST-TIME  FROM  TIME
000732         SET   SIGNED-ON  TO  TRUE
000733         MOVE  'SIGNON'    TO  OA-ACTION
000734         MOVE  SPACES      TO  OA-DETAIL
000735     ELSE
000736         PERFORM  FAILED-TRY-SEC
000737     END-IF.
000738     PERFORM  REWRITE-CRED-SEC.
000739     PERFORM  FREE-CRED-SEC.
000740     PERFORM  WRITE-OPSAUDIT-SEC.
000741 PASSWORD-TRY-SEC-EX.
000742     EXIT.
000743/
000744*----------------------------------------------------------------
000745* a failed attempt, password or temporary password, counted on
000746* the entry in CRED-REC (held under the VCRED lock); the limit
000747* locks the id
000748*----------------------------------------------------------------
000749 FAILED-TRY-SEC   SECTION.
000750     ADD  1  TO  CR-FAIL-COUNT.
000751     IF  CR-FAIL-COUNT  NOT <  WS-MAX-FAILS
000752         SET   CR-LOCKED  TO  TRUE
000753         SET   MG-LOG              TO  TRUE
000754         MOVE  'VONLN001'          TO  MG-MSG-ID
000755         MOVE  'FAILED-TRY-SEC'    TO  MG-SECTION
000756         MOVE  WS-OPERATOR         TO  MG-VALUE(1)
000757         SET   MG-WARNING          TO  TRUE
000758         MOVE  'OPERATOR &1 LOCKED AFTER FAILED SIGN-ON'
000759                                   TO  MG-TEXT
000760         MOVE  ZERO                TO  MG-RETURN-CODE
000761         PERFORM  CONSOLE-MSG-SEC
000762         MOVE  'SIGNON LOCKOUT'    TO  OA-ACTION
000763     ELSE
000764         SET   MG-DISPLAY          TO  TRUE
000765         MOVE  'VONLN010'          TO  MG-MSG-ID
000766         MOVE  'FAILED-TRY-SEC'    TO  MG-SECTION
000767         SET   MG-WARNING          TO  TRUE
000768         MOVE  'PASSWORD INCORRECT'  TO  MG-TEXT
000769         MOVE  ZERO                TO  MG-RETURN-CODE
000770         PERFORM  CONSOLE-MSG-SEC
000771         MOVE  'SIGNON FAILED'     TO  OA-ACTION
000772     END-IF.
000773     MOVE  SPACES  TO  OA-DETAIL.
000774     STRING  'CONSECUTIVE FAILURES '  DELIMITED BY  SIZE
000775             CR-FAIL-COUNT            DELIMITED BY  SIZE
000776         INTO  OA-DETAIL
000777     END-STRING.
000778 FAILED-TRY-SEC-EX.
000779     EXIT.
000780/
000781*----------------------------------------------------------------
000782* a reset credential: the temporary password VAUTHMNT issued is
000783* checked against the hash on VCRED before a new password may be
000784* chosen, so knowing only that an id was reset is not enough to
000785* take it over. a wrong one is a failed sign-on like any other
000786*----------------------------------------------------------------
000787 TEMP-PW-TRY-SEC  SECTION.
000788     DISPLAY  'VONLINE: CREDENTIAL RESET - ENTER THE TEMPORARY'
000789              ' PASSWORD ISSUED FOR ' WS-OPERATOR
000790              UPON  CONSOLE.
000791     ACCEPT  WS-PW-ENTRY  FROM  CONSOLE.
000792     MOVE  WS-OPERATOR  TO  PH-OPERATOR.
000793     MOVE  WS-PW-ENTRY  TO  PH-PASSWORD.
000794     CALL  'PWHASH'  USING  WS-PWHASH-PARM.
000795     MOVE  SPACES  TO  WS-PW-ENTRY  PH-PASSWORD.
000796     PERFORM  HOLD-CRED-SEC.
000797     IF  NOT  CRED-HELD
000798         GO TO  TEMP-PW-TRY-SEC-EX
000799     END-IF.
000800     IF  CR-LOCKED
000801         PERFORM  FREE-CRED-SEC
000802         PERFORM  ID-LOCKED-SEC
000803         GO TO  TEMP-PW-TRY-SEC-EX
000804     END-IF.
000805     IF  NOT  CR-RESET
000806         PERFORM  FREE-CRED-SEC
000807         PERFORM  CRED-CHANGED-SEC
000808         GO TO  TEMP-PW-TRY-SEC-EX
000809     END-IF.
000810     IF  PH-HASH  =  CR-HASH
000811         PERFORM  FREE-CRED-SEC
000812         SET   TEMP-PW-PROVEN  TO  TRUE
000813         MOVE  CR-HASH  TO  WS-PROVEN-HASH
000814         MOVE  'TEMP PASSWORD OK'  TO  OA-ACTION
000815         MOVE  SPACES              TO  OA-DETAIL
000816     ELSE
000817         PERFORM  FAILED-TRY-SEC
000818         PERFORM  REWRITE-CRED-SEC
000819         PERFORM  FREE-CRED-SEC
000820     END-IF.
000821     PERFORM  WRITE-OPSAUDIT-SEC.
000822 TEMP-PW-TRY-SEC-EX.
000823     EXIT.
000824/
000825*----------------------------------------------------------------
000826* a reset credential, its temporary password proven: the new
000827* password is keyed twice and must match, be at least the
000828* minimum length and differ from the temporary one. three tries,
000829* then the session ends with the credential still reset.
000830*----------------------------------------------------------------
000831 SET-PW-TRY-SEC   SECTION.
000832     ADD  1  TO  WS-SET-TRIES.
000833     DISPLAY  'VONLINE: CREDENTIAL RESET - ENTER A NEW PASSWORD'
000834              ' (AT LEAST ' WS-MIN-PW-LENGTH ' CHARACTERS)'
000835              UPON  CONSOLE.
000836     ACCEPT  WS-PW-ENTRY  FROM  CONSOLE.
000837     DISPLAY  'VONLINE: ENTER THE NEW PASSWORD AGAIN'
000838              UPON  CONSOLE.
000839     ACCEPT  WS-PW-CONFIRM  FROM  CONSOLE.
000840     MOVE  0  TO  WS-PW-LENGTH.
000841     INSPECT  WS-PW-ENTRY  TALLYING  WS-PW-LENGTH
000842         FOR  CHARACTERS  BEFORE  INITIAL  SPACE.
000843     IF  WS-PW-ENTRY  NOT =  WS-PW-CONFIRM
000844         DISPLAY  'VONLINE: PASSWORDS DO NOT MATCH'
000845                  UPON  CONSOLE
000846         GO TO  SET-PW-TRY-SEC-EX
000847     END-IF.
000848     IF  WS-PW-LENGTH  <  WS-MIN-PW-LENGTH
000849         DISPLAY  'VONLINE: PASSWORD TOO SHORT'  UPON  CONSOLE
000850         GO TO  SET-PW-TRY-SEC-EX
000851     END-IF.
000852     MOVE  WS-OPERATOR  TO  PH-OPERATOR.
000853     MOVE  WS-PW-ENTRY  TO  PH-PASSWORD.
000854     CALL  'PWHASH'  USING  WS-PWHASH-PARM.
000855     MOVE  SPACES  TO  WS-PW-ENTRY  WS-PW-CONFIRM  PH-PASSWORD.
000856     IF  PH-HASH  =  WS-PROVEN-HASH
000857         DISPLAY  'VONLINE: THE NEW PASSWORD MUST DIFFER FROM THE'
000858                  ' TEMPORARY ONE'  UPON  CONSOLE
000859         GO TO  SET-PW-TRY-SEC-EX
000860     END-IF.
000861*    the new password lands only on an entry still under the
000862*    reset its temporary password was proven against, read
000863*    afresh under the VCRED lock
000864     PERFORM  HOLD-CRED-SEC.
000865     IF  NOT  CRED-HELD
000866         GO TO  SET-PW-TRY-SEC-EX
000867     END-IF.
000868     IF  NOT  CR-RESET
000869         OR  CR-HASH  NOT =  WS-PROVEN-HASH
000877         PERFORM  FREE-CRED-SEC
000878         PERFORM  CRED-CHANGED-SEC
000879         GO TO  SET-PW-TRY-SEC-EX
000880     END-IF.
000881     MOVE  PH-HASH  TO  CR-HASH.
000882     SET   CR-ACTIVE  TO  TRUE.
000883     MOVE  0  TO  CR-FAIL-COUNT.
000884     ACCEPT  CR-SET-DATE   FROM  DATE  YYYYMMDD.
000885     ACCEPT  CR-LAST-DATE  FROM  DATE  YYYYMMDD.
000886     ACCEPT  CR-LAST-TIME  FROM  TIME.
000887     PERFORM  REWRITE-CRED-SEC.
000888     PERFORM  FREE-CRED-SEC.
000889     SET   SIGNED-ON  TO  TRUE.
000890     MOVE  'PASSWORD SET'  TO  OA-ACTION.
000891     MOVE  SPACES          TO  OA-DETAIL.
000892     PERFORM  WRITE-OPSAUDIT-SEC.
000893 SET-PW-TRY-SEC-EX.
000894     EXIT.
000895/
000896 LOAD-CRED-SEC    SECTION.
000897     MOVE  0    TO  WS-CRED-COUNT  WS-CRED-SLOT.
000898     MOVE  'N'  TO  WS-CRED-EOF-SW  WS-CRED-FOUND-SW.
000899     OPEN  INPUT  CRED-FILE.
000900     IF  WS-CRED-STATUS  NOT =  '00'
000901         SET  CRED-EOF  TO  TRUE
000902     END-IF.
000903     PERFORM  READ-CRED-SEC  UNTIL  CRED-EOF.
000904     IF  WS-CRED-STATUS  =  '00'  OR  WS-CRED-STATUS  =  '10'
000905         CLOSE  CRED-FILE
000906     END-IF.
000907 LOAD-CRED-SEC-EX.
000908     EXIT.
000909/
000910 READ-CRED-SEC    SECTION.
000911     READ  CRED-FILE
000912         AT END      SET  CRED-EOF  TO  TRUE
000913         NOT AT END
000914             IF  CR-OPERATOR  NOT =  SPACES
000915                 AND  WS-CRED-COUNT  <  100
000916                 ADD  1  TO  WS-CRED-COUNT
000917                 MOVE  CRED-REC  TO  WS-CRD-IMAGE(WS-CRED-COUNT)
000918                 IF  CR-OPERATOR  =  WS-OPERATOR
000919                     SET  CRED-FOUND  TO  TRUE
000920                     MOVE  WS-CRED-COUNT  TO  WS-CRED-SLOT
000921                 END-IF
000922             END-IF
000923     END-READ.
000924 READ-CRED-SEC-EX.
000925     EXIT.
000926/
000927*----------------------------------------------------------------
000928* the operator's entry (in CRED-REC) back into the table and the
000929* whole file rewritten - the VAUTHMNT rewrite shape. it runs only
000930* under the VCRED lock, over a table HOLD-CRED-SEC has just read,
000931* so only this operator's entry differs from the file on disk
000932*----------------------------------------------------------------
000933 REWRITE-CRED-SEC SECTION.
000934     MOVE  CRED-REC  TO  WS-CRD-IMAGE(WS-CRED-SLOT).
000935     OPEN  OUTPUT  CRED-FILE.
000936     PERFORM  WRITE-CRED-SEC
000937         VARYING  CRD-IDX  FROM  1  BY  1
000938         UNTIL  CRD-IDX  >  WS-CRED-COUNT.
000939     CLOSE  CRED-FILE.
000940*    the write loop reused the record area; the operator's own
000941*    entry goes back into it for the next attempt
000942     MOVE  WS-CRD-IMAGE(WS-CRED-SLOT)  TO  CRED-REC.
000943 REWRITE-CRED-SEC-EX.
000944     EXIT.
000945/
000946 WRITE-CRED-SEC   SECTION.
000947     MOVE  WS-CRD-IMAGE(CRD-IDX)  TO  CRED-REC.
000948     WRITE  CRED-REC.
000949 WRITE-CRED-SEC-EX.
000950     EXIT.
000951/
000952*----------------------------------------------------------------
000953* the VCRED lock taken and the file read afresh under it, the
000954* operator's own entry left in CRED-REC. a held file or an entry
000955* removed since the first look ends the sign-on
000956*----------------------------------------------------------------
000957 HOLD-CRED-SEC    SECTION.
000958     SET   RL-ENQ     TO  TRUE.
000959     MOVE  'VCRED'    TO  RL-RESOURCE.
000960     MOVE  WS-OPERATOR  TO  RL-HOLDER.
000961     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
000962     IF  RL-BUSY
000963         SET   MG-DISPLAY        TO  TRUE
000964         MOVE  'VONLN012'        TO  MG-MSG-ID
000965         MOVE  'HOLD-CRED-SEC'   TO  MG-SECTION
000966         MOVE  RL-CURRENT-HOLDER TO  MG-VALUE(1)
000967         SET   MG-WARNING        TO  TRUE
000968         MOVE  'SIGN-ON FILE HELD BY &1 - TRY AGAIN LATER'
000969                                 TO  MG-TEXT
000970         MOVE  ZERO              TO  MG-RETURN-CODE
000971         PERFORM  CONSOLE-MSG-SEC
000972         SET   SIGNON-ENDED      TO  TRUE
000973         GO TO  HOLD-CRED-SEC-EX
000974     END-IF.
000975     SET   CRED-HELD  TO  TRUE.
000976     PERFORM  LOAD-CRED-SEC.
000977     IF  NOT  CRED-FOUND
000978         PERFORM  FREE-CRED-SEC
000979         PERFORM  NO-CRED-SEC
000980         SET   SIGNON-ENDED  TO  TRUE
000981         GO TO  HOLD-CRED-SEC-EX
000982     END-IF.
000983     MOVE  WS-CRD-IMAGE(WS-CRED-SLOT)  TO  CRED-REC.
000984 HOLD-CRED-SEC-EX.
000985     EXIT.
000986/
000987 FREE-CRED-SEC    SECTION.
000988     IF  CRED-HELD
000989         SET   RL-DEQ     TO  TRUE
000990         MOVE  'VCRED'    TO  RL-RESOURCE
000991         MOVE  WS-OPERATOR  TO  RL-HOLDER
000992         CALL  'RESLOCK'  USING  WS-RESLOCK-PARM
000993         MOVE  'N'  TO  WS-CRED-HELD-SW
000994     END-IF.
000995 FREE-CRED-SEC-EX.
000996     EXIT.
000997/
000998 NO-CRED-SEC      SECTION.
000999     SET   MG-DISPLAY     TO  TRUE.
001000     MOVE  'VONLN008'     TO  MG-MSG-ID.
001001     MOVE  'SIGNON-SEC'   TO  MG-SECTION.
001002     MOVE  WS-OPERATOR    TO  MG-VALUE(1).
001003     SET   MG-ERROR       TO  TRUE.
001004     MOVE  'OPERATOR &1 HAS NO SIGN-ON CREDENTIAL'
001005                          TO  MG-TEXT.
001006     MOVE  16             TO  MG-RETURN-CODE.
001007     PERFORM  ISSUE-MSG-SEC.
001008     MOVE  'SIGNON REFUSED'  TO  OA-ACTION.
001009     MOVE  'NO VCRED ENTRY'  TO  OA-DETAIL.
001010     PERFORM  WRITE-OPSAUDIT-SEC.
001011 NO-CRED-SEC-EX.
001012     EXIT.
001013/
001014 ID-LOCKED-SEC    SECTION.
001015     SET   MG-DISPLAY     TO  TRUE.
001016     MOVE  'VONLN009'     TO  MG-MSG-ID.
001017     MOVE  'SIGNON-SEC'   TO  MG-SECTION.
001018     MOVE  WS-OPERATOR    TO  MG-VALUE(1).
001019     SET   MG-ERROR       TO  TRUE.
001020     MOVE  'OPERATOR &1 IS LOCKED - SEE SECURITY ADMINISTRATION'
001021                          TO  MG-TEXT.
001022     MOVE  16             TO  MG-RETURN-CODE.
001023     PERFORM  ISSUE-MSG-SEC.
001024     MOVE  'SIGNON REFUSED'  TO  OA-ACTION.
001025     MOVE  'ID LOCKED'       TO  OA-DETAIL.
001026     PERFORM  WRITE-OPSAUDIT-SEC.
001027 ID-LOCKED-SEC-EX.
001028     EXIT.
001029/
001030*----------------------------------------------------------------
001031* security administration reset or replaced the entry while the
001032* operator was keying - the attempt is not counted and the
001033* operator signs on again against the entry as it now stands
001034*----------------------------------------------------------------
001035 CRED-CHANGED-SEC SECTION.
001036     SET   MG-DISPLAY     TO  TRUE.
001037     MOVE  'VONLN013'     TO  MG-MSG-ID.
001038     MOVE  'SIGNON-SEC'   TO  MG-SECTION.
001039     MOVE  WS-OPERATOR    TO  MG-VALUE(1).
001040     SET   MG-WARNING     TO  TRUE.
001041     MOVE  'CREDENTIAL OF &1 CHANGED - SIGN ON AGAIN'
001042                          TO  MG-TEXT.
001043     MOVE  ZERO           TO  MG-RETURN-CODE.
001044     PERFORM  CONSOLE-MSG-SEC.
001045     SET   SIGNON-ENDED   TO  TRUE.
001046     MOVE  'SIGNON REFUSED'      TO  OA-ACTION.
001047     MOVE  'CREDENTIAL CHANGED'  TO  OA-DETAIL.
001048     PERFORM  WRITE-OPSAUDIT-SEC.
001049 CRED-CHANGED-SEC-EX.
001050     EXIT.
001051/
001052*----------------------------------------------------------------
001053* idle timeout: each command's arrival is measured against the
001054* last one. past the limit the session is marked timed out
001055* (the command is then ignored and the loop signs off);
001056* otherwise this command becomes the new last activity. a
001057* change of date counts as one day more.
001058*----------------------------------------------------------------
001059 CHECK-IDLE-SEC   SECTION.
001060     ACCEPT  WS-NOW-DATE  FROM  DATE  YYYYMMDD.
001061     ACCEPT  WS-NOW-TIME  FROM  TIME.
001062     COMPUTE  WS-NOW-SECS  =  WS-NOW-HH  *  3600
001063                           +  WS-NOW-MM  *  60  +  WS-NOW-SS.
001064     IF  WS-NOW-DATE  NOT =  WS-LAST-ACT-DATE
001065         ADD  86400  TO  WS-NOW-SECS
001066     END-IF.
001067     COMPUTE  WS-IDLE-SECS  =  WS-NOW-SECS  -  WS-LAST-ACT-SECS.
001068     IF  WS-IDLE-SECS  >  WS-IDLE-LIMIT  *  60
001069         SET   SESSION-TIMED-OUT  TO  TRUE
001070         MOVE  'END '  TO  WS-INQUIRY-KEY
001071         SET   MG-DISPLAY        TO  TRUE
001072         MOVE  'VONLN011'        TO  MG-MSG-ID
001073         MOVE  'CHECK-IDLE-SEC'  TO  MG-SECTION
001074         MOVE  WS-IDLE-LIMIT     TO  MG-VALUE(1)
001075         SET   MG-WARNING        TO  TRUE
001076         MOVE  'SESSION IDLE OVER &1 MINUTES - SIGNED OFF'
001077                               TO  MG-TEXT
001078         MOVE  ZERO              TO  MG-RETURN-CODE
001079         PERFORM  CONSOLE-MSG-SEC
001080         MOVE  'SESSION TIMEOUT'  TO  OA-ACTION
001081         MOVE  SPACES             TO  OA-DETAIL
001082         PERFORM  WRITE-OPSAUDIT-SEC
001083     ELSE
001084         PERFORM  MARK-ACTIVITY-SEC
001085     END-IF.
001086 CHECK-IDLE-SEC-EX.
001087     EXIT.
001088/
001089 MARK-ACTIVITY-SEC  SECTION.
001090     ACCEPT  WS-LAST-ACT-DATE  FROM  DATE  YYYYMMDD.
001091     ACCEPT  WS-NOW-TIME       FROM  TIME.
001092     COMPUTE  WS-LAST-ACT-SECS  =  WS-NOW-HH  *  3600
001093                                +  WS-NOW-MM  *  60  +  WS-NOW-SS.
001094 MARK-ACTIVITY-SEC-EX.
001095     EXIT.
001096/
001097 WRITE-OPSAUDIT-SEC  SECTION.
001098     MOVE  'VONLINE '   TO  OA-PROGRAM.
001099     MOVE  WS-OPERATOR  TO  OA-OPERATOR.
001100     CALL  'OPSAUDIT'  USING  WS-OPSAUDIT-PARM.
001101 WRITE-OPSAUDIT-SEC-EX.
001102     EXIT.
001103/
001104 LOOKUP-SEC       SECTION.
001105     ADD  1  TO  WS-LOOKUP-COUNT.
001106     MOVE  WS-INQUIRY-KEY  TO  NUM1  OF  V-REC01.
001107     READ  V-OTFILE
001108         INVALID KEY
001109             ADD  1  TO  WS-NOTFOUND-COUNT
001110             DISPLAY  'VONLINE: KEY NOT FOUND ' WS-INQUIRY-KEY
001111                      UPON  CONSOLE
001112         NOT INVALID KEY
001113             IF  REC-DELETED  OF  V-REC01
001114                 ADD  1  TO  WS-DELETED-COUNT
001115                 DISPLAY  'VONLINE: KEY IS DELETED '
001116                          WS-INQUIRY-KEY ' (SINCE '
001117                          REC-STATUS-DATE  OF  V-REC01  ')'
001118                          UPON  CONSOLE
001119             ELSE
001120             PERFORM  CHECK-ENTITY-SEC
001121             IF  NOT  ENTITY-GRANTED
001122                 SET   MG-DISPLAY      TO  TRUE
001123                 MOVE  'VONLN014'      TO  MG-MSG-ID
001124                 MOVE  'LOOKUP-SEC'    TO  MG-SECTION
001125                 MOVE  WS-INQUIRY-KEY  TO  MG-VALUE(1)
001126                 SET   MG-WARNING      TO  TRUE
001127                 MOVE  'KEY &1 BELONGS TO AN ENTITY NOT GRANTED'
001128                                       TO  MG-TEXT
001129                 MOVE  ZERO            TO  MG-RETURN-CODE
001130                 PERFORM  CONSOLE-MSG-SEC
001131             ELSE
001132             PERFORM  SHOW-RECORD-SEC
001133             PERFORM  SHOW-NOTES-SEC
001134             END-IF
001135             END-IF
001136     END-READ.
001137 LOOKUP-SEC-EX.
001138     EXIT.
001139/
001140*----------------------------------------------------------------
001141* full-record display: every field of the VFILE copybook with
001142* its name, and the raw storage of the packed/binary/DBCS
001143* fields as hex alongside the decimal value, the way BINARY's
001144* REPORT-PARA prints its HEX-OF panels - so "is this record
001145* corrupt?" is answered at the terminal, not with a dump job
001146*----------------------------------------------------------------
001147 SHOW-RECORD-SEC  SECTION.
001148     PERFORM  MASK-VIEW-SEC.
001149     DISPLAY  'VONLINE: NUM1    =' NUM1  OF  WS-SHOW-R
001150              UPON  CONSOLE.
001151     DISPLAY  'VONLINE: REC-DATA=' REC-DATA  OF  WS-SHOW-R
001152              UPON  CONSOLE.
001153     IF  VM-MASKED
001154         DISPLAY  'VONLINE: ' VM-NOTE  UPON  CONSOLE
001155     END-IF.
001156     DISPLAY  'VONLINE: NUM2    =' NUM2  OF  WS-SHOW-R
001157              UPON  CONSOLE.
001158     MOVE  SPACK  OF  WS-SHOW-R  TO  WS-SPACK-ED.
001159     MOVE  FUNCTION HEX-OF(SPACK OF WS-SHOW-R)
001160           TO  WK-HEX-DIGITS(1:2).
001161     DISPLAY  'VONLINE: SPACK   =' WS-SPACK-ED
001162              ' HEX=' WK-HEX-DIGITS(1:2)  UPON  CONSOLE.
001163     MOVE  FUNCTION HEX-OF(UPACK OF WS-SHOW-R)
001164           TO  WK-HEX-DIGITS(1:2).
001165     DISPLAY  'VONLINE: UPACK   =' UPACK  OF  WS-SHOW-R
001166              ' HEX=' WK-HEX-DIGITS(1:2)  UPON  CONSOLE.
001167     MOVE  SZONE  OF  WS-SHOW-R  TO  WS-SZONE-ED.
001168     MOVE  FUNCTION HEX-OF(SZONE OF WS-SHOW-R)
001169           TO  WK-HEX-DIGITS(1:4).
001170     DISPLAY  'VONLINE: SZONE   =' WS-SZONE-ED
001171              ' HEX=' WK-HEX-DIGITS(1:4)  UPON  CONSOLE.
001172     MOVE  FUNCTION HEX-OF(UZONE OF WS-SHOW-R)
001173           TO  WK-HEX-DIGITS(1:4).
001174     DISPLAY  'VONLINE: UZONE   =' UZONE  OF  WS-SHOW-R
001175              ' HEX=' WK-HEX-DIGITS(1:4)  UPON  CONSOLE.
001176     MOVE  NCH  OF  WS-SHOW-R  TO  WS-NCH-N.
001177     MOVE  FUNCTION HEX-OF(WS-NCH-BYTES)
001178           TO  WK-HEX-DIGITS(1:20).
001179     DISPLAY  'VONLINE: NCH HEX =' WK-HEX-DIGITS(1:20)
001180              UPON  CONSOLE.
001181     DISPLAY  'VONLINE: GROUP-1 =' GROUP-1  OF  WS-SHOW-R
001182              UPON  CONSOLE.
001183     MOVE  FUNCTION HEX-OF(COMP0 OF WS-SHOW-R)
001184           TO  WK-HEX-DIGITS(1:4).
001185     DISPLAY  'VONLINE: COMP0   =' COMP0  OF  WS-SHOW-R
001186              ' HEX=' WK-HEX-DIGITS(1:4)  UPON  CONSOLE.
001187     MOVE  FUNCTION HEX-OF(COMP3 OF WS-SHOW-R)
001188           TO  WK-HEX-DIGITS(1:6).
001189     DISPLAY  'VONLINE: COMP3   =' COMP3  OF  WS-SHOW-R
001190              ' HEX=' WK-HEX-DIGITS(1:6)  UPON  CONSOLE.
001191     MOVE  FUNCTION HEX-OF(COMP5 OF WS-SHOW-R)
001192           TO  WK-HEX-DIGITS(1:4).
001193     DISPLAY  'VONLINE: COMP5   =' COMP5  OF  WS-SHOW-R
001194              ' HEX=' WK-HEX-DIGITS(1:4)  UPON  CONSOLE.
001195     MOVE  FUNCTION HEX-OF(BIN OF WS-SHOW-R)
001196           TO  WK-HEX-DIGITS(1:4).
001197     DISPLAY  'VONLINE: BIN     =' BIN  OF  WS-SHOW-R
001198              ' HEX=' WK-HEX-DIGITS(1:4)  UPON  CONSOLE.
001199     DISPLAY  'VONLINE: EFF-DATE=' EFF-DATE  OF  WS-SHOW-R
001200              UPON  CONSOLE.
001201     DISPLAY  'VONLINE: STATUS  =' REC-STATUS  OF  WS-SHOW-R
001202              ' SINCE ' REC-STATUS-DATE  OF  WS-SHOW-R
001203              UPON  CONSOLE.
001204 SHOW-RECORD-SEC-EX.
001205     EXIT.
001206/
001207*----------------------------------------------------------------
001208* the record just read, copied and masked for this operator -
001209* see VIEWMASK
001210*----------------------------------------------------------------
001211 MASK-VIEW-SEC    SECTION.
001212     MOVE  WS-OPERATOR  TO  VM-OPERATOR.
001213     MOVE  V-REC01      TO  VM-IMAGE.
001214     CALL  'VIEWMASK'  USING  WS-VIEWMASK-PARM.
001215     MOVE  VM-IMAGE     TO  WS-SHOW-R.
001216 MASK-VIEW-SEC-EX.
001217     EXIT.
001218/
001219*----------------------------------------------------------------
001220* may this operator see the record just read - its entity must
001221* be one VAUTH grants them (see ENTCHK); one that is not is
001222* counted here
001223*----------------------------------------------------------------
001224 CHECK-ENTITY-SEC SECTION.
001225     SET   EC-AUTHORIZE  TO  TRUE.
001226     MOVE  WS-OPERATOR   TO  EC-OPERATOR.
001227     MOVE  ENTITY-CODE  OF  V-REC01  TO  EC-ENTITY.
001228     CALL  'ENTCHK'  USING  WS-ENTCHK-PARM.
001229     IF  EC-ALLOWED
001230         SET   ENTITY-GRANTED  TO  TRUE
001231     ELSE
001232         MOVE  'N'  TO  WS-ENT-OK-SW
001233         ADD   1    TO  WS-WITHHELD-COUNT
001234     END-IF.
001235 CHECK-ENTITY-SEC-EX.
001236     EXIT.
001237/
001238*----------------------------------------------------------------
001239* group lookup: an entry of G plus a grouping code retrieves
001240* every record carrying that GROUP-1 value through the alternate
001241* index, instead of one exact NUM1 at a time - the cluster is
001242* STARTed at the group code on the alternate key and read
001243* forward until the group changes or the file ends
001244*----------------------------------------------------------------
001245 GROUP-LOOKUP-SEC SECTION.
001246     ADD   1                  TO  WS-LOOKUP-COUNT.
001247     MOVE  WS-INQUIRY-KEY(2:1)  TO  WS-GROUP-CODE.
001248     MOVE  0                  TO  WS-GROUP-HIT-COUNT.
001249     MOVE  'N'                TO  WS-GROUP-EOF-SW.
001250     MOVE  WS-GROUP-CODE      TO  GROUP-1  OF  V-REC01.
001251     START  V-OTFILE  KEY  =  GROUP-1  OF  V-REC01
001252         INVALID KEY
001253             SET  GROUP-BROWSE-DONE  TO  TRUE
001254     END-START.
001255     PERFORM  READ-GROUP-SEC  UNTIL  GROUP-BROWSE-DONE.
001256     IF  WS-GROUP-HIT-COUNT  =  0
001257         ADD  1  TO  WS-NOTFOUND-COUNT
001258         DISPLAY  'VONLINE: NO RECORDS IN GROUP ' WS-GROUP-CODE
001259                  UPON  CONSOLE
001260     ELSE
001261         DISPLAY  'VONLINE: GROUP ' WS-GROUP-CODE ' HOLDS '
001262                  WS-GROUP-HIT-COUNT ' RECORDS'
001263                  UPON  CONSOLE
001264         IF  VM-MASKED
001265             DISPLAY  'VONLINE: ' VM-NOTE  UPON  CONSOLE
001266         END-IF
001267     END-IF.
001268 GROUP-LOOKUP-SEC-EX.
001269     EXIT.
001270/
001271 READ-GROUP-SEC   SECTION.
001272     READ  V-OTFILE  NEXT RECORD
001273         AT END
001274             SET  GROUP-BROWSE-DONE  TO  TRUE
001275         NOT AT END
001276             IF  GROUP-1  OF  V-REC01  =  WS-GROUP-CODE
001277                 IF  REC-DELETED  OF  V-REC01
001278                     ADD  1  TO  WS-DELETED-COUNT
001279                 ELSE
001280                 PERFORM  CHECK-ENTITY-SEC
001281                 IF  ENTITY-GRANTED
001282                 ADD  1  TO  WS-GROUP-HIT-COUNT
001283                 PERFORM  MASK-VIEW-SEC
001284                 DISPLAY  'VONLINE: NUM1=' NUM1  OF  V-REC01
001285                          ' DATA=' REC-DATA  OF  WS-SHOW-R(1:40)
001290                          UPON  CONSOLE
001291                 END-IF
001295                 END-IF
001300             ELSE
001310                 SET  GROUP-BROWSE-DONE  TO  TRUE
001320             END-IF
001400* supply and read forward a screenful at a time, with a
001410* continue/quit prompt between pages, so the file can be walked
001420* to find the record instead of asking for a batch dump
001421*----------------------------------------------------------------
001422 BROWSE-SEC       SECTION.
001423     DISPLAY  'VONLINE: ENTER STARTING NUM1 KEY (4 DIGITS)'
001424              UPON  CONSOLE.
001425     ACCEPT  WS-BROWSE-KEY  FROM  CONSOLE.
001426     MOVE  'N'            TO  WS-BROWSE-EOF-SW.
001427     MOVE  0              TO  WS-BROWSE-SHOWN.
001428     MOVE  WS-BROWSE-KEY  TO  NUM1  OF  V-REC01.
001429     START  V-OTFILE  KEY  NOT <  NUM1  OF  V-REC01
001430         INVALID KEY
001431             SET  BROWSE-DONE  TO  TRUE
001432             DISPLAY  'VONLINE: NO RECORDS AT OR PAST '
001433                      WS-BROWSE-KEY  UPON  CONSOLE
001434     END-START.
001435     PERFORM  BROWSE-PAGE-SEC  UNTIL  BROWSE-DONE.
001436     DISPLAY  'VONLINE: BROWSE ENDED, RECORDS SHOWN '
001437              WS-BROWSE-SHOWN  UPON  CONSOLE.
001438     IF  WS-BROWSE-SHOWN  >  0  AND  VM-MASKED
001439         DISPLAY  'VONLINE: ' VM-NOTE  UPON  CONSOLE
001440     END-IF.
001441 BROWSE-SEC-EX.
001442     EXIT.
001443/
001444 BROWSE-PAGE-SEC  SECTION.
001445     MOVE  0  TO  WS-PAGE-LINE-COUNT.
001446     PERFORM  READ-BROWSE-SEC
001447         UNTIL  BROWSE-DONE
001448             OR  WS-PAGE-LINE-COUNT  NOT <  WS-PAGE-SIZE.
001449     IF  NOT  BROWSE-DONE
001450         DISPLAY  'VONLINE: CONTINUE BROWSE? (Y/N)'
001451                  UPON  CONSOLE
001452         ACCEPT  WS-BROWSE-REPLY  FROM  CONSOLE
001453         IF  NOT  BROWSE-CONTINUE
001454             SET  BROWSE-DONE  TO  TRUE
001455         END-IF
001456     END-IF.
001457 BROWSE-PAGE-SEC-EX.
001458     EXIT.
001459/
001460*----------------------------------------------------------------
001461* name search: the cluster is STARTed on the NCH alternate index
001462* at the keyed name (the unkeyed tail of the key held at LOW-
001463* VALUES so a leading part starts at its first match) and read
001464* forward in name order while the leading bytes still match,
001465* a screenful at a time with the BRWS continue/quit prompt.
001466* the name is taken as keyed, byte for byte, so a leading part
001467* must be whole DBCS characters - an odd byte count is refused
001468*----------------------------------------------------------------
001469 NAME-SEARCH-SEC  SECTION.
001470     DISPLAY  'VONLINE: ENTER DBCS NAME (FULL OR LEADING PART)'
001471              UPON  CONSOLE.
001472     MOVE  SPACES  TO  WS-NAME-ENTRY.
001473     ACCEPT  WS-NAME-ENTRY  FROM  CONSOLE.
001474     MOVE  10  TO  WS-NAME-LEN.
001475     PERFORM  NAME-TRIM-SEC
001476         UNTIL  WS-NAME-LEN  =  0
001477             OR  WS-NAME-ENTRY(WS-NAME-LEN:1)  NOT =  SPACE.
001478     IF  WS-NAME-LEN  =  0
001479         DISPLAY  'VONLINE: NO NAME KEYED'  UPON  CONSOLE
001480         GO TO  NAME-SEARCH-SEC-EX
001481     END-IF.
001482     DIVIDE  WS-NAME-LEN  BY  2  GIVING  WS-NAME-PAIRS
001483                                 REMAINDER  WS-NAME-ODD.
001484     IF  WS-NAME-ODD  NOT =  0
001485         DISPLAY  'VONLINE: NAME IS NOT WHOLE DBCS CHARACTERS'
001486                  UPON  CONSOLE
001487         GO TO  NAME-SEARCH-SEC-EX
001488     END-IF.
001489     ADD   1              TO  WS-LOOKUP-COUNT.
001490     MOVE  'N'            TO  WS-BROWSE-EOF-SW.
001491     MOVE  0              TO  WS-BROWSE-SHOWN.
001492     MOVE  LOW-VALUES     TO  WS-NAME-KEY-BYTES.
001493     MOVE  WS-NAME-ENTRY(1:WS-NAME-LEN)
001494           TO  WS-NAME-KEY-BYTES(1:WS-NAME-LEN).
001495     MOVE  WS-NAME-KEY-N  TO  NCH  OF  V-REC01.
001496     START  V-OTFILE  KEY  NOT <  NCH  OF  V-REC01
001497         INVALID KEY
001498             SET  BROWSE-DONE  TO  TRUE
001499     END-START.
001500     PERFORM  NAME-PAGE-SEC  UNTIL  BROWSE-DONE.
001501     IF  WS-BROWSE-SHOWN  =  0
001502         ADD  1  TO  WS-NOTFOUND-COUNT
001503         DISPLAY  'VONLINE: NO RECORDS FOR THAT NAME'
001504                  UPON  CONSOLE
001505     ELSE
001506         DISPLAY  'VONLINE: NAME SEARCH ENDED, KEYS SHOWN '
001507                  WS-BROWSE-SHOWN  UPON  CONSOLE
001508         IF  VM-MASKED
001509             DISPLAY  'VONLINE: ' VM-NOTE  UPON  CONSOLE
001510         END-IF
001511     END-IF.
001512 NAME-SEARCH-SEC-EX.
001513     EXIT.
001514/
001515*    trailing blanks off the keyed name, one byte at a time
001516 NAME-TRIM-SEC    SECTION.
001517     SUBTRACT  1  FROM  WS-NAME-LEN.
001518 NAME-TRIM-SEC-EX.
001519     EXIT.
001520/
001521 NAME-PAGE-SEC    SECTION.
001522     MOVE  0  TO  WS-PAGE-LINE-COUNT.
001523     PERFORM  READ-NAME-SEC
001524         UNTIL  BROWSE-DONE
001525             OR  WS-PAGE-LINE-COUNT  NOT <  WS-PAGE-SIZE.
001526     IF  NOT  BROWSE-DONE
001527         DISPLAY  'VONLINE: CONTINUE NAME SEARCH? (Y/N)'
001528                  UPON  CONSOLE
001529         ACCEPT  WS-BROWSE-REPLY  FROM  CONSOLE
001530         IF  NOT  BROWSE-CONTINUE
001531             SET  BROWSE-DONE  TO  TRUE
001532         END-IF
001533     END-IF.
001534 NAME-PAGE-SEC-EX.
001535     EXIT.
001536/
001537 READ-NAME-SEC    SECTION.
001538     READ  V-OTFILE  NEXT RECORD
001539         AT END
001540             SET  BROWSE-DONE  TO  TRUE
001541     END-READ.
001542     IF  BROWSE-DONE
001543         GO TO  READ-NAME-SEC-EX
001544     END-IF.
001545     MOVE  NCH  OF  V-REC01  TO  WS-NCH-N.
001546     IF  WS-NCH-BYTES(1:WS-NAME-LEN)
001547             NOT =  WS-NAME-ENTRY(1:WS-NAME-LEN)
001548         SET  BROWSE-DONE  TO  TRUE
001549         GO TO  READ-NAME-SEC-EX
001550     END-IF.
001551     IF  REC-DELETED  OF  V-REC01
001552         ADD  1  TO  WS-DELETED-COUNT
001553         GO TO  READ-NAME-SEC-EX
001554     END-IF.
001555     PERFORM  CHECK-ENTITY-SEC.
001556     IF  NOT  ENTITY-GRANTED
001557         GO TO  READ-NAME-SEC-EX
001558     END-IF.
001559     ADD  1  TO  WS-PAGE-LINE-COUNT.
001560     ADD  1  TO  WS-BROWSE-SHOWN.
001561     PERFORM  MASK-VIEW-SEC.
001562     MOVE  FUNCTION HEX-OF(WS-NCH-BYTES)
001563           TO  WK-HEX-DIGITS(1:20).
001564     DISPLAY  'VONLINE: NUM1=' NUM1  OF  V-REC01
001565              ' NCH=' WK-HEX-DIGITS(1:20)
001566              ' DATA=' REC-DATA  OF  WS-SHOW-R(1:30)
001567              UPON  CONSOLE.
001568 READ-NAME-SEC-EX.
001569     EXIT.
001570/
001571*----------------------------------------------------------------
001572* the UPD command: one field of one record corrected in the
001573* session it was found wrong in. the record is shown before the
001574* change so the operator corrects what they are looking at; the
001575* numeric fields pass the shared FLDEDIT edits the way every
001576* other door's do, and the applied change is journaled with the
001577* operator id before the session moves on.
001578*----------------------------------------------------------------
001579 UPDATE-SEC       SECTION.
001580     DISPLAY  'VONLINE: ENTER NUM1 KEY TO UPDATE (4 DIGITS)'
001581              UPON  CONSOLE.
001582     ACCEPT  WS-UPD-KEY  FROM  CONSOLE.
001583     IF  WS-UPD-KEY  NOT  NUMERIC
001584         DISPLAY  'VONLINE: KEY MUST BE 4 DIGITS'  UPON  CONSOLE
001585         GO  TO  UPDATE-SEC-EX
001586     END-IF.
001587*    the one record is locked from its read to its rewrite under
001588*    the operator's own id, so a second session on the same key
001589*    is refused and LOCKMGR shows who holds it - see RESLOCK;
001590*    every way out of the update releases it
001591     SET   RL-REC-LOCK    TO  TRUE.
001592     MOVE  'VFILE'        TO  RL-RESOURCE.
001593     MOVE  WS-OPERATOR    TO  RL-HOLDER.
001594     MOVE  WS-UPD-KEY     TO  RL-KEY.
001595     MOVE  WS-IDLE-LIMIT  TO  RL-EXPIRY-MINS.
001596     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
001597     IF  RL-BUSY
001598         SET   MG-DISPLAY        TO  TRUE
001599         MOVE  'VONLN016'        TO  MG-MSG-ID
001600         MOVE  'UPDATE-SEC'      TO  MG-SECTION
001601         MOVE  WS-UPD-KEY        TO  MG-VALUE(1)
001602         MOVE  RL-CURRENT-HOLDER TO  MG-VALUE(2)
001603         SET   MG-WARNING        TO  TRUE
001604         MOVE  'RECORD &1 IS HELD BY &2 - TRY AGAIN LATER'
001605                               TO  MG-TEXT
001606         MOVE  ZERO              TO  MG-RETURN-CODE
001607         PERFORM  CONSOLE-MSG-SEC
001608         GO  TO  UPDATE-SEC-EX
001609     END-IF.
001610     PERFORM  UPDATE-APPLY-SEC.
001611     SET   RL-REC-UNLOCK  TO  TRUE.
001612     MOVE  'VFILE'        TO  RL-RESOURCE.
001613     MOVE  WS-OPERATOR    TO  RL-HOLDER.
001614     MOVE  WS-UPD-KEY     TO  RL-KEY.
001615     CALL  'RESLOCK'  USING  WS-RESLOCK-PARM.
001616 UPDATE-SEC-EX.
001617     EXIT.
001618/
001619*----------------------------------------------------------------
001620* the update itself, under the record lock UPDATE-SEC holds
001621*----------------------------------------------------------------
001622 UPDATE-APPLY-SEC SECTION.
001623     MOVE  WS-UPD-KEY  TO  NUM1  OF  V-REC01.
001624     READ  V-OTFILE
001625         INVALID KEY
001626             DISPLAY  'VONLINE: KEY NOT FOUND ' WS-UPD-KEY
001627                      UPON  CONSOLE
001628             GO  TO  UPDATE-APPLY-SEC-EX
001629     END-READ.
001630     IF  REC-DELETED  OF  V-REC01
001631         SET   MG-DISPLAY        TO  TRUE
001632         MOVE  'VONLN017'        TO  MG-MSG-ID
001633         MOVE  'UPDATE-SEC'      TO  MG-SECTION
001634         MOVE  WS-UPD-KEY        TO  MG-VALUE(1)
001635         SET   MG-WARNING        TO  TRUE
001636         MOVE  'KEY &1 IS DELETED - NOT UPDATED'  TO  MG-TEXT
001637         MOVE  ZERO              TO  MG-RETURN-CODE
001638         PERFORM  CONSOLE-MSG-SEC
001639         GO  TO  UPDATE-APPLY-SEC-EX
001640     END-IF.
001641     PERFORM  CHECK-ENTITY-SEC.
001642     IF  NOT  ENTITY-GRANTED
001643         SET   MG-DISPLAY        TO  TRUE
001644         MOVE  'VONLN015'        TO  MG-MSG-ID
001645         MOVE  'UPDATE-SEC'      TO  MG-SECTION
001646         MOVE  WS-UPD-KEY        TO  MG-VALUE(1)
001647         SET   MG-WARNING        TO  TRUE
001648         MOVE  'KEY &1 OF AN ENTITY NOT GRANTED - NOT UPDATED'
001649                                 TO  MG-TEXT
001650         MOVE  ZERO              TO  MG-RETURN-CODE
001651         PERFORM  CONSOLE-MSG-SEC
001652         GO  TO  UPDATE-APPLY-SEC-EX
001653     END-IF.
001654     PERFORM  SHOW-RECORD-SEC.
001655*    closed-period guard: a record whose EFF-DATE falls in a
001656*    period MECLOSE has closed needs an explicit console
001657*    confirmation, and the override is logged
001658     IF  EFF-DATE  OF  V-REC01  IS  NUMERIC
001659         MOVE  EFF-DATE  OF  V-REC01(1:6)  TO  PC-PERIOD
001660         MOVE  EFF-DATE  OF  V-REC01       TO  PC-DATE
001661         MOVE  ENTITY-CODE  OF  V-REC01    TO  PC-ENTITY
001662         CALL  'PERIODCK'  USING  WS-PERIODCK-PARM
001663         IF  PC-CLOSED
001664             DISPLAY  'VONLINE: PERIOD ' PC-PERIOD
001665                      ' IS CLOSED - OVERRIDE? (Y/N)'
001666                      UPON  CONSOLE
001667             ACCEPT  WS-PERIOD-REPLY  FROM  CONSOLE
001668             IF  WS-PERIOD-REPLY  NOT =  'Y'
001669                 PERFORM  UPDATE-ABANDONED-SEC
001670                 GO  TO  UPDATE-APPLY-SEC-EX
001671             END-IF
001672             SET   MG-LOG              TO  TRUE
001673             MOVE  'VONLN002'          TO  MG-MSG-ID
001674             MOVE  'UPDATE-SEC'        TO  MG-SECTION
001675             SET   MG-WARNING          TO  TRUE
001676             MOVE  'CLOSED-PERIOD UPDATE OVERRIDDEN'  TO  MG-TEXT
001677             MOVE  ZERO                TO  MG-RETURN-CODE
001678             PERFORM  ISSUE-MSG-SEC
001679             MOVE  'VONLINE '          TO  OA-PROGRAM
001680             MOVE  WS-OPERATOR         TO  OA-OPERATOR
001681             MOVE  'CLOSED-PERIOD OVRRD'  TO  OA-ACTION
001682             MOVE  SPACES              TO  OA-DETAIL
001683             MOVE  WS-UPD-KEY          TO  OA-DETAIL(1:4)
001684             MOVE  PC-PERIOD           TO  OA-DETAIL(6:6)
001685             CALL  'OPSAUDIT'  USING  WS-OPSAUDIT-PARM
001686         END-IF
001687     END-IF.
001688     DISPLAY  'VONLINE: ENTER FIELD (REC-DATA SPACK UPACK'
001689              ' SZONE UZONE)'  UPON  CONSOLE.
001690     ACCEPT  WS-UPD-FIELD  FROM  CONSOLE.
001691     DISPLAY  'VONLINE: ENTER VALUE (NUMERICS AS SIGN + 3'
001692              ' DIGITS)'  UPON  CONSOLE.
001693     ACCEPT  WS-UPD-VALUE  FROM  CONSOLE.
001694     PERFORM  CHECK-IDLE-SEC.
001695     IF  SESSION-TIMED-OUT
001696         PERFORM  UPDATE-ABANDONED-SEC
001697         GO TO  UPDATE-APPLY-SEC-EX
001698     END-IF.
001699     MOVE  V-REC01  TO  WS-BEFORE-IMAGE.
001700     PERFORM  APPLY-FIELD-SEC.
001701     IF  NOT  UPDATE-FIELD-OK
001702         MOVE  WS-BEFORE-IMAGE  TO  V-REC01
001703         GO  TO  UPDATE-APPLY-SEC-EX
001704     END-IF.
001705*    the same business range edits every other door applies
001706     MOVE  SPACK  OF  V-REC01  TO  FE-SPACK.
001707     MOVE  UPACK  OF  V-REC01  TO  FE-UPACK.
001708     MOVE  SZONE  OF  V-REC01  TO  FE-SZONE.
001709     MOVE  UZONE  OF  V-REC01  TO  FE-UZONE.
001710     CALL  'FLDEDIT'  USING  WS-FLDEDIT-PARM.
001711     IF  FE-REJECT
001712         SET   MG-DISPLAY        TO  TRUE
001713         MOVE  'VONLN019'        TO  MG-MSG-ID
001714         MOVE  'UPDATE-SEC'      TO  MG-SECTION
001715         MOVE  WS-UPD-KEY        TO  MG-VALUE(1)
001716         MOVE  FE-FIELD          TO  MG-VALUE(2)
001717         MOVE  FE-REASON         TO  MG-VALUE(3)
001718         SET   MG-ERROR          TO  TRUE
001719         MOVE  'RECORD &1 FAILS EDIT - &2 &3'  TO  MG-TEXT
001720         MOVE  ZERO              TO  MG-RETURN-CODE
001721         PERFORM  CONSOLE-MSG-SEC
001722         MOVE  WS-BEFORE-IMAGE  TO  V-REC01
001723         GO  TO  UPDATE-APPLY-SEC-EX
001724     END-IF.
001725*    the record is touched under today's date, so the retention
001726*    purge ages the correction, not the original build
001727     ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
001728     MOVE  WS-RUN-DATE  TO  EFF-DATE     OF  V-REC01
001729                            RUN-ID-DATE  OF  V-REC01.
001730     MOVE  0            TO  RUN-ID-SEQ   OF  V-REC01.
001731     SET   RS-SET  TO  TRUE.
001732     MOVE  :LAYOUT:  TO  RS-LAYOUT.
001733     CALL  'RECSUM'  USING  WS-RECSUM-PARM  V-REC01.
001734     REWRITE  V-REC01
001735         INVALID KEY
001736             SET   MG-LOG          TO  TRUE
001737             MOVE  'VONLN020'      TO  MG-MSG-ID
001738             MOVE  'UPDATE-SEC'    TO  MG-SECTION
001739             MOVE  WS-UPD-KEY      TO  MG-VALUE(1)
001740             MOVE  WS-VFILE-STATUS TO  MG-VALUE(2)
001741             SET   MG-ERROR        TO  TRUE
001742             MOVE  'UPDATE OF KEY &1 FAILED, STATUS &2'
001743                                   TO  MG-TEXT
001744             MOVE  8               TO  MG-RETURN-CODE
001745             PERFORM  CONSOLE-MSG-SEC
001746         NOT INVALID KEY
001747             PERFORM  WRITE-JRNL-SEC
001748             DISPLAY  'VONLINE: ' WS-UPD-FIELD ' UPDATED ON '
001749                      WS-UPD-KEY  UPON  CONSOLE
001750     END-REWRITE.
001751 UPDATE-APPLY-SEC-EX.
001752     EXIT.
001753/
001754 UPDATE-ABANDONED-SEC  SECTION.
001755     SET   MG-DISPLAY        TO  TRUE.
001756     MOVE  'VONLN018'        TO  MG-MSG-ID.
001757     MOVE  'UPDATE-SEC'      TO  MG-SECTION.
001758     MOVE  WS-UPD-KEY        TO  MG-VALUE(1).
001759     SET   MG-WARNING        TO  TRUE.
001760     MOVE  'UPDATE OF KEY &1 ABANDONED'  TO  MG-TEXT.
001761     MOVE  ZERO              TO  MG-RETURN-CODE.
001762     PERFORM  CONSOLE-MSG-SEC.
001763 UPDATE-ABANDONED-SEC-EX.
001764     EXIT.
001765/
001766*----------------------------------------------------------------
001767* lays the keyed value over the named field; the numeric fields
001768* arrive in the reject file's edited form (sign or blank, then
001769* three digits), the VOVERRID convention
001770*----------------------------------------------------------------
001771 APPLY-FIELD-SEC  SECTION.
001772     MOVE  'Y'  TO  WS-UPD-OK-APPLY-SW.
001773     EVALUATE  WS-UPD-FIELD
001774         WHEN  'REC-DATA  '
001775             MOVE  WS-UPD-VALUE  TO  REC-DATA  OF  V-REC01
001776         WHEN  'SPACK     '
001777             PERFORM  PARSE-NUMVAL-SEC
001778             IF  UPDATE-FIELD-OK
001779                 MOVE  WS-UPD-NUMVAL  TO  SPACK  OF  V-REC01
001780             END-IF
001781         WHEN  'UPACK     '
001782             PERFORM  PARSE-NUMVAL-SEC
001783             IF  UPDATE-FIELD-OK
001784                 MOVE  WS-UPD-NUMVAL  TO  UPACK  OF  V-REC01
001785             END-IF
001786         WHEN  'SZONE     '
001787             PERFORM  PARSE-NUMVAL-SEC
001788             IF  UPDATE-FIELD-OK
001789                 MOVE  WS-UPD-NUMVAL  TO  SZONE  OF  V-REC01
001790             END-IF
001791         WHEN  'UZONE     '
001792             PERFORM  PARSE-NUMVAL-SEC
001793             IF  UPDATE-FIELD-OK
001794                 MOVE  WS-UPD-NUMVAL  TO  UZONE  OF  V-REC01
001795             END-IF
001796         WHEN  OTHER
001797             DISPLAY  'VONLINE: UNKNOWN FIELD ' WS-UPD-FIELD
001798                      UPON  CONSOLE
001799             MOVE  'N'  TO  WS-UPD-OK-APPLY-SW
001800     END-EVALUATE.
001801 APPLY-FIELD-SEC-EX.
001802     EXIT.
001803/
001804 PARSE-NUMVAL-SEC SECTION.
001805     IF  WS-UPD-VALUE(2:3)  IS  NUMERIC
001806         MOVE  WS-UPD-VALUE(2:3)  TO  WS-UPD-NUMVAL
001807         IF  WS-UPD-VALUE(1:1)  =  '-'
001808             COMPUTE  WS-UPD-NUMVAL  =  0  -  WS-UPD-NUMVAL
001809         END-IF
001810     ELSE
001811         DISPLAY  'VONLINE: VALUE MUST BE SIGN + 3 DIGITS'
001812                  UPON  CONSOLE
001813         MOVE  'N'  TO  WS-UPD-OK-APPLY-SW
001814     END-IF.
001815 PARSE-NUMVAL-SEC-EX.
001816     EXIT.
001817/
001818*----------------------------------------------------------------
001819* appends one journal record for the REWRITE just applied - the
001820* before image captured ahead of the change, the after image as
001821* now held in V-REC01. EXTEND accumulates; the OUTPUT fallback
001822* primes the journal, the way ERRLOG primes its own log.
001823*----------------------------------------------------------------
001824 WRITE-JRNL-SEC   SECTION.
001825     OPEN  EXTEND  JRNL-FILE.
001826     IF  WS-JRNL-STATUS  NOT =  '00'
001827         OPEN  OUTPUT  JRNL-FILE
001828     END-IF.
001829     ACCEPT  JR-DATE  FROM  DATE  YYYYMMDD.
001830     ACCEPT  JR-TIME  FROM  TIME.
001831     MOVE  'VONLINE '        TO  JR-PROGRAM.
001832     MOVE  WS-OPERATOR       TO  JR-OPERATOR.
001833     MOVE  NUM1  OF  V-REC01 TO  JR-NUM1.
001834     MOVE  WS-BEFORE-IMAGE   TO  JR-BEFORE-IMAGE.
001835     MOVE  V-REC01           TO  JR-AFTER-IMAGE.
001836*    sealed into the journal chain under the chain's lock, which
001845*    is held until the entry is on the file - see chnseal.cbl
001855     SET   CS-SEAL  TO  TRUE.
001865     MOVE  'VJOURNAL'        TO  CS-CHAIN.
001875     MOVE  'VONLINE '        TO  CS-HOLDER.
001885     CALL  'CHNSEAL'  USING  WS-CHNSEAL-PARM  JRNL-REC.
001895     IF  CS-OK
001905         MOVE  CS-SEQ   TO  JR-CHAIN-SEQ
001915         MOVE  CS-HASH  TO  JR-CHAIN-HASH
001925     ELSE
001935         MOVE  0  TO  JR-CHAIN-SEQ  JR-CHAIN-HASH
001945         SET   MG-DISPLAY        TO  TRUE
001955         MOVE  'VONLN021'        TO  MG-MSG-ID
001965         MOVE  'WRITE-JRNL-SEC'  TO  MG-SECTION
001975         MOVE  CS-CURRENT-HOLDER TO  MG-VALUE(1)
001985         SET   MG-WARNING        TO  TRUE
001995         MOVE  'JOURNAL CHAIN HELD BY &1 - ENTRY WRITTEN UNSEALED'
002005                                 TO  MG-TEXT
002015         MOVE  ZERO              TO  MG-RETURN-CODE
002025         PERFORM  ISSUE-MSG-SEC
002035     END-IF.
002045     WRITE  JRNL-REC.
002055     CLOSE  JRNL-FILE.
002065     IF  CS-OK
002075         SET   CS-RELEASE  TO  TRUE
002085         CALL  'CHNSEAL'  USING  WS-CHNSEAL-PARM  JRNL-REC
002095     END-IF.
002105 WRITE-JRNL-SEC-EX.
002115     EXIT.
002125/
002135*----------------------------------------------------------------
002145* the NOTE command: attaches one annotation line to a NUM1 key,
002155* stamped with the session's VAUTH-checked operator id and the
002165* moment it was written. the next sequence number for the key
002175* is found by scanning its existing notes; EXTEND with the
002185* OUTPUT fallback primes the file on the first note ever.
002195*----------------------------------------------------------------
002205 NOTE-SEC         SECTION.
002215     DISPLAY  'VONLINE: ENTER NUM1 KEY TO ANNOTATE (4 DIGITS)'
002225              UPON  CONSOLE.
002235     ACCEPT  WS-NOTE-KEY  FROM  CONSOLE.
002245     IF  WS-NOTE-KEY  NOT  NUMERIC
002255         DISPLAY  'VONLINE: KEY MUST BE 4 DIGITS'  UPON  CONSOLE
002265         GO  TO  NOTE-SEC-EX
002275     END-IF.
002280     MOVE  WS-NOTE-KEY  TO  WS-NOTE-KEY-K.
002285     DISPLAY  'VONLINE: ENTER NOTE TEXT (40 CHARACTERS)'
002295              UPON  CONSOLE.
002305     ACCEPT  WS-NOTE-TEXT  FROM  CONSOLE.
002315     PERFORM  CHECK-IDLE-SEC.
002325     IF  SESSION-TIMED-OUT
002335         DISPLAY  'VONLINE: NOTE ABANDONED'  UPON  CONSOLE
002345         GO TO  NOTE-SEC-EX
002355     END-IF.
002365     PERFORM  COUNT-NOTES-SEC.
002375     COMPUTE  WS-NOTE-SEQ  =  WS-NOTE-COUNT  +  1.
002385     OPEN  EXTEND  NOTE-FILE.
002395     IF  WS-NOTE-STATUS  NOT =  '00'
002405         OPEN  OUTPUT  NOTE-FILE
002415     END-IF.
002425     MOVE  SPACES        TO  NOTE-REC.
002435     MOVE  WS-NOTE-KEY-KX  TO  NT-NUM1.
002445     MOVE  WS-NOTE-SEQ   TO  NT-SEQ.
002455     ACCEPT  NT-DATE  FROM  DATE  YYYYMMDD.
002465     ACCEPT  NT-TIME  FROM  TIME.
002475     MOVE  WS-OPERATOR   TO  NT-OPERATOR.
002485     MOVE  WS-NOTE-TEXT  TO  NT-TEXT.
002495     WRITE  NOTE-REC.
002505     CLOSE  NOTE-FILE.
002515     DISPLAY  'VONLINE: NOTE ' WS-NOTE-SEQ ' ATTACHED TO '
002525              WS-NOTE-KEY  UPON  CONSOLE.
002535 NOTE-SEC-EX.
002545     EXIT.
002555/
002565 COUNT-NOTES-SEC  SECTION.
002575     MOVE  0    TO  WS-NOTE-COUNT.
002585     MOVE  'N'  TO  WS-NOTE-EOF-SW.
002595     OPEN  INPUT  NOTE-FILE.
002605     IF  WS-NOTE-STATUS  NOT =  '00'
002615         SET  NOTE-EOF  TO  TRUE
002625     END-IF.
002635     PERFORM  UNTIL  NOTE-EOF
002645         READ  NOTE-FILE
002655             AT END  SET  NOTE-EOF  TO  TRUE
002665             NOT AT END
002675                 IF  NT-NUM1  =  WS-NOTE-KEY-KX
002685                     ADD  1  TO  WS-NOTE-COUNT
002695                 END-IF
002705         END-READ
002715     END-PERFORM.
002725     IF  WS-NOTE-STATUS  =  '00'  OR  WS-NOTE-STATUS  =  '10'
002735         CLOSE  NOTE-FILE
002745     END-IF.
002755 COUNT-NOTES-SEC-EX.
002765     EXIT.
002775/
002785*----------------------------------------------------------------
002795* every inquiry closes with the key's case history: each note
002805* shown with who wrote it and when, so the record that keeps
002815* going wrong carries its own story instead of depending on who
002825* was on shift last time
002835*----------------------------------------------------------------
002845 SHOW-NOTES-SEC   SECTION.
002850     MOVE  WS-INQUIRY-KEY  TO  WS-NOTE-KEY.
002855     MOVE  NUM1  OF  V-REC01  TO  WS-NOTE-KEY-K.
002865     MOVE  0    TO  WS-NOTE-COUNT.
002875     MOVE  'N'  TO  WS-NOTE-EOF-SW.
002885     OPEN  INPUT  NOTE-FILE.
002895     IF  WS-NOTE-STATUS  NOT =  '00'
002905         SET  NOTE-EOF  TO  TRUE
002915     END-IF.
002925     PERFORM  UNTIL  NOTE-EOF
002935         READ  NOTE-FILE
002945             AT END  SET  NOTE-EOF  TO  TRUE
002955             NOT AT END
002965                 IF  NT-NUM1  =  WS-NOTE-KEY-KX
002975                     ADD  1  TO  WS-NOTE-COUNT
002985                     DISPLAY  'VONLINE: NOTE ' NT-SEQ ' '
002995                              NT-DATE ' ' NT-OPERATOR ' '
003005                              NT-TEXT  UPON  CONSOLE
003015                 END-IF
003025         END-READ
003035     END-PERFORM.
003045     IF  WS-NOTE-STATUS  =  '00'  OR  WS-NOTE-STATUS  =  '10'
003055         CLOSE  NOTE-FILE
003065     END-IF.
003075     IF  WS-NOTE-COUNT  >  0
003085         DISPLAY  'VONLINE: NOTES ON KEY = ' WS-NOTE-COUNT
003095                  UPON  CONSOLE
003105     END-IF.
003115 SHOW-NOTES-SEC-EX.
003125     EXIT.
003135/
003145 READ-BROWSE-SEC  SECTION.
003155     READ  V-OTFILE  NEXT RECORD
003165         AT END
003175             SET  BROWSE-DONE  TO  TRUE
003185         NOT AT END
003195           IF  REC-DELETED  OF  V-REC01
003205             ADD  1  TO  WS-DELETED-COUNT
003215           ELSE
003225             PERFORM  CHECK-ENTITY-SEC
003235             IF  ENTITY-GRANTED
003245             ADD  1  TO  WS-PAGE-LINE-COUNT
003255             ADD  1  TO  WS-BROWSE-SHOWN
003265             PERFORM  MASK-VIEW-SEC
003275             DISPLAY  'VONLINE: NUM1=' NUM1  OF  V-REC01
003285                      ' DATA=' REC-DATA  OF  WS-SHOW-R(1:40)
003295                      UPON  CONSOLE
003305             END-IF
003315           END-IF
003325     END-READ.
003335 READ-BROWSE-SEC-EX.
003345     EXIT.
003355/
003365*----------------------------------------------------------------
003375* the operator messages are catalogued (MSGCAT) and issued
003385* through MSGFMT; the ones meant for the person at the terminal
003395* are shown on the console as well as the job log
003405*----------------------------------------------------------------
003415 ISSUE-MSG-SEC    SECTION.
003425     MOVE  'VONLINE'  TO  MG-PROGRAM.
003435     CALL  'MSGFMT'  USING  WS-MSGFMT-PARM.
003445 ISSUE-MSG-SEC-EX.
003455     EXIT.
003465/
003475 CONSOLE-MSG-SEC  SECTION.
003485     PERFORM  ISSUE-MSG-SEC.
003495     DISPLAY  MG-MSG-ID ' ' MG-SEVERITY ' ' MG-TEXT
003505              UPON  CONSOLE.
003515 CONSOLE-MSG-SEC-EX.
003525     EXIT.
