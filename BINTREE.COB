003241                             ORGANIZATION IS SEQUENTIAL.
003260     SELECT RESPFILE         ASSIGN TO RESPFILE
003279                             ORGANIZATION IS SEQUENTIAL.
003281*
003283*    THE ORIGINATOR AUTHORIZATION FILE, KEPT BY SECURITY
003285*    ADMINISTRATION: ONE RECORD PER ORIGINATOR AND TABLE, SAYING
003287*    WHICH TRANSACTION CODES THAT ORIGINATOR MAY POST THERE.
003289*    READ ONCE, AT THE START OF A RUN THAT APPLIES TRANSACTIONS.
003291*
003293     SELECT AUTHFILE         ASSIGN TO AUTHFILE
003295                             ORGANIZATION IS SEQUENTIAL
003297                             FILE STATUS IS WS-AUTH-STATUS.
003298*
003299*    THE STATUS REFERENCE FILE, KEPT BY MERCHANDISING: THE VALID
003300*    STATUS CODES FOR EACH TABLE, WITH A DESCRIPTION AND THE
003301*    RULES SAYING WHAT AN ITEM IN EACH STATUS MAY DO. READ ONCE,
003302*    AT THE START OF EVERY RUN BUT A PURG.
003303*
003304     SELECT STATFILE         ASSIGN TO STATFILE
003305                             ORGANIZATION IS SEQUENTIAL
003306                             FILE STATUS IS WS-SR-STATUS.
003307*
003312*    THE SHARED RUN HISTORY: ONE RECORD IS ADDED TO THE END OF
003317*    IT FOR EVERY RUN OF EVERY BINTREE BATCH STEP, FOR THE WEEKLY
003322*    RUNTRND REPORT. RUNID IS AN INSTREAM CARD IN THE STEP'S JCL
003327*    NAMING THE JOB AND STEP; WITHOUT ONE THEY ARE LEFT BLANK.
003332*
003337     SELECT RUNHIST          ASSIGN TO RUNHIST
003342                             ORGANIZATION IS SEQUENTIAL
003347                             FILE STATUS IS WS-RH-STATUS.
003352     SELECT RUNID            ASSIGN TO RUNID
003357                             ORGANIZATION IS SEQUENTIAL
003362                             FILE STATUS IS WS-RID-STATUS.
003367*
003400*
003500 DATA DIVISION.
003600 FILE SECTION.
003800 FD  PRNTFILE.
003900*
004000 01  PRT-REC                 PIC  X(133).
004002*
004004*    MUST MATCH THE RH-REC LAYOUT READ BY RUNTRND. RH-COUNT (1)
004006*    IS THE STEP'S VOLUME; THE OTHER COUNTS DEPEND ON THE
004008*    PROGRAM, EACH NAMED BY ITS RH-CNT-NAME.
004010*
004012 FD  RUNHIST.
004014*
004016 01  RH-REC.
004018     03  RH-JOB              PIC  X(08).
004020     03  RH-STEP             PIC  X(08).
004022     03  RH-PROGRAM          PIC  X(08).
004024     03  RH-MODE             PIC  X(04).
004026     03  RH-START-DATE       PIC  9(08).
004028     03  RH-START-TIME       PIC  9(08).
004030     03  RH-END-DATE         PIC  9(08).
004032     03  RH-END-TIME         PIC  9(08).
004034     03  RH-RC               PIC  9(04).
004036     03  RH-COUNT            OCCURS 8 TIMES.
004038         05  RH-CNT-NAME     PIC  X(08).
004040         05  RH-CNT-VALUE    PIC  9(09).
004042     03  FILLER              PIC  X(20).
004044*
004046*    THE JOB NAME IN COLUMNS 1-8, THE STEP NAME IN 10-17.
004048*
004050 FD  RUNID.
004052*
004054 01  RID-REC.
004056     03  RID-JOB             PIC  X(08).
004058     03  FILLER              PIC  X(01).
004060     03  RID-STEP            PIC  X(08).
004062     03  FILLER              PIC  X(63).
004100*
004200 FD  TABLE-IN.
004300*
004708*    REDEFINES UNDER WS-TRANS-REC. A FILE WITHOUT AN ENVELOPE
004709*    (THE OLD LAYOUT) STILL LOADS - THERE IS JUST NOTHING TO
004739*    RECONCILE.
004745*    A FILE MAY CARRY MORE THAN ONE BATCH BACK TO BACK - THE
004751*    SOURCE EXTRACT'S, THEN THE ONLINE CUTOFF BATCH STGCUT
004757*    BUILDS FROM THE STAGING FILE - EACH IN ITS OWN ENVELOPE
004763*    AND EACH RECONCILED AGAINST ITS OWN TRAILER.
004769*    TRN-NEW-KEY IS USED BY A CHANGE (CODE 'C'), WHERE IT
004800*    CARRIES THE REPLACEMENT KEY FOR THE ENTRY FOUND UNDER
004900*    TRN-KEY, AND BY A RANGE INQUIRY (CODE 'R'), WHERE TRN-KEY
004921*    ALSO CARRY THE ITEM ATTRIBUTES (DESCRIPTION, QUANTITY, AND
004922*    STATUS) STORED WITH THE KEY; THE LAST-MAINTAINED DATE IS
004930*    STAMPED BY THIS PROGRAM FROM THE RUN DATE, NOT SUPPLIED ON
004940*    THE TRANSACTION. TRN-EFF-DATE (CCYYMMDD) LETS
004941*    MERCHANDISING CUT A TRANSACTION AHEAD OF TIME: A DATE
004942*    AFTER THE RUN DATE HOLDS THE RECORD ON THE PENDING FILE,
004943*    TO BE APPLIED AUTOMATICALLY ON THE FIRST RUN ON OR AFTER
004944*    ITS DATE. ZERO, BLANK, OR ANY PAST OR CURRENT DATE APPLIES
004945*    NOW.
004953*    TRN-ORIG NAMES WHO SENT THE TRANSACTION - THE FEED OR THE
004962*    CICS USER THAT CUT IT. A DETAIL RECORD LEFT BLANK TAKES THE
004971*    ORIGINATOR ON ITS BATCH HEADER. THE ORIGINATOR MUST BE ON
004980*    THE AUTHORIZATION FILE FOR THE CODE AND THE TABLE IT POSTS
004989*    TO, OR THE TRANSACTION GOES TO SUSPENSE.
004990*    TRN-VEND-KEY AND TRN-LOC-KEY ARE THE ENTRY'S REFERENCES INTO
004991*    THE VENDOR AND LOCATION TABLES, CARRIED ON AN ADD OR CHANGE
004992*    (A CHANGE RESTATES THEM LIKE EVERY OTHER ATTRIBUTE - BLANK
004993*    MEANS NO REFERENCE). A REFERENCE MUST NAME AN ENTRY THAT IS
004994*    LIVE IN ITS TABLE, OR THE TRANSACTION GOES TO SUSPENSE.
004995*    TRN-STATUS ON AN ADD OR CHANGE MUST BE A CODE THE STATUS
004996*    REFERENCE FILE DEFINES FOR THE TABLE, AND THE STATUS THE
004997*    ENTRY IS ALREADY IN DECIDES WHETHER IT MAY TAKE A RECEIPT,
004998*    AN ISSUE, A DELETE WITH STOCK ON HAND, OR A CHANGE TO THE
004999*    NEW STATUS - SEE CHECK-STATUS.
005000*
005100 01  TBL-IN-REC.
005200     03  TRN-CODE            PIC  X(01).
005420     03  TRN-QTY             PIC  9(05).
005430     03  TRN-STATUS          PIC  X(01).
005440     03  TRN-TABLE-ID        PIC  X(03).
005450     03  TRN-EFF-DATE        PIC  9(08).
005460     03  TRN-ORIG            PIC  X(08).
005470     03  TRN-VEND-KEY        PIC  X(10).
005480     03  TRN-LOC-KEY         PIC  X(10).
005500*
005600*
005700 FD  MASTFILE.
006310     03  MSTR-DESC           PIC  X(30).
006320     03  MSTR-QTY            PIC  9(05).
006330     03  MSTR-STATUS         PIC  X(01).
006340     03  MSTR-LMDATE         PIC  9(08).
006350     03  MSTR-TABLE-ID       PIC  X(03).
006400     03  MSTR-HGT            PIC S9(04)      COMP-3.
006500     03  MSTR-CKPT-COUNT     PIC 9(08)       COMP.
006505     03  MSTR-CKPT-DATE      PIC  9(08).
006510     03  MSTR-LAST-BATCH     PIC  9(06).
006600     03  MSTR-TAB-CNT        PIC S9(04)      COMP.
006700     03  MSTR-TAB-CTL        OCCURS 5 TIMES.
006720         05  MSTR-CTL-ROOT   PIC S9(04)      COMP.
006730         05  MSTR-CTL-LIVE   PIC S9(04)      COMP.
006740         05  MSTR-CTL-FREE   PIC S9(04)      COMP.
006750*
006760*    THE ENTRY'S VENDOR AND LOCATION REFERENCES - BLANK ON THE
006770*    CONTROL RECORD.
006780*
006790     03  MSTR-VEND-KEY       PIC  X(10).
006800     03  MSTR-LOC-KEY        PIC  X(10).
006810*
006820*    THE NEW MASTER GENERATION SAVE-MASTER WRITES. THE OLD COPY
006830*    (MASTFILE, ABOVE) IS ONLY EVER READ - ITS RECORD AREA IS
006896     03  MSTN-DESC           PIC  X(30).
006897     03  MSTN-QTY            PIC  9(05).
006898     03  MSTN-STATUS         PIC  X(01).
006899     03  MSTN-LMDATE         PIC  9(08).
006900     03  MSTN-TABLE-ID       PIC  X(03).
006901     03  MSTN-HGT            PIC S9(04)      COMP-3.
006902     03  MSTN-CKPT-COUNT     PIC 9(08)       COMP.
006911     03  MSTN-CKPT-DATE      PIC  9(08).
006920     03  MSTN-LAST-BATCH     PIC  9(06).
006929     03  MSTN-TAB-CNT        PIC S9(04)      COMP.
006938     03  MSTN-TAB-CTL        OCCURS 5 TIMES.
006956         05  MSTN-CTL-ROOT   PIC S9(04)      COMP.
006965         05  MSTN-CTL-LIVE   PIC S9(04)      COMP.
006974         05  MSTN-CTL-FREE   PIC S9(04)      COMP.
006977     03  MSTN-VEND-KEY       PIC  X(10).
006980     03  MSTN-LOC-KEY        PIC  X(10).
006983*
007000*    ONE RECORD PER INSERT, DELETE, MOVEMENT, OR LOOKUP (ALL
007100*    LOGGED FROM ACCEPT-INPUT'S DISPATCH), SO DAILY VOLUMES CAN
007260*    CHANGE SINCE IT. A BLANK IMAGE MEANS THE CHANGE NEVER
007270*    LANDED (A DELETE THAT FOUND NOTHING) OR THE CODE CARRIES
007280*    NO IMAGE (LOOKUPS, RANGES, DUPLICATES).
007283*    THE ORIGINATOR OF THE TRANSACTION RIDES ON EVERY RECORD
007286*    TOO, SO THE LOG SAYS WHO MADE EACH CHANGE.
007287*    THE ENTRY'S VENDOR AND LOCATION REFERENCES RIDE AT THE END,
007288*    BEFORE AND AFTER, SO A RECOVERY KEEPS THEM.
007290*
007400 FD  AUDITLOG.
007500*
007600 01  AUD-REC.
007700     03  AUD-DATE.
007750         05  AUD-CC          PIC 9(02).
007800         05  AUD-YY          PIC 9(02).
007900         05  AUD-MM          PIC 9(02).
008000         05  AUD-DD          PIC 9(02).
008707         05  AUD-BEF-DESC    PIC X(30).
008708         05  AUD-BEF-QTY     PIC X(05).
008709         05  AUD-BEF-STATUS  PIC X(01).
008711         05  AUD-BEF-LMDATE  PIC X(08).
008712     03  AUD-AFT-IMAGE.
008713         05  AUD-AFT-DESC    PIC X(30).
008714         05  AUD-AFT-QTY     PIC X(05).
008715         05  AUD-AFT-STATUS  PIC X(01).
008716         05  AUD-AFT-LMDATE  PIC X(08).
008717     03  AUD-ORIG            PIC X(08).
008718     03  AUD-BEF-REFS.
008719         05  AUD-BEF-VEND    PIC X(10).
008720         05  AUD-BEF-LOC     PIC X(10).
008721     03  AUD-AFT-REFS.
008722         05  AUD-AFT-VEND    PIC X(10).
008723         05  AUD-AFT-LOC     PIC X(10).
008724*
008725*    SUSPENSE FILE OF REJECTED TRANSACTIONS. THE ORIGINAL RECORD
008730*    IS CARRIED UNCHANGED IN REJ-TRAN, SO THE FILE CAN BE
008740*    CORRECTED AND FED STRAIGHT BACK IN AS THE NEXT CYCLE'S
008750*    TRANSACTION INPUT. REJ-REASON SAYS WHY THE RECORD BOUNCED
008790 FD  REJFILE.
008791*
008792 01  REJ-REC.
008793     03  REJ-TRAN            PIC X(96).
008794     03  REJ-REASON          PIC X(08).
008795     03  REJ-SEQ             PIC 9(08).
008796*
008809     03  RSP-DESC            PIC X(30).
008810     03  RSP-QTY             PIC 9(05).
008811     03  RSP-STATUS          PIC X(01).
008812     03  RSP-LMDATE          PIC 9(08).
008814*
008815*    THE PENDING FILES CARRY HELD TRANSACTIONS UNCHANGED, IN
008816*    THE FULL TBL-IN-REC LAYOUT, SO A HELD RECORD IS APPLIED
008818*
008819 FD  PENDOLD.
008820*
008821 01  POLD-REC                PIC X(96).
008822*
008823 FD  PENDFILE.
008824*
008825 01  PEND-REC                PIC X(96).
008827*
008828*    MUST MATCH THE TBL-IN-REC LAYOUT: A PURGED ENTRY GOES OUT
008829*    AS THE 'A' TRANSACTION THAT WOULD RELOAD IT.
008838     03  HIST-QTY            PIC  9(05).
008839     03  HIST-STATUS         PIC  X(01).
008840     03  HIST-TABLE-ID       PIC  X(03).
008841     03  HIST-EFF-DATE       PIC  9(08).
008842     03  HIST-ORIG           PIC  X(08).
008843     03  HIST-VEND-KEY       PIC  X(10).
008844     03  HIST-LOC-KEY        PIC  X(10).
008845*
008846*    MUST MATCH THE AUTHORIZATION FILE LAYOUT. AN AUTH-TABLE-ID
008847*    OF '***' COVERS EVERY TABLE (BLANK IS THE DEFAULT TABLE).
008848*    AUTH-CODES LISTS THE CODES ALLOWED, ANY OF A/D/C/I/R/P/S IN
008849*    ANY ORDER - 'PS' FOR A FEED THAT ONLY POSTS MOVEMENTS.
008850*    AUTH-OVERRIDE 'Y' ALSO LETS THE ORIGINATOR MAKE A STATUS
008851*    CHANGE THE STATUS REFERENCE FILE DOES NOT ALLOW - A
008852*    SUPERVISOR'S ID, NEVER A FEED'S.
008853*
008854 FD  AUTHFILE.
008855*
008856 01  AUTH-REC.
008857     03  AUTH-ORIG           PIC X(08).
008858     03  AUTH-TABLE-ID       PIC X(03).
008859     03  AUTH-CODES          PIC X(07).
008860     03  AUTH-DESC           PIC X(30).
008861     03  AUTH-OVERRIDE       PIC X(01).
008862     03  FILLER              PIC X(31).
008863*
008864*    MUST MATCH THE STATUS REFERENCE FILE LAYOUT. ONE RECORD PER
008865*    TABLE-ID AND STATUS CODE; AN STS-TABLE-ID OF '***' DEFINES
008866*    THE CODE FOR EVERY TABLE WITHOUT A RECORD OF ITS OWN FOR IT
008867*    (BLANK IS THE DEFAULT TABLE). STS-RCPT-OK AND STS-ISS-OK SAY
008868*    WHETHER A RECEIPT OR AN ISSUE MAY POST TO AN ITEM IN THE
008869*    STATUS, STS-DEL-OK WHETHER IT MAY BE DELETED WITH QUANTITY
008870*    STILL ON HAND - 'Y' PERMITS, ANYTHING ELSE REFUSES.
008871*    STS-CHG-TO LISTS THE CODES A CHANGE MAY MOVE IT TO, '*' FOR
008872*    ANY; STAYING IN THE SAME STATUS IS ALWAYS ALLOWED.
008873*
008874 FD  STATFILE.
008875*
008876 01  STS-REC.
008877     03  STS-TABLE-ID        PIC X(03).
008878     03  STS-CODE            PIC X(01).
008879     03  STS-DESC            PIC X(20).
008880     03  STS-RCPT-OK         PIC X(01).
008881     03  STS-ISS-OK          PIC X(01).
008882     03  STS-DEL-OK          PIC X(01).
008883     03  STS-CHG-TO          PIC X(10).
008884     03  FILLER              PIC X(43).
008885 WORKING-STORAGE SECTION.                                                 
008886*
008887*    WHEN THIS RUN STARTED, AND THE RUN-HISTORY FILE STATUSES.
008888*
008889 01  RUN-HIST-AREA.
008890     03  WS-RH-START-DATE    PIC 9(08)       VALUE ZERO.
008891     03  WS-RH-START-TIME    PIC 9(08)       VALUE ZERO.
008892     03  WS-RH-JOB           PIC X(08)       VALUE SPACE.
008893     03  WS-RH-STEP          PIC X(08)       VALUE SPACE.
008894     03  WS-RH-STATUS        PIC X(02)       VALUE SPACE.
008895     03  WS-RID-STATUS       PIC X(02)       VALUE SPACE.
008896     03  WS-RH-STATS-SW      PIC X(01)       VALUE 'N'.
008897         88  WS-RH-STATS                     VALUE 'Y'.
008898     03  WS-RH-SS            PIC S9(04)      COMP
008899                                             VALUE ZERO.
008900*                                                                         
009000 01  WORK-AREA.                                                           
009100     03  SS                  PIC S9(04)      COMP                         
012320         05  WS-TRN-QTY      PIC 9(05)       VALUE ZERO.
012330         05  WS-TRN-STATUS   PIC X(01)       VALUE SPACE.
012340         05  WS-TRN-TABLE-ID PIC X(03)       VALUE SPACE.
012343         05  WS-TRN-EFF-DATE PIC 9(08)       VALUE ZERO.
012344         05  WS-TRN-ORIG     PIC X(08)       VALUE SPACE.
012345         05  WS-TRN-VEND-KEY PIC X(10)       VALUE SPACE.
012346         05  WS-TRN-LOC-KEY  PIC X(10)       VALUE SPACE.
012347*
012349*    THE BATCH ENVELOPE VIEWS OF THE SAME 96-BYTE RECORD: THE
012352*    'H' HEADER FROM THE SOURCE EXTRACT CARRIES THE BATCH
012355*    NUMBER AND THE DATE THE EXTRACT CUT IT, THE 'T' TRAILER
012358*    THE DETAIL RECORD COUNT AND THE HASH TOTAL OF THE
012361*    QUANTITY FIELDS ON EVERY DETAIL RECORD. THE HEADER ALSO
012362*    NAMES THE ORIGINATOR THAT EVERY DETAIL RECORD CUT WITHOUT
012363*    ONE OF ITS OWN TAKES.
012364*
012367     03  WS-BATCH-HDR-REC REDEFINES WS-TRANS-REC.
012370         05  FILLER          PIC X(01).
012373         05  WS-BH-BATCH-NO  PIC 9(06).
012376         05  WS-BH-CRE-DATE  PIC 9(08).
012377         05  WS-BH-ORIG      PIC X(08).
012379         05  FILLER          PIC X(73).
012382     03  WS-BATCH-TRL-REC REDEFINES WS-TRANS-REC.
012385         05  FILLER          PIC X(01).
012388         05  WS-BT-REC-CNT   PIC 9(08).
012391         05  WS-BT-QTY-HASH  PIC 9(09).
012394         05  FILLER          PIC X(78).
012400     03  WS-MSTR-STATUS      PIC X(02)       VALUE SPACE.
012410     03  WS-MSTN-STATUS      PIC X(02)       VALUE SPACE.
012420     03  WS-MSTR-OPEN-SW     PIC X(01)       VALUE 'N'.
013469         05  WS-AUD-BEF-DESC PIC X(30)       VALUE SPACE.
013470         05  WS-AUD-BEF-QTY  PIC X(05)       VALUE SPACE.
013471         05  WS-AUD-BEF-STAT PIC X(01)       VALUE SPACE.
013472         05  WS-AUD-BEF-LMDT PIC X(08)       VALUE SPACE.
013473     03  WS-AUD-AFT-IMAGE.
013474         05  WS-AUD-AFT-DESC PIC X(30)       VALUE SPACE.
013475         05  WS-AUD-AFT-QTY  PIC X(05)       VALUE SPACE.
013476         05  WS-AUD-AFT-STAT PIC X(01)       VALUE SPACE.
013477         05  WS-AUD-AFT-LMDT PIC X(08)       VALUE SPACE.
013478     03  WS-AUD-BEF-REFS.
013479         05  WS-AUD-BEF-VEND PIC X(10)       VALUE SPACE.
013480         05  WS-AUD-BEF-LOC  PIC X(10)       VALUE SPACE.
013481     03  WS-AUD-AFT-REFS.
013482         05  WS-AUD-AFT-VEND PIC X(10)       VALUE SPACE.
013483         05  WS-AUD-AFT-LOC  PIC X(10)       VALUE SPACE.
013484*
013488 01  CHECKPOINT-WORK-AREA.
013500     03  WS-RUN-MODE         PIC X(04)       VALUE SPACES.
013600         88  WS-RUN-MODE-LOAD                VALUE 'LOAD'.
013981*    AND A RECORD THAT MATURED OVERNIGHT IS RE-HELD, NOT
013982*    SILENTLY LOST.
013983*
013990     03  WS-CKPT-DATE        PIC 9(08)       VALUE ZERO.
014000     03  WS-CKPT-INTERVAL    PIC S9(04)      COMP
014100                                             VALUE 100.
014200     03  WS-CKPT-SINCE       PIC S9(04)      COMP
014300                                             VALUE ZERO.
014400     03  WS-SKIP-CTR         PIC 9(08)       COMP
014500                                             VALUE ZERO.
014503*
014506*    ONE ROW PER BATCH ENVELOPE IN THE FILE, IN THE ORDER THEY
014509*    ARRIVED, FILLED IN AS EACH BATCH IS RECONCILED AND
014512*    PRINTED ON THE CONTROL-TOTALS PAGE. WS-BAT-OPEN IS ON
014515*    FROM A HEADER UNTIL ITS TRAILER CLOSES THE BATCH; A
014518*    DETAIL RECORD ARRIVING WHILE NO BATCH IS OPEN, AFTER THE
014521*    FIRST HEADER, IS OUTSIDE EVERY ENVELOPE AND PUTS THE RUN
014524*    OUT OF BALANCE. THE FIRST BATCH IN THE FILE IS THE ONE
014527*    THE DOUBLE-POST CHECK TESTS AND THE ONE REMEMBERED AS THE
014530*    MASTER'S LAST BATCH, SO A RERUN OF THE WHOLE FILE IS
014533*    STILL REFUSED BEFORE ANY BATCH IN IT IS APPLIED.
014536*
014539 01  BATCH-LIST-AREA.
014542     03  WS-FIRST-BATCH      PIC 9(06)       VALUE ZERO.
014545     03  WS-BAT-OPEN-SW      PIC X(01)       VALUE 'N'.
014548         88  WS-BAT-OPEN                     VALUE 'Y'.
014551     03  WS-BAT-CNT          PIC S9(04)      COMP
014554                                             VALUE ZERO.
014557     03  WS-BAT-LIM          PIC S9(04)      COMP
014560                                             VALUE 10.
014563     03  WS-BX               PIC S9(04)      COMP
014566                                             VALUE ZERO.
014569     03  WS-BAT-ENTRY        OCCURS 10 TIMES.
014572         05  WS-BL-BATCH-NO  PIC 9(06).
014575         05  WS-BL-TRL-CNT   PIC 9(08)       COMP.
014578         05  WS-BL-READ-CNT  PIC 9(08)       COMP.
014581         05  WS-BL-TRL-HASH  PIC 9(09)       COMP.
014584         05  WS-BL-CMP-HASH  PIC 9(09)       COMP.
014600*
014700*    SELECTS THE ORDER THE PRNT STEP LISTS TABLE-AREA IN: ASCENDING
014800*    (THE ORIGINAL IN-ORDER WALK), DESCENDING (THE MIRROR IMAGE OF
016304*    PURGE COUNTS FOR THE REGISTER AND CONTROL TOTALS.
016305*
016306 01  PURGE-WORK-AREA.
016307     03  WS-PURGE-CUTOFF     PIC 9(08)       VALUE ZERO.
016308     03  WS-PUR-CTR          PIC 9(08)       COMP
016309                                             VALUE ZERO.
016310     03  WS-PUR-TAB-CTR      PIC S9(04)      COMP
016353         05  WS-TAB-LIVE     PIC S9(04)      COMP.
016354         05  WS-TAB-FREE     PIC S9(04)      COMP.
016355*
016356*    THE ORIGINATOR AUTHORIZATION TABLE, LOADED FROM AUTHFILE AT
016357*    THE START OF A RUN THAT APPLIES TRANSACTIONS AND SEARCHED
016358*    FOR EVERY ONE. A MISSING FILE LEAVES IT EMPTY, SO NOTHING IS
016359*    AUTHORIZED AND EVERY TRANSACTION GOES TO SUSPENSE - THE LOAD
016360*    NEVER FALLS BACK TO TRUSTING ITS INPUT. WS-BAT-ORIG IS THE
016361*    ORIGINATOR ON THE OPEN BATCH'S HEADER.
016362*
016363 01  AUTH-CONTROL-AREA.
016364     03  WS-AUTH-STATUS      PIC X(02)       VALUE SPACE.
016365     03  WS-AUTH-EOF-SW      PIC X(01)       VALUE 'N'.
016366         88  WS-AUTH-EOF                     VALUE 'Y'.
016367     03  WS-AUTH-OK-SW       PIC X(01)       VALUE 'N'.
016368         88  WS-AUTH-OK                      VALUE 'Y'.
016369     03  WS-AUTH-LIM         PIC S9(04)      COMP
016370                                             VALUE 500.
016371     03  WS-AUTH-CNT         PIC S9(04)      COMP
016372                                             VALUE ZERO.
016373     03  WS-AX               PIC S9(04)      COMP
016374                                             VALUE ZERO.
016375     03  WS-AUTH-HITS        PIC S9(04)      COMP
016376                                             VALUE ZERO.
016377     03  WS-AUTH-REJ-CTR     PIC S9(04)      COMP
016378                                             VALUE ZERO.
016379     03  WS-BAT-ORIG         PIC X(08)       VALUE SPACE.
016380     03  WS-AUTH-ENTRY       OCCURS 500 TIMES.
016381         05  WS-AU-ORIG      PIC X(08).
016382         05  WS-AU-TABLE-ID  PIC X(03).
016383         05  WS-AU-CODES     PIC X(07).
016384         05  WS-AU-OVR       PIC X(01).
016385*
016386*    REFERENTIAL INTEGRITY BETWEEN THE TABLES. WS-VEND-TABLE AND
016387*    WS-LOC-TABLE NAME THE TABLE-IDS THAT HOLD THE VENDORS AND
016388*    THE LOCATIONS AN ENTRY'S TBL-VEND AND TBL-LOC POINT INTO.
016389*    WS-REF-KEY, WS-REF-TABLE-ID, AND WS-REF-FIELD ARE THE
016390*    ARGUMENTS FOR FIND-REF (IS THE KEY LIVE IN THAT TABLE) AND
016391*    FIND-REF-USE (DOES ANY LIVE ENTRY STILL NAME THE KEY);
016392*    WS-RS IS THE SLOT EITHER ONE STOPPED ON.
016393*
016394 01  REFERENCE-CONTROL-AREA.
016395     03  WS-VEND-TABLE       PIC X(03)       VALUE 'VND'.
016396     03  WS-LOC-TABLE        PIC X(03)       VALUE 'LOC'.
016397     03  WS-REF-OK-SW        PIC X(01)       VALUE 'Y'.
016398         88  WS-REFS-OK                      VALUE 'Y'.
016399     03  WS-REF-FOUND-SW     PIC X(01)       VALUE 'N'.
016400         88  WS-REF-FOUND                    VALUE 'Y'.
016401     03  WS-REF-KEY          PIC X(10)       VALUE SPACE.
016402     03  WS-REF-TABLE-ID     PIC X(03)       VALUE SPACE.
016403     03  WS-REF-FIELD        PIC X(01)       VALUE SPACE.
016404         88  WS-REF-FIELD-VEND               VALUE 'V'.
016405         88  WS-REF-FIELD-LOC                VALUE 'L'.
016406     03  WS-RTX              PIC S9(04)      COMP
016407                                             VALUE ZERO.
016408     03  WS-RS               PIC S9(04)      COMP
016409                                             VALUE ZERO.
016410     03  WS-REF-REJ-CTR      PIC S9(04)      COMP
016411                                             VALUE ZERO.
016412*
016413*    THE STATUS REFERENCE TABLE, LOADED FROM STATFILE AT THE
016414*    START OF EVERY RUN BUT A PURG (THE LISTING PRINTS THE
016415*    DESCRIPTIONS) AND SEARCHED BY FIND-STAT. A TABLE IS UNDER
016416*    STATUS CONTROL WHEN THE FILE DEFINES ANY CODE FOR IT OR FOR
016417*    '***'; A TABLE THAT IS NOT - THE VENDOR AND LOCATION TABLES,
016418*    AS A RULE - TAKES ANY STATUS, AS BEFORE. A MISSING FILE
016419*    LEAVES EVERY TABLE UNCONTROLLED: THE RULES GUARD THE DATA,
016420*    NOT WHO MAY TOUCH IT, SO A NIGHT'S LOAD IS NOT STOPPED FOR
016421*    WANT OF THEM - BUT THE RUN SAYS SO ON THE JOB LOG.
016422*    WS-SR-HIT IS THE ENTRY FIND-STAT STOPPED ON, ZERO WHEN THE
016423*    CODE IS NOT DEFINED FOR THE TABLE.
016424*
016425 01  STATUS-CONTROL-AREA.
016426     03  WS-SR-STATUS        PIC X(02)       VALUE SPACE.
016427     03  WS-SR-EOF-SW        PIC X(01)       VALUE 'N'.
016428         88  WS-SR-EOF                       VALUE 'Y'.
016429     03  WS-SR-OK-SW         PIC X(01)       VALUE 'Y'.
016430         88  WS-SR-OK                        VALUE 'Y'.
016431     03  WS-SR-CTL-SW        PIC X(01)       VALUE 'N'.
016432         88  WS-SR-CONTROLLED                VALUE 'Y'.
016433     03  WS-SR-OVR-SW        PIC X(01)       VALUE 'N'.
016434         88  WS-SR-OVERRIDE                  VALUE 'Y'.
016435     03  WS-SR-LIM           PIC S9(04)      COMP
016436                                             VALUE 200.
016437     03  WS-SR-CNT           PIC S9(04)      COMP
016438                                             VALUE ZERO.
016439     03  WS-SRX              PIC S9(04)      COMP
016440                                             VALUE ZERO.
016441     03  WS-SR-HIT           PIC S9(04)      COMP
016442                                             VALUE ZERO.
016443     03  WS-SR-HITS          PIC S9(04)      COMP
016444                                             VALUE ZERO.
016445     03  WS-SR-REJ-CTR       PIC S9(04)      COMP
016446                                             VALUE ZERO.
016447     03  WS-SR-OVR-CTR       PIC S9(04)      COMP
016448                                             VALUE ZERO.
016449     03  WS-SR-ARG-ID        PIC X(03)       VALUE SPACE.
016450     03  WS-SR-ARG-CODE      PIC X(01)       VALUE SPACE.
016451     03  WS-SR-OLD-STAT      PIC X(01)       VALUE SPACE.
016452     03  WS-SR-ENTRY         OCCURS 200 TIMES.
016453         05  WS-SR-TABLE-ID  PIC X(03).
016454         05  WS-SR-CODE      PIC X(01).
016455         05  WS-SR-DESC      PIC X(20).
016456         05  WS-SR-RCPT      PIC X(01).
016457         05  WS-SR-ISS       PIC X(01).
016458         05  WS-SR-DEL       PIC X(01).
016459         05  WS-SR-CHG-TO    PIC X(10).
016460*
016461*    FIELDS USED TO KEEP THE TREE HEIGHT-BALANCED (AVL STYLE) AS
016500*    ENTRIES ARE ADDED, SO A SORTED LOAD DOES NOT DEGRADE THE TREE
016600*    INTO A LINKED LIST.
016700*
020700     03  WS-RPT-LINE-MAX     PIC S9(04)      COMP
020800                                             VALUE 55.
020900     03  WS-RUN-DATE.
020950         05  WS-RUN-CC       PIC 9(02).
021000         05  WS-RUN-YY       PIC 9(02).
021100         05  WS-RUN-MM       PIC 9(02).
021200         05  WS-RUN-DD       PIC 9(02).
021500         05  FILLER          PIC X(01)       VALUE '/'.
021600         05  WS-RDD-DD       PIC 9(02).
021700         05  FILLER          PIC X(01)       VALUE '/'.
021750         05  WS-RDD-CC       PIC 9(02).
021800         05  WS-RDD-YY       PIC 9(02).
021810     03  WS-LM-DATE.
021815         05  WS-LM-CC        PIC 9(02).
021820         05  WS-LM-YY        PIC 9(02).
021830         05  WS-LM-MM        PIC 9(02).
021840         05  WS-LM-DD        PIC 9(02).
022200     03  FILLER              PIC X(24)       VALUE
022300             'BINTREE TABLE LISTING'.
022400     03  FILLER              PIC X(10)       VALUE 'RUN DATE: '.
022500     03  HDR1-DATE           PIC X(10).
022510     03  FILLER              PIC X(03)       VALUE SPACES.
022520     03  FILLER              PIC X(07)       VALUE 'TABLE: '.
022530     03  HDR1-TABLE-ID       PIC X(03).
023430     03  FILLER              PIC X(03)       VALUE SPACES.
023440     03  FILLER              PIC X(04)       VALUE 'ST'.
023450     03  FILLER              PIC X(10)       VALUE 'LAST MAINT'.
023460     03  FILLER              PIC X(03)       VALUE SPACES.
023470     03  FILLER              PIC X(18)       VALUE
023480             'STATUS DESCRIPTION'.
023500*
023600 01  WS-HDR-LINE-3.
023700     03  FILLER              PIC X(05)       VALUE SPACES.
023800     03  FILLER              PIC X(97)       VALUE ALL '-'.
023900*
024000 01  WS-DTL-LINE.
024100     03  FILLER              PIC X(05)       VALUE SPACES.
024491         05  FILLER          PIC X(01)       VALUE '/'.
024492         05  DTL-LM-DD       PIC 9(02).
024493         05  FILLER          PIC X(01)       VALUE '/'.
024494         05  DTL-LM-CC       PIC 9(02).
024495         05  DTL-LM-YY       PIC 9(02).
024496     03  FILLER              PIC X(03)       VALUE SPACES.
024498     03  DTL-STAT-DESC       PIC X(20).
024500*
024600 01  WS-TRL-LINE.
024700     03  FILLER              PIC X(05)       VALUE SPACES.
025152     03  FILLER              PIC X(24)       VALUE
025153             'BINTREE CONTROL TOTALS'.
025154     03  FILLER              PIC X(10)       VALUE 'RUN DATE: '.
025155     03  CTL-HDR-DATE        PIC X(10).
025156*
025160 01  WS-CTL-LINE.
025161     03  FILLER              PIC X(05)       VALUE SPACES.
025191     03  FILLER              PIC X(36)       VALUE
025192             'BINTREE QUANTITY MOVEMENTS REGISTER'.
025193     03  FILLER              PIC X(10)       VALUE 'RUN DATE: '.
025194     03  MOV-HDR-DATE        PIC X(10).
025195     03  FILLER              PIC X(03)       VALUE SPACES.
025196     03  FILLER              PIC X(05)       VALUE 'PAGE '.
025197     03  MOV-HDR-PAGE-NO     PIC ZZZ9.
025225     03  FILLER              PIC X(31)       VALUE
025226             'BINTREE DORMANT PURGE REGISTER'.
025227     03  FILLER              PIC X(10)       VALUE 'CUTOFF:   '.
025228     03  PUR-HDR-CUTOFF      PIC X(08).
025229     03  FILLER              PIC X(05)       VALUE SPACES.
025230     03  FILLER              PIC X(05)       VALUE 'PAGE '.
025231     03  PUR-HDR-PAGE-NO     PIC ZZZ9.
025249     03  FILLER              PIC X(02)       VALUE SPACES.
025250     03  PUR-QTY             PIC ZZZZ9.
025251     03  FILLER              PIC X(03)       VALUE SPACES.
025252     03  PUR-LMDATE          PIC 9(08).
025253*
025254 01  WS-PUR-TOT-LINE.
025255     03  FILLER              PIC X(05)       VALUE SPACES.
025306     03  FILLER              PIC X(26)       VALUE
025308             'BINTREE TABLE STATISTICS'.
025310     03  FILLER              PIC X(10)       VALUE 'RUN DATE: '.
025312     03  STAT-HDR-DATE       PIC X(10).
025314*
025316 01  WS-STAT-TAB-HDR.
025318     03  FILLER              PIC X(05)       VALUE SPACES.
025910         05  FILLER          PIC  X(30)               VALUE SPACE.
025920         05  FILLER          PIC  9(05)               VALUE ZERO.
025930         05  FILLER          PIC  X(01)               VALUE SPACE.
025940         05  FILLER          PIC  9(08)               VALUE ZERO.
025950         05  FILLER          PIC  X(03)               VALUE SPACE.
025960         05  FILLER          PIC  X(10)               VALUE SPACE.
025970         05  FILLER          PIC  X(10)               VALUE SPACE.
026000     03  TABLE-AREA.
026100         05  TABLE-ENTRY     OCCURS 3000 TIMES.
026200             07  TBL-LL      PIC S9(04)      COMP-3.
026610             07  TBL-DESC    PIC  X(30).
026620             07  TBL-QTY     PIC  9(05).
026630             07  TBL-STATUS  PIC  X(01).
026640             07  TBL-LMDATE  PIC  9(08).
026650             07  TBL-TABID   PIC  X(03).
026660             07  TBL-VEND    PIC  X(10).
026670             07  TBL-LOC     PIC  X(10).
026700*
026800*
026900 LINKAGE SECTION.
027400*    THIRD SELECTING A SINGLE TABLE-ID TO LIST, e.g.
027410*    PARM='PRNT DSC ITM'. A BLANK OR 'ALL' THIRD WORD LISTS
027420*    EVERY TABLE WITH A PAGE BREAK BETWEEN THEM. A PURG PARM
027430*    CARRIES THE CUTOFF DATE (CCYYMMDD) AS ITS SECOND WORD
027440*    INSTEAD, e.g. PARM='PURG 20251231' - ENTRIES LAST
027450*    MAINTAINED BEFORE THE CUTOFF ARE DELETED.
027500*
027600 01  LK-PARM.
028001*    THE TRAVERSAL WORDS ARE THREE CHARACTERS, SO THE X(04)
028002*    TRAV FIELD ALREADY TAKES IN THE SPACE THAT SEPARATES THE
028003*    SECOND AND THIRD WORDS - THE TABLE-ID FOLLOWS DIRECTLY.
028004*    A PURG PARM READS THE EIGHT BYTES AFTER THE MODE AS THE
028005*    CUTOFF DATE THROUGH THE REDEFINES INSTEAD.
028006*
028007     03  LK-PARM-REST.
028010         05  LK-PARM-TRAV    PIC X(04).
028020         05  LK-PARM-TBL     PIC X(03).
028025         05  FILLER          PIC X(01).
028030     03  LK-PARM-CUTOFF REDEFINES LK-PARM-REST
028040                             PIC X(08).
028100*
028200 PROCEDURE DIVISION USING LK-PARM.
028300*
028400 0000-START.
028425     ACCEPT WS-RH-START-DATE FROM DATE YYYYMMDD.
028450     ACCEPT WS-RH-START-TIME FROM TIME.
028500     OPEN OUTPUT PRNTFILE.
028600     OPEN INPUT  TABLE-IN.
028601     OPEN INPUT  PENDOLD.
029200     IF  LK-PARM-LEN > ZERO
029300         MOVE LK-PARM-MODE   TO WS-RUN-MODE.
029310     IF  WS-RUN-MODE-PURG
029320         IF  LK-PARM-LEN < 13 OR LK-PARM-CUTOFF NOT NUMERIC
029330             GO TO PURGE-PARM-ERROR
029370         ELSE
029380             MOVE LK-PARM-CUTOFF TO WS-PURGE-CUTOFF.
029520         MOVE LK-PARM-TBL    TO WS-SEL-TABLE-ID
029530         MOVE 'N'            TO WS-SEL-ALL-SW.
029540     PERFORM INIT-TAB-CTL THRU INIT-TAB-CTL-EXIT.
029550     IF  NOT WS-RUN-MODE-PRNT AND NOT WS-RUN-MODE-PURG
029560         PERFORM LOAD-AUTH THRU LOAD-AUTH-EXIT.
029570     IF  NOT WS-RUN-MODE-PURG
029580         PERFORM LOAD-STAT THRU LOAD-STAT-EXIT.
029600*
029700     ACCEPT WS-RUN-DATE      FROM DATE YYYYMMDD.
029800     MOVE WS-RUN-MM          TO WS-RDD-MM.
029900     MOVE WS-RUN-DD          TO WS-RDD-DD.
029950     MOVE WS-RUN-CC          TO WS-RDD-CC.
030000     MOVE WS-RUN-YY          TO WS-RDD-YY.
030100     MOVE WS-RUN-DATE-DISP   TO HDR1-DATE.
030200*
032779     CLOSE RESPFILE.
032780     CLOSE PRNTFILE.
032781     CLOSE TABLE-IN.
032786     PERFORM WRITE-RUN-HIST THRU WRITE-RUN-HIST-EXIT.
032790     STOP RUN.
032800*
032900*    FOR THE LOAD STEP AND A STANDALONE (BLANK PARM) RUN, CONTROL
033000*    FALLS THROUGH TO ACCEPT-INPUT ABOVE, WHICH READS AND
035430     MOVE MSTR-STATUS        TO TBL-STATUS (MSTR-SEQ).
035440     MOVE MSTR-LMDATE        TO TBL-LMDATE (MSTR-SEQ).
035450     MOVE MSTR-TABLE-ID      TO TBL-TABID (MSTR-SEQ).
035460     MOVE MSTR-VEND-KEY      TO TBL-VEND (MSTR-SEQ).
035470     MOVE MSTR-LOC-KEY       TO TBL-LOC (MSTR-SEQ).
035500     MOVE MSTR-HGT           TO TBL-HGT  (MSTR-SEQ).
035600     ADD 1                   TO AVAIL.
035700     GO TO LOAD-MASTER-READ.
037410*
037420 SKIP-ENVELOPE.
037430     IF  WS-TRN-HDR AND WS-BH-BATCH-NO NUMERIC
037440         PERFORM BATCH-RECONCILE THRU BATCH-RECONCILE-EXIT
037450         PERFORM OPEN-BATCH THRU OPEN-BATCH-EXIT.
037460     IF  WS-TRN-TRL
037470         PERFORM TAKE-TRAILER THRU TAKE-TRAILER-EXIT.
037480 SKIP-ENVELOPE-EXIT.
038600     IF  WS-READ-EOF
038700         MOVE ZERO           TO WS-CKPT-COUNT
038800         MOVE ZERO           TO WS-CKPT-SINCE
038810         PERFORM BATCH-FINISH THRU BATCH-FINISH-EXIT
038900         GO TO END-JOB.
038910     ADD 1                   TO WS-REC-SEQ.
038911*
040610         MOVE 'BLANKNEW'     TO REJ-REASON
040620         PERFORM WRITE-REJECT THRU WRITE-REJECT-EXIT
040700         GO TO ACCEPT-DONE.
040701*
040702*    THE ORIGINATOR MUST BE AUTHORIZED FOR THIS CODE ON THIS
040703*    TABLE. CHECK-AUTH SENDS THE RECORD TO SUSPENSE IF NOT.
040704*
040705     PERFORM CHECK-AUTH THRU CHECK-AUTH-EXIT.
040706     IF  NOT WS-AUTH-OK
040707         GO TO ACCEPT-DONE.
040710*
040720*    EVERY TRANSACTION NAMES ITS TABLE (BLANK = THE DEFAULT
040730*    TABLE). SWITCH THE ACTIVE TREE BEFORE DISPATCHING; A NEW ID
040784         MOVE 'BADTABLE'     TO REJ-REASON
040785         PERFORM WRITE-REJECT THRU WRITE-REJECT-EXIT
040786         GO TO ACCEPT-DONE.
040787*
040788*    AN ADD OR CHANGE MAY ONLY NAME A LIVE VENDOR AND LOCATION,
040789*    AND A VENDOR OR LOCATION STILL NAMED BY AN ENTRY MAY NOT BE
040790*    DELETED OR RE-KEYED. CHECK-REFS SENDS THE RECORD TO
040791*    SUSPENSE ITSELF.
040792*
040793     PERFORM CHECK-REFS THRU CHECK-REFS-EXIT.
040794     IF  NOT WS-REFS-OK
040795         GO TO ACCEPT-DONE.
040796*
040797*    THE STATUS LIFECYCLE RULES - A VALID STATUS ON AN ADD OR
040798*    CHANGE, AND ONLY WHAT THE ITEM'S PRESENT STATUS PERMITS.
040799*    CHECK-STATUS SENDS THE RECORD TO SUSPENSE ITSELF.
040800*
040801     PERFORM CHECK-STATUS THRU CHECK-STATUS-EXIT.
040802     IF  NOT WS-SR-OK
040803         GO TO ACCEPT-DONE.
040804*
040900     IF  WS-TRN-DEL
040910         ADD 1               TO WS-DEL-CTR
041000         MOVE WS-TRN-KEY     TO WS-FIND
042399         PERFORM MOVE-QTY-TRN THRU MOVE-QTY-TRN-EXIT
042432         GO TO ACCEPT-DONE.
042465*
042472*    A CHANGE IS LOGGED AS A CHGDEL OF THE OLD KEY AND A CHGINS
042479*    OF THE NEW ONE, SO THE LOG TELLS A RESTATEMENT OR RE-KEY
042486*    FROM A DELETE AND AN ADD THAT HAPPEN TO FALL TOGETHER.
042493*
042500     IF  WS-TRN-CHG
042600         MOVE WS-TRN-KEY     TO WS-FIND
042700         PERFORM DELETE-TRN THRU DELETE-TRN-EXIT
042800         MOVE 'CHGDEL'       TO AUD-TRANS-CODE
042900         MOVE WS-FIND        TO AUD-KEY
043000         PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT
043100         MOVE WS-TRN-NEW-KEY TO WS-ENTRY
055066     MOVE WS-TRN-STATUS      TO TBL-STATUS (WS-NEWSLOT).
055067     MOVE WS-RUN-DATE        TO TBL-LMDATE (WS-NEWSLOT).
055068     MOVE WS-TAB-ID (WS-ACT-TAB) TO TBL-TABID (WS-NEWSLOT).
055069     MOVE WS-TRN-VEND-KEY    TO TBL-VEND (WS-NEWSLOT).
055070     MOVE WS-TRN-LOC-KEY     TO TBL-LOC (WS-NEWSLOT).
055071 MOVE-ATTRIBUTES-EXIT.
055072     EXIT.
055073*
055074*    BOOK A COMPLETED INSERT: LOG IT ON THE AUDIT TRAIL (ONLY
055075*    NOW, SO A REJECTED OR DUPLICATE ENTRY NEVER SHOWS AS AN
055076*    INSERT) AND COUNT IT UNDER THE TRANSACTION THAT DROVE IT -
055077*    A CHANGE'S RE-INSERT BELONGS TO THE CHANGE COUNT, NOT THE
055078*    ADD COUNT - SO THE CONTROL TOTALS CHARGE EACH INPUT RECORD
055079*    TO EXACTLY ONE BUCKET.
055080*
055081 POST-INSERT.
055082     IF  WS-TRN-CHG
055083         MOVE 'CHGINS'       TO AUD-TRANS-CODE
055084     ELSE
055085         MOVE 'INSERT'       TO AUD-TRANS-CODE.
055086     MOVE WS-ENTRY           TO AUD-KEY.
055087     MOVE TBL-DESC (WS-NEWSLOT)   TO WS-AUD-AFT-DESC.
055088     MOVE TBL-QTY (WS-NEWSLOT)    TO WS-AUD-AFT-QTY.
055089     MOVE TBL-STATUS (WS-NEWSLOT) TO WS-AUD-AFT-STAT.
055090     MOVE TBL-LMDATE (WS-NEWSLOT) TO WS-AUD-AFT-LMDT.
055091     MOVE TBL-VEND (WS-NEWSLOT)   TO WS-AUD-AFT-VEND.
055092     MOVE TBL-LOC (WS-NEWSLOT)    TO WS-AUD-AFT-LOC.
055093     PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
055094     IF  WS-TRN-CHG
055095         ADD 1               TO WS-CHG-CTR
055096     ELSE
055097         ADD 1               TO WS-ADD-CTR.
055098 POST-INSERT-EXIT.
055099     EXIT.
055100*
055200*    RECOMPUTE THE HEIGHT OF WS-NODE AND ROTATE IT IF ITS LEFT AND
055300*    RIGHT SUBTREES HAVE COME TO DIFFER BY MORE THAN ONE LEVEL.
073500 PRINT-HEADERS-EXIT.
073600     EXIT.
073610*
073613*    FORMAT THE DETAIL COLUMNS FOR THE NODE AT SS. SHARED BY THE
073616*    ASCENDING, DESCENDING, AND LEVEL-ORDER WALKS SO ALL THREE
073619*    LISTINGS SHOW THE SAME ITEM ATTRIBUTES.
073622*
073625 BUILD-DETAIL.
073628     MOVE TBL-ITEM (SS)      TO DTL-ITEM.
073631     MOVE TBL-DESC (SS)      TO DTL-DESC.
073634     MOVE TBL-QTY (SS)       TO DTL-QTY.
073637     MOVE TBL-STATUS (SS)    TO DTL-STATUS.
073640     MOVE TBL-LMDATE (SS)    TO WS-LM-DATE.
073643     MOVE WS-LM-MM           TO DTL-LM-MM.
073646     MOVE WS-LM-DD           TO DTL-LM-DD.
073649     MOVE WS-LM-CC           TO DTL-LM-CC.
073652     MOVE WS-LM-YY           TO DTL-LM-YY.
073655     MOVE SPACES             TO DTL-STAT-DESC.
073658     MOVE TBL-TABID (SS)     TO WS-SR-ARG-ID.
073661     MOVE TBL-STATUS (SS)    TO WS-SR-ARG-CODE.
073664     PERFORM FIND-STAT THRU FIND-STAT-EXIT.
073667     IF  WS-SR-HIT NOT = ZERO
073670         MOVE WS-SR-DESC (WS-SR-HIT) TO DTL-STAT-DESC
073673     ELSE
073676         PERFORM FIND-STAT-TABLE THRU FIND-STAT-TABLE-EXIT
073679         IF  WS-SR-CONTROLLED
073682             MOVE '** NOT DEFINED **' TO DTL-STAT-DESC.
073685 BUILD-DETAIL-EXIT.
073688     EXIT.
073700*
073800*    PRINT THE REPORT TRAILER SHOWING HOW MANY ITEMS WERE LISTED.
073900*
081610 PURGE-ONE-ENTRY.
081611     MOVE 'A'                TO HIST-CODE.
081612     MOVE TBL-ITEM (SS)      TO HIST-KEY.
081613     MOVE SPACES             TO HIST-NEW-KEY, HIST-ORIG.
081614     MOVE TBL-DESC (SS)      TO HIST-DESC.
081615     MOVE TBL-QTY (SS)       TO HIST-QTY.
081616     MOVE TBL-STATUS (SS)    TO HIST-STATUS.
081617     MOVE TBL-TABID (SS)     TO HIST-TABLE-ID.
081618     MOVE TBL-VEND (SS)      TO HIST-VEND-KEY.
081619     MOVE TBL-LOC (SS)       TO HIST-LOC-KEY.
081620     MOVE ZERO               TO HIST-EFF-DATE.
081621     WRITE HIST-REC.
081622     PERFORM PRINT-PUR-LINE THRU PRINT-PUR-LINE-EXIT.
081623     ADD 1                   TO WS-PUR-CNT.
081624     MOVE TBL-ITEM (SS)      TO WS-PUR-KEY (WS-PUR-CNT).
081625     ADD 1                   TO WS-PUR-CTR.
081626 PURGE-ONE-EXIT.
081627     EXIT.
081628*
081629 PURGE-DELETE.
081630     MOVE 1                  TO WS-PUX.
081631 PURGE-DELETE-STEP.
081632     IF  WS-PUX > WS-PUR-CNT
081633         GO TO PURGE-DELETE-EXIT.
081634     MOVE WS-PUR-KEY (WS-PUX) TO WS-FIND.
081635     PERFORM DELETE-TRN THRU DELETE-TRN-EXIT.
081636     MOVE 'PURGE'            TO AUD-TRANS-CODE.
081637     MOVE WS-FIND            TO AUD-KEY.
081638     PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
081639     ADD 1                   TO WS-PUX.
081640     GO TO PURGE-DELETE-STEP.
081641 PURGE-DELETE-EXIT.
081642     EXIT.
081643*
081644 PRINT-PUR-LINE.
081645     IF  WS-LINE-NO = ZERO OR WS-LINE-NO >= WS-RPT-LINE-MAX
081646         PERFORM PRINT-PUR-HEADERS THRU PRINT-PUR-HDRS-EXIT.
081647     MOVE TBL-TABID (SS)     TO PUR-TABID.
081648     MOVE TBL-ITEM (SS)      TO PUR-KEY.
081649     MOVE TBL-DESC (SS)      TO PUR-DESC.
081650     MOVE TBL-QTY (SS)       TO PUR-QTY.
081651     MOVE TBL-LMDATE (SS)    TO PUR-LMDATE.
081652     MOVE WS-PUR-DTL-LINE    TO PRT-REC.
081653     WRITE PRT-REC AFTER ADVANCING 1 LINE.
081654     ADD 1                   TO WS-LINE-NO.
081655 PRINT-PUR-LINE-EXIT.
081656     EXIT.
081657*
081658 PRINT-PUR-HEADERS.
081659     ADD 1                   TO WS-PAGE-NO.
081660     MOVE WS-PAGE-NO         TO PUR-HDR-PAGE-NO.
081661     MOVE WS-PUR-HDR-LINE-1  TO PRT-REC.
081662     WRITE PRT-REC AFTER ADVANCING PAGE.
081663     MOVE WS-PUR-HDR-LINE-2  TO PRT-REC.
081664     WRITE PRT-REC AFTER ADVANCING 2 LINES.
081665     MOVE WS-HDR-LINE-3      TO PRT-REC.
081666     WRITE PRT-REC AFTER ADVANCING 1 LINE.
081667     MOVE SPACES             TO PRT-REC.
081668     WRITE PRT-REC AFTER ADVANCING 1 LINE.
081669     MOVE ZERO               TO WS-LINE-NO.
081670 PRINT-PUR-HDRS-EXIT.
081671     EXIT.
081684*
081700*    SEARCH THE TABLE FOR WS-FIND (SET BY ACCEPT-INPUT'S 'I'
081800*    DISPATCH). A CALLABLE SUBROUTINE, NOT A GOTO CHAIN, SINCE
088990     MOVE TBL-QTY (SS)       TO WS-AUD-BEF-QTY.
088991     MOVE TBL-STATUS (SS)    TO WS-AUD-BEF-STAT.
088992     MOVE TBL-LMDATE (SS)    TO WS-AUD-BEF-LMDT.
088994     MOVE TBL-VEND (SS)      TO WS-AUD-BEF-VEND.
088996     MOVE TBL-LOC (SS)       TO WS-AUD-BEF-LOC.
089000     PERFORM UNLINK-NODE THRU UNLINK-NODE-EXIT.
089100     PERFORM REBALANCE-PATH THRU REBALANCE-PATH-EXIT.
089200     DISPLAY 'DELETED ' WS-FIND.
093230     MOVE TBL-STATUS (WS-SUCC)   TO TBL-STATUS (WS-NODE).
093240     MOVE TBL-LMDATE (WS-SUCC)   TO TBL-LMDATE (WS-NODE).
093250     MOVE TBL-TABID (WS-SUCC)    TO TBL-TABID (WS-NODE).
093260     MOVE TBL-VEND (WS-SUCC)     TO TBL-VEND (WS-NODE).
093270     MOVE TBL-LOC (WS-SUCC)      TO TBL-LOC (WS-NODE).
093300     MOVE WS-PATH (SS3)          TO WS-PARENT.
093400     MOVE WS-SUCC                TO SS.
093500     MOVE TBL-RL (WS-SUCC)       TO WS-RNODE.
096100     SUBTRACT 1                  FROM WS-LIVE-CTR.
096200 FREE-SLOT-EXIT.
096300     EXIT.
096301*
096302*    CLOSE THE OPEN BATCH AND PROVE IT AGAINST ITS TRAILER. A
096303*    SHORT OR DAMAGED TRANSMISSION ENDS THE RUN WITH RETURN
096304*    CODE 10 AND MAY BE RERUN ONCE THE FILE IS MADE WHOLE.
096305*
096306 BATCH-RECONCILE.
096307     IF  NOT WS-BAT-OPEN
096308         GO TO BATCH-RECONCILE-EXIT.
096309     MOVE 'N'                TO WS-BAT-OPEN-SW.
096310     PERFORM STORE-BATCH THRU STORE-BATCH-EXIT.
096311     IF  NOT WS-BAT-TRL-SEEN
096312         MOVE 'Y'            TO WS-BAT-OOB-SW
096313         DISPLAY 'BATCH ' WS-CUR-BATCH ' TRAILER MISSING - '
096314             'BATCH NOT PROVED'
096315         GO TO BATCH-RECONCILE-EXIT.
096316     IF  WS-BT-CNT-SAVE NOT = WS-BAT-REC-CTR
096317         MOVE 'Y'            TO WS-BAT-OOB-SW
096318         DISPLAY 'BATCH ' WS-CUR-BATCH ' RECORD COUNT '
096319             'DISAGREES WITH TRAILER'.
096320     IF  WS-BT-HASH-SAVE NOT = WS-BAT-QTY-HASH
096321         MOVE 'Y'            TO WS-BAT-OOB-SW
096322         DISPLAY 'BATCH ' WS-CUR-BATCH ' QUANTITY HASH '
096323             'DISAGREES WITH TRAILER'.
096324 BATCH-RECONCILE-EXIT.
096325     EXIT.
096326*
096327*    OPEN A NEW BATCH ON THE HEADER JUST READ: ITS NUMBER
096328*    BECOMES THE CURRENT BATCH AND ITS COUNTS START FROM ZERO.
096329*    THE FIRST HEADER IN THE FILE IS ALSO KEPT AS THE FILE'S
096330*    OWN BATCH NUMBER FOR THE DOUBLE-POST CHECK.
096331*
096332 OPEN-BATCH.
096333     MOVE WS-BH-BATCH-NO     TO WS-CUR-BATCH.
096334     MOVE 'Y'                TO WS-BAT-HDR-SW.
096335     MOVE 'Y'                TO WS-BAT-OPEN-SW.
096336     MOVE 'N'                TO WS-BAT-TRL-SW.
096337     MOVE ZERO               TO WS-BAT-REC-CTR, WS-BAT-QTY-HASH,
096338                                WS-BT-CNT-SAVE, WS-BT-HASH-SAVE.
096339     ADD 1                   TO WS-BAT-CNT.
096344     MOVE WS-BH-ORIG         TO WS-BAT-ORIG.
096350     IF  WS-BAT-CNT = 1
096351         MOVE WS-CUR-BATCH   TO WS-FIRST-BATCH.
096352 OPEN-BATCH-EXIT.
096353     EXIT.
096354*
096355*    KEEP THE CLOSING BATCH'S FIGURES FOR THE CONTROL-TOTALS
096356*    PAGE. A FILE WITH MORE BATCHES THAN THE LIST HOLDS STILL
096357*    RECONCILES EVERY ONE - ONLY THE PRINTED LIST STOPS SHORT.
096358*
096359 STORE-BATCH.
096360     IF  WS-BAT-CNT > WS-BAT-LIM
096361         GO TO STORE-BATCH-EXIT.
096362     MOVE WS-CUR-BATCH       TO WS-BL-BATCH-NO (WS-BAT-CNT).
096363     MOVE WS-BT-CNT-SAVE     TO WS-BL-TRL-CNT  (WS-BAT-CNT).
096364     MOVE WS-BAT-REC-CTR     TO WS-BL-READ-CNT (WS-BAT-CNT).
096365     MOVE WS-BT-HASH-SAVE    TO WS-BL-TRL-HASH (WS-BAT-CNT).
096366     MOVE WS-BAT-QTY-HASH    TO WS-BL-CMP-HASH (WS-BAT-CNT).
096367 STORE-BATCH-EXIT.
096368     EXIT.
096369*
096370*    END OF FILE: CLOSE WHATEVER BATCH IS STILL OPEN (ITS
096371*    TRAILER NEVER CAME), THEN - ONLY IF EVERY BATCH IN THE FILE
096372*    PROVED CLEAN - REMEMBER THE FILE'S FIRST BATCH AS THE
096373*    MASTER'S LAST POSTED BATCH. A FILE WITH NO HEADER HAS
096374*    NOTHING TO RECONCILE.
096375*
096376 BATCH-FINISH.
096377     PERFORM BATCH-RECONCILE THRU BATCH-RECONCILE-EXIT.
096378     IF  WS-BAT-HDR-SEEN
096379         AND NOT WS-BAT-OUT-OF-BAL
096380         MOVE WS-FIRST-BATCH TO WS-LAST-BATCH.
096381 BATCH-FINISH-EXIT.
096382     EXIT.
096400*
096401*    LOAD THE AUTHORIZATION FILE INTO THE TABLE. A MISSING FILE
096402*    IS NOT FATAL BUT IS LOUD: THE TABLE STAYS EMPTY AND EVERY
096403*    TRANSACTION IS REJECTED AS NOT AUTHORIZED. RECORDS PAST THE
096404*    TABLE LIMIT ARE DROPPED WITH A WARNING - THEIR ORIGINATORS
096405*    ARE REFUSED, NEVER WAVED THROUGH.
096406*
096407 LOAD-AUTH.
096408     OPEN INPUT AUTHFILE.
096409     IF  WS-AUTH-STATUS = '35'
096410         DISPLAY 'AUTHORIZATION FILE MISSING - EVERY TRANSACTION '
096411             'WILL BE REJECTED'
096412         GO TO LOAD-AUTH-EXIT.
096413 LOAD-AUTH-READ.
096414     READ AUTHFILE
096415         AT END
096416             MOVE 'Y'        TO WS-AUTH-EOF-SW.
096417     IF  WS-AUTH-EOF
096418         GO TO LOAD-AUTH-CLOSE.
096419     IF  AUTH-ORIG = SPACES
096420         GO TO LOAD-AUTH-READ.
096421     IF  WS-AUTH-CNT >= WS-AUTH-LIM
096422         DISPLAY 'AUTHORIZATION TABLE FULL - ' AUTH-ORIG ' '
096423             AUTH-TABLE-ID ' IGNORED'
096424         GO TO LOAD-AUTH-READ.
096425     ADD 1                   TO WS-AUTH-CNT.
096426     MOVE AUTH-ORIG          TO WS-AU-ORIG (WS-AUTH-CNT).
096427     MOVE AUTH-TABLE-ID      TO WS-AU-TABLE-ID (WS-AUTH-CNT).
096428     MOVE AUTH-CODES         TO WS-AU-CODES (WS-AUTH-CNT).
096429     MOVE AUTH-OVERRIDE      TO WS-AU-OVR (WS-AUTH-CNT).
096430     GO TO LOAD-AUTH-READ.
096431 LOAD-AUTH-CLOSE.
096432     CLOSE AUTHFILE.
096433     IF  WS-AUTH-CNT = ZERO
096434         DISPLAY 'AUTHORIZATION FILE EMPTY - EVERY TRANSACTION '
096435             'WILL BE REJECTED'.
096436 LOAD-AUTH-EXIT.
096437     EXIT.
096438*
096439*    IS THE CURRENT TRANSACTION'S ORIGINATOR AUTHORIZED FOR ITS
096440*    CODE ON ITS TABLE? AN ENTRY MATCHES ON THE ORIGINATOR AND
096441*    EITHER THE EXACT TABLE-ID OR '***', AND MUST LIST THE CODE.
096442*    A BLANK ORIGINATOR - NO ID ON THE RECORD AND NO BATCH
096443*    HEADER TO INHERIT ONE FROM - IS NEVER AUTHORIZED. A REFUSED
096444*    RECORD GOES TO SUSPENSE AS NOTAUTH FROM HERE, SO THE CALLER
096445*    ONLY HAS TO TEST WS-AUTH-OK.
096446*
096447 CHECK-AUTH.
096448     MOVE 'N'                TO WS-AUTH-OK-SW.
096449     IF  WS-TRN-ORIG = SPACES OR LOW-VALUES
096450         GO TO CHECK-AUTH-REFUSE.
096451     MOVE 1                  TO WS-AX.
096452 CHECK-AUTH-SCAN.
096453     IF  WS-AX > WS-AUTH-CNT
096454         GO TO CHECK-AUTH-REFUSE.
096455     IF  WS-AU-ORIG (WS-AX) = WS-TRN-ORIG
096456         AND (WS-AU-TABLE-ID (WS-AX) = WS-TRN-TABLE-ID
096457           OR WS-AU-TABLE-ID (WS-AX) = '***')
096458         MOVE ZERO           TO WS-AUTH-HITS
096459         INSPECT WS-AU-CODES (WS-AX) TALLYING WS-AUTH-HITS
096460             FOR ALL WS-TRN-CODE
096461         IF  WS-AUTH-HITS > ZERO
096462             MOVE 'Y'        TO WS-AUTH-OK-SW
096463             GO TO CHECK-AUTH-EXIT.
096464     ADD 1                   TO WS-AX.
096465     GO TO CHECK-AUTH-SCAN.
096466 CHECK-AUTH-REFUSE.
096467     ADD 1                   TO WS-REJ-CTR.
096468     ADD 1                   TO WS-AUTH-REJ-CTR.
096469     DISPLAY 'ORIGINATOR ' WS-TRN-ORIG ' NOT AUTHORIZED FOR '
096470         WS-TRN-CODE ' ON TABLE ' WS-TRN-TABLE-ID
096471         ', REJECTED - REJECTED COUNT ' WS-REJ-CTR.
096472     MOVE 'NOTAUTH'          TO REJ-REASON.
096473     PERFORM WRITE-REJECT THRU WRITE-REJECT-EXIT.
096474 CHECK-AUTH-EXIT.
096475     EXIT.
096476*
096477*    LOAD THE STATUS REFERENCE FILE INTO THE TABLE. RECORDS PAST
096478*    THE TABLE LIMIT ARE DROPPED WITH A WARNING - THEIR CODES
096479*    THEN COUNT AS UNDEFINED, SO THEY REFUSE RATHER THAN PERMIT.
096480*
096481 LOAD-STAT.
096482     OPEN INPUT STATFILE.
096483     IF  WS-SR-STATUS = '35'
096484         DISPLAY 'STATUS REFERENCE FILE MISSING - STATUS CODES '
096485             'WILL NOT BE CHECKED'
096486         GO TO LOAD-STAT-EXIT.
096487 LOAD-STAT-READ.
096488     READ STATFILE
096489         AT END
096490             MOVE 'Y'        TO WS-SR-EOF-SW.
096491     IF  WS-SR-EOF
096492         GO TO LOAD-STAT-CLOSE.
096493     IF  STS-REC = SPACES
096494         GO TO LOAD-STAT-READ.
096495     IF  WS-SR-CNT >= WS-SR-LIM
096496         DISPLAY 'STATUS TABLE FULL - ' STS-TABLE-ID ' '
096497             STS-CODE ' IGNORED'
096498         GO TO LOAD-STAT-READ.
096499     ADD 1                   TO WS-SR-CNT.
096500     MOVE STS-TABLE-ID       TO WS-SR-TABLE-ID (WS-SR-CNT).
096501     MOVE STS-CODE           TO WS-SR-CODE (WS-SR-CNT).
096502     MOVE STS-DESC           TO WS-SR-DESC (WS-SR-CNT).
096503     MOVE STS-RCPT-OK        TO WS-SR-RCPT (WS-SR-CNT).
096504     MOVE STS-ISS-OK         TO WS-SR-ISS (WS-SR-CNT).
096505     MOVE STS-DEL-OK         TO WS-SR-DEL (WS-SR-CNT).
096506     MOVE STS-CHG-TO         TO WS-SR-CHG-TO (WS-SR-CNT).
096507     GO TO LOAD-STAT-READ.
096508 LOAD-STAT-CLOSE.
096509     CLOSE STATFILE.
096510     IF  WS-SR-CNT = ZERO
096511         DISPLAY 'STATUS REFERENCE FILE EMPTY - STATUS CODES '
096512             'WILL NOT BE CHECKED'.
096513 LOAD-STAT-EXIT.
096514     EXIT.
096515*
096516*    THE STATUS LIFECYCLE RULES FOR THE CURRENT TRANSACTION ON A
096517*    TABLE UNDER STATUS CONTROL. AN ADD OR A CHANGE MUST CARRY A
096518*    STATUS DEFINED FOR ITS TABLE (REASON BADSTAT). A RECEIPT OR
096519*    AN ISSUE MUST BE PERMITTED BY THE STATUS THE ITEM IS IN NOW
096520*    (STATPOST), AS MUST A DELETE OF AN ITEM WITH QUANTITY STILL
096521*    ON HAND (STATDEL), AND A CHANGE THAT MOVES THE ITEM TO A NEW
096522*    STATUS MUST BE ONE ITS PRESENT STATUS ALLOWS (STATCHG) -
096523*    UNLESS THE ORIGINATOR HOLDS THE STATUS OVERRIDE ON THE
096524*    AUTHORIZATION FILE, WHEN THE CHANGE GOES THROUGH AND IS
096525*    COUNTED AS AN OVERRIDE. AN ITEM WHOSE PRESENT STATUS IS NOT
096526*    DEFINED (LOADED BEFORE THE REFERENCE FILE, OR MISKEYED)
096527*    PERMITS NO POSTING AND NO DELETE WITH STOCK, BUT MAY BE
096528*    CHANGED TO ANY DEFINED STATUS - THAT IS HOW IT GETS FIXED.
096529*    A KEY NOT ON THE TABLE IS LEFT FOR THE DISPATCH TO REPORT.
096530*    A REFUSED RECORD GOES TO SUSPENSE FROM HERE, SO THE CALLER
096531*    ONLY HAS TO TEST WS-SR-OK.
096532*
096533 CHECK-STATUS.
096534     MOVE 'Y'                TO WS-SR-OK-SW.
096535     IF  NOT WS-TRN-ADD AND NOT WS-TRN-CHG AND NOT WS-TRN-DEL
096536         AND NOT WS-TRN-RCP AND NOT WS-TRN-ISS
096537         GO TO CHECK-STATUS-EXIT.
096538     MOVE WS-TRN-TABLE-ID    TO WS-SR-ARG-ID.
096539     PERFORM FIND-STAT-TABLE THRU FIND-STAT-TABLE-EXIT.
096540     IF  NOT WS-SR-CONTROLLED
096541         GO TO CHECK-STATUS-EXIT.
096542     IF  WS-TRN-ADD OR WS-TRN-CHG
096543         MOVE WS-TRN-STATUS  TO WS-SR-ARG-CODE
096544         PERFORM FIND-STAT THRU FIND-STAT-EXIT
096545         IF  WS-SR-HIT = ZERO
096546             MOVE 'BADSTAT'  TO REJ-REASON
096547             GO TO CHECK-STATUS-REFUSE.
096548     IF  WS-TRN-ADD
096549         GO TO CHECK-STATUS-EXIT.
096550     PERFORM STOW-TABLE THRU STOW-TABLE-EXIT.
096551     MOVE WS-TRN-KEY         TO WS-REF-KEY.
096552     MOVE WS-TRN-TABLE-ID    TO WS-REF-TABLE-ID.
096553     PERFORM FIND-REF THRU FIND-REF-EXIT.
096554     IF  NOT WS-REF-FOUND
096555         GO TO CHECK-STATUS-EXIT.
096556     MOVE TBL-STATUS (WS-RS) TO WS-SR-OLD-STAT.
096557     MOVE WS-SR-OLD-STAT     TO WS-SR-ARG-CODE.
096558     PERFORM FIND-STAT THRU FIND-STAT-EXIT.
096559     IF  WS-TRN-CHG
096560         GO TO CHECK-STATUS-CHG.
096561     IF  WS-TRN-DEL AND TBL-QTY (WS-RS) = ZERO
096562         GO TO CHECK-STATUS-EXIT.
096563     MOVE 'STATPOST'         TO REJ-REASON.
096564     IF  WS-TRN-DEL
096565         MOVE 'STATDEL'      TO REJ-REASON.
096566     IF  WS-SR-HIT = ZERO
096567         GO TO CHECK-STATUS-REFUSE.
096568     IF  WS-TRN-DEL AND WS-SR-DEL (WS-SR-HIT) = 'Y'
096569         GO TO CHECK-STATUS-EXIT.
096570     IF  WS-TRN-RCP AND WS-SR-RCPT (WS-SR-HIT) = 'Y'
096571         GO TO CHECK-STATUS-EXIT.
096572     IF  WS-TRN-ISS AND WS-SR-ISS (WS-SR-HIT) = 'Y'
096573         GO TO CHECK-STATUS-EXIT.
096574     GO TO CHECK-STATUS-REFUSE.
096575*
096576*    A BLANK STATUS CANNOT BE LISTED IN STS-CHG-TO (THE LIST IS
096577*    SPACE-FILLED), SO ONLY '*' OR AN OVERRIDE MOVES AN ITEM TO
096578*    ONE.
096579*
096580 CHECK-STATUS-CHG.
096581     IF  WS-TRN-STATUS = WS-SR-OLD-STAT OR WS-SR-HIT = ZERO
096582         GO TO CHECK-STATUS-EXIT.
096583     MOVE ZERO               TO WS-SR-HITS.
096584     INSPECT WS-SR-CHG-TO (WS-SR-HIT) TALLYING WS-SR-HITS
096585         FOR ALL '*'.
096586     IF  WS-TRN-STATUS NOT = SPACE
096587         INSPECT WS-SR-CHG-TO (WS-SR-HIT) TALLYING WS-SR-HITS
096588             FOR ALL WS-TRN-STATUS.
096589     IF  WS-SR-HITS > ZERO
096590         GO TO CHECK-STATUS-EXIT.
096591     PERFORM CHECK-OVERRIDE THRU CHECK-OVERRIDE-EXIT.
096592     IF  WS-SR-OVERRIDE
096593         ADD 1               TO WS-SR-OVR-CTR
096594         DISPLAY 'STATUS CHANGE ' WS-SR-OLD-STAT ' TO '
096595             WS-TRN-STATUS ' FOR ' WS-TRN-KEY ' ON TABLE '
096596             WS-TRN-TABLE-ID ' BY OVERRIDE OF ' WS-TRN-ORIG
096597         GO TO CHECK-STATUS-EXIT.
096598     MOVE 'STATCHG'          TO REJ-REASON.
096599 CHECK-STATUS-REFUSE.
096600     MOVE 'N'                TO WS-SR-OK-SW.
096601     ADD 1                   TO WS-REJ-CTR.
096602     ADD 1                   TO WS-SR-REJ-CTR.
096603     DISPLAY 'STATUS RULE FAILED FOR ' WS-TRN-KEY
096604         ' ON TABLE ' WS-TRN-TABLE-ID ', REJECTED - REJECTED '
096605         'COUNT ' WS-REJ-CTR ' REASON ' REJ-REASON.
096606     PERFORM WRITE-REJECT THRU WRITE-REJECT-EXIT.
096607 CHECK-STATUS-EXIT.
096608     EXIT.
096609*
096610*    IS TABLE WS-SR-ARG-ID UNDER STATUS CONTROL - DOES THE
096611*    REFERENCE FILE DEFINE ANY CODE FOR IT, OR FOR '***'?
096612*
096613 FIND-STAT-TABLE.
096614     MOVE 'N'                TO WS-SR-CTL-SW.
096615     MOVE 1                  TO WS-SRX.
096616 FIND-STAT-TABLE-STEP.
096617     IF  WS-SRX > WS-SR-CNT
096618         GO TO FIND-STAT-TABLE-EXIT.
096619     IF  WS-SR-TABLE-ID (WS-SRX) = WS-SR-ARG-ID
096620         OR WS-SR-TABLE-ID (WS-SRX) = '***'
096621         MOVE 'Y'            TO WS-SR-CTL-SW
096622         GO TO FIND-STAT-TABLE-EXIT.
096623     ADD 1                   TO WS-SRX.
096624     GO TO FIND-STAT-TABLE-STEP.
096625 FIND-STAT-TABLE-EXIT.
096626     EXIT.
096627*
096628*    FIND THE RULES FOR CODE WS-SR-ARG-CODE ON TABLE
096629*    WS-SR-ARG-ID: THE TABLE'S OWN ENTRY IF IT HAS ONE, ELSE THE
096630*    '***' ENTRY, ELSE NONE (WS-SR-HIT ZERO).
096631*
096632 FIND-STAT.
096633     MOVE ZERO               TO WS-SR-HIT.
096634     MOVE 1                  TO WS-SRX.
096635 FIND-STAT-STEP.
096636     IF  WS-SRX > WS-SR-CNT
096637         GO TO FIND-STAT-EXIT.
096638     IF  WS-SR-CODE (WS-SRX) = WS-SR-ARG-CODE
096639         IF  WS-SR-TABLE-ID (WS-SRX) = WS-SR-ARG-ID
096640             MOVE WS-SRX     TO WS-SR-HIT
096641             GO TO FIND-STAT-EXIT
096642         ELSE
096643         IF  WS-SR-TABLE-ID (WS-SRX) = '***'
096644             AND WS-SR-HIT = ZERO
096645             MOVE WS-SRX     TO WS-SR-HIT.
096646     ADD 1                   TO WS-SRX.
096647     GO TO FIND-STAT-STEP.
096648 FIND-STAT-EXIT.
096649     EXIT.
096650*
096651*    DOES THE CURRENT TRANSACTION'S ORIGINATOR HOLD THE STATUS
096652*    OVERRIDE FOR ITS TABLE (OR FOR '***')?
096653*
096654 CHECK-OVERRIDE.
096655     MOVE 'N'                TO WS-SR-OVR-SW.
096656     MOVE 1                  TO WS-AX.
096657 CHECK-OVERRIDE-SCAN.
096658     IF  WS-AX > WS-AUTH-CNT
096659         GO TO CHECK-OVERRIDE-EXIT.
096660     IF  WS-AU-ORIG (WS-AX) = WS-TRN-ORIG
096661         AND (WS-AU-TABLE-ID (WS-AX) = WS-TRN-TABLE-ID
096662           OR WS-AU-TABLE-ID (WS-AX) = '***')
096663         AND WS-AU-OVR (WS-AX) = 'Y'
096664         MOVE 'Y'            TO WS-SR-OVR-SW
096665         GO TO CHECK-OVERRIDE-EXIT.
096666     ADD 1                   TO WS-AX.
096667     GO TO CHECK-OVERRIDE-SCAN.
096668 CHECK-OVERRIDE-EXIT.
096669     EXIT.
096670*
096671*    REFERENTIAL INTEGRITY FOR THE CURRENT TRANSACTION. AN ADD OR
096672*    A CHANGE MAY ONLY NAME A VENDOR AND A LOCATION THAT ARE LIVE
096673*    IN THEIR TABLES (REASONS BADVEND AND BADLOC). A DELETE, OR A
096674*    CHANGE THAT RE-KEYS AN ENTRY, MAY NOT TAKE A VENDOR OR A
096675*    LOCATION OUT FROM UNDER THE ENTRIES STILL NAMING IT (REASON
096676*    INUSE). A REFUSED RECORD GOES TO SUSPENSE FROM HERE, SO THE
096677*    CALLER ONLY HAS TO TEST WS-REFS-OK. THE TABLES ARE SEARCHED
096678*    THROUGH THEIR TABLE-CONTROL SLOTS, SO THE ACTIVE TABLE'S
096679*    WORKING COPIES ARE STOWED FIRST. A PURG RUN NEVER COMES
096680*    THROUGH HERE - ITS ORPHANS ARE LEFT FOR THE ORPHAN REPORT.
096681*
096682 CHECK-REFS.
096683     MOVE 'Y'                TO WS-REF-OK-SW.
096684     IF  NOT WS-TRN-ADD AND NOT WS-TRN-CHG AND NOT WS-TRN-DEL
096685         GO TO CHECK-REFS-EXIT.
096686     PERFORM STOW-TABLE THRU STOW-TABLE-EXIT.
096687     IF  WS-TRN-DEL
096688         GO TO CHECK-REFS-USE.
096689     IF  WS-TRN-VEND-KEY NOT = SPACES
096690         MOVE WS-TRN-VEND-KEY TO WS-REF-KEY
096691         MOVE WS-VEND-TABLE  TO WS-REF-TABLE-ID
096692         PERFORM FIND-REF THRU FIND-REF-EXIT
096693         IF  NOT WS-REF-FOUND
096694             MOVE 'BADVEND'  TO REJ-REASON
096695             GO TO CHECK-REFS-REFUSE.
096696     IF  WS-TRN-LOC-KEY NOT = SPACES
096697         MOVE WS-TRN-LOC-KEY TO WS-REF-KEY
096698         MOVE WS-LOC-TABLE   TO WS-REF-TABLE-ID
096699         PERFORM FIND-REF THRU FIND-REF-EXIT
096700         IF  NOT WS-REF-FOUND
096701             MOVE 'BADLOC'   TO REJ-REASON
096702             GO TO CHECK-REFS-REFUSE.
096703     IF  WS-TRN-ADD OR WS-TRN-NEW-KEY = WS-TRN-KEY
096704         GO TO CHECK-REFS-EXIT.
096705 CHECK-REFS-USE.
096706     IF  WS-TRN-TABLE-ID = WS-VEND-TABLE
096707         MOVE 'V'            TO WS-REF-FIELD
096708     ELSE
096709         IF  WS-TRN-TABLE-ID = WS-LOC-TABLE
096710             MOVE 'L'        TO WS-REF-FIELD
096711         ELSE
096712             GO TO CHECK-REFS-EXIT.
096713     MOVE WS-TRN-KEY         TO WS-REF-KEY.
096714     PERFORM FIND-REF-USE THRU FIND-REF-USE-EXIT.
096715     IF  NOT WS-REF-FOUND
096716         GO TO CHECK-REFS-EXIT.
096717     DISPLAY WS-TRN-KEY ' STILL NAMED BY ' TBL-TABID (WS-RS)
096718         ' ' TBL-ITEM (WS-RS).
096719     MOVE 'INUSE'            TO REJ-REASON.
096720 CHECK-REFS-REFUSE.
096721     MOVE 'N'                TO WS-REF-OK-SW.
096722     ADD 1                   TO WS-REJ-CTR.
096723     ADD 1                   TO WS-REF-REJ-CTR.
096724     DISPLAY 'REFERENCE CHECK FAILED FOR ' WS-TRN-KEY
096725         ' ON TABLE ' WS-TRN-TABLE-ID ', REJECTED - REJECTED '
096726         'COUNT ' WS-REJ-CTR ' REASON ' REJ-REASON.
096727     PERFORM WRITE-REJECT THRU WRITE-REJECT-EXIT.
096728 CHECK-REFS-EXIT.
096729     EXIT.
096730*
096731*    IS WS-REF-KEY LIVE IN TABLE WS-REF-TABLE-ID? A TABLE THE
096732*    MASTER HAS NEVER HELD HAS NO LIVE KEYS AT ALL.
096733*
096734 FIND-REF.
096735     MOVE 'N'                TO WS-REF-FOUND-SW.
096736     MOVE 1                  TO WS-RTX.
096737 FIND-REF-TABLE.
096738     IF  WS-RTX > WS-TAB-CNT
096739         GO TO FIND-REF-EXIT.
096740     IF  WS-TAB-ID (WS-RTX) NOT = WS-REF-TABLE-ID
096741         ADD 1               TO WS-RTX
096742         GO TO FIND-REF-TABLE.
096743     MOVE WS-TAB-ROOT (WS-RTX) TO WS-RS.
096744 FIND-REF-STEP.
096745     IF  WS-RS = ZERO
096746         GO TO FIND-REF-EXIT.
096747     IF  WS-REF-KEY = TBL-ITEM (WS-RS)
096748         MOVE 'Y'            TO WS-REF-FOUND-SW
096749         GO TO FIND-REF-EXIT.
096750     IF  WS-REF-KEY < TBL-ITEM (WS-RS)
096751         MOVE TBL-LL (WS-RS) TO WS-RS
096752     ELSE
096753         MOVE TBL-RL (WS-RS) TO WS-RS.
096754     GO TO FIND-REF-STEP.
096755 FIND-REF-EXIT.
096756     EXIT.
096757*
096758*    DOES ANY LIVE ENTRY, IN ANY TABLE, STILL NAME WS-REF-KEY AS
096759*    ITS VENDOR (WS-REF-FIELD 'V') OR ITS LOCATION ('L')? EVERY
096760*    TREE IS WALKED IN ORDER - A FREED SLOT KEEPS ITS OLD DATA,
096761*    SO ONLY A WALK FROM THE ROOTS TELLS A LIVE ENTRY FROM A DEAD
096762*    ONE. THE RANGE STACK IS FREE HERE: NO RANGE INQUIRY IS IN
096763*    PROGRESS WHILE A TRANSACTION IS BEING CHECKED.
096764*
096765 FIND-REF-USE.
096766     MOVE 'N'                TO WS-REF-FOUND-SW.
096767     MOVE 1                  TO WS-RTX.
096768 FIND-USE-TABLE.
096769     IF  WS-RTX > WS-TAB-CNT
096770         GO TO FIND-REF-USE-EXIT.
096771     MOVE ZERO               TO WS-RSX.
096772     MOVE WS-TAB-ROOT (WS-RTX) TO WS-RS.
096773 FIND-USE-DOWN.
096774     IF  WS-RS NOT = ZERO
096775         ADD 1               TO WS-RSX
096776         MOVE WS-RS          TO WS-RNG-STACK (WS-RSX)
096777         MOVE TBL-LL (WS-RS) TO WS-RS
096778         GO TO FIND-USE-DOWN.
096779     IF  WS-RSX = ZERO
096780         ADD 1               TO WS-RTX
096781         GO TO FIND-USE-TABLE.
096782     MOVE WS-RNG-STACK (WS-RSX) TO WS-RS.
096783     SUBTRACT 1              FROM WS-RSX.
096784     IF  WS-REF-FIELD-VEND AND TBL-VEND (WS-RS) = WS-REF-KEY
096785         MOVE 'Y'            TO WS-REF-FOUND-SW
096786         GO TO FIND-REF-USE-EXIT.
096787     IF  WS-REF-FIELD-LOC AND TBL-LOC (WS-RS) = WS-REF-KEY
096788         MOVE 'Y'            TO WS-REF-FOUND-SW
096789         GO TO FIND-REF-USE-EXIT.
096790     MOVE TBL-RL (WS-RS)     TO WS-RS.
096791     GO TO FIND-USE-DOWN.
096792 FIND-REF-USE-EXIT.
096793     EXIT.
096794*
096795*    APPEND ONE AUDIT RECORD TO AUDITLOG. THE CALLER MOVES THE
096796*    TRANSACTION CODE AND KEY INTO AUD-TRANS-CODE/AUD-KEY BEFORE
096797*    PERFORMING THIS, SO THE SAME PARAGRAPH SERVES BOTH THE INSERT
096800*    LOG AND THE LOOKUP LOG (FROM ACCEPT-INPUT). THE DATE, TIME,
096810*    AND TABLE-ID ARE STAMPED HERE, FRESH FOR EVERY RECORD - THE
096820*    RECORD AREA IS NOT DEPENDABLE AFTER A WRITE, AND A CHANGE
096830*    TRANSACTION WRITES TWO RECORDS. THE ORIGINATOR IS STAMPED
096840*    THE SAME WAY; A PURG RUN'S DELETES ARE SIGNED 'PURGE'.
096900*
097000 WRITE-AUDIT.
097100     ACCEPT AUD-DATE             FROM DATE YYYYMMDD.
097200     ACCEPT AUD-TIME             FROM TIME.
097210     MOVE WS-TRN-TABLE-ID        TO AUD-TABLE-ID.
097220     MOVE WS-AUD-BEF-IMAGE       TO AUD-BEF-IMAGE.
097230     MOVE WS-AUD-AFT-IMAGE       TO AUD-AFT-IMAGE.
097233     MOVE WS-AUD-BEF-REFS        TO AUD-BEF-REFS.
097236     MOVE WS-AUD-AFT-REFS        TO AUD-AFT-REFS.
097240     MOVE WS-TRN-ORIG            TO AUD-ORIG.
097250     IF  WS-RUN-MODE-PURG
097260         MOVE 'PURGE'            TO AUD-ORIG.
097300     WRITE AUD-REC.
097310     MOVE SPACES                 TO WS-AUD-BEF-IMAGE.
097320     MOVE SPACES                 TO WS-AUD-AFT-IMAGE.
097330     MOVE SPACES                 TO WS-AUD-BEF-REFS.
097340     MOVE SPACES                 TO WS-AUD-AFT-REFS.
097400 WRITE-AUDIT-EXIT.
097500     EXIT.
097510*
097584 WRITE-REJECT-EXIT.
097585     EXIT.
097586*
097587*    TAKE A BATCH HEADER IN. A HEADER ARRIVING WHILE THE
097588*    PREVIOUS BATCH IS STILL OPEN CLOSES THAT BATCH UNPROVED -
097589*    ITS TRAILER NEVER CAME. THE FIRST HEADER IN THE FILE,
097590*    WHEN ITS BATCH NUMBER MATCHES THE LAST BATCH THE MASTER
097591*    POSTED - ON A FRESH RUN, NOT A CHECKPOINT RESTART, WHICH
097592*    RESUMES THE SAME FILE BY DEFINITION - IS A DOUBLE POST
097593*    AND REFUSES THE WHOLE RUN BEFORE ANYTHING IS APPLIED. A
097594*    HEADER THAT DOES NOT PARSE GOES TO SUSPENSE; THE DETAIL
097595*    BEHIND IT THEN FALLS OUTSIDE EVERY ENVELOPE.
097596*
097597 TAKE-HEADER.
097598     IF  WS-BH-BATCH-NO NOT NUMERIC
097599         ADD 1               TO WS-READ-CTR
097600         ADD 1               TO WS-REJ-CTR
097601         DISPLAY 'BATCH HEADER NOT NUMERIC, REJECTED - '
097602             'REJECTED COUNT ' WS-REJ-CTR
097603         MOVE 'BADBATCH'     TO REJ-REASON
097604         PERFORM WRITE-REJECT THRU WRITE-REJECT-EXIT
097605         GO TO TAKE-HEADER-EXIT.
097606     PERFORM BATCH-RECONCILE THRU BATCH-RECONCILE-EXIT.
097607     PERFORM OPEN-BATCH THRU OPEN-BATCH-EXIT.
097608     IF  NOT WS-RESTARTED
097609         AND WS-BAT-CNT = 1
097610         AND WS-CUR-BATCH NOT = ZERO
097611         AND WS-CUR-BATCH = WS-LAST-BATCH
097612         MOVE 'Y'            TO WS-BAT-DUP-SW
097613         DISPLAY 'BATCH ' WS-CUR-BATCH ' ALREADY POSTED ON '
097614             'MASTER - RUN REFUSED'.
097615 TAKE-HEADER-EXIT.
097616     EXIT.
097617*
097618 TAKE-TRAILER.
097619     IF  WS-BT-REC-CNT NOT NUMERIC
097620         OR WS-BT-QTY-HASH NOT NUMERIC
097621         ADD 1               TO WS-READ-CTR
097622         ADD 1               TO WS-REJ-CTR
097623         DISPLAY 'BATCH TRAILER NOT NUMERIC, REJECTED - '
097624             'REJECTED COUNT ' WS-REJ-CTR
097625         MOVE 'BADTRAIL'     TO REJ-REASON
097626         PERFORM WRITE-REJECT THRU WRITE-REJECT-EXIT
097627         GO TO TAKE-TRAILER-EXIT.
097628     IF  NOT WS-BAT-OPEN AND WS-BAT-HDR-SEEN
097629         MOVE 'Y'            TO WS-BAT-OOB-SW
097630         DISPLAY 'BATCH TRAILER WITH NO BATCH OPEN - NOT PROVED'.
097631     IF  NOT WS-BAT-OPEN
097632         GO TO TAKE-TRAILER-EXIT.
097633     MOVE WS-BT-REC-CNT      TO WS-BT-CNT-SAVE.
097634     MOVE WS-BT-QTY-HASH     TO WS-BT-HASH-SAVE.
097635     MOVE 'Y'                TO WS-BAT-TRL-SW.
097636     PERFORM BATCH-RECONCILE THRU BATCH-RECONCILE-EXIT.
097637 TAKE-TRAILER-EXIT.
097638     EXIT.
097639*
097640*    COUNT A DETAIL RECORD UNDER THE OPEN BATCH AND ROLL ITS
097641*    QUANTITY INTO THE HASH TOTAL, MATCHING WHAT THE SENDER PUT
097642*    ON THE TRAILER: ONE COUNT PER RECORD BETWEEN HEADER AND
097643*    TRAILER, QUANTITIES SUMMED WHERE NUMERIC.
097644*
097645 COUNT-BATCH-DETAIL.
097646     IF  NOT WS-BAT-OPEN
097647         MOVE 'Y'            TO WS-BAT-OOB-SW
097648         DISPLAY 'RECORD ' WS-REC-SEQ ' OUTSIDE ANY BATCH'
097649         GO TO COUNT-BATCH-EXIT.
097650     ADD 1                   TO WS-BAT-REC-CTR.
097651     IF  WS-TRN-QTY NUMERIC
097652         ADD WS-TRN-QTY      TO WS-BAT-QTY-HASH.
097653*
097654*    A DETAIL RECORD CUT WITHOUT AN ORIGINATOR TAKES ITS BATCH
097655*    HEADER'S, SO A HELD OR REJECTED RECORD CARRIES IT TOO.
097656*
097657     IF  WS-TRN-ORIG = SPACES OR LOW-VALUES
097658         MOVE WS-BAT-ORIG    TO WS-TRN-ORIG.
097663 COUNT-BATCH-EXIT.
097664     EXIT.
097667*
097668*    MAKE THE TABLE NAMED IN WS-SET-ID THE ACTIVE TREE. THE
097669*    CURRENT TREE'S ROOT/LIVE/FREE WORKING FIELDS ARE STOWED
098900                                 MSTN-HGT, MSTN-QTY, MSTN-LMDATE.
099000     MOVE SPACES             TO MSTN-ITEM, MSTN-DESC, MSTN-STATUS
099010                                 MSTN-TABLE-ID.
099020     MOVE SPACES             TO MSTN-VEND-KEY, MSTN-LOC-KEY.
099200     MOVE WS-CKPT-COUNT      TO MSTN-CKPT-COUNT.
099205     MOVE WS-CKPT-DATE       TO MSTN-CKPT-DATE.
099210     MOVE WS-LAST-BATCH      TO MSTN-LAST-BATCH.
100330     MOVE TBL-STATUS (SS)    TO MSTN-STATUS.
100340     MOVE TBL-LMDATE (SS)    TO MSTN-LMDATE.
100350     MOVE TBL-TABID (SS)     TO MSTN-TABLE-ID.
100360     MOVE TBL-VEND (SS)      TO MSTN-VEND-KEY.
100370     MOVE TBL-LOC (SS)       TO MSTN-LOC-KEY.
100400     MOVE TBL-HGT (SS)       TO MSTN-HGT.
100500     WRITE MSTN-REC.
100510     ADD 1                   TO WS-SAVE-CTR.
101140*    SAVE-MASTER WROTE. SAVE-MASTER HAS ALREADY STOWED THE
101141*    ACTIVE TABLE, SO THE TABLE-CONTROL SLOTS ARE CURRENT.
101142*
101145 COUNT-FREE-CHAIN.
101150     MOVE 'Y'                TO WS-RH-STATS-SW.
101151     MOVE ZERO               TO WS-FREE-CNT.
101152     MOVE ZERO               TO WS-LIVE-TOT.
101153     MOVE 1                  TO WS-TX.
101218     MOVE 'TRANSACTIONS REJECTED' TO CTL-CAPTION.
101219     MOVE WS-REJ-CTR         TO CTL-COUNT.
101220     PERFORM PRINT-CTL-LINE THRU PRINT-CTL-LINE-EXIT.
101223     MOVE '  OF WHICH NOT AUTHORIZED' TO CTL-CAPTION.
101226     MOVE WS-AUTH-REJ-CTR    TO CTL-COUNT.
101229     PERFORM PRINT-CTL-LINE THRU PRINT-CTL-LINE-EXIT.
101230     MOVE '  OF WHICH BAD REFERENCE' TO CTL-CAPTION.
101231     MOVE WS-REF-REJ-CTR     TO CTL-COUNT.
101232     PERFORM PRINT-CTL-LINE THRU PRINT-CTL-LINE-EXIT.
101233     MOVE '  OF WHICH STATUS RULE' TO CTL-CAPTION.
101234     MOVE WS-SR-REJ-CTR      TO CTL-COUNT.
101235     PERFORM PRINT-CTL-LINE THRU PRINT-CTL-LINE-EXIT.
101236     MOVE 'STATUS CHANGES BY OVERRIDE' TO CTL-CAPTION.
101237     MOVE WS-SR-OVR-CTR      TO CTL-COUNT.
101238     PERFORM PRINT-CTL-LINE THRU PRINT-CTL-LINE-EXIT.
101239     MOVE 'MASTER ITEM RECORDS WRITTEN' TO CTL-CAPTION.
101240     MOVE WS-SAVE-CTR        TO CTL-COUNT.
101241     PERFORM PRINT-CTL-LINE THRU PRINT-CTL-LINE-EXIT.
101242     MOVE 'FREE-CHAIN SLOTS ON MASTER' TO CTL-CAPTION.
101243     MOVE WS-FREE-CNT        TO CTL-COUNT.
101244     PERFORM PRINT-CTL-LINE THRU PRINT-CTL-LINE-EXIT.
101245     MOVE 'LIVE ENTRIES ALL TABLES' TO CTL-CAPTION.
101246     MOVE WS-LIVE-TOT        TO CTL-COUNT.
101247     PERFORM PRINT-CTL-LINE THRU PRINT-CTL-LINE-EXIT.
101248*
101249*    THE BATCH ENVELOPE SECTION - ONLY WHEN THE FILE CARRIED
101250*    ONE. WHAT THE TRAILER CLAIMED AND WHAT WAS ACTUALLY READ
101251*    PRINT SIDE BY SIDE, SO A MISMATCH CAN BE SIZED AT A
101252*    GLANCE.
101253*
101254     IF  WS-BAT-HDR-SEEN
101255         MOVE 1               TO WS-BX
101256         PERFORM PRINT-BAT-TOTALS THRU PRINT-BAT-TOTALS-EXIT.
101257*
101258     ADD WS-ADD-CTR  WS-DEL-CTR  WS-CHG-CTR  WS-INQ-CTR
101259         WS-RNG-CTR  WS-DUP-CTR  WS-REJ-CTR  WS-HELD-CTR
101260         WS-RCP-CTR  WS-ISS-CTR
101261                             GIVING WS-TRN-TOT.
101262     IF  WS-TRN-TOT NOT = WS-READ-CTR
101263         MOVE 'Y'            TO WS-OOB-SW
101264         MOVE '*** TRANSACTION COUNTS DO NOT ADD UP ***'
101265                             TO CTL-MSG
101266         PERFORM PRINT-CTL-MSG THRU PRINT-CTL-MSG-EXIT.
101267*
101268*    THE LIVE-COUNT PROOF ONLY MEANS ANYTHING WHEN A MASTER
101269*    WAS ACTUALLY SAVED - A REFUSED DOUBLE-POSTED BATCH
101270*    DELIBERATELY SAVES NOTHING.
101271*
101272     IF  NOT WS-BAT-DUPLICATE
101273         SUBTRACT WS-FREE-CNT FROM WS-SAVE-CTR
101274             GIVING WS-LIVE-CHK
101275         IF  WS-LIVE-CHK NOT = WS-LIVE-TOT
101276             MOVE 'Y'        TO WS-OOB-SW
101277             MOVE '*** LIVE COUNT DOES NOT MATCH MASTER ***'
101278                             TO CTL-MSG
101279             PERFORM PRINT-CTL-MSG THRU PRINT-CTL-MSG-EXIT.
101280     IF  WS-BAT-DUPLICATE
101281         MOVE '*** BATCH ALREADY POSTED - RUN REFUSED ***'
101282                             TO CTL-MSG
101283         PERFORM PRINT-CTL-MSG THRU PRINT-CTL-MSG-EXIT.
101284     IF  WS-BAT-OUT-OF-BAL
101285         MOVE '*** BATCH DISAGREES WITH ITS TRAILER ***'
101286                             TO CTL-MSG
101287         PERFORM PRINT-CTL-MSG THRU PRINT-CTL-MSG-EXIT.
101288     IF  NOT WS-OUT-OF-BALANCE
101289         AND NOT WS-BAT-OUT-OF-BAL
101290         AND NOT WS-BAT-DUPLICATE
101291         MOVE 'CONTROL TOTALS IN BALANCE' TO CTL-MSG
101292         PERFORM PRINT-CTL-MSG THRU PRINT-CTL-MSG-EXIT.
101293 PRINT-TOTALS-EXIT.
101294     EXIT.
101295*
101296 PRINT-CTL-LINE.
101297     MOVE WS-CTL-LINE        TO PRT-REC.
101298     WRITE PRT-REC AFTER ADVANCING 1 LINE.
101299 PRINT-CTL-LINE-EXIT.
101300     EXIT.
101301*
101302 PRINT-CTL-MSG.
101303     MOVE WS-CTL-MSG-LINE    TO PRT-REC.
101304     WRITE PRT-REC AFTER ADVANCING 2 LINES.
101305 PRINT-CTL-MSG-EXIT.
101306     EXIT.
101307*
101308 PRINT-BAT-LINE.
101309     MOVE WS-BAT-LINE        TO PRT-REC.
101310     WRITE PRT-REC AFTER ADVANCING 1 LINE.
101311 PRINT-BAT-LINE-EXIT.
101312     EXIT.
101313*
101314 END-JOB.
101315*
101316*    A PRNT RUN CHANGES NOTHING, SO IT NEITHER SAVES A NEW
101320*    MASTER GENERATION NOR PRINTS CONTROL TOTALS. A RUN
101321*    REFUSED AS A DOUBLE-POSTED BATCH DELIBERATELY SAVES
101322*    NOTHING EITHER - ANY PENDING RECORDS IT MATURED IN
102460     CLOSE RESPFILE.
102500     CLOSE PRNTFILE.
102600     CLOSE TABLE-IN.
102650     PERFORM WRITE-RUN-HIST THRU WRITE-RUN-HIST-EXIT.
102700     STOP RUN.
102710*
102711*    TREE HEALTH AND CAPACITY STATISTICS PAGE: PER-TABLE LIVE
102794     EXIT.
102795*
102800*
102806*    ONE GROUP OF BATCH LINES PER ENVELOPE THE FILE CARRIED,
102809*    IN THE ORDER THE BATCHES ARRIVED.
102812*
102815 PRINT-BAT-TOTALS.
102818     IF  WS-BX > WS-BAT-CNT OR WS-BX > WS-BAT-LIM
102821         GO TO PRINT-BAT-TOTALS-EXIT.
102824     MOVE 'BATCH NUMBER'     TO BAT-CAPTION.
102827     MOVE WS-BL-BATCH-NO (WS-BX) TO BAT-COUNT.
102830     PERFORM PRINT-BAT-LINE THRU PRINT-BAT-LINE-EXIT.
102833     MOVE 'BATCH RECORDS PER TRAILER' TO BAT-CAPTION.
102836     MOVE WS-BL-TRL-CNT (WS-BX)  TO BAT-COUNT.
102839     PERFORM PRINT-BAT-LINE THRU PRINT-BAT-LINE-EXIT.
102842     MOVE 'BATCH RECORDS READ' TO BAT-CAPTION.
102845     MOVE WS-BL-READ-CNT (WS-BX) TO BAT-COUNT.
102848     PERFORM PRINT-BAT-LINE THRU PRINT-BAT-LINE-EXIT.
102851     MOVE 'QTY HASH PER TRAILER' TO BAT-CAPTION.
102854     MOVE WS-BL-TRL-HASH (WS-BX) TO BAT-COUNT.
102857     PERFORM PRINT-BAT-LINE THRU PRINT-BAT-LINE-EXIT.
102860     MOVE 'QTY HASH COMPUTED' TO BAT-CAPTION.
102863     MOVE WS-BL-CMP-HASH (WS-BX) TO BAT-COUNT.
102866     PERFORM PRINT-BAT-LINE THRU PRINT-BAT-LINE-EXIT.
102869     ADD 1                   TO WS-BX.
102872     GO TO PRINT-BAT-TOTALS.
102875 PRINT-BAT-TOTALS-EXIT.
102878     EXIT.
102881*
102891*    ADD THIS RUN'S STATISTICS TO THE RUN HISTORY - THE JOB AND
102901*    STEP FROM THE RUNID CARD, WHEN THE RUN STARTED AND ENDED, ITS
102911*    RETURN CODE, AND ITS COUNTS. A RUN HISTORY THAT CANNOT BE
102921*    WRITTEN IS REPORTED BUT NEVER CHANGES THE RETURN CODE.
102931*
102941 WRITE-RUN-HIST.
102951     MOVE SPACES             TO WS-RH-JOB WS-RH-STEP.
102961     OPEN INPUT RUNID.
102971     IF  WS-RID-STATUS NOT = '00'
102981         GO TO WRITE-RUN-HIST-OPEN.
102991     READ RUNID.
103001     IF  WS-RID-STATUS = '00'
103011         MOVE RID-JOB        TO WS-RH-JOB
103021         MOVE RID-STEP       TO WS-RH-STEP.
103031     CLOSE RUNID.
103041 WRITE-RUN-HIST-OPEN.
103051     OPEN EXTEND RUNHIST.
103061     IF  WS-RH-STATUS = '35'
103071         OPEN OUTPUT RUNHIST.
103081     IF  WS-RH-STATUS NOT = '00'
103091         DISPLAY 'BINTREE: RUN HISTORY NOT WRITTEN - STATUS '
103101             WS-RH-STATUS
103111         GO TO WRITE-RUN-HIST-EXIT.
103121     MOVE SPACES             TO RH-REC.
103131     MOVE WS-RH-JOB          TO RH-JOB.
103141     MOVE WS-RH-STEP         TO RH-STEP.
103151     MOVE 'BINTREE'          TO RH-PROGRAM.
103161     MOVE WS-RUN-MODE        TO RH-MODE.
103171     MOVE WS-RH-START-DATE   TO RH-START-DATE.
103181     MOVE WS-RH-START-TIME   TO RH-START-TIME.
103191     ACCEPT RH-END-DATE      FROM DATE YYYYMMDD.
103201     ACCEPT RH-END-TIME      FROM TIME.
103211     MOVE RETURN-CODE        TO RH-RC.
103221     MOVE 1                  TO WS-RH-SS.
103231 WRITE-RUN-HIST-ZERO.
103241     MOVE ZERO               TO RH-CNT-VALUE (WS-RH-SS).
103251     ADD 1                   TO WS-RH-SS.
103261     IF  WS-RH-SS NOT > 8
103271         GO TO WRITE-RUN-HIST-ZERO.
103281     MOVE 'READ'             TO RH-CNT-NAME (1).
103291     MOVE WS-READ-CTR        TO RH-CNT-VALUE (1).
103301     MOVE 'APPLIED'          TO RH-CNT-NAME (2).
103311     ADD WS-ADD-CTR WS-DEL-CTR WS-CHG-CTR WS-RCP-CTR WS-ISS-CTR
103321         WS-PUR-CTR      GIVING RH-CNT-VALUE (2).
103331     MOVE 'REJECTED'         TO RH-CNT-NAME (3).
103341     MOVE WS-REJ-CTR         TO RH-CNT-VALUE (3).
103351     MOVE 'HELD'             TO RH-CNT-NAME (4).
103361     MOVE WS-HELD-CTR        TO RH-CNT-VALUE (4).
103371     MOVE 'MATURED'          TO RH-CNT-NAME (5).
103381     MOVE WS-MAT-CTR         TO RH-CNT-VALUE (5).
103391*
103401*    THE SLOT-POOL NUMBERS ONLY WHEN THE RUN WORKED THEM OUT FOR
103411*    THE STATISTICS PAGE, AS EVERY LOAD, PRNT, AND PURG RUN DOES
103421*    - A RUN THAT STOPS SHORT OF IT, SUCH AS A REFUSED PURG PARM,
103422*    LEAVES THEM OFF, SO THEY NEVER READ AS AN EMPTY POOL.
103431*
103441     IF  NOT WS-RH-STATS
103451         GO TO WRITE-RUN-HIST-PUT.
103461     MOVE 'SLOTSUSE'         TO RH-CNT-NAME (6).
103471     MOVE WS-LIVE-TOT        TO RH-CNT-VALUE (6).
103481     MOVE 'SLOTHWM'          TO RH-CNT-NAME (7).
103491     SUBTRACT 1 FROM AVAIL   GIVING RH-CNT-VALUE (7).
103501     MOVE 'FREESLOT'         TO RH-CNT-NAME (8).
103511     MOVE WS-FREE-CNT        TO RH-CNT-VALUE (8).
103521 WRITE-RUN-HIST-PUT.
103531     WRITE RH-REC.
103541     IF  WS-RH-STATUS NOT = '00'
103551         DISPLAY 'BINTREE: RUN HISTORY WRITE FAILED - STATUS '
103561             WS-RH-STATUS.
103571     CLOSE RUNHIST.
103581 WRITE-RUN-HIST-EXIT.
103591     EXIT.
103900*
104000*    END OF BINTREE.                                                      
