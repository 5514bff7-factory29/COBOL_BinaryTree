000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CYCCNT.
000300*
000400*
000500*     CYCLE-COUNT RECONCILIATION FOR THE BINTREE MASTER.
000600*
000700*     THE WAREHOUSE SENDS A COUNT FILE: ONE RECORD PER ITEM DUE
000800*     FOR COUNT, WITH ITS TABLE-ID, ITEM KEY, THE QUANTITY FOUND
000900*     ON THE SHELF, THE COUNT DATE, AND THE COUNTER'S ID. A
001000*     RECORD WHOSE QUANTITY IS LEFT BLANK WAS DUE BUT NOT
001100*     COUNTED. EACH COUNT IS COMPARED WITH THE BOOK QUANTITY ON
001200*     THE CURRENT MASTER GENERATION - THE COUNT IS TAKEN BEFORE
001300*     THE DAY'S RECEIPTS AND ISSUES, AGAINST LAST NIGHT'S BOOK -
001400*     AND A VARIANCE REPORT BY TABLE SHOWS BOOK, COUNTED,
001500*     VARIANCE UNITS AND VARIANCE PERCENT, WITH THE ITEMS COUNTED
001600*     THAT ARE NOT ON THE MASTER AND THE ITEMS DUE THAT WERE NOT
001700*     COUNTED.
001800*
001900*     A VARIANCE INSIDE THE TOLERANCE IN THE EXEC PARM BECOMES A
002000*     RECEIPT ('P', COUNT OVER BOOK) OR ISSUE ('S', COUNT UNDER
002100*     BOOK) FOR THE DIFFERENCE, WRITTEN TO A TABLEIN BATCH WITH
002200*     ITS OWN 'H' HEADER (BATCH NUMBER = THE RUN DATE, ORIGINATOR
002300*     CYCLECNT) AND 'T' TRAILER, WHICH THE NIGHTLY LOAD POSTS
002400*     BEHIND THE SOURCE EXTRACT AND THE ONLINE BATCH - SO EVERY
002500*     ADJUSTMENT SHOWS ON THE MOVEMENTS REGISTER AND THE AUDIT
002600*     LOG LIKE ANY OTHER RECEIPT OR ISSUE. A VARIANCE OVER
002700*     TOLERANCE IS NOT ADJUSTED: THE COUNT GOES TO THE HOLD FILE,
002800*     WITH THE BOOK QUANTITY AND VARIANCE BESIDE IT, FOR A
002900*     SUPERVISOR TO SIGN OFF. A SIGNED-OFF COUNT COMES BACK IN A
003000*     LATER COUNT FILE WITH THE SUPERVISOR'S ID IN THE APPROVER
003100*     FIELD; IT IS ADJUSTED WHATEVER ITS VARIANCE, UNDER THE
003200*     SUPERVISOR'S ID AS ITS ORIGINATOR, BY THE VARIANCE IT WAS
003210*     HELD FOR - NOT ONE WORKED OUT AGAIN AGAINST TODAY'S BOOK,
003220*     WHICH WOULD TAKE IN EVERY RECEIPT AND ISSUE POSTED SINCE
003230*     THE COUNT.
003300*
003400*     PARM='PPP UUUUU': THE TOLERANCE AS A WHOLE PERCENT OF BOOK
003500*     AND AS A NUMBER OF UNITS; A VARIANCE INSIDE EITHER IS
003600*     ADJUSTED, e.g. PARM='005 00002'. NO PARM MEANS NO TOLERANCE
003700*     - EVERY VARIANCE IS HELD.
003800*
003900*     RETURN CODE 0 = EVERY COUNT AGREED OR WAS ADJUSTED, 4 =
004000*     SOMETHING IS HELD OR LISTED AS AN EXCEPTION, 8 = AN I/O
004100*     ERROR OR A COUNT FILE TOO LARGE TO HOLD - THE ADJUSTMENT
004200*     BATCH IS THEN NOT COMPLETE, AND THE JCL KEEPS THE COUNT
004300*     FILE AND BYPASSES THE LOAD. NO COUNT FILE, OR AN EMPTY ONE,
004400*     STILL WRITES AN EMPTY BATCH.
004500*
004600*
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900*
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT PRNTFILE         ASSIGN TO PRINT.
005300*
005400*    THE MASTER GENERATIONS ARE PLAIN SEQUENTIAL DATA SETS,
005500*    WRITTEN AND READ IN ASCENDING MSTR-SEQ ORDER.
005600*
005700     SELECT MASTFILE         ASSIGN TO MASTFILE
005800                             ORGANIZATION IS SEQUENTIAL
005900                             FILE STATUS IS WS-MSTR-STATUS.
006000     SELECT CNTFILE          ASSIGN TO CNTFILE
006100                             ORGANIZATION IS SEQUENTIAL
006200                             FILE STATUS IS WS-CNT-STATUS.
006300     SELECT ADJFILE          ASSIGN TO ADJFILE
006400                             ORGANIZATION IS SEQUENTIAL
006500                             FILE STATUS IS WS-ADJ-STATUS.
006600     SELECT HOLDFILE         ASSIGN TO HOLDFILE
006700                             ORGANIZATION IS SEQUENTIAL
006800                             FILE STATUS IS WS-HLD-STATUS.
006900*
006905*    THE SHARED RUN HISTORY: ONE RECORD IS ADDED TO THE END OF
006910*    IT FOR EVERY RUN OF EVERY BINTREE BATCH STEP, FOR THE WEEKLY
006915*    RUNTRND REPORT. RUNID IS AN INSTREAM CARD IN THE STEP'S JCL
006920*    NAMING THE JOB AND STEP; WITHOUT ONE THEY ARE LEFT BLANK.
006925*
006930     SELECT RUNHIST          ASSIGN TO RUNHIST
006935                             ORGANIZATION IS SEQUENTIAL
006940                             FILE STATUS IS WS-RH-STATUS.
006945     SELECT RUNID            ASSIGN TO RUNID
006950                             ORGANIZATION IS SEQUENTIAL
006955                             FILE STATUS IS WS-RID-STATUS.
006960*
007000*
007100 DATA DIVISION.
007200 FILE SECTION.
007300*
007400 FD  PRNTFILE.
007500*
007600 01  PRT-REC                 PIC  X(133).
007700*
007800*    MUST MATCH THE MSTR-REC LAYOUT WRITTEN BY BINTREE.
007900*
008000 FD  MASTFILE.
008100*
008200 01  MSTR-REC.
008300     03  MSTR-SEQ            PIC  9(04).
008400     03  MSTR-LL             PIC S9(04)      COMP-3.
008500     03  MSTR-RL             PIC S9(04)      COMP-3.
008600     03  MSTR-ITEM           PIC  X(10).
008700     03  MSTR-DESC           PIC  X(30).
008800     03  MSTR-QTY            PIC  9(05).
008900     03  MSTR-STATUS         PIC  X(01).
009000     03  MSTR-LMDATE         PIC  9(08).
009100     03  MSTR-TABLE-ID       PIC  X(03).
009200     03  MSTR-HGT            PIC S9(04)      COMP-3.
009300     03  MSTR-CKPT-COUNT     PIC 9(08)       COMP.
009400     03  MSTR-CKPT-DATE      PIC  9(08).
009500     03  MSTR-LAST-BATCH     PIC  9(06).
009600     03  MSTR-TAB-CNT        PIC S9(04)      COMP.
009700     03  MSTR-TAB-CTL        OCCURS 5 TIMES.
009800         05  MSTR-CTL-ID     PIC  X(03).
009900         05  MSTR-CTL-ROOT   PIC S9(04)      COMP.
010000         05  MSTR-CTL-LIVE   PIC S9(04)      COMP.
010100         05  MSTR-CTL-FREE   PIC S9(04)      COMP.
010200     03  MSTR-VEND-KEY       PIC  X(10).
010300     03  MSTR-LOC-KEY        PIC  X(10).
010400*
010500*    THE WAREHOUSE COUNT RECORD. A BLANK QUANTITY MEANS THE ITEM
010600*    WAS DUE BUT NOT COUNTED; THE APPROVER IS FILLED IN ONLY ON
010700*    A HELD COUNT A SUPERVISOR HAS SIGNED OFF, WHICH COMES BACK
010710*    AS THE WHOLE HOLD RECORD - ITS BOOK QUANTITY AND VARIANCE AT
010720*    COUNT TIME STILL IN COLUMNS 43-53.
010800*
010900 FD  CNTFILE.
011000*
011100 01  CNT-REC.
011200     03  CNT-TABLE-ID        PIC  X(03).
011300     03  CNT-ITEM            PIC  X(10).
011400     03  CNT-QTY             PIC  X(05).
011500     03  CNT-DATE            PIC  9(08).
011600     03  CNT-COUNTER         PIC  X(08).
011700     03  CNT-APPROVER        PIC  X(08).
011710     03  CNT-HELD-BOOK       PIC  X(05).
011720     03  CNT-HELD-VARIANCE   PIC  X(06).
011800     03  FILLER              PIC  X(27).
011900*
012000*    MUST MATCH THE TBL-IN-REC LAYOUT READ BY BINTREE, WITH THE
012100*    HEADER AND TRAILER VIEWS OF ITS BATCH ENVELOPE.
012200*
012300 FD  ADJFILE.
012400*
012500 01  ADJ-REC                 PIC  X(96).
012600 01  ADJ-DTL-REC.
012700     03  ADJ-CODE            PIC  X(01).
012800     03  ADJ-KEY             PIC  X(10).
012900     03  ADJ-NEW-KEY         PIC  X(10).
013000     03  ADJ-DESC            PIC  X(30).
013100     03  ADJ-QTY             PIC  9(05).
013200     03  ADJ-STATUS          PIC  X(01).
013300     03  ADJ-TABLE-ID        PIC  X(03).
013400     03  ADJ-EFF-DATE        PIC  9(08).
013500     03  ADJ-ORIG            PIC  X(08).
013600     03  ADJ-VEND-KEY        PIC  X(10).
013700     03  ADJ-LOC-KEY         PIC  X(10).
013800 01  ADJ-HDR-REC.
013900     03  ADJ-HDR-CODE        PIC  X(01).
014000     03  ADJ-HDR-BATCH-NO    PIC  9(06).
014100     03  ADJ-HDR-CRE-DATE    PIC  9(08).
014200     03  ADJ-HDR-ORIG        PIC  X(08).
014300     03  FILLER              PIC  X(73).
014400 01  ADJ-TRL-REC.
014500     03  ADJ-TRL-CODE        PIC  X(01).
014600     03  ADJ-TRL-REC-CNT     PIC  9(08).
014700     03  ADJ-TRL-QTY-HASH    PIC  9(09).
014800     03  FILLER              PIC  X(78).
014900*
015000*    A HELD COUNT: THE COUNT RECORD AS IT CAME IN, FOLLOWED BY
015100*    THE BOOK QUANTITY AND THE VARIANCE IT WAS HELD FOR. FILLING
015200*    IN THE APPROVER AND PUTTING THE WHOLE RECORD BACK IN THE
015300*    COUNT FILE SIGNS IT OFF; THE VARIANCE IS THEN POSTED AS IT
015310*    STANDS HERE.
015400*
015500 FD  HOLDFILE.
015600*
015700 01  HLD-REC.
015800     03  HLD-COUNT           PIC  X(42).
015900     03  HLD-BOOK-QTY        PIC  9(05).
016000     03  HLD-VARIANCE        PIC S9(05)
016100                             SIGN IS LEADING SEPARATE.
016200     03  FILLER              PIC  X(27).
016202*
016204*    MUST MATCH THE RH-REC LAYOUT READ BY RUNTRND. RH-COUNT (1)
016206*    IS THE STEP'S VOLUME; THE OTHER COUNTS DEPEND ON THE
016208*    PROGRAM, EACH NAMED BY ITS RH-CNT-NAME.
016210*
016212 FD  RUNHIST.
016214*
016216 01  RH-REC.
016218     03  RH-JOB              PIC  X(08).
016220     03  RH-STEP             PIC  X(08).
016222     03  RH-PROGRAM          PIC  X(08).
016224     03  RH-MODE             PIC  X(04).
016226     03  RH-START-DATE       PIC  9(08).
016228     03  RH-START-TIME       PIC  9(08).
016230     03  RH-END-DATE         PIC  9(08).
016232     03  RH-END-TIME         PIC  9(08).
016234     03  RH-RC               PIC  9(04).
016236     03  RH-COUNT            OCCURS 8 TIMES.
016238         05  RH-CNT-NAME     PIC  X(08).
016240         05  RH-CNT-VALUE    PIC  9(09).
016242     03  FILLER              PIC  X(20).
016244*
016246*    THE JOB NAME IN COLUMNS 1-8, THE STEP NAME IN 10-17.
016248*
016250 FD  RUNID.
016252*
016254 01  RID-REC.
016256     03  RID-JOB             PIC  X(08).
016258     03  FILLER              PIC  X(01).
016260     03  RID-STEP            PIC  X(08).
016262     03  FILLER              PIC  X(63).
016300 WORKING-STORAGE SECTION.
016305*
016310*    WHEN THIS RUN STARTED, AND THE RUN-HISTORY FILE STATUSES.
016315*
016320 01  RUN-HIST-AREA.
016325     03  WS-RH-START-DATE    PIC 9(08)       VALUE ZERO.
016330     03  WS-RH-START-TIME    PIC 9(08)       VALUE ZERO.
016335     03  WS-RH-JOB           PIC X(08)       VALUE SPACE.
016340     03  WS-RH-STEP          PIC X(08)       VALUE SPACE.
016345     03  WS-RH-STATUS        PIC X(02)       VALUE SPACE.
016350     03  WS-RID-STATUS       PIC X(02)       VALUE SPACE.
016355     03  WS-RH-SS            PIC S9(04)      COMP
016360                                             VALUE ZERO.
016400*
016500 01  WORK-AREA.
016600     03  WS-MSTR-STATUS      PIC X(02)       VALUE SPACE.
016700     03  WS-CNT-STATUS       PIC X(02)       VALUE SPACE.
016800     03  WS-ADJ-STATUS       PIC X(02)       VALUE SPACE.
016900     03  WS-HLD-STATUS       PIC X(02)       VALUE SPACE.
017000     03  WS-ERR-CTR          PIC S9(04)      COMP
017100                                             VALUE ZERO.
017200     03  WS-REC-CTR          PIC S9(04)      COMP
017300                                             VALUE ZERO.
017400     03  WS-MAX-SEQ          PIC S9(04)      COMP
017500                                             VALUE ZERO.
017600     03  WS-TBL-MAX          PIC S9(04)      COMP
017700                                             VALUE 3000.
017800     03  WS-TAB-CNT          PIC S9(04)      COMP
017900                                             VALUE ZERO.
018000     03  WS-VTX              PIC S9(04)      COMP
018100                                             VALUE ZERO.
018200     03  WS-CTL-SW           PIC X(01)       VALUE 'N'.
018300         88  WS-CTL-SEEN                     VALUE 'Y'.
018400     03  WS-SWAP-SW          PIC X(01)       VALUE 'N'.
018500         88  WS-SWAPPED                      VALUE 'Y'.
018600     03  WS-ADJ-OPEN-SW      PIC X(01)       VALUE 'N'.
018700         88  WS-ADJ-OPEN                     VALUE 'Y'.
018800     03  WS-HLD-OPEN-SW      PIC X(01)       VALUE 'N'.
018900         88  WS-HLD-OPEN                     VALUE 'Y'.
019000     03  SS                  PIC S9(04)      COMP
019100                                             VALUE ZERO.
019200*
019300*    THE TOLERANCE FROM THE PARM, AND ITS PERCENTAGE IN TENTHS.
019400*    THE PERCENT TEST IS MADE EXACTLY, CROSS-MULTIPLIED: THE
019410*    VARIANCE TIMES 1000 AGAINST THE TOLERANCE IN TENTHS TIMES
019420*    BOOK, SO NO ROUNDING OF THE PERCENTAGE CAN LET ONE PASS.
019500*
019600     03  WS-TOL-PCT          PIC 9(03)       VALUE ZERO.
019700     03  WS-TOL-UNITS        PIC 9(05)       VALUE ZERO.
019800     03  WS-TOL-TENTHS       PIC S9(07)      COMP
019900                                             VALUE ZERO.
019910     03  WS-TOL-LIMIT        PIC S9(11)      COMP
019920                                             VALUE ZERO.
019930     03  WS-VAR-MILLS        PIC S9(11)      COMP
019940                                             VALUE ZERO.
020000*
020100*    ONE COUNT BEING RECONCILED.
020200*
020300     03  WS-CUR-TABID        PIC X(03)       VALUE SPACE.
020400     03  WS-PREV-IDKEY       PIC X(13)       VALUE LOW-VALUES.
020500     03  WS-BOOK-QTY         PIC S9(07)      COMP
020600                                             VALUE ZERO.
020700     03  WS-CNT-QTY          PIC S9(07)      COMP
020800                                             VALUE ZERO.
020900     03  WS-VARIANCE         PIC S9(07)      COMP
021000                                             VALUE ZERO.
021100     03  WS-VAR-ABS          PIC S9(07)      COMP
021200                                             VALUE ZERO.
021300     03  WS-VAR-TENTHS       PIC S9(09)      COMP
021400                                             VALUE ZERO.
021500     03  WS-VAR-PCT          PIC S9(05)V9    VALUE ZERO.
021600     03  WS-ROOT             PIC S9(04)      COMP
021700                                             VALUE ZERO.
021800     03  WS-RS               PIC S9(04)      COMP
021900                                             VALUE ZERO.
022000     03  WS-RS-CTR           PIC S9(04)      COMP
022100                                             VALUE ZERO.
022200     03  WS-FOUND-SW         PIC X(01)       VALUE 'N'.
022300         88  WS-FOUND                        VALUE 'Y'.
022400*
022500*    THE ADJUSTMENT BATCH.
022600*
022700     03  WS-ADJ-ORIG         PIC X(08)       VALUE 'CYCLECNT'.
022800     03  WS-ADJ-CTR          PIC 9(08)       COMP
022900                                             VALUE ZERO.
023000     03  WS-QTY-HASH         PIC 9(09)       COMP
023100                                             VALUE ZERO.
023200*
023300*    COUNTS FOR THE TABLE BEING PRINTED AND FOR THE RUN. THE
023400*    FIRST SET IS MOVED TO THE SECOND AT EACH TABLE BREAK.
023500*
023600 01  TABLE-TOTALS.
023700     03  WS-TAB-CNT-CTR      PIC S9(08)      COMP
023800                                             VALUE ZERO.
023900     03  WS-TAB-BOOK-TOT     PIC S9(09)      COMP
024000                                             VALUE ZERO.
024100     03  WS-TAB-CNT-TOT      PIC S9(09)      COMP
024200                                             VALUE ZERO.
024300     03  WS-TAB-VAR-TOT      PIC S9(09)      COMP
024400                                             VALUE ZERO.
024500     03  WS-TAB-ADJ-CTR      PIC S9(08)      COMP
024600                                             VALUE ZERO.
024700     03  WS-TAB-HLD-CTR      PIC S9(08)      COMP
024800                                             VALUE ZERO.
024900     03  WS-TAB-NOF-CTR      PIC S9(08)      COMP
025000                                             VALUE ZERO.
025100     03  WS-TAB-NCT-CTR      PIC S9(08)      COMP
025200                                             VALUE ZERO.
025300*
025400 01  RUN-TOTALS.
025500     03  WS-CNT-READ-CTR     PIC S9(08)      COMP
025600                                             VALUE ZERO.
025700     03  WS-AGREE-CTR        PIC S9(08)      COMP
025800                                             VALUE ZERO.
025900     03  WS-RUN-ADJ-CTR      PIC S9(08)      COMP
026000                                             VALUE ZERO.
026100     03  WS-SIGNED-CTR       PIC S9(08)      COMP
026200                                             VALUE ZERO.
026300     03  WS-RUN-HLD-CTR      PIC S9(08)      COMP
026400                                             VALUE ZERO.
026500     03  WS-RUN-NOF-CTR      PIC S9(08)      COMP
026600                                             VALUE ZERO.
026700     03  WS-RUN-NCT-CTR      PIC S9(08)      COMP
026800                                             VALUE ZERO.
026900     03  WS-BAD-CTR          PIC S9(08)      COMP
027000                                             VALUE ZERO.
027100     03  WS-DUP-CTR          PIC S9(08)      COMP
027200                                             VALUE ZERO.
027300*
027400*    ONE ROW PER MASTER SLOT: THE TREE LINKS THE SEARCH FOLLOWS
027500*    AND THE BOOK FIGURES THE COUNT IS COMPARED WITH.
027600*
027700 01  BOOK-TABLE.
027800     03  V-ENTRY             OCCURS 3000 TIMES.
027900         05  V-LL            PIC S9(04)      COMP-3.
028000         05  V-RL            PIC S9(04)      COMP-3.
028100         05  V-ITEM          PIC X(10).
028200         05  V-QTY           PIC 9(05).
028300*
028400*    THE CONTROL RECORD'S PER-TABLE ANCHORS.
028500*
028600 01  BOOK-TAB-CTL.
028700     03  VT-ENTRY            OCCURS 5 TIMES.
028800         05  VT-ID           PIC X(03).
028900         05  VT-ROOT         PIC S9(04)      COMP.
029000*
029100*    THE COUNT FILE, HELD IN MEMORY AND SORTED BY TABLE AND ITEM
029200*    SO THE REPORT COMES OUT BY TABLE. WITHIN AN ITEM A RECORD
029300*    WITH A QUANTITY SORTS AHEAD OF A BLANK ONE, AND THE INPUT
029400*    SEQUENCE BREAKS TIES: OF TWO COUNTS OF ONE ITEM THE FIRST
029500*    RECEIVED IS USED AND THE SECOND IS LISTED AS A DUPLICATE,
029600*    AND A 'DUE' RECORD FOR AN ITEM THAT WAS COUNTED IS DROPPED.
029700*
029800 01  COUNT-TABLE.
029900     03  WS-CNT-MAX          PIC S9(04)      COMP
030000                                             VALUE 3000.
030100     03  WS-CNT-CNT          PIC S9(04)      COMP
030200                                             VALUE ZERO.
030300     03  WS-CX               PIC S9(04)      COMP
030400                                             VALUE ZERO.
030500     03  WS-CX2              PIC S9(04)      COMP
030600                                             VALUE ZERO.
030700     03  C-ENTRY             OCCURS 3000 TIMES.
030800         05  C-SORT-KEY.
030900             07  C-IDKEY.
031000                 09  C-TABID PIC X(03).
031100                 09  C-ITEM  PIC X(10).
031200             07  C-DUE-SW    PIC X(01).
031300             07  C-SEQ       PIC 9(05).
031400         05  C-REC           PIC X(53).
031500     03  WS-C-SWAP           PIC X(72).
031600*
031700*    ONE COUNT RECORD, BROKEN OUT FROM ITS TABLE ROW.
031800*
031900 01  WS-COUNT.
032000     03  WS-C-TABID          PIC X(03).
032100     03  WS-C-ITEM           PIC X(10).
032200     03  WS-C-QTY            PIC X(05).
032300     03  WS-C-QTY-N          REDEFINES WS-C-QTY
032400                             PIC 9(05).
032500     03  WS-C-DATE           PIC 9(08).
032600     03  WS-C-COUNTER        PIC X(08).
032700     03  WS-C-APPROVER       PIC X(08).
032710     03  WS-C-HELD-BOOK      PIC X(05).
032720     03  WS-C-HELD-BOOK-N    REDEFINES WS-C-HELD-BOOK
032730                             PIC 9(05).
032740     03  WS-C-HELD-VAR       PIC X(06).
032750     03  WS-C-HELD-VAR-N     REDEFINES WS-C-HELD-VAR
032760                             PIC S9(05)
032770                             SIGN IS LEADING SEPARATE.
032800*
032900*    FIELDS AND PRINT LINES FOR THE REPORT.
033000*
033100 01  REPORT-WORK-AREA.
033200     03  WS-PAGE-NO          PIC S9(04)      COMP
033300                                             VALUE ZERO.
033400     03  WS-LINE-NO          PIC S9(04)      COMP
033500                                             VALUE ZERO.
033600     03  WS-RPT-LINE-MAX     PIC S9(04)      COMP
033700                                             VALUE 55.
033800     03  WS-RUN-DATE.
033850         05  WS-RUN-CC       PIC 9(02).
033900         05  WS-RUN-YY       PIC 9(02).
034000         05  WS-RUN-MM       PIC 9(02).
034100         05  WS-RUN-DD       PIC 9(02).
034200     03  WS-RUN-DATE-N       REDEFINES WS-RUN-DATE
034300                             PIC 9(08).
034312*
034324*    THE BATCH NUMBER IS THE RUN DATE WITHOUT ITS CENTURY
034336*    (YYMMDD), THE SIX DIGITS THE BATCH ENVELOPE CARRIES.
034348*
034360     03  WS-RUN-BATCH        REDEFINES WS-RUN-DATE.
034372         05  FILLER          PIC X(02).
034384         05  WS-RUN-BATCH-NO PIC 9(06).
034400     03  WS-RUN-DATE-DISP.
034500         05  WS-RDD-MM       PIC 9(02).
034600         05  FILLER          PIC X(01)       VALUE '/'.
034700         05  WS-RDD-DD       PIC 9(02).
034800         05  FILLER          PIC X(01)       VALUE '/'.
034850         05  WS-RDD-CC       PIC 9(02).
034900         05  WS-RDD-YY       PIC 9(02).
035000*
035100 01  WS-HDR-LINE-1.
035200     03  FILLER              PIC X(05)       VALUE SPACES.
035300     03  FILLER              PIC X(34)       VALUE
035400             'BINTREE CYCLE-COUNT VARIANCES'.
035500     03  FILLER              PIC X(10)       VALUE 'RUN DATE: '.
035600     03  HDR1-DATE           PIC X(10).
035700     03  FILLER              PIC X(03)       VALUE SPACES.
035800     03  FILLER              PIC X(05)       VALUE 'PAGE '.
035900     03  HDR1-PAGE-NO        PIC ZZZ9.
036000*
036100 01  WS-HDR-LINE-2.
036200     03  FILLER              PIC X(05)       VALUE SPACES.
036300     03  FILLER              PIC X(06)       VALUE 'TABLE'.
036400     03  FILLER              PIC X(12)       VALUE 'ITEM'.
036500     03  FILLER              PIC X(07)       VALUE '   BOOK'.
036600     03  FILLER              PIC X(09)       VALUE '  COUNTED'.
036700     03  FILLER              PIC X(09)       VALUE ' VARIANCE'.
036800     03  FILLER              PIC X(10)       VALUE '     VAR %'.
036900     03  FILLER              PIC X(03)       VALUE SPACES.
037000     03  FILLER              PIC X(11)       VALUE 'CNT DATE'.
037100     03  FILLER              PIC X(10)       VALUE 'COUNTER'.
037200     03  FILLER              PIC X(22)       VALUE 'ACTION'.
037300*
037400 01  WS-HDR-LINE-3.
037500     03  FILLER              PIC X(05)       VALUE SPACES.
037600     03  FILLER              PIC X(99)       VALUE ALL '-'.
037700*
037800 01  WS-DTL-LINE.
037900     03  FILLER              PIC X(05)       VALUE SPACES.
038000     03  DTL-TABID           PIC X(03).
038100     03  FILLER              PIC X(03)       VALUE SPACES.
038200     03  DTL-ITEM            PIC X(10).
038300     03  FILLER              PIC X(02)       VALUE SPACES.
038400     03  DTL-BOOK            PIC ZZZZZZ9.
038500     03  DTL-BOOK-X          REDEFINES DTL-BOOK
038600                             PIC X(07).
038700     03  FILLER              PIC X(02)       VALUE SPACES.
038800     03  DTL-COUNTED         PIC ZZZZZZ9.
038900     03  DTL-COUNTED-X       REDEFINES DTL-COUNTED
039000                             PIC X(07).
039100     03  FILLER              PIC X(02)       VALUE SPACES.
039200     03  DTL-VARIANCE        PIC ------9.
039300     03  DTL-VARIANCE-X      REDEFINES DTL-VARIANCE
039400                             PIC X(07).
039500     03  FILLER              PIC X(03)       VALUE SPACES.
039600     03  DTL-VAR-PCT         PIC ----9.9.
039700     03  DTL-VAR-PCT-X       REDEFINES DTL-VAR-PCT
039800                             PIC X(07).
039900     03  FILLER              PIC X(03)       VALUE SPACES.
040000     03  DTL-DATE            PIC X(08).
040100     03  FILLER              PIC X(03)       VALUE SPACES.
040200     03  DTL-COUNTER         PIC X(08).
040300     03  FILLER              PIC X(02)       VALUE SPACES.
040400     03  DTL-ACTION          PIC X(22).
040500*
040600 01  WS-TAB-LINE-1.
040700     03  FILLER              PIC X(05)       VALUE SPACES.
040800     03  FILLER              PIC X(06)       VALUE 'TABLE'.
040900     03  TB1-TABID           PIC X(03).
041000     03  FILLER              PIC X(07)       VALUE ' TOTAL'.
041100     03  TB1-BOOK            PIC ZZZZZZZZ9.
041200     03  TB1-COUNTED         PIC ZZZZZZZZ9.
041300     03  TB1-VARIANCE        PIC --------9.
041400     03  FILLER              PIC X(05)       VALUE SPACES.
041500     03  FILLER              PIC X(07)       VALUE 'COUNTS'.
041600     03  TB1-COUNTS          PIC ZZZZZZ9.
041700*
041800 01  WS-TAB-LINE-2.
041900     03  FILLER              PIC X(14)       VALUE SPACES.
042000     03  FILLER              PIC X(10)       VALUE 'ADJUSTED'.
042100     03  TB2-ADJ             PIC ZZZZZZ9.
042200     03  FILLER              PIC X(10)       VALUE '   HELD'.
042300     03  TB2-HLD             PIC ZZZZZZ9.
042400     03  FILLER              PIC X(18)       VALUE
042500             '   NOT ON MASTER'.
042600     03  TB2-NOF             PIC ZZZZZZ9.
042700     03  FILLER              PIC X(16)       VALUE
042800             '   NOT COUNTED'.
042900     03  TB2-NCT             PIC ZZZZZZ9.
043000*
043100 01  WS-TRL-LINE.
043200     03  FILLER              PIC X(05)       VALUE SPACES.
043300     03  TRL-CAPTION         PIC X(34).
043400     03  TRL-COUNT           PIC ZZZZZZZZ9.
043500*
043600*
043700 LINKAGE SECTION.
043800*
043900*    RECEIVES THE JCL EXEC PARM: THE TOLERANCE PERCENT (3 DIGITS)
044000*    AND UNITS (5 DIGITS), e.g. PARM='005 00002'.
044100*
044200 01  LK-PARM.
044300     03  LK-PARM-LEN         PIC S9(04)      COMP.
044400     03  LK-PARM-PCT         PIC X(03).
044500     03  FILLER              PIC X(01).
044600     03  LK-PARM-UNITS       PIC X(05).
044700*
044800 PROCEDURE DIVISION USING LK-PARM.
044900*
045000 0000-START.
045025     ACCEPT WS-RH-START-DATE FROM DATE YYYYMMDD.
045050     ACCEPT WS-RH-START-TIME FROM TIME.
045100     OPEN OUTPUT PRNTFILE.
045200     ACCEPT WS-RUN-DATE      FROM DATE YYYYMMDD.
045300     MOVE WS-RUN-MM          TO WS-RDD-MM.
045400     MOVE WS-RUN-DD          TO WS-RDD-DD.
045450     MOVE WS-RUN-CC          TO WS-RDD-CC.
045500     MOVE WS-RUN-YY          TO WS-RDD-YY.
045600     MOVE WS-RUN-DATE-DISP   TO HDR1-DATE.
045700*
045800     IF  LK-PARM-LEN >= 3 AND LK-PARM-PCT NUMERIC
045900         MOVE LK-PARM-PCT    TO WS-TOL-PCT.
046000     IF  LK-PARM-LEN >= 9 AND LK-PARM-UNITS NUMERIC
046100         MOVE LK-PARM-UNITS  TO WS-TOL-UNITS.
046200     MULTIPLY WS-TOL-PCT BY 10 GIVING WS-TOL-TENTHS.
046300     DISPLAY 'CYCCNT: TOLERANCE ' WS-TOL-PCT ' PERCENT OR '
046400         WS-TOL-UNITS ' UNITS'.
046500*
046600     PERFORM LOAD-BOOK THRU LOAD-BOOK-EXIT.
046700     IF  WS-ERR-CTR > ZERO
046800         GO TO END-JOB.
046900     PERFORM LOAD-COUNTS THRU LOAD-COUNTS-EXIT.
047000     IF  WS-ERR-CTR > ZERO
047100         GO TO END-JOB.
047200     PERFORM SORT-COUNTS THRU SORT-COUNTS-EXIT.
047300*
047400     OPEN OUTPUT ADJFILE.
047500     IF  WS-ADJ-STATUS NOT = '00'
047600         ADD 1               TO WS-ERR-CTR
047700         DISPLAY 'CYCCNT: ADJUSTMENT BATCH OPEN FAILED, STATUS '
047800             WS-ADJ-STATUS
047900         GO TO END-JOB.
048000     MOVE 'Y'                TO WS-ADJ-OPEN-SW.
048100     OPEN OUTPUT HOLDFILE.
048200     IF  WS-HLD-STATUS NOT = '00'
048300         ADD 1               TO WS-ERR-CTR
048400         DISPLAY 'CYCCNT: HOLD FILE OPEN FAILED, STATUS '
048500             WS-HLD-STATUS
048600         GO TO END-JOB.
048700     MOVE 'Y'                TO WS-HLD-OPEN-SW.
048800     MOVE SPACES             TO ADJ-HDR-REC.
048900     MOVE 'H'                TO ADJ-HDR-CODE.
049000     MOVE WS-RUN-BATCH-NO    TO ADJ-HDR-BATCH-NO.
049100     MOVE WS-RUN-DATE-N      TO ADJ-HDR-CRE-DATE.
049200     MOVE WS-ADJ-ORIG        TO ADJ-HDR-ORIG.
049300     WRITE ADJ-HDR-REC.
049400     IF  WS-ADJ-STATUS NOT = '00'
049500         ADD 1               TO WS-ERR-CTR
049600         DISPLAY 'CYCCNT: HEADER WRITE FAILED, STATUS '
049700             WS-ADJ-STATUS
049800         GO TO END-JOB.
049900*
050000*    RECONCILE THE SORTED COUNTS ONE BY ONE, PRINTING A TABLE
050100*    TOTAL AT EACH CHANGE OF TABLE-ID.
050200*
050300     PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
050400     MOVE 1                  TO WS-CX.
050500 RECONCILE-LOOP.
050600     IF  WS-CX > WS-CNT-CNT
050700         GO TO RECONCILE-DONE.
050800     IF  WS-CX > 1 AND C-TABID (WS-CX) NOT = WS-CUR-TABID
050900         PERFORM PRINT-TABLE-TOTAL THRU PRINT-TABLE-TOTAL-EXIT.
051000     MOVE C-TABID (WS-CX)    TO WS-CUR-TABID.
051100     PERFORM RECONCILE-COUNT THRU RECONCILE-COUNT-EXIT.
051200     IF  WS-ERR-CTR > ZERO
051300         GO TO END-JOB.
051400     ADD 1                   TO WS-CX.
051500     GO TO RECONCILE-LOOP.
051600 RECONCILE-DONE.
051700     IF  WS-CNT-CNT > ZERO
051800         PERFORM PRINT-TABLE-TOTAL THRU PRINT-TABLE-TOTAL-EXIT.
051900     MOVE SPACES             TO ADJ-TRL-REC.
052000     MOVE 'T'                TO ADJ-TRL-CODE.
052100     MOVE WS-ADJ-CTR         TO ADJ-TRL-REC-CNT.
052200     MOVE WS-QTY-HASH        TO ADJ-TRL-QTY-HASH.
052300     WRITE ADJ-TRL-REC.
052400     IF  WS-ADJ-STATUS NOT = '00'
052500         ADD 1               TO WS-ERR-CTR
052600         DISPLAY 'CYCCNT: TRAILER WRITE FAILED, STATUS '
052700             WS-ADJ-STATUS.
052800     GO TO END-JOB.
052900*
053000*    LOAD THE CURRENT MASTER GENERATION: THE TREE LINKS, KEYS
053100*    AND QUANTITIES, AND THE TABLE ANCHORS FROM THE CONTROL
053200*    RECORD. A MISSING OR EMPTY MASTER LEAVES EVERY COUNT NOT ON
053300*    MASTER; ONE WITH RECORDS BUT NO CONTROL RECORD CANNOT BE
053400*    SEARCHED AT ALL.
053500*
053600 LOAD-BOOK.
053700     MOVE 1                  TO SS.
053800 LOAD-BOOK-CLEAR.
053900     MOVE ZERO               TO V-LL (SS), V-RL (SS), V-QTY (SS).
054000     MOVE SPACES             TO V-ITEM (SS).
054100     ADD 1                   TO SS.
054200     IF  SS NOT > WS-TBL-MAX
054300         GO TO LOAD-BOOK-CLEAR.
054400     OPEN INPUT MASTFILE.
054500     IF  WS-MSTR-STATUS = '35'
054600         DISPLAY 'CYCCNT: NO MASTER FILE - NOTHING IS ON FILE'
054700         GO TO LOAD-BOOK-EXIT.
054800 LOAD-BOOK-READ.
054900     READ MASTFILE
055000         AT END
055100             GO TO LOAD-BOOK-END.
055200     IF  MSTR-SEQ = ZERO
055300         MOVE MSTR-TAB-CNT   TO WS-TAB-CNT
055400         PERFORM LOAD-CTL THRU LOAD-CTL-EXIT
055500         MOVE 'Y'            TO WS-CTL-SW
055600         GO TO LOAD-BOOK-READ.
055700     IF  MSTR-SEQ > WS-TBL-MAX
055800         ADD 1               TO WS-ERR-CTR
055900         DISPLAY 'CYCCNT: SLOT OUT OF RANGE ' MSTR-SEQ
056000         GO TO LOAD-BOOK-READ.
056100     MOVE MSTR-LL            TO V-LL   (MSTR-SEQ).
056200     MOVE MSTR-RL            TO V-RL   (MSTR-SEQ).
056300     MOVE MSTR-ITEM          TO V-ITEM (MSTR-SEQ).
056400     MOVE MSTR-QTY           TO V-QTY  (MSTR-SEQ).
056500     ADD 1                   TO WS-REC-CTR.
056600     IF  MSTR-SEQ > WS-MAX-SEQ
056700         MOVE MSTR-SEQ       TO WS-MAX-SEQ.
056800     GO TO LOAD-BOOK-READ.
056900 LOAD-BOOK-END.
057000     CLOSE MASTFILE.
057100     IF  NOT WS-CTL-SEEN AND WS-REC-CTR > ZERO
057200         ADD 1               TO WS-ERR-CTR
057300         DISPLAY 'CYCCNT: CONTROL RECORD MISSING'.
057400 LOAD-BOOK-EXIT.
057500     EXIT.
057600*
057700 LOAD-CTL.
057800     IF  WS-TAB-CNT < ZERO OR WS-TAB-CNT > 5
057900         ADD 1               TO WS-ERR-CTR
058000         DISPLAY 'CYCCNT: TABLE COUNT BAD ' WS-TAB-CNT
058100         MOVE ZERO           TO WS-TAB-CNT
058200         GO TO LOAD-CTL-EXIT.
058300     MOVE 1                  TO WS-VTX.
058400 LOAD-CTL-STEP.
058500     IF  WS-VTX > 5
058600         GO TO LOAD-CTL-EXIT.
058700     MOVE MSTR-CTL-ID (WS-VTX)   TO VT-ID (WS-VTX).
058800     MOVE MSTR-CTL-ROOT (WS-VTX) TO VT-ROOT (WS-VTX).
058900     ADD 1                   TO WS-VTX.
059000     GO TO LOAD-CTL-STEP.
059100 LOAD-CTL-EXIT.
059200     EXIT.
059300*
059400*    READ THE WHOLE COUNT FILE INTO THE COUNT TABLE. MORE COUNTS
059500*    THAN THE TABLE HOLDS IS AN ERROR - A PARTIAL RECONCILIATION
059600*    WOULD REPORT THE REST AS NEVER SENT.
059700*
059800 LOAD-COUNTS.
059900     OPEN INPUT CNTFILE.
060000     IF  WS-CNT-STATUS = '35'
060100         DISPLAY 'CYCCNT: NO COUNT FILE - EMPTY ADJUSTMENT BATCH'
060200         GO TO LOAD-COUNTS-EXIT.
060300     IF  WS-CNT-STATUS NOT = '00'
060400         ADD 1               TO WS-ERR-CTR
060500         DISPLAY 'CYCCNT: COUNT FILE OPEN FAILED, STATUS '
060600             WS-CNT-STATUS
060700         GO TO LOAD-COUNTS-EXIT.
060800 LOAD-COUNTS-READ.
060900     READ CNTFILE
061000         AT END
061100             GO TO LOAD-COUNTS-END.
061200     IF  WS-CNT-STATUS NOT = '00'
061300         ADD 1               TO WS-ERR-CTR
061400         DISPLAY 'CYCCNT: COUNT FILE READ FAILED, STATUS '
061500             WS-CNT-STATUS
061600         GO TO LOAD-COUNTS-END.
061700     ADD 1                   TO WS-CNT-READ-CTR.
061800     IF  WS-CNT-CNT >= WS-CNT-MAX
061900         ADD 1               TO WS-ERR-CTR
062000         DISPLAY 'CYCCNT: MORE THAN ' WS-CNT-MAX
062100             ' COUNTS - SPLIT THE COUNT FILE'
062200         GO TO LOAD-COUNTS-END.
062300     ADD 1                   TO WS-CNT-CNT.
062400     MOVE CNT-TABLE-ID       TO C-TABID (WS-CNT-CNT).
062500     MOVE CNT-ITEM           TO C-ITEM (WS-CNT-CNT).
062600     MOVE WS-CNT-CNT         TO C-SEQ (WS-CNT-CNT).
062700     IF  CNT-QTY = SPACES
062800         MOVE 'Y'            TO C-DUE-SW (WS-CNT-CNT)
062900     ELSE
063000         MOVE 'N'            TO C-DUE-SW (WS-CNT-CNT).
063100     MOVE CNT-REC            TO C-REC (WS-CNT-CNT).
063200     GO TO LOAD-COUNTS-READ.
063300 LOAD-COUNTS-END.
063400     CLOSE CNTFILE.
063500 LOAD-COUNTS-EXIT.
063600     EXIT.
063700*
063800*    SORT THE COUNTS BY TABLE, ITEM AND ARRIVAL - THE SAME
063900*    BUBBLE PASS AS MSTSALV'S KEY SORT.
064000*
064100 SORT-COUNTS.
064200     IF  WS-CNT-CNT < 2
064300         GO TO SORT-COUNTS-EXIT.
064400 SORT-COUNTS-PASS.
064500     MOVE 'N'                TO WS-SWAP-SW.
064600     MOVE 1                  TO WS-CX.
064700 SORT-COUNTS-STEP.
064800     IF  WS-CX >= WS-CNT-CNT
064900         IF  WS-SWAPPED
065000             GO TO SORT-COUNTS-PASS
065100         ELSE
065200             GO TO SORT-COUNTS-EXIT.
065300     ADD 1  WS-CX            GIVING WS-CX2.
065400     IF  C-SORT-KEY (WS-CX) > C-SORT-KEY (WS-CX2)
065500         MOVE C-ENTRY (WS-CX)    TO WS-C-SWAP
065600         MOVE C-ENTRY (WS-CX2)   TO C-ENTRY (WS-CX)
065700         MOVE WS-C-SWAP      TO C-ENTRY (WS-CX2)
065800         MOVE 'Y'            TO WS-SWAP-SW.
065900     ADD 1                   TO WS-CX.
066000     GO TO SORT-COUNTS-STEP.
066100 SORT-COUNTS-EXIT.
066200     EXIT.
066300*
066400*    RECONCILE THE COUNT AT WS-CX AND PRINT ITS LINE. EXACTLY
066500*    ONE ACTION IS TAKEN: NOT COUNTED, BAD QUANTITY, DUPLICATE,
066600*    NOT ON MASTER, AGREES, ADJUSTED, OR HELD.
066700*
066800 RECONCILE-COUNT.
066900     MOVE C-REC (WS-CX)      TO WS-COUNT.
067000     IF  C-IDKEY (WS-CX) = WS-PREV-IDKEY AND WS-C-QTY = SPACES
067100         GO TO RECONCILE-COUNT-EXIT.
067200     ADD 1                   TO WS-TAB-CNT-CTR.
067300     MOVE WS-C-TABID         TO DTL-TABID.
067400     MOVE WS-C-ITEM          TO DTL-ITEM.
067500     MOVE SPACES             TO DTL-BOOK-X, DTL-COUNTED-X,
067600                                DTL-VARIANCE-X, DTL-VAR-PCT-X.
067700     MOVE WS-C-DATE          TO DTL-DATE.
067800     MOVE WS-C-COUNTER       TO DTL-COUNTER.
067900     IF  C-IDKEY (WS-CX) = WS-PREV-IDKEY
068000         ADD 1               TO WS-DUP-CTR
068100         MOVE 'DUPLICATE - IGNORED'  TO DTL-ACTION
068200         GO TO RECONCILE-PRINT.
068300     MOVE C-IDKEY (WS-CX)    TO WS-PREV-IDKEY.
068400     IF  WS-C-QTY = SPACES
068500         ADD 1               TO WS-TAB-NCT-CTR, WS-RUN-NCT-CTR
068600         MOVE 'DUE - NOT COUNTED'    TO DTL-ACTION
068700         GO TO RECONCILE-PRINT.
068800     IF  WS-C-QTY NOT NUMERIC
068900         ADD 1               TO WS-BAD-CTR
069000         MOVE WS-C-QTY       TO DTL-COUNTED-X
069100         MOVE 'BAD QUANTITY - IGNORED' TO DTL-ACTION
069200         GO TO RECONCILE-PRINT.
069300     MOVE WS-C-QTY-N         TO WS-CNT-QTY.
069400     MOVE WS-CNT-QTY         TO DTL-COUNTED.
069500     PERFORM FIND-BOOK THRU FIND-BOOK-EXIT.
069600     IF  WS-ERR-CTR > ZERO
069700         GO TO RECONCILE-COUNT-EXIT.
069800     IF  NOT WS-FOUND
069900         ADD 1               TO WS-TAB-NOF-CTR, WS-RUN-NOF-CTR
070000         MOVE 'NOT ON MASTER'        TO DTL-ACTION
070100         GO TO RECONCILE-PRINT.
070150     IF  WS-C-APPROVER NOT = SPACES
070160         GO TO RECONCILE-SIGNED.
070200     MOVE V-QTY (WS-RS)      TO WS-BOOK-QTY.
070300     MOVE WS-BOOK-QTY        TO DTL-BOOK.
070400     ADD WS-BOOK-QTY         TO WS-TAB-BOOK-TOT.
070500     ADD WS-CNT-QTY          TO WS-TAB-CNT-TOT.
070600     SUBTRACT WS-BOOK-QTY FROM WS-CNT-QTY GIVING WS-VARIANCE.
070700     ADD WS-VARIANCE         TO WS-TAB-VAR-TOT.
070800     MOVE WS-VARIANCE        TO DTL-VARIANCE.
070900     IF  WS-VARIANCE = ZERO
071000         ADD 1               TO WS-AGREE-CTR
071100         MOVE ZERO           TO DTL-VAR-PCT
071200         MOVE 'AGREES'               TO DTL-ACTION
071300         GO TO RECONCILE-PRINT.
071400     PERFORM VARIANCE-PCT THRU VARIANCE-PCT-EXIT.
072000     IF  WS-VAR-ABS NOT > WS-TOL-UNITS
072010         GO TO RECONCILE-WITHIN.
072020     IF  WS-TOL-PCT = ZERO
072030         GO TO RECONCILE-HOLD.
072040     MULTIPLY WS-VAR-ABS BY 1000 GIVING WS-VAR-MILLS.
072050     MULTIPLY WS-TOL-TENTHS BY WS-BOOK-QTY GIVING WS-TOL-LIMIT.
072060     IF  WS-VAR-MILLS > WS-TOL-LIMIT
072070         GO TO RECONCILE-HOLD.
072080 RECONCILE-WITHIN.
072200     MOVE SPACES             TO ADJ-ORIG.
072300     MOVE 'ADJUSTED'                 TO DTL-ACTION.
072400     GO TO RECONCILE-ADJUST.
072500*
072600*    OVER TOLERANCE: HOLD IT FOR SIGN-OFF.
072700*
072750 RECONCILE-HOLD.
072800     MOVE SPACES             TO HLD-REC.
072900     MOVE C-REC (WS-CX)      TO HLD-COUNT.
073000     MOVE WS-BOOK-QTY        TO HLD-BOOK-QTY.
073100     MOVE WS-VARIANCE        TO HLD-VARIANCE.
073200     WRITE HLD-REC.
073300     IF  WS-HLD-STATUS NOT = '00'
073400         ADD 1               TO WS-ERR-CTR
073500         DISPLAY 'CYCCNT: HOLD FILE WRITE FAILED, STATUS '
073600             WS-HLD-STATUS
073700         GO TO RECONCILE-COUNT-EXIT.
073800     ADD 1                   TO WS-TAB-HLD-CTR, WS-RUN-HLD-CTR.
073900     MOVE 'HELD FOR SIGN-OFF'        TO DTL-ACTION.
074000     GO TO RECONCILE-PRINT.
074010*
074020*    SIGNED OFF: THE BOOK AND VARIANCE ARE THE ONES THE COUNT WAS
074030*    HELD WITH, SO THE ADJUSTMENT IS WHAT THE SUPERVISOR APPROVED
074040*    AND RECEIPTS AND ISSUES POSTED SINCE THE COUNT ARE LEFT TO
074050*    STAND. A SIGN-OFF THAT CAME BACK WITHOUT THEM CANNOT BE
074055*    POSTED.
074060*
074070 RECONCILE-SIGNED.
074080     IF  WS-C-HELD-BOOK NOT NUMERIC
074090     OR  WS-C-HELD-VAR-N NOT NUMERIC
074100         ADD 1               TO WS-BAD-CTR
074110         MOVE 'NO HELD VARIANCE - IGNORED' TO DTL-ACTION
074120         GO TO RECONCILE-PRINT.
074130     MOVE WS-C-HELD-BOOK-N   TO WS-BOOK-QTY.
074140     MOVE WS-BOOK-QTY        TO DTL-BOOK.
074150     ADD WS-BOOK-QTY         TO WS-TAB-BOOK-TOT.
074160     ADD WS-CNT-QTY          TO WS-TAB-CNT-TOT.
074170     MOVE WS-C-HELD-VAR-N    TO WS-VARIANCE.
074180     ADD WS-VARIANCE         TO WS-TAB-VAR-TOT.
074190     MOVE WS-VARIANCE        TO DTL-VARIANCE.
074200     IF  WS-VARIANCE = ZERO
074210         ADD 1               TO WS-AGREE-CTR
074220         MOVE ZERO           TO DTL-VAR-PCT
074230         MOVE 'AGREES'               TO DTL-ACTION
074240         GO TO RECONCILE-PRINT.
074250     PERFORM VARIANCE-PCT THRU VARIANCE-PCT-EXIT.
074260     ADD 1                   TO WS-SIGNED-CTR.
074270     MOVE WS-C-APPROVER      TO ADJ-ORIG.
074280     MOVE 'ADJUSTED - SIGNED OFF' TO DTL-ACTION.
074290*
074300*    INSIDE TOLERANCE, OR SIGNED OFF: CUT THE RECEIPT OR ISSUE
074350*    THAT BRINGS THE BOOK TO THE COUNT. ADJ-ORIG IS ALREADY SET -
074400*    BLANK TAKES CYCLECNT FROM THE BATCH HEADER.
074500*
074600 RECONCILE-ADJUST.
074700     MOVE SPACES             TO ADJ-KEY, ADJ-NEW-KEY, ADJ-DESC,
074800                                ADJ-STATUS, ADJ-VEND-KEY,
074900                                ADJ-LOC-KEY.
075000     IF  WS-VARIANCE > ZERO
075100         MOVE 'P'            TO ADJ-CODE
075200     ELSE
075300         MOVE 'S'            TO ADJ-CODE.
075400     MOVE WS-C-ITEM          TO ADJ-KEY.
075500     MOVE WS-VAR-ABS         TO ADJ-QTY.
075600     MOVE WS-C-TABID         TO ADJ-TABLE-ID.
075700     MOVE ZERO               TO ADJ-EFF-DATE.
075800     WRITE ADJ-DTL-REC.
075900     IF  WS-ADJ-STATUS NOT = '00'
076000         ADD 1               TO WS-ERR-CTR
076100         DISPLAY 'CYCCNT: ADJUSTMENT WRITE FAILED, STATUS '
076200             WS-ADJ-STATUS
076300         GO TO RECONCILE-COUNT-EXIT.
076400     ADD 1                   TO WS-ADJ-CTR.
076500     ADD ADJ-QTY             TO WS-QTY-HASH.
076600     ADD 1                   TO WS-TAB-ADJ-CTR, WS-RUN-ADJ-CTR.
076700 RECONCILE-PRINT.
076800     IF  WS-LINE-NO >= WS-RPT-LINE-MAX
076900         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
077000     MOVE WS-DTL-LINE        TO PRT-REC.
077100     WRITE PRT-REC AFTER ADVANCING 1 LINE.
077200     ADD 1                   TO WS-LINE-NO.
077300 RECONCILE-COUNT-EXIT.
077400     EXIT.
077500*
077600*    THE VARIANCE AS A PERCENTAGE OF BOOK, IN TENTHS. A COUNT
077700*    AGAINST A BOOK OF ZERO HAS NO PERCENTAGE AND SHOWS 999.9,
077800*    SO ONLY THE UNIT TOLERANCE CAN PASS IT.
077900*
078000 VARIANCE-PCT.
078100     MOVE WS-VARIANCE        TO WS-VAR-ABS.
078200     IF  WS-VAR-ABS < ZERO
078300         MULTIPLY -1 BY WS-VAR-ABS.
078400     IF  WS-BOOK-QTY = ZERO
078500         MOVE 9999           TO WS-VAR-TENTHS
078600     ELSE
078700         MULTIPLY WS-VAR-ABS BY 1000 GIVING WS-VAR-TENTHS
078800         DIVIDE WS-BOOK-QTY  INTO WS-VAR-TENTHS.
078900     IF  WS-VAR-TENTHS > 9999
079000         MOVE 9999           TO WS-VAR-TENTHS.
079100     DIVIDE WS-VAR-TENTHS BY 10 GIVING WS-VAR-PCT.
079200     IF  WS-VARIANCE < ZERO
079300         MULTIPLY -1 BY WS-VAR-PCT.
079400     MOVE WS-VAR-PCT         TO DTL-VAR-PCT.
079500 VARIANCE-PCT-EXIT.
079600     EXIT.
079700*
079800*    FIND THE COUNTED ITEM'S TABLE AMONG THE CONTROL ANCHORS,
079900*    THEN SEARCH DOWN ITS TREE. WS-RS IS LEFT AT THE ENTRY'S
080000*    SLOT WHEN IT IS FOUND. THE STEP COUNT GUARDS AGAINST A LOOP
080100*    IN THE LINKS.
080200*
080300 FIND-BOOK.
080400     MOVE 'N'                TO WS-FOUND-SW.
080500     MOVE ZERO               TO WS-ROOT.
080600     MOVE 1                  TO WS-VTX.
080700 FIND-BOOK-TABLE.
080800     IF  WS-VTX > WS-TAB-CNT
080900         GO TO FIND-BOOK-EXIT.
081000     IF  VT-ID (WS-VTX) NOT = WS-C-TABID
081100         ADD 1               TO WS-VTX
081200         GO TO FIND-BOOK-TABLE.
081300     MOVE VT-ROOT (WS-VTX)   TO WS-RS.
081400     MOVE ZERO               TO WS-RS-CTR.
081500 FIND-BOOK-STEP.
081600     IF  WS-RS = ZERO
081700         GO TO FIND-BOOK-EXIT.
081800     IF  WS-RS < ZERO OR WS-RS > WS-MAX-SEQ
081900     OR  WS-RS-CTR >= WS-TBL-MAX
082000         ADD 1               TO WS-ERR-CTR
082100         DISPLAY 'CYCCNT: SEARCH FOR ' WS-C-ITEM
082200             ' ABANDONED AT SLOT ' WS-RS
082300         GO TO FIND-BOOK-EXIT.
082400     ADD 1                   TO WS-RS-CTR.
082500     IF  WS-C-ITEM = V-ITEM (WS-RS)
082600         MOVE 'Y'            TO WS-FOUND-SW
082700         GO TO FIND-BOOK-EXIT.
082800     IF  WS-C-ITEM < V-ITEM (WS-RS)
082900         MOVE V-LL (WS-RS)   TO WS-RS
083000     ELSE
083100         MOVE V-RL (WS-RS)   TO WS-RS.
083200     GO TO FIND-BOOK-STEP.
083300 FIND-BOOK-EXIT.
083400     EXIT.
083500*
083600*    THE TOTAL LINES FOR THE TABLE JUST FINISHED, THEN RESET.
083700*
083800 PRINT-TABLE-TOTAL.
083900     IF  WS-LINE-NO >= WS-RPT-LINE-MAX - 3
084000         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
084100     MOVE WS-CUR-TABID       TO TB1-TABID.
084200     MOVE WS-TAB-CNT-CTR     TO TB1-COUNTS.
084300     MOVE WS-TAB-BOOK-TOT    TO TB1-BOOK.
084400     MOVE WS-TAB-CNT-TOT     TO TB1-COUNTED.
084500     MOVE WS-TAB-VAR-TOT     TO TB1-VARIANCE.
084600     MOVE WS-TAB-LINE-1      TO PRT-REC.
084700     WRITE PRT-REC AFTER ADVANCING 2 LINES.
084800     MOVE WS-TAB-ADJ-CTR     TO TB2-ADJ.
084900     MOVE WS-TAB-HLD-CTR     TO TB2-HLD.
085000     MOVE WS-TAB-NOF-CTR     TO TB2-NOF.
085100     MOVE WS-TAB-NCT-CTR     TO TB2-NCT.
085200     MOVE WS-TAB-LINE-2      TO PRT-REC.
085300     WRITE PRT-REC AFTER ADVANCING 1 LINE.
085400     MOVE SPACES             TO PRT-REC.
085500     WRITE PRT-REC AFTER ADVANCING 1 LINE.
085600     ADD 4                   TO WS-LINE-NO.
085700     MOVE ZERO               TO WS-TAB-CNT-CTR, WS-TAB-BOOK-TOT,
085800                                WS-TAB-CNT-TOT, WS-TAB-VAR-TOT,
085900                                WS-TAB-ADJ-CTR, WS-TAB-HLD-CTR,
086000                                WS-TAB-NOF-CTR, WS-TAB-NCT-CTR.
086100 PRINT-TABLE-TOTAL-EXIT.
086200     EXIT.
086300*
086400 PRINT-HEADERS.
086500     ADD 1                   TO WS-PAGE-NO.
086600     MOVE WS-PAGE-NO         TO HDR1-PAGE-NO.
086700     MOVE WS-HDR-LINE-1      TO PRT-REC.
086800     WRITE PRT-REC AFTER ADVANCING PAGE.
086900     MOVE WS-HDR-LINE-2      TO PRT-REC.
087000     WRITE PRT-REC AFTER ADVANCING 2 LINES.
087100     MOVE WS-HDR-LINE-3      TO PRT-REC.
087200     WRITE PRT-REC AFTER ADVANCING 1 LINE.
087300     MOVE SPACES             TO PRT-REC.
087400     WRITE PRT-REC AFTER ADVANCING 1 LINE.
087500     MOVE ZERO               TO WS-LINE-NO.
087600 PRINT-HEADERS-EXIT.
087700     EXIT.
087800*
087900 PRINT-TRL-LINE.
088000     IF  WS-LINE-NO >= WS-RPT-LINE-MAX
088100         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
088200     MOVE WS-TRL-LINE        TO PRT-REC.
088300     WRITE PRT-REC AFTER ADVANCING 2 LINES.
088400     ADD 2                   TO WS-LINE-NO.
088500 PRINT-TRL-LINE-EXIT.
088600     EXIT.
088700*
088800*    RUN TOTALS AND THE RETURN CODE: 8 ON ANY ERROR, 4 IF ANY
088900*    COUNT WAS HELD OR IS AN EXCEPTION, OTHERWISE 0.
089000*
089100 END-JOB.
089200     IF  WS-PAGE-NO = ZERO
089300         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
089400     MOVE 'COUNT RECORDS READ'       TO TRL-CAPTION.
089500     MOVE WS-CNT-READ-CTR    TO TRL-COUNT.
089600     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
089700     MOVE 'COUNTS AGREEING WITH BOOK' TO TRL-CAPTION.
089800     MOVE WS-AGREE-CTR       TO TRL-COUNT.
089900     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
090000     MOVE 'ADJUSTMENTS CUT'          TO TRL-CAPTION.
090100     MOVE WS-RUN-ADJ-CTR     TO TRL-COUNT.
090200     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
090300     MOVE '  OF WHICH SIGNED OFF'    TO TRL-CAPTION.
090400     MOVE WS-SIGNED-CTR      TO TRL-COUNT.
090500     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
090600     MOVE 'ADJUSTMENT QUANTITY HASH' TO TRL-CAPTION.
090700     MOVE WS-QTY-HASH        TO TRL-COUNT.
090800     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
090900     MOVE 'HELD FOR SIGN-OFF'        TO TRL-CAPTION.
091000     MOVE WS-RUN-HLD-CTR     TO TRL-COUNT.
091100     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
091200     MOVE 'COUNTED, NOT ON MASTER'   TO TRL-CAPTION.
091300     MOVE WS-RUN-NOF-CTR     TO TRL-COUNT.
091400     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
091500     MOVE 'DUE, NOT COUNTED'         TO TRL-CAPTION.
091600     MOVE WS-RUN-NCT-CTR     TO TRL-COUNT.
091700     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
091800     MOVE 'BAD QUANTITY'             TO TRL-CAPTION.
091900     MOVE WS-BAD-CTR         TO TRL-COUNT.
092000     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
092100     MOVE 'DUPLICATE COUNT'          TO TRL-CAPTION.
092200     MOVE WS-DUP-CTR         TO TRL-COUNT.
092300     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
092400     DISPLAY 'CYCCNT: BATCH ' WS-RUN-BATCH-NO
092500         ' ADJUSTMENTS ' WS-ADJ-CTR ' QTY HASH ' WS-QTY-HASH.
092600     IF  WS-ERR-CTR > ZERO
092700         DISPLAY 'CYCCNT: RECONCILIATION FAILED - COUNT FILE '
092800             'KEPT, ADJUSTMENT BATCH IS NOT COMPLETE'
092900         MOVE 'RECONCILIATION FAILED'    TO TRL-CAPTION
093000         MOVE WS-ERR-CTR     TO TRL-COUNT
093100         PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT
093200         MOVE 8              TO RETURN-CODE
093300     ELSE
093400         IF  WS-RUN-HLD-CTR > ZERO OR WS-RUN-NOF-CTR > ZERO
093500         OR  WS-RUN-NCT-CTR > ZERO OR WS-BAD-CTR > ZERO
093600         OR  WS-DUP-CTR > ZERO
093700             DISPLAY 'CYCCNT: COUNTS HELD OR IN EXCEPTION - '
093800                 'SEE THE VARIANCE REPORT'
093900             MOVE 4          TO RETURN-CODE
094000         ELSE
094100             DISPLAY 'CYCCNT: RECONCILIATION COMPLETE'
094200             MOVE ZERO       TO RETURN-CODE.
094300     IF  WS-ADJ-OPEN
094400         CLOSE ADJFILE.
094500     IF  WS-HLD-OPEN
094600         CLOSE HOLDFILE.
094700     CLOSE PRNTFILE.
094750     PERFORM WRITE-RUN-HIST THRU WRITE-RUN-HIST-EXIT.
094800     STOP RUN.
094900*
094901*    ADD THIS RUN'S STATISTICS TO THE RUN HISTORY - THE JOB AND
094902*    STEP FROM THE RUNID CARD, WHEN THE RUN STARTED AND ENDED, ITS
094903*    RETURN CODE, AND ITS COUNTS. A RUN HISTORY THAT CANNOT BE
094904*    WRITTEN IS REPORTED BUT NEVER CHANGES THE RETURN CODE.
094905*
094906 WRITE-RUN-HIST.
094907     MOVE SPACES             TO WS-RH-JOB WS-RH-STEP.
094908     OPEN INPUT RUNID.
094909     IF  WS-RID-STATUS NOT = '00'
094910         GO TO WRITE-RUN-HIST-OPEN.
094911     READ RUNID.
094912     IF  WS-RID-STATUS = '00'
094913         MOVE RID-JOB        TO WS-RH-JOB
094914         MOVE RID-STEP       TO WS-RH-STEP.
094915     CLOSE RUNID.
094916 WRITE-RUN-HIST-OPEN.
094917     OPEN EXTEND RUNHIST.
094918     IF  WS-RH-STATUS = '35'
094919         OPEN OUTPUT RUNHIST.
094920     IF  WS-RH-STATUS NOT = '00'
094921         DISPLAY 'CYCCNT: RUN HISTORY NOT WRITTEN - STATUS '
094922             WS-RH-STATUS
094923         GO TO WRITE-RUN-HIST-EXIT.
094924     MOVE SPACES             TO RH-REC.
094925     MOVE WS-RH-JOB          TO RH-JOB.
094926     MOVE WS-RH-STEP         TO RH-STEP.
094927     MOVE 'CYCCNT'           TO RH-PROGRAM.
094928     MOVE SPACES             TO RH-MODE.
094929     MOVE WS-RH-START-DATE   TO RH-START-DATE.
094930     MOVE WS-RH-START-TIME   TO RH-START-TIME.
094931     ACCEPT RH-END-DATE      FROM DATE YYYYMMDD.
094932     ACCEPT RH-END-TIME      FROM TIME.
094933     MOVE RETURN-CODE        TO RH-RC.
094934     MOVE 1                  TO WS-RH-SS.
094935 WRITE-RUN-HIST-ZERO.
094936     MOVE ZERO               TO RH-CNT-VALUE (WS-RH-SS).
094937     ADD 1                   TO WS-RH-SS.
094938     IF  WS-RH-SS NOT > 8
094939         GO TO WRITE-RUN-HIST-ZERO.
094940     MOVE 'COUNTS'           TO RH-CNT-NAME (1).
094941     MOVE WS-CNT-READ-CTR    TO RH-CNT-VALUE (1).
094942     MOVE 'AGREED'           TO RH-CNT-NAME (2).
094943     MOVE WS-AGREE-CTR       TO RH-CNT-VALUE (2).
094944     MOVE 'ADJUSTED'         TO RH-CNT-NAME (3).
094945     MOVE WS-RUN-ADJ-CTR     TO RH-CNT-VALUE (3).
094946     MOVE 'SIGNOFF'          TO RH-CNT-NAME (4).
094947     MOVE WS-SIGNED-CTR      TO RH-CNT-VALUE (4).
094948     MOVE 'HELD'             TO RH-CNT-NAME (5).
094949     MOVE WS-RUN-HLD-CTR     TO RH-CNT-VALUE (5).
094950     MOVE 'NOTFOUND'         TO RH-CNT-NAME (6).
094951     MOVE WS-RUN-NOF-CTR     TO RH-CNT-VALUE (6).
094952     MOVE 'NOCOUNT'          TO RH-CNT-NAME (7).
094953     MOVE WS-RUN-NCT-CTR     TO RH-CNT-VALUE (7).
094954     MOVE 'BADCOUNT'         TO RH-CNT-NAME (8).
094955     MOVE WS-BAD-CTR         TO RH-CNT-VALUE (8).
094956     WRITE RH-REC.
094957     IF  WS-RH-STATUS NOT = '00'
094958         DISPLAY 'CYCCNT: RUN HISTORY WRITE FAILED - STATUS '
094959             WS-RH-STATUS.
094960     CLOSE RUNHIST.
094961 WRITE-RUN-HIST-EXIT.
094962     EXIT.
095000*
095100*    END OF CYCCNT.
