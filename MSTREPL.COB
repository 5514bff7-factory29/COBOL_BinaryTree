000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MSTREPL.
000300*
000400*
000500*     REORDER-POINT REPLENISHMENT FOR THE BINTREE MASTER.
000600*
000700*     PURCHASING KEEPS A REORDER-PARAMETER FILE: ONE RECORD PER
000800*     STOCKED ITEM, KEYED BY TABLE-ID AND ITEM, HOLDING ITS
000900*     REORDER POINT, REORDER QUANTITY, LEAD TIME IN DAYS, AND
001000*     PREFERRED VENDOR KEY. THIS STEP RUNS AFTER THE LOAD,
001100*     AGAINST THE GENERATION THE LOAD JUST WROTE, AND COMPARES
001200*     EACH ITEM'S ON-HAND QUANTITY WITH ITS REORDER POINT.
001300*
001400*     DAILY USAGE IS THE ITEM'S ISSUES ('ISSUE' AUDIT RECORDS,
001500*     BEFORE LESS AFTER QUANTITY) OVER THE TRAILING WINDOW ENDING
001600*     ON THE RUN DATE, DIVIDED BY THE DAYS IN THE WINDOW; DAYS OF
001700*     COVER IS ON-HAND OVER DAILY USAGE. AN ITEM BELOW ITS
001800*     REORDER POINT GETS A PURCHASE SUGGESTION FOR ITS REORDER
001900*     QUANTITY - OR, IF THAT WOULD NOT LAST THE LEAD TIME, FOR
002000*     THE SMALLEST MULTIPLE OF IT THAT BRINGS ON-HAND PLUS THE
002100*     ORDER BACK TO THE REORDER POINT ONCE THE LEAD TIME'S USAGE
002200*     IS TAKEN OUT. A REORDER QUANTITY OF ZERO ORDERS JUST THAT
002300*     SHORTFALL. THE SUGGESTION NAMES THE PREFERRED VENDOR, OR
002400*     THE VENDOR ON THE ITEM WHEN THE PARAMETERS NAME NONE, AND
002500*     GOES OUT ON THE SUGGESTION FILE FOR THE PURCHASING SYSTEM,
002600*     ONE RECORD PER ITEM.
002700*
002800*     THE REPORT LISTS EVERY SUGGESTION AND THE EXCEPTIONS:
002900*     ITEMS WITH NO REORDER PARAMETERS (ONLY IN TABLES THAT HAVE
003000*     ANY - THE VENDOR AND LOCATION TABLES ARE NEVER BOUGHT),
003100*     ITEMS STOCKED OUT (ZERO ON HAND) THAT HAD ISSUES IN THE
003200*     WINDOW, SUGGESTIONS WITHHELD FROM THE FILE BECAUSE THE
003300*     ITEM'S STATUS BARS BUYING, AND PARAMETER RECORDS THAT ARE
003400*     NOT NUMERIC, DUPLICATED, OR FOR AN ITEM NOT ON THE MASTER.
003500*
003600*     LIVE ENTRIES ARE FOUND THE SAME WAY MSTORPH FINDS THEM:
003700*     EACH TABLE'S TREE IS WALKED IN ORDER FROM THE CONTROL
003800*     RECORD'S ANCHOR. PARAMETERS AND ISSUES ARE MATCHED TO
003900*     THEIR ENTRY BY SEARCHING DOWN ITS TABLE'S TREE, SO AN ISSUE
004000*     FOR AN ITEM SINCE DELETED OR RE-KEYED COUNTS FOR NOTHING.
004100*
004200*     AN ITEM'S STATUS BARS BUYING WHEN THE STATUS REFERENCE FILE
004210*     SAYS AN ITEM IN THAT STATUS MAY NOT TAKE A RECEIPT, OR DOES
004220*     NOT DEFINE THE STATUS AT ALL FOR A TABLE IT CONTROLS - THE
004230*     SAME RULE THE LOAD WOULD APPLY TO THE RECEIPT ITSELF.
004240*
004250*     PARM='DDD CCCCCC': THE WINDOW IN DAYS (DEFAULT 30) AND UP
004300*     TO SIX FURTHER STATUS CODES TO BAR FOR THIS RUN ONLY, e.g.
004310*     PARM='030', OR PARM='030 P' TO HOLD BACK PENDING ITEMS.
004400*
004500*     RETURN CODE 0 = NOTHING TO REPORT BUT SUGGESTIONS, 4 =
004600*     EXCEPTIONS LISTED, 8 = THE MASTER COULD NOT BE WALKED OR A
004700*     FILE COULD NOT BE WRITTEN - THE SUGGESTION FILE IS THEN NOT
004800*     COMPLETE. A MISSING PARAMETER FILE OR AUDIT LOG IS NOT AN
004900*     ERROR: NOTHING IS SUGGESTED, OR USAGE IS TAKEN AS NONE.
005000*
005100*
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400*
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT PRNTFILE         ASSIGN TO PRINT.
005800*
005900*    THE MASTER GENERATIONS ARE PLAIN SEQUENTIAL DATA SETS,
006000*    WRITTEN AND READ IN ASCENDING MSTR-SEQ ORDER.
006100*
006200     SELECT MASTFILE         ASSIGN TO MASTFILE
006300                             ORGANIZATION IS SEQUENTIAL
006400                             FILE STATUS IS WS-MSTR-STATUS.
006500     SELECT REORDPRM         ASSIGN TO REORDPRM
006600                             ORGANIZATION IS SEQUENTIAL
006700                             FILE STATUS IS WS-PRM-STATUS.
006800     SELECT AUDITLOG         ASSIGN TO AUDITLOG
006900                             ORGANIZATION IS SEQUENTIAL
007000                             FILE STATUS IS WS-AUD-STATUS.
007100     SELECT SUGGFILE         ASSIGN TO SUGGFILE
007200                             ORGANIZATION IS SEQUENTIAL
007300                             FILE STATUS IS WS-SUG-STATUS.
007310*
007320*    THE STATUS REFERENCE FILE MAINTAINED FOR BINTREE. A MISSING
007330*    FILE BARS NOTHING BUT THE PARM CODES.
007340*
007350     SELECT STATFILE         ASSIGN TO STATFILE
007360                             ORGANIZATION IS SEQUENTIAL
007370                             FILE STATUS IS WS-STS-STATUS.
007400*
007405*    THE SHARED RUN HISTORY: ONE RECORD IS ADDED TO THE END OF
007410*    IT FOR EVERY RUN OF EVERY BINTREE BATCH STEP, FOR THE WEEKLY
007415*    RUNTRND REPORT. RUNID IS AN INSTREAM CARD IN THE STEP'S JCL
007420*    NAMING THE JOB AND STEP; WITHOUT ONE THEY ARE LEFT BLANK.
007425*
007430     SELECT RUNHIST          ASSIGN TO RUNHIST
007435                             ORGANIZATION IS SEQUENTIAL
007440                             FILE STATUS IS WS-RH-STATUS.
007445     SELECT RUNID            ASSIGN TO RUNID
007450                             ORGANIZATION IS SEQUENTIAL
007455                             FILE STATUS IS WS-RID-STATUS.
007460*
007500*
007600 DATA DIVISION.
007700 FILE SECTION.
007800*
007900 FD  PRNTFILE.
008000*
008100 01  PRT-REC                 PIC  X(133).
008200*
008300*    MUST MATCH THE MSTR-REC LAYOUT WRITTEN BY BINTREE.
008400*
008500 FD  MASTFILE.
008600*
008700 01  MSTR-REC.
008800     03  MSTR-SEQ            PIC  9(04).
008900     03  MSTR-LL             PIC S9(04)      COMP-3.
009000     03  MSTR-RL             PIC S9(04)      COMP-3.
009100     03  MSTR-ITEM           PIC  X(10).
009200     03  MSTR-DESC           PIC  X(30).
009300     03  MSTR-QTY            PIC  9(05).
009400     03  MSTR-STATUS         PIC  X(01).
009500     03  MSTR-LMDATE         PIC  9(08).
009600     03  MSTR-TABLE-ID       PIC  X(03).
009700     03  MSTR-HGT            PIC S9(04)      COMP-3.
009800     03  MSTR-CKPT-COUNT     PIC 9(08)       COMP.
009900     03  MSTR-CKPT-DATE      PIC  9(08).
010000     03  MSTR-LAST-BATCH     PIC  9(06).
010100     03  MSTR-TAB-CNT        PIC S9(04)      COMP.
010200     03  MSTR-TAB-CTL        OCCURS 5 TIMES.
010300         05  MSTR-CTL-ID     PIC  X(03).
010400         05  MSTR-CTL-ROOT   PIC S9(04)      COMP.
010500         05  MSTR-CTL-LIVE   PIC S9(04)      COMP.
010600         05  MSTR-CTL-FREE   PIC S9(04)      COMP.
010700     03  MSTR-VEND-KEY       PIC  X(10).
010800     03  MSTR-LOC-KEY        PIC  X(10).
010900*
011000*    REORDER PARAMETERS, ONE 80-BYTE RECORD PER ITEM, IN ANY
011100*    ORDER, KEPT BY PURCHASING.
011200*
011300 FD  REORDPRM.
011400*
011500 01  RP-REC.
011600     03  RP-TABLE-ID         PIC X(03).
011700     03  RP-ITEM             PIC X(10).
011800     03  RP-POINT            PIC 9(05).
011900     03  RP-ORDER-QTY        PIC 9(05).
012000     03  RP-LEAD-DAYS        PIC 9(03).
012100     03  RP-VEND-KEY         PIC X(10).
012200     03  FILLER              PIC X(44).
012205*
012210*    MUST MATCH THE STATUS REFERENCE FILE LAYOUT READ BY BINTREE.
012215*    AN STS-TABLE-ID OF '***' DEFINES THE CODE FOR EVERY TABLE
012220*    WITHOUT A RECORD OF ITS OWN FOR IT; STS-RCPT-OK 'Y' LETS AN
012225*    ITEM IN THE STATUS TAKE A RECEIPT.
012230*
012235 FD  STATFILE.
012240*
012245 01  STS-REC.
012250     03  STS-TABLE-ID        PIC X(03).
012255     03  STS-CODE            PIC X(01).
012260     03  STS-DESC            PIC X(20).
012265     03  STS-RCPT-OK         PIC X(01).
012270     03  STS-ISS-OK          PIC X(01).
012275     03  STS-DEL-OK          PIC X(01).
012280     03  STS-CHG-TO          PIC X(10).
012285     03  FILLER              PIC X(43).
012300*
012400*    MUST MATCH THE AUD-REC LAYOUT WRITTEN BY BINTREE.
012500*
012600 FD  AUDITLOG.
012700*
012800 01  AUD-REC.
012900     03  AUD-DATE            PIC X(08).
013000     03  AUD-TIME            PIC X(08).
013100     03  AUD-TRANS-CODE      PIC X(06).
013200     03  AUD-KEY             PIC X(10).
013300     03  AUD-TABLE-ID        PIC X(03).
013400     03  AUD-BEF-IMAGE.
013500         05  AUD-BEF-DESC    PIC X(30).
013600         05  AUD-BEF-QTY     PIC X(05).
013700         05  AUD-BEF-QTY-N   REDEFINES AUD-BEF-QTY
013800                             PIC 9(05).
013900         05  AUD-BEF-STATUS  PIC X(01).
014000         05  AUD-BEF-LMDATE  PIC X(08).
014100     03  AUD-AFT-IMAGE.
014200         05  AUD-AFT-DESC    PIC X(30).
014300         05  AUD-AFT-QTY     PIC X(05).
014400         05  AUD-AFT-QTY-N   REDEFINES AUD-AFT-QTY
014500                             PIC 9(05).
014600         05  AUD-AFT-STATUS  PIC X(01).
014700         05  AUD-AFT-LMDATE  PIC X(08).
014800     03  AUD-ORIG            PIC X(08).
014900     03  AUD-BEF-REFS        PIC X(20).
015000     03  AUD-AFT-REFS        PIC X(20).
015100*
015200*    ONE PURCHASE SUGGESTION PER ITEM, 80 BYTES, IN TABLE-ID
015300*    AND ITEM ORDER - THE FEED THE PURCHASING SYSTEM LOADS.
015400*
015500 FD  SUGGFILE.
015600*
015700 01  SUG-REC.
015800     03  SUG-TABLE-ID        PIC X(03).
015900     03  SUG-ITEM            PIC X(10).
016000     03  SUG-VEND-KEY        PIC X(10).
016100     03  SUG-ORDER-QTY       PIC 9(07).
016200     03  SUG-ON-HAND         PIC 9(05).
016300     03  SUG-POINT           PIC 9(05).
016400     03  SUG-LEAD-DAYS       PIC 9(03).
016500     03  SUG-DAILY-USE       PIC 9(05)V99.
016600     03  SUG-COVER-DAYS      PIC 9(03)V9.
016700     03  SUG-STATUS          PIC X(01).
016800     03  SUG-RUN-DATE        PIC 9(08).
016900     03  FILLER              PIC X(17).
016902*
016904*    MUST MATCH THE RH-REC LAYOUT READ BY RUNTRND. RH-COUNT (1)
016906*    IS THE STEP'S VOLUME; THE OTHER COUNTS DEPEND ON THE
016908*    PROGRAM, EACH NAMED BY ITS RH-CNT-NAME.
016910*
016912 FD  RUNHIST.
016914*
016916 01  RH-REC.
016918     03  RH-JOB              PIC  X(08).
016920     03  RH-STEP             PIC  X(08).
016922     03  RH-PROGRAM          PIC  X(08).
016924     03  RH-MODE             PIC  X(04).
016926     03  RH-START-DATE       PIC  9(08).
016928     03  RH-START-TIME       PIC  9(08).
016930     03  RH-END-DATE         PIC  9(08).
016932     03  RH-END-TIME         PIC  9(08).
016934     03  RH-RC               PIC  9(04).
016936     03  RH-COUNT            OCCURS 8 TIMES.
016938         05  RH-CNT-NAME     PIC  X(08).
016940         05  RH-CNT-VALUE    PIC  9(09).
016942     03  FILLER              PIC  X(20).
016944*
016946*    THE JOB NAME IN COLUMNS 1-8, THE STEP NAME IN 10-17.
016948*
016950 FD  RUNID.
016952*
016954 01  RID-REC.
016956     03  RID-JOB             PIC  X(08).
016958     03  FILLER              PIC  X(01).
016960     03  RID-STEP            PIC  X(08).
016962     03  FILLER              PIC  X(63).
017000 WORKING-STORAGE SECTION.
017005*
017010*    WHEN THIS RUN STARTED, AND THE RUN-HISTORY FILE STATUSES.
017015*
017020 01  RUN-HIST-AREA.
017025     03  WS-RH-START-DATE    PIC 9(08)       VALUE ZERO.
017030     03  WS-RH-START-TIME    PIC 9(08)       VALUE ZERO.
017035     03  WS-RH-JOB           PIC X(08)       VALUE SPACE.
017040     03  WS-RH-STEP          PIC X(08)       VALUE SPACE.
017045     03  WS-RH-STATUS        PIC X(02)       VALUE SPACE.
017050     03  WS-RID-STATUS       PIC X(02)       VALUE SPACE.
017055     03  WS-RH-SS            PIC S9(04)      COMP
017060                                             VALUE ZERO.
017100*
017200 01  WORK-AREA.
017300     03  WS-MSTR-STATUS      PIC X(02)       VALUE SPACE.
017400     03  WS-PRM-STATUS       PIC X(02)       VALUE SPACE.
017500     03  WS-AUD-STATUS       PIC X(02)       VALUE SPACE.
017600     03  WS-SUG-STATUS       PIC X(02)       VALUE SPACE.
017610     03  WS-STS-STATUS       PIC X(02)       VALUE SPACE.
017700     03  WS-ERR-CTR          PIC S9(04)      COMP
017800                                             VALUE ZERO.
017900     03  WS-REC-CTR          PIC S9(04)      COMP
018000                                             VALUE ZERO.
018100     03  WS-MAX-SEQ          PIC S9(04)      COMP
018200                                             VALUE ZERO.
018300     03  WS-TBL-MAX          PIC S9(04)      COMP
018400                                             VALUE 3000.
018500     03  WS-TAB-CNT          PIC S9(04)      COMP
018600                                             VALUE ZERO.
018700     03  WS-VTX              PIC S9(04)      COMP
018800                                             VALUE ZERO.
018900     03  WS-VTX2             PIC S9(04)      COMP
019000                                             VALUE ZERO.
019100     03  WS-CTL-SW           PIC X(01)       VALUE 'N'.
019200         88  WS-CTL-SEEN                     VALUE 'Y'.
019300     03  WS-SWAP-SW          PIC X(01)       VALUE 'N'.
019400         88  WS-SWAPPED                      VALUE 'Y'.
019500     03  SS                  PIC S9(04)      COMP
019600                                             VALUE ZERO.
019700     03  SS2                 PIC S9(04)      COMP
019800                                             VALUE ZERO.
019900     03  WS-ROOT             PIC S9(04)      COMP
020000                                             VALUE ZERO.
020100*
020200*    ONE ITEM LOOKUP: THE TABLE AND KEY SOUGHT, THE SLOT IT WAS
020300*    FOUND IN, AND WHETHER IT WAS FOUND.
020400*
020500     03  WS-FIND-TABID       PIC X(03)       VALUE SPACE.
020600     03  WS-FIND-ITEM        PIC X(10)       VALUE SPACE.
020700     03  WS-RS               PIC S9(04)      COMP
020800                                             VALUE ZERO.
020900     03  WS-RS-CTR           PIC S9(04)      COMP
021000                                             VALUE ZERO.
021100     03  WS-FOUND-SW         PIC X(01)       VALUE 'N'.
021200         88  WS-FOUND                        VALUE 'Y'.
021300*
021400*    THE USAGE WINDOW: ITS LENGTH IN DAYS AND ITS FIRST DAY,
021500*    COUNTED BACK FROM THE RUN DATE A DAY AT A TIME.
021600*
021700     03  WS-WIN-DAYS         PIC 9(03)       VALUE 30.
021800     03  WS-WIN-CTR          PIC S9(04)      COMP
021900                                             VALUE ZERO.
022000     03  WS-WIN-DATE.
022100         05  WS-WIN-YEAR     PIC 9(04).
022200         05  WS-WIN-MM       PIC 9(02).
022300         05  WS-WIN-DD       PIC 9(02).
022400     03  WS-LEAP-QUOT        PIC S9(04)      COMP
022500                                             VALUE ZERO.
022600     03  WS-LEAP-REM         PIC S9(04)      COMP
022700                                             VALUE ZERO.
022800*
022900*    FURTHER STATUS CODES THAT BAR BUYING, FROM THE EXEC PARM.
023000*
023100     03  WS-NOBUY-CODES      PIC X(06)       VALUE SPACES.
023200     03  WS-NOBUY-TBL        REDEFINES WS-NOBUY-CODES.
023300         05  WS-NOBUY-CODE   PIC X(01)       OCCURS 6 TIMES.
023400     03  WS-NBX              PIC S9(04)      COMP
023500                                             VALUE ZERO.
023510     03  WS-NOBUY-LEN        PIC S9(04)      COMP
023520                                             VALUE ZERO.
023600     03  WS-NOBUY-SW         PIC X(01)       VALUE 'N'.
023700         88  WS-NOBUY                        VALUE 'Y'.
023704*
023708*    THE RECEIPT RULE FOR EACH STATUS CODE FROM STATFILE,
023712*    SEARCHED THE WAY BINTREE SEARCHES IT: THE TABLE'S OWN ENTRY
023716*    FOR THE CODE, ELSE THE '***' ENTRY. A TABLE WITH NEITHER
023720*    FOR ANY CODE IS NOT UNDER STATUS CONTROL.
023724*
023728     03  WS-STS-EOF-SW       PIC X(01)       VALUE 'N'.
023732         88  WS-STS-EOF                      VALUE 'Y'.
023736     03  WS-STS-CTL-SW       PIC X(01)       VALUE 'N'.
023740         88  WS-STS-CONTROLLED               VALUE 'Y'.
023744     03  WS-STS-LIM          PIC S9(04)      COMP
023748                                             VALUE 200.
023752     03  WS-STS-CNT          PIC S9(04)      COMP
023756                                             VALUE ZERO.
023760     03  WS-STX              PIC S9(04)      COMP
023764                                             VALUE ZERO.
023768     03  WS-STS-HIT          PIC S9(04)      COMP
023772                                             VALUE ZERO.
023776     03  WS-STS-ENTRY        OCCURS 200 TIMES.
023780         05  WS-STS-ID       PIC X(03).
023784         05  WS-STS-CODE     PIC X(01).
023788         05  WS-STS-RCPT     PIC X(01).
023800*
023900*    THE FIGURES FOR THE ITEM BEING LOOKED AT.
024000*
024100     03  WS-DAILY-USE        PIC S9(05)V99   COMP-3
024200                                             VALUE ZERO.
024300     03  WS-COVER-DAYS       PIC S9(03)V9    COMP-3
024400                                             VALUE ZERO.
024500     03  WS-LEAD-USE         PIC S9(07)      COMP-3
024600                                             VALUE ZERO.
024700     03  WS-SHORT-QTY        PIC S9(07)      COMP-3
024800                                             VALUE ZERO.
024900     03  WS-ORDER-QTY        PIC S9(07)      COMP-3
025000                                             VALUE ZERO.
025100     03  WS-LOTS             PIC S9(07)      COMP-3
025200                                             VALUE ZERO.
025300     03  WS-LOT-REM          PIC S9(07)      COMP-3
025400                                             VALUE ZERO.
025500     03  WS-PRM-ACTION       PIC X(30)       VALUE SPACE.
025600*
025700*    MONTH LENGTHS FOR COUNTING BACK; FEBRUARY IS TAKEN AS 29
025800*    DAYS IN A YEAR DIVISIBLE BY FOUR, EXCEPT A CENTURY YEAR
025810*    NOT DIVISIBLE BY 400.
025900*
026000 01  MONTH-DAYS-AREA.
026100     03  WS-MONTH-DAYS-INIT  PIC X(24)       VALUE
026200             '312831303130313130313031'.
026300     03  WS-MONTH-DAYS       REDEFINES WS-MONTH-DAYS-INIT
026400                             PIC 9(02)       OCCURS 12 TIMES.
026500*
026600*    RUN COUNTS FOR THE TRAILER.
026700*
026800 01  RUN-COUNTS.
026900     03  WS-ENT-CTR          PIC S9(08)      COMP
027000                                             VALUE ZERO.
027100     03  WS-NOPARM-CTR       PIC S9(08)      COMP
027200                                             VALUE ZERO.
027300     03  WS-BELOW-CTR        PIC S9(08)      COMP
027400                                             VALUE ZERO.
027500     03  WS-SUG-CTR          PIC S9(08)      COMP
027600                                             VALUE ZERO.
027700     03  WS-WITHHELD-CTR     PIC S9(08)      COMP
027800                                             VALUE ZERO.
027900     03  WS-STOCKOUT-CTR     PIC S9(08)      COMP
028000                                             VALUE ZERO.
028100     03  WS-PRM-READ-CTR     PIC S9(08)      COMP
028200                                             VALUE ZERO.
028300     03  WS-PRM-BAD-CTR      PIC S9(08)      COMP
028400                                             VALUE ZERO.
028500     03  WS-AUD-READ-CTR     PIC S9(08)      COMP
028600                                             VALUE ZERO.
028700     03  WS-ISSUE-CTR        PIC S9(08)      COMP
028800                                             VALUE ZERO.
028900*
029000*    ONE ROW PER MASTER SLOT: THE TREE LINKS THE WALKS AND
029100*    SEARCHES FOLLOW, THE ENTRY'S FIELDS, ITS REORDER
029200*    PARAMETERS ONCE MATCHED, AND ITS ISSUES IN THE WINDOW.
029300*
029400 01  REPL-TABLE.
029500     03  V-ENTRY             OCCURS 3000 TIMES.
029600         05  V-LL            PIC S9(04)      COMP-3.
029700         05  V-RL            PIC S9(04)      COMP-3.
029800         05  V-ITEM          PIC X(10).
029900         05  V-DESC          PIC X(30).
030000         05  V-QTY           PIC 9(05).
030100         05  V-STATUS        PIC X(01).
030200         05  V-TABID         PIC X(03).
030300         05  V-VEND          PIC X(10).
030400         05  V-PARM-SW       PIC X(01).
030500         05  V-POINT         PIC 9(05).
030600         05  V-ORDER-QTY     PIC 9(05).
030700         05  V-LEAD-DAYS     PIC 9(03).
030800         05  V-PREF-VEND     PIC X(10).
030900         05  V-USAGE         PIC S9(07)      COMP.
031000*
031100*    THE CONTROL RECORD'S PER-TABLE ANCHORS, SORTED INTO
031200*    ASCENDING TABLE-ID ORDER SO THE REPORT COMES OUT IN TABLE
031300*    ORDER. VT-PARM-SW MARKS A TABLE THAT HAS REORDER
031400*    PARAMETERS - ONLY THOSE TABLES ARE EXAMINED.
031500*
031600 01  REPL-TAB-CTL.
031700     03  VT-ENTRY            OCCURS 5 TIMES.
031800         05  VT-ID           PIC X(03).
031900         05  VT-ROOT         PIC S9(04)      COMP.
032000         05  VT-PARM-SW      PIC X(01).
032100     03  VT-SWAP-ENTRY.
032200         05  FILLER          PIC X(03).
032300         05  FILLER          PIC S9(04)      COMP.
032400         05  FILLER          PIC X(01).
032500*
032600*    ANCESTOR STACK FOR THE IN-ORDER WALK, SIZED TO THE WHOLE
032700*    TABLE THE SAME AS MSTVRFY AND MSTEXTR.
032800*
032900 01  WALK-STACK-AREA.
033000     03  WS-STK              PIC S9(04)      COMP
033100                                             OCCURS 3000 TIMES.
033200*
033300*    FIELDS AND PRINT LINES FOR THE REPORT.
033400*
033500 01  REPORT-WORK-AREA.
033600     03  WS-PAGE-NO          PIC S9(04)      COMP
033700                                             VALUE ZERO.
033800     03  WS-LINE-NO          PIC S9(04)      COMP
033900                                             VALUE 99.
034000     03  WS-RPT-LINE-MAX     PIC S9(04)      COMP
034100                                             VALUE 55.
034200     03  WS-RUN-DATE.
034250         05  WS-RUN-CC       PIC 9(02).
034300         05  WS-RUN-YY       PIC 9(02).
034400         05  WS-RUN-MM       PIC 9(02).
034500         05  WS-RUN-DD       PIC 9(02).
034600     03  WS-RUN-DATE-N       REDEFINES WS-RUN-DATE
034700                             PIC 9(08).
034800     03  WS-RUN-DATE-DISP.
034900         05  WS-RDD-MM       PIC 9(02).
035000         05  FILLER          PIC X(01)       VALUE '/'.
035100         05  WS-RDD-DD       PIC 9(02).
035200         05  FILLER          PIC X(01)       VALUE '/'.
035250         05  WS-RDD-CC       PIC 9(02).
035300         05  WS-RDD-YY       PIC 9(02).
035400*
035500 01  WS-HDR-LINE-1.
035600     03  FILLER              PIC X(05)       VALUE SPACES.
035700     03  FILLER              PIC X(28)       VALUE
035800             'BINTREE REPLENISHMENT'.
035900     03  FILLER              PIC X(13)       VALUE
036000             'USAGE WINDOW '.
036100     03  HDR1-WIN-FROM       PIC X(08).
036200     03  FILLER              PIC X(06)       VALUE ' THRU '.
036300     03  HDR1-WIN-TO         PIC X(08).
036400     03  FILLER              PIC X(02)       VALUE ' ('.
036500     03  HDR1-WIN-DAYS       PIC ZZ9.
036600     03  FILLER              PIC X(08)       VALUE ' DAYS)  '.
036700     03  FILLER              PIC X(10)       VALUE 'RUN DATE: '.
036800     03  HDR1-DATE           PIC X(10).
036900     03  FILLER              PIC X(03)       VALUE SPACES.
037000     03  FILLER              PIC X(05)       VALUE 'PAGE '.
037100     03  HDR1-PAGE-NO        PIC ZZZ9.
037200*
037300 01  WS-HDR-LINE-2.
037400     03  FILLER              PIC X(05)       VALUE SPACES.
037500     03  FILLER              PIC X(06)       VALUE 'TABLE'.
037600     03  FILLER              PIC X(12)       VALUE 'ITEM'.
037700     03  FILLER              PIC X(16)       VALUE 'DESCRIPTION'.
037800     03  FILLER              PIC X(02)       VALUE 'ST'.
037900     03  FILLER              PIC X(06)       VALUE ' STOCK'.
038000     03  FILLER              PIC X(07)       VALUE '  POINT'.
038100     03  FILLER              PIC X(10)       VALUE '   USE/DAY'.
038200     03  FILLER              PIC X(08)       VALUE '   COVER'.
038300     03  FILLER              PIC X(05)       VALUE ' LEAD'.
038400     03  FILLER              PIC X(09)       VALUE '    ORDER'.
038500     03  FILLER              PIC X(14)       VALUE '  VENDOR'.
038600     03  FILLER              PIC X(06)       VALUE 'ACTION'.
038700*
038800 01  WS-HDR-LINE-3.
038900     03  FILLER              PIC X(05)       VALUE SPACES.
039000     03  FILLER              PIC X(125)      VALUE ALL '-'.
039100*
039200 01  WS-DTL-LINE.
039300     03  FILLER              PIC X(05).
039400     03  DTL-TABID           PIC X(03).
039500     03  FILLER              PIC X(03).
039600     03  DTL-ITEM            PIC X(10).
039700     03  FILLER              PIC X(02).
039800     03  DTL-DESC            PIC X(14).
039900     03  FILLER              PIC X(02).
040000     03  DTL-STATUS          PIC X(01).
040100     03  FILLER              PIC X(02).
040200     03  DTL-ON-HAND         PIC ZZZZ9.
040300     03  FILLER              PIC X(02).
040400     03  DTL-POINT           PIC ZZZZ9.
040500     03  FILLER              PIC X(02).
040600     03  DTL-DAILY-USE       PIC ZZZZ9.99.
040700     03  FILLER              PIC X(02).
040800     03  DTL-COVER           PIC ZZZ9.9.
040900     03  FILLER              PIC X(02).
041000     03  DTL-LEAD            PIC ZZ9.
041100     03  FILLER              PIC X(02).
041200     03  DTL-ORDER-QTY       PIC ZZZZZZ9.
041300     03  FILLER              PIC X(02).
041400     03  DTL-VEND            PIC X(10).
041500     03  FILLER              PIC X(02).
041600     03  DTL-ACTION          PIC X(30).
041700*
041800 01  WS-TRL-LINE.
041900     03  FILLER              PIC X(05)       VALUE SPACES.
042000     03  TRL-CAPTION         PIC X(34).
042100     03  TRL-COUNT           PIC ZZZZZZZ9.
042200*
042300*
042400 LINKAGE SECTION.
042500*
042600*    RECEIVES THE JCL EXEC PARM: THE WINDOW IN DAYS AND ANY
042700*    FURTHER STATUS CODES TO BAR, e.g. PARM='030 P'.
042800*
042900 01  LK-PARM.
043000     03  LK-PARM-LEN         PIC S9(04)      COMP.
043100     03  LK-PARM-DAYS        PIC X(03).
043200     03  FILLER              PIC X(01).
043300     03  LK-PARM-NOBUY       PIC X(06).
043310     03  LK-PARM-NOBUY-TBL   REDEFINES LK-PARM-NOBUY.
043320         05  LK-PARM-NOBUY-CODE
043330                             PIC X(01)       OCCURS 6 TIMES.
043400*
043500 PROCEDURE DIVISION USING LK-PARM.
043600*
043700 0000-START.
043725     ACCEPT WS-RH-START-DATE FROM DATE YYYYMMDD.
043750     ACCEPT WS-RH-START-TIME FROM TIME.
043800     OPEN OUTPUT PRNTFILE.
043900     ACCEPT WS-RUN-DATE      FROM DATE YYYYMMDD.
044000     MOVE WS-RUN-MM          TO WS-RDD-MM.
044100     MOVE WS-RUN-DD          TO WS-RDD-DD.
044150     MOVE WS-RUN-CC          TO WS-RDD-CC.
044200     MOVE WS-RUN-YY          TO WS-RDD-YY.
044300     MOVE WS-RUN-DATE-DISP   TO HDR1-DATE.
044400     IF  LK-PARM-LEN >= 3 AND LK-PARM-DAYS NUMERIC
044500         IF  LK-PARM-DAYS NOT = '000'
044600             MOVE LK-PARM-DAYS   TO WS-WIN-DAYS.
044700*
044710*    TAKE ONLY THE CODES THE PARM ACTUALLY CARRIES - ANYTHING
044720*    PAST ITS LENGTH IS NOT PART OF IT.
044730*
044740     IF  LK-PARM-LEN < 5
044750         GO TO TAKE-NOBUY-DONE.
044760     SUBTRACT 4 FROM LK-PARM-LEN GIVING WS-NOBUY-LEN.
044770     IF  WS-NOBUY-LEN > 6
044780         MOVE 6              TO WS-NOBUY-LEN.
044790     MOVE 1                  TO WS-NBX.
044800 TAKE-NOBUY-CODE.
044801     IF  WS-NBX > WS-NOBUY-LEN
044802         GO TO TAKE-NOBUY-DONE.
044803     MOVE LK-PARM-NOBUY-CODE (WS-NBX) TO WS-NOBUY-CODE (WS-NBX).
044804     ADD 1                   TO WS-NBX.
044805     GO TO TAKE-NOBUY-CODE.
044806 TAKE-NOBUY-DONE.
044810     PERFORM LOAD-STAT THRU LOAD-STAT-EXIT.
044900*
045000*    COUNT BACK FROM THE RUN DATE TO THE WINDOW'S FIRST DAY.
045100*
045200     MOVE WS-RUN-DATE        TO WS-WIN-DATE.
045300     MOVE 1                  TO WS-WIN-CTR.
045400 WINDOW-STEP.
045500     IF  WS-WIN-CTR >= WS-WIN-DAYS
045600         GO TO WINDOW-DONE.
045700     PERFORM BACK-ONE-DAY THRU BACK-ONE-DAY-EXIT.
045800     ADD 1                   TO WS-WIN-CTR.
045900     GO TO WINDOW-STEP.
046000 WINDOW-DONE.
046100     MOVE WS-WIN-DATE        TO HDR1-WIN-FROM.
046200     MOVE WS-RUN-DATE        TO HDR1-WIN-TO.
046300     MOVE WS-WIN-DAYS        TO HDR1-WIN-DAYS.
046400     PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
046500*
046600     OPEN OUTPUT SUGGFILE.
046700     IF  WS-SUG-STATUS NOT = '00'
046800         ADD 1               TO WS-ERR-CTR
046900         DISPLAY 'MSTREPL: SUGGFILE OPEN FAILED, STATUS '
047000             WS-SUG-STATUS
047100         GO TO REPORT-END.
047200     OPEN INPUT MASTFILE.
047300     IF  WS-MSTR-STATUS = '35'
047400         DISPLAY 'MSTREPL: NO MASTER FILE - NOTHING TO SUGGEST'
047500         GO TO REPORT-END.
047600     MOVE 1                  TO SS.
047700 CLEAR-TABLE.
047800     MOVE ZERO               TO V-LL (SS), V-RL (SS), V-QTY (SS),
047900                                V-USAGE (SS).
048000     MOVE SPACES             TO V-ITEM (SS).
048100     MOVE 'N'                TO V-PARM-SW (SS).
048200     ADD 1                   TO SS.
048300     IF  SS NOT > WS-TBL-MAX
048400         GO TO CLEAR-TABLE.
048500*
048600*    LOAD EVERY MASTER RECORD INTO THE SLOT TABLE. THE CONTROL
048700*    RECORD (SEQUENCE ZERO) CARRIES THE TABLE ANCHORS.
048800*
048900 LOAD-MASTER.
049000     READ MASTFILE
049100         AT END
049200             GO TO CHECK-BEGIN.
049300     IF  MSTR-SEQ = ZERO
049400         MOVE MSTR-TAB-CNT   TO WS-TAB-CNT
049500         PERFORM LOAD-CTL THRU LOAD-CTL-EXIT
049600         MOVE 'Y'            TO WS-CTL-SW
049700         GO TO LOAD-MASTER.
049800     IF  MSTR-SEQ > WS-TBL-MAX
049900         ADD 1               TO WS-ERR-CTR
050000         DISPLAY 'MSTREPL: SLOT OUT OF RANGE ' MSTR-SEQ
050100         GO TO LOAD-MASTER.
050200     MOVE MSTR-LL            TO V-LL     (MSTR-SEQ).
050300     MOVE MSTR-RL            TO V-RL     (MSTR-SEQ).
050400     MOVE MSTR-ITEM          TO V-ITEM   (MSTR-SEQ).
050500     MOVE MSTR-DESC          TO V-DESC   (MSTR-SEQ).
050600     MOVE MSTR-QTY           TO V-QTY    (MSTR-SEQ).
050700     MOVE MSTR-STATUS        TO V-STATUS (MSTR-SEQ).
050800     MOVE MSTR-TABLE-ID      TO V-TABID  (MSTR-SEQ).
050900     MOVE MSTR-VEND-KEY      TO V-VEND   (MSTR-SEQ).
051000     ADD 1                   TO WS-REC-CTR.
051100     IF  MSTR-SEQ > WS-MAX-SEQ
051200         MOVE MSTR-SEQ       TO WS-MAX-SEQ.
051300     GO TO LOAD-MASTER.
051400*
051500 LOAD-CTL.
051600     IF  WS-TAB-CNT < ZERO OR WS-TAB-CNT > 5
051700         ADD 1               TO WS-ERR-CTR
051800         DISPLAY 'MSTREPL: TABLE COUNT BAD ' WS-TAB-CNT
051900         MOVE ZERO           TO WS-TAB-CNT
052000         GO TO LOAD-CTL-EXIT.
052100     MOVE 1                  TO WS-VTX.
052200 LOAD-CTL-STEP.
052300     IF  WS-VTX > 5
052400         GO TO LOAD-CTL-EXIT.
052500     MOVE MSTR-CTL-ID (WS-VTX)   TO VT-ID (WS-VTX).
052600     MOVE MSTR-CTL-ROOT (WS-VTX) TO VT-ROOT (WS-VTX).
052700     MOVE 'N'                TO VT-PARM-SW (WS-VTX).
052800     ADD 1                   TO WS-VTX.
052900     GO TO LOAD-CTL-STEP.
053000 LOAD-CTL-EXIT.
053100     EXIT.
053200*
053300*    THE FILE IS LOADED. AN EMPTY MASTER HAS NOTHING TO BUY; A
053400*    MASTER WITH RECORDS BUT NO CONTROL RECORD CANNOT BE WALKED
053500*    AT ALL. THE PARAMETERS AND THE WINDOW'S ISSUES ARE MATCHED
053600*    TO THEIR ENTRIES BEFORE ANY TABLE IS WALKED.
053700*
053800 CHECK-BEGIN.
053900     CLOSE MASTFILE.
054000     IF  NOT WS-CTL-SEEN
054100         IF  WS-REC-CTR > ZERO
054200             ADD 1           TO WS-ERR-CTR
054300             DISPLAY 'MSTREPL: CONTROL RECORD MISSING'
054400             GO TO REPORT-END
054500         ELSE
054600             DISPLAY 'MSTREPL: MASTER EMPTY - NOTHING TO SUGGEST'
054700             GO TO REPORT-END.
054800     PERFORM SORT-CTL THRU SORT-CTL-EXIT.
054900     PERFORM LOAD-PARMS THRU LOAD-PARMS-EXIT.
055000     PERFORM LOAD-USAGE THRU LOAD-USAGE-EXIT.
055100     MOVE 1                  TO WS-VTX.
055200 CHECK-TAB-LOOP.
055300     IF  WS-VTX > WS-TAB-CNT
055400         GO TO REPORT-END.
055500     IF  VT-PARM-SW (WS-VTX) = 'Y'
055600         MOVE VT-ROOT (WS-VTX)   TO WS-ROOT
055700         PERFORM CHECK-ONE-TABLE THRU CHECK-ONE-EXIT.
055800     ADD 1                   TO WS-VTX.
055900     GO TO CHECK-TAB-LOOP.
056000*
056100*    SORT THE CONTROL ANCHORS (AT MOST FIVE) INTO ASCENDING
056200*    TABLE-ID ORDER - THE SAME BUBBLE PASS AS MSTEXTR.
056300*
056400 SORT-CTL.
056500     IF  WS-TAB-CNT < 2
056600         GO TO SORT-CTL-EXIT.
056700 SORT-CTL-PASS.
056800     MOVE 'N'                TO WS-SWAP-SW.
056900     MOVE 1                  TO WS-VTX.
057000 SORT-CTL-STEP.
057100     IF  WS-VTX >= WS-TAB-CNT
057200         IF  WS-SWAPPED
057300             GO TO SORT-CTL-PASS
057400         ELSE
057500             GO TO SORT-CTL-EXIT.
057600     ADD 1  WS-VTX           GIVING WS-VTX2.
057700     IF  VT-ID (WS-VTX) > VT-ID (WS-VTX2)
057800         MOVE VT-ENTRY (WS-VTX)  TO VT-SWAP-ENTRY
057900         MOVE VT-ENTRY (WS-VTX2) TO VT-ENTRY (WS-VTX)
058000         MOVE VT-SWAP-ENTRY  TO VT-ENTRY (WS-VTX2)
058100         MOVE 'Y'            TO WS-SWAP-SW.
058200     ADD 1                   TO WS-VTX.
058300     GO TO SORT-CTL-STEP.
058400 SORT-CTL-EXIT.
058500     EXIT.
058600*
058700*    READ THE REORDER PARAMETERS AND HANG EACH ON ITS ENTRY'S
058800*    SLOT. A RECORD THAT IS NOT NUMERIC, THAT REPEATS AN ITEM
058900*    ALREADY MATCHED, OR WHOSE ITEM IS NOT LIVE IS LISTED AND
059000*    IGNORED.
059100*
059200 LOAD-PARMS.
059300     OPEN INPUT REORDPRM.
059400     IF  WS-PRM-STATUS = '35'
059500         DISPLAY 'MSTREPL: NO REORDER PARAMETER FILE - NOTHING '
059600             'TO SUGGEST'
059700         GO TO LOAD-PARMS-EXIT.
059800 LOAD-PARMS-READ.
059900     READ REORDPRM
060000         AT END
060100             GO TO LOAD-PARMS-END.
060200     ADD 1                   TO WS-PRM-READ-CTR.
060300     IF  RP-POINT NOT NUMERIC OR RP-ORDER-QTY NOT NUMERIC
060400     OR  RP-LEAD-DAYS NOT NUMERIC
060500         MOVE 'BAD REORDER PARAMETERS'   TO WS-PRM-ACTION
060600         GO TO LOAD-PARMS-REJECT.
060700     MOVE RP-TABLE-ID        TO WS-FIND-TABID.
060800     MOVE RP-ITEM            TO WS-FIND-ITEM.
060900     PERFORM FIND-ITEM THRU FIND-ITEM-EXIT.
061000     IF  NOT WS-FOUND
061100         MOVE 'PARMS FOR ITEM NOT ON MASTER' TO WS-PRM-ACTION
061200         GO TO LOAD-PARMS-REJECT.
061300     IF  V-PARM-SW (WS-RS) = 'Y'
061400         MOVE 'DUPLICATE PARAMETERS - IGNORED' TO WS-PRM-ACTION
061500         GO TO LOAD-PARMS-REJECT.
061600     MOVE 'Y'                TO V-PARM-SW (WS-RS),
061700                                VT-PARM-SW (WS-VTX).
061800     MOVE RP-POINT           TO V-POINT (WS-RS).
061900     MOVE RP-ORDER-QTY       TO V-ORDER-QTY (WS-RS).
062000     MOVE RP-LEAD-DAYS       TO V-LEAD-DAYS (WS-RS).
062100     MOVE RP-VEND-KEY        TO V-PREF-VEND (WS-RS).
062200     GO TO LOAD-PARMS-READ.
062300 LOAD-PARMS-REJECT.
062400     ADD 1                   TO WS-PRM-BAD-CTR.
062500     MOVE SPACES             TO WS-DTL-LINE.
062600     MOVE WS-PRM-ACTION      TO DTL-ACTION.
062700     MOVE RP-TABLE-ID        TO DTL-TABID.
062800     MOVE RP-ITEM            TO DTL-ITEM.
062900     MOVE RP-VEND-KEY        TO DTL-VEND.
063000     PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT.
063100     GO TO LOAD-PARMS-READ.
063200 LOAD-PARMS-END.
063300     CLOSE REORDPRM.
063400 LOAD-PARMS-EXIT.
063500     EXIT.
063501*
063502*    LOAD THE RECEIPT RULES FROM THE STATUS REFERENCE FILE.
063503*    RECORDS PAST THE TABLE LIMIT ARE DROPPED WITH A WARNING -
063504*    THEIR CODES THEN COUNT AS UNDEFINED, AND BAR BUYING.
063505*
063506 LOAD-STAT.
063507     OPEN INPUT STATFILE.
063508     IF  WS-STS-STATUS = '35'
063509         DISPLAY 'MSTREPL: NO STATUS REFERENCE FILE - ONLY THE '
063510             'PARM CODES BAR BUYING'
063511         GO TO LOAD-STAT-EXIT.
063512 LOAD-STAT-READ.
063513     READ STATFILE
063514         AT END
063515             MOVE 'Y'        TO WS-STS-EOF-SW.
063516     IF  WS-STS-EOF
063517         CLOSE STATFILE
063518         GO TO LOAD-STAT-EXIT.
063519     IF  STS-REC = SPACES
063520         GO TO LOAD-STAT-READ.
063521     IF  WS-STS-CNT >= WS-STS-LIM
063522         DISPLAY 'MSTREPL: STATUS TABLE FULL - ' STS-TABLE-ID
063523             ' ' STS-CODE ' IGNORED'
063524         GO TO LOAD-STAT-READ.
063525     ADD 1                   TO WS-STS-CNT.
063526     MOVE STS-TABLE-ID       TO WS-STS-ID (WS-STS-CNT).
063527     MOVE STS-CODE           TO WS-STS-CODE (WS-STS-CNT).
063528     MOVE STS-RCPT-OK        TO WS-STS-RCPT (WS-STS-CNT).
063529     GO TO LOAD-STAT-READ.
063530 LOAD-STAT-EXIT.
063531     EXIT.
063532*
063533*    DOES THE STATUS OF THE ENTRY AT SS BAR BUYING? ON A TABLE
063534*    UNDER STATUS CONTROL IT DOES WHEN THE CODE IS NOT DEFINED
063535*    OR ITS RULE REFUSES RECEIPTS. SETS WS-NOBUY-SW ONLY WHEN IT
063536*    DOES - THE CALLER CLEARS IT.
063537*
063538 CHECK-STAT-BUY.
063539     MOVE ZERO               TO WS-STS-HIT.
063540     MOVE 'N'                TO WS-STS-CTL-SW.
063541     MOVE 1                  TO WS-STX.
063542 CHECK-STAT-BUY-STEP.
063543     IF  WS-STX > WS-STS-CNT
063544         GO TO CHECK-STAT-BUY-DONE.
063545     IF  WS-STS-ID (WS-STX) = V-TABID (SS)
063546     OR  WS-STS-ID (WS-STX) = '***'
063547         MOVE 'Y'            TO WS-STS-CTL-SW.
063548     IF  WS-STS-CODE (WS-STX) = V-STATUS (SS)
063549     AND WS-STS-ID (WS-STX) = V-TABID (SS)
063550         MOVE WS-STX         TO WS-STS-HIT
063551         GO TO CHECK-STAT-BUY-DONE.
063552     IF  WS-STS-CODE (WS-STX) = V-STATUS (SS)
063553     AND WS-STS-ID (WS-STX) = '***'
063554     AND WS-STS-HIT = ZERO
063555         MOVE WS-STX         TO WS-STS-HIT.
063556     ADD 1                   TO WS-STX.
063557     GO TO CHECK-STAT-BUY-STEP.
063558 CHECK-STAT-BUY-DONE.
063559     IF  WS-STS-HIT = ZERO AND WS-STS-CONTROLLED
063560         MOVE 'Y'            TO WS-NOBUY-SW.
063561     IF  WS-STS-HIT NOT = ZERO
063562         IF  WS-STS-RCPT (WS-STS-HIT) NOT = 'Y'
063563             MOVE 'Y'        TO WS-NOBUY-SW.
063564 CHECK-STAT-BUY-EXIT.
063565     EXIT.
063600*
063700*    READ THE AUDIT LOG AND ADD EACH ISSUE DATED INSIDE THE
063800*    WINDOW TO ITS ENTRY'S USAGE.
063900*
064000 LOAD-USAGE.
064100     OPEN INPUT AUDITLOG.
064200     IF  WS-AUD-STATUS = '35'
064300         DISPLAY 'MSTREPL: NO AUDIT LOG - USAGE TAKEN AS NONE'
064400         GO TO LOAD-USAGE-EXIT.
064500 LOAD-USAGE-READ.
064600     READ AUDITLOG
064700         AT END
064800             GO TO LOAD-USAGE-END.
064900     ADD 1                   TO WS-AUD-READ-CTR.
065000     IF  AUD-TRANS-CODE NOT = 'ISSUE'
065100         GO TO LOAD-USAGE-READ.
065200     IF  AUD-DATE < WS-WIN-DATE OR AUD-DATE > WS-RUN-DATE
065300         GO TO LOAD-USAGE-READ.
065400     IF  AUD-BEF-QTY NOT NUMERIC OR AUD-AFT-QTY NOT NUMERIC
065500         GO TO LOAD-USAGE-READ.
065600     ADD 1                   TO WS-ISSUE-CTR.
065700     MOVE AUD-TABLE-ID       TO WS-FIND-TABID.
065800     MOVE AUD-KEY            TO WS-FIND-ITEM.
065900     PERFORM FIND-ITEM THRU FIND-ITEM-EXIT.
066000     IF  WS-FOUND
066100         ADD AUD-BEF-QTY-N   TO V-USAGE (WS-RS)
066200         SUBTRACT AUD-AFT-QTY-N FROM V-USAGE (WS-RS).
066300     GO TO LOAD-USAGE-READ.
066400 LOAD-USAGE-END.
066500     CLOSE AUDITLOG.
066600 LOAD-USAGE-EXIT.
066700     EXIT.
066800*
066900*    SEARCH DOWN WS-FIND-TABID'S TREE FOR WS-FIND-ITEM, LEAVING
067000*    WS-VTX AT THE TABLE'S ANCHOR AND WS-RS AT THE ENTRY'S SLOT.
067100*    THE STEP COUNT GUARDS AGAINST A LOOP IN THE LINKS.
067200*
067300 FIND-ITEM.
067400     MOVE 'N'                TO WS-FOUND-SW.
067500     MOVE 1                  TO WS-VTX.
067600 FIND-ITEM-TABLE.
067700     IF  WS-VTX > WS-TAB-CNT
067800         GO TO FIND-ITEM-EXIT.
067900     IF  VT-ID (WS-VTX) NOT = WS-FIND-TABID
068000         ADD 1               TO WS-VTX
068100         GO TO FIND-ITEM-TABLE.
068200     MOVE VT-ROOT (WS-VTX)   TO WS-RS.
068300     MOVE ZERO               TO WS-RS-CTR.
068400 FIND-ITEM-STEP.
068500     IF  WS-RS = ZERO
068600         GO TO FIND-ITEM-EXIT.
068700     IF  WS-RS < ZERO OR WS-RS > WS-MAX-SEQ
068800     OR  WS-RS-CTR >= WS-TBL-MAX
068900         ADD 1               TO WS-ERR-CTR
069000         DISPLAY 'MSTREPL: SEARCH FOR ' WS-FIND-ITEM
069100             ' ABANDONED AT SLOT ' WS-RS
069200         GO TO FIND-ITEM-EXIT.
069300     ADD 1                   TO WS-RS-CTR.
069400     IF  WS-FIND-ITEM = V-ITEM (WS-RS)
069500         MOVE 'Y'            TO WS-FOUND-SW
069600         GO TO FIND-ITEM-EXIT.
069700     IF  WS-FIND-ITEM < V-ITEM (WS-RS)
069800         MOVE V-LL (WS-RS)   TO WS-RS
069900     ELSE
070000         MOVE V-RL (WS-RS)   TO WS-RS.
070100     GO TO FIND-ITEM-STEP.
070200 FIND-ITEM-EXIT.
070300     EXIT.
070400*
070500*    IN-ORDER WALK OF ONE TABLE'S TREE, LOOKING AT EACH ENTRY
070600*    AS IT IS VISITED. THE SAME STACKED WALK AS MSTEXTR, WITH
070700*    THE SAME RANGE GUARDS.
070800*
070900 CHECK-ONE-TABLE.
071000     IF  WS-ROOT = ZERO
071100         GO TO CHECK-ONE-EXIT.
071200     MOVE WS-ROOT            TO SS.
071300     MOVE ZERO               TO SS2.
071400 WALK-DOWN.
071500     IF  SS = ZERO
071600         GO TO WALK-POP.
071700     IF  SS < ZERO OR SS > WS-MAX-SEQ
071800         ADD 1               TO WS-ERR-CTR
071900         DISPLAY 'MSTREPL: LINK OUT OF RANGE ' SS ' - ABANDONED'
072000         GO TO CHECK-ONE-EXIT.
072100     IF  SS2 >= WS-TBL-MAX
072200         ADD 1               TO WS-ERR-CTR
072300         DISPLAY 'MSTREPL: TREE DEEPER THAN TABLE - ABANDONED'
072400         GO TO CHECK-ONE-EXIT.
072500     ADD 1                   TO SS2.
072600     MOVE SS                 TO WS-STK (SS2).
072700     MOVE V-LL (SS)          TO SS.
072800     GO TO WALK-DOWN.
072900 WALK-POP.
073000     IF  SS2 = ZERO
073100         GO TO CHECK-ONE-EXIT.
073200     MOVE WS-STK (SS2)       TO SS.
073300     SUBTRACT 1              FROM SS2.
073400     PERFORM CHECK-ENTRY THRU CHECK-ENTRY-EXIT.
073500     MOVE V-RL (SS)          TO SS.
073600     GO TO WALK-DOWN.
073700 CHECK-ONE-EXIT.
073800     EXIT.
073900*
074000*    LOOK AT THE ENTRY AT SS: ITS USAGE AND COVER, THEN A
074100*    SUGGESTION IF IT IS BELOW ITS REORDER POINT, THEN THE
074200*    STOCK-OUT CHECK, WHICH APPLIES WITH OR WITHOUT PARAMETERS.
074300*
074400 CHECK-ENTRY.
074500     ADD 1                   TO WS-ENT-CTR.
074600     DIVIDE V-USAGE (SS) BY WS-WIN-DAYS
074700         GIVING WS-DAILY-USE ROUNDED.
074800     IF  WS-DAILY-USE = ZERO
074900         MOVE 999.9          TO WS-COVER-DAYS
075000     ELSE
075100         DIVIDE V-QTY (SS) BY WS-DAILY-USE
075200             GIVING WS-COVER-DAYS ROUNDED
075300             ON SIZE ERROR
075400                 MOVE 999.9  TO WS-COVER-DAYS.
075500     IF  V-PARM-SW (SS) NOT = 'Y'
075600         ADD 1               TO WS-NOPARM-CTR
075700         PERFORM FILL-DETAIL THRU FILL-DETAIL-EXIT
075800         MOVE 'NO REORDER PARAMETERS'    TO DTL-ACTION
075900         PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT
076000         GO TO CHECK-ENTRY-STOCKOUT.
076100     IF  V-QTY (SS) NOT < V-POINT (SS)
076200         GO TO CHECK-ENTRY-STOCKOUT.
076300     ADD 1                   TO WS-BELOW-CTR.
076400*
076500*    THE ORDER: THE REORDER QUANTITY, OR ENOUGH WHOLE LOTS OF IT
076600*    TO COVER THE SHORTFALL AT THE END OF THE LEAD TIME.
076700*
076800     MULTIPLY WS-DAILY-USE BY V-LEAD-DAYS (SS)
076900         GIVING WS-LEAD-USE ROUNDED.
077000     ADD V-POINT (SS) WS-LEAD-USE GIVING WS-SHORT-QTY.
077100     SUBTRACT V-QTY (SS)     FROM WS-SHORT-QTY.
077200     MOVE V-ORDER-QTY (SS)   TO WS-ORDER-QTY.
077300     IF  WS-ORDER-QTY = ZERO
077400         MOVE WS-SHORT-QTY   TO WS-ORDER-QTY
077500     ELSE
077600         IF  WS-SHORT-QTY > WS-ORDER-QTY
077700             DIVIDE WS-SHORT-QTY BY WS-ORDER-QTY
077800                 GIVING WS-LOTS REMAINDER WS-LOT-REM
077900             IF  WS-LOT-REM > ZERO
078000                 ADD 1       TO WS-LOTS
078100                 MULTIPLY WS-LOTS BY WS-ORDER-QTY
078200             ELSE
078300                 MULTIPLY WS-LOTS BY WS-ORDER-QTY.
078400     PERFORM FILL-DETAIL THRU FILL-DETAIL-EXIT.
078500     MOVE V-POINT (SS)       TO DTL-POINT.
078600     MOVE V-LEAD-DAYS (SS)   TO DTL-LEAD.
078700     MOVE WS-ORDER-QTY       TO DTL-ORDER-QTY.
078800     IF  V-PREF-VEND (SS) NOT = SPACES
078900         MOVE V-PREF-VEND (SS)   TO DTL-VEND.
079000*
079100     MOVE 'N'                TO WS-NOBUY-SW.
079110     PERFORM CHECK-STAT-BUY THRU CHECK-STAT-BUY-EXIT.
079120     IF  WS-NOBUY
079130         GO TO CHECK-ENTRY-SUGGEST.
079200     MOVE 1                  TO WS-NBX.
079300 CHECK-ENTRY-NOBUY.
079400     IF  WS-NBX > 6
079500         GO TO CHECK-ENTRY-SUGGEST.
079600     IF  WS-NOBUY-CODE (WS-NBX) NOT = SPACE
079700     AND WS-NOBUY-CODE (WS-NBX) = V-STATUS (SS)
079800         MOVE 'Y'            TO WS-NOBUY-SW
079900         GO TO CHECK-ENTRY-SUGGEST.
080000     ADD 1                   TO WS-NBX.
080100     GO TO CHECK-ENTRY-NOBUY.
080200 CHECK-ENTRY-SUGGEST.
080300     IF  WS-NOBUY
080400         ADD 1               TO WS-WITHHELD-CTR
080500         MOVE 'WITHHELD - STATUS BARS BUYING' TO DTL-ACTION
080600         PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT
080700         GO TO CHECK-ENTRY-STOCKOUT.
080800     MOVE SPACES             TO SUG-REC.
080900     MOVE V-TABID (SS)       TO SUG-TABLE-ID.
081000     MOVE V-ITEM (SS)        TO SUG-ITEM.
081100     MOVE DTL-VEND           TO SUG-VEND-KEY.
081200     MOVE WS-ORDER-QTY       TO SUG-ORDER-QTY.
081300     MOVE V-QTY (SS)         TO SUG-ON-HAND.
081400     MOVE V-POINT (SS)       TO SUG-POINT.
081500     MOVE V-LEAD-DAYS (SS)   TO SUG-LEAD-DAYS.
081600     MOVE WS-DAILY-USE       TO SUG-DAILY-USE.
081700     MOVE WS-COVER-DAYS      TO SUG-COVER-DAYS.
081800     MOVE V-STATUS (SS)      TO SUG-STATUS.
081900     MOVE WS-RUN-DATE-N      TO SUG-RUN-DATE.
082000     WRITE SUG-REC.
082100     IF  WS-SUG-STATUS NOT = '00'
082200         ADD 1               TO WS-ERR-CTR
082300         DISPLAY 'MSTREPL: SUGGFILE WRITE FAILED, STATUS '
082400             WS-SUG-STATUS
082500         GO TO CHECK-ENTRY-EXIT.
082600     ADD 1                   TO WS-SUG-CTR.
082700     MOVE 'SUGGESTED'        TO DTL-ACTION.
082800     PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT.
082900 CHECK-ENTRY-STOCKOUT.
083000     IF  V-QTY (SS) = ZERO AND V-USAGE (SS) > ZERO
083100         ADD 1               TO WS-STOCKOUT-CTR
083200         PERFORM FILL-DETAIL THRU FILL-DETAIL-EXIT
083300         MOVE 'STOCKED OUT WITH USAGE'   TO DTL-ACTION
083400         PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT.
083500 CHECK-ENTRY-EXIT.
083600     EXIT.
083700*
083800*    THE ENTRY'S OWN COLUMNS OF A DETAIL LINE. COVER IS LEFT
083900*    BLANK WHEN THERE WAS NO USAGE TO MEASURE IT BY.
084000*
084100 FILL-DETAIL.
084200     MOVE SPACES             TO WS-DTL-LINE.
084300     MOVE V-TABID (SS)       TO DTL-TABID.
084400     MOVE V-ITEM (SS)        TO DTL-ITEM.
084500     MOVE V-DESC (SS)        TO DTL-DESC.
084600     MOVE V-STATUS (SS)      TO DTL-STATUS.
084700     MOVE V-QTY (SS)         TO DTL-ON-HAND.
084800     MOVE WS-DAILY-USE       TO DTL-DAILY-USE.
084900     IF  WS-DAILY-USE NOT = ZERO
085000         MOVE WS-COVER-DAYS  TO DTL-COVER.
085100     MOVE V-VEND (SS)        TO DTL-VEND.
085200 FILL-DETAIL-EXIT.
085300     EXIT.
085400*
085500 PRINT-DETAIL.
085600     IF  WS-LINE-NO >= WS-RPT-LINE-MAX
085700         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
085800     MOVE WS-DTL-LINE        TO PRT-REC.
085900     WRITE PRT-REC AFTER ADVANCING 1 LINE.
086000     ADD 1                   TO WS-LINE-NO.
086100 PRINT-DETAIL-EXIT.
086200     EXIT.
086300*
086400*    ONE-DAY STEP BACK FOR THE WINDOW COUNT.
086500*
086600 BACK-ONE-DAY.
086700     IF  WS-WIN-DD > 1
086800         SUBTRACT 1          FROM WS-WIN-DD
086900         GO TO BACK-ONE-DAY-EXIT.
087000     IF  WS-WIN-MM > 1
087100         SUBTRACT 1          FROM WS-WIN-MM
087200     ELSE
087300         MOVE 12             TO WS-WIN-MM
087400         SUBTRACT 1          FROM WS-WIN-YEAR.
087500     MOVE WS-MONTH-DAYS (WS-WIN-MM) TO WS-WIN-DD.
087600     IF  WS-WIN-MM NOT = 2
087650         GO TO BACK-ONE-DAY-EXIT.
087700*
087750*    FEBRUARY HAS 29 DAYS IN EVERY FOURTH YEAR, EXCEPT A
087800*    CENTURY YEAR THAT 400 DOES NOT DIVIDE.
087850*
087900     DIVIDE WS-WIN-YEAR BY 4 GIVING WS-LEAP-QUOT
087950         REMAINDER WS-LEAP-REM.
088000     IF  WS-LEAP-REM NOT = ZERO
088050         GO TO BACK-ONE-DAY-EXIT.
088100     DIVIDE WS-WIN-YEAR BY 100 GIVING WS-LEAP-QUOT
088150         REMAINDER WS-LEAP-REM.
088200     IF  WS-LEAP-REM = ZERO
088220         DIVIDE WS-WIN-YEAR BY 400 GIVING WS-LEAP-QUOT
088240             REMAINDER WS-LEAP-REM
088260         IF  WS-LEAP-REM NOT = ZERO
088280             GO TO BACK-ONE-DAY-EXIT.
088300     MOVE 29                 TO WS-WIN-DD.
088400 BACK-ONE-DAY-EXIT.
088500     EXIT.
088600*
088700 PRINT-HEADERS.
088800     ADD 1                   TO WS-PAGE-NO.
088900     MOVE WS-PAGE-NO         TO HDR1-PAGE-NO.
089000     MOVE WS-HDR-LINE-1      TO PRT-REC.
089100     WRITE PRT-REC AFTER ADVANCING PAGE.
089200     MOVE WS-HDR-LINE-2      TO PRT-REC.
089300     WRITE PRT-REC AFTER ADVANCING 2 LINES.
089400     MOVE WS-HDR-LINE-3      TO PRT-REC.
089500     WRITE PRT-REC AFTER ADVANCING 1 LINE.
089600     MOVE SPACES             TO PRT-REC.
089700     WRITE PRT-REC AFTER ADVANCING 1 LINE.
089800     MOVE ZERO               TO WS-LINE-NO.
089900 PRINT-HEADERS-EXIT.
090000     EXIT.
090100*
090200 PRINT-TRL-LINE.
090300     IF  WS-LINE-NO >= WS-RPT-LINE-MAX
090400         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
090500     MOVE WS-TRL-LINE        TO PRT-REC.
090600     WRITE PRT-REC AFTER ADVANCING 2 LINES.
090700     ADD 2                   TO WS-LINE-NO.
090800 PRINT-TRL-LINE-EXIT.
090900     EXIT.
091000*
091100*    RUN TOTALS, THEN THE RETURN CODE: 8 IF ANY TREE COULD NOT
091200*    BE WALKED OR THE SUGGESTION FILE NOT WRITTEN, 4 IF ANY
091300*    EXCEPTION WAS LISTED.
091400*
091500 REPORT-END.
091600     MOVE 'ITEMS EXAMINED'   TO TRL-CAPTION.
091700     MOVE WS-ENT-CTR         TO TRL-COUNT.
091800     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
091900     MOVE 'ITEMS BELOW REORDER POINT' TO TRL-CAPTION.
092000     MOVE WS-BELOW-CTR       TO TRL-COUNT.
092100     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
092200     MOVE 'PURCHASE SUGGESTIONS WRITTEN' TO TRL-CAPTION.
092300     MOVE WS-SUG-CTR         TO TRL-COUNT.
092400     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
092500     MOVE 'SUGGESTIONS WITHHELD BY STATUS' TO TRL-CAPTION.
092600     MOVE WS-WITHHELD-CTR    TO TRL-COUNT.
092700     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
092800     MOVE 'ITEMS WITHOUT REORDER PARAMETERS' TO TRL-CAPTION.
092900     MOVE WS-NOPARM-CTR      TO TRL-COUNT.
093000     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
093100     MOVE 'ITEMS STOCKED OUT WITH USAGE' TO TRL-CAPTION.
093200     MOVE WS-STOCKOUT-CTR    TO TRL-COUNT.
093300     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
093400     MOVE 'PARAMETER RECORDS READ' TO TRL-CAPTION.
093500     MOVE WS-PRM-READ-CTR    TO TRL-COUNT.
093600     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
093700     MOVE 'PARAMETER RECORDS IGNORED' TO TRL-CAPTION.
093800     MOVE WS-PRM-BAD-CTR     TO TRL-COUNT.
093900     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
094000     MOVE 'AUDIT RECORDS READ' TO TRL-CAPTION.
094100     MOVE WS-AUD-READ-CTR    TO TRL-COUNT.
094200     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
094300     MOVE 'ISSUES IN WINDOW' TO TRL-CAPTION.
094400     MOVE WS-ISSUE-CTR       TO TRL-COUNT.
094500     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
094600     DISPLAY 'MSTREPL: ITEMS EXAMINED ' WS-ENT-CTR
094700         ' SUGGESTIONS ' WS-SUG-CTR.
094800     CLOSE SUGGFILE.
094900     IF  WS-ERR-CTR > ZERO
095000         DISPLAY 'MSTREPL: ' WS-ERR-CTR ' ERROR(S) - '
095100             'SUGGESTIONS ARE NOT COMPLETE'
095200         MOVE 8              TO RETURN-CODE
095300     ELSE
095400         IF  WS-NOPARM-CTR > ZERO OR WS-WITHHELD-CTR > ZERO
095500         OR  WS-STOCKOUT-CTR > ZERO OR WS-PRM-BAD-CTR > ZERO
095600             DISPLAY 'MSTREPL: EXCEPTIONS LISTED'
095700             MOVE 4          TO RETURN-CODE
095800         ELSE
095900             DISPLAY 'MSTREPL: NO EXCEPTIONS'
096000             MOVE ZERO       TO RETURN-CODE.
096100     CLOSE PRNTFILE.
096150     PERFORM WRITE-RUN-HIST THRU WRITE-RUN-HIST-EXIT.
096200     STOP RUN.
096300*
096301*    ADD THIS RUN'S STATISTICS TO THE RUN HISTORY - THE JOB AND
096302*    STEP FROM THE RUNID CARD, WHEN THE RUN STARTED AND ENDED, ITS
096303*    RETURN CODE, AND ITS COUNTS. A RUN HISTORY THAT CANNOT BE
096304*    WRITTEN IS REPORTED BUT NEVER CHANGES THE RETURN CODE.
096305*
096306 WRITE-RUN-HIST.
096307     MOVE SPACES             TO WS-RH-JOB WS-RH-STEP.
096308     OPEN INPUT RUNID.
096309     IF  WS-RID-STATUS NOT = '00'
096310         GO TO WRITE-RUN-HIST-OPEN.
096311     READ RUNID.
096312     IF  WS-RID-STATUS = '00'
096313         MOVE RID-JOB        TO WS-RH-JOB
096314         MOVE RID-STEP       TO WS-RH-STEP.
096315     CLOSE RUNID.
096316 WRITE-RUN-HIST-OPEN.
096317     OPEN EXTEND RUNHIST.
096318     IF  WS-RH-STATUS = '35'
096319         OPEN OUTPUT RUNHIST.
096320     IF  WS-RH-STATUS NOT = '00'
096321         DISPLAY 'MSTREPL: RUN HISTORY NOT WRITTEN - STATUS '
096322             WS-RH-STATUS
096323         GO TO WRITE-RUN-HIST-EXIT.
096324     MOVE SPACES             TO RH-REC.
096325     MOVE WS-RH-JOB          TO RH-JOB.
096326     MOVE WS-RH-STEP         TO RH-STEP.
096327     MOVE 'MSTREPL'          TO RH-PROGRAM.
096328     MOVE SPACES             TO RH-MODE.
096329     MOVE WS-RH-START-DATE   TO RH-START-DATE.
096330     MOVE WS-RH-START-TIME   TO RH-START-TIME.
096331     ACCEPT RH-END-DATE      FROM DATE YYYYMMDD.
096332     ACCEPT RH-END-TIME      FROM TIME.
096333     MOVE RETURN-CODE        TO RH-RC.
096334     MOVE 1                  TO WS-RH-SS.
096335 WRITE-RUN-HIST-ZERO.
096336     MOVE ZERO               TO RH-CNT-VALUE (WS-RH-SS).
096337     ADD 1                   TO WS-RH-SS.
096338     IF  WS-RH-SS NOT > 8
096339         GO TO WRITE-RUN-HIST-ZERO.
096340     MOVE 'ITEMS'            TO RH-CNT-NAME (1).
096341     MOVE WS-ENT-CTR         TO RH-CNT-VALUE (1).
096342     MOVE 'BELOW'            TO RH-CNT-NAME (2).
096343     MOVE WS-BELOW-CTR       TO RH-CNT-VALUE (2).
096344     MOVE 'SUGGESTS'         TO RH-CNT-NAME (3).
096345     MOVE WS-SUG-CTR         TO RH-CNT-VALUE (3).
096346     MOVE 'WITHHELD'         TO RH-CNT-NAME (4).
096347     MOVE WS-WITHHELD-CTR    TO RH-CNT-VALUE (4).
096348     MOVE 'STOCKOUT'         TO RH-CNT-NAME (5).
096349     MOVE WS-STOCKOUT-CTR    TO RH-CNT-VALUE (5).
096350     MOVE 'NOPARM'           TO RH-CNT-NAME (6).
096351     MOVE WS-NOPARM-CTR      TO RH-CNT-VALUE (6).
096352     MOVE 'AUDREAD'          TO RH-CNT-NAME (7).
096353     MOVE WS-AUD-READ-CTR    TO RH-CNT-VALUE (7).
096354     MOVE 'ISSUES'           TO RH-CNT-NAME (8).
096355     MOVE WS-ISSUE-CTR       TO RH-CNT-VALUE (8).
096356     WRITE RH-REC.
096357     IF  WS-RH-STATUS NOT = '00'
096358         DISPLAY 'MSTREPL: RUN HISTORY WRITE FAILED - STATUS '
096359             WS-RH-STATUS.
096360     CLOSE RUNHIST.
096361 WRITE-RUN-HIST-EXIT.
096362     EXIT.
096400*
096500*    END OF MSTREPL.
