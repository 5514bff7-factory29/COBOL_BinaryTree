000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MSTLEDG.
000300*
000400*
000500*     MONTH-END STOCK LEDGER FOR THE BINTREE MASTER.
000600*
000700*     FOR EVERY ENTRY ON EITHER MASTER, OR TOUCHED BY THE LOG
000800*     IN THE PERIOD, PRINTS ITS OPENING QUANTITY (FROM THE
000900*     OPENING GENERATION), THE PERIOD'S RECEIPTS AND ISSUES, THE
001000*     QUANTITY MOVED BY 'C' RESTATEMENTS, BY ADDS, AND BY DELETES
001100*     (PURGES INCLUDED), AND ITS CLOSING QUANTITY (FROM THE
001200*     CLOSING GENERATION), BY TABLE AND ITEM, WITH SUBTOTALS BY
001300*     STATUS WITHIN EACH TABLE AND A TOTAL PER TABLE.
001400*
001500*     THE MOVEMENTS COME FROM THE AUDIT LOG'S ENTRY IMAGES:
001600*         RECPT   RECEIPTS  + AFTER QTY - BEFORE QTY
001700*         ISSUE   ISSUES    + BEFORE QTY - AFTER QTY
001800*         CHGDEL  CHANGES   - BEFORE QTY (OLD KEY OF A 'C')
001900*         CHGINS  CHANGES   + AFTER QTY  (NEW KEY OF A 'C')
002000*         INSERT  ADDS      + AFTER QTY
002100*         DELETE  DELETES   + BEFORE QTY (ALSO PURGE)
002200*     A 'C' THAT KEEPS ITS KEY NETS TO THE RESTATEMENT'S CHANGE
002300*     IN QUANTITY; A RE-KEYING 'C' MOVES THE QUANTITY FROM THE
002400*     OLD KEY'S LINE TO THE NEW ONE'S. A DELETE THAT NEVER FOUND
002500*     ITS KEY (BLANK BEFORE IMAGE), LOOKUPS, RANGES, AND
002600*     DUPLICATE ADDS MOVE NOTHING. LOG RECORDS WRITTEN BEFORE
002700*     CHANGES WERE LOGGED AS CHGDEL/CHGINS SHOW A 'C' AS A DELETE
002800*     AND AN ADD - THE PROOF STILL HOLDS.
002900*
003000*     THE ROLL-FORWARD IS PROVED FOR EVERY ITEM:
003100*         OPENING + RECEIPTS - ISSUES + CHANGES + ADDS - DELETES
003200*     MUST EQUAL CLOSING. AN ITEM THAT FAILS IS FLAGGED OUT OF
003300*     BALANCE WITH THE DIFFERENCE (CLOSING LESS THE ROLLED-
003400*     FORWARD FIGURE) SHOWN. A FAILURE USUALLY MEANS THE PERIOD
003500*     AND THE GENERATIONS DO NOT LINE UP: THE OPENING GENERATION
003600*     MUST BE THE ONE SAVED BY THE LAST LOAD BEFORE THE PERIOD'S
003700*     FIRST DAY, THE CLOSING ONE THE ONE SAVED BY THE LAST LOAD
003800*     OF ITS LAST DAY, AND THE LOG MUST HOLD THE WHOLE PERIOD
003900*     (CONCATENATE THE ARCHIVE AHEAD OF THE LIVE LOG WHEN THE
004000*     ARCHIVE RUN HAS ALREADY SPLIT IT). A FORWARD RECOVERY OR A
004100*     RE-RUN LOAD INSIDE THE PERIOD SHOWS UP THE SAME WAY.
004200*
004300*     THE EXEC PARM GIVES THE PERIOD AS A FROM DATE AND A THRU
004400*     DATE, BOTH CCYYMMDD, e.g. PARM='20260801 20260831'; AN
004500*     OMITTED WORD LEAVES THAT END OPEN, AS IN AUDRPT.
004600*
004700*     RETURN CODE 0 = EVERY ITEM ROLLS FORWARD, 4 = ITEMS ARE OUT
004800*     OF BALANCE, 8 = A MASTER COULD NOT BE READ OR THE LEDGER
004900*     OVERFLOWED - THE LEDGER IS THEN INCOMPLETE.
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
006000*    WRITTEN AND READ IN ASCENDING MSTR-SEQ ORDER. OPENMAST IS
006100*    THE GENERATION THE PERIOD OPENED ON, CLOSMAST THE ONE IT
006200*    CLOSED ON.
006300*
006400     SELECT OPENMAST         ASSIGN TO OPENMAST
006500                             ORGANIZATION IS SEQUENTIAL
006600                             FILE STATUS IS WS-OPN-STATUS.
006700     SELECT CLOSMAST         ASSIGN TO CLOSMAST
006800                             ORGANIZATION IS SEQUENTIAL
006900                             FILE STATUS IS WS-CLS-STATUS.
007000     SELECT AUDITLOG         ASSIGN TO AUDITLOG
007100                             ORGANIZATION IS SEQUENTIAL
007200                             FILE STATUS IS WS-AUD-STATUS.
007207*
007214*    THE SHARED RUN HISTORY: ONE RECORD IS ADDED TO THE END OF
007221*    IT FOR EVERY RUN OF EVERY BINTREE BATCH STEP, FOR THE WEEKLY
007228*    RUNTRND REPORT. RUNID IS AN INSTREAM CARD IN THE STEP'S JCL
007235*    NAMING THE JOB AND STEP; WITHOUT ONE THEY ARE LEFT BLANK.
007242*
007249     SELECT RUNHIST          ASSIGN TO RUNHIST
007256                             ORGANIZATION IS SEQUENTIAL
007263                             FILE STATUS IS WS-RH-STATUS.
007270     SELECT RUNID            ASSIGN TO RUNID
007277                             ORGANIZATION IS SEQUENTIAL
007284                             FILE STATUS IS WS-RID-STATUS.
007300*
007400*
007500 DATA DIVISION.
007600 FILE SECTION.
007700*
007800 FD  PRNTFILE.
007900*
008000 01  PRT-REC                 PIC  X(133).
008100*
008200*    MUST MATCH THE MSTR-REC LAYOUT WRITTEN BY BINTREE. ONE
008300*    LAYOUT SERVES BOTH GENERATIONS - THEY ARE READ ONE AT A
008400*    TIME.
008500*
008600 FD  OPENMAST.
008700*
008800 01  OMST-REC.
008900     03  OMST-SEQ            PIC  9(04).
009000     03  OMST-LL             PIC S9(04)      COMP-3.
009100     03  OMST-RL             PIC S9(04)      COMP-3.
009200     03  OMST-ITEM           PIC  X(10).
009300     03  OMST-DESC           PIC  X(30).
009400     03  OMST-QTY            PIC  9(05).
009500     03  OMST-STATUS         PIC  X(01).
009600     03  OMST-LMDATE         PIC  9(08).
009700     03  OMST-TABLE-ID       PIC  X(03).
009800     03  OMST-HGT            PIC S9(04)      COMP-3.
009900     03  OMST-CKPT-COUNT     PIC 9(08)       COMP.
010000     03  OMST-CKPT-DATE      PIC  9(08).
010100     03  OMST-LAST-BATCH     PIC  9(06).
010200     03  OMST-TAB-CNT        PIC S9(04)      COMP.
010300     03  OMST-TAB-CTL        OCCURS 5 TIMES.
010400         05  OMST-CTL-ID     PIC  X(03).
010500         05  OMST-CTL-ROOT   PIC S9(04)      COMP.
010600         05  OMST-CTL-LIVE   PIC S9(04)      COMP.
010700         05  OMST-CTL-FREE   PIC S9(04)      COMP.
010800     03  OMST-VEND-KEY       PIC  X(10).
010900     03  OMST-LOC-KEY        PIC  X(10).
011000*
011100 FD  CLOSMAST.
011200*
011300 01  CMST-REC.
011400     03  CMST-SEQ            PIC  9(04).
011500     03  CMST-LL             PIC S9(04)      COMP-3.
011600     03  CMST-RL             PIC S9(04)      COMP-3.
011700     03  CMST-ITEM           PIC  X(10).
011800     03  CMST-DESC           PIC  X(30).
011900     03  CMST-QTY            PIC  9(05).
012000     03  CMST-STATUS         PIC  X(01).
012100     03  CMST-LMDATE         PIC  9(08).
012200     03  CMST-TABLE-ID       PIC  X(03).
012300     03  CMST-HGT            PIC S9(04)      COMP-3.
012400     03  CMST-CKPT-COUNT     PIC 9(08)       COMP.
012500     03  CMST-CKPT-DATE      PIC  9(08).
012600     03  CMST-LAST-BATCH     PIC  9(06).
012700     03  CMST-TAB-CNT        PIC S9(04)      COMP.
012800     03  CMST-TAB-CTL        OCCURS 5 TIMES.
012900         05  CMST-CTL-ID     PIC  X(03).
013000         05  CMST-CTL-ROOT   PIC S9(04)      COMP.
013100         05  CMST-CTL-LIVE   PIC S9(04)      COMP.
013200         05  CMST-CTL-FREE   PIC S9(04)      COMP.
013300     03  CMST-VEND-KEY       PIC  X(10).
013400     03  CMST-LOC-KEY        PIC  X(10).
013500*
013600*    MUST MATCH THE AUD-REC LAYOUT WRITTEN BY BINTREE.
013700*
013800 FD  AUDITLOG.
013900*
014000 01  AUD-REC.
014100     03  AUD-DATE            PIC X(08).
014200     03  AUD-TIME            PIC X(08).
014300     03  AUD-TRANS-CODE      PIC X(06).
014400     03  AUD-KEY             PIC X(10).
014500     03  AUD-TABLE-ID        PIC X(03).
014600     03  AUD-BEF-IMAGE.
014700         05  AUD-BEF-DESC    PIC X(30).
014800         05  AUD-BEF-QTY     PIC X(05).
014900         05  AUD-BEF-QTY-N   REDEFINES AUD-BEF-QTY
015000                             PIC 9(05).
015100         05  AUD-BEF-STATUS  PIC X(01).
015200         05  AUD-BEF-LMDATE  PIC X(08).
015300     03  AUD-AFT-IMAGE.
015400         05  AUD-AFT-DESC    PIC X(30).
015500         05  AUD-AFT-QTY     PIC X(05).
015600         05  AUD-AFT-QTY-N   REDEFINES AUD-AFT-QTY
015700                             PIC 9(05).
015800         05  AUD-AFT-STATUS  PIC X(01).
015900         05  AUD-AFT-LMDATE  PIC X(08).
016000     03  AUD-ORIG            PIC X(08).
016100     03  AUD-BEF-REFS        PIC X(20).
016200     03  AUD-AFT-REFS        PIC X(20).
016203*
016206*    MUST MATCH THE RH-REC LAYOUT READ BY RUNTRND. RH-COUNT (1)
016209*    IS THE STEP'S VOLUME; THE OTHER COUNTS DEPEND ON THE
016212*    PROGRAM, EACH NAMED BY ITS RH-CNT-NAME.
016215*
016218 FD  RUNHIST.
016221*
016224 01  RH-REC.
016227     03  RH-JOB              PIC  X(08).
016230     03  RH-STEP             PIC  X(08).
016233     03  RH-PROGRAM          PIC  X(08).
016236     03  RH-MODE             PIC  X(04).
016239     03  RH-START-DATE       PIC  9(08).
016242     03  RH-START-TIME       PIC  9(08).
016245     03  RH-END-DATE         PIC  9(08).
016248     03  RH-END-TIME         PIC  9(08).
016251     03  RH-RC               PIC  9(04).
016254     03  RH-COUNT            OCCURS 8 TIMES.
016257         05  RH-CNT-NAME     PIC  X(08).
016260         05  RH-CNT-VALUE    PIC  9(09).
016263     03  FILLER              PIC  X(20).
016266*
016269*    THE JOB NAME IN COLUMNS 1-8, THE STEP NAME IN 10-17.
016272*
016275 FD  RUNID.
016278*
016281 01  RID-REC.
016284     03  RID-JOB             PIC  X(08).
016287     03  FILLER              PIC  X(01).
016290     03  RID-STEP            PIC  X(08).
016293     03  FILLER              PIC  X(63).
016300 WORKING-STORAGE SECTION.
016307*
016314*    WHEN THIS RUN STARTED, AND THE RUN-HISTORY FILE STATUSES.
016321*
016328 01  RUN-HIST-AREA.
016335     03  WS-RH-START-DATE    PIC 9(08)       VALUE ZERO.
016342     03  WS-RH-START-TIME    PIC 9(08)       VALUE ZERO.
016349     03  WS-RH-JOB           PIC X(08)       VALUE SPACE.
016356     03  WS-RH-STEP          PIC X(08)       VALUE SPACE.
016363     03  WS-RH-STATUS        PIC X(02)       VALUE SPACE.
016370     03  WS-RID-STATUS       PIC X(02)       VALUE SPACE.
016377     03  WS-RH-SS            PIC S9(04)      COMP
016384                                             VALUE ZERO.
016400*
016500 01  WORK-AREA.
016600     03  WS-OPN-STATUS       PIC X(02)       VALUE SPACE.
016700     03  WS-CLS-STATUS       PIC X(02)       VALUE SPACE.
016800     03  WS-AUD-STATUS       PIC X(02)       VALUE SPACE.
016900     03  WS-TBL-MAX          PIC S9(04)      COMP
017000                                             VALUE 3000.
017100     03  WS-ERR-CTR          PIC S9(04)      COMP
017200                                             VALUE ZERO.
017300     03  WS-MAX-SEQ          PIC S9(04)      COMP
017400                                             VALUE ZERO.
017500     03  SS                  PIC S9(04)      COMP
017600                                             VALUE ZERO.
017700     03  WS-FTX              PIC S9(04)      COMP
017800                                             VALUE ZERO.
017900     03  WS-AX               PIC S9(04)      COMP
018000                                             VALUE ZERO.
018100     03  WS-FROM-DATE        PIC X(08)       VALUE '00000000'.
018200     03  WS-TO-DATE          PIC X(08)       VALUE '99999999'.
018300     03  WS-BEF-QTY          PIC S9(07)      COMP
018400                                             VALUE ZERO.
018500     03  WS-AFT-QTY          PIC S9(07)      COMP
018600                                             VALUE ZERO.
018700     03  WS-ROLLED           PIC S9(09)      COMP
018800                                             VALUE ZERO.
018900     03  WS-DIFF             PIC S9(09)      COMP
019000                                             VALUE ZERO.
019100     03  WS-CUR-TABID        PIC X(03)       VALUE SPACE.
019200*
019300*    WHICH GENERATION IS BEING LOADED - THE SLOT AREA AND THE
019400*    FREE-CHAIN WALK SERVE BOTH PASSES, ONE AT A TIME.
019500*
019600     03  WS-PASS-SW          PIC X(01)       VALUE 'O'.
019700         88  WS-PASS-OPEN                    VALUE 'O'.
019800         88  WS-PASS-CLOSE                   VALUE 'C'.
019900*
020000*    RUN COUNTS FOR THE TRAILER.
020100*
020200 01  RUN-COUNTS.
020300     03  WS-OPN-LIVE-CTR     PIC S9(08)      COMP
020400                                             VALUE ZERO.
020500     03  WS-CLS-LIVE-CTR     PIC S9(08)      COMP
020600                                             VALUE ZERO.
020700     03  WS-AUD-READ-CTR     PIC S9(08)      COMP
020800                                             VALUE ZERO.
020900     03  WS-AUD-SEL-CTR      PIC S9(08)      COMP
021000                                             VALUE ZERO.
021100     03  WS-AUD-POST-CTR     PIC S9(08)      COMP
021200                                             VALUE ZERO.
021300     03  WS-NEITHER-CTR      PIC S9(08)      COMP
021400                                             VALUE ZERO.
021500     03  WS-OOB-CTR          PIC S9(08)      COMP
021600                                             VALUE ZERO.
021700*
021800*    THE FREE-CHAIN HEADS FROM THE CONTROL RECORD, SAVED UNTIL
021900*    THE WHOLE GENERATION IS IN STORAGE - THE SAME WALK AS
022000*    MSTDELT'S.
022100*
022200 01  FREE-HEAD-AREA.
022300     03  WS-FREE-HD          PIC S9(04)      COMP
022400                                             OCCURS 5 TIMES.
022500*
022600*    ONE ROW PER SLOT OF THE GENERATION BEING READ: 'P' FOR A
022700*    RECORD ON THE FILE, 'F' FOR A SLOT REACHED ON A FREE
022800*    CHAIN - A LIVE ENTRY IS A SLOT STILL MARKED 'P' AFTER THE
022900*    CHAINS ARE WALKED. CLEARED BETWEEN THE TWO PASSES.
023000*
023100 01  SLOT-AREA.
023200     03  S-ENTRY             OCCURS 3000 TIMES.
023300         05  S-LL            PIC S9(04)      COMP-3.
023400         05  S-ITEM          PIC X(10).
023500         05  S-QTY           PIC 9(05).
023600         05  S-STATUS        PIC X(01).
023700         05  S-TABID         PIC X(03).
023800         05  S-MARK          PIC X(01).
023900*
024000*    THE LEDGER: ONE ROW PER TABLE-ID AND KEY, KEPT IN KEY
024100*    ORDER AS ROWS ARE ADDED SO EVERY LOOKUP IS A BINARY SEARCH.
024200*    L-AMT HOLDS THE SEVEN COLUMNS OF THE REPORT - OPENING,
024300*    RECEIPTS, ISSUES, CHANGES, ADDS, DELETES, CLOSING. THE
024400*    STATUS IS THE CLOSING GENERATION'S, ELSE THE OPENING'S,
024500*    ELSE THE LAST ONE THE LOG SHOWED. AN ENTRY WITH A
024600*    QUANTITY ON BOTH GENERATIONS AND IN THE LOG IS ONE ROW;
024700*    6000 ROWS COVERS TWO FULL, DISJOINT GENERATIONS.
024800*
024900 01  LEDGER-AREA.
025000     03  WS-LED-MAX          PIC S9(04)      COMP
025100                                             VALUE 6000.
025200     03  WS-LED-CNT          PIC S9(04)      COMP
025300                                             VALUE ZERO.
025400     03  WS-LX               PIC S9(04)      COMP
025500                                             VALUE ZERO.
025600     03  WS-LX2              PIC S9(04)      COMP
025700                                             VALUE ZERO.
025800     03  WS-LO               PIC S9(04)      COMP
025900                                             VALUE ZERO.
026000     03  WS-HI               PIC S9(04)      COMP
026100                                             VALUE ZERO.
026200     03  WS-MID              PIC S9(04)      COMP
026300                                             VALUE ZERO.
026400     03  WS-ARG-IDKEY.
026500         05  WS-ARG-TABID    PIC X(03).
026600         05  WS-ARG-KEY      PIC X(10).
026700     03  WS-ARG-STATUS       PIC X(01).
026800     03  WS-FOUND-SW         PIC X(01)       VALUE 'N'.
026900         88  WS-FOUND                        VALUE 'Y'.
027000     03  L-ENTRY             OCCURS 6000 TIMES.
027100         05  L-IDKEY.
027200             07  L-TABID     PIC X(03).
027300             07  L-KEY       PIC X(10).
027400         05  L-STATUS        PIC X(01).
027500         05  L-OPEN-SW       PIC X(01).
027600         05  L-CLOSE-SW      PIC X(01).
027700         05  L-AMT           PIC S9(09)      COMP
027800                                             OCCURS 7 TIMES.
027900*
028000*    SUBTOTALS FOR THE TABLE BEING PRINTED, BY STATUS, AND THE
028100*    TABLE AND GRAND TOTALS. THE STATUS ROWS ARE SORTED BEFORE
028200*    THEY PRINT AT EACH CHANGE OF TABLE-ID.
028300*
028400 01  TOTALS-AREA.
028500     03  WS-AMX              PIC S9(04)      COMP
028600                                             VALUE ZERO.
028700     03  WS-STX              PIC S9(04)      COMP
028800                                             VALUE ZERO.
028900     03  WS-STX2             PIC S9(04)      COMP
029000                                             VALUE ZERO.
029100     03  WS-ST-CNT           PIC S9(04)      COMP
029200                                             VALUE ZERO.
029300     03  WS-ST-MAX           PIC S9(04)      COMP
029400                                             VALUE 64.
029500     03  WS-ST-OVFL          PIC S9(08)      COMP
029600                                             VALUE ZERO.
029700     03  WS-SWAP-SW          PIC X(01)       VALUE 'N'.
029800         88  WS-SWAPPED                      VALUE 'Y'.
029900     03  WS-ST-SWAP          PIC X(37).
030000     03  ST-ENTRY            OCCURS 64 TIMES.
030100         05  ST-STATUS       PIC X(01).
030200         05  ST-ITEMS        PIC S9(08)      COMP.
030300         05  ST-AMT          PIC S9(09)      COMP
030400                                             OCCURS 7 TIMES.
030500     03  WS-TAB-ITEMS        PIC S9(08)      COMP
030600                                             VALUE ZERO.
030700     03  WS-TAB-AMT          PIC S9(09)      COMP
030800                                             OCCURS 7 TIMES.
030900     03  WS-GRD-ITEMS        PIC S9(08)      COMP
031000                                             VALUE ZERO.
031100     03  WS-GRD-AMT          PIC S9(09)      COMP
031200                                             OCCURS 7 TIMES.
031300*
031400*    FIELDS AND PRINT LINES FOR THE REPORT.
031500*
031600 01  REPORT-WORK-AREA.
031700     03  WS-PAGE-NO          PIC S9(04)      COMP
031800                                             VALUE ZERO.
031900     03  WS-LINE-NO          PIC S9(04)      COMP
032000                                             VALUE ZERO.
032100     03  WS-RPT-LINE-MAX     PIC S9(04)      COMP
032200                                             VALUE 55.
032300     03  WS-RUN-DATE.
032350         05  WS-RUN-CC       PIC 9(02).
032400         05  WS-RUN-YY       PIC 9(02).
032500         05  WS-RUN-MM       PIC 9(02).
032600         05  WS-RUN-DD       PIC 9(02).
032700     03  WS-RUN-DATE-DISP.
032800         05  WS-RDD-MM       PIC 9(02).
032900         05  FILLER          PIC X(01)       VALUE '/'.
033000         05  WS-RDD-DD       PIC 9(02).
033100         05  FILLER          PIC X(01)       VALUE '/'.
033150         05  WS-RDD-CC       PIC 9(02).
033200         05  WS-RDD-YY       PIC 9(02).
033300*
033400 01  WS-HDR-LINE-1.
033500     03  FILLER              PIC X(05)       VALUE SPACES.
033600     03  FILLER              PIC X(28)       VALUE
033700             'BINTREE MONTH-END LEDGER'.
033800     03  FILLER              PIC X(08)       VALUE 'PERIOD '.
033900     03  HDR1-FROM           PIC X(08).
034000     03  FILLER              PIC X(06)       VALUE ' THRU '.
034100     03  HDR1-TO             PIC X(08).
034200     03  FILLER              PIC X(03)       VALUE SPACES.
034300     03  FILLER              PIC X(10)       VALUE 'RUN DATE: '.
034400     03  HDR1-DATE           PIC X(10).
034500     03  FILLER              PIC X(03)       VALUE SPACES.
034600     03  FILLER              PIC X(05)       VALUE 'PAGE '.
034700     03  HDR1-PAGE-NO        PIC ZZZ9.
034800*
034900 01  WS-HDR-LINE-2.
035000     03  FILLER              PIC X(05)       VALUE SPACES.
035100     03  FILLER              PIC X(06)       VALUE 'TABLE'.
035200     03  FILLER              PIC X(12)       VALUE 'ITEM'.
035300     03  FILLER              PIC X(02)       VALUE 'ST'.
035400     03  FILLER              PIC X(11)       VALUE '    OPENING'.
035500     03  FILLER              PIC X(11)       VALUE '   RECEIPTS'.
035600     03  FILLER              PIC X(11)       VALUE '     ISSUES'.
035700     03  FILLER              PIC X(11)       VALUE '    CHANGES'.
035800     03  FILLER              PIC X(11)       VALUE '       ADDS'.
035900     03  FILLER              PIC X(11)       VALUE '    DELETES'.
036000     03  FILLER              PIC X(11)       VALUE '    CLOSING'.
036100     03  FILLER              PIC X(12)       VALUE '  DIFFERENCE'.
036200*
036300 01  WS-HDR-LINE-3.
036400     03  FILLER              PIC X(05)       VALUE SPACES.
036500     03  FILLER              PIC X(121)      VALUE ALL '-'.
036600*
036700 01  WS-DTL-LINE.
036800     03  FILLER              PIC X(05)       VALUE SPACES.
036900     03  DTL-TABID           PIC X(03).
037000     03  FILLER              PIC X(03)       VALUE SPACES.
037100     03  DTL-KEY             PIC X(10).
037200     03  FILLER              PIC X(02)       VALUE SPACES.
037300     03  DTL-STATUS          PIC X(01).
037400     03  FILLER              PIC X(01)       VALUE SPACES.
037500     03  DTL-COL             OCCURS 7 TIMES.
037600         05  FILLER          PIC X(01).
037700         05  DTL-AMT         PIC ---------9.
037800     03  FILLER              PIC X(02)       VALUE SPACES.
037900     03  DTL-DIFF            PIC ---------9.
038000     03  DTL-DIFF-X          REDEFINES DTL-DIFF
038100                             PIC X(10).
038200     03  FILLER              PIC X(02)       VALUE SPACES.
038300     03  DTL-FLAG            PIC X(14).
038400*
038500 01  WS-SUB-LINE.
038600     03  FILLER              PIC X(05)       VALUE SPACES.
038700     03  SUB-TABID           PIC X(03).
038800     03  FILLER              PIC X(03)       VALUE SPACES.
038900     03  SUB-CAPTION         PIC X(14).
039000     03  SUB-COL             OCCURS 7 TIMES.
039100         05  FILLER          PIC X(01).
039200         05  SUB-AMT         PIC ---------9.
039300     03  FILLER              PIC X(02)       VALUE SPACES.
039400     03  SUB-ITEMS           PIC ZZZZZZ9.
039500     03  FILLER              PIC X(06)       VALUE ' ITEMS'.
039600*
039700 01  WS-TRL-LINE.
039800     03  FILLER              PIC X(05)       VALUE SPACES.
039900     03  TRL-CAPTION         PIC X(34).
040000     03  TRL-COUNT           PIC ZZZZZZZZ9.
040100*
040200*
040300 LINKAGE SECTION.
040400*
040500*    RECEIVES THE JCL EXEC PARM: AN OPTIONAL FROM DATE AND AN
040600*    OPTIONAL THRU DATE, BOTH CCYYMMDD, e.g.
040650*    PARM='20260801 20260831'.
040700*
040800 01  LK-PARM.
040900     03  LK-PARM-LEN         PIC S9(04)      COMP.
041000     03  LK-PARM-FROM        PIC X(08).
041100     03  FILLER              PIC X(01).
041200     03  LK-PARM-TO          PIC X(08).
041300*
041400 PROCEDURE DIVISION USING LK-PARM.
041500*
041600 0000-START.
041650     ACCEPT WS-RH-START-DATE FROM DATE YYYYMMDD.
041675     ACCEPT WS-RH-START-TIME FROM TIME.
041700     OPEN OUTPUT PRNTFILE.
041800     ACCEPT WS-RUN-DATE      FROM DATE YYYYMMDD.
041900     MOVE WS-RUN-MM          TO WS-RDD-MM.
042000     MOVE WS-RUN-DD          TO WS-RDD-DD.
042050     MOVE WS-RUN-CC          TO WS-RDD-CC.
042100     MOVE WS-RUN-YY          TO WS-RDD-YY.
042200     MOVE WS-RUN-DATE-DISP   TO HDR1-DATE.
042300*
042400     IF  LK-PARM-LEN >= 8 AND LK-PARM-FROM NOT = SPACES
042500         MOVE LK-PARM-FROM   TO WS-FROM-DATE.
042600     IF  LK-PARM-LEN >= 17 AND LK-PARM-TO NOT = SPACES
042700         MOVE LK-PARM-TO     TO WS-TO-DATE.
042800     MOVE WS-FROM-DATE       TO HDR1-FROM.
042900     MOVE WS-TO-DATE         TO HDR1-TO.
043000*
043100*    LOAD EACH GENERATION IN TURN, WALK ITS FREE CHAINS, AND
043200*    POST ITS LIVE ENTRIES TO THE LEDGER. A MISSING GENERATION
043300*    IS AN EMPTY SIDE.
043400*
043500     MOVE 'O'                TO WS-PASS-SW.
043600     PERFORM CLEAR-SLOTS THRU CLEAR-SLOTS-EXIT.
043700     OPEN INPUT OPENMAST.
043800     IF  WS-OPN-STATUS = '35'
043900         DISPLAY 'MSTLEDG: NO OPENING MASTER - EVERY ENTRY '
044000             'OPENS AT ZERO'
044100     ELSE
044200         PERFORM LOAD-OPEN THRU LOAD-OPEN-EXIT
044300         CLOSE OPENMAST
044400         PERFORM POST-LIVE THRU POST-LIVE-EXIT.
044500*
044600     MOVE 'C'                TO WS-PASS-SW.
044700     PERFORM CLEAR-SLOTS THRU CLEAR-SLOTS-EXIT.
044800     OPEN INPUT CLOSMAST.
044900     IF  WS-CLS-STATUS = '35'
045000         DISPLAY 'MSTLEDG: NO CLOSING MASTER - EVERY ENTRY '
045100             'CLOSES AT ZERO'
045200     ELSE
045300         PERFORM LOAD-CLOSE THRU LOAD-CLOSE-EXIT
045400         CLOSE CLOSMAST
045500         PERFORM POST-LIVE THRU POST-LIVE-EXIT.
045600     IF  WS-ERR-CTR > ZERO
045700         GO TO END-JOB.
045800*
045900     PERFORM POST-LOG THRU POST-LOG-EXIT.
046000     IF  WS-ERR-CTR > ZERO
046100         GO TO END-JOB.
046200*
046300*    PRINT THE LEDGER IN KEY ORDER - BY TABLE-ID, THEN ITEM -
046400*    WITH THE STATUS SUBTOTALS AND TABLE TOTAL AT EACH CHANGE OF
046500*    TABLE-ID.
046600*
046700     PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
046800     PERFORM CLEAR-TABLE-TOTALS THRU CLEAR-TABLE-TOTALS-EXIT.
046900     MOVE 1                  TO WS-AMX.
047000 CLEAR-GRAND.
047100     MOVE ZERO               TO WS-GRD-AMT (WS-AMX).
047200     ADD 1                   TO WS-AMX.
047300     IF  WS-AMX NOT > 7
047400         GO TO CLEAR-GRAND.
047500     MOVE 1                  TO WS-LX.
047600 PRINT-LEDGER-LOOP.
047700     IF  WS-LX > WS-LED-CNT
047800         GO TO PRINT-LEDGER-DONE.
047900     IF  WS-LX > 1 AND L-TABID (WS-LX) NOT = WS-CUR-TABID
048000         PERFORM PRINT-TABLE-TOTALS THRU PRINT-TABLE-TOTALS-EXIT.
048100     MOVE L-TABID (WS-LX)    TO WS-CUR-TABID.
048200     PERFORM PRINT-ITEM THRU PRINT-ITEM-EXIT.
048300     ADD 1                   TO WS-LX.
048400     GO TO PRINT-LEDGER-LOOP.
048500 PRINT-LEDGER-DONE.
048600     IF  WS-LED-CNT > ZERO
048700         PERFORM PRINT-TABLE-TOTALS THRU PRINT-TABLE-TOTALS-EXIT.
048800     IF  WS-LINE-NO >= WS-RPT-LINE-MAX - 2
048900         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
049000     MOVE SPACES             TO SUB-TABID.
049100     MOVE 'GRAND TOTAL'      TO SUB-CAPTION.
049200     MOVE WS-GRD-ITEMS       TO SUB-ITEMS.
049300     MOVE 1                  TO WS-AMX.
049400 PRINT-GRAND-COL.
049500     MOVE WS-GRD-AMT (WS-AMX) TO SUB-AMT (WS-AMX).
049600     ADD 1                   TO WS-AMX.
049700     IF  WS-AMX NOT > 7
049800         GO TO PRINT-GRAND-COL.
049900     MOVE WS-SUB-LINE        TO PRT-REC.
050000     WRITE PRT-REC AFTER ADVANCING 2 LINES.
050100     ADD 2                   TO WS-LINE-NO.
050200     GO TO END-JOB.
050300*
050400 CLEAR-SLOTS.
050500     MOVE 1                  TO SS.
050600 CLEAR-SLOTS-STEP.
050700     MOVE SPACE              TO S-MARK (SS).
050800     MOVE ZERO               TO S-LL (SS).
050900     ADD 1                   TO SS.
051000     IF  SS NOT > WS-TBL-MAX
051100         GO TO CLEAR-SLOTS-STEP.
051200     MOVE 1                  TO WS-FTX.
051300 CLEAR-HEADS-STEP.
051400     MOVE ZERO               TO WS-FREE-HD (WS-FTX).
051500     ADD 1                   TO WS-FTX.
051600     IF  WS-FTX NOT > 5
051700         GO TO CLEAR-HEADS-STEP.
051800     MOVE ZERO               TO WS-MAX-SEQ.
051900 CLEAR-SLOTS-EXIT.
052000     EXIT.
052100*
052200 LOAD-OPEN.
052300     READ OPENMAST
052400         AT END
052500             PERFORM MARK-FREE-CHAINS THRU MARK-FREE-EXIT
052600             GO TO LOAD-OPEN-EXIT.
052700     IF  OMST-SEQ = ZERO
052800         MOVE 1              TO WS-FTX
052900         PERFORM SAVE-OPEN-HEADS THRU SAVE-OPEN-HEADS-EXIT
053000         GO TO LOAD-OPEN.
053100     IF  OMST-SEQ > WS-TBL-MAX
053200         ADD 1               TO WS-ERR-CTR
053300         DISPLAY 'MSTLEDG: OPENING SLOT OUT OF RANGE ' OMST-SEQ
053400         GO TO LOAD-OPEN.
053500     MOVE OMST-LL            TO S-LL     (OMST-SEQ).
053600     MOVE OMST-ITEM          TO S-ITEM   (OMST-SEQ).
053700     MOVE OMST-QTY           TO S-QTY    (OMST-SEQ).
053800     MOVE OMST-STATUS        TO S-STATUS (OMST-SEQ).
053900     MOVE OMST-TABLE-ID      TO S-TABID  (OMST-SEQ).
054000     MOVE 'P'                TO S-MARK   (OMST-SEQ).
054100     IF  OMST-SEQ > WS-MAX-SEQ
054200         MOVE OMST-SEQ       TO WS-MAX-SEQ.
054300     GO TO LOAD-OPEN.
054400 LOAD-OPEN-EXIT.
054500     EXIT.
054600*
054700 SAVE-OPEN-HEADS.
054800     IF  WS-FTX > 5
054900         GO TO SAVE-OPEN-HEADS-EXIT.
055000     MOVE OMST-CTL-FREE (WS-FTX) TO WS-FREE-HD (WS-FTX).
055100     ADD 1                   TO WS-FTX.
055200     GO TO SAVE-OPEN-HEADS.
055300 SAVE-OPEN-HEADS-EXIT.
055400     EXIT.
055500*
055600 LOAD-CLOSE.
055700     READ CLOSMAST
055800         AT END
055900             PERFORM MARK-FREE-CHAINS THRU MARK-FREE-EXIT
056000             GO TO LOAD-CLOSE-EXIT.
056100     IF  CMST-SEQ = ZERO
056200         MOVE 1              TO WS-FTX
056300         PERFORM SAVE-CLOSE-HEADS THRU SAVE-CLOSE-HEADS-EXIT
056400         GO TO LOAD-CLOSE.
056500     IF  CMST-SEQ > WS-TBL-MAX
056600         ADD 1               TO WS-ERR-CTR
056700         DISPLAY 'MSTLEDG: CLOSING SLOT OUT OF RANGE ' CMST-SEQ
056800         GO TO LOAD-CLOSE.
056900     MOVE CMST-LL            TO S-LL     (CMST-SEQ).
057000     MOVE CMST-ITEM          TO S-ITEM   (CMST-SEQ).
057100     MOVE CMST-QTY           TO S-QTY    (CMST-SEQ).
057200     MOVE CMST-STATUS        TO S-STATUS (CMST-SEQ).
057300     MOVE CMST-TABLE-ID      TO S-TABID  (CMST-SEQ).
057400     MOVE 'P'                TO S-MARK   (CMST-SEQ).
057500     IF  CMST-SEQ > WS-MAX-SEQ
057600         MOVE CMST-SEQ       TO WS-MAX-SEQ.
057700     GO TO LOAD-CLOSE.
057800 LOAD-CLOSE-EXIT.
057900     EXIT.
058000*
058100 SAVE-CLOSE-HEADS.
058200     IF  WS-FTX > 5
058300         GO TO SAVE-CLOSE-HEADS-EXIT.
058400     MOVE CMST-CTL-FREE (WS-FTX) TO WS-FREE-HD (WS-FTX).
058500     ADD 1                   TO WS-FTX.
058600     GO TO SAVE-CLOSE-HEADS.
058700 SAVE-CLOSE-HEADS-EXIT.
058800     EXIT.
058900*
059000*    MARK EVERY SLOT ON THE GENERATION'S FREE CHAINS 'F', NOW
059100*    THAT EVERY SLOT THEY RUN THROUGH IS IN STORAGE.
059200*
059300 MARK-FREE-CHAINS.
059400     MOVE 1                  TO WS-FTX.
059500 MARK-FREE-CTL.
059600     IF  WS-FTX > 5
059700         GO TO MARK-FREE-EXIT.
059800     MOVE WS-FREE-HD (WS-FTX) TO SS.
059900 MARK-FREE-STEP.
060000     IF  SS = ZERO
060100         ADD 1               TO WS-FTX
060200         GO TO MARK-FREE-CTL.
060300     IF  SS < ZERO OR SS > WS-TBL-MAX
060400         ADD 1               TO WS-ERR-CTR
060500         DISPLAY 'MSTLEDG: FREE CHAIN OUT OF RANGE ' SS
060600         ADD 1               TO WS-FTX
060700         GO TO MARK-FREE-CTL.
060800     IF  S-MARK (SS) = 'F'
060900         ADD 1               TO WS-ERR-CTR
061000         DISPLAY 'MSTLEDG: FREE CHAIN LOOPS AT SLOT ' SS
061100         ADD 1               TO WS-FTX
061200         GO TO MARK-FREE-CTL.
061300     MOVE 'F'                TO S-MARK (SS).
061400     MOVE S-LL (SS)          TO SS.
061500     GO TO MARK-FREE-STEP.
061600 MARK-FREE-EXIT.
061700     EXIT.
061800*
061900*    EVERY SLOT STILL MARKED 'P' IS A LIVE ENTRY - POST ITS
062000*    QUANTITY AS THE OPENING OR CLOSING FIGURE FOR ITS KEY.
062100*
062200 POST-LIVE.
062300     MOVE 1                  TO SS.
062400 POST-LIVE-STEP.
062500     IF  SS > WS-MAX-SEQ
062600         GO TO POST-LIVE-EXIT.
062700     IF  S-MARK (SS) NOT = 'P'
062800         ADD 1               TO SS
062900         GO TO POST-LIVE-STEP.
063000     MOVE S-TABID (SS)       TO WS-ARG-TABID.
063100     MOVE S-ITEM (SS)        TO WS-ARG-KEY.
063200     MOVE S-STATUS (SS)      TO WS-ARG-STATUS.
063300     PERFORM GET-LEDGER THRU GET-LEDGER-EXIT.
063400     IF  WS-ERR-CTR > ZERO
063500         GO TO POST-LIVE-EXIT.
063600     MOVE S-STATUS (SS)      TO L-STATUS (WS-LX).
063700     IF  WS-PASS-OPEN
063800         ADD 1               TO WS-OPN-LIVE-CTR
063900         MOVE 'Y'            TO L-OPEN-SW (WS-LX)
064000         ADD S-QTY (SS)      TO L-AMT (WS-LX 1)
064100     ELSE
064200         ADD 1               TO WS-CLS-LIVE-CTR
064300         MOVE 'Y'            TO L-CLOSE-SW (WS-LX)
064400         ADD S-QTY (SS)      TO L-AMT (WS-LX 7).
064500     ADD 1                   TO SS.
064600     GO TO POST-LIVE-STEP.
064700 POST-LIVE-EXIT.
064800     EXIT.
064900*
065000*    READ THE LOG AND POST EVERY QUANTITY-BEARING RECORD DATED
065100*    INSIDE THE PERIOD TO ITS KEY'S MOVEMENT COLUMN.
065200*
065300 POST-LOG.
065400     OPEN INPUT AUDITLOG.
065500     IF  WS-AUD-STATUS = '35'
065600         DISPLAY 'MSTLEDG: NO AUDIT LOG - NO MOVEMENTS POSTED'
065700         GO TO POST-LOG-EXIT.
065800 POST-LOG-READ.
065900     READ AUDITLOG
066000         AT END
066100             GO TO POST-LOG-END.
066200     ADD 1                   TO WS-AUD-READ-CTR.
066300     IF  AUD-DATE < WS-FROM-DATE OR AUD-DATE > WS-TO-DATE
066400         GO TO POST-LOG-READ.
066500     ADD 1                   TO WS-AUD-SEL-CTR.
066600     IF  AUD-TRANS-CODE = 'RECPT'
066700         MOVE 2              TO WS-AX
066800     ELSE
066900     IF  AUD-TRANS-CODE = 'ISSUE'
067000         MOVE 3              TO WS-AX
067100     ELSE
067200     IF  AUD-TRANS-CODE = 'CHGDEL' OR 'CHGINS'
067300         MOVE 4              TO WS-AX
067400     ELSE
067500     IF  AUD-TRANS-CODE = 'INSERT'
067600         MOVE 5              TO WS-AX
067700     ELSE
067800     IF  AUD-TRANS-CODE = 'DELETE' OR 'PURGE'
067900         MOVE 6              TO WS-AX
068000     ELSE
068100         GO TO POST-LOG-READ.
068200     IF  AUD-BEF-IMAGE = SPACES
068300         IF  AUD-TRANS-CODE = 'CHGDEL' OR 'DELETE' OR 'PURGE'
068400             GO TO POST-LOG-READ.
068500     MOVE ZERO               TO WS-BEF-QTY, WS-AFT-QTY.
068600     IF  AUD-BEF-QTY NUMERIC
068700         MOVE AUD-BEF-QTY-N  TO WS-BEF-QTY.
068800     IF  AUD-AFT-QTY NUMERIC
068900         MOVE AUD-AFT-QTY-N  TO WS-AFT-QTY.
069000     MOVE AUD-TABLE-ID       TO WS-ARG-TABID.
069100     MOVE AUD-KEY            TO WS-ARG-KEY.
069200     IF  AUD-AFT-STATUS NOT = SPACE
069300         MOVE AUD-AFT-STATUS TO WS-ARG-STATUS
069400     ELSE
069500         MOVE AUD-BEF-STATUS TO WS-ARG-STATUS.
069600     PERFORM GET-LEDGER THRU GET-LEDGER-EXIT.
069700     IF  WS-ERR-CTR > ZERO
069800         GO TO POST-LOG-END.
069900     IF  L-OPEN-SW (WS-LX) NOT = 'Y'
070000     AND L-CLOSE-SW (WS-LX) NOT = 'Y'
070100         MOVE WS-ARG-STATUS  TO L-STATUS (WS-LX).
070200     ADD 1                   TO WS-AUD-POST-CTR.
070300     IF  AUD-TRANS-CODE = 'RECPT' OR 'CHGINS' OR 'INSERT'
070400         ADD WS-AFT-QTY      TO L-AMT (WS-LX WS-AX).
070500     IF  AUD-TRANS-CODE = 'RECPT' OR 'CHGDEL'
070600         SUBTRACT WS-BEF-QTY FROM L-AMT (WS-LX WS-AX).
070700     IF  AUD-TRANS-CODE = 'ISSUE' OR 'DELETE' OR 'PURGE'
070800         ADD WS-BEF-QTY      TO L-AMT (WS-LX WS-AX).
070900     IF  AUD-TRANS-CODE = 'ISSUE'
071000         SUBTRACT WS-AFT-QTY FROM L-AMT (WS-LX WS-AX).
071100     GO TO POST-LOG-READ.
071200 POST-LOG-END.
071300     CLOSE AUDITLOG.
071400 POST-LOG-EXIT.
071500     EXIT.
071600*
071700*    FIND THE LEDGER ROW FOR WS-ARG-IDKEY BY BINARY SEARCH,
071800*    ADDING IT IN KEY ORDER IF IT IS NOT THERE YET. WS-LX IS
071900*    LEFT AT THE ROW.
072000*
072100 GET-LEDGER.
072200     MOVE 'N'                TO WS-FOUND-SW.
072300     MOVE 1                  TO WS-LO.
072400     MOVE WS-LED-CNT         TO WS-HI.
072500 GET-LEDGER-STEP.
072600     IF  WS-LO > WS-HI
072700         GO TO GET-LEDGER-ADD.
072800     ADD WS-LO WS-HI         GIVING WS-MID.
072900     DIVIDE WS-MID BY 2      GIVING WS-MID.
073000     IF  L-IDKEY (WS-MID) = WS-ARG-IDKEY
073100         MOVE WS-MID         TO WS-LX
073200         MOVE 'Y'            TO WS-FOUND-SW
073300         GO TO GET-LEDGER-EXIT.
073400     IF  L-IDKEY (WS-MID) < WS-ARG-IDKEY
073500         ADD 1 WS-MID        GIVING WS-LO
073600     ELSE
073700         SUBTRACT 1 FROM WS-MID GIVING WS-HI.
073800     GO TO GET-LEDGER-STEP.
073900*
074000*    NOT THERE - WS-LO IS WHERE IT BELONGS. SHIFT THE ROWS FROM
074100*    THERE ON DOWN ONE AND START A NEW ROW IN THE GAP.
074200*
074300 GET-LEDGER-ADD.
074400     IF  WS-LED-CNT >= WS-LED-MAX
074500         ADD 1               TO WS-ERR-CTR
074600         DISPLAY 'MSTLEDG: MORE THAN ' WS-LED-MAX
074700             ' LEDGER ENTRIES - LEDGER NOT PRINTED'
074800         GO TO GET-LEDGER-EXIT.
074900     MOVE WS-LED-CNT         TO WS-LX.
075000 GET-LEDGER-SHIFT.
075100     IF  WS-LX < WS-LO
075200         GO TO GET-LEDGER-NEW.
075300     ADD 1 WS-LX             GIVING WS-LX2.
075400     MOVE L-ENTRY (WS-LX)    TO L-ENTRY (WS-LX2).
075500     SUBTRACT 1              FROM WS-LX.
075600     GO TO GET-LEDGER-SHIFT.
075700 GET-LEDGER-NEW.
075800     ADD 1                   TO WS-LED-CNT.
075900     MOVE WS-LO              TO WS-LX.
076000     MOVE WS-ARG-IDKEY       TO L-IDKEY (WS-LX).
076100     MOVE WS-ARG-STATUS      TO L-STATUS (WS-LX).
076200     MOVE 'N'                TO L-OPEN-SW (WS-LX),
076300                                L-CLOSE-SW (WS-LX).
076400     MOVE 1                  TO WS-AMX.
076500 GET-LEDGER-CLEAR.
076600     MOVE ZERO               TO L-AMT (WS-LX WS-AMX).
076700     ADD 1                   TO WS-AMX.
076800     IF  WS-AMX NOT > 7
076900         GO TO GET-LEDGER-CLEAR.
077000 GET-LEDGER-EXIT.
077100     EXIT.
077200*
077300*    PRINT ONE LEDGER LINE, PROVE ITS ROLL-FORWARD, AND ADD IT
077400*    INTO ITS STATUS SUBTOTAL AND THE TABLE AND GRAND TOTALS.
077500*
077600 PRINT-ITEM.
077700     MOVE L-AMT (WS-LX 1)    TO WS-ROLLED.
077800     ADD L-AMT (WS-LX 2)     TO WS-ROLLED.
077900     SUBTRACT L-AMT (WS-LX 3) FROM WS-ROLLED.
078000     ADD L-AMT (WS-LX 4)     TO WS-ROLLED.
078100     ADD L-AMT (WS-LX 5)     TO WS-ROLLED.
078200     SUBTRACT L-AMT (WS-LX 6) FROM WS-ROLLED.
078300     SUBTRACT WS-ROLLED FROM L-AMT (WS-LX 7) GIVING WS-DIFF.
078400     IF  L-OPEN-SW (WS-LX) NOT = 'Y'
078500     AND L-CLOSE-SW (WS-LX) NOT = 'Y'
078600         ADD 1               TO WS-NEITHER-CTR.
078700     MOVE L-TABID (WS-LX)    TO DTL-TABID.
078800     MOVE L-KEY (WS-LX)      TO DTL-KEY.
078900     MOVE L-STATUS (WS-LX)   TO DTL-STATUS.
079000     IF  WS-DIFF = ZERO
079100         MOVE SPACES         TO DTL-DIFF-X, DTL-FLAG
079200     ELSE
079300         ADD 1               TO WS-OOB-CTR
079400         MOVE WS-DIFF        TO DTL-DIFF
079500         MOVE 'OUT OF BALANCE' TO DTL-FLAG.
079600     MOVE 1                  TO WS-AMX.
079700 PRINT-ITEM-COL.
079800     MOVE L-AMT (WS-LX WS-AMX) TO DTL-AMT (WS-AMX).
079900     ADD 1                   TO WS-AMX.
080000     IF  WS-AMX NOT > 7
080100         GO TO PRINT-ITEM-COL.
080200     IF  WS-LINE-NO >= WS-RPT-LINE-MAX
080300         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
080400     MOVE WS-DTL-LINE        TO PRT-REC.
080500     WRITE PRT-REC AFTER ADVANCING 1 LINE.
080600     ADD 1                   TO WS-LINE-NO.
080700*
080800     MOVE 1                  TO WS-STX.
080900 PRINT-ITEM-FIND-ST.
081000     IF  WS-STX > WS-ST-CNT
081100         GO TO PRINT-ITEM-NEW-ST.
081200     IF  ST-STATUS (WS-STX) = L-STATUS (WS-LX)
081300         GO TO PRINT-ITEM-ADD.
081400     ADD 1                   TO WS-STX.
081500     GO TO PRINT-ITEM-FIND-ST.
081600 PRINT-ITEM-NEW-ST.
081700     IF  WS-ST-CNT >= WS-ST-MAX
081800         ADD 1               TO WS-ST-OVFL
081900         MOVE ZERO           TO WS-STX
082000         GO TO PRINT-ITEM-ADD.
082100     ADD 1                   TO WS-ST-CNT.
082200     MOVE WS-ST-CNT          TO WS-STX.
082300     MOVE L-STATUS (WS-LX)   TO ST-STATUS (WS-STX).
082400     MOVE ZERO               TO ST-ITEMS (WS-STX).
082500     MOVE 1                  TO WS-AMX.
082600 PRINT-ITEM-CLEAR-ST.
082700     MOVE ZERO               TO ST-AMT (WS-STX WS-AMX).
082800     ADD 1                   TO WS-AMX.
082900     IF  WS-AMX NOT > 7
083000         GO TO PRINT-ITEM-CLEAR-ST.
083100 PRINT-ITEM-ADD.
083200     IF  WS-STX > ZERO
083300         ADD 1               TO ST-ITEMS (WS-STX).
083400     ADD 1                   TO WS-TAB-ITEMS, WS-GRD-ITEMS.
083500     MOVE 1                  TO WS-AMX.
083600 PRINT-ITEM-ADD-COL.
083700     IF  WS-STX > ZERO
083800         ADD L-AMT (WS-LX WS-AMX) TO ST-AMT (WS-STX WS-AMX).
083900     ADD L-AMT (WS-LX WS-AMX) TO WS-TAB-AMT (WS-AMX),
084000                                 WS-GRD-AMT (WS-AMX).
084100     ADD 1                   TO WS-AMX.
084200     IF  WS-AMX NOT > 7
084300         GO TO PRINT-ITEM-ADD-COL.
084400 PRINT-ITEM-EXIT.
084500     EXIT.
084600*
084700*    THE STATUS SUBTOTALS, IN STATUS ORDER, AND THE TOTAL FOR
084800*    THE TABLE JUST FINISHED, THEN RESET FOR THE NEXT TABLE.
084900*
085000 PRINT-TABLE-TOTALS.
085100     PERFORM SORT-STATUS THRU SORT-STATUS-EXIT.
085200     IF  WS-LINE-NO >= WS-RPT-LINE-MAX - 2
085300         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
085400     MOVE SPACES             TO PRT-REC.
085500     WRITE PRT-REC AFTER ADVANCING 1 LINE.
085600     ADD 1                   TO WS-LINE-NO.
085700     MOVE 1                  TO WS-STX.
085800 PRINT-STATUS-LOOP.
085900     IF  WS-STX > WS-ST-CNT
086000         GO TO PRINT-TABLE-LINE.
086100     MOVE WS-CUR-TABID       TO SUB-TABID.
086200     MOVE SPACES             TO SUB-CAPTION.
086300     STRING 'STATUS '        DELIMITED BY SIZE
086400            ST-STATUS (WS-STX) DELIMITED BY SIZE
086500            INTO SUB-CAPTION.
086600     MOVE ST-ITEMS (WS-STX)  TO SUB-ITEMS.
086700     MOVE 1                  TO WS-AMX.
086800 PRINT-STATUS-COL.
086900     MOVE ST-AMT (WS-STX WS-AMX) TO SUB-AMT (WS-AMX).
087000     ADD 1                   TO WS-AMX.
087100     IF  WS-AMX NOT > 7
087200         GO TO PRINT-STATUS-COL.
087300     IF  WS-LINE-NO >= WS-RPT-LINE-MAX
087400         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
087500     MOVE WS-SUB-LINE        TO PRT-REC.
087600     WRITE PRT-REC AFTER ADVANCING 1 LINE.
087700     ADD 1                   TO WS-LINE-NO.
087800     ADD 1                   TO WS-STX.
087900     GO TO PRINT-STATUS-LOOP.
088000 PRINT-TABLE-LINE.
088100     MOVE WS-CUR-TABID       TO SUB-TABID.
088200     MOVE 'TABLE TOTAL'      TO SUB-CAPTION.
088300     MOVE WS-TAB-ITEMS       TO SUB-ITEMS.
088400     MOVE 1                  TO WS-AMX.
088500 PRINT-TABLE-COL.
088600     MOVE WS-TAB-AMT (WS-AMX) TO SUB-AMT (WS-AMX).
088700     ADD 1                   TO WS-AMX.
088800     IF  WS-AMX NOT > 7
088900         GO TO PRINT-TABLE-COL.
089000     IF  WS-LINE-NO >= WS-RPT-LINE-MAX
089100         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
089200     MOVE WS-SUB-LINE        TO PRT-REC.
089300     WRITE PRT-REC AFTER ADVANCING 2 LINES.
089400     MOVE SPACES             TO PRT-REC.
089500     WRITE PRT-REC AFTER ADVANCING 1 LINE.
089600     ADD 3                   TO WS-LINE-NO.
089700     PERFORM CLEAR-TABLE-TOTALS THRU CLEAR-TABLE-TOTALS-EXIT.
089800 PRINT-TABLE-TOTALS-EXIT.
089900     EXIT.
090000*
090100 CLEAR-TABLE-TOTALS.
090200     MOVE ZERO               TO WS-ST-CNT, WS-TAB-ITEMS.
090300     MOVE 1                  TO WS-AMX.
090400 CLEAR-TABLE-COL.
090500     MOVE ZERO               TO WS-TAB-AMT (WS-AMX).
090600     ADD 1                   TO WS-AMX.
090700     IF  WS-AMX NOT > 7
090800         GO TO CLEAR-TABLE-COL.
090900 CLEAR-TABLE-TOTALS-EXIT.
091000     EXIT.
091100*
091200 SORT-STATUS.
091300     IF  WS-ST-CNT < 2
091400         GO TO SORT-STATUS-EXIT.
091500 SORT-STATUS-PASS.
091600     MOVE 'N'                TO WS-SWAP-SW.
091700     MOVE 1                  TO WS-STX.
091800 SORT-STATUS-STEP.
091900     IF  WS-STX >= WS-ST-CNT
092000         IF  WS-SWAPPED
092100             GO TO SORT-STATUS-PASS
092200         ELSE
092300             GO TO SORT-STATUS-EXIT.
092400     ADD 1  WS-STX           GIVING WS-STX2.
092500     IF  ST-STATUS (WS-STX) > ST-STATUS (WS-STX2)
092600         MOVE ST-ENTRY (WS-STX)  TO WS-ST-SWAP
092700         MOVE ST-ENTRY (WS-STX2) TO ST-ENTRY (WS-STX)
092800         MOVE WS-ST-SWAP     TO ST-ENTRY (WS-STX2)
092900         MOVE 'Y'            TO WS-SWAP-SW.
093000     ADD 1                   TO WS-STX.
093100     GO TO SORT-STATUS-STEP.
093200 SORT-STATUS-EXIT.
093300     EXIT.
093400*
093500 PRINT-HEADERS.
093600     ADD 1                   TO WS-PAGE-NO.
093700     MOVE WS-PAGE-NO         TO HDR1-PAGE-NO.
093800     MOVE WS-HDR-LINE-1      TO PRT-REC.
093900     WRITE PRT-REC AFTER ADVANCING PAGE.
094000     MOVE WS-HDR-LINE-2      TO PRT-REC.
094100     WRITE PRT-REC AFTER ADVANCING 2 LINES.
094200     MOVE WS-HDR-LINE-3      TO PRT-REC.
094300     WRITE PRT-REC AFTER ADVANCING 1 LINE.
094400     MOVE SPACES             TO PRT-REC.
094500     WRITE PRT-REC AFTER ADVANCING 1 LINE.
094600     MOVE ZERO               TO WS-LINE-NO.
094700 PRINT-HEADERS-EXIT.
094800     EXIT.
094900*
095000 PRINT-TRL-LINE.
095100     IF  WS-LINE-NO >= WS-RPT-LINE-MAX
095200         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
095300     MOVE WS-TRL-LINE        TO PRT-REC.
095400     WRITE PRT-REC AFTER ADVANCING 2 LINES.
095500     ADD 2                   TO WS-LINE-NO.
095600 PRINT-TRL-LINE-EXIT.
095700     EXIT.
095800*
095900*    RUN COUNTS AND THE RETURN CODE.
096000*
096100 END-JOB.
096200     IF  WS-PAGE-NO = ZERO
096300         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
096400     MOVE 'ENTRIES ON OPENING MASTER'    TO TRL-CAPTION.
096500     MOVE WS-OPN-LIVE-CTR    TO TRL-COUNT.
096600     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
096700     MOVE 'ENTRIES ON CLOSING MASTER'    TO TRL-CAPTION.
096800     MOVE WS-CLS-LIVE-CTR    TO TRL-COUNT.
096900     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
097000     MOVE 'AUDIT RECORDS READ'           TO TRL-CAPTION.
097100     MOVE WS-AUD-READ-CTR    TO TRL-COUNT.
097200     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
097300     MOVE 'AUDIT RECORDS IN PERIOD'      TO TRL-CAPTION.
097400     MOVE WS-AUD-SEL-CTR     TO TRL-COUNT.
097500     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
097600     MOVE 'MOVEMENTS POSTED TO THE LEDGER' TO TRL-CAPTION.
097700     MOVE WS-AUD-POST-CTR    TO TRL-COUNT.
097800     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
097900     MOVE 'LEDGER ITEMS'                 TO TRL-CAPTION.
098000     MOVE WS-LED-CNT         TO TRL-COUNT.
098100     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
098200     MOVE '  ON NEITHER MASTER'          TO TRL-CAPTION.
098300     MOVE WS-NEITHER-CTR     TO TRL-COUNT.
098400     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
098500     MOVE 'ITEMS OUT OF BALANCE'         TO TRL-CAPTION.
098600     MOVE WS-OOB-CTR         TO TRL-COUNT.
098700     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
098800     IF  WS-ST-OVFL > ZERO
098900         MOVE 'STATUS SUBTOTALS INCOMPLETE'  TO TRL-CAPTION
099000         MOVE WS-ST-OVFL     TO TRL-COUNT
099100         PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
099200     IF  WS-ERR-CTR > ZERO
099300         DISPLAY 'MSTLEDG: LEDGER NOT COMPLETE - SEE MESSAGES'
099400         MOVE 'LEDGER NOT COMPLETE'      TO TRL-CAPTION
099500         MOVE WS-ERR-CTR     TO TRL-COUNT
099600         PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT
099700         MOVE 8              TO RETURN-CODE
099800     ELSE
099900         IF  WS-OOB-CTR > ZERO
100000             DISPLAY 'MSTLEDG: ' WS-OOB-CTR
100100                 ' ITEMS OUT OF BALANCE'
100200             MOVE 4          TO RETURN-CODE
100300         ELSE
100400             DISPLAY 'MSTLEDG: LEDGER ROLLS FORWARD'
100500             MOVE ZERO       TO RETURN-CODE.
100600     CLOSE PRNTFILE.
100650     PERFORM WRITE-RUN-HIST THRU WRITE-RUN-HIST-EXIT.
100700     STOP RUN.
100701*
100702*    ADD THIS RUN'S STATISTICS TO THE RUN HISTORY - THE JOB AND
100703*    STEP FROM THE RUNID CARD, WHEN THE RUN STARTED AND ENDED, ITS
100704*    RETURN CODE, AND ITS COUNTS. A RUN HISTORY THAT CANNOT BE
100705*    WRITTEN IS REPORTED BUT NEVER CHANGES THE RETURN CODE.
100706*
100707 WRITE-RUN-HIST.
100708     MOVE SPACES             TO WS-RH-JOB WS-RH-STEP.
100709     OPEN INPUT RUNID.
100710     IF  WS-RID-STATUS NOT = '00'
100711         GO TO WRITE-RUN-HIST-OPEN.
100712     READ RUNID.
100713     IF  WS-RID-STATUS = '00'
100714         MOVE RID-JOB        TO WS-RH-JOB
100715         MOVE RID-STEP       TO WS-RH-STEP.
100716     CLOSE RUNID.
100717 WRITE-RUN-HIST-OPEN.
100718     OPEN EXTEND RUNHIST.
100719     IF  WS-RH-STATUS = '35'
100720         OPEN OUTPUT RUNHIST.
100721     IF  WS-RH-STATUS NOT = '00'
100722         DISPLAY 'MSTLEDG: RUN HISTORY NOT WRITTEN - STATUS '
100723             WS-RH-STATUS
100724         GO TO WRITE-RUN-HIST-EXIT.
100725     MOVE SPACES             TO RH-REC.
100726     MOVE WS-RH-JOB          TO RH-JOB.
100727     MOVE WS-RH-STEP         TO RH-STEP.
100728     MOVE 'MSTLEDG'          TO RH-PROGRAM.
100729     MOVE SPACES             TO RH-MODE.
100730     MOVE WS-RH-START-DATE   TO RH-START-DATE.
100731     MOVE WS-RH-START-TIME   TO RH-START-TIME.
100732     ACCEPT RH-END-DATE      FROM DATE YYYYMMDD.
100733     ACCEPT RH-END-TIME      FROM TIME.
100734     MOVE RETURN-CODE        TO RH-RC.
100735     MOVE 1                  TO WS-RH-SS.
100736 WRITE-RUN-HIST-ZERO.
100737     MOVE ZERO               TO RH-CNT-VALUE (WS-RH-SS).
100738     ADD 1                   TO WS-RH-SS.
100739     IF  WS-RH-SS NOT > 8
100740         GO TO WRITE-RUN-HIST-ZERO.
100741     MOVE 'ITEMS'            TO RH-CNT-NAME (1).
100742     MOVE WS-LED-CNT         TO RH-CNT-VALUE (1).
100743     MOVE 'OPENENT'          TO RH-CNT-NAME (2).
100744     MOVE WS-OPN-LIVE-CTR    TO RH-CNT-VALUE (2).
100745     MOVE 'CLOSEENT'         TO RH-CNT-NAME (3).
100746     MOVE WS-CLS-LIVE-CTR    TO RH-CNT-VALUE (3).
100747     MOVE 'AUDREAD'          TO RH-CNT-NAME (4).
100748     MOVE WS-AUD-READ-CTR    TO RH-CNT-VALUE (4).
100749     MOVE 'POSTED'           TO RH-CNT-NAME (5).
100750     MOVE WS-AUD-POST-CTR    TO RH-CNT-VALUE (5).
100751     MOVE 'OUTBAL'           TO RH-CNT-NAME (6).
100752     MOVE WS-OOB-CTR         TO RH-CNT-VALUE (6).
100753     WRITE RH-REC.
100754     IF  WS-RH-STATUS NOT = '00'
100755         DISPLAY 'MSTLEDG: RUN HISTORY WRITE FAILED - STATUS '
100756             WS-RH-STATUS.
100757     CLOSE RUNHIST.
100758 WRITE-RUN-HIST-EXIT.
100759     EXIT.
100800*
100900*
101000*    END OF MSTLEDG.
