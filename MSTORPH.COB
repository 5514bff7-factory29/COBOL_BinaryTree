000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MSTORPH.
000300*
000400*
000500*     ORPHANED REFERENCE REPORT FOR THE BINTREE MASTER.
000600*
000700*     AN ENTRY MAY NAME ITS VENDOR (A KEY IN TABLE VND) AND ITS
000800*     LOCATION (A KEY IN TABLE LOC). THE LOAD REFUSES AN ADD OR
000900*     CHANGE THAT NAMES ONE WHICH IS NOT LIVE, AND REFUSES TO
001000*     DELETE OR RE-KEY A VENDOR OR LOCATION STILL NAMED, BUT A
001100*     PURGE RUN OR A FORWARD RECOVERY CAN STILL LEAVE AN ENTRY
001200*     POINTING AT NOTHING. THIS STEP RUNS AFTER THE LOAD,
001300*     AGAINST THE GENERATION THE LOAD JUST WROTE, AND LISTS
001400*     EVERY LIVE ENTRY WHOSE VENDOR OR LOCATION DOES NOT RESOLVE
001500*     TO A LIVE ENTRY IN ITS TABLE, WITH COUNTS BY TABLE.
001600*
001700*     LIVE ENTRIES ARE FOUND THE SAME WAY MSTEXTR FINDS THEM: EACH
001800*     TABLE'S TREE IS WALKED IN ORDER FROM THE CONTROL RECORD'S
001900*     ANCHOR, SO FREE-CHAIN REMNANTS ARE NEVER REPORTED AND NEVER
002000*     SATISFY A REFERENCE. A REFERENCE IS RESOLVED BY SEARCHING
002100*     DOWN THE REFERENCED TABLE'S TREE FROM ITS ROOT.
002200*
002300*     RETURN CODE 0 = NO ORPHANS, 4 = ORPHANS LISTED, 8 = THE
002400*     MASTER COULD NOT BE WALKED AND THE REPORT IS NOT COMPLETE.
002500*     A MISSING OR EMPTY MASTER IS NOT AN ERROR.
002600*
002700*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000*
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT PRNTFILE         ASSIGN TO PRINT.
003400*
003500*    THE MASTER GENERATIONS ARE PLAIN SEQUENTIAL DATA SETS,
003600*    WRITTEN AND READ IN ASCENDING MSTR-SEQ ORDER.
003700*
003800     SELECT MASTFILE         ASSIGN TO MASTFILE
003900                             ORGANIZATION IS SEQUENTIAL
004000                             FILE STATUS IS WS-MSTR-STATUS.
004100*
004105*    THE SHARED RUN HISTORY: ONE RECORD IS ADDED TO THE END OF
004110*    IT FOR EVERY RUN OF EVERY BINTREE BATCH STEP, FOR THE WEEKLY
004115*    RUNTRND REPORT. RUNID IS AN INSTREAM CARD IN THE STEP'S JCL
004120*    NAMING THE JOB AND STEP; WITHOUT ONE THEY ARE LEFT BLANK.
004125*
004130     SELECT RUNHIST          ASSIGN TO RUNHIST
004135                             ORGANIZATION IS SEQUENTIAL
004140                             FILE STATUS IS WS-RH-STATUS.
004145     SELECT RUNID            ASSIGN TO RUNID
004150                             ORGANIZATION IS SEQUENTIAL
004155                             FILE STATUS IS WS-RID-STATUS.
004160*
004200*
004300 DATA DIVISION.
004400 FILE SECTION.
004500*
004600 FD  PRNTFILE.
004700*
004800 01  PRT-REC                 PIC  X(133).
004900*
005000*    MUST MATCH THE MSTR-REC LAYOUT WRITTEN BY BINTREE.
005100*
005200 FD  MASTFILE.
005300*
005400 01  MSTR-REC.
005500     03  MSTR-SEQ            PIC  9(04).
005600     03  MSTR-LL             PIC S9(04)      COMP-3.
005700     03  MSTR-RL             PIC S9(04)      COMP-3.
005800     03  MSTR-ITEM           PIC  X(10).
005900     03  MSTR-DESC           PIC  X(30).
006000     03  MSTR-QTY            PIC  9(05).
006100     03  MSTR-STATUS         PIC  X(01).
006200     03  MSTR-LMDATE         PIC  9(08).
006300     03  MSTR-TABLE-ID       PIC  X(03).
006400     03  MSTR-HGT            PIC S9(04)      COMP-3.
006500     03  MSTR-CKPT-COUNT     PIC 9(08)       COMP.
006600     03  MSTR-CKPT-DATE      PIC  9(08).
006700     03  MSTR-LAST-BATCH     PIC  9(06).
006800     03  MSTR-TAB-CNT        PIC S9(04)      COMP.
006900     03  MSTR-TAB-CTL        OCCURS 5 TIMES.
007000         05  MSTR-CTL-ID     PIC  X(03).
007100         05  MSTR-CTL-ROOT   PIC S9(04)      COMP.
007200         05  MSTR-CTL-LIVE   PIC S9(04)      COMP.
007300         05  MSTR-CTL-FREE   PIC S9(04)      COMP.
007400     03  MSTR-VEND-KEY       PIC  X(10).
007500     03  MSTR-LOC-KEY        PIC  X(10).
007502*
007504*    MUST MATCH THE RH-REC LAYOUT READ BY RUNTRND. RH-COUNT (1)
007506*    IS THE STEP'S VOLUME; THE OTHER COUNTS DEPEND ON THE
007508*    PROGRAM, EACH NAMED BY ITS RH-CNT-NAME.
007510*
007512 FD  RUNHIST.
007514*
007516 01  RH-REC.
007518     03  RH-JOB              PIC  X(08).
007520     03  RH-STEP             PIC  X(08).
007522     03  RH-PROGRAM          PIC  X(08).
007524     03  RH-MODE             PIC  X(04).
007526     03  RH-START-DATE       PIC  9(08).
007528     03  RH-START-TIME       PIC  9(08).
007530     03  RH-END-DATE         PIC  9(08).
007532     03  RH-END-TIME         PIC  9(08).
007534     03  RH-RC               PIC  9(04).
007536     03  RH-COUNT            OCCURS 8 TIMES.
007538         05  RH-CNT-NAME     PIC  X(08).
007540         05  RH-CNT-VALUE    PIC  9(09).
007542     03  FILLER              PIC  X(20).
007544*
007546*    THE JOB NAME IN COLUMNS 1-8, THE STEP NAME IN 10-17.
007548*
007550 FD  RUNID.
007552*
007554 01  RID-REC.
007556     03  RID-JOB             PIC  X(08).
007558     03  FILLER              PIC  X(01).
007560     03  RID-STEP            PIC  X(08).
007562     03  FILLER              PIC  X(63).
007600 WORKING-STORAGE SECTION.
007605*
007610*    WHEN THIS RUN STARTED, AND THE RUN-HISTORY FILE STATUSES.
007615*
007620 01  RUN-HIST-AREA.
007625     03  WS-RH-START-DATE    PIC 9(08)       VALUE ZERO.
007630     03  WS-RH-START-TIME    PIC 9(08)       VALUE ZERO.
007635     03  WS-RH-JOB           PIC X(08)       VALUE SPACE.
007640     03  WS-RH-STEP          PIC X(08)       VALUE SPACE.
007645     03  WS-RH-STATUS        PIC X(02)       VALUE SPACE.
007650     03  WS-RID-STATUS       PIC X(02)       VALUE SPACE.
007655     03  WS-RH-SS            PIC S9(04)      COMP
007660                                             VALUE ZERO.
007700*
007800 01  WORK-AREA.
007900     03  WS-MSTR-STATUS      PIC X(02)       VALUE SPACE.
008000     03  WS-ERR-CTR          PIC S9(04)      COMP
008100                                             VALUE ZERO.
008200     03  WS-REC-CTR          PIC S9(04)      COMP
008300                                             VALUE ZERO.
008400     03  WS-MAX-SEQ          PIC S9(04)      COMP
008500                                             VALUE ZERO.
008600     03  WS-TBL-MAX          PIC S9(04)      COMP
008700                                             VALUE 3000.
008800     03  WS-TAB-CNT          PIC S9(04)      COMP
008900                                             VALUE ZERO.
009000     03  WS-VTX              PIC S9(04)      COMP
009100                                             VALUE ZERO.
009200     03  WS-VTX2             PIC S9(04)      COMP
009300                                             VALUE ZERO.
009400     03  WS-CTL-SW           PIC X(01)       VALUE 'N'.
009500         88  WS-CTL-SEEN                     VALUE 'Y'.
009600     03  WS-SWAP-SW          PIC X(01)       VALUE 'N'.
009700         88  WS-SWAPPED                      VALUE 'Y'.
009800     03  WS-WALK-OK-SW       PIC X(01)       VALUE 'Y'.
009900         88  WS-WALK-OK                      VALUE 'Y'.
010000     03  SS                  PIC S9(04)      COMP
010100                                             VALUE ZERO.
010200     03  SS2                 PIC S9(04)      COMP
010300                                             VALUE ZERO.
010400     03  WS-ROOT             PIC S9(04)      COMP
010500                                             VALUE ZERO.
010600     03  WS-CUR-TABID        PIC X(03)       VALUE SPACE.
010700*
010800*    THE TWO REFERENCED TABLES AND THEIR ROOTS. A ROOT OF -1
010900*    MEANS THE TABLE IS NOT ON THE MASTER AT ALL, SO NOTHING
011000*    NAMING IT CAN RESOLVE.
011100*
011200     03  WS-VEND-TABLE       PIC X(03)       VALUE 'VND'.
011300     03  WS-LOC-TABLE        PIC X(03)       VALUE 'LOC'.
011400     03  WS-VEND-ROOT        PIC S9(04)      COMP
011500                                             VALUE -1.
011600     03  WS-LOC-ROOT         PIC S9(04)      COMP
011700                                             VALUE -1.
011800*
011900*    ONE REFERENCE LOOKUP: THE KEY SOUGHT, THE ROOT SEARCHED
012000*    FROM, AND WHETHER IT WAS FOUND.
012100*
012200     03  WS-REF-KEY          PIC X(10)       VALUE SPACE.
012300     03  WS-REF-ROOT         PIC S9(04)      COMP
012400                                             VALUE ZERO.
012500     03  WS-RS               PIC S9(04)      COMP
012600                                             VALUE ZERO.
012700     03  WS-RS-CTR           PIC S9(04)      COMP
012800                                             VALUE ZERO.
012900     03  WS-REF-FOUND-SW     PIC X(01)       VALUE 'N'.
013000         88  WS-REF-FOUND                    VALUE 'Y'.
013100*
013200*    COUNTS FOR THE TABLE BEING WALKED AND FOR THE RUN.
013300*
013400     03  WS-TAB-ENT-CTR      PIC S9(08)      COMP
013500                                             VALUE ZERO.
013600     03  WS-TAB-VEND-CTR     PIC S9(08)      COMP
013700                                             VALUE ZERO.
013800     03  WS-TAB-LOC-CTR      PIC S9(08)      COMP
013900                                             VALUE ZERO.
014000     03  WS-ENT-CTR          PIC S9(08)      COMP
014100                                             VALUE ZERO.
014200     03  WS-REF-CTR          PIC S9(08)      COMP
014300                                             VALUE ZERO.
014400     03  WS-VEND-ORPH-CTR    PIC S9(08)      COMP
014500                                             VALUE ZERO.
014600     03  WS-LOC-ORPH-CTR     PIC S9(08)      COMP
014700                                             VALUE ZERO.
014800*
014900*    ONE ROW PER MASTER SLOT: THE TREE LINKS THE WALKS AND
015000*    SEARCHES FOLLOW AND THE FIELDS THE REPORT SHOWS.
015100*
015200 01  ORPHAN-TABLE.
015300     03  V-ENTRY             OCCURS 3000 TIMES.
015400         05  V-LL            PIC S9(04)      COMP-3.
015500         05  V-RL            PIC S9(04)      COMP-3.
015600         05  V-ITEM          PIC X(10).
015700         05  V-DESC          PIC X(30).
015800         05  V-STATUS        PIC X(01).
015900         05  V-TABID         PIC X(03).
016000         05  V-VEND          PIC X(10).
016100         05  V-LOC           PIC X(10).
016200*
016300*    THE CONTROL RECORD'S PER-TABLE ANCHORS, SORTED INTO
016400*    ASCENDING TABLE-ID ORDER SO THE REPORT COMES OUT IN TABLE
016500*    ORDER.
016600*
016700 01  ORPHAN-TAB-CTL.
016800     03  VT-ENTRY            OCCURS 5 TIMES.
016900         05  VT-ID           PIC X(03).
017000         05  VT-ROOT         PIC S9(04)      COMP.
017100     03  VT-SWAP-ENTRY.
017200         05  FILLER          PIC X(03).
017300         05  FILLER          PIC S9(04)      COMP.
017400*
017500*    ANCESTOR STACK FOR THE IN-ORDER WALK, SIZED TO THE WHOLE
017600*    TABLE THE SAME AS MSTVRFY AND MSTEXTR.
017700*
017800 01  WALK-STACK-AREA.
017900     03  WS-STK              PIC S9(04)      COMP
018000                                             OCCURS 3000 TIMES.
018100*
018200*    FIELDS AND PRINT LINES FOR THE REPORT.
018300*
018400 01  REPORT-WORK-AREA.
018500     03  WS-PAGE-NO          PIC S9(04)      COMP
018600                                             VALUE ZERO.
018700     03  WS-LINE-NO          PIC S9(04)      COMP
018800                                             VALUE 99.
018900     03  WS-RPT-LINE-MAX     PIC S9(04)      COMP
019000                                             VALUE 55.
019100     03  WS-RUN-DATE.
019150         05  WS-RUN-CC       PIC 9(02).
019200         05  WS-RUN-YY       PIC 9(02).
019300         05  WS-RUN-MM       PIC 9(02).
019400         05  WS-RUN-DD       PIC 9(02).
019500     03  WS-RUN-DATE-DISP.
019600         05  WS-RDD-MM       PIC 9(02).
019700         05  FILLER          PIC X(01)       VALUE '/'.
019800         05  WS-RDD-DD       PIC 9(02).
019900         05  FILLER          PIC X(01)       VALUE '/'.
019950         05  WS-RDD-CC       PIC 9(02).
020000         05  WS-RDD-YY       PIC 9(02).
020100*
020200 01  WS-HDR-LINE-1.
020300     03  FILLER              PIC X(05)       VALUE SPACES.
020400     03  FILLER              PIC X(34)       VALUE
020500             'BINTREE ORPHANED REFERENCES'.
020600     03  FILLER              PIC X(10)       VALUE 'RUN DATE: '.
020700     03  HDR1-DATE           PIC X(10).
020800     03  FILLER              PIC X(03)       VALUE SPACES.
020900     03  FILLER              PIC X(05)       VALUE 'PAGE '.
021000     03  HDR1-PAGE-NO        PIC ZZZ9.
021100*
021200 01  WS-HDR-LINE-2.
021300     03  FILLER              PIC X(05)       VALUE SPACES.
021400     03  FILLER              PIC X(06)       VALUE 'TABLE'.
021500     03  FILLER              PIC X(12)       VALUE 'ITEM'.
021600     03  FILLER              PIC X(32)       VALUE 'DESCRIPTION'.
021700     03  FILLER              PIC X(04)       VALUE 'ST'.
021800     03  FILLER              PIC X(10)       VALUE 'REFERENCE'.
021900     03  FILLER              PIC X(12)       VALUE 'KEY'.
022000     03  FILLER              PIC X(20)       VALUE 'PROBLEM'.
022100*
022200 01  WS-HDR-LINE-3.
022300     03  FILLER              PIC X(05)       VALUE SPACES.
022400     03  FILLER              PIC X(96)       VALUE ALL '-'.
022500*
022600 01  WS-DTL-LINE.
022700     03  FILLER              PIC X(05)       VALUE SPACES.
022800     03  DTL-TABID           PIC X(03).
022900     03  FILLER              PIC X(03)       VALUE SPACES.
023000     03  DTL-ITEM            PIC X(10).
023100     03  FILLER              PIC X(02)       VALUE SPACES.
023200     03  DTL-DESC            PIC X(30).
023300     03  FILLER              PIC X(02)       VALUE SPACES.
023400     03  DTL-STATUS          PIC X(01).
023500     03  FILLER              PIC X(03)       VALUE SPACES.
023600     03  DTL-REF-TYPE        PIC X(08).
023700     03  FILLER              PIC X(02)       VALUE SPACES.
023800     03  DTL-REF-KEY         PIC X(10).
023900     03  FILLER              PIC X(02)       VALUE SPACES.
024000     03  DTL-PROBLEM         PIC X(20).
024100*
024200 01  WS-TAB-LINE.
024300     03  FILLER              PIC X(05)       VALUE SPACES.
024400     03  FILLER              PIC X(06)       VALUE 'TABLE'.
024500     03  TAB-TABID           PIC X(03).
024600     03  FILLER              PIC X(12)       VALUE
024700             ' ENTRIES'.
024800     03  TAB-ENT-CNT         PIC ZZZZZZZ9.
024900     03  FILLER              PIC X(20)       VALUE
025000             '   VENDOR ORPHANS'.
025100     03  TAB-VEND-CNT        PIC ZZZZZZZ9.
025200     03  FILLER              PIC X(20)       VALUE
025300             '   LOCATION ORPHANS'.
025400     03  TAB-LOC-CNT         PIC ZZZZZZZ9.
025500*
025600 01  WS-TRL-LINE.
025700     03  FILLER              PIC X(05)       VALUE SPACES.
025800     03  TRL-CAPTION         PIC X(34).
025900     03  TRL-COUNT           PIC ZZZZZZZ9.
026000*
026100 PROCEDURE DIVISION.
026200*
026300 0000-START.
026325     ACCEPT WS-RH-START-DATE FROM DATE YYYYMMDD.
026350     ACCEPT WS-RH-START-TIME FROM TIME.
026400     OPEN OUTPUT PRNTFILE.
026500     ACCEPT WS-RUN-DATE      FROM DATE YYYYMMDD.
026600     MOVE WS-RUN-MM          TO WS-RDD-MM.
026700     MOVE WS-RUN-DD          TO WS-RDD-DD.
026750     MOVE WS-RUN-CC          TO WS-RDD-CC.
026800     MOVE WS-RUN-YY          TO WS-RDD-YY.
026900     MOVE WS-RUN-DATE-DISP   TO HDR1-DATE.
027000     PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
027100     OPEN INPUT MASTFILE.
027200     IF  WS-MSTR-STATUS = '35'
027300         DISPLAY 'MSTORPH: NO MASTER FILE - NOTHING TO CHECK'
027400         GO TO REPORT-END.
027500     MOVE 1                  TO SS.
027600 CLEAR-TABLE.
027700     MOVE ZERO               TO V-LL (SS), V-RL (SS).
027800     MOVE SPACES             TO V-ITEM (SS), V-VEND (SS),
027900                                V-LOC (SS).
028000     ADD 1                   TO SS.
028100     IF  SS NOT > WS-TBL-MAX
028200         GO TO CLEAR-TABLE.
028300*
028400*    LOAD EVERY MASTER RECORD INTO THE SLOT TABLE. THE CONTROL
028500*    RECORD (SEQUENCE ZERO) CARRIES THE TABLE ANCHORS.
028600*
028700 LOAD-MASTER.
028800     READ MASTFILE
028900         AT END
029000             GO TO CHECK-BEGIN.
029100     IF  MSTR-SEQ = ZERO
029200         MOVE MSTR-TAB-CNT   TO WS-TAB-CNT
029300         PERFORM LOAD-CTL THRU LOAD-CTL-EXIT
029400         MOVE 'Y'            TO WS-CTL-SW
029500         GO TO LOAD-MASTER.
029600     IF  MSTR-SEQ > WS-TBL-MAX
029700         ADD 1               TO WS-ERR-CTR
029800         DISPLAY 'MSTORPH: SLOT OUT OF RANGE ' MSTR-SEQ
029900         GO TO LOAD-MASTER.
030000     MOVE MSTR-LL            TO V-LL     (MSTR-SEQ).
030100     MOVE MSTR-RL            TO V-RL     (MSTR-SEQ).
030200     MOVE MSTR-ITEM          TO V-ITEM   (MSTR-SEQ).
030300     MOVE MSTR-DESC          TO V-DESC   (MSTR-SEQ).
030400     MOVE MSTR-STATUS        TO V-STATUS (MSTR-SEQ).
030500     MOVE MSTR-TABLE-ID      TO V-TABID  (MSTR-SEQ).
030600     MOVE MSTR-VEND-KEY      TO V-VEND   (MSTR-SEQ).
030700     MOVE MSTR-LOC-KEY       TO V-LOC    (MSTR-SEQ).
030800     ADD 1                   TO WS-REC-CTR.
030900     IF  MSTR-SEQ > WS-MAX-SEQ
031000         MOVE MSTR-SEQ       TO WS-MAX-SEQ.
031100     GO TO LOAD-MASTER.
031200*
031300 LOAD-CTL.
031400     IF  WS-TAB-CNT < ZERO OR WS-TAB-CNT > 5
031500         ADD 1               TO WS-ERR-CTR
031600         DISPLAY 'MSTORPH: TABLE COUNT BAD ' WS-TAB-CNT
031700         MOVE ZERO           TO WS-TAB-CNT
031800         GO TO LOAD-CTL-EXIT.
031900     MOVE 1                  TO WS-VTX.
032000 LOAD-CTL-STEP.
032100     IF  WS-VTX > 5
032200         GO TO LOAD-CTL-EXIT.
032300     MOVE MSTR-CTL-ID (WS-VTX)   TO VT-ID (WS-VTX).
032400     MOVE MSTR-CTL-ROOT (WS-VTX) TO VT-ROOT (WS-VTX).
032500     ADD 1                   TO WS-VTX.
032600     GO TO LOAD-CTL-STEP.
032700 LOAD-CTL-EXIT.
032800     EXIT.
032900*
033000*    THE FILE IS LOADED. AN EMPTY MASTER HAS NOTHING TO CHECK;
033100*    A MASTER WITH RECORDS BUT NO CONTROL RECORD CANNOT BE
033200*    WALKED AT ALL.
033300*
033400 CHECK-BEGIN.
033500     CLOSE MASTFILE.
033600     IF  NOT WS-CTL-SEEN
033700         IF  WS-REC-CTR > ZERO
033800             ADD 1           TO WS-ERR-CTR
033900             DISPLAY 'MSTORPH: CONTROL RECORD MISSING'
034000             GO TO REPORT-END
034100         ELSE
034200             DISPLAY 'MSTORPH: MASTER EMPTY - NOTHING TO CHECK'
034300             GO TO REPORT-END.
034400     PERFORM SORT-CTL THRU SORT-CTL-EXIT.
034500     PERFORM FIND-REF-TABLES THRU FIND-REF-TABLES-EXIT.
034600     MOVE 1                  TO WS-VTX.
034700 CHECK-TAB-LOOP.
034800     IF  WS-VTX > WS-TAB-CNT
034900         GO TO REPORT-END.
035000     MOVE VT-ROOT (WS-VTX)   TO WS-ROOT.
035100     MOVE VT-ID (WS-VTX)     TO WS-CUR-TABID.
035200     MOVE ZERO               TO WS-TAB-ENT-CTR, WS-TAB-VEND-CTR,
035300                                WS-TAB-LOC-CTR.
035400     PERFORM CHECK-ONE-TABLE THRU CHECK-ONE-EXIT.
035500     PERFORM PRINT-TABLE-LINE THRU PRINT-TABLE-LINE-EXIT.
035600     DISPLAY 'MSTORPH: TABLE ''' WS-CUR-TABID
035700         ''' ENTRIES ' WS-TAB-ENT-CTR
035800         ' ORPHANS ' WS-TAB-VEND-CTR ' VENDOR '
035900         WS-TAB-LOC-CTR ' LOCATION'.
036000     ADD 1                   TO WS-VTX.
036100     GO TO CHECK-TAB-LOOP.
036200*
036300*    SORT THE CONTROL ANCHORS (AT MOST FIVE) INTO ASCENDING
036400*    TABLE-ID ORDER - THE SAME BUBBLE PASS AS MSTEXTR.
036500*
036600 SORT-CTL.
036700     IF  WS-TAB-CNT < 2
036800         GO TO SORT-CTL-EXIT.
036900 SORT-CTL-PASS.
037000     MOVE 'N'                TO WS-SWAP-SW.
037100     MOVE 1                  TO WS-VTX.
037200 SORT-CTL-STEP.
037300     IF  WS-VTX >= WS-TAB-CNT
037400         IF  WS-SWAPPED
037500             GO TO SORT-CTL-PASS
037600         ELSE
037700             GO TO SORT-CTL-EXIT.
037800     ADD 1  WS-VTX           GIVING WS-VTX2.
037900     IF  VT-ID (WS-VTX) > VT-ID (WS-VTX2)
038000         MOVE VT-ENTRY (WS-VTX)  TO VT-SWAP-ENTRY
038100         MOVE VT-ENTRY (WS-VTX2) TO VT-ENTRY (WS-VTX)
038200         MOVE VT-SWAP-ENTRY  TO VT-ENTRY (WS-VTX2)
038300         MOVE 'Y'            TO WS-SWAP-SW.
038400     ADD 1                   TO WS-VTX.
038500     GO TO SORT-CTL-STEP.
038600 SORT-CTL-EXIT.
038700     EXIT.
038800*
038900*    PICK UP THE ROOTS OF THE VENDOR AND LOCATION TABLES. A
039000*    TABLE THAT IS NOT ON THE MASTER KEEPS ITS ROOT OF -1.
039100*
039200 FIND-REF-TABLES.
039300     MOVE 1                  TO WS-VTX.
039400 FIND-REF-TABLES-STEP.
039500     IF  WS-VTX > WS-TAB-CNT
039600         GO TO FIND-REF-TABLES-EXIT.
039700     IF  VT-ID (WS-VTX) = WS-VEND-TABLE
039800         MOVE VT-ROOT (WS-VTX)   TO WS-VEND-ROOT.
039900     IF  VT-ID (WS-VTX) = WS-LOC-TABLE
040000         MOVE VT-ROOT (WS-VTX)   TO WS-LOC-ROOT.
040100     ADD 1                   TO WS-VTX.
040200     GO TO FIND-REF-TABLES-STEP.
040300 FIND-REF-TABLES-EXIT.
040400     EXIT.
040500*
040600*    IN-ORDER WALK OF ONE TABLE'S TREE, CHECKING EACH ENTRY'S
040700*    REFERENCES AS IT IS VISITED. THE SAME STACKED WALK AS
040800*    MSTEXTR, WITH THE SAME RANGE GUARDS.
040900*
041000 CHECK-ONE-TABLE.
041100     IF  WS-ROOT = ZERO
041200         GO TO CHECK-ONE-EXIT.
041300     MOVE WS-ROOT            TO SS.
041400     MOVE ZERO               TO SS2.
041500 WALK-DOWN.
041600     IF  SS = ZERO
041700         GO TO WALK-POP.
041800     IF  SS < ZERO OR SS > WS-MAX-SEQ
041900         ADD 1               TO WS-ERR-CTR
042000         DISPLAY 'MSTORPH: LINK OUT OF RANGE ' SS ' - ABANDONED'
042100         GO TO CHECK-ONE-EXIT.
042200     IF  SS2 >= WS-TBL-MAX
042300         ADD 1               TO WS-ERR-CTR
042400         DISPLAY 'MSTORPH: TREE DEEPER THAN TABLE - ABANDONED'
042500         GO TO CHECK-ONE-EXIT.
042600     ADD 1                   TO SS2.
042700     MOVE SS                 TO WS-STK (SS2).
042800     MOVE V-LL (SS)          TO SS.
042900     GO TO WALK-DOWN.
043000 WALK-POP.
043100     IF  SS2 = ZERO
043200         GO TO CHECK-ONE-EXIT.
043300     MOVE WS-STK (SS2)       TO SS.
043400     SUBTRACT 1              FROM SS2.
043500     PERFORM CHECK-ENTRY THRU CHECK-ENTRY-EXIT.
043600     MOVE V-RL (SS)          TO SS.
043700     GO TO WALK-DOWN.
043800 CHECK-ONE-EXIT.
043900     EXIT.
044000*
044100*    CHECK THE ENTRY AT SS. A BLANK REFERENCE NAMES NOTHING AND
044200*    IS NOT AN ORPHAN.
044300*
044400 CHECK-ENTRY.
044500     ADD 1                   TO WS-TAB-ENT-CTR, WS-ENT-CTR.
044600     IF  V-VEND (SS) = SPACES
044700         GO TO CHECK-ENTRY-LOC.
044800     ADD 1                   TO WS-REF-CTR.
044900     MOVE V-VEND (SS)        TO WS-REF-KEY.
045000     MOVE WS-VEND-ROOT       TO WS-REF-ROOT.
045100     PERFORM SEARCH-REF THRU SEARCH-REF-EXIT.
045200     IF  WS-REF-FOUND
045300         GO TO CHECK-ENTRY-LOC.
045400     ADD 1                   TO WS-TAB-VEND-CTR, WS-VEND-ORPH-CTR.
045500     MOVE 'VENDOR'           TO DTL-REF-TYPE.
045600     MOVE V-VEND (SS)        TO DTL-REF-KEY.
045700     IF  WS-VEND-ROOT < ZERO
045800         MOVE 'NO VND TABLE'     TO DTL-PROBLEM
045900     ELSE
046000         MOVE 'NOT IN TABLE VND' TO DTL-PROBLEM.
046100     PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT.
046200 CHECK-ENTRY-LOC.
046300     IF  V-LOC (SS) = SPACES
046400         GO TO CHECK-ENTRY-EXIT.
046500     ADD 1                   TO WS-REF-CTR.
046600     MOVE V-LOC (SS)         TO WS-REF-KEY.
046700     MOVE WS-LOC-ROOT        TO WS-REF-ROOT.
046800     PERFORM SEARCH-REF THRU SEARCH-REF-EXIT.
046900     IF  WS-REF-FOUND
047000         GO TO CHECK-ENTRY-EXIT.
047100     ADD 1                   TO WS-TAB-LOC-CTR, WS-LOC-ORPH-CTR.
047200     MOVE 'LOCATION'         TO DTL-REF-TYPE.
047300     MOVE V-LOC (SS)         TO DTL-REF-KEY.
047400     IF  WS-LOC-ROOT < ZERO
047500         MOVE 'NO LOC TABLE'     TO DTL-PROBLEM
047600     ELSE
047700         MOVE 'NOT IN TABLE LOC' TO DTL-PROBLEM.
047800     PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT.
047900 CHECK-ENTRY-EXIT.
048000     EXIT.
048100*
048200*    SEARCH DOWN THE REFERENCED TABLE'S TREE FOR WS-REF-KEY.
048300*    THE STEP COUNT GUARDS AGAINST A LOOP IN THE LINKS, WHICH
048400*    MSTVRFY WOULD HAVE FAILED BUT WHICH MUST NOT HANG THIS STEP.
048500*
048600 SEARCH-REF.
048700     MOVE 'N'                TO WS-REF-FOUND-SW.
048800     IF  WS-REF-ROOT NOT > ZERO
048900         GO TO SEARCH-REF-EXIT.
049000     MOVE WS-REF-ROOT        TO WS-RS.
049100     MOVE ZERO               TO WS-RS-CTR.
049200 SEARCH-REF-STEP.
049300     IF  WS-RS = ZERO
049400         GO TO SEARCH-REF-EXIT.
049500     IF  WS-RS < ZERO OR WS-RS > WS-MAX-SEQ
049600     OR  WS-RS-CTR >= WS-TBL-MAX
049700         ADD 1               TO WS-ERR-CTR
049800         DISPLAY 'MSTORPH: SEARCH FOR ' WS-REF-KEY
049900             ' ABANDONED AT SLOT ' WS-RS
050000         GO TO SEARCH-REF-EXIT.
050100     ADD 1                   TO WS-RS-CTR.
050200     IF  WS-REF-KEY = V-ITEM (WS-RS)
050300         MOVE 'Y'            TO WS-REF-FOUND-SW
050400         GO TO SEARCH-REF-EXIT.
050500     IF  WS-REF-KEY < V-ITEM (WS-RS)
050600         MOVE V-LL (WS-RS)   TO WS-RS
050700     ELSE
050800         MOVE V-RL (WS-RS)   TO WS-RS.
050900     GO TO SEARCH-REF-STEP.
051000 SEARCH-REF-EXIT.
051100     EXIT.
051200*
051300 PRINT-DETAIL.
051400     IF  WS-LINE-NO >= WS-RPT-LINE-MAX
051500         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
051600     MOVE V-TABID (SS)       TO DTL-TABID.
051700     MOVE V-ITEM (SS)        TO DTL-ITEM.
051800     MOVE V-DESC (SS)        TO DTL-DESC.
051900     MOVE V-STATUS (SS)      TO DTL-STATUS.
052000     MOVE WS-DTL-LINE        TO PRT-REC.
052100     WRITE PRT-REC AFTER ADVANCING 1 LINE.
052200     ADD 1                   TO WS-LINE-NO.
052300 PRINT-DETAIL-EXIT.
052400     EXIT.
052500*
052600 PRINT-TABLE-LINE.
052700     IF  WS-LINE-NO >= WS-RPT-LINE-MAX
052800         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
052900     MOVE WS-CUR-TABID       TO TAB-TABID.
053000     MOVE WS-TAB-ENT-CTR     TO TAB-ENT-CNT.
053100     MOVE WS-TAB-VEND-CTR    TO TAB-VEND-CNT.
053200     MOVE WS-TAB-LOC-CTR     TO TAB-LOC-CNT.
053300     MOVE WS-TAB-LINE        TO PRT-REC.
053400     WRITE PRT-REC AFTER ADVANCING 2 LINES.
053500     MOVE SPACES             TO PRT-REC.
053600     WRITE PRT-REC AFTER ADVANCING 1 LINE.
053700     ADD 3                   TO WS-LINE-NO.
053800 PRINT-TABLE-LINE-EXIT.
053900     EXIT.
054000*
054100 PRINT-HEADERS.
054200     ADD 1                   TO WS-PAGE-NO.
054300     MOVE WS-PAGE-NO         TO HDR1-PAGE-NO.
054400     MOVE WS-HDR-LINE-1      TO PRT-REC.
054500     WRITE PRT-REC AFTER ADVANCING PAGE.
054600     MOVE WS-HDR-LINE-2      TO PRT-REC.
054700     WRITE PRT-REC AFTER ADVANCING 2 LINES.
054800     MOVE WS-HDR-LINE-3      TO PRT-REC.
054900     WRITE PRT-REC AFTER ADVANCING 1 LINE.
055000     MOVE SPACES             TO PRT-REC.
055100     WRITE PRT-REC AFTER ADVANCING 1 LINE.
055200     MOVE ZERO               TO WS-LINE-NO.
055300 PRINT-HEADERS-EXIT.
055400     EXIT.
055500*
055600 PRINT-TRL-LINE.
055700     IF  WS-LINE-NO >= WS-RPT-LINE-MAX
055800         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
055900     MOVE WS-TRL-LINE        TO PRT-REC.
056000     WRITE PRT-REC AFTER ADVANCING 2 LINES.
056100     ADD 2                   TO WS-LINE-NO.
056200 PRINT-TRL-LINE-EXIT.
056300     EXIT.
056400*
056500*    RUN TOTALS, THEN THE RETURN CODE: 8 IF ANY TREE COULD NOT
056600*    BE WALKED, 4 IF ANY ORPHAN WAS LISTED.
056700*
056800 REPORT-END.
056900     MOVE 'ENTRIES CHECKED'  TO TRL-CAPTION.
057000     MOVE WS-ENT-CTR         TO TRL-COUNT.
057100     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
057200     MOVE 'REFERENCES CHECKED' TO TRL-CAPTION.
057300     MOVE WS-REF-CTR         TO TRL-COUNT.
057400     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
057500     MOVE 'ORPHANED VENDOR REFERENCES' TO TRL-CAPTION.
057600     MOVE WS-VEND-ORPH-CTR   TO TRL-COUNT.
057700     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
057800     MOVE 'ORPHANED LOCATION REFERENCES' TO TRL-CAPTION.
057900     MOVE WS-LOC-ORPH-CTR    TO TRL-COUNT.
058000     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
058100     DISPLAY 'MSTORPH: ENTRIES CHECKED ' WS-ENT-CTR
058200         ' REFERENCES ' WS-REF-CTR.
058300     IF  WS-ERR-CTR > ZERO
058400         DISPLAY 'MSTORPH: ' WS-ERR-CTR ' ERROR(S) - '
058500             'REPORT IS NOT COMPLETE'
058600         MOVE 8              TO RETURN-CODE
058700     ELSE
058800         IF  WS-VEND-ORPH-CTR > ZERO OR WS-LOC-ORPH-CTR > ZERO
058900             DISPLAY 'MSTORPH: ORPHANED REFERENCES LISTED - '
059000                 WS-VEND-ORPH-CTR ' VENDOR '
059100                 WS-LOC-ORPH-CTR ' LOCATION'
059200             MOVE 4          TO RETURN-CODE
059300         ELSE
059400             DISPLAY 'MSTORPH: NO ORPHANED REFERENCES'
059500             MOVE ZERO       TO RETURN-CODE.
059600     CLOSE PRNTFILE.
059650     PERFORM WRITE-RUN-HIST THRU WRITE-RUN-HIST-EXIT.
059700     STOP RUN.
059800*
059801*    ADD THIS RUN'S STATISTICS TO THE RUN HISTORY - THE JOB AND
059802*    STEP FROM THE RUNID CARD, WHEN THE RUN STARTED AND ENDED, ITS
059803*    RETURN CODE, AND ITS COUNTS. A RUN HISTORY THAT CANNOT BE
059804*    WRITTEN IS REPORTED BUT NEVER CHANGES THE RETURN CODE.
059805*
059806 WRITE-RUN-HIST.
059807     MOVE SPACES             TO WS-RH-JOB WS-RH-STEP.
059808     OPEN INPUT RUNID.
059809     IF  WS-RID-STATUS NOT = '00'
059810         GO TO WRITE-RUN-HIST-OPEN.
059811     READ RUNID.
059812     IF  WS-RID-STATUS = '00'
059813         MOVE RID-JOB        TO WS-RH-JOB
059814         MOVE RID-STEP       TO WS-RH-STEP.
059815     CLOSE RUNID.
059816 WRITE-RUN-HIST-OPEN.
059817     OPEN EXTEND RUNHIST.
059818     IF  WS-RH-STATUS = '35'
059819         OPEN OUTPUT RUNHIST.
059820     IF  WS-RH-STATUS NOT = '00'
059821         DISPLAY 'MSTORPH: RUN HISTORY NOT WRITTEN - STATUS '
059822             WS-RH-STATUS
059823         GO TO WRITE-RUN-HIST-EXIT.
059824     MOVE SPACES             TO RH-REC.
059825     MOVE WS-RH-JOB          TO RH-JOB.
059826     MOVE WS-RH-STEP         TO RH-STEP.
059827     MOVE 'MSTORPH'          TO RH-PROGRAM.
059828     MOVE SPACES             TO RH-MODE.
059829     MOVE WS-RH-START-DATE   TO RH-START-DATE.
059830     MOVE WS-RH-START-TIME   TO RH-START-TIME.
059831     ACCEPT RH-END-DATE      FROM DATE YYYYMMDD.
059832     ACCEPT RH-END-TIME      FROM TIME.
059833     MOVE RETURN-CODE        TO RH-RC.
059834     MOVE 1                  TO WS-RH-SS.
059835 WRITE-RUN-HIST-ZERO.
059836     MOVE ZERO               TO RH-CNT-VALUE (WS-RH-SS).
059837     ADD 1                   TO WS-RH-SS.
059838     IF  WS-RH-SS NOT > 8
059839         GO TO WRITE-RUN-HIST-ZERO.
059840     MOVE 'ENTRIES'          TO RH-CNT-NAME (1).
059841     MOVE WS-ENT-CTR         TO RH-CNT-VALUE (1).
059842     MOVE 'REFS'             TO RH-CNT-NAME (2).
059843     MOVE WS-REF-CTR         TO RH-CNT-VALUE (2).
059844     MOVE 'VENDORPH'         TO RH-CNT-NAME (3).
059845     MOVE WS-VEND-ORPH-CTR   TO RH-CNT-VALUE (3).
059846     MOVE 'LOCORPH'          TO RH-CNT-NAME (4).
059847     MOVE WS-LOC-ORPH-CTR    TO RH-CNT-VALUE (4).
059848     WRITE RH-REC.
059849     IF  WS-RH-STATUS NOT = '00'
059850         DISPLAY 'MSTORPH: RUN HISTORY WRITE FAILED - STATUS '
059851             WS-RH-STATUS.
059852     CLOSE RUNHIST.
059853 WRITE-RUN-HIST-EXIT.
059854     EXIT.
059900*
060000*    END OF MSTORPH.
