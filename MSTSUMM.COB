001400*     WITH ITS ENTRY COUNT, QUANTITY TOTAL, THE PRIOR NIGHT'S
001500*     FIGURES, AND THE SIGNED NIGHT-OVER-NIGHT CHANGE, WITH
001600*     PER-TABLE AND GRAND TOTALS.
001610*
001620*     EACH STATUS CELL CARRIES THE CODE'S DESCRIPTION FROM THE
001630*     STATUS REFERENCE FILE. A CODE THE FILE DOES NOT DEFINE FOR
001640*     A TABLE UNDER STATUS CONTROL IS FLAGGED, AND THE ITEMS IN
001650*     SUCH CODES ARE COUNTED ON THE TRAILER, SO A MISKEYED OR
001660*     RETIRED STATUS STANDS OUT INSTEAD OF TALLYING QUIETLY.
001700*
001800*     LIVE ENTRIES ARE TOLD FROM FREE-CHAIN REMNANTS THE SAME
001900*     WAY THE DELTA FEED DOES IT: EVERY SLOT ON THE FILE IS
003900     SELECT PRIMAST          ASSIGN TO PRIMAST
004000                             ORGANIZATION IS SEQUENTIAL
004100                             FILE STATUS IS WS-PRI-STATUS.
004110*
004120*    THE STATUS REFERENCE FILE, FOR THE DESCRIPTIONS. A MISSING
004130*    FILE JUST LEAVES THEM BLANK.
004140*
004150     SELECT STATFILE         ASSIGN TO STATFILE
004160                             ORGANIZATION IS SEQUENTIAL
004170                             FILE STATUS IS WS-STS-STATUS.
004200*
004205*    THE SHARED RUN HISTORY: ONE RECORD IS ADDED TO THE END OF
004210*    IT FOR EVERY RUN OF EVERY BINTREE BATCH STEP, FOR THE WEEKLY
004215*    RUNTRND REPORT. RUNID IS AN INSTREAM CARD IN THE STEP'S JCL
004220*    NAMING THE JOB AND STEP; WITHOUT ONE THEY ARE LEFT BLANK.
004225*
004230     SELECT RUNHIST          ASSIGN TO RUNHIST
004235                             ORGANIZATION IS SEQUENTIAL
004240                             FILE STATUS IS WS-RH-STATUS.
004245     SELECT RUNID            ASSIGN TO RUNID
004250                             ORGANIZATION IS SEQUENTIAL
004255                             FILE STATUS IS WS-RID-STATUS.
004260*
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
004700 FD  PRNTFILE.
004800*
004900 01  PRT-REC                 PIC  X(133).
004902*
004904*    MUST MATCH THE RH-REC LAYOUT READ BY RUNTRND. RH-COUNT (1)
004906*    IS THE STEP'S VOLUME; THE OTHER COUNTS DEPEND ON THE
004908*    PROGRAM, EACH NAMED BY ITS RH-CNT-NAME.
004910*
004912 FD  RUNHIST.
004914*
004916 01  RH-REC.
004918     03  RH-JOB              PIC  X(08).
004920     03  RH-STEP             PIC  X(08).
004922     03  RH-PROGRAM          PIC  X(08).
004924     03  RH-MODE             PIC  X(04).
004926     03  RH-START-DATE       PIC  9(08).
004928     03  RH-START-TIME       PIC  9(08).
004930     03  RH-END-DATE         PIC  9(08).
004932     03  RH-END-TIME         PIC  9(08).
004934     03  RH-RC               PIC  9(04).
004936     03  RH-COUNT            OCCURS 8 TIMES.
004938         05  RH-CNT-NAME     PIC  X(08).
004940         05  RH-CNT-VALUE    PIC  9(09).
004942     03  FILLER              PIC  X(20).
004944*
004946*    THE JOB NAME IN COLUMNS 1-8, THE STEP NAME IN 10-17.
004948*
004950 FD  RUNID.
004952*
004954 01  RID-REC.
004956     03  RID-JOB             PIC  X(08).
004958     03  FILLER              PIC  X(01).
004960     03  RID-STEP            PIC  X(08).
004962     03  FILLER              PIC  X(63).
005000*
005100*    MUST MATCH THE MSTR-REC LAYOUT WRITTEN BY BINTREE. ONE
005200*    LAYOUT SERVES BOTH GENERATIONS - THEY ARE READ ONE AT A
006200     03  CMST-DESC           PIC  X(30).
006300     03  CMST-QTY            PIC  9(05).
006400     03  CMST-STATUS         PIC  X(01).
006500     03  CMST-LMDATE         PIC  9(08).
006600     03  CMST-TABLE-ID       PIC  X(03).
006700     03  CMST-HGT            PIC S9(04)      COMP-3.
006800     03  CMST-CKPT-COUNT     PIC 9(08)       COMP.
006850     03  CMST-CKPT-DATE      PIC  9(08).
006900     03  CMST-LAST-BATCH     PIC  9(06).
007000     03  CMST-TAB-CNT        PIC S9(04)      COMP.
007100     03  CMST-TAB-CTL        OCCURS 5 TIMES.
007300         05  CMST-CTL-ROOT   PIC S9(04)      COMP.
007400         05  CMST-CTL-LIVE   PIC S9(04)      COMP.
007500         05  CMST-CTL-FREE   PIC S9(04)      COMP.
007510     03  CMST-VEND-KEY       PIC  X(10).
007520     03  CMST-LOC-KEY        PIC  X(10).
007600*
007700 FD  PRIMAST.
007800*
008400     03  PMST-DESC           PIC  X(30).
008500     03  PMST-QTY            PIC  9(05).
008600     03  PMST-STATUS         PIC  X(01).
008700     03  PMST-LMDATE         PIC  9(08).
008800     03  PMST-TABLE-ID       PIC  X(03).
008900     03  PMST-HGT            PIC S9(04)      COMP-3.
009000     03  PMST-CKPT-COUNT     PIC 9(08)       COMP.
009050     03  PMST-CKPT-DATE      PIC  9(08).
009100     03  PMST-LAST-BATCH     PIC  9(06).
009200     03  PMST-TAB-CNT        PIC S9(04)      COMP.
009300     03  PMST-TAB-CTL        OCCURS 5 TIMES.
009500         05  PMST-CTL-ROOT   PIC S9(04)      COMP.
009600         05  PMST-CTL-LIVE   PIC S9(04)      COMP.
009700         05  PMST-CTL-FREE   PIC S9(04)      COMP.
009710     03  PMST-VEND-KEY       PIC  X(10).
009720     03  PMST-LOC-KEY        PIC  X(10).
009724*
009728*    MUST MATCH THE STATUS REFERENCE FILE LAYOUT READ BY BINTREE.
009732*    AN STS-TABLE-ID OF '***' DEFINES THE CODE FOR EVERY TABLE
009736*    WITHOUT A RECORD OF ITS OWN FOR IT.
009740*
009744 FD  STATFILE.
009748*
009752 01  STS-REC.
009756     03  STS-TABLE-ID        PIC X(03).
009760     03  STS-CODE            PIC X(01).
009764     03  STS-DESC            PIC X(20).
009768     03  STS-RCPT-OK         PIC X(01).
009772     03  STS-ISS-OK          PIC X(01).
009776     03  STS-DEL-OK          PIC X(01).
009780     03  STS-CHG-TO          PIC X(10).
009784     03  FILLER              PIC X(43).
009800 WORKING-STORAGE SECTION.
009805*
009810*    WHEN THIS RUN STARTED, AND THE RUN-HISTORY FILE STATUSES.
009815*
009820 01  RUN-HIST-AREA.
009825     03  WS-RH-START-DATE    PIC 9(08)       VALUE ZERO.
009830     03  WS-RH-START-TIME    PIC 9(08)       VALUE ZERO.
009835     03  WS-RH-JOB           PIC X(08)       VALUE SPACE.
009840     03  WS-RH-STEP          PIC X(08)       VALUE SPACE.
009845     03  WS-RH-STATUS        PIC X(02)       VALUE SPACE.
009850     03  WS-RID-STATUS       PIC X(02)       VALUE SPACE.
009855     03  WS-RH-SS            PIC S9(04)      COMP
009860                                             VALUE ZERO.
009900*
010000 01  WORK-AREA.
010100     03  WS-CUR-STATUS       PIC X(02)       VALUE SPACE.
010200     03  WS-PRI-STATUS       PIC X(02)       VALUE SPACE.
010210     03  WS-STS-STATUS       PIC X(02)       VALUE SPACE.
010300     03  WS-TBL-MAX          PIC S9(04)      COMP
010400                                             VALUE 3000.
010500     03  WS-MAX-SEQ          PIC S9(04)      COMP
019500     03  WS-CUR-TABID        PIC X(03)       VALUE SPACE.
019600     03  WS-TAB-OPEN-SW      PIC X(01)       VALUE 'N'.
019700         88  WS-TAB-OPEN                     VALUE 'Y'.
019703*
019706*    THE STATUS DESCRIPTIONS FROM STATFILE, SEARCHED THE WAY
019709*    BINTREE SEARCHES THEM: THE TABLE'S OWN ENTRY FOR THE CODE,
019712*    ELSE THE '***' ENTRY. A TABLE WITH NO ENTRY OF ITS OWN AND
019715*    NO '***' ENTRIES IS NOT UNDER STATUS CONTROL, AND ITS CODES
019718*    ARE NEVER FLAGGED.
019721*
019724 01  STATUS-REF-AREA.
019727     03  WS-STS-EOF-SW       PIC X(01)       VALUE 'N'.
019730         88  WS-STS-EOF                      VALUE 'Y'.
019733     03  WS-STS-CTL-SW       PIC X(01)       VALUE 'N'.
019736         88  WS-STS-CONTROLLED               VALUE 'Y'.
019739     03  WS-STS-LIM          PIC S9(04)      COMP
019742                                             VALUE 200.
019745     03  WS-STS-CNT          PIC S9(04)      COMP
019748                                             VALUE ZERO.
019751     03  WS-STX              PIC S9(04)      COMP
019754                                             VALUE ZERO.
019757     03  WS-STS-HIT          PIC S9(04)      COMP
019760                                             VALUE ZERO.
019763     03  WS-UNDEF-CTR        PIC S9(08)      COMP
019766                                             VALUE ZERO.
019769     03  WS-STS-ENTRY        OCCURS 200 TIMES.
019772         05  WS-STS-ID       PIC X(03).
019775         05  WS-STS-CODE     PIC X(01).
019778         05  WS-STS-DESC     PIC X(20).
019800*
019900*    FIELDS AND PRINT LINES FOR THE REPORT.
020000*
020600     03  WS-RPT-LINE-MAX     PIC S9(04)      COMP
020700                                             VALUE 55.
020800     03  WS-RUN-DATE.
020850         05  WS-RUN-CC       PIC 9(02).
020900         05  WS-RUN-YY       PIC 9(02).
021000         05  WS-RUN-MM       PIC 9(02).
021100         05  WS-RUN-DD       PIC 9(02).
021400         05  FILLER          PIC X(01)       VALUE '/'.
021500         05  WS-RDD-DD       PIC 9(02).
021600         05  FILLER          PIC X(01)       VALUE '/'.
021650         05  WS-RDD-CC       PIC 9(02).
021700         05  WS-RDD-YY       PIC 9(02).
021800*
021900 01  WS-HDR-LINE-1.
022100     03  FILLER              PIC X(34)       VALUE
022200             'BINTREE INVENTORY SUMMARY'.
022300     03  FILLER              PIC X(10)       VALUE 'RUN DATE: '.
022400     03  HDR1-DATE           PIC X(10).
022500     03  FILLER              PIC X(03)       VALUE SPACES.
022600     03  FILLER              PIC X(05)       VALUE 'PAGE '.
022700     03  HDR1-PAGE-NO        PIC ZZZ9.
023600     03  FILLER              PIC X(12)       VALUE '   PRIOR QTY'.
023700     03  FILLER              PIC X(10)       VALUE '   CHG ITM'.
023800     03  FILLER              PIC X(12)       VALUE '     CHG QTY'.
023810     03  FILLER              PIC X(20)       VALUE 'DESCRIPTION'.
023900*
024000 01  WS-HDR-LINE-3.
024100     03  FILLER              PIC X(05)       VALUE SPACES.
024200     03  FILLER              PIC X(96)       VALUE ALL '-'.
024300*
024400 01  WS-SUM-LINE.
024500     03  FILLER              PIC X(05)       VALUE SPACES.
025800     03  SUM-CHG-CNT         PIC ++++++++9.
025900     03  FILLER              PIC X(01)       VALUE SPACES.
026000     03  SUM-CHG-QTY         PIC +++++++++9.
026010     03  FILLER              PIC X(02)       VALUE SPACES.
026020     03  SUM-STAT-DESC       PIC X(20).
026100*
026600 01  WS-TRL-LINE.
026700     03  FILLER              PIC X(05)       VALUE SPACES.
027100 PROCEDURE DIVISION.
027200*
027300 0000-START.
027325     ACCEPT WS-RH-START-DATE FROM DATE YYYYMMDD.
027350     ACCEPT WS-RH-START-TIME FROM TIME.
027400     OPEN OUTPUT PRNTFILE.
027500     ACCEPT WS-RUN-DATE      FROM DATE YYYYMMDD.
027600     MOVE WS-RUN-MM          TO WS-RDD-MM.
027700     MOVE WS-RUN-DD          TO WS-RDD-DD.
027750     MOVE WS-RUN-CC          TO WS-RDD-CC.
027800     MOVE WS-RUN-YY          TO WS-RDD-YY.
027900     MOVE WS-RUN-DATE-DISP   TO HDR1-DATE.
027910     PERFORM LOAD-STAT THRU LOAD-STAT-EXIT.
028000*
028100*    PASS ONE: TONIGHT'S GENERATION INTO THE CURRENT SIDE OF
028200*    THE TALLIES. PASS TWO: LAST NIGHT'S INTO THE PRIOR SIDE.
030300         PERFORM TALLY-SLOTS THRU TALLY-SLOTS-EXIT.
030400     GO TO PRINT-REPORT.
030500*
030503*
030506*    LOAD THE STATUS DESCRIPTIONS. RECORDS PAST THE TABLE LIMIT
030509*    ARE DROPPED WITH A WARNING.
030512*
030515 LOAD-STAT.
030518     OPEN INPUT STATFILE.
030521     IF  WS-STS-STATUS = '35'
030524         DISPLAY 'MSTSUMM: NO STATUS REFERENCE FILE - '
030527             'DESCRIPTIONS LEFT BLANK'
030530         GO TO LOAD-STAT-EXIT.
030533 LOAD-STAT-READ.
030536     READ STATFILE
030539         AT END
030542             MOVE 'Y'        TO WS-STS-EOF-SW.
030545     IF  WS-STS-EOF
030548         CLOSE STATFILE
030551         GO TO LOAD-STAT-EXIT.
030554     IF  STS-REC = SPACES
030557         GO TO LOAD-STAT-READ.
030560     IF  WS-STS-CNT >= WS-STS-LIM
030563         DISPLAY 'MSTSUMM: STATUS TABLE FULL - ' STS-TABLE-ID
030566             ' ' STS-CODE ' IGNORED'
030569         GO TO LOAD-STAT-READ.
030572     ADD 1                   TO WS-STS-CNT.
030575     MOVE STS-TABLE-ID       TO WS-STS-ID (WS-STS-CNT).
030578     MOVE STS-CODE           TO WS-STS-CODE (WS-STS-CNT).
030581     MOVE STS-DESC           TO WS-STS-DESC (WS-STS-CNT).
030584     GO TO LOAD-STAT-READ.
030587 LOAD-STAT-EXIT.
030590     EXIT.
030593*
030600 CLEAR-SLOTS.
030700     MOVE 1                  TO SS.
030800 CLEAR-SLOTS-STEP.
049700         MOVE 'ENTRIES NOT TALLIED (CELLS FULL)' TO TRL-CAPTION
049800         MOVE WS-SUM-OVFL    TO TRL-COUNT
049900         PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
049910     IF  WS-UNDEF-CTR > ZERO
049920         MOVE 'ITEMS IN UNDEFINED STATUS CODES' TO TRL-CAPTION
049930         MOVE WS-UNDEF-CTR   TO TRL-COUNT
049940         PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
050000     GO TO END-JOB.
050100*
050200 SORT-CELLS.
053100     MOVE WS-SUM-CUR-QTY (WS-SMX) TO SUM-CUR-QTY.
053200     MOVE WS-SUM-PRI-CNT (WS-SMX) TO SUM-PRI-CNT.
053300     MOVE WS-SUM-PRI-QTY (WS-SMX) TO SUM-PRI-QTY.
053310     PERFORM FIND-STAT THRU FIND-STAT-EXIT.
053400     SUBTRACT WS-SUM-PRI-CNT (WS-SMX)
053500         FROM WS-SUM-CUR-CNT (WS-SMX) GIVING WS-CHG-CNT.
053600     SUBTRACT WS-SUM-PRI-QTY (WS-SMX)
054600     ADD WS-SUM-PRI-QTY (WS-SMX) TO WS-TAB-PRI-QTY.
054700 PRINT-ONE-CELL-EXIT.
054800     EXIT.
054802*
054804*    DESCRIBE THE CELL AT WS-SMX. AN UNDEFINED CODE ON A TABLE
054806*    UNDER STATUS CONTROL IS FLAGGED AND ITS CURRENT ITEMS ARE
054808*    COUNTED FOR THE TRAILER.
054810*
054812 FIND-STAT.
054814     MOVE ZERO               TO WS-STS-HIT.
054816     MOVE 'N'                TO WS-STS-CTL-SW.
054818     MOVE 1                  TO WS-STX.
054820 FIND-STAT-STEP.
054822     IF  WS-STX > WS-STS-CNT
054824         GO TO FIND-STAT-DONE.
054826     IF  WS-STS-ID (WS-STX) = WS-SUM-ID (WS-SMX)
054828         OR WS-STS-ID (WS-STX) = '***'
054830         MOVE 'Y'            TO WS-STS-CTL-SW.
054832     IF  WS-STS-CODE (WS-STX) = WS-SUM-ST (WS-SMX)
054834         IF  WS-STS-ID (WS-STX) = WS-SUM-ID (WS-SMX)
054836             MOVE WS-STX     TO WS-STS-HIT
054838             GO TO FIND-STAT-DONE
054840         ELSE
054842         IF  WS-STS-ID (WS-STX) = '***'
054844             AND WS-STS-HIT = ZERO
054846             MOVE WS-STX     TO WS-STS-HIT.
054848     ADD 1                   TO WS-STX.
054850     GO TO FIND-STAT-STEP.
054852 FIND-STAT-DONE.
054854     MOVE SPACES             TO SUM-STAT-DESC.
054856     IF  WS-STS-HIT NOT = ZERO
054858         MOVE WS-STS-DESC (WS-STS-HIT) TO SUM-STAT-DESC
054860         GO TO FIND-STAT-EXIT.
054862     IF  WS-STS-CONTROLLED
054864         MOVE '** NOT DEFINED **' TO SUM-STAT-DESC
054866         ADD WS-SUM-CUR-CNT (WS-SMX) TO WS-UNDEF-CTR.
054868 FIND-STAT-EXIT.
054870     EXIT.
054900*
055000 PRINT-TABLE-TOTAL.
055100     IF  WS-LINE-NO >= WS-RPT-LINE-MAX
055200         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
055300     MOVE WS-CUR-TABID       TO SUM-TABID.
055400     MOVE '*'                TO SUM-STATUS.
055410     MOVE 'TABLE TOTAL'      TO SUM-STAT-DESC.
055500     MOVE WS-TAB-CUR-CNT     TO SUM-CUR-CNT.
055600     MOVE WS-TAB-CUR-QTY     TO SUM-CUR-QTY.
055700     MOVE WS-TAB-PRI-CNT     TO SUM-PRI-CNT.
058400         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
058500     MOVE 'ALL'              TO SUM-TABID.
058600     MOVE '*'                TO SUM-STATUS.
058610     MOVE 'GRAND TOTAL'      TO SUM-STAT-DESC.
058700     MOVE WS-GRD-CUR-CNT     TO SUM-CUR-CNT.
058800     MOVE WS-GRD-CUR-QTY     TO SUM-CUR-QTY.
058900     MOVE WS-GRD-PRI-CNT     TO SUM-PRI-CNT.
062800*
062900     MOVE ZERO               TO RETURN-CODE.
063000     CLOSE PRNTFILE.
063050     PERFORM WRITE-RUN-HIST THRU WRITE-RUN-HIST-EXIT.
063100     STOP RUN.
063200*
063201*    ADD THIS RUN'S STATISTICS TO THE RUN HISTORY - THE JOB AND
063202*    STEP FROM THE RUNID CARD, WHEN THE RUN STARTED AND ENDED, ITS
063203*    RETURN CODE, AND ITS COUNTS. A RUN HISTORY THAT CANNOT BE
063204*    WRITTEN IS REPORTED BUT NEVER CHANGES THE RETURN CODE.
063205*
063206 WRITE-RUN-HIST.
063207     MOVE SPACES             TO WS-RH-JOB WS-RH-STEP.
063208     OPEN INPUT RUNID.
063209     IF  WS-RID-STATUS NOT = '00'
063210         GO TO WRITE-RUN-HIST-OPEN.
063211     READ RUNID.
063212     IF  WS-RID-STATUS = '00'
063213         MOVE RID-JOB        TO WS-RH-JOB
063214         MOVE RID-STEP       TO WS-RH-STEP.
063215     CLOSE RUNID.
063216 WRITE-RUN-HIST-OPEN.
063217     OPEN EXTEND RUNHIST.
063218     IF  WS-RH-STATUS = '35'
063219         OPEN OUTPUT RUNHIST.
063220     IF  WS-RH-STATUS NOT = '00'
063221         DISPLAY 'MSTSUMM: RUN HISTORY NOT WRITTEN - STATUS '
063222             WS-RH-STATUS
063223         GO TO WRITE-RUN-HIST-EXIT.
063224     MOVE SPACES             TO RH-REC.
063225     MOVE WS-RH-JOB          TO RH-JOB.
063226     MOVE WS-RH-STEP         TO RH-STEP.
063227     MOVE 'MSTSUMM'          TO RH-PROGRAM.
063228     MOVE SPACES             TO RH-MODE.
063229     MOVE WS-RH-START-DATE   TO RH-START-DATE.
063230     MOVE WS-RH-START-TIME   TO RH-START-TIME.
063231     ACCEPT RH-END-DATE      FROM DATE YYYYMMDD.
063232     ACCEPT RH-END-TIME      FROM TIME.
063233     MOVE RETURN-CODE        TO RH-RC.
063234     MOVE 1                  TO WS-RH-SS.
063235 WRITE-RUN-HIST-ZERO.
063236     MOVE ZERO               TO RH-CNT-VALUE (WS-RH-SS).
063237     ADD 1                   TO WS-RH-SS.
063238     IF  WS-RH-SS NOT > 8
063239         GO TO WRITE-RUN-HIST-ZERO.
063240     MOVE 'CURRECS'          TO RH-CNT-NAME (1).
063241     MOVE WS-CUR-REC-CTR     TO RH-CNT-VALUE (1).
063242     MOVE 'PRIRECS'          TO RH-CNT-NAME (2).
063243     MOVE WS-PRI-REC-CTR     TO RH-CNT-VALUE (2).
063244     MOVE 'ITEMS'            TO RH-CNT-NAME (3).
063245     MOVE WS-GRD-CUR-CNT     TO RH-CNT-VALUE (3).
063246     MOVE 'UNDEFND'          TO RH-CNT-NAME (4).
063247     MOVE WS-UNDEF-CTR       TO RH-CNT-VALUE (4).
063248     WRITE RH-REC.
063249     IF  WS-RH-STATUS NOT = '00'
063250         DISPLAY 'MSTSUMM: RUN HISTORY WRITE FAILED - STATUS '
063251             WS-RH-STATUS.
063252     CLOSE RUNHIST.
063253 WRITE-RUN-HIST-EXIT.
063254     EXIT.
063300*
063400*    END OF MSTSUMM.
