000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STGCUT.
000300*
000400*
000500*     CUTOFF OF THE ONLINE STAGING FILE INTO A TABLEIN BATCH.
000600*
000700*     RUNS AT THE HEAD OF THE NIGHTLY STREAM, AFTER CICS HAS
000800*     CLOSED THE STAGING KSDS (PROD.BINTREE.STAGING) THAT THE
000900*     MAINTENANCE TRANSACTION BTMT (PROGRAM BTMAINT) WRITES. EVERY
001000*     STAGED TRANSACTION IS COPIED, IN THE ORDER IT WAS KEYED, TO
001100*     A NEW PROD.BINTREE.ONLINE GENERATION IN THE 96-BYTE TABLEIN
001200*     LAYOUT, WRAPPED IN ITS OWN BATCH ENVELOPE: AN 'H' HEADER
001300*     CARRYING THE CUTOFF DATE AS THE BATCH NUMBER (YYMMDD) AND
001400*     AS THE CREATION DATE (CCYYMMDD), AND A 'T' TRAILER
001450*     CARRYING THE DETAIL COUNT AND THE QUANTITY HASH. STEP010
001500*     READS THAT GENERATION BEHIND PROD.BINTREE.INPUT AND
001600*     RECONCILES THE BATCH AGAINST ITS TRAILER LIKE ANY OTHER. A
001700*     CUTOFF REGISTER LISTS WHO KEYED WHAT, FROM WHICH TERMINAL,
001800*     AND WHEN.
001810*     EVERY TRANSACTION GOES OUT UNDER THE CICS USER ID OF THE
001820*     CLERK WHO KEYED IT AS ITS ORIGINATOR, SO THE LOAD HOLDS IT
001830*     TO THE AUTHORIZATION FILE LIKE ANY OTHER FEED; THE HEADER
001840*     CARRIES 'ONLINE'.
001850*     THE VENDOR AND LOCATION KEYED WITH AN ADD OR CHANGE GO OUT
001860*     IN THE DETAIL'S REFERENCE FIELDS.
001900*
002000*     NO STAGING FILE, OR AN EMPTY ONE, STILL WRITES AN EMPTY
002100*     BATCH (HEADER AND A ZERO TRAILER) SO THE LOAD ALWAYS SEES A
002200*     WELL-FORMED ONLINE GENERATION. ANY I/O ERROR ENDS THE STEP
002300*     WITH RETURN CODE 8; THE JCL THEN KEEPS THE STAGING FILE
002400*     (STEP008 DOES NOT RUN) AND BYPASSES THE LOAD.
002500*
002600*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900*
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PRNTFILE         ASSIGN TO PRINT.
003300     SELECT STAGFILE         ASSIGN TO STAGFILE
003400                             ORGANIZATION IS INDEXED
003500                             ACCESS MODE IS SEQUENTIAL
003600                             RECORD KEY IS STG-KEY
003700                             FILE STATUS IS WS-STG-STATUS.
003800     SELECT ONLFILE          ASSIGN TO ONLFILE
003900                             ORGANIZATION IS SEQUENTIAL
004000                             FILE STATUS IS WS-ONL-STATUS.
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
005000*    MUST MATCH THE STG-REC LAYOUT WRITTEN BY BTMAINT.
005100*
005200 FD  STAGFILE.
005300*
005400 01  STG-REC.
005500     03  STG-KEY.
005600         05  STG-ABSTIME     PIC S9(15)      COMP-3.
005700         05  STG-TERMID      PIC  X(04).
005800     03  STG-USERID          PIC  X(08).
005900     03  STG-DATE            PIC  9(08).
006000     03  STG-TIME            PIC  9(06).
006100     03  STG-TRAN.
006200         05  STG-TRN-CODE    PIC  X(01).
006300         05  STG-TRN-KEY     PIC  X(10).
006400         05  STG-TRN-NEW-KEY PIC  X(10).
006500         05  STG-TRN-DESC    PIC  X(30).
006600         05  STG-TRN-QTY     PIC  9(05).
006700         05  STG-TRN-STATUS  PIC  X(01).
006800         05  STG-TRN-TABLE-ID
006900                             PIC  X(03).
007000         05  STG-TRN-EFF-DATE
007100                             PIC  9(08).
007110     03  STG-VEND-KEY        PIC  X(10).
007120     03  STG-LOC-KEY         PIC  X(10).
007200*
007300*    MUST MATCH THE TBL-IN-REC LAYOUT READ BY BINTREE, WITH THE
007400*    HEADER AND TRAILER VIEWS OF ITS BATCH ENVELOPE.
007500*
007600 FD  ONLFILE.
007700*
007800 01  ONL-REC                 PIC  X(96).
007810 01  ONL-DTL-REC.
007820     03  ONL-DTL-TRAN        PIC  X(68).
007830     03  ONL-DTL-ORIG        PIC  X(08).
007840     03  ONL-DTL-VEND-KEY    PIC  X(10).
007850     03  ONL-DTL-LOC-KEY     PIC  X(10).
007900 01  ONL-HDR-REC.
008000     03  ONL-HDR-CODE        PIC  X(01).
008100     03  ONL-HDR-BATCH-NO    PIC  9(06).
008200     03  ONL-HDR-CRE-DATE    PIC  9(08).
008210     03  ONL-HDR-ORIG        PIC  X(08).
008300     03  FILLER              PIC  X(73).
008400 01  ONL-TRL-REC.
008500     03  ONL-TRL-CODE        PIC  X(01).
008600     03  ONL-TRL-REC-CNT     PIC  9(08).
008700     03  ONL-TRL-QTY-HASH    PIC  9(09).
008800     03  FILLER              PIC  X(78).
008802*
008804*    MUST MATCH THE RH-REC LAYOUT READ BY RUNTRND. RH-COUNT (1)
008806*    IS THE STEP'S VOLUME; THE OTHER COUNTS DEPEND ON THE
008808*    PROGRAM, EACH NAMED BY ITS RH-CNT-NAME.
008810*
008812 FD  RUNHIST.
008814*
008816 01  RH-REC.
008818     03  RH-JOB              PIC  X(08).
008820     03  RH-STEP             PIC  X(08).
008822     03  RH-PROGRAM          PIC  X(08).
008824     03  RH-MODE             PIC  X(04).
008826     03  RH-START-DATE       PIC  9(08).
008828     03  RH-START-TIME       PIC  9(08).
008830     03  RH-END-DATE         PIC  9(08).
008832     03  RH-END-TIME         PIC  9(08).
008834     03  RH-RC               PIC  9(04).
008836     03  RH-COUNT            OCCURS 8 TIMES.
008838         05  RH-CNT-NAME     PIC  X(08).
008840         05  RH-CNT-VALUE    PIC  9(09).
008842     03  FILLER              PIC  X(20).
008844*
008846*    THE JOB NAME IN COLUMNS 1-8, THE STEP NAME IN 10-17.
008848*
008850 FD  RUNID.
008852*
008854 01  RID-REC.
008856     03  RID-JOB             PIC  X(08).
008858     03  FILLER              PIC  X(01).
008860     03  RID-STEP            PIC  X(08).
008862     03  FILLER              PIC  X(63).
008900 WORKING-STORAGE SECTION.
008905*
008910*    WHEN THIS RUN STARTED, AND THE RUN-HISTORY FILE STATUSES.
008915*
008920 01  RUN-HIST-AREA.
008925     03  WS-RH-START-DATE    PIC 9(08)       VALUE ZERO.
008930     03  WS-RH-START-TIME    PIC 9(08)       VALUE ZERO.
008935     03  WS-RH-JOB           PIC X(08)       VALUE SPACE.
008940     03  WS-RH-STEP          PIC X(08)       VALUE SPACE.
008945     03  WS-RH-STATUS        PIC X(02)       VALUE SPACE.
008950     03  WS-RID-STATUS       PIC X(02)       VALUE SPACE.
008955     03  WS-RH-SS            PIC S9(04)      COMP
008960                                             VALUE ZERO.
009000*
009100 01  WORK-AREA.
009200     03  WS-STG-STATUS       PIC X(02)       VALUE SPACE.
009300     03  WS-ONL-STATUS       PIC X(02)       VALUE SPACE.
009400     03  WS-ERR-CTR          PIC S9(04)      COMP
009500                                             VALUE ZERO.
009600     03  WS-STG-CTR          PIC 9(08)       COMP
009700                                             VALUE ZERO.
009800     03  WS-QTY-HASH         PIC 9(09)       COMP
009900                                             VALUE ZERO.
010000     03  WS-STG-OPEN-SW      PIC X(01)       VALUE 'N'.
010100         88  WS-STG-OPEN                     VALUE 'Y'.
010200*
010300*    FIELDS AND PRINT LINES FOR THE CUTOFF REGISTER.
010400*
010500 01  REPORT-WORK-AREA.
010600     03  WS-PAGE-NO          PIC S9(04)      COMP
010700                                             VALUE ZERO.
010800     03  WS-LINE-NO          PIC S9(04)      COMP
010900                                             VALUE ZERO.
011000     03  WS-RPT-LINE-MAX     PIC S9(04)      COMP
011100                                             VALUE 55.
011200     03  WS-RUN-DATE.
011250         05  WS-RUN-CC       PIC 9(02).
011300         05  WS-RUN-YY       PIC 9(02).
011400         05  WS-RUN-MM       PIC 9(02).
011500         05  WS-RUN-DD       PIC 9(02).
011600     03  WS-RUN-DATE-N       REDEFINES WS-RUN-DATE
011700                             PIC 9(08).
011712*
011724*    THE BATCH NUMBER IS THE RUN DATE WITHOUT ITS CENTURY
011736*    (YYMMDD), THE SIX DIGITS THE BATCH ENVELOPE CARRIES.
011748*
011760     03  WS-RUN-BATCH        REDEFINES WS-RUN-DATE.
011772         05  FILLER          PIC X(02).
011784         05  WS-RUN-BATCH-NO PIC 9(06).
011800     03  WS-RUN-DATE-DISP.
011900         05  WS-RDD-MM       PIC 9(02).
012000         05  FILLER          PIC X(01)       VALUE '/'.
012100         05  WS-RDD-DD       PIC 9(02).
012200         05  FILLER          PIC X(01)       VALUE '/'.
012250         05  WS-RDD-CC       PIC 9(02).
012300         05  WS-RDD-YY       PIC 9(02).
012400*
012500 01  WS-HDR-LINE-1.
012600     03  FILLER              PIC X(05)       VALUE SPACES.
012700     03  FILLER              PIC X(31)       VALUE
012800             'BINTREE ONLINE CUTOFF REGISTER'.
012900     03  FILLER              PIC X(10)       VALUE 'RUN DATE: '.
013000     03  HDR1-DATE           PIC X(10).
013100     03  FILLER              PIC X(08)       VALUE SPACES.
013200     03  FILLER              PIC X(05)       VALUE 'PAGE '.
013300     03  HDR1-PAGE-NO        PIC ZZZ9.
013400*
013500 01  WS-HDR-LINE-2.
013600     03  FILLER              PIC X(05)       VALUE SPACES.
013700     03  FILLER              PIC X(36)       VALUE
013800             'DATE     TIME   TERM USERID   CODE '.
013900     03  FILLER              PIC X(40)       VALUE
014000             'TAB ITEM       NEW KEY      QTY EFF DT'.
014100*
014200 01  WS-STG-DTL-LINE.
014300     03  FILLER              PIC X(05)       VALUE SPACES.
014400     03  SDL-DATE            PIC 9(08).
014500     03  FILLER              PIC X(01)       VALUE SPACES.
014600     03  SDL-TIME            PIC 9(06).
014700     03  FILLER              PIC X(01)       VALUE SPACES.
014800     03  SDL-TERMID          PIC X(04).
014900     03  FILLER              PIC X(01)       VALUE SPACES.
015000     03  SDL-USERID          PIC X(08).
015100     03  FILLER              PIC X(02)       VALUE SPACES.
015200     03  SDL-CODE            PIC X(01).
015300     03  FILLER              PIC X(04)       VALUE SPACES.
015400     03  SDL-TABID           PIC X(03).
015500     03  FILLER              PIC X(01)       VALUE SPACES.
015600     03  SDL-KEY             PIC X(10).
015700     03  FILLER              PIC X(01)       VALUE SPACES.
015800     03  SDL-NEW-KEY         PIC X(10).
015900     03  FILLER              PIC X(01)       VALUE SPACES.
016000     03  SDL-QTY             PIC ZZZZ9.
016100     03  FILLER              PIC X(01)       VALUE SPACES.
016200     03  SDL-EFF-DATE        PIC X(08).
016300*
016400 01  WS-STG-TRL-LINE.
016500     03  FILLER              PIC X(05)       VALUE SPACES.
016600     03  STL-CAPTION         PIC X(30).
016700     03  STL-COUNT           PIC ZZZZZZZZ9.
016800*
016900*
017000 PROCEDURE DIVISION.
017100*
017200 0000-START.
017225     ACCEPT WS-RH-START-DATE FROM DATE YYYYMMDD.
017250     ACCEPT WS-RH-START-TIME FROM TIME.
017300     OPEN OUTPUT PRNTFILE.
017400     ACCEPT WS-RUN-DATE      FROM DATE YYYYMMDD.
017500     MOVE WS-RUN-MM          TO WS-RDD-MM.
017600     MOVE WS-RUN-DD          TO WS-RDD-DD.
017650     MOVE WS-RUN-CC          TO WS-RDD-CC.
017700     MOVE WS-RUN-YY          TO WS-RDD-YY.
017800     MOVE WS-RUN-DATE-DISP   TO HDR1-DATE.
017900     PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
018000*
018100     OPEN OUTPUT ONLFILE.
018200     IF  WS-ONL-STATUS NOT = '00'
018300         ADD 1               TO WS-ERR-CTR
018400         DISPLAY 'STGCUT: ONLINE BATCH OPEN FAILED, STATUS '
018500             WS-ONL-STATUS
018600         GO TO END-JOB.
018700     MOVE SPACES             TO ONL-HDR-REC.
018800     MOVE 'H'                TO ONL-HDR-CODE.
018900     MOVE WS-RUN-BATCH-NO    TO ONL-HDR-BATCH-NO.
019000     MOVE WS-RUN-DATE-N      TO ONL-HDR-CRE-DATE.
019010     MOVE 'ONLINE'           TO ONL-HDR-ORIG.
019100     WRITE ONL-HDR-REC.
019200     IF  WS-ONL-STATUS NOT = '00'
019300         ADD 1               TO WS-ERR-CTR
019400         DISPLAY 'STGCUT: HEADER WRITE FAILED, STATUS '
019500             WS-ONL-STATUS
019600         GO TO END-JOB.
019700*
019800     OPEN INPUT STAGFILE.
019900     IF  WS-STG-STATUS = '35'
020000         DISPLAY 'STGCUT: NO STAGING FILE - EMPTY ONLINE BATCH'
020100         GO TO WRITE-TRAILER.
020200     IF  WS-STG-STATUS NOT = '00'
020300         ADD 1               TO WS-ERR-CTR
020400         DISPLAY 'STGCUT: STAGING FILE OPEN FAILED, STATUS '
020500             WS-STG-STATUS
020600         GO TO END-JOB.
020700     MOVE 'Y'                TO WS-STG-OPEN-SW.
020800*
020900*    COPY EVERY STAGED TRANSACTION, IN KEY (THAT IS, KEYING)
021000*    ORDER, COUNTING IT AND HASHING ITS QUANTITY THE SAME WAY
021100*    BINTREE WILL WHEN IT PROVES THE BATCH.
021200*
021300 READ-STAGING.
021400     READ STAGFILE
021500         AT END
021600             GO TO WRITE-TRAILER.
021700     IF  WS-STG-STATUS NOT = '00'
021800         ADD 1               TO WS-ERR-CTR
021900         DISPLAY 'STGCUT: STAGING READ FAILED, STATUS '
022000             WS-STG-STATUS
022100         GO TO END-JOB.
022200     MOVE STG-TRAN           TO ONL-DTL-TRAN.
022210     MOVE STG-USERID         TO ONL-DTL-ORIG.
022220     MOVE STG-VEND-KEY       TO ONL-DTL-VEND-KEY.
022230     MOVE STG-LOC-KEY        TO ONL-DTL-LOC-KEY.
022300     WRITE ONL-REC.
022400     IF  WS-ONL-STATUS NOT = '00'
022500         ADD 1               TO WS-ERR-CTR
022600         DISPLAY 'STGCUT: DETAIL WRITE FAILED, STATUS '
022700             WS-ONL-STATUS
022800         GO TO END-JOB.
022900     ADD 1                   TO WS-STG-CTR.
023000     IF  STG-TRN-QTY NUMERIC
023100         ADD STG-TRN-QTY     TO WS-QTY-HASH.
023200     PERFORM PRINT-STAGED THRU PRINT-STAGED-EXIT.
023300     GO TO READ-STAGING.
023400*
023500 WRITE-TRAILER.
023600     MOVE SPACES             TO ONL-TRL-REC.
023700     MOVE 'T'                TO ONL-TRL-CODE.
023800     MOVE WS-STG-CTR         TO ONL-TRL-REC-CNT.
023900     MOVE WS-QTY-HASH        TO ONL-TRL-QTY-HASH.
024000     WRITE ONL-TRL-REC.
024100     IF  WS-ONL-STATUS NOT = '00'
024200         ADD 1               TO WS-ERR-CTR
024300         DISPLAY 'STGCUT: TRAILER WRITE FAILED, STATUS '
024400             WS-ONL-STATUS.
024500     GO TO END-JOB.
024600*
024700 PRINT-STAGED.
024800     IF  WS-LINE-NO >= WS-RPT-LINE-MAX
024900         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
025000     MOVE STG-DATE           TO SDL-DATE.
025100     MOVE STG-TIME           TO SDL-TIME.
025200     MOVE STG-TERMID         TO SDL-TERMID.
025300     MOVE STG-USERID         TO SDL-USERID.
025400     MOVE STG-TRN-CODE       TO SDL-CODE.
025500     MOVE STG-TRN-TABLE-ID   TO SDL-TABID.
025600     MOVE STG-TRN-KEY        TO SDL-KEY.
025700     MOVE STG-TRN-NEW-KEY    TO SDL-NEW-KEY.
025800     MOVE STG-TRN-QTY        TO SDL-QTY.
025900     MOVE STG-TRN-EFF-DATE   TO SDL-EFF-DATE.
026000     MOVE WS-STG-DTL-LINE    TO PRT-REC.
026100     WRITE PRT-REC AFTER ADVANCING 1 LINE.
026200     ADD 1                   TO WS-LINE-NO.
026300 PRINT-STAGED-EXIT.
026400     EXIT.
026500*
026600*    PRINT THE REPORT TITLE/DATE/PAGE-NUMBER HEADING AND THE
026700*    COLUMN CAPTIONS, AND RESET THE PER-PAGE LINE COUNT.
026800*
026900 PRINT-HEADERS.
027000     ADD 1                   TO WS-PAGE-NO.
027100     MOVE WS-PAGE-NO         TO HDR1-PAGE-NO.
027200     MOVE WS-HDR-LINE-1      TO PRT-REC.
027300     WRITE PRT-REC AFTER ADVANCING PAGE.
027400     MOVE WS-HDR-LINE-2      TO PRT-REC.
027500     WRITE PRT-REC AFTER ADVANCING 2 LINES.
027600     MOVE SPACES             TO PRT-REC.
027700     WRITE PRT-REC AFTER ADVANCING 1 LINE.
027800     MOVE ZERO               TO WS-LINE-NO.
027900 PRINT-HEADERS-EXIT.
028000     EXIT.
028100*
028200 PRINT-STG-TRL.
028300     IF  WS-LINE-NO >= WS-RPT-LINE-MAX
028400         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
028500     MOVE WS-STG-TRL-LINE    TO PRT-REC.
028600     WRITE PRT-REC AFTER ADVANCING 2 LINES.
028700     ADD 2                   TO WS-LINE-NO.
028800 PRINT-STG-TRL-EXIT.
028900     EXIT.
029000*
029100 END-JOB.
029200     MOVE 'ONLINE BATCH NUMBER'  TO STL-CAPTION.
029300     MOVE WS-RUN-BATCH-NO    TO STL-COUNT.
029400     PERFORM PRINT-STG-TRL THRU PRINT-STG-TRL-EXIT.
029500     MOVE 'TRANSACTIONS CUT'     TO STL-CAPTION.
029600     MOVE WS-STG-CTR         TO STL-COUNT.
029700     PERFORM PRINT-STG-TRL THRU PRINT-STG-TRL-EXIT.
029800     MOVE 'QUANTITY HASH'        TO STL-CAPTION.
029900     MOVE WS-QTY-HASH        TO STL-COUNT.
030000     PERFORM PRINT-STG-TRL THRU PRINT-STG-TRL-EXIT.
030100     DISPLAY 'STGCUT: BATCH ' WS-RUN-BATCH-NO
030200         ' TRANSACTIONS CUT ' WS-STG-CTR ' QTY HASH ' WS-QTY-HASH.
030300     IF  WS-ERR-CTR > ZERO
030400         DISPLAY 'STGCUT: CUTOFF FAILED - STAGING FILE KEPT, '
030500             'ONLINE BATCH IS NOT COMPLETE'
030600         MOVE 'CUTOFF FAILED - BATCH INCOMPLETE' TO STL-CAPTION
030700         MOVE WS-ERR-CTR     TO STL-COUNT
030800         PERFORM PRINT-STG-TRL THRU PRINT-STG-TRL-EXIT
030900         MOVE 8              TO RETURN-CODE
031000     ELSE
031100         DISPLAY 'STGCUT: CUTOFF COMPLETE'
031200         MOVE ZERO           TO RETURN-CODE.
031300     IF  WS-STG-OPEN
031400         CLOSE STAGFILE.
031500     CLOSE ONLFILE.
031600     CLOSE PRNTFILE.
031650     PERFORM WRITE-RUN-HIST THRU WRITE-RUN-HIST-EXIT.
031700     STOP RUN.
031800*
031801*    ADD THIS RUN'S STATISTICS TO THE RUN HISTORY - THE JOB AND
031802*    STEP FROM THE RUNID CARD, WHEN THE RUN STARTED AND ENDED, ITS
031803*    RETURN CODE, AND ITS COUNTS. A RUN HISTORY THAT CANNOT BE
031804*    WRITTEN IS REPORTED BUT NEVER CHANGES THE RETURN CODE.
031805*
031806 WRITE-RUN-HIST.
031807     MOVE SPACES             TO WS-RH-JOB WS-RH-STEP.
031808     OPEN INPUT RUNID.
031809     IF  WS-RID-STATUS NOT = '00'
031810         GO TO WRITE-RUN-HIST-OPEN.
031811     READ RUNID.
031812     IF  WS-RID-STATUS = '00'
031813         MOVE RID-JOB        TO WS-RH-JOB
031814         MOVE RID-STEP       TO WS-RH-STEP.
031815     CLOSE RUNID.
031816 WRITE-RUN-HIST-OPEN.
031817     OPEN EXTEND RUNHIST.
031818     IF  WS-RH-STATUS = '35'
031819         OPEN OUTPUT RUNHIST.
031820     IF  WS-RH-STATUS NOT = '00'
031821         DISPLAY 'STGCUT: RUN HISTORY NOT WRITTEN - STATUS '
031822             WS-RH-STATUS
031823         GO TO WRITE-RUN-HIST-EXIT.
031824     MOVE SPACES             TO RH-REC.
031825     MOVE WS-RH-JOB          TO RH-JOB.
031826     MOVE WS-RH-STEP         TO RH-STEP.
031827     MOVE 'STGCUT'           TO RH-PROGRAM.
031828     MOVE SPACES             TO RH-MODE.
031829     MOVE WS-RH-START-DATE   TO RH-START-DATE.
031830     MOVE WS-RH-START-TIME   TO RH-START-TIME.
031831     ACCEPT RH-END-DATE      FROM DATE YYYYMMDD.
031832     ACCEPT RH-END-TIME      FROM TIME.
031833     MOVE RETURN-CODE        TO RH-RC.
031834     MOVE 1                  TO WS-RH-SS.
031835 WRITE-RUN-HIST-ZERO.
031836     MOVE ZERO               TO RH-CNT-VALUE (WS-RH-SS).
031837     ADD 1                   TO WS-RH-SS.
031838     IF  WS-RH-SS NOT > 8
031839         GO TO WRITE-RUN-HIST-ZERO.
031840     MOVE 'CUT'              TO RH-CNT-NAME (1).
031841     MOVE WS-STG-CTR         TO RH-CNT-VALUE (1).
031842     MOVE 'ERRORS'           TO RH-CNT-NAME (2).
031843     MOVE WS-ERR-CTR         TO RH-CNT-VALUE (2).
031844     WRITE RH-REC.
031845     IF  WS-RH-STATUS NOT = '00'
031846         DISPLAY 'STGCUT: RUN HISTORY WRITE FAILED - STATUS '
031847             WS-RH-STATUS.
031848     CLOSE RUNHIST.
031849 WRITE-RUN-HIST-EXIT.
031850     EXIT.
031900*
032000*    END OF STGCUT.
