004400                             RECORD KEY IS XTR-KEY
004500                             FILE STATUS IS WS-XTR-STATUS.
004600*
004605*    THE SHARED RUN HISTORY: ONE RECORD IS ADDED TO THE END OF
004610*    IT FOR EVERY RUN OF EVERY BINTREE BATCH STEP, FOR THE WEEKLY
004615*    RUNTRND REPORT. RUNID IS AN INSTREAM CARD IN THE STEP'S JCL
004620*    NAMING THE JOB AND STEP; WITHOUT ONE THEY ARE LEFT BLANK.
004625*
004630     SELECT RUNHIST          ASSIGN TO RUNHIST
004635                             ORGANIZATION IS SEQUENTIAL
004640                             FILE STATUS IS WS-RH-STATUS.
004645     SELECT RUNID            ASSIGN TO RUNID
004650                             ORGANIZATION IS SEQUENTIAL
004655                             FILE STATUS IS WS-RID-STATUS.
004660*
004700*
004800 DATA DIVISION.
004900 FILE SECTION.
006000     03  MSTR-DESC           PIC  X(30).
006100     03  MSTR-QTY            PIC  9(05).
006200     03  MSTR-STATUS         PIC  X(01).
006300     03  MSTR-LMDATE         PIC  9(08).
006400     03  MSTR-TABLE-ID       PIC  X(03).
006500     03  MSTR-HGT            PIC S9(04)      COMP-3.
006600     03  MSTR-CKPT-COUNT     PIC 9(08)       COMP.
006605     03  MSTR-CKPT-DATE      PIC  9(08).
006610     03  MSTR-LAST-BATCH     PIC  9(06).
006700     03  MSTR-TAB-CNT        PIC S9(04)      COMP.
006800     03  MSTR-TAB-CTL        OCCURS 5 TIMES.
007000         05  MSTR-CTL-ROOT   PIC S9(04)      COMP.
007100         05  MSTR-CTL-LIVE   PIC S9(04)      COMP.
007200         05  MSTR-CTL-FREE   PIC S9(04)      COMP.
007210     03  MSTR-VEND-KEY       PIC  X(10).
007220     03  MSTR-LOC-KEY        PIC  X(10).
007300*
007400*    THE DOWNSTREAM RECORD: THE KEY THE CONSUMERS LOOK UP BY,
007500*    THEN THE BUSINESS FIELDS AND NOTHING ELSE. THE VENDOR AND
007550*    LOCATION THE ENTRY NAMES (BLANK FOR NONE) COME LAST.
007600*
007700 FD  EXTRFILE.
007800*
008300     03  XTR-DESC            PIC  X(30).
008400     03  XTR-QTY             PIC  9(05).
008500     03  XTR-STATUS          PIC  X(01).
008600     03  XTR-LMDATE          PIC  9(08).
008601     03  XTR-VEND-KEY        PIC  X(10).
008602     03  XTR-LOC-KEY         PIC  X(10).
008603*
008604*    MUST MATCH THE RH-REC LAYOUT READ BY RUNTRND. RH-COUNT (1)
008606*    IS THE STEP'S VOLUME; THE OTHER COUNTS DEPEND ON THE
008608*    PROGRAM, EACH NAMED BY ITS RH-CNT-NAME.
008610*
008612 FD  RUNHIST.
008614*
008616 01  RH-REC.
008618     03  RH-JOB              PIC  X(08).
008620     03  RH-STEP             PIC  X(08).
008622     03  RH-PROGRAM          PIC  X(08).
008624     03  RH-MODE             PIC  X(04).
008626     03  RH-START-DATE       PIC  9(08).
008628     03  RH-START-TIME       PIC  9(08).
008630     03  RH-END-DATE         PIC  9(08).
008632     03  RH-END-TIME         PIC  9(08).
008634     03  RH-RC               PIC  9(04).
008636     03  RH-COUNT            OCCURS 8 TIMES.
008638         05  RH-CNT-NAME     PIC  X(08).
008640         05  RH-CNT-VALUE    PIC  9(09).
008642     03  FILLER              PIC  X(20).
008644*
008646*    THE JOB NAME IN COLUMNS 1-8, THE STEP NAME IN 10-17.
008648*
008650 FD  RUNID.
008652*
008654 01  RID-REC.
008656     03  RID-JOB             PIC  X(08).
008658     03  FILLER              PIC  X(01).
008660     03  RID-STEP            PIC  X(08).
008662     03  FILLER              PIC  X(63).
008700 WORKING-STORAGE SECTION.
008705*
008710*    WHEN THIS RUN STARTED, AND THE RUN-HISTORY FILE STATUSES.
008715*
008720 01  RUN-HIST-AREA.
008725     03  WS-RH-START-DATE    PIC 9(08)       VALUE ZERO.
008730     03  WS-RH-START-TIME    PIC 9(08)       VALUE ZERO.
008735     03  WS-RH-JOB           PIC X(08)       VALUE SPACE.
008740     03  WS-RH-STEP          PIC X(08)       VALUE SPACE.
008745     03  WS-RH-STATUS        PIC X(02)       VALUE SPACE.
008750     03  WS-RID-STATUS       PIC X(02)       VALUE SPACE.
008755     03  WS-RH-SS            PIC S9(04)      COMP
008760                                             VALUE ZERO.
008800*
008900 01  WORK-AREA.
009000     03  WS-MSTR-STATUS      PIC X(02)       VALUE SPACE.
012900         05  V-DESC          PIC X(30).
013000         05  V-QTY           PIC 9(05).
013100         05  V-STATUS        PIC X(01).
013200         05  V-LMDATE        PIC 9(08).
013300         05  V-TABID         PIC X(03).
013333         05  V-VEND-KEY      PIC X(10).
013366         05  V-LOC-KEY       PIC X(10).
013400*
013500*    THE CONTROL RECORD'S PER-TABLE ANCHORS, SORTED INTO
013600*    ASCENDING TABLE-ID ORDER BEFORE THE WALKS SO THE KSDS
015500 PROCEDURE DIVISION.
015600*
015700 0000-START.
015725     ACCEPT WS-RH-START-DATE FROM DATE YYYYMMDD.
015750     ACCEPT WS-RH-START-TIME FROM TIME.
015800     OPEN INPUT MASTFILE.
015900     IF  WS-MSTR-STATUS = '35'
016000         DISPLAY 'MSTEXTR: NO MASTER FILE - NOTHING TO EXTRACT'
016100         MOVE ZERO           TO RETURN-CODE
016150         PERFORM WRITE-RUN-HIST THRU WRITE-RUN-HIST-EXIT
016200         STOP RUN.
016300     MOVE 1                  TO SS.
016400 CLEAR-TABLE.
019200     MOVE MSTR-STATUS        TO V-STATUS (MSTR-SEQ).
019300     MOVE MSTR-LMDATE        TO V-LMDATE (MSTR-SEQ).
019400     MOVE MSTR-TABLE-ID      TO V-TABID  (MSTR-SEQ).
019433     MOVE MSTR-VEND-KEY      TO V-VEND-KEY (MSTR-SEQ).
019466     MOVE MSTR-LOC-KEY       TO V-LOC-KEY (MSTR-SEQ).
019500     ADD 1                   TO WS-REC-CTR.
019600     IF  MSTR-SEQ > WS-MAX-SEQ
019700         MOVE MSTR-SEQ       TO WS-MAX-SEQ.
032400     MOVE V-QTY (SS)         TO XTR-QTY.
032500     MOVE V-STATUS (SS)      TO XTR-STATUS.
032600     MOVE V-LMDATE (SS)      TO XTR-LMDATE.
032633     MOVE V-VEND-KEY (SS)    TO XTR-VEND-KEY.
032666     MOVE V-LOC-KEY (SS)     TO XTR-LOC-KEY.
032700     WRITE XTR-REC.
032800     IF  WS-XTR-STATUS NOT = '00'
032900         ADD 1               TO WS-ERR-CTR
034600         DISPLAY 'MSTEXTR: EXTRACT COMPLETE'
034700         MOVE ZERO           TO RETURN-CODE.
034800     CLOSE MASTFILE.
034850     PERFORM WRITE-RUN-HIST THRU WRITE-RUN-HIST-EXIT.
034900     STOP RUN.
035000*
035001*    ADD THIS RUN'S STATISTICS TO THE RUN HISTORY - THE JOB AND
035002*    STEP FROM THE RUNID CARD, WHEN THE RUN STARTED AND ENDED, ITS
035003*    RETURN CODE, AND ITS COUNTS. A RUN HISTORY THAT CANNOT BE
035004*    WRITTEN IS REPORTED BUT NEVER CHANGES THE RETURN CODE.
035005*
035006 WRITE-RUN-HIST.
035007     MOVE SPACES             TO WS-RH-JOB WS-RH-STEP.
035008     OPEN INPUT RUNID.
035009     IF  WS-RID-STATUS NOT = '00'
035010         GO TO WRITE-RUN-HIST-OPEN.
035011     READ RUNID.
035012     IF  WS-RID-STATUS = '00'
035013         MOVE RID-JOB        TO WS-RH-JOB
035014         MOVE RID-STEP       TO WS-RH-STEP.
035015     CLOSE RUNID.
035016 WRITE-RUN-HIST-OPEN.
035017     OPEN EXTEND RUNHIST.
035018     IF  WS-RH-STATUS = '35'
035019         OPEN OUTPUT RUNHIST.
035020     IF  WS-RH-STATUS NOT = '00'
035021         DISPLAY 'MSTEXTR: RUN HISTORY NOT WRITTEN - STATUS '
035022             WS-RH-STATUS
035023         GO TO WRITE-RUN-HIST-EXIT.
035024     MOVE SPACES             TO RH-REC.
035025     MOVE WS-RH-JOB          TO RH-JOB.
035026     MOVE WS-RH-STEP         TO RH-STEP.
035027     MOVE 'MSTEXTR'          TO RH-PROGRAM.
035028     MOVE SPACES             TO RH-MODE.
035029     MOVE WS-RH-START-DATE   TO RH-START-DATE.
035030     MOVE WS-RH-START-TIME   TO RH-START-TIME.
035031     ACCEPT RH-END-DATE      FROM DATE YYYYMMDD.
035032     ACCEPT RH-END-TIME      FROM TIME.
035033     MOVE RETURN-CODE        TO RH-RC.
035034     MOVE 1                  TO WS-RH-SS.
035035 WRITE-RUN-HIST-ZERO.
035036     MOVE ZERO               TO RH-CNT-VALUE (WS-RH-SS).
035037     ADD 1                   TO WS-RH-SS.
035038     IF  WS-RH-SS NOT > 8
035039         GO TO WRITE-RUN-HIST-ZERO.
035040     MOVE 'RECORDS'          TO RH-CNT-NAME (1).
035041     MOVE WS-REC-CTR         TO RH-CNT-VALUE (1).
035042     MOVE 'EXTRACTD'         TO RH-CNT-NAME (2).
035043     MOVE WS-XTR-CTR         TO RH-CNT-VALUE (2).
035044     MOVE 'ERRORS'           TO RH-CNT-NAME (3).
035045     MOVE WS-ERR-CTR         TO RH-CNT-VALUE (3).
035046     WRITE RH-REC.
035047     IF  WS-RH-STATUS NOT = '00'
035048         DISPLAY 'MSTEXTR: RUN HISTORY WRITE FAILED - STATUS '
035049             WS-RH-STATUS.
035050     CLOSE RUNHIST.
035051 WRITE-RUN-HIST-EXIT.
035052     EXIT.
035100*
035200*    END OF MSTEXTR.
