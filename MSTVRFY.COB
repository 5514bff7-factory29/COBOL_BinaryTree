002700                             ORGANIZATION IS SEQUENTIAL
003000                             FILE STATUS IS WS-MSTR-STATUS.
003100*
003105*    THE SHARED RUN HISTORY: ONE RECORD IS ADDED TO THE END OF
003110*    IT FOR EVERY RUN OF EVERY BINTREE BATCH STEP, FOR THE WEEKLY
003115*    RUNTRND REPORT. RUNID IS AN INSTREAM CARD IN THE STEP'S JCL
003120*    NAMING THE JOB AND STEP; WITHOUT ONE THEY ARE LEFT BLANK.
003125*
003130     SELECT RUNHIST          ASSIGN TO RUNHIST
003135                             ORGANIZATION IS SEQUENTIAL
003140                             FILE STATUS IS WS-RH-STATUS.
003145     SELECT RUNID            ASSIGN TO RUNID
003150                             ORGANIZATION IS SEQUENTIAL
003155                             FILE STATUS IS WS-RID-STATUS.
003160*
003200*
003300 DATA DIVISION.
003400 FILE SECTION.
004500     03  MSTR-DESC           PIC  X(30).
004600     03  MSTR-QTY            PIC  9(05).
004700     03  MSTR-STATUS         PIC  X(01).
004800     03  MSTR-LMDATE         PIC  9(08).
004810     03  MSTR-TABLE-ID       PIC  X(03).
004900     03  MSTR-HGT            PIC S9(04)      COMP-3.
005000     03  MSTR-CKPT-COUNT     PIC 9(08)       COMP.
005005     03  MSTR-CKPT-DATE      PIC  9(08).
005010     03  MSTR-LAST-BATCH     PIC  9(06).
005100     03  MSTR-TAB-CNT        PIC S9(04)      COMP.
005200     03  MSTR-TAB-CTL        OCCURS 5 TIMES.
005220         05  MSTR-CTL-ROOT   PIC S9(04)      COMP.
005230         05  MSTR-CTL-LIVE   PIC S9(04)      COMP.
005240         05  MSTR-CTL-FREE   PIC S9(04)      COMP.
005250     03  MSTR-VEND-KEY       PIC  X(10).
005260     03  MSTR-LOC-KEY        PIC  X(10).
005262*
005264*    MUST MATCH THE RH-REC LAYOUT READ BY RUNTRND. RH-COUNT (1)
005266*    IS THE STEP'S VOLUME; THE OTHER COUNTS DEPEND ON THE
005268*    PROGRAM, EACH NAMED BY ITS RH-CNT-NAME.
005270*
005272 FD  RUNHIST.
005274*
005276 01  RH-REC.
005278     03  RH-JOB              PIC  X(08).
005280     03  RH-STEP             PIC  X(08).
005282     03  RH-PROGRAM          PIC  X(08).
005284     03  RH-MODE             PIC  X(04).
005286     03  RH-START-DATE       PIC  9(08).
005288     03  RH-START-TIME       PIC  9(08).
005290     03  RH-END-DATE         PIC  9(08).
005292     03  RH-END-TIME         PIC  9(08).
005294     03  RH-RC               PIC  9(04).
005296     03  RH-COUNT            OCCURS 8 TIMES.
005298         05  RH-CNT-NAME     PIC  X(08).
005300         05  RH-CNT-VALUE    PIC  9(09).
005302     03  FILLER              PIC  X(20).
005304*
005306*    THE JOB NAME IN COLUMNS 1-8, THE STEP NAME IN 10-17.
005308*
005310 FD  RUNID.
005312*
005314 01  RID-REC.
005316     03  RID-JOB             PIC  X(08).
005318     03  FILLER              PIC  X(01).
005320     03  RID-STEP            PIC  X(08).
005322     03  FILLER              PIC  X(63).
005400 WORKING-STORAGE SECTION.
005405*
005410*    WHEN THIS RUN STARTED, AND THE RUN-HISTORY FILE STATUSES.
005415*
005420 01  RUN-HIST-AREA.
005425     03  WS-RH-START-DATE    PIC 9(08)       VALUE ZERO.
005430     03  WS-RH-START-TIME    PIC 9(08)       VALUE ZERO.
005435     03  WS-RH-JOB           PIC X(08)       VALUE SPACE.
005440     03  WS-RH-STEP          PIC X(08)       VALUE SPACE.
005445     03  WS-RH-STATUS        PIC X(02)       VALUE SPACE.
005450     03  WS-RID-STATUS       PIC X(02)       VALUE SPACE.
005455     03  WS-RH-SS            PIC S9(04)      COMP
005460                                             VALUE ZERO.
005500*
005600 01  WORK-AREA.
005700     03  WS-MSTR-STATUS      PIC X(02)       VALUE SPACE.
012500 PROCEDURE DIVISION.
012600*
012700 0000-START.
012725     ACCEPT WS-RH-START-DATE FROM DATE YYYYMMDD.
012750     ACCEPT WS-RH-START-TIME FROM TIME.
012800     OPEN INPUT MASTFILE.
012900     IF  WS-MSTR-STATUS = '35'
013000         DISPLAY 'MSTVRFY: NO MASTER FILE - NOTHING TO VERIFY'
013100         MOVE ZERO           TO RETURN-CODE
013150         PERFORM WRITE-RUN-HIST THRU WRITE-RUN-HIST-EXIT
013200         STOP RUN.
013300     MOVE 1                  TO SS.
013400 CLEAR-TABLE.
032300         DISPLAY 'MSTVRFY: MASTER FILE VERIFIED CLEAN'
032400         MOVE ZERO           TO RETURN-CODE.
032500     CLOSE MASTFILE.
032550     PERFORM WRITE-RUN-HIST THRU WRITE-RUN-HIST-EXIT.
032600     STOP RUN.
032700*
032800*    A LINK IS GOOD IF IT IS ZERO (NO CHILD) OR NAMES A SLOT
036900 CHECK-HEIGHT-EXIT.
037000     EXIT.
037100*
037101*    ADD THIS RUN'S STATISTICS TO THE RUN HISTORY - THE JOB AND
037102*    STEP FROM THE RUNID CARD, WHEN THE RUN STARTED AND ENDED, ITS
037103*    RETURN CODE, AND ITS COUNTS. A RUN HISTORY THAT CANNOT BE
037104*    WRITTEN IS REPORTED BUT NEVER CHANGES THE RETURN CODE.
037105*
037106 WRITE-RUN-HIST.
037107     MOVE SPACES             TO WS-RH-JOB WS-RH-STEP.
037108     OPEN INPUT RUNID.
037109     IF  WS-RID-STATUS NOT = '00'
037110         GO TO WRITE-RUN-HIST-OPEN.
037111     READ RUNID.
037112     IF  WS-RID-STATUS = '00'
037113         MOVE RID-JOB        TO WS-RH-JOB
037114         MOVE RID-STEP       TO WS-RH-STEP.
037115     CLOSE RUNID.
037116 WRITE-RUN-HIST-OPEN.
037117     OPEN EXTEND RUNHIST.
037118     IF  WS-RH-STATUS = '35'
037119         OPEN OUTPUT RUNHIST.
037120     IF  WS-RH-STATUS NOT = '00'
037121         DISPLAY 'MSTVRFY: RUN HISTORY NOT WRITTEN - STATUS '
037122             WS-RH-STATUS
037123         GO TO WRITE-RUN-HIST-EXIT.
037124     MOVE SPACES             TO RH-REC.
037125     MOVE WS-RH-JOB          TO RH-JOB.
037126     MOVE WS-RH-STEP         TO RH-STEP.
037127     MOVE 'MSTVRFY'          TO RH-PROGRAM.
037128     MOVE SPACES             TO RH-MODE.
037129     MOVE WS-RH-START-DATE   TO RH-START-DATE.
037130     MOVE WS-RH-START-TIME   TO RH-START-TIME.
037131     ACCEPT RH-END-DATE      FROM DATE YYYYMMDD.
037132     ACCEPT RH-END-TIME      FROM TIME.
037133     MOVE RETURN-CODE        TO RH-RC.
037134     MOVE 1                  TO WS-RH-SS.
037135 WRITE-RUN-HIST-ZERO.
037136     MOVE ZERO               TO RH-CNT-VALUE (WS-RH-SS).
037137     ADD 1                   TO WS-RH-SS.
037138     IF  WS-RH-SS NOT > 8
037139         GO TO WRITE-RUN-HIST-ZERO.
037140     MOVE 'RECORDS'          TO RH-CNT-NAME (1).
037141     MOVE WS-REC-CTR         TO RH-CNT-VALUE (1).
037142     MOVE 'LIVE'             TO RH-CNT-NAME (2).
037143     MOVE WS-LIVE-TOT        TO RH-CNT-VALUE (2).
037144     MOVE 'FREE'             TO RH-CNT-NAME (3).
037145     MOVE WS-FREE-CNT        TO RH-CNT-VALUE (3).
037146     MOVE 'ERRORS'           TO RH-CNT-NAME (4).
037147     MOVE WS-ERR-CTR         TO RH-CNT-VALUE (4).
037148     WRITE RH-REC.
037149     IF  WS-RH-STATUS NOT = '00'
037150         DISPLAY 'MSTVRFY: RUN HISTORY WRITE FAILED - STATUS '
037151             WS-RH-STATUS.
037152     CLOSE RUNHIST.
037153 WRITE-RUN-HIST-EXIT.
037154     EXIT.
037200*
037300*    END OF MSTVRFY.
