006200     SELECT DELTAFIL         ASSIGN TO DELTAFIL
006300                             ORGANIZATION IS SEQUENTIAL.
006400*
006405*    THE SHARED RUN HISTORY: ONE RECORD IS ADDED TO THE END OF
006410*    IT FOR EVERY RUN OF EVERY BINTREE BATCH STEP, FOR THE WEEKLY
006415*    RUNTRND REPORT. RUNID IS AN INSTREAM CARD IN THE STEP'S JCL
006420*    NAMING THE JOB AND STEP; WITHOUT ONE THEY ARE LEFT BLANK.
006425*
006430     SELECT RUNHIST          ASSIGN TO RUNHIST
006435                             ORGANIZATION IS SEQUENTIAL
006440                             FILE STATUS IS WS-RH-STATUS.
006445     SELECT RUNID            ASSIGN TO RUNID
006450                             ORGANIZATION IS SEQUENTIAL
006455                             FILE STATUS IS WS-RID-STATUS.
006460*
006500*
006600 DATA DIVISION.
006700 FILE SECTION.
008400     03  OMST-DESC           PIC  X(30).
008500     03  OMST-QTY            PIC  9(05).
008600     03  OMST-STATUS         PIC  X(01).
008700     03  OMST-LMDATE         PIC  9(08).
008800     03  OMST-TABLE-ID       PIC  X(03).
008900     03  OMST-HGT            PIC S9(04)      COMP-3.
009000     03  OMST-CKPT-COUNT     PIC 9(08)       COMP.
009100     03  OMST-CKPT-DATE      PIC  9(08).
009200     03  OMST-LAST-BATCH     PIC  9(06).
009300     03  OMST-TAB-CNT        PIC S9(04)      COMP.
009400     03  OMST-TAB-CTL        OCCURS 5 TIMES.
009600         05  OMST-CTL-ROOT   PIC S9(04)      COMP.
009700         05  OMST-CTL-LIVE   PIC S9(04)      COMP.
009800         05  OMST-CTL-FREE   PIC S9(04)      COMP.
009810     03  OMST-VEND-KEY       PIC  X(10).
009820     03  OMST-LOC-KEY        PIC  X(10).
009900*
010000 FD  NEWMAST.
010100*
010700     03  NMST-DESC           PIC  X(30).
010800     03  NMST-QTY            PIC  9(05).
010900     03  NMST-STATUS         PIC  X(01).
011000     03  NMST-LMDATE         PIC  9(08).
011100     03  NMST-TABLE-ID       PIC  X(03).
011200     03  NMST-HGT            PIC S9(04)      COMP-3.
011300     03  NMST-CKPT-COUNT     PIC 9(08)       COMP.
011400     03  NMST-CKPT-DATE      PIC  9(08).
011500     03  NMST-LAST-BATCH     PIC  9(06).
011600     03  NMST-TAB-CNT        PIC S9(04)      COMP.
011700     03  NMST-TAB-CTL        OCCURS 5 TIMES.
011900         05  NMST-CTL-ROOT   PIC S9(04)      COMP.
012000         05  NMST-CTL-LIVE   PIC S9(04)      COMP.
012100         05  NMST-CTL-FREE   PIC S9(04)      COMP.
012110     03  NMST-VEND-KEY       PIC  X(10).
012120     03  NMST-LOC-KEY        PIC  X(10).
012200*
012300*    ONE RECORD PER ENTRY THAT MOVED. OLD FIELDS ARE BLANK
012400*    AND ZERO ON AN ADD, NEW FIELDS ON A DELETE.
013200     03  DLT-OLD-DESC        PIC  X(30).
013300     03  DLT-OLD-QTY         PIC  9(05).
013400     03  DLT-OLD-STATUS      PIC  X(01).
013500     03  DLT-OLD-LMDATE      PIC  9(08).
013600     03  DLT-NEW-KEY         PIC  X(10).
013700     03  DLT-NEW-DESC        PIC  X(30).
013800     03  DLT-NEW-QTY         PIC  9(05).
013900     03  DLT-NEW-STATUS      PIC  X(01).
014000     03  DLT-NEW-LMDATE      PIC  9(08).
014002*
014004*    MUST MATCH THE RH-REC LAYOUT READ BY RUNTRND. RH-COUNT (1)
014006*    IS THE STEP'S VOLUME; THE OTHER COUNTS DEPEND ON THE
014008*    PROGRAM, EACH NAMED BY ITS RH-CNT-NAME.
014010*
014012 FD  RUNHIST.
014014*
014016 01  RH-REC.
014018     03  RH-JOB              PIC  X(08).
014020     03  RH-STEP             PIC  X(08).
014022     03  RH-PROGRAM          PIC  X(08).
014024     03  RH-MODE             PIC  X(04).
014026     03  RH-START-DATE       PIC  9(08).
014028     03  RH-START-TIME       PIC  9(08).
014030     03  RH-END-DATE         PIC  9(08).
014032     03  RH-END-TIME         PIC  9(08).
014034     03  RH-RC               PIC  9(04).
014036     03  RH-COUNT            OCCURS 8 TIMES.
014038         05  RH-CNT-NAME     PIC  X(08).
014040         05  RH-CNT-VALUE    PIC  9(09).
014042     03  FILLER              PIC  X(20).
014044*
014046*    THE JOB NAME IN COLUMNS 1-8, THE STEP NAME IN 10-17.
014048*
014050 FD  RUNID.
014052*
014054 01  RID-REC.
014056     03  RID-JOB             PIC  X(08).
014058     03  FILLER              PIC  X(01).
014060     03  RID-STEP            PIC  X(08).
014062     03  FILLER              PIC  X(63).
014100 WORKING-STORAGE SECTION.
014105*
014110*    WHEN THIS RUN STARTED, AND THE RUN-HISTORY FILE STATUSES.
014115*
014120 01  RUN-HIST-AREA.
014125     03  WS-RH-START-DATE    PIC 9(08)       VALUE ZERO.
014130     03  WS-RH-START-TIME    PIC 9(08)       VALUE ZERO.
014135     03  WS-RH-JOB           PIC X(08)       VALUE SPACE.
014140     03  WS-RH-STEP          PIC X(08)       VALUE SPACE.
014145     03  WS-RH-STATUS        PIC X(02)       VALUE SPACE.
014150     03  WS-RID-STATUS       PIC X(02)       VALUE SPACE.
014155     03  WS-RH-SS            PIC S9(04)      COMP
014160                                             VALUE ZERO.
014200*
014300 01  WORK-AREA.
014400     03  WS-OLD-STATUS       PIC X(02)       VALUE SPACE.
019100         05  S-DESC          PIC X(30).
019200         05  S-QTY           PIC 9(05).
019300         05  S-STATUS        PIC X(01).
019400         05  S-LMDATE        PIC 9(08).
019500         05  S-TABID         PIC X(03).
019600         05  S-MARK          PIC X(01).
019700*
021000         05  OL-DESC         PIC X(30).
021100         05  OL-QTY          PIC 9(05).
021200         05  OL-STATUS       PIC X(01).
021300         05  OL-LMDATE       PIC 9(08).
021400*
021500 01  NEW-LIST-AREA.
021600     03  WS-NL-CNT           PIC S9(04)      COMP
022400         05  NL-DESC         PIC X(30).
022500         05  NL-QTY          PIC 9(05).
022600         05  NL-STATUS       PIC X(01).
022700         05  NL-LMDATE       PIC 9(08).
022800*
022900*    SHARED SORT FIELDS - BOTH LISTS BUBBLE-SORT THE SAME
023000*    WAY, THE SAME AS AUDRPT'S KEY TALLIES.
023400                                             VALUE ZERO.
023500     03  WS-SRT-X2           PIC S9(04)      COMP
023600                                             VALUE ZERO.
023700     03  WS-SRT-SWAP         PIC X(57).
023800     03  WS-SWAP-SW          PIC X(01)       VALUE 'N'.
023900         88  WS-SWAPPED                      VALUE 'Y'.
024000*
028500*
028600 01  REPORT-WORK-AREA.
028700     03  WS-RUN-DATE.
028750         05  WS-RUN-CC       PIC 9(02).
028800         05  WS-RUN-YY       PIC 9(02).
028900         05  WS-RUN-MM       PIC 9(02).
029000         05  WS-RUN-DD       PIC 9(02).
029300         05  FILLER          PIC X(01)       VALUE '/'.
029400         05  WS-RDD-DD       PIC 9(02).
029500         05  FILLER          PIC X(01)       VALUE '/'.
029550         05  WS-RDD-CC       PIC 9(02).
029600         05  WS-RDD-YY       PIC 9(02).
029700*
029800 01  WS-HDR-LINE-1.
030100             'BINTREE MASTER DELTA SUMMARY'.
030200     03  FILLER              PIC X(02)       VALUE SPACES.
030300     03  FILLER              PIC X(10)       VALUE 'RUN DATE: '.
030400     03  HDR1-DATE           PIC X(10).
030500*
030600 01  WS-HDR-LINE-2.
030700     03  FILLER              PIC X(05)       VALUE SPACES.
033500 PROCEDURE DIVISION.
033600*
033700 0000-START.
033725     ACCEPT WS-RH-START-DATE FROM DATE YYYYMMDD.
033750     ACCEPT WS-RH-START-TIME FROM TIME.
033800     OPEN OUTPUT PRNTFILE.
033900     OPEN OUTPUT DELTAFIL.
034000     ACCEPT WS-RUN-DATE      FROM DATE YYYYMMDD.
034100     MOVE WS-RUN-MM          TO WS-RDD-MM.
034200     MOVE WS-RUN-DD          TO WS-RDD-DD.
034250     MOVE WS-RUN-CC          TO WS-RDD-CC.
034300     MOVE WS-RUN-YY          TO WS-RDD-YY.
034400     MOVE WS-RUN-DATE-DISP   TO HDR1-DATE.
034500*
085900         MOVE ZERO           TO RETURN-CODE.
086000     CLOSE DELTAFIL.
086100     CLOSE PRNTFILE.
086150     PERFORM WRITE-RUN-HIST THRU WRITE-RUN-HIST-EXIT.
086200     STOP RUN.
086300*
086301*    ADD THIS RUN'S STATISTICS TO THE RUN HISTORY - THE JOB AND
086302*    STEP FROM THE RUNID CARD, WHEN THE RUN STARTED AND ENDED, ITS
086303*    RETURN CODE, AND ITS COUNTS. A RUN HISTORY THAT CANNOT BE
086304*    WRITTEN IS REPORTED BUT NEVER CHANGES THE RETURN CODE.
086305*
086306 WRITE-RUN-HIST.
086307     MOVE SPACES             TO WS-RH-JOB WS-RH-STEP.
086308     OPEN INPUT RUNID.
086309     IF  WS-RID-STATUS NOT = '00'
086310         GO TO WRITE-RUN-HIST-OPEN.
086311     READ RUNID.
086312     IF  WS-RID-STATUS = '00'
086313         MOVE RID-JOB        TO WS-RH-JOB
086314         MOVE RID-STEP       TO WS-RH-STEP.
086315     CLOSE RUNID.
086316 WRITE-RUN-HIST-OPEN.
086317     OPEN EXTEND RUNHIST.
086318     IF  WS-RH-STATUS = '35'
086319         OPEN OUTPUT RUNHIST.
086320     IF  WS-RH-STATUS NOT = '00'
086321         DISPLAY 'MSTDELT: RUN HISTORY NOT WRITTEN - STATUS '
086322             WS-RH-STATUS
086323         GO TO WRITE-RUN-HIST-EXIT.
086324     MOVE SPACES             TO RH-REC.
086325     MOVE WS-RH-JOB          TO RH-JOB.
086326     MOVE WS-RH-STEP         TO RH-STEP.
086327     MOVE 'MSTDELT'          TO RH-PROGRAM.
086328     MOVE SPACES             TO RH-MODE.
086329     MOVE WS-RH-START-DATE   TO RH-START-DATE.
086330     MOVE WS-RH-START-TIME   TO RH-START-TIME.
086331     ACCEPT RH-END-DATE      FROM DATE YYYYMMDD.
086332     ACCEPT RH-END-TIME      FROM TIME.
086333     MOVE RETURN-CODE        TO RH-RC.
086334     MOVE 1                  TO WS-RH-SS.
086335 WRITE-RUN-HIST-ZERO.
086336     MOVE ZERO               TO RH-CNT-VALUE (WS-RH-SS).
086337     ADD 1                   TO WS-RH-SS.
086338     IF  WS-RH-SS NOT > 8
086339         GO TO WRITE-RUN-HIST-ZERO.
086340     MOVE 'DELTAS'           TO RH-CNT-NAME (1).
086341     MOVE WS-DLT-CTR         TO RH-CNT-VALUE (1).
086342     MOVE 'ADDS'             TO RH-CNT-NAME (2).
086343     MOVE 'DELETES'          TO RH-CNT-NAME (3).
086344     MOVE 'REKEYS'           TO RH-CNT-NAME (4).
086345     MOVE 'CHANGES'          TO RH-CNT-NAME (5).
086346     MOVE 'OVERFLOW'         TO RH-CNT-NAME (6).
086347     MOVE WS-SUM-OVFL        TO RH-CNT-VALUE (6).
086348     MOVE 'OLDRECS'          TO RH-CNT-NAME (7).
086349     MOVE WS-OLD-REC-CTR     TO RH-CNT-VALUE (7).
086350     MOVE 'NEWRECS'          TO RH-CNT-NAME (8).
086351     MOVE WS-NEW-REC-CTR     TO RH-CNT-VALUE (8).
086352     MOVE 1                  TO WS-RH-SS.
086353 WRITE-RUN-HIST-SUM.
086354     IF  WS-RH-SS > WS-SUM-CNT
086355         GO TO WRITE-RUN-HIST-PUT.
086356     ADD WS-SUM-ADD (WS-RH-SS) TO RH-CNT-VALUE (2).
086357     ADD WS-SUM-DEL (WS-RH-SS) TO RH-CNT-VALUE (3).
086358     ADD WS-SUM-KEY (WS-RH-SS) TO RH-CNT-VALUE (4).
086359     ADD WS-SUM-CHG (WS-RH-SS) TO RH-CNT-VALUE (5).
086360     ADD 1                   TO WS-RH-SS.
086361     GO TO WRITE-RUN-HIST-SUM.
086362 WRITE-RUN-HIST-PUT.
086363     WRITE RH-REC.
086364     IF  WS-RH-STATUS NOT = '00'
086365         DISPLAY 'MSTDELT: RUN HISTORY WRITE FAILED - STATUS '
086366             WS-RH-STATUS.
086367     CLOSE RUNHIST.
086368 WRITE-RUN-HIST-EXIT.
086369     EXIT.
086400*
086500*    END OF MSTDELT.
