000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RUNTRND.
000300*
000400*
000500*     WEEKLY BATCH-WINDOW TREND REPORT FOR THE BINTREE JOBS.
000600*
000700*     EVERY BINTREE BATCH STEP - THE NIGHTLY JOB'S PROGRAMS AND
000800*     THE MSTPURGE, MSTREORG, AUDARCH, AND MSTLEDG JOBS - ADDS A
000900*     RECORD TO THE RUN HISTORY AS IT ENDS: ITS JOB, STEP, AND
001000*     PROGRAM, WHEN IT STARTED AND ENDED, ITS RETURN CODE, AND UP
001100*     TO EIGHT NAMED COUNTS, THE FIRST OF WHICH IS ITS VOLUME.
001200*     THIS STEP READS THE HISTORY FOR THE FIVE WEEKS ENDING ON THE
001300*     WEEK-ENDING DATE AND, FOR EACH JOB AND STEP, PRINTS THIS
001400*     WEEK'S RUNS, AVERAGE ELAPSED TIME, AND AVERAGE VOLUME
001500*     BESIDE LAST WEEK'S, WITH THE PERCENT CHANGE, AND THE USUAL
001600*     ELAPSED TIME - THE AVERAGE OVER THE FOUR WEEKS BEFORE THIS
001700*     ONE. EACH JOB ENDS WITH A TOTAL LINE: THE SUM OF ITS STEPS'
001800*     AVERAGE TIMES, WHICH IS THE BATCH WINDOW A TYPICAL RUN OF
001900*     THE JOB TAKES.
002000*
002100*     A STEP IS FLAGGED
002200*       SLOWER  - ITS AVERAGE TIME THIS WEEK IS MORE THAN 25
002300*                 PERCENT AND AT LEAST 30 SECONDS OVER ITS USUAL,
002400*       RC UP   - IT ENDED NON-ZERO THIS WEEK ON A GREATER SHARE
002500*                 OF ITS RUNS THAN IN THE FOUR WEEKS BEFORE,
002510*       RC>0    - OTHERWISE, IT ENDED NON-ZERO AT LEAST ONCE THIS
002520*                 WEEK, HOWEVER OFTEN IT USUALLY DOES,
002600*       NEW     - IT RAN THIS WEEK BUT NOT IN THE FOUR BEFORE,
002700*       NOT RUN - IT RAN IN THE FOUR WEEKS BEFORE BUT NOT THIS ONE
002800*                 (NORMAL FOR A MONTHLY JOB).
002900*
003000*     THE LAST PAGE PROJECTS THE SLOT POOL: FROM THE FIRST AND THE
003100*     LATEST LIVE-ENTRY COUNT BINTREE RECORDED IN THE FIVE WEEKS,
003200*     THE GROWTH PER DAY, AND AT THAT RATE THE DATE THE POOL
003300*     REACHES ITS 3000-SLOT CEILING.
003400*
003500*     PARM='CCYYMMDD' GIVES THE WEEK-ENDING DATE; WITHOUT ONE THE
003600*     WEEK ENDS ON THE RUN DATE.
003700*
003800*     RETURN CODE 0 = NOTHING FLAGGED, 4 = A STEP FLAGGED SLOWER,
003900*     RC UP, RC>0, OR NEW, MORE STEPS THAN THE TABLE HOLDS, OR
004000*     THE POOL PROJECTED TO REACH ITS CEILING WITHIN 90 DAYS,
004050*     8 = A BAD PARM OR THE RUN HISTORY COULD NOT BE READ - THE
004100*     REPORT IS THEN NOT COMPLETE. A MISSING RUN HISTORY IS NOT AN
004200*     ERROR.
004300*
004400*
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700*
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT PRNTFILE         ASSIGN TO PRINT.
005100     SELECT RUNHIST          ASSIGN TO RUNHIST
005200                             ORGANIZATION IS SEQUENTIAL
005300                             FILE STATUS IS WS-RH-STATUS.
005400*
005500*
005600 DATA DIVISION.
005700 FILE SECTION.
005800*
005900 FD  PRNTFILE.
006000*
006100 01  PRT-REC                 PIC  X(133).
006200*
006300*    MUST MATCH THE RH-REC LAYOUT WRITTEN BY BINTREE AND THE
006400*    OTHER BATCH STEPS.
006500*
006600 FD  RUNHIST.
006700*
006800 01  RH-REC.
006900     03  RH-JOB              PIC  X(08).
007000     03  RH-STEP             PIC  X(08).
007100     03  RH-PROGRAM          PIC  X(08).
007200     03  RH-MODE             PIC  X(04).
007300     03  RH-START-DATE       PIC  9(08).
007400     03  RH-START-TIME       PIC  9(08).
007500     03  RH-END-DATE         PIC  9(08).
007600     03  RH-END-TIME         PIC  9(08).
007700     03  RH-RC               PIC  9(04).
007800     03  RH-COUNT            OCCURS 8 TIMES.
007900         05  RH-CNT-NAME     PIC  X(08).
008000         05  RH-CNT-VALUE    PIC  9(09).
008100     03  FILLER              PIC  X(20).
008200 WORKING-STORAGE SECTION.
008300*
008400 01  WORK-AREA.
008500     03  WS-RH-STATUS        PIC X(02)       VALUE SPACE.
008600     03  WS-ERR-CTR          PIC S9(04)      COMP
008700                                             VALUE ZERO.
008800     03  WS-SWAP-SW          PIC X(01)       VALUE 'N'.
008900         88  WS-SWAPPED                      VALUE 'Y'.
009000     03  WS-CX               PIC S9(04)      COMP
009100                                             VALUE ZERO.
009200     03  WS-BX               PIC S9(04)      COMP
009300                                             VALUE ZERO.
009400*
009500*    THE WEEKS COMPARED: THIS WEEK IS THE SEVEN DAYS ENDING ON THE
009600*    WEEK-ENDING DATE, LAST WEEK THE SEVEN BEFORE THAT, AND THE
009700*    USUAL FIGURES COME FROM THE FOUR WEEKS BEFORE THIS ONE.
009800*
009900     03  WS-END-DATE         PIC 9(08)       VALUE ZERO.
010000     03  WS-CUR-FROM         PIC 9(08)       VALUE ZERO.
010100     03  WS-PRV-FROM         PIC 9(08)       VALUE ZERO.
010200     03  WS-PRV-THRU         PIC 9(08)       VALUE ZERO.
010300     03  WS-BASE-FROM        PIC 9(08)       VALUE ZERO.
010400     03  WS-DAY-CTR          PIC S9(04)      COMP
010500                                             VALUE ZERO.
010600*
010700*    THE FLAG THRESHOLDS AND THE SLOT-POOL CEILING.
010800*
010900     03  WS-SLOW-PCT         PIC S9(04)      COMP
011000                                             VALUE 125.
011100     03  WS-SLOW-SECS        PIC S9(04)      COMP
011200                                             VALUE 30.
011300     03  WS-TBL-MAX          PIC S9(04)      COMP
011400                                             VALUE 3000.
011500     03  WS-WARN-DAYS        PIC S9(04)      COMP
011600                                             VALUE 90.
011700*
011800*    ONE RUN'S TIMES. A TIME OF DAY IS HHMMSSHH; A RUN THAT ENDS
011900*    ON A LATER DATE THAN IT STARTED CROSSED MIDNIGHT.
012000*
012100     03  WS-TM-WORK.
012200         05  WS-TM-HH        PIC 9(02).
012300         05  WS-TM-MM        PIC 9(02).
012400         05  WS-TM-SS        PIC 9(02).
012500         05  WS-TM-CC        PIC 9(02).
012600     03  WS-TM-WORK-N        REDEFINES WS-TM-WORK
012700                             PIC 9(08).
012800     03  WS-TM-SECS          PIC S9(09)      COMP
012900                                             VALUE ZERO.
013000     03  WS-SECS-WORK        PIC S9(09)      COMP
013100                                             VALUE ZERO.
013200     03  WS-START-SECS       PIC S9(09)      COMP
013300                                             VALUE ZERO.
013400     03  WS-ELAP-SECS        PIC S9(09)      COMP
013500                                             VALUE ZERO.
013600*
013700*    A CALENDAR DATE BEING STEPPED A DAY AT A TIME.
013800*
013900     03  WS-CAL-DATE.
014000         05  WS-CAL-YEAR     PIC 9(04).
014100         05  WS-CAL-MM       PIC 9(02).
014200         05  WS-CAL-DD       PIC 9(02).
014300     03  WS-CAL-DATE-N       REDEFINES WS-CAL-DATE
014400                             PIC 9(08).
014500     03  WS-CAL-MLEN         PIC 9(02)       VALUE ZERO.
014600     03  WS-LEAP-QUOT        PIC S9(04)      COMP
014700                                             VALUE ZERO.
014800     03  WS-LEAP-REM         PIC S9(04)      COMP
014900                                             VALUE ZERO.
015000*
015100*    MONTH LENGTHS; FEBRUARY IS TAKEN AS 29 DAYS IN A LEAP YEAR.
015200*
015300 01  MONTH-DAYS-AREA.
015400     03  WS-MONTH-DAYS-INIT  PIC X(24)       VALUE
015500             '312831303130313130313031'.
015600     03  WS-MONTH-DAYS       REDEFINES WS-MONTH-DAYS-INIT
015700                             PIC 9(02)       OCCURS 12 TIMES.
015800*
015900*    RUN COUNTS FOR THE TRAILER.
016000*
016100 01  RUN-COUNTS.
016200     03  WS-READ-CTR         PIC S9(08)      COMP
016300                                             VALUE ZERO.
016400     03  WS-SEL-CTR          PIC S9(08)      COMP
016500                                             VALUE ZERO.
016600     03  WS-BAD-CTR          PIC S9(08)      COMP
016700                                             VALUE ZERO.
016800     03  WS-FLAG-CTR         PIC S9(08)      COMP
016900                                             VALUE ZERO.
017000     03  WS-STP-OVFL         PIC S9(08)      COMP
017100                                             VALUE ZERO.
017200*
017300*    ONE ROW PER JOB, STEP, AND PROGRAM SEEN IN THE FIVE WEEKS,
017400*    KEPT IN THAT ORDER FOR PRINTING. EACH HAS THREE BUCKETS -
017500*    (1) THIS WEEK, (2) LAST WEEK, (3) THE FOUR WEEKS BEFORE THIS
017600*    ONE - OF RUNS, TOTAL ELAPSED SECONDS, TOTAL VOLUME, AND RUNS
017700*    ENDING NON-ZERO. LAST WEEK'S RUNS ARE IN BUCKET 3 AS WELL.
017800*
017900 01  STEP-TABLE-AREA.
018000     03  WS-STP-CNT          PIC S9(04)      COMP
018100                                             VALUE ZERO.
018200     03  WS-STP-MAX          PIC S9(04)      COMP
018300                                             VALUE 100.
018400     03  WS-SX               PIC S9(04)      COMP
018500                                             VALUE ZERO.
018600     03  WS-SX2              PIC S9(04)      COMP
018700                                             VALUE ZERO.
018800     03  WS-ARG-KEY.
018900         05  WS-ARG-JOB      PIC X(08).
019000         05  WS-ARG-STEP     PIC X(08).
019100         05  WS-ARG-PGM      PIC X(08).
019200     03  WS-STP-ENTRY        OCCURS 100 TIMES.
019300         05  ST-KEY.
019400             07  ST-JOB      PIC X(08).
019500             07  ST-STEP     PIC X(08).
019600             07  ST-PGM      PIC X(08).
019700         05  ST-HI-RC        PIC 9(04).
019800         05  ST-BUCKET       OCCURS 3 TIMES.
019900             07  ST-RUNS     PIC S9(04)      COMP.
020000             07  ST-NZ       PIC S9(04)      COMP.
020100             07  ST-ELAP     PIC S9(09)      COMP.
020200             07  ST-VOL      PIC S9(11)      COMP-3.
020300     03  WS-STP-SWAP         PIC X(70).
020400*
020500*    THE SLOT-POOL READINGS: BINTREE'S SLOTSUSE (LIVE ENTRIES)
020600*    AND SLOTHWM COUNTS, THE FIRST AND THE LATEST IN THE WINDOW,
020700*    AND THE PROJECTION WORKED OUT FROM THEM.
020800*
020900 01  SLOT-PROJECTION-AREA.
021000     03  WS-SLOT-PTS         PIC S9(04)      COMP
021100                                             VALUE ZERO.
021200     03  WS-SLOT-USE         PIC S9(09)      COMP
021300                                             VALUE ZERO.
021400     03  WS-SLOT-HWM         PIC S9(09)      COMP
021500                                             VALUE ZERO.
021600     03  WS-SLOT-SW          PIC X(01)       VALUE 'N'.
021700         88  WS-SLOT-FOUND                   VALUE 'Y'.
021800     03  WS-SLOT-FIRST-DATE  PIC 9(08)       VALUE ZERO.
021900     03  WS-SLOT-FIRST-USE   PIC S9(09)      COMP
022000                                             VALUE ZERO.
022100     03  WS-SLOT-LAST-DATE   PIC 9(08)       VALUE ZERO.
022200     03  WS-SLOT-LAST-USE    PIC S9(09)      COMP
022300                                             VALUE ZERO.
022400     03  WS-SLOT-LAST-HWM    PIC S9(09)      COMP
022500                                             VALUE ZERO.
022600     03  WS-SPAN-DAYS        PIC S9(04)      COMP
022700                                             VALUE ZERO.
022800     03  WS-GROWTH-TOT       PIC S9(09)      COMP
022900                                             VALUE ZERO.
023000     03  WS-GROWTH-DAY       PIC S9(05)V99   COMP-3
023100                                             VALUE ZERO.
023200     03  WS-HEADROOM         PIC S9(09)      COMP
023300                                             VALUE ZERO.
023400     03  WS-PRJ-WORK         PIC S9(09)      COMP
023500                                             VALUE ZERO.
023600     03  WS-PRJ-DAYS         PIC S9(09)      COMP
023700                                             VALUE ZERO.
023800     03  WS-PRJ-REM          PIC S9(09)      COMP
023900                                             VALUE ZERO.
024000     03  WS-PRJ-SW           PIC X(01)       VALUE 'N'.
024100         88  WS-PRJ-WARN                     VALUE 'Y'.
024200*
024300*    FIELDS AND PRINT LINES FOR THE REPORT.
024400*
024500 01  REPORT-WORK-AREA.
024600     03  WS-PAGE-NO          PIC S9(04)      COMP
024700                                             VALUE ZERO.
024800     03  WS-LINE-NO          PIC S9(04)      COMP
024900                                             VALUE 99.
025000     03  WS-RPT-LINE-MAX     PIC S9(04)      COMP
025100                                             VALUE 55.
025200     03  WS-RUN-DATE         PIC 9(08)       VALUE ZERO.
025300     03  WS-FMT-IN.
025400         05  WS-FMT-CC       PIC 9(02).
025500         05  WS-FMT-YY       PIC 9(02).
025600         05  WS-FMT-MM       PIC 9(02).
025700         05  WS-FMT-DD       PIC 9(02).
025800     03  WS-FMT-IN-N         REDEFINES WS-FMT-IN
025900                             PIC 9(08).
026000     03  WS-FMT-OUT.
026100         05  WS-FMT-OUT-MM   PIC 9(02).
026200         05  FILLER          PIC X(01)       VALUE '/'.
026300         05  WS-FMT-OUT-DD   PIC 9(02).
026400         05  FILLER          PIC X(01)       VALUE '/'.
026500         05  WS-FMT-OUT-CC   PIC 9(02).
026600         05  WS-FMT-OUT-YY   PIC 9(02).
026700*
026800*    AN AVERAGE TIME AS HH:MM:SS, AND A PERCENT CHANGE.
026900*
027000     03  WS-HMS-SECS         PIC S9(09)      COMP
027100                                             VALUE ZERO.
027200     03  WS-HMS-REM          PIC S9(09)      COMP
027300                                             VALUE ZERO.
027400     03  WS-HMS-OUT.
027500         05  WS-HMS-HH       PIC 9(02).
027600         05  FILLER          PIC X(01)       VALUE ':'.
027700         05  WS-HMS-MM       PIC 9(02).
027800         05  FILLER          PIC X(01)       VALUE ':'.
027900         05  WS-HMS-SS       PIC 9(02).
028000     03  WS-PCT-NEW          PIC S9(11)      COMP-3
028100                                             VALUE ZERO.
028200     03  WS-PCT-OLD          PIC S9(11)      COMP-3
028300                                             VALUE ZERO.
028400     03  WS-PCT-WORK         PIC S9(13)      COMP-3
028500                                             VALUE ZERO.
028600     03  WS-PCT              PIC S9(05)      COMP-3
028700                                             VALUE ZERO.
028800     03  WS-PCT-OUT.
028900         05  WS-PCT-OUT-N    PIC ++++9.
029000         05  FILLER          PIC X(01)       VALUE '%'.
029100*
029200*    THE AVERAGES FOR THE STEP BEING PRINTED, AND THE JOB TOTALS.
029300*
029400     03  WS-AVG-CUR          PIC S9(09)      COMP
029500                                             VALUE ZERO.
029600     03  WS-AVG-PRV          PIC S9(09)      COMP
029700                                             VALUE ZERO.
029800     03  WS-AVG-USU          PIC S9(09)      COMP
029900                                             VALUE ZERO.
030000     03  WS-VOL-CUR          PIC S9(11)      COMP-3
030100                                             VALUE ZERO.
030200     03  WS-VOL-PRV          PIC S9(11)      COMP-3
030300                                             VALUE ZERO.
030400     03  WS-SLOW-WORK        PIC S9(11)      COMP-3
030500                                             VALUE ZERO.
030600     03  WS-SLOW-LIM         PIC S9(11)      COMP-3
030700                                             VALUE ZERO.
030800     03  WS-RATE-CUR         PIC S9(09)      COMP
030900                                             VALUE ZERO.
031000     03  WS-RATE-USU         PIC S9(09)      COMP
031100                                             VALUE ZERO.
031200     03  WS-STEP-FLAG-SW     PIC X(01)       VALUE 'N'.
031300         88  WS-STEP-FLAGGED                 VALUE 'Y'.
031400     03  WS-JOB-BREAK        PIC X(08)       VALUE SPACE.
031500     03  WS-JOB-CUR          PIC S9(09)      COMP
031600                                             VALUE ZERO.
031700     03  WS-JOB-PRV          PIC S9(09)      COMP
031800                                             VALUE ZERO.
031900     03  WS-JOB-USU          PIC S9(09)      COMP
032000                                             VALUE ZERO.
032100*
032200 01  WS-HDR-LINE-1.
032300     03  FILLER              PIC X(05)       VALUE SPACES.
032400     03  FILLER              PIC X(30)       VALUE
032500             'BINTREE BATCH WINDOW TREND'.
032600     03  FILLER              PIC X(12)       VALUE
032700             'WEEK ENDING '.
032800     03  HDR1-WEEK-END       PIC X(10).
032900     03  FILLER              PIC X(39)       VALUE SPACES.
033000     03  FILLER              PIC X(10)       VALUE 'RUN DATE: '.
033100     03  HDR1-DATE           PIC X(10).
033200     03  FILLER              PIC X(03)       VALUE SPACES.
033300     03  FILLER              PIC X(05)       VALUE 'PAGE '.
033400     03  HDR1-PAGE-NO        PIC ZZZ9.
033500*
033600 01  WS-HDR-LINE-2.
033700     03  FILLER              PIC X(05)       VALUE SPACES.
033800     03  FILLER              PIC X(10)       VALUE 'THIS WEEK '.
033900     03  HDR2-CUR-FROM       PIC X(10).
034000     03  FILLER              PIC X(06)       VALUE ' THRU '.
034100     03  HDR2-CUR-THRU       PIC X(10).
034200     03  FILLER              PIC X(13)       VALUE
034300             '   LAST WEEK '.
034400     03  HDR2-PRV-FROM       PIC X(10).
034500     03  FILLER              PIC X(06)       VALUE ' THRU '.
034600     03  HDR2-PRV-THRU       PIC X(10).
034700     03  FILLER              PIC X(09)       VALUE
034800             '   USUAL '.
034900     03  HDR2-BASE-FROM      PIC X(10).
035000     03  FILLER              PIC X(06)       VALUE ' THRU '.
035100     03  HDR2-BASE-THRU      PIC X(10).
035200*
035300 01  WS-HDR-LINE-3.
035400     03  FILLER              PIC X(37)       VALUE SPACES.
035500     03  FILLER              PIC X(40)       VALUE
035600             '-------- AVERAGE ELAPSED -------- ------'.
035700     03  FILLER              PIC X(34)       VALUE
035800             '- AVERAGE VOLUME ------- THIS WEEK'.
035900*
036000 01  WS-HDR-LINE-4.
036100     03  FILLER              PIC X(05)       VALUE SPACES.
036200     03  FILLER              PIC X(40)       VALUE
036300             'JOB      STEP     PROGRAM  RUNS THIS WK '.
036400     03  FILLER              PIC X(40)       VALUE
036500             ' LAST WK  CHANGE USUAL        THIS WK   '.
036600     03  FILLER              PIC X(32)       VALUE
036700             '  LAST WK CHANGE RC>0 HIRC FLAGS'.
036800*
036900 01  WS-HDR-LINE-5.
037000     03  FILLER              PIC X(05)       VALUE SPACES.
037100     03  FILLER              PIC X(127)      VALUE ALL '-'.
037200*
037300 01  WS-DTL-LINE.
037400     03  FILLER              PIC X(05).
037500     03  DTL-JOB             PIC X(08).
037600     03  FILLER              PIC X(01).
037700     03  DTL-STEP            PIC X(08).
037800     03  FILLER              PIC X(01).
037900     03  DTL-PGM             PIC X(08).
038000     03  FILLER              PIC X(01).
038100     03  DTL-RUNS            PIC ZZ9.
038200     03  DTL-RUNS-X          REDEFINES DTL-RUNS
038300                             PIC X(03).
038400     03  FILLER              PIC X(02).
038500     03  DTL-CUR-ELAP        PIC X(08).
038600     03  FILLER              PIC X(01).
038700     03  DTL-PRV-ELAP        PIC X(08).
038800     03  FILLER              PIC X(01).
038900     03  DTL-ELAP-CHG        PIC X(06).
039000     03  FILLER              PIC X(01).
039100     03  DTL-USU-ELAP        PIC X(08).
039200     03  FILLER              PIC X(01).
039300     03  DTL-CUR-VOL         PIC ZZZ,ZZZ,ZZ9.
039400     03  DTL-CUR-VOL-X       REDEFINES DTL-CUR-VOL
039500                             PIC X(11).
039600     03  FILLER              PIC X(01).
039700     03  DTL-PRV-VOL         PIC ZZZ,ZZZ,ZZ9.
039800     03  DTL-PRV-VOL-X       REDEFINES DTL-PRV-VOL
039900                             PIC X(11).
040000     03  FILLER              PIC X(01).
040100     03  DTL-VOL-CHG         PIC X(06).
040200     03  FILLER              PIC X(02).
040300     03  DTL-NZ              PIC ZZ9.
040400     03  DTL-NZ-X            REDEFINES DTL-NZ
040500                             PIC X(03).
040600     03  FILLER              PIC X(01).
040700     03  DTL-HI-RC           PIC ZZZ9.
040800     03  DTL-HI-RC-X         REDEFINES DTL-HI-RC
040900                             PIC X(04).
041000     03  FILLER              PIC X(01).
041100     03  DTL-FLAG-1          PIC X(07).
041200     03  DTL-FLAG-2          PIC X(07).
041300     03  DTL-FLAG-3          PIC X(07).
041400*
041500 01  WS-PRJ-LINE.
041600     03  FILLER              PIC X(05)       VALUE SPACES.
041700     03  PRJ-CAPTION         PIC X(40).
041800     03  PRJ-VALUE           PIC X(40).
041900*
042000 01  WS-PRJ-NUM              PIC ZZZ,ZZZ,ZZ9.
042100 01  WS-PRJ-RATE             PIC ----,--9.99.
042200*
042300 01  WS-TRL-LINE.
042400     03  FILLER              PIC X(05)       VALUE SPACES.
042500     03  TRL-CAPTION         PIC X(34).
042600     03  TRL-COUNT           PIC ZZZZZZZ9.
042700*
042800*
042900 LINKAGE SECTION.
043000*
043100*    RECEIVES THE JCL EXEC PARM: AN OPTIONAL WEEK-ENDING DATE,
043200*    CCYYMMDD, e.g. PARM='20261107'.
043300*
043400 01  LK-PARM.
043500     03  LK-PARM-LEN         PIC S9(04)      COMP.
043600     03  LK-PARM-END         PIC X(08).
043700     03  LK-PARM-END-N       REDEFINES LK-PARM-END
043800                             PIC 9(08).
043900*
044000 PROCEDURE DIVISION USING LK-PARM.
044100*
044200 0000-START.
044300     OPEN OUTPUT PRNTFILE.
044400     ACCEPT WS-RUN-DATE      FROM DATE YYYYMMDD.
044500     MOVE WS-RUN-DATE        TO WS-FMT-IN-N.
044600     PERFORM FORMAT-DATE THRU FORMAT-DATE-EXIT.
044700     MOVE WS-FMT-OUT         TO HDR1-DATE.
044800     MOVE WS-RUN-DATE        TO WS-END-DATE.
044900     IF  LK-PARM-LEN < 8 OR LK-PARM-END = SPACES
045000         GO TO SET-WEEKS.
045100     IF  LK-PARM-END NOT NUMERIC
045200         GO TO PARM-ERROR.
045300     MOVE LK-PARM-END-N      TO WS-CAL-DATE-N.
045400     IF  WS-CAL-MM < 1 OR WS-CAL-MM > 12 OR WS-CAL-DD < 1
045500         GO TO PARM-ERROR.
045600     PERFORM MONTH-LENGTH THRU MONTH-LENGTH-EXIT.
045700     IF  WS-CAL-DD > WS-CAL-MLEN
045800         GO TO PARM-ERROR.
045900     MOVE LK-PARM-END-N      TO WS-END-DATE.
046000*
046100*    COUNT BACK FROM THE WEEK-ENDING DATE TO THE FIRST DAY OF
046200*    THIS WEEK (6 DAYS BACK), THE LAST AND FIRST DAYS OF LAST
046300*    WEEK (7 AND 13), AND THE FIRST DAY OF THE FOUR WEEKS BEFORE
046400*    THIS ONE (34).
046500*
046600 SET-WEEKS.
046700     MOVE WS-END-DATE        TO WS-CAL-DATE-N.
046800     MOVE ZERO               TO WS-DAY-CTR.
046900 SET-WEEKS-STEP.
047000     PERFORM BACK-ONE-DAY THRU BACK-ONE-DAY-EXIT.
047100     ADD 1                   TO WS-DAY-CTR.
047200     IF  WS-DAY-CTR = 6
047300         MOVE WS-CAL-DATE-N  TO WS-CUR-FROM.
047400     IF  WS-DAY-CTR = 7
047500         MOVE WS-CAL-DATE-N  TO WS-PRV-THRU.
047600     IF  WS-DAY-CTR = 13
047700         MOVE WS-CAL-DATE-N  TO WS-PRV-FROM.
047800     IF  WS-DAY-CTR < 34
047900         GO TO SET-WEEKS-STEP.
048000     MOVE WS-CAL-DATE-N      TO WS-BASE-FROM.
048100     MOVE WS-END-DATE        TO WS-FMT-IN-N.
048200     PERFORM FORMAT-DATE THRU FORMAT-DATE-EXIT.
048300     MOVE WS-FMT-OUT         TO HDR1-WEEK-END HDR2-CUR-THRU.
048400     MOVE WS-CUR-FROM        TO WS-FMT-IN-N.
048500     PERFORM FORMAT-DATE THRU FORMAT-DATE-EXIT.
048600     MOVE WS-FMT-OUT         TO HDR2-CUR-FROM.
048700     MOVE WS-PRV-FROM        TO WS-FMT-IN-N.
048800     PERFORM FORMAT-DATE THRU FORMAT-DATE-EXIT.
048900     MOVE WS-FMT-OUT         TO HDR2-PRV-FROM.
049000     MOVE WS-PRV-THRU        TO WS-FMT-IN-N.
049100     PERFORM FORMAT-DATE THRU FORMAT-DATE-EXIT.
049200     MOVE WS-FMT-OUT         TO HDR2-PRV-THRU HDR2-BASE-THRU.
049300     MOVE WS-BASE-FROM       TO WS-FMT-IN-N.
049400     PERFORM FORMAT-DATE THRU FORMAT-DATE-EXIT.
049500     MOVE WS-FMT-OUT         TO HDR2-BASE-FROM.
049600     PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
049700*
049800     OPEN INPUT RUNHIST.
049900     IF  WS-RH-STATUS = '35'
050000         DISPLAY 'RUNTRND: NO RUN HISTORY - NOTHING TO REPORT'
050100         GO TO PRINT-STEPS.
050200     IF  WS-RH-STATUS NOT = '00'
050300         ADD 1               TO WS-ERR-CTR
050400         DISPLAY 'RUNTRND: RUNHIST OPEN FAILED, STATUS '
050500             WS-RH-STATUS
050600         GO TO PRINT-STEPS.
050700*
050800*    TALLY EVERY RUN THAT STARTED IN THE FIVE WEEKS UNDER ITS
050900*    STEP, IN THIS WEEK'S BUCKET OR THE FOUR WEEKS BEFORE (AND
051000*    LAST WEEK'S AS WELL WHEN IT FALLS THERE), AND PICK UP THE
051100*    SLOT-POOL READINGS FROM BINTREE'S RUNS.
051200*
051300 READ-HIST.
051400     READ RUNHIST
051500         AT END
051600             GO TO READ-HIST-END.
051700     IF  WS-RH-STATUS NOT = '00'
051800         ADD 1               TO WS-ERR-CTR
051900         DISPLAY 'RUNTRND: RUNHIST READ FAILED, STATUS '
052000             WS-RH-STATUS
052100         GO TO READ-HIST-END.
052200     ADD 1                   TO WS-READ-CTR.
052300     IF  RH-START-DATE NOT NUMERIC OR RH-START-TIME NOT NUMERIC
052400     OR  RH-END-DATE NOT NUMERIC OR RH-END-TIME NOT NUMERIC
052500     OR  RH-RC NOT NUMERIC OR RH-CNT-VALUE (1) NOT NUMERIC
052600         ADD 1               TO WS-BAD-CTR
052700         GO TO READ-HIST.
052800     IF  RH-START-DATE < WS-BASE-FROM
052900     OR  RH-START-DATE > WS-END-DATE
053000         GO TO READ-HIST.
053100     ADD 1                   TO WS-SEL-CTR.
053200     PERFORM RUN-ELAPSED THRU RUN-ELAPSED-EXIT.
053300     MOVE RH-JOB             TO WS-ARG-JOB.
053400     MOVE RH-STEP            TO WS-ARG-STEP.
053500     MOVE RH-PROGRAM         TO WS-ARG-PGM.
053600     PERFORM FIND-STEP THRU FIND-STEP-EXIT.
053700     IF  WS-SX = ZERO
053800         GO TO READ-HIST-SLOTS.
053900     IF  RH-START-DATE < WS-CUR-FROM
054000         GO TO READ-HIST-EARLIER.
054100     MOVE 1                  TO WS-BX.
054200     PERFORM TALLY-RUN THRU TALLY-RUN-EXIT.
054300     IF  RH-RC > ST-HI-RC (WS-SX)
054400         MOVE RH-RC          TO ST-HI-RC (WS-SX).
054500     GO TO READ-HIST-SLOTS.
054550 READ-HIST-EARLIER.
054600     MOVE 3                  TO WS-BX.
054700     PERFORM TALLY-RUN THRU TALLY-RUN-EXIT.
054800     IF  RH-START-DATE NOT < WS-PRV-FROM
054900         MOVE 2              TO WS-BX
055000         PERFORM TALLY-RUN THRU TALLY-RUN-EXIT.
055100 READ-HIST-SLOTS.
055200     IF  RH-PROGRAM = 'BINTREE'
055300         PERFORM SLOT-READING THRU SLOT-READING-EXIT.
055400     GO TO READ-HIST.
055500 READ-HIST-END.
055600     CLOSE RUNHIST.
055700     PERFORM SORT-STEPS THRU SORT-STEPS-EXIT.
055800*
055900*    ONE LINE PER STEP, A TOTAL LINE AFTER EACH JOB.
056000*
056100 PRINT-STEPS.
056200     MOVE 1                  TO WS-SX.
056300     MOVE SPACES             TO WS-JOB-BREAK.
056400 PRINT-STEPS-LOOP.
056500     IF  WS-SX > WS-STP-CNT
056600         GO TO PRINT-STEPS-END.
056700     IF  ST-JOB (WS-SX) = WS-JOB-BREAK
056800         GO TO PRINT-STEPS-ONE.
056900     IF  WS-SX > 1
057000         PERFORM PRINT-JOB-TOTAL THRU PRINT-JOB-TOTAL-EXIT.
057100     MOVE ST-JOB (WS-SX)     TO WS-JOB-BREAK.
057200     MOVE ZERO               TO WS-JOB-CUR WS-JOB-PRV WS-JOB-USU.
057250 PRINT-STEPS-ONE.
057300     PERFORM PRINT-ONE-STEP THRU PRINT-ONE-STEP-EXIT.
057400     ADD 1                   TO WS-SX.
057500     GO TO PRINT-STEPS-LOOP.
057600 PRINT-STEPS-END.
057700     IF  WS-STP-CNT > ZERO
057800         PERFORM PRINT-JOB-TOTAL THRU PRINT-JOB-TOTAL-EXIT.
057900     PERFORM PRINT-PROJECTION THRU PRINT-PROJECTION-EXIT.
058000     GO TO REPORT-END.
058100*
058200 PARM-ERROR.
058300     DISPLAY 'RUNTRND: WEEK-ENDING DATE PARM NOT CCYYMMDD - '
058400         LK-PARM-END.
058500     MOVE 8                  TO RETURN-CODE.
058600     CLOSE PRNTFILE.
058700     STOP RUN.
058800*
058900*    ELAPSED SECONDS FOR THE RUN IN RH-REC, TO THE SECOND. A RUN
059000*    WHOSE END IS BEFORE ITS START (A CLOCK RESET) COUNTS AS ZERO.
059100*
059200 RUN-ELAPSED.
059300     MOVE RH-START-TIME      TO WS-TM-WORK-N.
059400     PERFORM TIME-TO-SECS THRU TIME-TO-SECS-EXIT.
059500     MOVE WS-TM-SECS         TO WS-START-SECS.
059600     MOVE RH-END-TIME        TO WS-TM-WORK-N.
059700     PERFORM TIME-TO-SECS THRU TIME-TO-SECS-EXIT.
059800     IF  RH-END-DATE > RH-START-DATE
059900         ADD 86400           TO WS-TM-SECS.
060000     IF  WS-TM-SECS < WS-START-SECS
060100         MOVE ZERO           TO WS-ELAP-SECS
060200     ELSE
060300         SUBTRACT WS-START-SECS FROM WS-TM-SECS
060400             GIVING WS-ELAP-SECS.
060500 RUN-ELAPSED-EXIT.
060600     EXIT.
060700*
060800 TIME-TO-SECS.
060900     MULTIPLY WS-TM-HH BY 3600 GIVING WS-TM-SECS.
061000     MULTIPLY WS-TM-MM BY 60   GIVING WS-SECS-WORK.
061100     ADD WS-SECS-WORK        TO WS-TM-SECS.
061200     ADD WS-TM-SS            TO WS-TM-SECS.
061300 TIME-TO-SECS-EXIT.
061400     EXIT.
061500*
061600*    FIND THE STEP'S ROW, ADDING IT WHEN NEW. WS-SX IS LEFT ZERO
061700*    WHEN THE TABLE IS FULL - THE RUN IS COUNTED AS OVERFLOW SO
061800*    THE TRAILER CAN SAY THE REPORT IS SHORT.
061900*
062000 FIND-STEP.
062100     MOVE 1                  TO WS-SX.
062200 FIND-STEP-LOOP.
062300     IF  WS-SX > WS-STP-CNT
062400         GO TO FIND-STEP-NEW.
062500     IF  ST-KEY (WS-SX) = WS-ARG-KEY
062600         GO TO FIND-STEP-EXIT.
062700     ADD 1                   TO WS-SX.
062800     GO TO FIND-STEP-LOOP.
062900 FIND-STEP-NEW.
063000     IF  WS-STP-CNT >= WS-STP-MAX
063100         ADD 1               TO WS-STP-OVFL
063200         MOVE ZERO           TO WS-SX
063300         GO TO FIND-STEP-EXIT.
063400     ADD 1                   TO WS-STP-CNT.
063500     MOVE WS-STP-CNT         TO WS-SX.
063600     MOVE WS-ARG-KEY         TO ST-KEY (WS-SX).
063700     MOVE ZERO               TO ST-HI-RC (WS-SX).
063800     MOVE 1                  TO WS-BX.
063900 FIND-STEP-CLEAR.
064000     MOVE ZERO               TO ST-RUNS (WS-SX WS-BX)
064100                                ST-NZ (WS-SX WS-BX)
064200                                ST-ELAP (WS-SX WS-BX)
064300                                ST-VOL (WS-SX WS-BX).
064400     ADD 1                   TO WS-BX.
064500     IF  WS-BX NOT > 3
064600         GO TO FIND-STEP-CLEAR.
064700 FIND-STEP-EXIT.
064800     EXIT.
064900*
065000 TALLY-RUN.
065100     ADD 1                   TO ST-RUNS (WS-SX WS-BX).
065200     ADD WS-ELAP-SECS        TO ST-ELAP (WS-SX WS-BX).
065300     ADD RH-CNT-VALUE (1)    TO ST-VOL (WS-SX WS-BX).
065400     IF  RH-RC > ZERO
065500         ADD 1               TO ST-NZ (WS-SX WS-BX).
065600 TALLY-RUN-EXIT.
065700     EXIT.
065800*
065900*    A BINTREE RUN THAT WORKED OUT ITS STATISTICS PAGE CARRIES A
066000*    SLOTSUSE COUNT; KEEP THE FIRST AND THE LATEST IN THE WINDOW.
066100*
066200 SLOT-READING.
066300     MOVE 'N'                TO WS-SLOT-SW.
066400     MOVE ZERO               TO WS-SLOT-HWM.
066500     MOVE 1                  TO WS-CX.
066600 SLOT-READING-LOOP.
066700     IF  WS-CX > 8
066800         GO TO SLOT-READING-KEEP.
066900     IF  RH-CNT-NAME (WS-CX) = 'SLOTSUSE'
067000     AND RH-CNT-VALUE (WS-CX) NUMERIC
067100         MOVE RH-CNT-VALUE (WS-CX) TO WS-SLOT-USE
067200         MOVE 'Y'            TO WS-SLOT-SW.
067300     IF  RH-CNT-NAME (WS-CX) = 'SLOTHWM'
067400     AND RH-CNT-VALUE (WS-CX) NUMERIC
067500         MOVE RH-CNT-VALUE (WS-CX) TO WS-SLOT-HWM.
067600     ADD 1                   TO WS-CX.
067700     GO TO SLOT-READING-LOOP.
067800 SLOT-READING-KEEP.
067900     IF  NOT WS-SLOT-FOUND
068000         GO TO SLOT-READING-EXIT.
068100     IF  WS-SLOT-PTS = ZERO
068200     OR  RH-START-DATE < WS-SLOT-FIRST-DATE
068300         MOVE RH-START-DATE  TO WS-SLOT-FIRST-DATE
068400         MOVE WS-SLOT-USE    TO WS-SLOT-FIRST-USE.
068500     IF  WS-SLOT-PTS = ZERO
068600     OR  RH-START-DATE NOT < WS-SLOT-LAST-DATE
068700         MOVE RH-START-DATE  TO WS-SLOT-LAST-DATE
068800         MOVE WS-SLOT-USE    TO WS-SLOT-LAST-USE
068900         MOVE WS-SLOT-HWM    TO WS-SLOT-LAST-HWM.
069000     ADD 1                   TO WS-SLOT-PTS.
069100 SLOT-READING-EXIT.
069200     EXIT.
069300*
069400*    SORT THE STEP ROWS INTO JOB AND STEP ORDER - THE SAME BUBBLE
069500*    PASS AS MSTEXTR.
069600*
069700 SORT-STEPS.
069800     IF  WS-STP-CNT < 2
069900         GO TO SORT-STEPS-EXIT.
070000 SORT-STEPS-PASS.
070100     MOVE 'N'                TO WS-SWAP-SW.
070200     MOVE 1                  TO WS-SX.
070300 SORT-STEPS-STEP.
070400     IF  WS-SX >= WS-STP-CNT
070500         IF  WS-SWAPPED
070600             GO TO SORT-STEPS-PASS
070700         ELSE
070800             GO TO SORT-STEPS-EXIT.
070900     ADD 1  WS-SX            GIVING WS-SX2.
071000     IF  ST-KEY (WS-SX) > ST-KEY (WS-SX2)
071100         MOVE WS-STP-ENTRY (WS-SX)  TO WS-STP-SWAP
071200         MOVE WS-STP-ENTRY (WS-SX2) TO WS-STP-ENTRY (WS-SX)
071300         MOVE WS-STP-SWAP    TO WS-STP-ENTRY (WS-SX2)
071400         MOVE 'Y'            TO WS-SWAP-SW.
071500     ADD 1                   TO WS-SX.
071600     GO TO SORT-STEPS-STEP.
071700 SORT-STEPS-EXIT.
071800     EXIT.
071900*
072000*    PRINT ONE STEP: THIS WEEK'S AND LAST WEEK'S AVERAGE TIME AND
072100*    VOLUME WITH THE CHANGE, THE USUAL TIME, THIS WEEK'S NON-ZERO
072200*    ENDS AND HIGHEST RETURN CODE, AND ANY FLAGS.
072300*
072400 PRINT-ONE-STEP.
072500     MOVE SPACES             TO WS-DTL-LINE.
072600     MOVE 'N'                TO WS-STEP-FLAG-SW.
072700     MOVE ST-JOB (WS-SX)     TO DTL-JOB.
072800     MOVE ST-STEP (WS-SX)    TO DTL-STEP.
072900     MOVE ST-PGM (WS-SX)     TO DTL-PGM.
073000     MOVE ST-RUNS (WS-SX 1)  TO DTL-RUNS.
073100     MOVE ZERO               TO WS-AVG-CUR WS-AVG-PRV WS-AVG-USU
073200                                WS-VOL-CUR WS-VOL-PRV.
073300     IF  ST-RUNS (WS-SX 1) > ZERO
073400         DIVIDE ST-ELAP (WS-SX 1) BY ST-RUNS (WS-SX 1)
073500             GIVING WS-AVG-CUR ROUNDED
073600         DIVIDE ST-VOL (WS-SX 1) BY ST-RUNS (WS-SX 1)
073700             GIVING WS-VOL-CUR ROUNDED
073800         MOVE WS-AVG-CUR     TO WS-HMS-SECS
073900         PERFORM FORMAT-HMS THRU FORMAT-HMS-EXIT
074000         MOVE WS-HMS-OUT     TO DTL-CUR-ELAP
074100         MOVE WS-VOL-CUR     TO DTL-CUR-VOL
074200         MOVE ST-NZ (WS-SX 1) TO DTL-NZ
074300         MOVE ST-HI-RC (WS-SX) TO DTL-HI-RC
074400     ELSE
074500         MOVE SPACES         TO DTL-CUR-VOL-X DTL-NZ-X
074600                                DTL-HI-RC-X.
074700     IF  ST-RUNS (WS-SX 2) > ZERO
074800         DIVIDE ST-ELAP (WS-SX 2) BY ST-RUNS (WS-SX 2)
074900             GIVING WS-AVG-PRV ROUNDED
075000         DIVIDE ST-VOL (WS-SX 2) BY ST-RUNS (WS-SX 2)
075100             GIVING WS-VOL-PRV ROUNDED
075200         MOVE WS-AVG-PRV     TO WS-HMS-SECS
075300         PERFORM FORMAT-HMS THRU FORMAT-HMS-EXIT
075400         MOVE WS-HMS-OUT     TO DTL-PRV-ELAP
075500         MOVE WS-VOL-PRV     TO DTL-PRV-VOL
075600     ELSE
075700         MOVE SPACES         TO DTL-PRV-VOL-X.
075800     IF  ST-RUNS (WS-SX 3) > ZERO
075900         DIVIDE ST-ELAP (WS-SX 3) BY ST-RUNS (WS-SX 3)
076000             GIVING WS-AVG-USU ROUNDED
076100         MOVE WS-AVG-USU     TO WS-HMS-SECS
076200         PERFORM FORMAT-HMS THRU FORMAT-HMS-EXIT
076300         MOVE WS-HMS-OUT     TO DTL-USU-ELAP.
076400     IF  ST-RUNS (WS-SX 1) > ZERO AND ST-RUNS (WS-SX 2) > ZERO
076500         MOVE WS-AVG-CUR     TO WS-PCT-NEW
076600         MOVE WS-AVG-PRV     TO WS-PCT-OLD
076700         PERFORM PCT-CHANGE THRU PCT-CHANGE-EXIT
076800         MOVE WS-PCT-OUT     TO DTL-ELAP-CHG
076900         MOVE WS-VOL-CUR     TO WS-PCT-NEW
077000         MOVE WS-VOL-PRV     TO WS-PCT-OLD
077100         PERFORM PCT-CHANGE THRU PCT-CHANGE-EXIT
077200         MOVE WS-PCT-OUT     TO DTL-VOL-CHG.
077300     ADD WS-AVG-CUR          TO WS-JOB-CUR.
077400     ADD WS-AVG-PRV          TO WS-JOB-PRV.
077500     ADD WS-AVG-USU          TO WS-JOB-USU.
077600*
077700*    THE FLAGS. SLOWER: OVER THE USUAL BY MORE THAN THE PERCENT
077800*    (WS-SLOW-PCT IS 100 PLUS IT) AND BY AT LEAST WS-SLOW-SECS.
077900*    RC UP: NON-ZERO ENDS PER RUN THIS WEEK ABOVE THE USUAL RATE,
078000*    COMPARED CROSS-MULTIPLIED SO NOTHING IS LOST TO ROUNDING.
078010*    RC>0: ANY NON-ZERO END THIS WEEK - A STEP THAT FAILS EVERY
078020*    NIGHT NEVER RISES ABOVE ITS USUAL RATE. RC UP TAKES THE SAME
078030*    COLUMN WHEN BOTH APPLY.
078100*
078200     IF  ST-RUNS (WS-SX 1) = ZERO AND ST-RUNS (WS-SX 3) > ZERO
078300         MOVE 'NOT RUN'      TO DTL-FLAG-3.
078400     IF  ST-RUNS (WS-SX 1) = ZERO
078500         GO TO PRINT-ONE-STEP-PRINT.
078600     IF  ST-NZ (WS-SX 1) > ZERO
078610         MOVE 'RC>0'         TO DTL-FLAG-2
078620         MOVE 'Y'            TO WS-STEP-FLAG-SW.
078700     IF  ST-RUNS (WS-SX 3) = ZERO
078800         MOVE 'NEW'          TO DTL-FLAG-3
078900         MOVE 'Y'            TO WS-STEP-FLAG-SW
079000         GO TO PRINT-ONE-STEP-PRINT.
079100     MULTIPLY WS-AVG-CUR BY 100 GIVING WS-SLOW-WORK.
079200     MULTIPLY WS-AVG-USU BY WS-SLOW-PCT GIVING WS-SLOW-LIM.
079300     IF  WS-SLOW-WORK > WS-SLOW-LIM
079400         SUBTRACT WS-AVG-USU FROM WS-AVG-CUR GIVING WS-SLOW-WORK
079500         IF  WS-SLOW-WORK NOT < WS-SLOW-SECS
079600             MOVE 'SLOWER'   TO DTL-FLAG-1
079700             MOVE 'Y'        TO WS-STEP-FLAG-SW.
079800     MULTIPLY ST-NZ (WS-SX 1) BY ST-RUNS (WS-SX 3)
079900         GIVING WS-RATE-CUR.
080000     MULTIPLY ST-NZ (WS-SX 3) BY ST-RUNS (WS-SX 1)
080100         GIVING WS-RATE-USU.
080200     IF  WS-RATE-CUR > WS-RATE-USU
080300         MOVE 'RC UP'        TO DTL-FLAG-2
080400         MOVE 'Y'            TO WS-STEP-FLAG-SW.
080500 PRINT-ONE-STEP-PRINT.
080600     IF  WS-STEP-FLAGGED
080700         ADD 1               TO WS-FLAG-CTR.
080800     PERFORM PRINT-DTL-LINE THRU PRINT-DTL-LINE-EXIT.
080900 PRINT-ONE-STEP-EXIT.
081000     EXIT.
081100*
081200*    THE JOB'S TOTAL: ITS STEPS' AVERAGE TIMES ADDED UP.
081300*
081400 PRINT-JOB-TOTAL.
081500     MOVE SPACES             TO WS-DTL-LINE.
081600     MOVE WS-JOB-BREAK       TO DTL-JOB.
081700     MOVE 'TOTAL'            TO DTL-STEP.
081800     MOVE SPACES             TO DTL-CUR-VOL-X DTL-PRV-VOL-X
081900                                DTL-NZ-X DTL-HI-RC-X.
082000     MOVE SPACES             TO DTL-RUNS-X.
082100     IF  WS-JOB-CUR > ZERO
082200         MOVE WS-JOB-CUR     TO WS-HMS-SECS
082300         PERFORM FORMAT-HMS THRU FORMAT-HMS-EXIT
082400         MOVE WS-HMS-OUT     TO DTL-CUR-ELAP.
082500     IF  WS-JOB-PRV > ZERO
082600         MOVE WS-JOB-PRV     TO WS-HMS-SECS
082700         PERFORM FORMAT-HMS THRU FORMAT-HMS-EXIT
082800         MOVE WS-HMS-OUT     TO DTL-PRV-ELAP.
082900     IF  WS-JOB-USU > ZERO
083000         MOVE WS-JOB-USU     TO WS-HMS-SECS
083100         PERFORM FORMAT-HMS THRU FORMAT-HMS-EXIT
083200         MOVE WS-HMS-OUT     TO DTL-USU-ELAP.
083300     IF  WS-JOB-CUR > ZERO AND WS-JOB-PRV > ZERO
083400         MOVE WS-JOB-CUR     TO WS-PCT-NEW
083500         MOVE WS-JOB-PRV     TO WS-PCT-OLD
083600         PERFORM PCT-CHANGE THRU PCT-CHANGE-EXIT
083700         MOVE WS-PCT-OUT     TO DTL-ELAP-CHG.
083800     PERFORM PRINT-DTL-LINE THRU PRINT-DTL-LINE-EXIT.
083900     MOVE SPACES             TO PRT-REC.
084000     WRITE PRT-REC AFTER ADVANCING 1 LINE.
084100     ADD 1                   TO WS-LINE-NO.
084200 PRINT-JOB-TOTAL-EXIT.
084300     EXIT.
084400*
084500*    THE SLOT-POOL PROJECTION. GROWTH IS THE LATEST READING LESS
084600*    THE FIRST OVER THE DAYS BETWEEN THEM; THE DAYS TO THE CEILING
084700*    ARE THE HEADROOM LEFT AT THAT RATE, ROUNDED UP.
084800*
084900 PRINT-PROJECTION.
085000     PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
085100     MOVE 'SLOT POOL PROJECTION - BINTREE ENTRIES'
085200                             TO PRJ-CAPTION.
085300     MOVE SPACES             TO PRJ-VALUE.
085400     PERFORM PRINT-PRJ-LINE THRU PRINT-PRJ-LINE-EXIT.
085500     MOVE 'POOL CEILING (SLOTS)' TO PRJ-CAPTION.
085600     MOVE WS-TBL-MAX         TO WS-PRJ-NUM.
085700     MOVE WS-PRJ-NUM         TO PRJ-VALUE.
085800     PERFORM PRINT-PRJ-LINE THRU PRINT-PRJ-LINE-EXIT.
085900     IF  WS-SLOT-PTS = ZERO
086000         MOVE 'READINGS IN THE FIVE WEEKS' TO PRJ-CAPTION
086100         MOVE 'NONE - NO PROJECTION' TO PRJ-VALUE
086200         PERFORM PRINT-PRJ-LINE THRU PRINT-PRJ-LINE-EXIT
086300         GO TO PRINT-PROJECTION-EXIT.
086400     MOVE WS-SLOT-FIRST-DATE TO WS-FMT-IN-N.
086500     PERFORM FORMAT-DATE THRU FORMAT-DATE-EXIT.
086600     MOVE SPACES             TO PRJ-CAPTION.
086700     STRING 'FIRST READING, ' WS-FMT-OUT DELIMITED BY SIZE
086800         INTO PRJ-CAPTION.
086900     MOVE WS-SLOT-FIRST-USE  TO WS-PRJ-NUM.
087000     MOVE WS-PRJ-NUM         TO PRJ-VALUE.
087100     PERFORM PRINT-PRJ-LINE THRU PRINT-PRJ-LINE-EXIT.
087200     MOVE WS-SLOT-LAST-DATE  TO WS-FMT-IN-N.
087300     PERFORM FORMAT-DATE THRU FORMAT-DATE-EXIT.
087400     MOVE SPACES             TO PRJ-CAPTION.
087500     STRING 'LATEST READING, ' WS-FMT-OUT DELIMITED BY SIZE
087600         INTO PRJ-CAPTION.
087700     MOVE WS-SLOT-LAST-USE   TO WS-PRJ-NUM.
087800     MOVE WS-PRJ-NUM         TO PRJ-VALUE.
087900     PERFORM PRINT-PRJ-LINE THRU PRINT-PRJ-LINE-EXIT.
088000     MOVE 'HIGH-WATER SLOTS EVER USED' TO PRJ-CAPTION.
088100     MOVE WS-SLOT-LAST-HWM   TO WS-PRJ-NUM.
088200     MOVE WS-PRJ-NUM         TO PRJ-VALUE.
088300     PERFORM PRINT-PRJ-LINE THRU PRINT-PRJ-LINE-EXIT.
088400     MOVE 'PROJECTED TO REACH THE CEILING' TO PRJ-CAPTION.
088500     IF  WS-SLOT-LAST-USE NOT < WS-TBL-MAX
088600         MOVE 'Y'            TO WS-PRJ-SW
088700         MOVE 'NOW - THE POOL IS FULL' TO PRJ-VALUE
088800         PERFORM PRINT-PRJ-LINE THRU PRINT-PRJ-LINE-EXIT
088900         GO TO PRINT-PROJECTION-EXIT.
089000*
089100*    THE DAYS BETWEEN THE TWO READINGS, COUNTED BACK FROM THE
089200*    LATEST (THE WINDOW IS 35 DAYS, SO THE COUNT STOPS THERE).
089300*
089400     MOVE WS-SLOT-LAST-DATE  TO WS-CAL-DATE-N.
089500     MOVE ZERO               TO WS-SPAN-DAYS.
089600 PRINT-PROJECTION-SPAN.
089700     IF  WS-CAL-DATE-N NOT > WS-SLOT-FIRST-DATE
089800     OR  WS-SPAN-DAYS NOT < 35
089900         GO TO PRINT-PROJECTION-RATE.
090000     PERFORM BACK-ONE-DAY THRU BACK-ONE-DAY-EXIT.
090100     ADD 1                   TO WS-SPAN-DAYS.
090200     GO TO PRINT-PROJECTION-SPAN.
090300 PRINT-PROJECTION-RATE.
090400     IF  WS-SPAN-DAYS = ZERO
090500         MOVE 'NOT KNOWN - ONE DAY OF READINGS' TO PRJ-VALUE
090600         PERFORM PRINT-PRJ-LINE THRU PRINT-PRJ-LINE-EXIT
090700         GO TO PRINT-PROJECTION-EXIT.
090800     SUBTRACT WS-SLOT-FIRST-USE FROM WS-SLOT-LAST-USE
090900         GIVING WS-GROWTH-TOT.
091000     DIVIDE WS-GROWTH-TOT BY WS-SPAN-DAYS
091100         GIVING WS-GROWTH-DAY ROUNDED.
091200     MOVE 'GROWTH PER DAY'   TO PRJ-CAPTION.
091300     MOVE WS-GROWTH-DAY      TO WS-PRJ-RATE.
091400     MOVE WS-PRJ-RATE        TO PRJ-VALUE.
091500     PERFORM PRINT-PRJ-LINE THRU PRINT-PRJ-LINE-EXIT.
091600     MOVE 'PROJECTED TO REACH THE CEILING' TO PRJ-CAPTION.
091700     IF  WS-GROWTH-TOT NOT > ZERO
091800         MOVE 'NEVER - THE POOL IS NOT GROWING' TO PRJ-VALUE
091900         PERFORM PRINT-PRJ-LINE THRU PRINT-PRJ-LINE-EXIT
092000         GO TO PRINT-PROJECTION-EXIT.
092100     SUBTRACT WS-SLOT-LAST-USE FROM WS-TBL-MAX
092200         GIVING WS-HEADROOM.
092300     MULTIPLY WS-HEADROOM BY WS-SPAN-DAYS GIVING WS-PRJ-WORK.
092400     DIVIDE WS-PRJ-WORK BY WS-GROWTH-TOT GIVING WS-PRJ-DAYS
092500         REMAINDER WS-PRJ-REM.
092600     IF  WS-PRJ-REM > ZERO
092700         ADD 1               TO WS-PRJ-DAYS.
092800     IF  WS-PRJ-DAYS NOT > WS-WARN-DAYS
092900         MOVE 'Y'            TO WS-PRJ-SW.
093000     IF  WS-PRJ-DAYS > 9999
093100         MOVE 'NOT WITHIN 9999 DAYS' TO PRJ-VALUE
093200         PERFORM PRINT-PRJ-LINE THRU PRINT-PRJ-LINE-EXIT
093300         GO TO PRINT-PROJECTION-EXIT.
093400     MOVE WS-SLOT-LAST-DATE  TO WS-CAL-DATE-N.
093500     MOVE ZERO               TO WS-DAY-CTR.
093600 PRINT-PROJECTION-FWD.
093700     IF  WS-DAY-CTR NOT < WS-PRJ-DAYS
093800         GO TO PRINT-PROJECTION-DATE.
093900     PERFORM FWD-ONE-DAY THRU FWD-ONE-DAY-EXIT.
094000     ADD 1                   TO WS-DAY-CTR.
094100     GO TO PRINT-PROJECTION-FWD.
094200 PRINT-PROJECTION-DATE.
094300     MOVE WS-CAL-DATE-N      TO WS-FMT-IN-N.
094400     PERFORM FORMAT-DATE THRU FORMAT-DATE-EXIT.
094500     MOVE WS-FMT-OUT         TO PRJ-VALUE.
094600     PERFORM PRINT-PRJ-LINE THRU PRINT-PRJ-LINE-EXIT.
094700     MOVE 'DAYS TO THE CEILING' TO PRJ-CAPTION.
094800     MOVE WS-PRJ-DAYS        TO WS-PRJ-NUM.
094900     MOVE WS-PRJ-NUM         TO PRJ-VALUE.
095000     PERFORM PRINT-PRJ-LINE THRU PRINT-PRJ-LINE-EXIT.
095100 PRINT-PROJECTION-EXIT.
095200     EXIT.
095300*
095400 PRINT-PRJ-LINE.
095500     IF  WS-LINE-NO >= WS-RPT-LINE-MAX
095600         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
095700     MOVE WS-PRJ-LINE        TO PRT-REC.
095800     WRITE PRT-REC AFTER ADVANCING 1 LINE.
095900     ADD 1                   TO WS-LINE-NO.
096000 PRINT-PRJ-LINE-EXIT.
096100     EXIT.
096200*
096300*    A PERCENT CHANGE FROM WS-PCT-OLD TO WS-PCT-NEW INTO
096400*    WS-PCT-OUT, HELD TO FOUR DIGITS EITHER WAY.
096500*
096600 PCT-CHANGE.
096700     SUBTRACT WS-PCT-OLD FROM WS-PCT-NEW GIVING WS-PCT-WORK.
096800     MULTIPLY 100            BY WS-PCT-WORK.
096900     IF  WS-PCT-OLD = ZERO
097000         MOVE ZERO           TO WS-PCT
097100     ELSE
097200         DIVIDE WS-PCT-WORK BY WS-PCT-OLD GIVING WS-PCT ROUNDED
097300             ON SIZE ERROR
097400                 MOVE 9999   TO WS-PCT.
097500     IF  WS-PCT > 9999
097600         MOVE 9999           TO WS-PCT.
097700     IF  WS-PCT < -9999
097800         MOVE -9999          TO WS-PCT.
097900     MOVE WS-PCT             TO WS-PCT-OUT-N.
098000 PCT-CHANGE-EXIT.
098100     EXIT.
098200*
098300*    SECONDS AS HH:MM:SS, HELD TO 99:59:59.
098400*
098500 FORMAT-HMS.
098600     IF  WS-HMS-SECS > 359999
098700         MOVE 359999         TO WS-HMS-SECS.
098800     DIVIDE WS-HMS-SECS BY 3600 GIVING WS-HMS-HH
098900         REMAINDER WS-HMS-REM.
099000     DIVIDE WS-HMS-REM BY 60 GIVING WS-HMS-MM
099100         REMAINDER WS-HMS-SS.
099200 FORMAT-HMS-EXIT.
099300     EXIT.
099400*
099500 FORMAT-DATE.
099600     MOVE WS-FMT-MM          TO WS-FMT-OUT-MM.
099700     MOVE WS-FMT-DD          TO WS-FMT-OUT-DD.
099800     MOVE WS-FMT-CC          TO WS-FMT-OUT-CC.
099900     MOVE WS-FMT-YY          TO WS-FMT-OUT-YY.
100000 FORMAT-DATE-EXIT.
100100     EXIT.
100200*
100300*    THE LENGTH OF WS-CAL-MM IN WS-CAL-YEAR. FEBRUARY HAS 29 DAYS
100400*    IN EVERY FOURTH YEAR, EXCEPT A CENTURY YEAR THAT 400 DOES NOT
100500*    DIVIDE.
100600*
100700 MONTH-LENGTH.
100800     MOVE WS-MONTH-DAYS (WS-CAL-MM) TO WS-CAL-MLEN.
100900     IF  WS-CAL-MM NOT = 2
101000         GO TO MONTH-LENGTH-EXIT.
101100     DIVIDE WS-CAL-YEAR BY 4 GIVING WS-LEAP-QUOT
101200         REMAINDER WS-LEAP-REM.
101300     IF  WS-LEAP-REM NOT = ZERO
101400         GO TO MONTH-LENGTH-EXIT.
101500     DIVIDE WS-CAL-YEAR BY 100 GIVING WS-LEAP-QUOT
101600         REMAINDER WS-LEAP-REM.
101700     IF  WS-LEAP-REM = ZERO
101800         DIVIDE WS-CAL-YEAR BY 400 GIVING WS-LEAP-QUOT
101900             REMAINDER WS-LEAP-REM
102000         IF  WS-LEAP-REM NOT = ZERO
102100             GO TO MONTH-LENGTH-EXIT.
102200     MOVE 29                 TO WS-CAL-MLEN.
102300 MONTH-LENGTH-EXIT.
102400     EXIT.
102500*
102600 BACK-ONE-DAY.
102700     IF  WS-CAL-DD > 1
102800         SUBTRACT 1          FROM WS-CAL-DD
102900         GO TO BACK-ONE-DAY-EXIT.
103000     IF  WS-CAL-MM > 1
103100         SUBTRACT 1          FROM WS-CAL-MM
103200     ELSE
103300         MOVE 12             TO WS-CAL-MM
103400         SUBTRACT 1          FROM WS-CAL-YEAR.
103500     PERFORM MONTH-LENGTH THRU MONTH-LENGTH-EXIT.
103600     MOVE WS-CAL-MLEN        TO WS-CAL-DD.
103700 BACK-ONE-DAY-EXIT.
103800     EXIT.
103900*
104000 FWD-ONE-DAY.
104100     PERFORM MONTH-LENGTH THRU MONTH-LENGTH-EXIT.
104200     IF  WS-CAL-DD < WS-CAL-MLEN
104300         ADD 1               TO WS-CAL-DD
104400         GO TO FWD-ONE-DAY-EXIT.
104500     MOVE 1                  TO WS-CAL-DD.
104600     IF  WS-CAL-MM < 12
104700         ADD 1               TO WS-CAL-MM
104800     ELSE
104900         MOVE 1              TO WS-CAL-MM
105000         ADD 1               TO WS-CAL-YEAR.
105100 FWD-ONE-DAY-EXIT.
105200     EXIT.
105300*
105400 PRINT-HEADERS.
105500     ADD 1                   TO WS-PAGE-NO.
105600     MOVE WS-PAGE-NO         TO HDR1-PAGE-NO.
105700     MOVE WS-HDR-LINE-1      TO PRT-REC.
105800     WRITE PRT-REC AFTER ADVANCING PAGE.
105900     MOVE WS-HDR-LINE-2      TO PRT-REC.
106000     WRITE PRT-REC AFTER ADVANCING 1 LINE.
106100     MOVE WS-HDR-LINE-3      TO PRT-REC.
106200     WRITE PRT-REC AFTER ADVANCING 2 LINES.
106300     MOVE WS-HDR-LINE-4      TO PRT-REC.
106400     WRITE PRT-REC AFTER ADVANCING 1 LINE.
106500     MOVE WS-HDR-LINE-5      TO PRT-REC.
106600     WRITE PRT-REC AFTER ADVANCING 1 LINE.
106700     MOVE SPACES             TO PRT-REC.
106800     WRITE PRT-REC AFTER ADVANCING 1 LINE.
106900     MOVE ZERO               TO WS-LINE-NO.
107000 PRINT-HEADERS-EXIT.
107100     EXIT.
107200*
107300 PRINT-DTL-LINE.
107400     IF  WS-LINE-NO >= WS-RPT-LINE-MAX
107500         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
107600     MOVE WS-DTL-LINE        TO PRT-REC.
107700     WRITE PRT-REC AFTER ADVANCING 1 LINE.
107800     ADD 1                   TO WS-LINE-NO.
107900 PRINT-DTL-LINE-EXIT.
108000     EXIT.
108100*
108200 PRINT-TRL-LINE.
108300     IF  WS-LINE-NO >= WS-RPT-LINE-MAX
108400         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
108500     MOVE WS-TRL-LINE        TO PRT-REC.
108600     WRITE PRT-REC AFTER ADVANCING 2 LINES.
108700     ADD 2                   TO WS-LINE-NO.
108800 PRINT-TRL-LINE-EXIT.
108900     EXIT.
109000*
109100*    RUN TOTALS, THEN THE RETURN CODE: 8 IF THE RUN HISTORY COULD
109200*    NOT BE READ, 4 IF ANY STEP WAS FLAGGED, A STEP WAS LEFT OFF,
109300*    OR THE SLOT POOL IS NEAR ITS CEILING.
109400*
109500 REPORT-END.
109600     MOVE 'RUN RECORDS READ' TO TRL-CAPTION.
109700     MOVE WS-READ-CTR        TO TRL-COUNT.
109800     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
109900     MOVE 'RUNS IN THE FIVE WEEKS' TO TRL-CAPTION.
110000     MOVE WS-SEL-CTR         TO TRL-COUNT.
110100     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
110200     MOVE 'RUN RECORDS NOT NUMERIC' TO TRL-CAPTION.
110300     MOVE WS-BAD-CTR         TO TRL-COUNT.
110400     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
110500     MOVE 'STEPS LISTED'     TO TRL-CAPTION.
110600     MOVE WS-STP-CNT         TO TRL-COUNT.
110700     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
110800     MOVE 'STEPS FLAGGED'    TO TRL-CAPTION.
110900     MOVE WS-FLAG-CTR        TO TRL-COUNT.
111000     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
111100     IF  WS-STP-OVFL > ZERO
111200         MOVE 'RUNS LEFT OFF - STEP TABLE FULL' TO TRL-CAPTION
111300         MOVE WS-STP-OVFL    TO TRL-COUNT
111400         PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
111500     DISPLAY 'RUNTRND: RUNS READ ' WS-SEL-CTR
111600         ' STEPS FLAGGED ' WS-FLAG-CTR.
111700     IF  WS-ERR-CTR > ZERO
111800         DISPLAY 'RUNTRND: ' WS-ERR-CTR ' ERROR(S) - '
111900             'REPORT IS NOT COMPLETE'
112000         MOVE 8              TO RETURN-CODE
112100     ELSE
112200         IF  WS-FLAG-CTR > ZERO OR WS-STP-OVFL > ZERO
112300         OR  WS-PRJ-WARN
112400             DISPLAY 'RUNTRND: STEPS FLAGGED OR SLOT POOL NEAR '
112500                 'ITS CEILING - SEE THE REPORT'
112600             MOVE 4          TO RETURN-CODE
112700         ELSE
112800             DISPLAY 'RUNTRND: NOTHING FLAGGED'
112900             MOVE ZERO       TO RETURN-CODE.
113000     CLOSE PRNTFILE.
113100     STOP RUN.
113200*
113300*
113400*    END OF RUNTRND.
