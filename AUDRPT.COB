000600*
000700*     READS AUDITLOG (THE RECORDS WRITTEN BY BINTREE ON EVERY
000800*     INSERT, DELETE, AND LOOKUP) AND PRINTS DAILY ACTIVITY
000900*     SUMMARIZED BY DATE, BY TRANSACTION CODE, BY ORIGINATOR
000910*     (WHO SENT THE TRANSACTION) AND CODE, AND BY KEY. THE
001000*     EXEC PARM MAY CARRY A DATE-RANGE SELECTION ON AUD-DATE AS
001100*     TWO CCYYMMDD WORDS, e.g. PARM='20260801 20260831'; AN
001200*     OMITTED OR BLANK PARM REPORTS THE WHOLE LOG.
001300*
001400*
001500 ENVIRONMENT DIVISION.
002200                             ORGANIZATION IS SEQUENTIAL
002300                             FILE STATUS IS WS-AUD-STATUS.
002400*
002405*    THE SHARED RUN HISTORY: ONE RECORD IS ADDED TO THE END OF
002410*    IT FOR EVERY RUN OF EVERY BINTREE BATCH STEP, FOR THE WEEKLY
002415*    RUNTRND REPORT. RUNID IS AN INSTREAM CARD IN THE STEP'S JCL
002420*    NAMING THE JOB AND STEP; WITHOUT ONE THEY ARE LEFT BLANK.
002425*
002430     SELECT RUNHIST          ASSIGN TO RUNHIST
002435                             ORGANIZATION IS SEQUENTIAL
002440                             FILE STATUS IS WS-RH-STATUS.
002445     SELECT RUNID            ASSIGN TO RUNID
002450                             ORGANIZATION IS SEQUENTIAL
002455                             FILE STATUS IS WS-RID-STATUS.
002460*
002500*
002600 DATA DIVISION.
002700 FILE SECTION.
002900 FD  PRNTFILE.
003000*
003100 01  PRT-REC                 PIC  X(133).
003102*
003104*    MUST MATCH THE RH-REC LAYOUT READ BY RUNTRND. RH-COUNT (1)
003106*    IS THE STEP'S VOLUME; THE OTHER COUNTS DEPEND ON THE
003108*    PROGRAM, EACH NAMED BY ITS RH-CNT-NAME.
003110*
003112 FD  RUNHIST.
003114*
003116 01  RH-REC.
003118     03  RH-JOB              PIC  X(08).
003120     03  RH-STEP             PIC  X(08).
003122     03  RH-PROGRAM          PIC  X(08).
003124     03  RH-MODE             PIC  X(04).
003126     03  RH-START-DATE       PIC  9(08).
003128     03  RH-START-TIME       PIC  9(08).
003130     03  RH-END-DATE         PIC  9(08).
003132     03  RH-END-TIME         PIC  9(08).
003134     03  RH-RC               PIC  9(04).
003136     03  RH-COUNT            OCCURS 8 TIMES.
003138         05  RH-CNT-NAME     PIC  X(08).
003140         05  RH-CNT-VALUE    PIC  9(09).
003142     03  FILLER              PIC  X(20).
003144*
003146*    THE JOB NAME IN COLUMNS 1-8, THE STEP NAME IN 10-17.
003148*
003150 FD  RUNID.
003152*
003154 01  RID-REC.
003156     03  RID-JOB             PIC  X(08).
003158     03  FILLER              PIC  X(01).
003160     03  RID-STEP            PIC  X(08).
003162     03  FILLER              PIC  X(63).
003200*
003300*    MUST MATCH THE AUD-REC LAYOUT WRITTEN BY BINTREE.
003400*
003600*
003700 01  AUD-REC.
003800     03  AUD-DATE.
003850         05  AUD-CC          PIC 9(02).
003900         05  AUD-YY          PIC 9(02).
004000         05  AUD-MM          PIC 9(02).
004100         05  AUD-DD          PIC 9(02).
004826         05  AUD-BEF-DESC    PIC X(30).
004827         05  AUD-BEF-QTY     PIC X(05).
004828         05  AUD-BEF-STATUS  PIC X(01).
004829         05  AUD-BEF-LMDATE  PIC X(08).
004830     03  AUD-AFT-IMAGE.
004831         05  AUD-AFT-DESC    PIC X(30).
004832         05  AUD-AFT-QTY     PIC X(05).
004833         05  AUD-AFT-STATUS  PIC X(01).
004834         05  AUD-AFT-LMDATE  PIC X(08).
004844*
004854*    THE ORIGINATOR OF THE TRANSACTION. RECORDS LOGGED BEFORE
004864*    THE FIELD EXISTED CARRY SPACES AND TALLY UNDER '*NONE*'.
004874*
004884     03  AUD-ORIG            PIC X(08).
004886     03  AUD-BEF-REFS.
004888         05  AUD-BEF-VEND    PIC X(10).
004890         05  AUD-BEF-LOC     PIC X(10).
004892     03  AUD-AFT-REFS.
004894         05  AUD-AFT-VEND    PIC X(10).
004896         05  AUD-AFT-LOC     PIC X(10).
004900 WORKING-STORAGE SECTION.
004905*
004910*    WHEN THIS RUN STARTED, AND THE RUN-HISTORY FILE STATUSES.
004915*
004920 01  RUN-HIST-AREA.
004925     03  WS-RH-START-DATE    PIC 9(08)       VALUE ZERO.
004930     03  WS-RH-START-TIME    PIC 9(08)       VALUE ZERO.
004935     03  WS-RH-JOB           PIC X(08)       VALUE SPACE.
004940     03  WS-RH-STEP          PIC X(08)       VALUE SPACE.
004945     03  WS-RH-STATUS        PIC X(02)       VALUE SPACE.
004950     03  WS-RID-STATUS       PIC X(02)       VALUE SPACE.
004955     03  WS-RH-SS            PIC S9(04)      COMP
004960                                             VALUE ZERO.
005000*
005100 01  WORK-AREA.
005200     03  WS-AUD-STATUS       PIC X(02)       VALUE SPACE.
005400                                             VALUE ZERO.
005500     03  WS-SEL-CTR          PIC 9(08)       COMP
005600                                             VALUE ZERO.
005700     03  WS-FROM-DATE        PIC X(08)       VALUE '00000000'.
005800     03  WS-TO-DATE          PIC X(08)       VALUE '99999999'.
005900     03  WS-AUD-DATE-X       PIC X(08)       VALUE SPACE.
005910     03  WS-CUR-IDKEY.
005920         05  WS-CUR-ID       PIC X(03).
005930         05  WS-CUR-KEY      PIC X(10).
005940     03  WS-CUR-ORIGCODE.
005950         05  WS-CUR-ORIG     PIC X(08).
005960         05  WS-CUR-CODE     PIC X(06).
006000     03  WS-DX               PIC S9(04)      COMP
006100                                             VALUE ZERO.
006200     03  WS-CX               PIC S9(04)      COMP
006300                                             VALUE ZERO.
006400     03  WS-KX               PIC S9(04)      COMP
006500                                             VALUE ZERO.
006510     03  WS-OX               PIC S9(04)      COMP
006520                                             VALUE ZERO.
006600     03  WS-DATE-CNT         PIC S9(04)      COMP
006700                                             VALUE ZERO.
006800     03  WS-CODE-CNT         PIC S9(04)      COMP
006900                                             VALUE ZERO.
007000     03  WS-KEY-CNT          PIC S9(04)      COMP
007100                                             VALUE ZERO.
007110     03  WS-ORIG-CNT         PIC S9(04)      COMP
007120                                             VALUE ZERO.
007200     03  WS-DATE-MAX         PIC S9(04)      COMP
007300                                             VALUE 400.
007400     03  WS-CODE-MAX         PIC S9(04)      COMP
007500                                             VALUE 10.
007600     03  WS-KEY-MAX          PIC S9(04)      COMP
007700                                             VALUE 2000.
007710     03  WS-ORIG-MAX         PIC S9(04)      COMP
007720                                             VALUE 300.
007800     03  WS-DATE-OVFL        PIC 9(08)       COMP
007900                                             VALUE ZERO.
008000     03  WS-CODE-OVFL        PIC 9(08)       COMP
008100                                             VALUE ZERO.
008200     03  WS-KEY-OVFL         PIC 9(08)       COMP
008300                                             VALUE ZERO.
008310     03  WS-ORIG-OVFL        PIC 9(08)       COMP
008320                                             VALUE ZERO.
008400     03  WS-SWAP-SW          PIC X(01)       VALUE 'N'.
008500         88  WS-SWAPPED                      VALUE 'Y'.
008600     03  WS-SWAP-ENTRY.
008700         05  FILLER          PIC X(13).
008800         05  FILLER          PIC 9(08)       COMP.
008810     03  WS-ORIG-SWAP-ENTRY.
008820         05  FILLER          PIC X(14).
008830         05  FILLER          PIC 9(08)       COMP.
008900*
009000*    TALLY TABLES. THE LOG IS APPEND-ONLY, SO THE DATE TALLIES
009100*    COME OUT IN CHRONOLOGICAL ORDER WITHOUT SORTING; THE KEY
009400*
009500 01  DATE-TALLY-AREA.
009600     03  WS-DATE-ENTRY       OCCURS 400 TIMES.
009700         05  WS-TLY-DATE     PIC X(08).
009800         05  WS-TLY-DATE-CNT PIC 9(08)       COMP.
009900*
010000 01  CODE-TALLY-AREA.
010100     03  WS-CODE-ENTRY       OCCURS 10 TIMES.
010200         05  WS-TLY-CODE     PIC X(06).
010300         05  WS-TLY-CODE-CNT PIC 9(08)       COMP.
010310*
010320 01  ORIG-TALLY-AREA.
010330     03  WS-ORIG-ENTRY       OCCURS 300 TIMES.
010340         05  WS-TLY-ORIG.
010350             07  WS-TLY-ORIG-ID  PIC X(08).
010360             07  WS-TLY-ORIG-CODE PIC X(06).
010370         05  WS-TLY-ORIG-CNT PIC 9(08)       COMP.
010400*
010500 01  KEY-TALLY-AREA.
010600     03  WS-KEY-ENTRY        OCCURS 2000 TIMES.
011700     03  WS-RPT-LINE-MAX     PIC S9(04)      COMP
011800                                             VALUE 55.
011900     03  WS-RUN-DATE.
011950         05  WS-RUN-CC       PIC 9(02).
012000         05  WS-RUN-YY       PIC 9(02).
012100         05  WS-RUN-MM       PIC 9(02).
012200         05  WS-RUN-DD       PIC 9(02).
012500         05  FILLER          PIC X(01)       VALUE '/'.
012600         05  WS-RDD-DD       PIC 9(02).
012700         05  FILLER          PIC X(01)       VALUE '/'.
012750         05  WS-RDD-CC       PIC 9(02).
012800         05  WS-RDD-YY       PIC 9(02).
012900*
013000 01  WS-HDR-LINE-1.
013200     03  FILLER              PIC X(31)       VALUE
013300             'BINTREE AUDIT ACTIVITY REPORT'.
013400     03  FILLER              PIC X(10)       VALUE 'RUN DATE: '.
013500     03  HDR1-DATE           PIC X(10).
013600     03  FILLER              PIC X(08)       VALUE SPACES.
013700     03  FILLER              PIC X(05)       VALUE 'PAGE '.
013800     03  HDR1-PAGE-NO        PIC ZZZ9.
013900*
014100     03  FILLER              PIC X(05)       VALUE SPACES.
014200     03  FILLER              PIC X(22)       VALUE
014300             'AUDIT DATES SELECTED: '.
014400     03  SEL-FROM            PIC X(08).
014500     03  FILLER              PIC X(06)       VALUE ' THRU '.
014600     03  SEL-TO              PIC X(08).
014700*
014800 01  WS-SEC-LINE.
014900     03  FILLER              PIC X(05)       VALUE SPACES.
016060     03  AKL-KEY             PIC X(10).
016070     03  FILLER              PIC X(05)       VALUE SPACES.
016080     03  AKL-COUNT           PIC ZZZZZZZ9.
016082*
016084 01  WS-AUD-ORIG-LINE.
016086     03  FILLER              PIC X(05)       VALUE SPACES.
016088     03  AOL-ORIG            PIC X(08).
016090     03  FILLER              PIC X(02)       VALUE SPACES.
016092     03  AOL-CODE            PIC X(06).
016094     03  FILLER              PIC X(04)       VALUE SPACES.
016096     03  AOL-COUNT           PIC ZZZZZZZ9.
016100*
016200 01  WS-AUD-TRL-LINE.
016300     03  FILLER              PIC X(05)       VALUE SPACES.
016800 LINKAGE SECTION.
016900*
017000*    RECEIVES THE JCL EXEC PARM: AN OPTIONAL FROM DATE AND AN
017100*    OPTIONAL THRU DATE, BOTH CCYYMMDD, e.g.
017150*    PARM='20260801 20260831'.
017200*
017300 01  LK-PARM.
017400     03  LK-PARM-LEN         PIC S9(04)      COMP.
017500     03  LK-PARM-FROM        PIC X(08).
017600     03  FILLER              PIC X(01).
017700     03  LK-PARM-TO          PIC X(08).
017800*
017900 PROCEDURE DIVISION USING LK-PARM.
018000*
018100 0000-START.
018125     ACCEPT WS-RH-START-DATE FROM DATE YYYYMMDD.
018150     ACCEPT WS-RH-START-TIME FROM TIME.
018200     OPEN OUTPUT PRNTFILE.
018300     OPEN INPUT  AUDITLOG.
018400*
018500     ACCEPT WS-RUN-DATE      FROM DATE YYYYMMDD.
018600     MOVE WS-RUN-MM          TO WS-RDD-MM.
018700     MOVE WS-RUN-DD          TO WS-RDD-DD.
018750     MOVE WS-RUN-CC          TO WS-RDD-CC.
018800     MOVE WS-RUN-YY          TO WS-RDD-YY.
018900     MOVE WS-RUN-DATE-DISP   TO HDR1-DATE.
019000*
019100     IF  LK-PARM-LEN >= 8 AND LK-PARM-FROM NOT = SPACES
019200         MOVE LK-PARM-FROM   TO WS-FROM-DATE.
019300     IF  LK-PARM-LEN >= 17 AND LK-PARM-TO NOT = SPACES
019400         MOVE LK-PARM-TO     TO WS-TO-DATE.
019500*
019600     IF  WS-AUD-STATUS = '35'
019800         GO TO PRINT-REPORT.
019900*
020000*    TALLY EVERY LOG RECORD WHOSE AUD-DATE FALLS IN THE SELECTED
020100*    RANGE UNDER ITS DATE, ITS TRANSACTION CODE, ITS ORIGINATOR
020110*    AND CODE, AND ITS KEY.
020200*
020300 READ-LOG.
020400     READ AUDITLOG
021300     ADD 1                   TO WS-SEL-CTR.
021400     PERFORM TALLY-DATE THRU TALLY-DATE-EXIT.
021500     PERFORM TALLY-CODE THRU TALLY-CODE-EXIT.
021501     MOVE AUD-ORIG           TO WS-CUR-ORIG.
021502     IF  AUD-ORIG = SPACES OR LOW-VALUES
021503         MOVE '*NONE*'       TO WS-CUR-ORIG.
021504     MOVE AUD-TRANS-CODE     TO WS-CUR-CODE.
021505     PERFORM TALLY-ORIG THRU TALLY-ORIG-EXIT.
021510     MOVE AUD-TABLE-ID       TO WS-CUR-ID.
021520     MOVE AUD-KEY            TO WS-CUR-KEY.
021600     PERFORM TALLY-KEY THRU TALLY-KEY-EXIT.
026100 TALLY-CODE-EXIT.
026200     EXIT.
026300*
026304 TALLY-ORIG.
026308     MOVE 1                  TO WS-OX.
026312 TALLY-ORIG-LOOP.
026316     IF  WS-OX > WS-ORIG-CNT
026320         GO TO TALLY-ORIG-NEW.
026324     IF  WS-TLY-ORIG (WS-OX) = WS-CUR-ORIGCODE
026328         ADD 1               TO WS-TLY-ORIG-CNT (WS-OX)
026332         GO TO TALLY-ORIG-EXIT.
026336     ADD 1                   TO WS-OX.
026340     GO TO TALLY-ORIG-LOOP.
026344 TALLY-ORIG-NEW.
026348     IF  WS-ORIG-CNT >= WS-ORIG-MAX
026352         ADD 1               TO WS-ORIG-OVFL
026356         GO TO TALLY-ORIG-EXIT.
026360     ADD 1                   TO WS-ORIG-CNT.
026364     MOVE WS-CUR-ORIGCODE    TO WS-TLY-ORIG (WS-ORIG-CNT).
026368     MOVE 1                  TO WS-TLY-ORIG-CNT (WS-ORIG-CNT).
026372 TALLY-ORIG-EXIT.
026376     EXIT.
026380*
026400 TALLY-KEY.
026500     MOVE 1                  TO WS-KX.
026600 TALLY-KEY-LOOP.
028200     EXIT.
028300*
028400*    PRINT THE REPORT: THE DATE-RANGE SELECTION, THEN ACTIVITY
028500*    BY DATE, BY TRANSACTION CODE, BY ORIGINATOR, AND BY KEY,
028510*    THEN THE RECORD COUNTS AND ANY TALLY-TABLE OVERFLOW
028520*    WARNINGS.
028700*
028800 PRINT-REPORT.
028900     PERFORM SORT-KEYS THRU SORT-KEYS-EXIT.
028910     PERFORM SORT-ORIGS THRU SORT-ORIGS-EXIT.
029000     PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
029100     MOVE WS-FROM-DATE       TO SEL-FROM.
029200     MOVE WS-TO-DATE         TO SEL-TO.
031200     MOVE 1                  TO WS-CX.
031300 PRINT-CODE-LOOP.
031400     IF  WS-CX > WS-CODE-CNT
031500         GO TO PRINT-ORIG-SECTION.
031600     MOVE WS-TLY-CODE (WS-CX)     TO ADL-TEXT.
031700     MOVE WS-TLY-CODE-CNT (WS-CX) TO ADL-COUNT.
031800     PERFORM PRINT-AUD-LINE THRU PRINT-AUD-LINE-EXIT.
031900     ADD 1                   TO WS-CX.
032000     GO TO PRINT-CODE-LOOP.
032100*
032105*
032110*    ONE LINE PER ORIGINATOR AND CODE, IN ORIGINATOR ORDER, SO
032115*    THE AUDITORS SEE AT A GLANCE WHO POSTED WHAT.
032120*
032125 PRINT-ORIG-SECTION.
032130     MOVE 'ACTIVITY BY ORIGINATOR' TO SEC-TITLE.
032135     PERFORM PRINT-SECTION-HDR THRU PRINT-SECTION-HDR-EXIT.
032140     MOVE 1                  TO WS-OX.
032145 PRINT-ORIG-LOOP.
032150     IF  WS-OX > WS-ORIG-CNT
032155         GO TO PRINT-KEY-SECTION.
032160     MOVE WS-TLY-ORIG-ID (WS-OX)   TO AOL-ORIG.
032165     MOVE WS-TLY-ORIG-CODE (WS-OX) TO AOL-CODE.
032170     MOVE WS-TLY-ORIG-CNT (WS-OX)  TO AOL-COUNT.
032175     PERFORM PRINT-AUD-ORIG-LINE THRU PRINT-AUD-ORIG-LINE-EXIT.
032180     ADD 1                   TO WS-OX.
032185     GO TO PRINT-ORIG-LOOP.
032190*
032200 PRINT-KEY-SECTION.
032300     MOVE 'ACTIVITY BY TABLE AND KEY' TO SEC-TITLE.
032400     PERFORM PRINT-SECTION-HDR THRU PRINT-SECTION-HDR-EXIT.
035100         MOVE 'KEYS NOT TALLIED (TABLE FULL)' TO ATL-CAPTION
035200         MOVE WS-KEY-OVFL    TO ATL-COUNT
035300         PERFORM PRINT-AUD-TRL THRU PRINT-AUD-TRL-EXIT.
035310     IF  WS-ORIG-OVFL > ZERO
035320         MOVE 'ORIGINATORS NOT TALLIED (FULL)' TO ATL-CAPTION
035330         MOVE WS-ORIG-OVFL   TO ATL-COUNT
035340         PERFORM PRINT-AUD-TRL THRU PRINT-AUD-TRL-EXIT.
035400     GO TO END-JOB.
035500*
035600*    BUBBLE-SORT THE KEY TALLIES INTO ASCENDING KEY ORDER (THE
035610*    ORIGINATOR TALLIES ARE SORTED THE SAME WAY BELOW). THE
035700*    DATE AND CODE SECTIONS PRINT IN ARRIVAL ORDER - THE LOG IS
035800*    APPEND-ONLY SO DATES ARRIVE CHRONOLOGICALLY, AND THERE ARE
035900*    ONLY A HANDFUL OF CODES.
037900     GO TO SORT-KEYS-STEP.
038000 SORT-KEYS-EXIT.
038100     EXIT.
038104*
038108 SORT-ORIGS.
038112     IF  WS-ORIG-CNT < 2
038116         GO TO SORT-ORIGS-EXIT.
038120 SORT-ORIGS-PASS.
038124     MOVE 'N'                TO WS-SWAP-SW.
038128     MOVE 1                  TO WS-OX.
038132 SORT-ORIGS-STEP.
038136     IF  WS-OX >= WS-ORIG-CNT
038140         IF  WS-SWAPPED
038144             GO TO SORT-ORIGS-PASS
038148         ELSE
038152             GO TO SORT-ORIGS-EXIT.
038156     IF  WS-TLY-ORIG (WS-OX) > WS-TLY-ORIG (WS-OX + 1)
038160         MOVE WS-ORIG-ENTRY (WS-OX)     TO WS-ORIG-SWAP-ENTRY
038164         MOVE WS-ORIG-ENTRY (WS-OX + 1) TO WS-ORIG-ENTRY (WS-OX)
038168         MOVE WS-ORIG-SWAP-ENTRY TO WS-ORIG-ENTRY (WS-OX + 1)
038172         MOVE 'Y'            TO WS-SWAP-SW.
038176     ADD 1                   TO WS-OX.
038180     GO TO SORT-ORIGS-STEP.
038184 SORT-ORIGS-EXIT.
038188     EXIT.
038200*
038300*    PRINT THE REPORT TITLE/DATE/PAGE-NUMBER HEADING AND RESET
038400*    THE PER-PAGE LINE COUNT, THE SAME AS THE BINTREE LISTING.
041570     ADD 1                   TO WS-LINE-NO.
041580 PRINT-AUD-KEY-LINE-EXIT.
041590     EXIT.
041591*
041592 PRINT-AUD-ORIG-LINE.
041593     IF  WS-LINE-NO >= WS-RPT-LINE-MAX
041594         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
041595     MOVE WS-AUD-ORIG-LINE   TO PRT-REC.
041596     WRITE PRT-REC AFTER ADVANCING 1 LINE.
041597     ADD 1                   TO WS-LINE-NO.
041598 PRINT-AUD-ORIG-LINE-EXIT.
041599     EXIT.
041600*
041700 PRINT-AUD-TRL.
041800     IF  WS-LINE-NO >= WS-RPT-LINE-MAX
042800     MOVE ZERO               TO RETURN-CODE.
042900     CLOSE AUDITLOG.
043000     CLOSE PRNTFILE.
043050     PERFORM WRITE-RUN-HIST THRU WRITE-RUN-HIST-EXIT.
043100     STOP RUN.
043200*
043201*    ADD THIS RUN'S STATISTICS TO THE RUN HISTORY - THE JOB AND
043202*    STEP FROM THE RUNID CARD, WHEN THE RUN STARTED AND ENDED, ITS
043203*    RETURN CODE, AND ITS COUNTS. A RUN HISTORY THAT CANNOT BE
043204*    WRITTEN IS REPORTED BUT NEVER CHANGES THE RETURN CODE.
043205*
043206 WRITE-RUN-HIST.
043207     MOVE SPACES             TO WS-RH-JOB WS-RH-STEP.
043208     OPEN INPUT RUNID.
043209     IF  WS-RID-STATUS NOT = '00'
043210         GO TO WRITE-RUN-HIST-OPEN.
043211     READ RUNID.
043212     IF  WS-RID-STATUS = '00'
043213         MOVE RID-JOB        TO WS-RH-JOB
043214         MOVE RID-STEP       TO WS-RH-STEP.
043215     CLOSE RUNID.
043216 WRITE-RUN-HIST-OPEN.
043217     OPEN EXTEND RUNHIST.
043218     IF  WS-RH-STATUS = '35'
043219         OPEN OUTPUT RUNHIST.
043220     IF  WS-RH-STATUS NOT = '00'
043221         DISPLAY 'AUDRPT: RUN HISTORY NOT WRITTEN - STATUS '
043222             WS-RH-STATUS
043223         GO TO WRITE-RUN-HIST-EXIT.
043224     MOVE SPACES             TO RH-REC.
043225     MOVE WS-RH-JOB          TO RH-JOB.
043226     MOVE WS-RH-STEP         TO RH-STEP.
043227     MOVE 'AUDRPT'           TO RH-PROGRAM.
043228     MOVE SPACES             TO RH-MODE.
043229     MOVE WS-RH-START-DATE   TO RH-START-DATE.
043230     MOVE WS-RH-START-TIME   TO RH-START-TIME.
043231     ACCEPT RH-END-DATE      FROM DATE YYYYMMDD.
043232     ACCEPT RH-END-TIME      FROM TIME.
043233     MOVE RETURN-CODE        TO RH-RC.
043234     MOVE 1                  TO WS-RH-SS.
043235 WRITE-RUN-HIST-ZERO.
043236     MOVE ZERO               TO RH-CNT-VALUE (WS-RH-SS).
043237     ADD 1                   TO WS-RH-SS.
043238     IF  WS-RH-SS NOT > 8
043239         GO TO WRITE-RUN-HIST-ZERO.
043240     MOVE 'READ'             TO RH-CNT-NAME (1).
043241     MOVE WS-READ-CTR        TO RH-CNT-VALUE (1).
043242     MOVE 'SELECTED'         TO RH-CNT-NAME (2).
043243     MOVE WS-SEL-CTR         TO RH-CNT-VALUE (2).
043244     WRITE RH-REC.
043245     IF  WS-RH-STATUS NOT = '00'
043246         DISPLAY 'AUDRPT: RUN HISTORY WRITE FAILED - STATUS '
043247             WS-RH-STATUS.
043248     CLOSE RUNHIST.
043249 WRITE-RUN-HIST-EXIT.
043250     EXIT.
043300*
043400*    END OF AUDRPT.
