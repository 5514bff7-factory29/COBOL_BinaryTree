000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DATECONV.
000300*
000400*
000500*     ONE-TIME FOUR-DIGIT-YEAR CONVERSION FOR THE BINTREE FILES.
000600*
000700*     EVERY DATE THE SYSTEM KEEPS WAS SIX DIGITS (YYMMDD) AND IS
000800*     NOW EIGHT (CCYYMMDD). THIS PROGRAM COPIES ONE EXISTING FILE,
000810*     AS THE SYSTEM WROTE IT BEFORE THE CUTOVER, OUT TO ITS NEW
000900*     LAYOUT, SUPPLYING THE CENTURY OF EVERY DATE
001000*     FROM A WINDOW: A YEAR BELOW THE PIVOT YEAR IS 20YY, A YEAR
001100*     AT OR ABOVE IT IS 19YY. A ZERO DATE STAYS ZERO AND A BLANK
001200*     ONE STAYS BLANK, SINCE BOTH MEAN "NO DATE" WHEREVER THEY
001300*     ARE READ. EVERYTHING ELSE ON THE RECORD RIDES THROUGH
001400*     UNCHANGED, AND THE FIELDS THE NEW LAYOUTS ADD AT THE END OF
001410*     EACH RECORD - THE ORIGINATOR AND THE VENDOR AND LOCATION
001420*     KEYS - ARE WRITTEN BLANK.
001500*
001600*     THE EXEC PARM NAMES THE FILE TYPE AND THE PIVOT YEAR,
001700*     e.g. PARM='MAST 50':
001800*         MAST  A MASTER GENERATION, 131 TO 155 BYTES (THE LAST-
001900*               MAINTAINED DATE, AND THE CHECKPOINT CYCLE DATE ON
002000*               THE CONTROL RECORD). OLDMAST IN, NEWMAST OUT.
002100*         PEND  A FILE IN THE TABLEIN LAYOUT - THE PENDING FILE OR
002200*               THE PURGE HISTORY - 66 TO 96 BYTES (THE EFFECTIVE
002300*               DATE, AND THE CREATION DATE ON A BATCH HEADER; A
002400*               BATCH TRAILER ONLY GROWS). OLDPEND IN, NEWPEND
002500*               OUT. A THIRD WORD, e.g. PARM='PEND 50 SRCFEED',
002510*               IS THE ORIGINATOR TO PUT ON EVERY DETAIL RECORD -
002520*               THE FEED THAT SENT THE HELD PENDING RECORDS, WHICH
002530*               OTHERWISE BOUNCE AS NOTAUTH WHEN THEY MATURE.
002600*         AUDT  THE AUDIT LOG OR ITS ARCHIVE, 117 TO 171 BYTES
002700*               (THE LOG DATE AND THE LAST-MAINTAINED DATE IN THE
002800*               BEFORE AND AFTER IMAGES). OLDAUD IN, NEWAUD OUT.
002900*     A MISSING PIVOT YEAR TAKES 50. A DATE THAT IS NOT NUMERIC
003000*     IS WRITTEN AS ZERO AND LISTED; THE RUN THEN ENDS WITH
003100*     CONDITION CODE 4 SO SOMEONE LOOKS BEFORE THE OUTPUT IS USED.
003200*     A BAD PARM OR AN I/O ERROR ENDS IT WITH 8.
003300*
003400*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700*
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000*    ONLY THE PAIR THE PARM NAMES IS OPENED, SO A STEP NEEDS
004100*    DD STATEMENTS FOR THAT PAIR ALONE.
004200*
004300     SELECT OLDMAST          ASSIGN TO OLDMAST
004400                             ORGANIZATION IS SEQUENTIAL
004500                             FILE STATUS IS WS-OLD-STATUS.
004600     SELECT NEWMAST          ASSIGN TO NEWMAST
004700                             ORGANIZATION IS SEQUENTIAL
004800                             FILE STATUS IS WS-NEW-STATUS.
004900     SELECT OLDPEND          ASSIGN TO OLDPEND
005000                             ORGANIZATION IS SEQUENTIAL
005100                             FILE STATUS IS WS-OLD-STATUS.
005200     SELECT NEWPEND          ASSIGN TO NEWPEND
005300                             ORGANIZATION IS SEQUENTIAL
005400                             FILE STATUS IS WS-NEW-STATUS.
005500     SELECT OLDAUD           ASSIGN TO OLDAUD
005600                             ORGANIZATION IS SEQUENTIAL
005700                             FILE STATUS IS WS-OLD-STATUS.
005800     SELECT NEWAUD           ASSIGN TO NEWAUD
005900                             ORGANIZATION IS SEQUENTIAL
006000                             FILE STATUS IS WS-NEW-STATUS.
006100*
006200*
006300 DATA DIVISION.
006400 FILE SECTION.
006500*
006600*    THE MASTER AS BINTREE WROTE IT WITH SIX-DIGIT DATES, BEFORE
006700*    THE VENDOR AND LOCATION KEYS. THE FIELDS BETWEEN THE DATES
006710*    ARE CARRIED AS THEY STAND; THE KEYS COME OUT BLANK.
006800*
006900 FD  OLDMAST.
007000*
007100 01  OMST-REC.
007200     03  OMST-ENTRY.
007300         05  OMST-SEQ        PIC  9(04).
007400         05  OMST-LL         PIC S9(04)      COMP-3.
007500         05  OMST-RL         PIC S9(04)      COMP-3.
007600         05  OMST-ITEM       PIC  X(10).
007700         05  OMST-DESC       PIC  X(30).
007800         05  OMST-QTY        PIC  9(05).
007900         05  OMST-STATUS     PIC  X(01).
008000     03  OMST-LMDATE         PIC  X(06).
008100     03  OMST-MID.
008200         05  OMST-TABLE-ID   PIC  X(03).
008300         05  OMST-HGT        PIC S9(04)      COMP-3.
008400         05  OMST-CKPT-COUNT PIC  9(08)      COMP.
008500     03  OMST-CKPT-DATE      PIC  X(06).
008600     03  OMST-TAIL.
008700         05  OMST-LAST-BATCH PIC  9(06).
008800         05  OMST-TAB-CNT    PIC S9(04)      COMP.
008900         05  OMST-TAB-CTL    PIC  X(09)      OCCURS 5 TIMES.
009200*
009300*    MUST MATCH THE MSTR-REC LAYOUT NOW WRITTEN BY BINTREE.
009400*
009500 FD  NEWMAST.
009600*
009700 01  NMST-REC.
009800     03  NMST-ENTRY          PIC  X(56).
009900     03  NMST-LMDATE         PIC  X(08).
010000     03  NMST-MID            PIC  X(10).
010100     03  NMST-CKPT-DATE      PIC  X(08).
010200     03  NMST-TAIL           PIC  X(73).
010300*
010400*    A TABLEIN-LAYOUT RECORD WITH A SIX-DIGIT EFFECTIVE DATE AND
010450*    NOTHING AFTER IT, AND THE BATCH HEADER AND TRAILER VIEWS OF
010500*    IT.
010600*
010700 FD  OLDPEND.
010800*
010900 01  OPND-REC.
011000     03  OPND-CODE           PIC  X(01).
011100         88  OPND-HEADER                     VALUE 'H'.
011200         88  OPND-TRAILER                    VALUE 'T'.
011300     03  OPND-TRAN           PIC  X(59).
011400     03  OPND-EFF-DATE       PIC  X(06).
011600 01  OPND-HDR-REC.
011700     03  FILLER              PIC  X(01).
011800     03  OPND-HDR-BATCH-NO   PIC  X(06).
011900     03  OPND-HDR-CRE-DATE   PIC  X(06).
012100     03  FILLER              PIC  X(53).
012200 01  OPND-TRL-REC.
012300     03  OPND-TRL-DATA       PIC  X(18).
012400     03  FILLER              PIC  X(48).
012500*
012600*    MUST MATCH THE TBL-IN-REC LAYOUT NOW READ BY BINTREE.
012700*
012800 FD  NEWPEND.
012900*
013000 01  NPND-REC.
013100     03  NPND-CODE           PIC  X(01).
013200     03  NPND-TRAN           PIC  X(59).
013300     03  NPND-EFF-DATE       PIC  X(08).
013400     03  NPND-ORIG           PIC  X(08).
013450     03  NPND-REFS           PIC  X(20).
013500 01  NPND-HDR-REC.
013600     03  FILLER              PIC  X(01).
013700     03  NPND-HDR-BATCH-NO   PIC  X(06).
013800     03  NPND-HDR-CRE-DATE   PIC  X(08).
013900     03  NPND-HDR-ORIG       PIC  X(08).
014000     03  FILLER              PIC  X(73).
014100 01  NPND-TRL-REC.
014200     03  NPND-TRL-DATA       PIC  X(18).
014300     03  FILLER              PIC  X(78).
014400*
014500*    THE AUDIT RECORD AS BINTREE WROTE IT WITH SIX-DIGIT DATES,
014550*    BEFORE THE ORIGINATOR AND THE REFERENCE KEYS WERE LOGGED.
014600*    AN IMAGE IS THE ENTRY'S DESCRIPTION, QUANTITY, AND STATUS
014700*    FOLLOWED BY ITS LAST-MAINTAINED DATE; A BLANK IMAGE IS NO
014800*    ENTRY AND STAYS BLANK.
014900*
015000 FD  OLDAUD.
015100*
015200 01  OAUD-REC.
015300     03  OAUD-DATE           PIC  X(06).
015400     03  OAUD-STAMP          PIC  X(27).
015500     03  OAUD-BEF-ATTR       PIC  X(36).
015600     03  OAUD-BEF-LMDATE     PIC  X(06).
015700     03  OAUD-AFT-ATTR       PIC  X(36).
015800     03  OAUD-AFT-LMDATE     PIC  X(06).
016000*
016100*    MUST MATCH THE AUD-REC LAYOUT NOW WRITTEN BY BINTREE.
016200*
016300 FD  NEWAUD.
016400*
016500 01  NAUD-REC.
016600     03  NAUD-DATE           PIC  X(08).
016700     03  NAUD-STAMP          PIC  X(27).
016800     03  NAUD-BEF-ATTR       PIC  X(36).
016900     03  NAUD-BEF-LMDATE     PIC  X(08).
017000     03  NAUD-AFT-ATTR       PIC  X(36).
017100     03  NAUD-AFT-LMDATE     PIC  X(08).
017200     03  NAUD-TAIL           PIC  X(48).
017300 WORKING-STORAGE SECTION.
017400*
017500 01  WORK-AREA.
017600     03  WS-OLD-STATUS       PIC X(02)       VALUE SPACE.
017700     03  WS-NEW-STATUS       PIC X(02)       VALUE SPACE.
017800     03  WS-FILE-TYPE        PIC X(04)       VALUE SPACE.
017900         88  WS-TYPE-MAST                    VALUE 'MAST'.
018000         88  WS-TYPE-PEND                    VALUE 'PEND'.
018100         88  WS-TYPE-AUDT                    VALUE 'AUDT'.
018200     03  WS-PIVOT            PIC 9(02)       VALUE 50.
018300     03  WS-READ-CTR         PIC 9(08)       COMP
018400                                             VALUE ZERO.
018500     03  WS-WRITE-CTR        PIC 9(08)       COMP
018600                                             VALUE ZERO.
018700     03  WS-DATE-CTR         PIC 9(08)       COMP
018800                                             VALUE ZERO.
018900     03  WS-BAD-CTR          PIC 9(08)       COMP
019000                                             VALUE ZERO.
019100     03  WS-ERR-SW           PIC X(01)       VALUE 'N'.
019200         88  WS-IO-ERROR                     VALUE 'Y'.
019210*
019220*    THE ORIGINATOR FOR PENDING DETAIL RECORDS, TAKEN FROM THE
019230*    PARM ONE CHARACTER AT A TIME UP TO THE PARM'S LENGTH.
019240*
019250     03  WS-FEED-ORIG        PIC X(08)       VALUE SPACE.
019260     03  WS-FEED-CHAR        REDEFINES WS-FEED-ORIG
019270                             PIC X(01)       OCCURS 8 TIMES.
019280     03  WS-FEED-LEN         PIC S9(04)      COMP
019290                             VALUE ZERO.
019294     03  WS-FX               PIC S9(04)      COMP
019296                             VALUE ZERO.
019300*
019400*    ONE DATE ON ITS WAY THROUGH THE WINDOW.
019500*
019600 01  WS-OLD-DATE.
019700     03  WS-OLD-YY           PIC 9(02).
019800     03  WS-OLD-MMDD         PIC 9(04).
019900 01  WS-NEW-DATE.
020000     03  WS-NEW-CC           PIC 9(02).
020100     03  WS-NEW-YY           PIC 9(02).
020200     03  WS-NEW-MMDD         PIC 9(04).
020300*
020400*
020500 LINKAGE SECTION.
020600*
020700*    RECEIVES THE JCL EXEC PARM: THE FILE TYPE (MAST, PEND, OR
020800*    AUDT), THEN OPTIONALLY A BLANK AND THE TWO-DIGIT PIVOT YEAR,
020810*    AND FOR PEND A BLANK AND AN ORIGINATOR OF UP TO 8.
020900*
021000 01  LK-PARM.
021100     03  LK-PARM-LEN         PIC S9(04)      COMP.
021200     03  LK-PARM-TYPE        PIC X(04).
021300     03  FILLER              PIC X(01).
021400     03  LK-PARM-PIVOT       PIC X(02).
021410     03  FILLER              PIC X(01).
021420     03  LK-PARM-ORIG        PIC X(08).
021430     03  LK-PARM-ORIG-CHAR   REDEFINES LK-PARM-ORIG
021440                             PIC X(01)       OCCURS 8 TIMES.
021500*
021600 PROCEDURE DIVISION USING LK-PARM.
021700*
021800 0000-START.
021900     IF  LK-PARM-LEN < 4
022000         DISPLAY 'DATECONV: FILE TYPE PARM MISSING - NOTHING '
022100             'CONVERTED'
022200         MOVE 8              TO RETURN-CODE
022300         STOP RUN.
022400     MOVE LK-PARM-TYPE       TO WS-FILE-TYPE.
022500     IF  NOT WS-TYPE-MAST AND NOT WS-TYPE-PEND
022600                          AND NOT WS-TYPE-AUDT
022700         DISPLAY 'DATECONV: FILE TYPE ' WS-FILE-TYPE
022800             ' NOT MAST, PEND, OR AUDT - NOTHING CONVERTED'
022900         MOVE 8              TO RETURN-CODE
023000         STOP RUN.
023100     IF  LK-PARM-LEN < 7
023200         GO TO OPEN-FILES.
023300     IF  LK-PARM-PIVOT NOT NUMERIC
023400         DISPLAY 'DATECONV: PIVOT YEAR ' LK-PARM-PIVOT
023500             ' NOT NUMERIC - NOTHING CONVERTED'
023600         MOVE 8              TO RETURN-CODE
023700         STOP RUN.
023800     MOVE LK-PARM-PIVOT      TO WS-PIVOT.
023810     IF  LK-PARM-LEN < 9
023820         GO TO OPEN-FILES.
023830     SUBTRACT 8 FROM LK-PARM-LEN GIVING WS-FEED-LEN.
023840     IF  WS-FEED-LEN > 8
023850         MOVE 8              TO WS-FEED-LEN.
023860     MOVE 1                  TO WS-FX.
023870 TAKE-FEED-ORIG.
023880     IF  WS-FX > WS-FEED-LEN
023890         GO TO OPEN-FILES.
023900     MOVE LK-PARM-ORIG-CHAR (WS-FX) TO WS-FEED-CHAR (WS-FX).
023910     ADD 1                   TO WS-FX.
023920     GO TO TAKE-FEED-ORIG.
023950*
024000 OPEN-FILES.
024100     IF  WS-TYPE-MAST
024200         OPEN INPUT OLDMAST
024300         IF  WS-OLD-STATUS = '00'
024400             OPEN OUTPUT NEWMAST.
024500     IF  WS-TYPE-PEND
024600         OPEN INPUT OLDPEND
024700         IF  WS-OLD-STATUS = '00'
024800             OPEN OUTPUT NEWPEND.
024900     IF  WS-TYPE-AUDT
025000         OPEN INPUT OLDAUD
025100         IF  WS-OLD-STATUS = '00'
025200             OPEN OUTPUT NEWAUD.
025300     IF  WS-OLD-STATUS NOT = '00'
025400         DISPLAY 'DATECONV: INPUT OPEN FAILED, STATUS '
025500             WS-OLD-STATUS
025600         MOVE 8              TO RETURN-CODE
025700         STOP RUN.
025800     IF  WS-NEW-STATUS NOT = '00'
025900         DISPLAY 'DATECONV: OUTPUT OPEN FAILED, STATUS '
026000             WS-NEW-STATUS
026100         MOVE 'Y'            TO WS-ERR-SW
026200         GO TO END-JOB.
026300     IF  WS-TYPE-PEND
026400         GO TO CONVERT-PEND.
026500     IF  WS-TYPE-AUDT
026600         GO TO CONVERT-AUDT.
026700*
026800*    A MASTER GENERATION: BOTH DATES ON EVERY RECORD. ONLY THE
026900*    CONTROL RECORD CARRIES A CHECKPOINT DATE, AND ONLY THE
027000*    SLOTS A LAST-MAINTAINED ONE - THE OTHER IS ZERO AND STAYS SO.
027100*
027200 CONVERT-MAST.
027300     READ OLDMAST
027400         AT END
027500             GO TO END-JOB.
027600     IF  WS-OLD-STATUS NOT = '00'
027700         DISPLAY 'DATECONV: OLDMAST READ FAILED, STATUS '
027800             WS-OLD-STATUS
027900         MOVE 'Y'            TO WS-ERR-SW
028000         GO TO END-JOB.
028100     ADD 1                   TO WS-READ-CTR.
028200     MOVE OMST-ENTRY         TO NMST-ENTRY.
028300     MOVE OMST-MID           TO NMST-MID.
028400     MOVE OMST-TAIL          TO NMST-TAIL.
028500     MOVE OMST-LMDATE        TO WS-OLD-DATE.
028600     PERFORM WIDEN-DATE THRU WIDEN-DATE-EXIT.
028700     MOVE WS-NEW-DATE        TO NMST-LMDATE.
028800     MOVE OMST-CKPT-DATE     TO WS-OLD-DATE.
028900     PERFORM WIDEN-DATE THRU WIDEN-DATE-EXIT.
029000     MOVE WS-NEW-DATE        TO NMST-CKPT-DATE.
029100     WRITE NMST-REC.
029200     IF  WS-NEW-STATUS NOT = '00'
029300         DISPLAY 'DATECONV: NEWMAST WRITE FAILED, STATUS '
029400             WS-NEW-STATUS
029500         MOVE 'Y'            TO WS-ERR-SW
029600         GO TO END-JOB.
029700     ADD 1                   TO WS-WRITE-CTR.
029800     GO TO CONVERT-MAST.
029900*
030000*    A TABLEIN-LAYOUT FILE: THE EFFECTIVE DATE ON A DETAIL
030100*    RECORD, THE CREATION DATE ON A BATCH HEADER. A TRAILER'S
030200*    COUNT AND HASH ARE COPIED AND ITS FILLER PADS OUT.
030300*
030400 CONVERT-PEND.
030500     READ OLDPEND
030600         AT END
030700             GO TO END-JOB.
030800     IF  WS-OLD-STATUS NOT = '00'
030900         DISPLAY 'DATECONV: OLDPEND READ FAILED, STATUS '
031000             WS-OLD-STATUS
031100         MOVE 'Y'            TO WS-ERR-SW
031200         GO TO END-JOB.
031300     ADD 1                   TO WS-READ-CTR.
031400     MOVE SPACES             TO NPND-REC.
031500     IF  OPND-HEADER
031600         MOVE OPND-CODE      TO NPND-CODE
031700         MOVE OPND-HDR-BATCH-NO TO NPND-HDR-BATCH-NO
031900         MOVE OPND-HDR-CRE-DATE TO WS-OLD-DATE
032000         PERFORM WIDEN-DATE THRU WIDEN-DATE-EXIT
032100         MOVE WS-NEW-DATE    TO NPND-HDR-CRE-DATE
032200         GO TO CONVERT-PEND-WRITE.
032300     IF  OPND-TRAILER
032400         MOVE OPND-TRL-DATA  TO NPND-TRL-DATA
032500         GO TO CONVERT-PEND-WRITE.
032600     MOVE OPND-CODE          TO NPND-CODE.
032700     MOVE OPND-TRAN          TO NPND-TRAN.
032800     MOVE WS-FEED-ORIG       TO NPND-ORIG.
032900     MOVE OPND-EFF-DATE      TO WS-OLD-DATE.
033000     PERFORM WIDEN-DATE THRU WIDEN-DATE-EXIT.
033100     MOVE WS-NEW-DATE        TO NPND-EFF-DATE.
033200 CONVERT-PEND-WRITE.
033300     WRITE NPND-REC.
033400     IF  WS-NEW-STATUS NOT = '00'
033500         DISPLAY 'DATECONV: NEWPEND WRITE FAILED, STATUS '
033600             WS-NEW-STATUS
033700         MOVE 'Y'            TO WS-ERR-SW
033800         GO TO END-JOB.
033900     ADD 1                   TO WS-WRITE-CTR.
034000     GO TO CONVERT-PEND.
034100*
034200*    AN AUDIT RECORD: THE LOG DATE AND BOTH IMAGE DATES.
034300*
034400 CONVERT-AUDT.
034500     READ OLDAUD
034600         AT END
034700             GO TO END-JOB.
034800     IF  WS-OLD-STATUS NOT = '00'
034900         DISPLAY 'DATECONV: OLDAUD READ FAILED, STATUS '
035000             WS-OLD-STATUS
035100         MOVE 'Y'            TO WS-ERR-SW
035200         GO TO END-JOB.
035300     ADD 1                   TO WS-READ-CTR.
035400     MOVE OAUD-STAMP         TO NAUD-STAMP.
035500     MOVE OAUD-BEF-ATTR      TO NAUD-BEF-ATTR.
035600     MOVE OAUD-AFT-ATTR      TO NAUD-AFT-ATTR.
035700     MOVE SPACES             TO NAUD-TAIL.
035800     MOVE OAUD-DATE          TO WS-OLD-DATE.
035900     PERFORM WIDEN-DATE THRU WIDEN-DATE-EXIT.
036000     MOVE WS-NEW-DATE        TO NAUD-DATE.
036100     MOVE OAUD-BEF-LMDATE    TO WS-OLD-DATE.
036200     PERFORM WIDEN-DATE THRU WIDEN-DATE-EXIT.
036300     MOVE WS-NEW-DATE        TO NAUD-BEF-LMDATE.
036400     MOVE OAUD-AFT-LMDATE    TO WS-OLD-DATE.
036500     PERFORM WIDEN-DATE THRU WIDEN-DATE-EXIT.
036600     MOVE WS-NEW-DATE        TO NAUD-AFT-LMDATE.
036700     WRITE NAUD-REC.
036800     IF  WS-NEW-STATUS NOT = '00'
036900         DISPLAY 'DATECONV: NEWAUD WRITE FAILED, STATUS '
037000             WS-NEW-STATUS
037100         MOVE 'Y'            TO WS-ERR-SW
037200         GO TO END-JOB.
037300     ADD 1                   TO WS-WRITE-CTR.
037400     GO TO CONVERT-AUDT.
037500*
037600*    WS-OLD-DATE (YYMMDD) TO WS-NEW-DATE (CCYYMMDD) THROUGH THE
037700*    PIVOT-YEAR WINDOW. BLANK AND ZERO PASS THROUGH AS THEY ARE.
037800*
037900 WIDEN-DATE.
038000     IF  WS-OLD-DATE = SPACES
038100         MOVE SPACES         TO WS-NEW-DATE
038200         GO TO WIDEN-DATE-EXIT.
038300     IF  WS-OLD-DATE NOT NUMERIC
038400         ADD 1               TO WS-BAD-CTR
038500         DISPLAY 'DATECONV: RECORD ' WS-READ-CTR
038600             ' DATE NOT NUMERIC, WRITTEN AS ZERO: ' WS-OLD-DATE
038700         MOVE ZERO           TO WS-NEW-DATE
038800         GO TO WIDEN-DATE-EXIT.
038900     IF  WS-OLD-DATE = ZERO
039000         MOVE ZERO           TO WS-NEW-DATE
039100         GO TO WIDEN-DATE-EXIT.
039200     ADD 1                   TO WS-DATE-CTR.
039300     MOVE WS-OLD-YY          TO WS-NEW-YY.
039400     MOVE WS-OLD-MMDD        TO WS-NEW-MMDD.
039500     IF  WS-OLD-YY < WS-PIVOT
039600         MOVE 20             TO WS-NEW-CC
039700     ELSE
039800         MOVE 19             TO WS-NEW-CC.
039900 WIDEN-DATE-EXIT.
040000     EXIT.
040100*
040200 END-JOB.
040300     DISPLAY 'DATECONV FILE TYPE   ' WS-FILE-TYPE
040400         '  PIVOT YEAR ' WS-PIVOT.
040500     DISPLAY 'RECORDS READ         ' WS-READ-CTR.
040600     DISPLAY 'RECORDS WRITTEN      ' WS-WRITE-CTR.
040700     DISPLAY 'DATES WIDENED        ' WS-DATE-CTR.
040800     DISPLAY 'DATES NOT NUMERIC    ' WS-BAD-CTR.
040900     MOVE ZERO               TO RETURN-CODE.
041000     IF  WS-BAD-CTR > ZERO
041100         MOVE 4              TO RETURN-CODE.
041200     IF  WS-IO-ERROR
041300         DISPLAY 'DATECONV: CONVERSION INCOMPLETE - DO NOT USE '
041400             'THE OUTPUT'
041500         MOVE 8              TO RETURN-CODE.
041600     IF  WS-TYPE-MAST
041700         CLOSE OLDMAST
041800         CLOSE NEWMAST.
041900     IF  WS-TYPE-PEND
042000         CLOSE OLDPEND
042100         CLOSE NEWPEND.
042200     IF  WS-TYPE-AUDT
042300         CLOSE OLDAUD
042400         CLOSE NEWAUD.
042500     STOP RUN.
042600*
042700*
042800*    END OF DATECONV.
