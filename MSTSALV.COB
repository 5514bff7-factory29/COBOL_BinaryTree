006400     03  MSTR-DESC           PIC  X(30).
006500     03  MSTR-QTY            PIC  X(05).
006600     03  MSTR-STATUS         PIC  X(01).
006700     03  MSTR-LMDATE         PIC  X(08).
006800     03  MSTR-TABLE-ID       PIC  X(03).
006900     03  MSTR-HGT            PIC S9(04)      COMP-3.
007000     03  MSTR-CKPT-COUNT     PIC 9(08)       COMP.
007050     03  MSTR-CKPT-DATE      PIC  X(08).
007100     03  MSTR-LAST-BATCH     PIC  X(06).
007200     03  MSTR-TAB-CNT        PIC S9(04)      COMP.
007300     03  MSTR-TAB-CTL        OCCURS 5 TIMES.
007500         05  MSTR-CTL-ROOT   PIC S9(04)      COMP.
007600         05  MSTR-CTL-LIVE   PIC S9(04)      COMP.
007700         05  MSTR-CTL-FREE   PIC S9(04)      COMP.
007710     03  MSTR-VEND-KEY       PIC  X(10).
007720     03  MSTR-LOC-KEY        PIC  X(10).
007800*
007900 FD  MASTNEW.
008000*
008600     03  MSTN-DESC           PIC  X(30).
008700     03  MSTN-QTY            PIC  9(05).
008800     03  MSTN-STATUS         PIC  X(01).
008900     03  MSTN-LMDATE         PIC  9(08).
009000     03  MSTN-TABLE-ID       PIC  X(03).
009100     03  MSTN-HGT            PIC S9(04)      COMP-3.
009200     03  MSTN-CKPT-COUNT     PIC 9(08)       COMP.
009250     03  MSTN-CKPT-DATE      PIC  9(08).
009300     03  MSTN-LAST-BATCH     PIC  9(06).
009400     03  MSTN-TAB-CNT        PIC S9(04)      COMP.
009500     03  MSTN-TAB-CTL        OCCURS 5 TIMES.
009700         05  MSTN-CTL-ROOT   PIC S9(04)      COMP.
009800         05  MSTN-CTL-LIVE   PIC S9(04)      COMP.
009900         05  MSTN-CTL-FREE   PIC S9(04)      COMP.
009910     03  MSTN-VEND-KEY       PIC  X(10).
009920     03  MSTN-LOC-KEY        PIC  X(10).
010000 WORKING-STORAGE SECTION.
010100*
010200 01  WORK-AREA.
012600     03  WS-SLV-ARG-IDKEY.
012700         05  WS-SLV-ARG-ID   PIC X(03).
012800         05  WS-SLV-ARG-KEY  PIC X(10).
012900     03  WS-SLV-SWAP         PIC X(77).
013000     03  WS-SWAP-SW          PIC X(01)       VALUE 'N'.
013100         88  WS-SWAPPED                      VALUE 'Y'.
013200     03  SLV-ENTRY           OCCURS 3000 TIMES.
013600         05  SLV-DESC        PIC X(30).
013700         05  SLV-QTY         PIC 9(05).
013800         05  SLV-STATUS      PIC X(01).
013900         05  SLV-LMDATE      PIC 9(08).
013910         05  SLV-VEND        PIC X(10).
013920         05  SLV-LOC         PIC X(10).
014000*
014100*    THE REBUILT POOL, CONTROL ANCHORS, AND RANGE STACK - THE
014200*    SAME MID-SPLIT BALANCED REBUILD AS MSTREORG AND MSTRCVR.
015000         05  N-DESC          PIC X(30).
015100         05  N-QTY           PIC 9(05).
015200         05  N-STATUS        PIC X(01).
015300         05  N-LMDATE        PIC 9(08).
015400         05  N-TABID         PIC X(03).
015410         05  N-VEND          PIC X(10).
015420         05  N-LOC           PIC X(10).
015500*
015600 01  REBUILD-TAB-CTL.
015700     03  WS-NTAB-CNT         PIC S9(04)      COMP
019700     03  WS-RPT-LINE-MAX     PIC S9(04)      COMP
019800                                             VALUE 55.
019900     03  WS-RUN-DATE.
019950         05  WS-RUN-CC       PIC 9(02).
020000         05  WS-RUN-YY       PIC 9(02).
020100         05  WS-RUN-MM       PIC 9(02).
020200         05  WS-RUN-DD       PIC 9(02).
020500         05  FILLER          PIC X(01)       VALUE '/'.
020600         05  WS-RDD-DD       PIC 9(02).
020700         05  FILLER          PIC X(01)       VALUE '/'.
020750         05  WS-RDD-CC       PIC 9(02).
020800         05  WS-RDD-YY       PIC 9(02).
020900*
021000 01  WS-HDR-LINE-1.
021200     03  FILLER              PIC X(31)       VALUE
021300             'BINTREE MASTER SALVAGE REPORT'.
021400     03  FILLER              PIC X(10)       VALUE 'RUN DATE: '.
021500     03  HDR1-DATE           PIC X(10).
021600     03  FILLER              PIC X(03)       VALUE SPACES.
021700     03  FILLER              PIC X(05)       VALUE 'PAGE '.
021800     03  HDR1-PAGE-NO        PIC ZZZ9.
025100*
025200 0000-START.
025300     OPEN OUTPUT PRNTFILE.
025400     ACCEPT WS-RUN-DATE      FROM DATE YYYYMMDD.
025500     MOVE WS-RUN-MM          TO WS-RDD-MM.
025600     MOVE WS-RUN-DD          TO WS-RDD-DD.
025650     MOVE WS-RUN-CC          TO WS-RDD-CC.
025700     MOVE WS-RUN-YY          TO WS-RDD-YY.
025800     MOVE WS-RUN-DATE-DISP   TO HDR1-DATE.
025900     PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
030800         MOVE MSTR-LMDATE    TO SLV-LMDATE (WS-SLV-CNT)
030900     ELSE
031000         MOVE ZERO           TO SLV-LMDATE (WS-SLV-CNT).
031010     MOVE MSTR-VEND-KEY      TO SLV-VEND (WS-SLV-CNT).
031020     MOVE MSTR-LOC-KEY       TO SLV-LOC (WS-SLV-CNT).
031100     ADD 1                   TO WS-KEPT-CTR.
031200     GO TO COLLECT-RECORDS.
031300*
043800     MOVE SLV-STATUS (WS-RNG-MID) TO N-STATUS (WS-NEWSLOT).
043900     MOVE SLV-LMDATE (WS-RNG-MID) TO N-LMDATE (WS-NEWSLOT).
044000     MOVE SLV-TABID (WS-RNG-MID) TO N-TABID (WS-NEWSLOT).
044010     MOVE SLV-VEND (WS-RNG-MID)  TO N-VEND (WS-NEWSLOT).
044020     MOVE SLV-LOC (WS-RNG-MID)   TO N-LOC (WS-NEWSLOT).
044100     MOVE ZERO               TO N-LL (WS-NEWSLOT).
044200     MOVE ZERO               TO N-RL (WS-NEWSLOT).
044300     MOVE WS-RNG-N           TO WS-HGT-N.
048700                                 MSTN-HGT, MSTN-QTY, MSTN-LMDATE.
048800     MOVE SPACES             TO MSTN-ITEM, MSTN-DESC, MSTN-STATUS
048900                                 MSTN-TABLE-ID.
048910     MOVE SPACES             TO MSTN-VEND-KEY, MSTN-LOC-KEY.
049000     MOVE ZERO               TO MSTN-CKPT-COUNT.
049050     MOVE ZERO               TO MSTN-CKPT-DATE.
049100     MOVE ZERO               TO MSTN-LAST-BATCH.
052100     MOVE N-STATUS (SS)      TO MSTN-STATUS.
052200     MOVE N-LMDATE (SS)      TO MSTN-LMDATE.
052300     MOVE N-TABID (SS)       TO MSTN-TABLE-ID.
052310     MOVE N-VEND (SS)        TO MSTN-VEND-KEY.
052320     MOVE N-LOC (SS)         TO MSTN-LOC-KEY.
052400     MOVE N-HGT (SS)         TO MSTN-HGT.
052500     WRITE MSTN-REC.
052600     ADD 1                   TO SS.
