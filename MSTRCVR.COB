001400*
001500*     THE EXEC PARM GIVES THE REPLAY WINDOW AS UP TO FOUR
001600*     WORDS - FROM-DATE FROM-TIME THRU-DATE THRU-TIME, DATES
001700*     CCYYMMDD AND TIMES HHMMSS, e.g.
001800*         PARM='20260828 230000 20260901 020000'
001900*     LOG RECORDS STAMPED AFTER THE FROM POINT AND UP THROUGH
002000*     THE THRU POINT ARE REPLAYED. SET THE FROM POINT TO WHEN
002100*     THE INPUT GENERATION WAS SAVED (ITS JOB END TIME) SO
002400*     REPLAYS TO ITS END.
002500*
002600*     HOW IT APPLIES THE LOG: THE GENERATION'S LIVE ENTRIES
002700*     ARE HELD AS A FLAT KEYED LIST; INSERT AND CHGINS RECORDS
002800*     ADD THEIR AFTER IMAGE, DELETE, CHGDEL, AND PURGE RECORDS
002810*     REMOVE THE KEYED
002900*     ENTRY (A BLANK BEFORE IMAGE MARKS A DELETE THAT NEVER
003000*     FOUND ITS KEY, AND IS SKIPPED), AND RECEIPT/ISSUE
003100*     RECORDS RESTATE THE QUANTITY FROM THEIR AFTER IMAGE.
003110*     AN INSERT'S AFTER IMAGE ALSO CARRIES THE ENTRY'S VENDOR
003120*     AND LOCATION REFERENCES; A MOVEMENT LEAVES THEM ALONE.
003200*     LOOKUPS, RANGES, AND DUPLICATES CHANGE NOTHING. THE
003300*     SURVIVING ENTRIES ARE THEN SORTED AND EACH TABLE IS
003400*     REBUILT AS THE BALANCED TREE OF ITS KEYS, THE SAME
007800     03  MSTR-DESC           PIC  X(30).
007900     03  MSTR-QTY            PIC  9(05).
008000     03  MSTR-STATUS         PIC  X(01).
008100     03  MSTR-LMDATE         PIC  9(08).
008200     03  MSTR-TABLE-ID       PIC  X(03).
008300     03  MSTR-HGT            PIC S9(04)      COMP-3.
008400     03  MSTR-CKPT-COUNT     PIC 9(08)       COMP.
008450     03  MSTR-CKPT-DATE      PIC  9(08).
008500     03  MSTR-LAST-BATCH     PIC  9(06).
008600     03  MSTR-TAB-CNT        PIC S9(04)      COMP.
008700     03  MSTR-TAB-CTL        OCCURS 5 TIMES.
008900         05  MSTR-CTL-ROOT   PIC S9(04)      COMP.
009000         05  MSTR-CTL-LIVE   PIC S9(04)      COMP.
009100         05  MSTR-CTL-FREE   PIC S9(04)      COMP.
009110     03  MSTR-VEND-KEY       PIC  X(10).
009120     03  MSTR-LOC-KEY        PIC  X(10).
009200*
009300*    MUST MATCH THE AUD-REC LAYOUT WRITTEN BY BINTREE.
009400*
009500 FD  AUDITLOG.
009600*
009700 01  AUD-REC.
009800     03  AUD-DATE            PIC X(08).
009900     03  AUD-TIME.
009910         05  AUD-TIME-SECS   PIC X(06).
009920         05  AUD-TIME-HS     PIC X(02).
010400         05  AUD-BEF-DESC    PIC X(30).
010500         05  AUD-BEF-QTY     PIC X(05).
010600         05  AUD-BEF-STATUS  PIC X(01).
010700         05  AUD-BEF-LMDATE  PIC X(08).
010800     03  AUD-AFT-IMAGE.
010900         05  AUD-AFT-DESC    PIC X(30).
011000         05  AUD-AFT-QTY     PIC X(05).
011100         05  AUD-AFT-STATUS  PIC X(01).
011200         05  AUD-AFT-LMDATE  PIC X(08).
011210     03  AUD-ORIG            PIC X(08).
011220     03  AUD-BEF-REFS.
011230         05  AUD-BEF-VEND    PIC X(10).
011240         05  AUD-BEF-LOC     PIC X(10).
011250     03  AUD-AFT-REFS.
011260         05  AUD-AFT-VEND    PIC X(10).
011270         05  AUD-AFT-LOC     PIC X(10).
011300*
011400 FD  MASTNEW.
011500*
012100     03  MSTN-DESC           PIC  X(30).
012200     03  MSTN-QTY            PIC  9(05).
012300     03  MSTN-STATUS         PIC  X(01).
012400     03  MSTN-LMDATE         PIC  9(08).
012500     03  MSTN-TABLE-ID       PIC  X(03).
012600     03  MSTN-HGT            PIC S9(04)      COMP-3.
012700     03  MSTN-CKPT-COUNT     PIC 9(08)       COMP.
012750     03  MSTN-CKPT-DATE      PIC  9(08).
012800     03  MSTN-LAST-BATCH     PIC  9(06).
012900     03  MSTN-TAB-CNT        PIC S9(04)      COMP.
013000     03  MSTN-TAB-CTL        OCCURS 5 TIMES.
013200         05  MSTN-CTL-ROOT   PIC S9(04)      COMP.
013300         05  MSTN-CTL-LIVE   PIC S9(04)      COMP.
013400         05  MSTN-CTL-FREE   PIC S9(04)      COMP.
013410     03  MSTN-VEND-KEY       PIC  X(10).
013420     03  MSTN-LOC-KEY        PIC  X(10).
013500 WORKING-STORAGE SECTION.
013600*
013700 01  WORK-AREA.
016800*
016900 01  WINDOW-AREA.
017000     03  WS-FROM-STAMP.
017010         05  WS-FROM-DATE    PIC X(08)       VALUE '00000000'.
017020         05  WS-FROM-TIME    PIC X(06)       VALUE '000000'.
017030         05  WS-FROM-HS      PIC X(02)       VALUE '00'.
017200     03  WS-TO-STAMP.
017210         05  WS-TO-DATE      PIC X(08)       VALUE '99999999'.
017220         05  WS-TO-TIME      PIC X(06)       VALUE '999999'.
017400     03  WS-CUR-STAMP.
017410         05  WS-CUR-SECS.
017420             07  WS-CUR-DATE PIC X(08).
017430             07  WS-CUR-TIME PIC X(06).
017440         05  WS-CUR-HS       PIC X(02).
017500*
019000         05  S-DESC          PIC X(30).
019100         05  S-QTY           PIC 9(05).
019200         05  S-STATUS        PIC X(01).
019300         05  S-LMDATE        PIC 9(08).
019400         05  S-TABID         PIC X(03).
019410         05  S-VEND          PIC X(10).
019420         05  S-LOC           PIC X(10).
019500         05  S-MARK          PIC X(01).
019600*
019700*    THE KEYED WORKING LIST THE LOG IS REPLAYED AGAINST. A
020800     03  WS-RCV-ARG-IDKEY.
020900         05  WS-RCV-ARG-ID   PIC X(03).
021000         05  WS-RCV-ARG-KEY  PIC X(10).
021100     03  WS-RCV-SWAP         PIC X(78).
021200     03  WS-SWAP-SW          PIC X(01)       VALUE 'N'.
021300         88  WS-SWAPPED                      VALUE 'Y'.
021400     03  RCV-ENTRY           OCCURS 3000 TIMES.
021800         05  RCV-DESC        PIC X(30).
021900         05  RCV-QTY         PIC 9(05).
022000         05  RCV-STATUS      PIC X(01).
022100         05  RCV-LMDATE      PIC 9(08).
022110         05  RCV-VEND        PIC X(10).
022120         05  RCV-LOC         PIC X(10).
022200         05  RCV-DEL-SW      PIC X(01).
022300*
022400*    THE REBUILT POOL AND ITS CONTROL ANCHORS, AND THE RANGE
023500         05  N-DESC          PIC X(30).
023600         05  N-QTY           PIC 9(05).
023700         05  N-STATUS        PIC X(01).
023800         05  N-LMDATE        PIC 9(08).
023900         05  N-TABID         PIC X(03).
023910         05  N-VEND          PIC X(10).
023920         05  N-LOC           PIC X(10).
024000*
024100 01  REBUILD-TAB-CTL.
024200     03  WS-NTAB-CNT         PIC S9(04)      COMP
028000*
028100 01  LK-PARM.
028200     03  LK-PARM-LEN         PIC S9(04)      COMP.
028300     03  LK-PARM-FROM-DT     PIC X(08).
028400     03  FILLER              PIC X(01).
028500     03  LK-PARM-FROM-TM     PIC X(06).
028600     03  FILLER              PIC X(01).
028700     03  LK-PARM-TO-DT       PIC X(08).
028800     03  FILLER              PIC X(01).
028900     03  LK-PARM-TO-TM       PIC X(06).
029000*
029100 PROCEDURE DIVISION USING LK-PARM.
029200*
029300 0000-START.
029400     IF  LK-PARM-LEN >= 8 AND LK-PARM-FROM-DT NUMERIC
029500         MOVE LK-PARM-FROM-DT TO WS-FROM-DATE.
029600     IF  LK-PARM-LEN >= 15 AND LK-PARM-FROM-TM NUMERIC
029700         MOVE LK-PARM-FROM-TM TO WS-FROM-TIME.
029800     IF  LK-PARM-LEN >= 24 AND LK-PARM-TO-DT NUMERIC
029900         MOVE LK-PARM-TO-DT  TO WS-TO-DATE.
030000     IF  LK-PARM-LEN >= 31 AND LK-PARM-TO-TM NUMERIC
030100         MOVE LK-PARM-TO-TM  TO WS-TO-TIME.
030200     DISPLAY 'MSTRCVR: REPLAY WINDOW ' WS-FROM-DATE '/'
030300         WS-FROM-TIME ' THRU ' WS-TO-DATE '/' WS-TO-TIME.
034500     MOVE MSTR-STATUS        TO S-STATUS (MSTR-SEQ).
034600     MOVE MSTR-LMDATE        TO S-LMDATE (MSTR-SEQ).
034700     MOVE MSTR-TABLE-ID      TO S-TABID  (MSTR-SEQ).
034710     MOVE MSTR-VEND-KEY      TO S-VEND   (MSTR-SEQ).
034720     MOVE MSTR-LOC-KEY       TO S-LOC    (MSTR-SEQ).
034800     MOVE 'P'                TO S-MARK   (MSTR-SEQ).
034900     ADD 1                   TO WS-REC-CTR.
035000     IF  MSTR-SEQ > WS-MAX-SEQ
040600         MOVE S-QTY (SS)     TO RCV-QTY (WS-RCV-CNT)
040700         MOVE S-STATUS (SS)  TO RCV-STATUS (WS-RCV-CNT)
040800         MOVE S-LMDATE (SS)  TO RCV-LMDATE (WS-RCV-CNT)
040810         MOVE S-VEND (SS)    TO RCV-VEND (WS-RCV-CNT)
040820         MOVE S-LOC (SS)     TO RCV-LOC (WS-RCV-CNT)
040900         MOVE SPACE          TO RCV-DEL-SW (WS-RCV-CNT).
041000     ADD 1                   TO SS.
041100     GO TO BUILD-RECOVER-STEP.
043400     ADD 1                   TO WS-LOG-SEL.
043500     MOVE AUD-TABLE-ID       TO WS-RCV-ARG-ID.
043600     MOVE AUD-KEY            TO WS-RCV-ARG-KEY.
043700     IF  AUD-TRANS-CODE = 'INSERT' OR 'CHGINS'
043800         PERFORM REPLAY-INSERT THRU REPLAY-INSERT-EXIT
043900         GO TO REPLAY-READ.
044000     IF  AUD-TRANS-CODE = 'DELETE' OR 'CHGDEL' OR 'PURGE'
044100         PERFORM REPLAY-DELETE THRU REPLAY-DELETE-EXIT
044200         GO TO REPLAY-READ.
044300     IF  AUD-TRANS-CODE = 'RECPT' OR 'ISSUE'
047300         DISPLAY 'MSTRCVR: INSERT OVER EXISTING KEY ' AUD-KEY
047400             ' - IMAGE TAKEN'
047500         PERFORM APPLY-AFT-IMAGE THRU APPLY-AFT-EXIT
047510         MOVE AUD-AFT-VEND   TO RCV-VEND (WS-RX)
047520         MOVE AUD-AFT-LOC    TO RCV-LOC (WS-RX)
047600         GO TO REPLAY-INSERT-EXIT.
047700     IF  WS-RCV-CNT >= WS-TBL-MAX
047800         ADD 1               TO WS-ERR-CTR
048600     MOVE ZERO               TO RCV-QTY (WS-RX).
048700     MOVE ZERO               TO RCV-LMDATE (WS-RX).
048800     PERFORM APPLY-AFT-IMAGE THRU APPLY-AFT-EXIT.
048810     MOVE AUD-AFT-VEND       TO RCV-VEND (WS-RX).
048820     MOVE AUD-AFT-LOC        TO RCV-LOC (WS-RX).
048900     ADD 1                   TO WS-APPLY-CTR.
049000 REPLAY-INSERT-EXIT.
049100     EXIT.
063500     MOVE RCV-STATUS (WS-RNG-MID) TO N-STATUS (WS-NEWSLOT).
063600     MOVE RCV-LMDATE (WS-RNG-MID) TO N-LMDATE (WS-NEWSLOT).
063700     MOVE RCV-TABID (WS-RNG-MID) TO N-TABID (WS-NEWSLOT).
063710     MOVE RCV-VEND (WS-RNG-MID)  TO N-VEND (WS-NEWSLOT).
063720     MOVE RCV-LOC (WS-RNG-MID)   TO N-LOC (WS-NEWSLOT).
063800     MOVE ZERO               TO N-LL (WS-NEWSLOT).
063900     MOVE ZERO               TO N-RL (WS-NEWSLOT).
064000     MOVE WS-RNG-N           TO WS-HGT-N.
068500                                 MSTN-HGT, MSTN-QTY, MSTN-LMDATE.
068600     MOVE SPACES             TO MSTN-ITEM, MSTN-DESC, MSTN-STATUS
068700                                 MSTN-TABLE-ID.
068710     MOVE SPACES             TO MSTN-VEND-KEY, MSTN-LOC-KEY.
068800     MOVE ZERO               TO MSTN-CKPT-COUNT.
068850     MOVE ZERO               TO MSTN-CKPT-DATE.
068900     MOVE WS-LAST-BATCH      TO MSTN-LAST-BATCH.
071900     MOVE N-STATUS (SS)      TO MSTN-STATUS.
072000     MOVE N-LMDATE (SS)      TO MSTN-LMDATE.
072100     MOVE N-TABID (SS)       TO MSTN-TABLE-ID.
072110     MOVE N-VEND (SS)        TO MSTN-VEND-KEY.
072120     MOVE N-LOC (SS)         TO MSTN-LOC-KEY.
072200     MOVE N-HGT (SS)         TO MSTN-HGT.
072300     WRITE MSTN-REC.
072400     ADD 1                   TO SS.
