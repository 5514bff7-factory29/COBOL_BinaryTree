000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BTINQRY.
000300*
000400*
000500*     ONLINE ITEM INQUIRY AGAINST THE BINTREE EXTRACT.
000600*
000700*     CICS TRANSACTION BTIQ, MAP BTINQ1 OF MAPSET BTINQM. THE
000800*     CLERK KEYS A TABLE-ID (BLANK FOR THE DEFAULT TABLE) AND AN
000900*     ITEM KEY AND THE PROGRAM READS THE PROD.BINTREE.EXTRACT
001000*     KSDS (CICS FILE BTEXTR) THAT MSTEXTR LOADS EVERY NIGHT
001100*     AFTER STEP010, SHOWING THE DESCRIPTION, QUANTITY, STATUS,
001200*     LAST-MAINTAINED DATE, AND THE VENDOR AND LOCATION THE ENTRY
001300*     NAMES. PF8 BROWSES FORWARD TO THE NEXT ITEM IN THE SAME
001400*     TABLE. THE FIGURES ARE AS OF THE LAST NIGHTLY LOAD - TODAY'S
001500*     STAGED MAINTENANCE (TRANSACTION BTMT) IS NOT APPLIED UNTIL
001550*     TONIGHT'S STEP010.
001600*
001700*     PSEUDO-CONVERSATIONAL: THE COMMAREA CARRIES THE KEY LAST
001800*     SHOWN SO PF8 KNOWS WHERE TO RESUME. THE EXTRACT IS OPENED
001900*     READ-ONLY IN CICS; IT IS CLOSED BEFORE THE NIGHTLY WINDOW
002000*     BECAUSE STEP012 DELETES AND REDEFINES IT.
002100*
002200*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500*
002600*
002700 DATA DIVISION.
002800 WORKING-STORAGE SECTION.
002900*
003000 01  WORK-AREA.
003100     03  WS-RESP             PIC S9(08)      COMP
003200                                             VALUE ZERO.
003300     03  WS-ABSTIME          PIC S9(15)      COMP-3
003400                                             VALUE ZERO.
003500     03  WS-START-KEY.
003600         05  WS-START-TABLE  PIC X(03)       VALUE SPACE.
003700         05  WS-START-ITEM   PIC X(10)       VALUE SPACE.
003800     03  WS-MSG              PIC X(79)       VALUE SPACE.
003900*
004000*    THE AID BYTE VALUES THIS TRANSACTION ANSWERS TO.
004100*
004200 01  WS-AID                  PIC X(01)       VALUE SPACE.
004300     88  WS-AID-ENTER                        VALUE QUOTE.
004400     88  WS-AID-CLEAR                        VALUE '_'.
004500     88  WS-AID-PF3                          VALUE '3'.
004600     88  WS-AID-PF8                          VALUE '8'.
004700*
004800*    SAVED ACROSS THE PSEUDO-CONVERSATION: THE KEY ON THE SCREEN.
004900*
005000 01  WS-COMMAREA.
005100     03  WS-CA-KEY.
005200         05  WS-CA-TABLE-ID  PIC X(03).
005300         05  WS-CA-ITEM      PIC X(10).
005400*
005500*    MUST MATCH THE XTR-REC LAYOUT WRITTEN BY MSTEXTR.
005600*
005700 01  XTR-REC.
005800     03  XTR-KEY.
005900         05  XTR-TABLE-ID    PIC  X(03).
006000         05  XTR-ITEM        PIC  X(10).
006100     03  XTR-DESC            PIC  X(30).
006200     03  XTR-QTY             PIC  9(05).
006300     03  XTR-STATUS          PIC  X(01).
006400     03  XTR-LMDATE          PIC  9(08).
006433     03  XTR-VEND-KEY        PIC  X(10).
006466     03  XTR-LOC-KEY         PIC  X(10).
006500*
006600*    SYMBOLIC MAP FOR BTINQ1 - MUST MATCH THE FIELD ORDER AND
006700*    LENGTHS IN MAPSET BTINQM.
006800*
006900 01  BTINQ1I.
007000     03  FILLER              PIC X(12).
007100     03  IQDATEL             PIC S9(04)      COMP.
007200     03  IQDATEF             PIC X(01).
007300     03  FILLER              REDEFINES IQDATEF.
007400         05  IQDATEA         PIC X(01).
007500     03  IQDATEI             PIC X(10).
007600     03  TABIDL              PIC S9(04)      COMP.
007700     03  TABIDF              PIC X(01).
007800     03  FILLER              REDEFINES TABIDF.
007900         05  TABIDA          PIC X(01).
008000     03  TABIDI              PIC X(03).
008100     03  ITEML               PIC S9(04)      COMP.
008200     03  ITEMF               PIC X(01).
008300     03  FILLER              REDEFINES ITEMF.
008400         05  ITEMA           PIC X(01).
008500     03  ITEMI               PIC X(10).
008600     03  DESCL               PIC S9(04)      COMP.
008700     03  DESCF               PIC X(01).
008800     03  FILLER              REDEFINES DESCF.
008900         05  DESCA           PIC X(01).
009000     03  DESCI               PIC X(30).
009100     03  QTYL                PIC S9(04)      COMP.
009200     03  QTYF                PIC X(01).
009300     03  FILLER              REDEFINES QTYF.
009400         05  QTYA            PIC X(01).
009500     03  QTYI                PIC X(05).
009600     03  STATL               PIC S9(04)      COMP.
009700     03  STATF               PIC X(01).
009800     03  FILLER              REDEFINES STATF.
009900         05  STATA           PIC X(01).
010000     03  STATI               PIC X(01).
010100     03  LMDTL               PIC S9(04)      COMP.
010200     03  LMDTF               PIC X(01).
010300     03  FILLER              REDEFINES LMDTF.
010400         05  LMDTA           PIC X(01).
010500     03  LMDTI               PIC X(08).
010509     03  VENDL               PIC S9(04)      COMP.
010518     03  VENDF               PIC X(01).
010527     03  FILLER              REDEFINES VENDF.
010536         05  VENDA           PIC X(01).
010545     03  VENDI               PIC X(10).
010554     03  LOCL                PIC S9(04)      COMP.
010563     03  LOCF                PIC X(01).
010572     03  FILLER              REDEFINES LOCF.
010581         05  LOCA            PIC X(01).
010590     03  LOCI                PIC X(10).
010600     03  MSGL                PIC S9(04)      COMP.
010700     03  MSGF                PIC X(01).
010800     03  FILLER              REDEFINES MSGF.
010900         05  MSGA            PIC X(01).
011000     03  MSGI                PIC X(79).
011100 01  BTINQ1O                 REDEFINES BTINQ1I.
011200     03  FILLER              PIC X(12).
011300     03  FILLER              PIC X(03).
011400     03  IQDATEO             PIC X(10).
011500     03  FILLER              PIC X(03).
011600     03  TABIDO              PIC X(03).
011700     03  FILLER              PIC X(03).
011800     03  ITEMO               PIC X(10).
011900     03  FILLER              PIC X(03).
012000     03  DESCO               PIC X(30).
012100     03  FILLER              PIC X(03).
012200     03  QTYO                PIC X(05).
012300     03  FILLER              PIC X(03).
012400     03  STATO               PIC X(01).
012500     03  FILLER              PIC X(03).
012600     03  LMDTO               PIC X(08).
012620     03  FILLER              PIC X(03).
012640     03  VENDO               PIC X(10).
012660     03  FILLER              PIC X(03).
012680     03  LOCO                PIC X(10).
012700     03  FILLER              PIC X(03).
012800     03  MSGO                PIC X(79).
012900*
013000 LINKAGE SECTION.
013100*
013200 01  DFHCOMMAREA             PIC X(13).
013300*
013400 PROCEDURE DIVISION.
013500*
013600*    FIRST TIME IN: PUT UP AN EMPTY SCREEN. AFTER THAT, CLEAR OR
013700*    PF3 ENDS THE TRANSACTION, PF8 BROWSES ON FROM THE KEY LAST
013800*    SHOWN, AND ANYTHING ELSE IS AN INQUIRY ON THE KEYED FIELDS.
013900*
014000 0000-START.
014100     MOVE EIBAID             TO WS-AID.
014200     IF  EIBCALEN = ZERO
014300         MOVE SPACES         TO WS-COMMAREA
014400         MOVE LOW-VALUES     TO BTINQ1O
014500         MOVE 'KEY A TABLE-ID AND ITEM, THEN PRESS ENTER'
014600                             TO MSGO
014700         GO TO SEND-FRESH.
014800     MOVE DFHCOMMAREA        TO WS-COMMAREA.
014900     IF  WS-AID-CLEAR OR WS-AID-PF3
015000         GO TO END-TRANS.
015100     EXEC CICS RECEIVE MAP('BTINQ1') MAPSET('BTINQM')
015200               INTO(BTINQ1I) RESP(WS-RESP)
015300     END-EXEC.
015400     IF  WS-RESP = DFHRESP(MAPFAIL)
015500         MOVE LOW-VALUES     TO BTINQ1O
015600         MOVE 'KEY A TABLE-ID AND ITEM, THEN PRESS ENTER'
015700                             TO MSGO
015800         GO TO SEND-FRESH.
015900     IF  TABIDL = ZERO OR TABIDI = LOW-VALUES
016000         MOVE SPACES         TO TABIDI.
016100     IF  ITEML = ZERO OR ITEMI = LOW-VALUES
016200         MOVE SPACES         TO ITEMI.
016300     IF  WS-AID-PF8
016400         GO TO BROWSE-NEXT.
016500     IF  NOT WS-AID-ENTER
016600         MOVE 'KEY NOT ACTIVE - ENTER, PF8, PF3 OR CLEAR'
016700                             TO WS-MSG
016800         GO TO SEND-MESSAGE.
016900*
017000*    DIRECT INQUIRY ON THE KEY AS KEYED.
017100*
017200 INQUIRE-ITEM.
017300     IF  ITEMI = SPACES
017400         MOVE 'ITEM KEY IS REQUIRED'
017500                             TO WS-MSG
017600         GO TO SEND-MESSAGE.
017700     MOVE TABIDI             TO XTR-TABLE-ID.
017800     MOVE ITEMI              TO XTR-ITEM.
017900     EXEC CICS READ FILE('BTEXTR') INTO(XTR-REC)
018000               RIDFLD(XTR-KEY) RESP(WS-RESP)
018100     END-EXEC.
018200     IF  WS-RESP = DFHRESP(NOTFND)
018300         MOVE XTR-KEY        TO WS-CA-KEY
018400         MOVE 'ITEM NOT ON FILE AS OF THE LAST NIGHTLY LOAD'
018500                             TO WS-MSG
018600         GO TO SEND-BLANK-ITEM.
018700     IF  WS-RESP NOT = DFHRESP(NORMAL)
018800         MOVE 'EXTRACT FILE NOT AVAILABLE - TRY AGAIN LATER'
018900                             TO WS-MSG
019000         GO TO SEND-MESSAGE.
019100     MOVE SPACES             TO WS-MSG.
019200     GO TO SEND-ITEM.
019300*
019400*    PF8: THE NEXT KEY AFTER THE ONE LAST SHOWN (OR AFTER THE
019500*    KEYED ONE, IF THE CLERK HAS OVERTYPED IT), STOPPING AT THE
019600*    END OF THE TABLE RATHER THAN RUNNING ON INTO THE NEXT ONE.
019700*
019800 BROWSE-NEXT.
019900     MOVE TABIDI             TO WS-START-TABLE.
020000     MOVE ITEMI              TO WS-START-ITEM.
020100     IF  WS-START-KEY = SPACES
020200         MOVE WS-CA-KEY      TO WS-START-KEY.
020300     MOVE WS-START-KEY       TO XTR-KEY.
020400     EXEC CICS STARTBR FILE('BTEXTR') RIDFLD(XTR-KEY)
020500               GTEQ RESP(WS-RESP)
020600     END-EXEC.
020700     IF  WS-RESP = DFHRESP(NOTFND)
020800         MOVE 'NO MORE ITEMS IN THIS TABLE'
020900                             TO WS-MSG
021000         GO TO SEND-MESSAGE.
021100     IF  WS-RESP NOT = DFHRESP(NORMAL)
021200         MOVE 'EXTRACT FILE NOT AVAILABLE - TRY AGAIN LATER'
021300                             TO WS-MSG
021400         GO TO SEND-MESSAGE.
021500 BROWSE-READ.
021600     EXEC CICS READNEXT FILE('BTEXTR') INTO(XTR-REC)
021700               RIDFLD(XTR-KEY) RESP(WS-RESP)
021800     END-EXEC.
021900     IF  WS-RESP = DFHRESP(NORMAL)
022000         IF  XTR-KEY = WS-START-KEY
022100             GO TO BROWSE-READ.
022200     EXEC CICS ENDBR FILE('BTEXTR')
022300     END-EXEC.
022400     IF  WS-RESP = DFHRESP(ENDFILE)
022500         MOVE 'NO MORE ITEMS IN THIS TABLE'
022600                             TO WS-MSG
022700         GO TO SEND-MESSAGE.
022800     IF  WS-RESP NOT = DFHRESP(NORMAL)
022900         MOVE 'EXTRACT FILE NOT AVAILABLE - TRY AGAIN LATER'
023000                             TO WS-MSG
023100         GO TO SEND-MESSAGE.
023200     IF  XTR-TABLE-ID NOT = WS-START-TABLE
023300         MOVE 'NO MORE ITEMS IN THIS TABLE'
023400                             TO WS-MSG
023500         GO TO SEND-MESSAGE.
023600     MOVE SPACES             TO WS-MSG.
023700*
023800*    SHOW THE ENTRY JUST READ AND REMEMBER ITS KEY FOR PF8.
023900*
024000 SEND-ITEM.
024100     MOVE XTR-KEY            TO WS-CA-KEY.
024200     MOVE LOW-VALUES         TO BTINQ1O.
024300     MOVE XTR-TABLE-ID       TO TABIDO.
024400     MOVE XTR-ITEM           TO ITEMO.
024500     MOVE XTR-DESC           TO DESCO.
024600     MOVE XTR-QTY            TO QTYO.
024700     MOVE XTR-STATUS         TO STATO.
024800     MOVE XTR-LMDATE         TO LMDTO.
024833     MOVE XTR-VEND-KEY       TO VENDO.
024866     MOVE XTR-LOC-KEY        TO LOCO.
024900     MOVE WS-MSG             TO MSGO.
025000     GO TO SEND-DATAONLY.
025100*
025200*    A KEY WITH NOTHING ON FILE: KEEP THE KEY, CLEAR THE DETAIL.
025300*
025400 SEND-BLANK-ITEM.
025500     MOVE LOW-VALUES         TO BTINQ1O.
025600     MOVE WS-CA-TABLE-ID     TO TABIDO.
025700     MOVE WS-CA-ITEM         TO ITEMO.
025800     MOVE SPACES             TO DESCO, QTYO, STATO, LMDTO,
025850                                VENDO, LOCO.
025900     MOVE WS-MSG             TO MSGO.
026000     GO TO SEND-DATAONLY.
026100*
026200*    AN ERROR ON THE KEYED FIELDS: LEAVE THE SCREEN AS IT IS
026300*    AND JUST PUT UP THE MESSAGE.
026400*
026500 SEND-MESSAGE.
026600     MOVE LOW-VALUES         TO BTINQ1O.
026700     MOVE WS-MSG             TO MSGO.
026800 SEND-DATAONLY.
026900     PERFORM STAMP-DATE THRU STAMP-DATE-EXIT.
027000     EXEC CICS SEND MAP('BTINQ1') MAPSET('BTINQM')
027100               FROM(BTINQ1O) DATAONLY FREEKB
027200     END-EXEC.
027300     GO TO RETURN-TRANS.
027400 SEND-FRESH.
027500     PERFORM STAMP-DATE THRU STAMP-DATE-EXIT.
027600     EXEC CICS SEND MAP('BTINQ1') MAPSET('BTINQM')
027700               FROM(BTINQ1O) ERASE FREEKB
027800     END-EXEC.
027900 RETURN-TRANS.
028000     EXEC CICS RETURN TRANSID('BTIQ') COMMAREA(WS-COMMAREA)
028100               LENGTH(13)
028200     END-EXEC.
028300     GOBACK.
028400*
028500 END-TRANS.
028600     EXEC CICS SEND TEXT FROM('BTIQ ENDED') LENGTH(10)
028700               ERASE FREEKB
028800     END-EXEC.
028900     EXEC CICS RETURN
029000     END-EXEC.
029100     GOBACK.
029200*
029300*    TODAY'S DATE IN THE SCREEN CORNER.
029400*
029500 STAMP-DATE.
029600     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
029700     END-EXEC.
029800     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
029900               MMDDYYYY(IQDATEO) DATESEP('/')
030000     END-EXEC.
030100 STAMP-DATE-EXIT.
030200     EXIT.
030300*
030400*
030500*    END OF BTINQRY.
