000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BTMAINT.
000300*
000400*
000500*     ONLINE ITEM MAINTENANCE FOR THE BINTREE MASTER.
000600*
000700*     CICS TRANSACTION BTMT, MAP BTMNT1 OF MAPSET BTMNTM. THE
000800*     CLERK KEYS ONE ADD, DELETE, CHANGE, RECEIPT OR ISSUE
000900*     (A/D/C/P/S) IN THE SAME TERMS AS A TABLEIN RECORD. NOTHING
001000*     IS POSTED TO THE MASTER HERE: EACH TRANSACTION IS CHECKED
001100*     AGAINST THE PROD.BINTREE.EXTRACT KSDS (CICS FILE BTEXTR) AS
001200*     IT IS KEYED AND, IF IT PASSES, WRITTEN TO THE STAGING KSDS
001300*     PROD.BINTREE.STAGING (CICS FILE BTSTAGE). AT CUTOFF STEP007
001400*     (STGCUT) CLOSES THE STAGING FILE INTO A TABLEIN BATCH WITH
001500*     ITS OWN HEADER AND TRAILER, AND STEP010 LOADS IT BEHIND THE
001600*     SOURCE EXTRACT'S BATCH - SO WHAT IS KEYED HERE GOES THROUGH
001700*     THE SAME LOAD, AUDIT AND RECONCILIATION AS EVERYTHING ELSE.
001800*
001900*     THE CHECKS ARE THE ONES THAT CAN BE MADE AGAINST LAST
002000*     NIGHT'S EXTRACT: AN ADD MUST NOT ALREADY BE ON FILE, A
002100*     DELETE, CHANGE, RECEIPT OR ISSUE MUST BE, A CHANGE MAY NOT
002200*     RE-KEY ONTO AN ENTRY THAT EXISTS, AND AN ISSUE MAY NOT TAKE
002300*     MORE THAN THE QUANTITY ON FILE. THE LOAD IS STILL THE FINAL
002400*     AUTHORITY - TWO ISSUES KEYED THE SAME DAY CAN EACH PASS HERE
002500*     AND THE SECOND STILL GO TO SUSPENSE TONIGHT.
002510*
002520*     AN ADD OR CHANGE MAY NAME THE ENTRY'S VENDOR (A KEY IN TABLE
002530*     VND) AND LOCATION (A KEY IN TABLE LOC); EACH NAMED ONE MUST
002540*     BE ON THE EXTRACT. A CHANGE RESTATES BOTH, SO BLANK CLEARS
002550*     THEM: THE FIRST ENTER ON A CHANGE FILLS ANY LEFT BLANK WITH
002552*     THE ENTRY'S CURRENT VENDOR OR LOCATION FROM THE EXTRACT AND
002554*     STAGES NOTHING, SO A REFERENCE IS ONLY CLEARED BY BLANKING
002556*     IT ON THE SCREEN WHERE IT IS SHOWN. WHETHER A VENDOR OR
002558*     LOCATION BEING DELETED OR RE-KEYED IS STILL NAMED BY AN
002560*     ENTRY IS LEFT TO THE LOAD.
002600*
002700*     THE STAGING KEY IS THE CICS ABSOLUTE TIME PLUS THE TERMINAL
002800*     ID, SO STGCUT READS THE DAY'S WORK BACK IN THE ORDER IT WAS
002900*     KEYED AND TWO TERMINALS CANNOT COLLIDE.
003000*
003100*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400*
003500*
003600 DATA DIVISION.
003700 WORKING-STORAGE SECTION.
003800*
003900 01  WORK-AREA.
004000     03  WS-RESP             PIC S9(08)      COMP
004100                                             VALUE ZERO.
004200     03  WS-ABSTIME          PIC S9(15)      COMP-3
004300                                             VALUE ZERO.
004400     03  WS-MSG              PIC X(79)       VALUE SPACE.
004500     03  WS-ENTRY-QTY        PIC X(05)       VALUE SPACE.
004600     03  WS-ENTRY-QTY-N      REDEFINES WS-ENTRY-QTY
004700                             PIC 9(05).
004800     03  WS-ENTRY-EFF        PIC X(08)       VALUE SPACE.
004900     03  WS-ENTRY-EFF-N      REDEFINES WS-ENTRY-EFF
005000                             PIC 9(08).
005100     03  WS-ON-FILE-SW       PIC X(01)       VALUE 'N'.
005200         88  WS-ON-FILE                      VALUE 'Y'.
005210     03  WS-REF-KEY.
005220         05  WS-REF-TABLE-ID PIC X(03)       VALUE SPACE.
005230         05  WS-REF-ITEM     PIC X(10)       VALUE SPACE.
005240     03  WS-REF-REC          PIC X(77)       VALUE SPACE.
005300*
005400*    THE AID BYTE VALUES THIS TRANSACTION ANSWERS TO.
005500*
005600 01  WS-AID                  PIC X(01)       VALUE SPACE.
005700     88  WS-AID-ENTER                        VALUE QUOTE.
005800     88  WS-AID-CLEAR                        VALUE '_'.
005900     88  WS-AID-PF3                          VALUE '3'.
006000*
006100*    THE TRANSACTION CODES THE SCREEN ACCEPTS - THE POSTING
006200*    CODES ONLY; INQUIRIES (I/R) BELONG TO BTIQ AND THE BATCH.
006300*
006400 01  WS-CODE                 PIC X(01)       VALUE SPACE.
006500     88  WS-CODE-VALID                       VALUE 'A' 'D' 'C'
006600                                                   'P' 'S'.
006700     88  WS-CODE-ADD                         VALUE 'A'.
006800     88  WS-CODE-CHG                         VALUE 'C'.
006900     88  WS-CODE-MOVE                        VALUE 'P' 'S'.
007000     88  WS-CODE-ISSUE                       VALUE 'S'.
007100*
007110*
007120*    SAVED ACROSS THE PSEUDO-CONVERSATION: THE CHANGE WHOSE
007130*    CURRENT VENDOR AND LOCATION HAVE BEEN PUT ON THE SCREEN.
007140*
007200 01  WS-COMMAREA.
007210     03  WS-CA-MARK          PIC X(01)       VALUE 'M'.
007220     03  WS-CA-CHG-KEY.
007230         05  WS-CA-CHG-TABLE-ID
007240                             PIC X(03)       VALUE SPACE.
007250         05  WS-CA-CHG-ITEM  PIC X(10)       VALUE SPACE.
007300*
007400*    MUST MATCH THE XTR-REC LAYOUT WRITTEN BY MSTEXTR.
007500*
007600 01  XTR-REC.
007700     03  XTR-KEY.
007800         05  XTR-TABLE-ID    PIC  X(03).
007900         05  XTR-ITEM        PIC  X(10).
008000     03  XTR-DESC            PIC  X(30).
008100     03  XTR-QTY             PIC  9(05).
008200     03  XTR-STATUS          PIC  X(01).
008300     03  XTR-LMDATE          PIC  9(08).
008310     03  XTR-VEND-KEY        PIC  X(10).
008320     03  XTR-LOC-KEY         PIC  X(10).
008400*
008500*    THE STAGING RECORD. MUST MATCH THE STG-REC LAYOUT READ BY
008600*    STGCUT. STG-TRAN IS THE TRANSACTION PART OF A TBL-IN-REC,
008700*    EXACTLY AS BINTREE READS IT FROM TABLEIN.
008710*    THE VENDOR AND LOCATION KEYS FOLLOW IT; STGCUT PUTS THEM IN
008720*    THE TBL-IN-REC REFERENCE FIELDS.
008800*
008900 01  STG-REC.
009000     03  STG-KEY.
009100         05  STG-ABSTIME     PIC S9(15)      COMP-3.
009200         05  STG-TERMID      PIC  X(04).
009300     03  STG-USERID          PIC  X(08).
009400     03  STG-DATE            PIC  9(08).
009500     03  STG-TIME            PIC  9(06).
009600     03  STG-TRAN.
009700         05  STG-TRN-CODE    PIC  X(01).
009800         05  STG-TRN-KEY     PIC  X(10).
009900         05  STG-TRN-NEW-KEY PIC  X(10).
010000         05  STG-TRN-DESC    PIC  X(30).
010100         05  STG-TRN-QTY     PIC  9(05).
010200         05  STG-TRN-STATUS  PIC  X(01).
010300         05  STG-TRN-TABLE-ID
010400                             PIC  X(03).
010500         05  STG-TRN-EFF-DATE
010600                             PIC  9(08).
010610     03  STG-VEND-KEY        PIC  X(10).
010620     03  STG-LOC-KEY         PIC  X(10).
010700*
010800*    SYMBOLIC MAP FOR BTMNT1 - MUST MATCH THE FIELD ORDER AND
010900*    LENGTHS IN MAPSET BTMNTM.
011000*
011100 01  BTMNT1I.
011200     03  FILLER              PIC X(12).
011300     03  MTDATEL             PIC S9(04)      COMP.
011400     03  MTDATEF             PIC X(01).
011500     03  FILLER              REDEFINES MTDATEF.
011600         05  MTDATEA         PIC X(01).
011700     03  MTDATEI             PIC X(10).
011800     03  CODEL               PIC S9(04)      COMP.
011900     03  CODEF               PIC X(01).
012000     03  FILLER              REDEFINES CODEF.
012100         05  CODEA           PIC X(01).
012200     03  CODEI               PIC X(01).
012300     03  TABIDL              PIC S9(04)      COMP.
012400     03  TABIDF              PIC X(01).
012500     03  FILLER              REDEFINES TABIDF.
012600         05  TABIDA          PIC X(01).
012700     03  TABIDI              PIC X(03).
012800     03  ITEML               PIC S9(04)      COMP.
012900     03  ITEMF               PIC X(01).
013000     03  FILLER              REDEFINES ITEMF.
013100         05  ITEMA           PIC X(01).
013200     03  ITEMI               PIC X(10).
013300     03  NEWKEYL             PIC S9(04)      COMP.
013400     03  NEWKEYF             PIC X(01).
013500     03  FILLER              REDEFINES NEWKEYF.
013600         05  NEWKEYA         PIC X(01).
013700     03  NEWKEYI             PIC X(10).
013800     03  DESCL               PIC S9(04)      COMP.
013900     03  DESCF               PIC X(01).
014000     03  FILLER              REDEFINES DESCF.
014100         05  DESCA           PIC X(01).
014200     03  DESCI               PIC X(30).
014300     03  QTYL                PIC S9(04)      COMP.
014400     03  QTYF                PIC X(01).
014500     03  FILLER              REDEFINES QTYF.
014600         05  QTYA            PIC X(01).
014700     03  QTYI                PIC X(05).
014800     03  STATL               PIC S9(04)      COMP.
014900     03  STATF               PIC X(01).
015000     03  FILLER              REDEFINES STATF.
015100         05  STATA           PIC X(01).
015200     03  STATI               PIC X(01).
015300     03  EFFDTL              PIC S9(04)      COMP.
015400     03  EFFDTF              PIC X(01).
015500     03  FILLER              REDEFINES EFFDTF.
015600         05  EFFDTA          PIC X(01).
015700     03  EFFDTI              PIC X(08).
015709     03  VENDL               PIC S9(04)      COMP.
015718     03  VENDF               PIC X(01).
015727     03  FILLER              REDEFINES VENDF.
015736         05  VENDA           PIC X(01).
015745     03  VENDI               PIC X(10).
015754     03  LOCL                PIC S9(04)      COMP.
015763     03  LOCF                PIC X(01).
015772     03  FILLER              REDEFINES LOCF.
015781         05  LOCA            PIC X(01).
015790     03  LOCI                PIC X(10).
015800     03  CDESCL              PIC S9(04)      COMP.
015900     03  CDESCF              PIC X(01).
016000     03  FILLER              REDEFINES CDESCF.
016100         05  CDESCA          PIC X(01).
016200     03  CDESCI              PIC X(30).
016300     03  CQTYL               PIC S9(04)      COMP.
016400     03  CQTYF               PIC X(01).
016500     03  FILLER              REDEFINES CQTYF.
016600         05  CQTYA           PIC X(01).
016700     03  CQTYI               PIC X(05).
016800     03  CSTATL              PIC S9(04)      COMP.
016900     03  CSTATF              PIC X(01).
017000     03  FILLER              REDEFINES CSTATF.
017100         05  CSTATA          PIC X(01).
017200     03  CSTATI              PIC X(01).
017209     03  CVENDL              PIC S9(04)      COMP.
017218     03  CVENDF              PIC X(01).
017227     03  FILLER              REDEFINES CVENDF.
017236         05  CVENDA          PIC X(01).
017245     03  CVENDI              PIC X(10).
017254     03  CLOCL               PIC S9(04)      COMP.
017263     03  CLOCF               PIC X(01).
017272     03  FILLER              REDEFINES CLOCF.
017281         05  CLOCA           PIC X(01).
017290     03  CLOCI               PIC X(10).
017300     03  MSGL                PIC S9(04)      COMP.
017400     03  MSGF                PIC X(01).
017500     03  FILLER              REDEFINES MSGF.
017600         05  MSGA            PIC X(01).
017700     03  MSGI                PIC X(79).
017800 01  BTMNT1O                 REDEFINES BTMNT1I.
017900     03  FILLER              PIC X(12).
018000     03  FILLER              PIC X(03).
018100     03  MTDATEO             PIC X(10).
018200     03  FILLER              PIC X(03).
018300     03  CODEO               PIC X(01).
018400     03  FILLER              PIC X(03).
018500     03  TABIDO              PIC X(03).
018600     03  FILLER              PIC X(03).
018700     03  ITEMO               PIC X(10).
018800     03  FILLER              PIC X(03).
018900     03  NEWKEYO             PIC X(10).
019000     03  FILLER              PIC X(03).
019100     03  DESCO               PIC X(30).
019200     03  FILLER              PIC X(03).
019300     03  QTYO                PIC X(05).
019400     03  FILLER              PIC X(03).
019500     03  STATO               PIC X(01).
019600     03  FILLER              PIC X(03).
019700     03  EFFDTO              PIC X(08).
019710     03  FILLER              PIC X(03).
019720     03  VENDO               PIC X(10).
019730     03  FILLER              PIC X(03).
019740     03  LOCO                PIC X(10).
019800     03  FILLER              PIC X(03).
019900     03  CDESCO              PIC X(30).
020000     03  FILLER              PIC X(03).
020100     03  CQTYO               PIC X(05).
020200     03  FILLER              PIC X(03).
020300     03  CSTATO              PIC X(01).
020320     03  FILLER              PIC X(03).
020340     03  CVENDO              PIC X(10).
020360     03  FILLER              PIC X(03).
020380     03  CLOCO               PIC X(10).
020400     03  FILLER              PIC X(03).
020500     03  MSGO                PIC X(79).
020600*
020700 LINKAGE SECTION.
020800*
020900 01  DFHCOMMAREA             PIC X(14).
021000*
021100 PROCEDURE DIVISION.
021200*
021300*    FIRST TIME IN: PUT UP AN EMPTY SCREEN. AFTER THAT, CLEAR OR
021400*    PF3 ENDS THE TRANSACTION AND ENTER CHECKS AND STAGES WHAT
021500*    HAS BEEN KEYED.
021600*
021700 0000-START.
021800     MOVE EIBAID             TO WS-AID.
021900     IF  EIBCALEN = ZERO
022000         MOVE LOW-VALUES     TO BTMNT1O
022100         MOVE 'KEY A TRANSACTION AND PRESS ENTER'
022200                             TO MSGO
022210         MOVE -1             TO CODEL
022300         GO TO SEND-FRESH.
022310     IF  EIBCALEN = 14
022320         MOVE DFHCOMMAREA    TO WS-COMMAREA.
022400     IF  WS-AID-CLEAR OR WS-AID-PF3
022500         GO TO END-TRANS.
022600     IF  NOT WS-AID-ENTER
022700         MOVE LOW-VALUES     TO BTMNT1O
022800         MOVE 'KEY NOT ACTIVE - ENTER, PF3 OR CLEAR'
022900                             TO MSGO
022910         MOVE -1             TO CODEL
023000         GO TO SEND-DATAONLY.
023100     EXEC CICS RECEIVE MAP('BTMNT1') MAPSET('BTMNTM')
023200               INTO(BTMNT1I) RESP(WS-RESP)
023300     END-EXEC.
023400     IF  WS-RESP = DFHRESP(MAPFAIL)
023450         MOVE SPACES         TO WS-CA-CHG-KEY
023500         MOVE LOW-VALUES     TO BTMNT1O
023600         MOVE 'KEY A TRANSACTION AND PRESS ENTER'
023700                             TO MSGO
023710         MOVE -1             TO CODEL
023800         GO TO SEND-FRESH.
023900     PERFORM CLEAN-INPUT THRU CLEAN-INPUT-EXIT.
024000     PERFORM EDIT-ENTRY THRU EDIT-ENTRY-EXIT.
024100     IF  WS-MSG NOT = SPACES
024200         GO TO SEND-ERROR.
024300     PERFORM CHECK-EXTRACT THRU CHECK-EXTRACT-EXIT.
024400     IF  WS-MSG NOT = SPACES
024500         GO TO SEND-ERROR.
024502     PERFORM FILL-REFS THRU FILL-REFS-EXIT.
024504     IF  WS-MSG NOT = SPACES
024506         GO TO SEND-REFS.
024510     PERFORM CHECK-REFS THRU CHECK-REFS-EXIT.
024520     IF  WS-MSG NOT = SPACES
024530         GO TO SEND-ERROR.
024600     PERFORM WRITE-STAGING THRU WRITE-STAGING-EXIT.
024700     IF  WS-MSG NOT = SPACES
024800         GO TO SEND-ERROR.
024900*
025000*    STAGED: CLEAR THE ENTRY FIELDS FOR THE NEXT ONE BUT KEEP
025100*    THE TABLE-ID, AND SHOW THE ENTRY AS IT STANDS ON FILE.
025200*
025300     MOVE LOW-VALUES         TO BTMNT1O.
025350     MOVE SPACES             TO WS-CA-CHG-KEY.
025400     MOVE STG-TRN-TABLE-ID   TO TABIDO.
025500     PERFORM SHOW-ON-FILE THRU SHOW-ON-FILE-EXIT.
025600     MOVE SPACES             TO WS-MSG.
025700     STRING 'STAGED FOR TONIGHT''S LOAD - ' DELIMITED BY SIZE
025800            STG-TRN-CODE     DELIMITED BY SIZE
025900            ' '              DELIMITED BY SIZE
026000            STG-TRN-KEY      DELIMITED BY SIZE
026100            INTO WS-MSG.
026200     MOVE WS-MSG             TO MSGO.
026300     MOVE -1                 TO CODEL.
026400     GO TO SEND-FRESH.
026500*
026600*    UNKEYED FIELDS COME BACK AS NULLS (OR NOT AT ALL, WITH A
026700*    ZERO LENGTH); TREAT BOTH AS BLANK.
026800*
026900 CLEAN-INPUT.
027000     IF  CODEL = ZERO OR CODEI = LOW-VALUES
027100         MOVE SPACES         TO CODEI.
027200     IF  TABIDL = ZERO OR TABIDI = LOW-VALUES
027300         MOVE SPACES         TO TABIDI.
027400     IF  ITEML = ZERO OR ITEMI = LOW-VALUES
027500         MOVE SPACES         TO ITEMI.
027600     IF  NEWKEYL = ZERO OR NEWKEYI = LOW-VALUES
027700         MOVE SPACES         TO NEWKEYI.
027800     IF  DESCL = ZERO OR DESCI = LOW-VALUES
027900         MOVE SPACES         TO DESCI.
028000     IF  QTYL = ZERO OR QTYI = LOW-VALUES
028100         MOVE SPACES         TO QTYI.
028200     IF  STATL = ZERO OR STATI = LOW-VALUES
028300         MOVE SPACES         TO STATI.
028400     IF  EFFDTL = ZERO OR EFFDTI = LOW-VALUES
028500         MOVE SPACES         TO EFFDTI.
028510     IF  VENDL = ZERO OR VENDI = LOW-VALUES
028520         MOVE SPACES         TO VENDI.
028530     IF  LOCL = ZERO OR LOCI = LOW-VALUES
028540         MOVE SPACES         TO LOCI.
028600     INSPECT TABIDI  REPLACING ALL LOW-VALUE BY SPACE.
028700     INSPECT ITEMI   REPLACING ALL LOW-VALUE BY SPACE.
028800     INSPECT NEWKEYI REPLACING ALL LOW-VALUE BY SPACE.
028900     INSPECT DESCI   REPLACING ALL LOW-VALUE BY SPACE.
028910     INSPECT VENDI   REPLACING ALL LOW-VALUE BY SPACE.
028920     INSPECT LOCI    REPLACING ALL LOW-VALUE BY SPACE.
029000 CLEAN-INPUT-EXIT.
029100     EXIT.
029200*
029300*    FIELD EDITS THAT NEED NO FILE. THE FIRST FAILURE SETS THE
029400*    MESSAGE AND PUTS THE CURSOR ON THE FIELD IN ERROR.
029500*
029600 EDIT-ENTRY.
029700     MOVE SPACES             TO WS-MSG.
029800     MOVE CODEI              TO WS-CODE.
029900     IF  NOT WS-CODE-VALID
030000         MOVE 'TRANSACTION CODE MUST BE A, D, C, P OR S'
030100                             TO WS-MSG
030200         MOVE -1             TO CODEL
030300         GO TO EDIT-ENTRY-EXIT.
030400     IF  ITEMI = SPACES
030500         MOVE 'ITEM KEY IS REQUIRED'
030600                             TO WS-MSG
030700         MOVE -1             TO ITEML
030800         GO TO EDIT-ENTRY-EXIT.
030900     IF  WS-CODE-CHG AND NEWKEYI = SPACES
031000         MOVE 'A CHANGE NEEDS A NEW KEY - THE SAME KEY TO RESTATE'
031100                             TO WS-MSG
031200         MOVE -1             TO NEWKEYL
031300         GO TO EDIT-ENTRY-EXIT.
031400     MOVE QTYI               TO WS-ENTRY-QTY.
031500     IF  WS-ENTRY-QTY = SPACES
031600         MOVE ZERO           TO WS-ENTRY-QTY-N.
031700     IF  WS-ENTRY-QTY NOT NUMERIC
031800         MOVE 'QUANTITY MUST BE NUMERIC'
031900                             TO WS-MSG
032000         MOVE -1             TO QTYL
032100         GO TO EDIT-ENTRY-EXIT.
032200     IF  WS-CODE-MOVE AND WS-ENTRY-QTY-N = ZERO
032300         MOVE 'A RECEIPT OR ISSUE NEEDS A QUANTITY'
032400                             TO WS-MSG
032500         MOVE -1             TO QTYL
032600         GO TO EDIT-ENTRY-EXIT.
032700     MOVE EFFDTI             TO WS-ENTRY-EFF.
032800     IF  WS-ENTRY-EFF = SPACES
032900         MOVE ZERO           TO WS-ENTRY-EFF-N.
033000     IF  WS-ENTRY-EFF NOT NUMERIC
033100         MOVE 'EFFECTIVE DATE MUST BE CCYYMMDD OR BLANK'
033200                             TO WS-MSG
033300         MOVE -1             TO EFFDTL
033400         GO TO EDIT-ENTRY-EXIT.
033410     IF  NOT WS-CODE-ADD AND NOT WS-CODE-CHG
033420     AND (VENDI NOT = SPACES OR LOCI NOT = SPACES)
033430         MOVE 'VENDOR AND LOCATION GO ON AN ADD OR CHANGE ONLY'
033440                             TO WS-MSG
033450         MOVE -1             TO VENDL
033460         GO TO EDIT-ENTRY-EXIT.
033500 EDIT-ENTRY-EXIT.
033600     EXIT.
033700*
033800*    THE CHECKS AGAINST LAST NIGHT'S EXTRACT.
033900*
034000 CHECK-EXTRACT.
034100     MOVE SPACES             TO WS-MSG.
034200     MOVE 'N'                TO WS-ON-FILE-SW.
034300     MOVE TABIDI             TO XTR-TABLE-ID.
034400     MOVE ITEMI              TO XTR-ITEM.
034500     EXEC CICS READ FILE('BTEXTR') INTO(XTR-REC)
034600               RIDFLD(XTR-KEY) RESP(WS-RESP)
034700     END-EXEC.
034800     IF  WS-RESP = DFHRESP(NORMAL)
034900         MOVE 'Y'            TO WS-ON-FILE-SW
035000     ELSE
035100         IF  WS-RESP NOT = DFHRESP(NOTFND)
035200             MOVE 'EXTRACT FILE NOT AVAILABLE - TRY AGAIN LATER'
035300                             TO WS-MSG
035310             MOVE -1         TO CODEL
035400             GO TO CHECK-EXTRACT-EXIT.
035500     IF  WS-CODE-ADD
035600         IF  WS-ON-FILE
035700             MOVE 'ITEM IS ALREADY ON FILE - CANNOT ADD'
035800                             TO WS-MSG
035900             MOVE -1         TO ITEML
036000             GO TO CHECK-EXTRACT-EXIT
036100         ELSE
036200             GO TO CHECK-EXTRACT-EXIT.
036300     IF  NOT WS-ON-FILE
036400         MOVE 'ITEM IS NOT ON FILE'
036500                             TO WS-MSG
036600         MOVE -1             TO ITEML
036700         GO TO CHECK-EXTRACT-EXIT.
036800     IF  WS-CODE-ISSUE AND WS-ENTRY-QTY-N > XTR-QTY
036900         MOVE 'ISSUE IS MORE THAN THE QUANTITY ON FILE'
037000                             TO WS-MSG
037100         MOVE -1             TO QTYL
037200         GO TO CHECK-EXTRACT-EXIT.
037300     IF  NOT WS-CODE-CHG OR NEWKEYI = ITEMI
037400         GO TO CHECK-EXTRACT-EXIT.
037500*
037600*    A RE-KEY: THE NEW KEY MUST BE FREE IN THE SAME TABLE. THE
037700*    OLD KEY'S RECORD IS READ BACK AFTERWARDS SO THE ON-FILE
037800*    FIGURES SHOWN ARE THE ENTRY BEING CHANGED.
037900*
038000     MOVE TABIDI             TO XTR-TABLE-ID.
038100     MOVE NEWKEYI            TO XTR-ITEM.
038200     EXEC CICS READ FILE('BTEXTR') INTO(XTR-REC)
038300               RIDFLD(XTR-KEY) RESP(WS-RESP)
038400     END-EXEC.
038500     IF  WS-RESP = DFHRESP(NORMAL)
038600         MOVE 'NEW KEY IS ALREADY ON FILE - CANNOT RE-KEY'
038700                             TO WS-MSG
038800         MOVE -1             TO NEWKEYL.
038900     MOVE TABIDI             TO XTR-TABLE-ID.
039000     MOVE ITEMI              TO XTR-ITEM.
039100     EXEC CICS READ FILE('BTEXTR') INTO(XTR-REC)
039200               RIDFLD(XTR-KEY) RESP(WS-RESP)
039300     END-EXEC.
039400 CHECK-EXTRACT-EXIT.
039500     EXIT.
039502*
039504*    THE VENDOR AND LOCATION NAMED ON AN ADD OR CHANGE MUST BE ON
039506*    THE EXTRACT IN THEIR OWN TABLES. THEY ARE READ INTO THEIR OWN
039508*    AREA SO THE ENTRY'S ON-FILE FIGURES ARE LEFT FOR THE SCREEN.
039510*
039512 CHECK-REFS.
039514     MOVE SPACES             TO WS-MSG.
039516     IF  VENDI = SPACES
039518         GO TO CHECK-REFS-LOC.
039520     MOVE 'VND'              TO WS-REF-TABLE-ID.
039522     MOVE VENDI              TO WS-REF-ITEM.
039524     EXEC CICS READ FILE('BTEXTR') INTO(WS-REF-REC)
039526               RIDFLD(WS-REF-KEY) RESP(WS-RESP)
039528     END-EXEC.
039530     IF  WS-RESP = DFHRESP(NORMAL)
039532         GO TO CHECK-REFS-LOC.
039534     IF  WS-RESP = DFHRESP(NOTFND)
039536         MOVE 'VENDOR IS NOT ON FILE IN TABLE VND'
039538                             TO WS-MSG
039540         MOVE -1             TO VENDL
039542     ELSE
039544         MOVE 'EXTRACT FILE NOT AVAILABLE - TRY AGAIN LATER'
039546                             TO WS-MSG
039548         MOVE -1             TO CODEL.
039550     GO TO CHECK-REFS-EXIT.
039552 CHECK-REFS-LOC.
039554     IF  LOCI = SPACES
039556         GO TO CHECK-REFS-EXIT.
039558     MOVE 'LOC'              TO WS-REF-TABLE-ID.
039560     MOVE LOCI               TO WS-REF-ITEM.
039562     EXEC CICS READ FILE('BTEXTR') INTO(WS-REF-REC)
039564               RIDFLD(WS-REF-KEY) RESP(WS-RESP)
039566     END-EXEC.
039568     IF  WS-RESP = DFHRESP(NORMAL)
039570         GO TO CHECK-REFS-EXIT.
039572     IF  WS-RESP = DFHRESP(NOTFND)
039574         MOVE 'LOCATION IS NOT ON FILE IN TABLE LOC'
039576                             TO WS-MSG
039578         MOVE -1             TO LOCL
039580     ELSE
039582         MOVE 'EXTRACT FILE NOT AVAILABLE - TRY AGAIN LATER'
039584                             TO WS-MSG
039586         MOVE -1             TO CODEL.
039588 CHECK-REFS-EXIT.
039590     EXIT.
039600*
039700*    BUILD THE TBL-IN-REC FROM THE SCREEN AND STAMP WHO KEYED
039800*    IT AND WHEN.
039900*
040000 WRITE-STAGING.
040100     MOVE SPACES             TO WS-MSG.
040200     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
040300     END-EXEC.
040400     MOVE WS-ABSTIME         TO STG-ABSTIME.
040500     MOVE EIBTRMID           TO STG-TERMID.
040600     EXEC CICS ASSIGN USERID(STG-USERID)
040700     END-EXEC.
040800     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
040900               YYYYMMDD(STG-DATE) TIME(STG-TIME)
041000     END-EXEC.
041100     MOVE WS-CODE            TO STG-TRN-CODE.
041200     MOVE ITEMI              TO STG-TRN-KEY.
041300     MOVE NEWKEYI            TO STG-TRN-NEW-KEY.
041400     MOVE DESCI              TO STG-TRN-DESC.
041500     MOVE WS-ENTRY-QTY-N     TO STG-TRN-QTY.
041600     MOVE STATI              TO STG-TRN-STATUS.
041700     MOVE TABIDI             TO STG-TRN-TABLE-ID.
041800     MOVE WS-ENTRY-EFF-N     TO STG-TRN-EFF-DATE.
041810     MOVE VENDI              TO STG-VEND-KEY.
041820     MOVE LOCI               TO STG-LOC-KEY.
041900     EXEC CICS WRITE FILE('BTSTAGE') FROM(STG-REC)
042000               RIDFLD(STG-KEY) RESP(WS-RESP)
042100     END-EXEC.
042200     IF  WS-RESP NOT = DFHRESP(NORMAL)
042300         MOVE 'STAGING FILE NOT AVAILABLE - NOT STAGED, TRY AGAIN'
042400                             TO WS-MSG
042500         MOVE -1             TO CODEL.
042600 WRITE-STAGING-EXIT.
042700     EXIT.
042800*
042900*    THE ON-FILE FIGURES FOR THE ENTRY LAST READ, IF THERE WAS
043000*    ONE.
043100*
043200 SHOW-ON-FILE.
043300     IF  WS-ON-FILE
043400         MOVE XTR-DESC       TO CDESCO
043500         MOVE XTR-QTY        TO CQTYO
043600         MOVE XTR-STATUS     TO CSTATO
043650         MOVE XTR-VEND-KEY   TO CVENDO
043675         MOVE XTR-LOC-KEY    TO CLOCO
043700     ELSE
043800         MOVE SPACES         TO CDESCO, CQTYO, CSTATO,
043850                                CVENDO, CLOCO.
043900 SHOW-ON-FILE-EXIT.
044000     EXIT.
044002*
044004*    THE FIRST ENTER ON A CHANGE TO AN ENTRY: A VENDOR OR LOCATION
044006*    LEFT BLANK WOULD CLEAR THE ONE ON FILE, SO ANY ON FILE IS PUT
044008*    IN THE BLANK FIELD AND THE SCREEN GOES BACK FOR THE CLERK TO
044010*    CHECK. THE COMMAREA REMEMBERS THE ENTRY, SO THE NEXT ENTER ON
044012*    IT STAGES WHAT IS THEN ON THE SCREEN - BLANK INCLUDED.
044014*
044016 FILL-REFS.
044018     MOVE SPACES             TO WS-MSG.
044020     IF  NOT WS-CODE-CHG
044022         GO TO FILL-REFS-EXIT.
044024     IF  WS-CA-CHG-TABLE-ID = TABIDI
044026     AND WS-CA-CHG-ITEM = ITEMI
044028         GO TO FILL-REFS-EXIT.
044030     MOVE TABIDI             TO WS-CA-CHG-TABLE-ID.
044032     MOVE ITEMI              TO WS-CA-CHG-ITEM.
044034     IF  VENDI = SPACES AND XTR-VEND-KEY NOT = SPACES
044036         MOVE XTR-VEND-KEY   TO VENDI
044038         MOVE -1             TO VENDL.
044040     IF  LOCI = SPACES AND XTR-LOC-KEY NOT = SPACES
044042         MOVE XTR-LOC-KEY    TO LOCI
044044         MOVE -1             TO LOCL.
044046     IF  VENDL = -1 OR LOCL = -1
044048         MOVE 'CURRENT VENDOR/LOCATION SHOWN - CHECK, THEN ENTER'
044052                             TO WS-MSG.
044054 FILL-REFS-EXIT.
044056     EXIT.
044100*
044200*    AN ERROR: LEAVE WHAT WAS KEYED ON THE SCREEN, PUT UP THE
044300*    MESSAGE AND THE ON-FILE FIGURES, CURSOR TO THE BAD FIELD.
044400*
044500 SEND-ERROR.
044600     MOVE WS-MSG             TO MSGO.
044700     MOVE LOW-VALUES         TO MTDATEO, CODEO, TABIDO, ITEMO,
044800                                NEWKEYO, DESCO, QTYO, STATO,
044810                                EFFDTO, VENDO, LOCO.
044900     PERFORM SHOW-ON-FILE THRU SHOW-ON-FILE-EXIT.
044910     GO TO SEND-DATAONLY.
044920*
044930*    THE CURRENT VENDOR AND LOCATION FILLED IN ON A CHANGE: LEAVE
044940*    THE REST OF WHAT WAS KEYED, SEND THE TWO REFERENCE FIELDS.
044950*
044960 SEND-REFS.
044970     MOVE WS-MSG             TO MSGO.
044980     MOVE LOW-VALUES         TO MTDATEO, CODEO, TABIDO, ITEMO,
044985                                NEWKEYO, DESCO, QTYO, STATO,
044990                                EFFDTO.
044995     PERFORM SHOW-ON-FILE THRU SHOW-ON-FILE-EXIT.
045000 SEND-DATAONLY.
045100     PERFORM STAMP-DATE THRU STAMP-DATE-EXIT.
045200     EXEC CICS SEND MAP('BTMNT1') MAPSET('BTMNTM')
045300               FROM(BTMNT1O) DATAONLY CURSOR FREEKB
045400     END-EXEC.
045500     GO TO RETURN-TRANS.
045600 SEND-FRESH.
045700     PERFORM STAMP-DATE THRU STAMP-DATE-EXIT.
045800     EXEC CICS SEND MAP('BTMNT1') MAPSET('BTMNTM')
045900               FROM(BTMNT1O) ERASE CURSOR FREEKB
046000     END-EXEC.
046100 RETURN-TRANS.
046200     EXEC CICS RETURN TRANSID('BTMT') COMMAREA(WS-COMMAREA)
046300               LENGTH(14)
046400     END-EXEC.
046500     GOBACK.
046600*
046700 END-TRANS.
046800     EXEC CICS SEND TEXT FROM('BTMT ENDED') LENGTH(10)
046900               ERASE FREEKB
047000     END-EXEC.
047100     EXEC CICS RETURN
047200     END-EXEC.
047300     GOBACK.
047400*
047500*    TODAY'S DATE IN THE SCREEN CORNER.
047600*
047700 STAMP-DATE.
047800     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
047900     END-EXEC.
048000     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
048100               MMDDYYYY(MTDATEO) DATESEP('/')
048200     END-EXEC.
048300 STAMP-DATE-EXIT.
048400     EXIT.
048500*
048600*
048700*    END OF BTMAINT.
