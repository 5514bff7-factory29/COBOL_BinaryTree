000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MSTHIST.
000300*
000400*
000500*     ITEM HISTORY INQUIRY AGAINST THE BINTREE AUDIT LOG AND
000600*     MASTER.
000700*
000800*     ANSWERS A FILE OF REQUESTS, EACH NAMING A TABLE-ID AND AN
000900*     ITEM KEY AND EITHER:
001000*         'A'  AN AS-OF DATE - THE ENTRY'S DESCRIPTION, QUANTITY,
001100*              STATUS, LAST-MAINTAINED DATE, VENDOR, AND LOCATION
001200*              AS THEY STOOD AT THE END OF THAT DAY, OR
001300*         'R'  A FROM DATE AND A THRU DATE - EVERY CHANGE MADE TO
001400*              THE ENTRY IN THE PERIOD, IN THE ORDER IT WAS
001500*              LOGGED, WITH THE BEFORE AND AFTER IMAGES FROM THE
001600*              LOG.
001700*     EACH ANSWER IS PRINTED AND WRITTEN TO HISTRSP, A FIXED-
001800*     LAYOUT FILE THE CUSTOMER SERVICE SYSTEM LOADS.
001900*
002000*     NOTHING IS REBUILT. THE LOG (THE ARCHIVE FOLLOWED BY THE
002100*     LIVE LOG) IS READ TWICE - ONCE FOR THE RE-KEYS, ONCE FOR
002200*     THE REQUESTED ITEMS' CHANGES - AND ONLY THE RECORDS FOR THE
002300*     REQUESTED ITEMS ARE KEPT. A CHANGE IS A LOG RECORD THAT
002400*     MOVES AN ENTRY: INSERT, DELETE, PURGE, CHGDEL, CHGINS,
002500*     RECPT, OR ISSUE. A DELETE THAT NEVER FOUND ITS KEY (BLANK
002600*     BEFORE IMAGE), LOOKUPS, RANGES, AND DUPLICATE ADDS ARE NOT
002700*     CHANGES.
002800*
002900*     AN AS-OF ANSWER IS THE AFTER IMAGE OF THE ENTRY'S LAST
003000*     CHANGE ON OR BEFORE THE DATE, OR FAILING ONE, THE BEFORE
003100*     IMAGE OF ITS FIRST CHANGE AFTER IT - SO THE ANSWER HOLDS
003200*     EVEN WHEN THE ARCHIVE DOES NOT REACH BACK TO THE DATE. AN
003300*     ENTRY THE LOG NEVER MENTIONS HAS NOT CHANGED SINCE THE LOG
003400*     BEGAN, AND IS ANSWERED FROM THE MASTER GENERATION IF ITS
003500*     LAST-MAINTAINED DATE IS ON OR BEFORE THE AS-OF DATE.
003600*     MASTFILE MUST BE THE GENERATION SAVED BY THE LAST LOAD THAT
003700*     WROTE TO THE LOG, SO THE JOB RUNS OUTSIDE THE NIGHTLY
003800*     WINDOW.
003900*
004000*     A RE-KEYING 'C' IS LOGGED AS A CHGDEL OF THE OLD KEY
004100*     FOLLOWED AT ONCE BY A CHGINS OF THE NEW ONE. THE INQUIRY
004200*     FOLLOWS THOSE PAIRS BOTH WAYS, SO AN ITEM MAY BE ASKED FOR
004300*     BY ANY KEY IT HAS CARRIED AND ITS HISTORY RUNS ACROSS THE
004400*     KEY CHANGES. WHERE A KEY HAS BEEN CARRIED BY MORE THAN ONE
004500*     ITEM, THE ITEM THAT LAST TOOK IT BY A RE-KEY IS THE ONE
004600*     FOLLOWED. A 'C' LOGGED BEFORE CHANGES WERE LOGGED AS
004700*     CHGDEL/CHGINS SHOWS AS A DELETE AND AN ADD AND IS NOT
004800*     FOLLOWED.
004900*
005000*     RETURN CODE 0 = EVERY REQUEST ANSWERED, 4 = REQUESTS WERE
005100*     REJECTED, 8 = NO REQUEST FILE, A BAD MASTER, OR A TABLE
005200*     OVERFLOWED - SOME ANSWERS ARE INCOMPLETE.
005300*
005400*
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700*
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT PRNTFILE         ASSIGN TO PRINT.
006100     SELECT HISTREQ          ASSIGN TO HISTREQ
006200                             ORGANIZATION IS SEQUENTIAL
006300                             FILE STATUS IS WS-REQ-STATUS.
006400     SELECT HISTRSP          ASSIGN TO HISTRSP
006500                             ORGANIZATION IS SEQUENTIAL
006600                             FILE STATUS IS WS-RSP-STATUS.
006700*
006800*    THE MASTER GENERATION IS A PLAIN SEQUENTIAL DATA SET,
006900*    WRITTEN AND READ IN ASCENDING MSTR-SEQ ORDER.
007000*
007100     SELECT MASTFILE         ASSIGN TO MASTFILE
007200                             ORGANIZATION IS SEQUENTIAL
007300                             FILE STATUS IS WS-MST-STATUS.
007400     SELECT AUDITLOG         ASSIGN TO AUDITLOG
007500                             ORGANIZATION IS SEQUENTIAL
007600                             FILE STATUS IS WS-AUD-STATUS.
007700*
007800*
007900 DATA DIVISION.
008000 FILE SECTION.
008100*
008200 FD  PRNTFILE.
008300*
008400 01  PRT-REC                 PIC  X(133).
008500*
008600*    ONE REQUEST PER RECORD. FOR AN 'A' REQUEST HRQ-FROM-DATE IS
008700*    THE AS-OF DATE AND HRQ-THRU-DATE IS IGNORED; FOR AN 'R'
008800*    REQUEST A BLANK FROM OR THRU DATE LEAVES THAT END OPEN.
008900*    DATES ARE CCYYMMDD.
009000*
009100 FD  HISTREQ.
009200*
009300 01  HRQ-REC.
009400     03  HRQ-TABLE-ID        PIC X(03).
009500     03  HRQ-KEY             PIC X(10).
009600     03  HRQ-TYPE            PIC X(01).
009700         88  HRQ-ASOF                        VALUE 'A'.
009800         88  HRQ-RANGE                       VALUE 'R'.
009900     03  HRQ-FROM-DATE       PIC X(08).
010000     03  HRQ-THRU-DATE       PIC X(08).
010100     03  FILLER              PIC X(50).
010200*
010300*    ONE RECORD PER ANSWER. THE FIRST 31 BYTES ECHO THE REQUEST;
010400*    HRS-FLAG SAYS WHAT FOLLOWS:
010500*        'F'  AS-OF: ON FILE - HRS-AFT-IMAGE HOLDS THE ENTRY AS IT
010600*             STOOD, TAKEN AS HRS-SOURCE SAYS: 'A' FROM THE AFTER
010700*             IMAGE OF THE CHANGE NAMED, 'B' FROM THE BEFORE IMAGE
010800*             OF THE CHANGE NAMED, 'M' FROM THE MASTER (NO CHANGE
010900*             NAMED).
011000*        'N'  AS-OF: NOT ON FILE. WHEN A CHANGE REMOVED IT, THE
011100*             CHANGE IS NAMED AND HRS-BEF-IMAGE IS ITS LAST IMAGE;
011200*             WHEN IT WAS ADDED LATER, THE ADD IS NAMED.
011300*        'U'  AS-OF: CANNOT TELL - THE LOG NEVER MENTIONS THE
011400*             ENTRY AND THE MASTER SHOWS IT MAINTAINED SINCE THE
011500*             DATE, OR THERE IS NO MASTER.
011600*        'C'  CHANGE LIST: ONE CHANGE WITH BOTH IMAGES, IN THE
011700*             ORDER LOGGED.
011800*        'E'  CHANGE LIST: NO CHANGES IN THE PERIOD.
011900*        'I'  CHANGE LIST: MORE CHANGES THAN COULD BE HELD - THE
012000*             'C' RECORDS BEFORE IT ARE NOT THE WHOLE LIST.
012100*        'X'  THE REQUEST WAS REJECTED (THE REASON IS PRINTED).
012200*    HRS-KEY IS THE KEY THE ENTRY CARRIED AT THE TIME, WHICH A
012300*    RE-KEY MAKES DIFFERENT FROM THE KEY ASKED FOR. THE IMAGES
012400*    ARE THE LOG'S: A BLANK IMAGE IS NO ENTRY. HRS-BEF-REFS AND
012410*    HRS-AFT-REFS ARE THE VENDOR AND LOCATION KEYS THAT GO WITH
012420*    HRS-BEF-IMAGE AND HRS-AFT-IMAGE (BLANK FOR NONE), SO A
012430*    CHANGE THAT ONLY MOVED THE ENTRY TO ANOTHER VENDOR OR
012440*    LOCATION SHOWS IN THEM; ON AN 'F' FROM THE MASTER THEY ARE
012450*    THE MASTER'S.
012500*
012600 FD  HISTRSP.
012700*
012800 01  HRS-REC.
012900     03  HRS-TABLE-ID        PIC X(03).
013000     03  HRS-REQ-KEY         PIC X(10).
013100     03  HRS-REQ-TYPE        PIC X(01).
013200     03  HRS-FROM-DATE       PIC X(08).
013300     03  HRS-THRU-DATE       PIC X(08).
013400     03  HRS-FLAG            PIC X(01).
013500     03  HRS-DETAIL.
013600         05  HRS-SOURCE      PIC X(01).
013700         05  HRS-KEY         PIC X(10).
013800         05  HRS-DATE        PIC X(08).
013900         05  HRS-TIME        PIC X(08).
014000         05  HRS-CODE        PIC X(06).
014100         05  HRS-ORIG        PIC X(08).
014200         05  HRS-BEF-IMAGE.
014300             07  HRS-BEF-DESC    PIC X(30).
014400             07  HRS-BEF-QTY     PIC X(05).
014500             07  HRS-BEF-STATUS  PIC X(01).
014600             07  HRS-BEF-LMDATE  PIC X(08).
014700         05  HRS-AFT-IMAGE.
014800             07  HRS-AFT-DESC    PIC X(30).
014900             07  HRS-AFT-QTY     PIC X(05).
015000             07  HRS-AFT-STATUS  PIC X(01).
015100             07  HRS-AFT-LMDATE  PIC X(08).
015110         05  HRS-BEF-REFS.
015120             07  HRS-BEF-VEND    PIC X(10).
015130             07  HRS-BEF-LOC     PIC X(10).
015140         05  HRS-AFT-REFS.
015150             07  HRS-AFT-VEND    PIC X(10).
015160             07  HRS-AFT-LOC     PIC X(10).
015300*
015400*    MUST MATCH THE MSTR-REC LAYOUT WRITTEN BY BINTREE.
015500*
015600 FD  MASTFILE.
015700*
015800 01  MSTR-REC.
015900     03  MSTR-SEQ            PIC  9(04).
016000     03  MSTR-LL             PIC S9(04)      COMP-3.
016100     03  MSTR-RL             PIC S9(04)      COMP-3.
016200     03  MSTR-ITEM           PIC  X(10).
016300     03  MSTR-DESC           PIC  X(30).
016400     03  MSTR-QTY            PIC  9(05).
016500     03  MSTR-STATUS         PIC  X(01).
016600     03  MSTR-LMDATE         PIC  9(08).
016700     03  MSTR-TABLE-ID       PIC  X(03).
016800     03  MSTR-HGT            PIC S9(04)      COMP-3.
016900     03  MSTR-CKPT-COUNT     PIC 9(08)       COMP.
017000     03  MSTR-CKPT-DATE      PIC  9(08).
017100     03  MSTR-LAST-BATCH     PIC  9(06).
017200     03  MSTR-TAB-CNT        PIC S9(04)      COMP.
017300     03  MSTR-TAB-CTL        OCCURS 5 TIMES.
017400         05  MSTR-CTL-ID     PIC  X(03).
017500         05  MSTR-CTL-ROOT   PIC S9(04)      COMP.
017600         05  MSTR-CTL-LIVE   PIC S9(04)      COMP.
017700         05  MSTR-CTL-FREE   PIC S9(04)      COMP.
017800     03  MSTR-VEND-KEY       PIC  X(10).
017900     03  MSTR-LOC-KEY        PIC  X(10).
018000*
018100*    MUST MATCH THE AUD-REC LAYOUT WRITTEN BY BINTREE.
018200*
018300 FD  AUDITLOG.
018400*
018500 01  AUD-REC.
018600     03  AUD-DATE            PIC X(08).
018700     03  AUD-TIME            PIC X(08).
018800     03  AUD-TRANS-CODE      PIC X(06).
018900         88  AUD-CHANGE                      VALUE 'INSERT'
019000                                                   'DELETE'
019100                                                   'PURGE'
019200                                                   'CHGDEL'
019300                                                   'CHGINS'
019400                                                   'RECPT'
019500                                                   'ISSUE'.
019600         88  AUD-REMOVE                      VALUE 'DELETE'
019700                                                   'PURGE'
019800                                                   'CHGDEL'.
019900     03  AUD-KEY             PIC X(10).
020000     03  AUD-TABLE-ID        PIC X(03).
020100     03  AUD-BEF-IMAGE       PIC X(44).
020200     03  AUD-AFT-IMAGE       PIC X(44).
020300     03  AUD-ORIG            PIC X(08).
020400     03  AUD-BEF-REFS        PIC X(20).
020500     03  AUD-AFT-REFS        PIC X(20).
020600 WORKING-STORAGE SECTION.
020700*
020800 01  WORK-AREA.
020900     03  WS-REQ-STATUS       PIC X(02)       VALUE SPACE.
021000     03  WS-RSP-STATUS       PIC X(02)       VALUE SPACE.
021100     03  WS-MST-STATUS       PIC X(02)       VALUE SPACE.
021200     03  WS-AUD-STATUS       PIC X(02)       VALUE SPACE.
021300     03  WS-TBL-MAX          PIC S9(04)      COMP
021400                                             VALUE 3000.
021500     03  WS-ERR-CTR          PIC S9(04)      COMP
021600                                             VALUE ZERO.
021700     03  WS-MAX-SEQ          PIC S9(04)      COMP
021800                                             VALUE ZERO.
021900     03  SS                  PIC S9(04)      COMP
022000                                             VALUE ZERO.
022100     03  WS-FTX              PIC S9(04)      COMP
022200                                             VALUE ZERO.
022300     03  WS-AUD-SEQ          PIC S9(09)      COMP
022400                                             VALUE ZERO.
022500     03  WS-EDIT-CNT         PIC ZZZZ9.
022600     03  WS-LOG-SW           PIC X(01)       VALUE 'N'.
022700         88  WS-LOG-PRESENT                  VALUE 'Y'.
022800     03  WS-MAST-SW          PIC X(01)       VALUE 'N'.
022900         88  WS-MAST-LOADED                  VALUE 'Y'.
023000*
023100*    THE RECORD BEFORE THE ONE JUST READ, FOR PAIRING A CHGDEL
023200*    WITH THE CHGINS THAT FOLLOWS IT.
023300*
023400     03  WS-PRV-CODE         PIC X(06)       VALUE SPACE.
023500     03  WS-PRV-TABID        PIC X(03)       VALUE SPACE.
023600     03  WS-PRV-KEY          PIC X(10)       VALUE SPACE.
023700*
023800*    RUN COUNTS FOR THE TRAILER.
023900*
024000 01  RUN-COUNTS.
024100     03  WS-AUD-READ-CTR     PIC S9(09)      COMP
024200                                             VALUE ZERO.
024300     03  WS-ASOF-CTR         PIC S9(08)      COMP
024400                                             VALUE ZERO.
024500     03  WS-RANGE-CTR        PIC S9(08)      COMP
024600                                             VALUE ZERO.
024700     03  WS-REJ-CTR          PIC S9(08)      COMP
024800                                             VALUE ZERO.
024900     03  WS-ONFILE-CTR       PIC S9(08)      COMP
025000                                             VALUE ZERO.
025100     03  WS-NOTON-CTR        PIC S9(08)      COMP
025200                                             VALUE ZERO.
025300     03  WS-UNKN-CTR         PIC S9(08)      COMP
025400                                             VALUE ZERO.
025500     03  WS-CHG-CTR          PIC S9(08)      COMP
025600                                             VALUE ZERO.
025700     03  WS-REQ-OVFL         PIC S9(08)      COMP
025800                                             VALUE ZERO.
025900     03  WS-RKY-OVFL         PIC S9(08)      COMP
026000                                             VALUE ZERO.
026100     03  WS-HIT-OVFL         PIC S9(08)      COMP
026200                                             VALUE ZERO.
026300     03  WS-CHAIN-CUT        PIC S9(08)      COMP
026400                                             VALUE ZERO.
026500*
026600*    THE REQUESTS, IN THE ORDER READ. Q-SEG IS THE ITEM'S KEY
026700*    HISTORY: EACH KEY IT HAS CARRIED, OLDEST FIRST, WITH THE
026800*    SPAN OF LOG RECORDS (BY POSITION IN THE LOG) IT CARRIED IT
026900*    FOR. Q-LAST AND Q-FIRST HOLD AN AS-OF REQUEST'S LAST CHANGE
027000*    ON OR BEFORE ITS DATE AND FIRST CHANGE AFTER IT.
027100*
027200 01  REQUEST-AREA.
027300     03  WS-REQ-MAX          PIC S9(04)      COMP
027400                                             VALUE 200.
027500     03  WS-REQ-CNT          PIC S9(04)      COMP
027600                                             VALUE ZERO.
027700     03  WS-QX               PIC S9(04)      COMP
027800                                             VALUE ZERO.
027900     03  WS-SEG-MAX          PIC S9(04)      COMP
028000                                             VALUE 10.
028100     03  WS-SX               PIC S9(04)      COMP
028200                                             VALUE ZERO.
028300     03  Q-ENTRY             OCCURS 200 TIMES.
028400         05  Q-TABID         PIC X(03).
028500         05  Q-KEY           PIC X(10).
028600         05  Q-TYPE          PIC X(01).
028700         05  Q-FROM          PIC X(08).
028800         05  Q-THRU          PIC X(08).
028900         05  Q-VALID         PIC X(01).
029000         05  Q-REASON        PIC X(30).
029100         05  Q-SEG-CNT       PIC S9(04)      COMP.
029200         05  Q-SEG           OCCURS 10 TIMES.
029300             07  Q-SEG-KEY   PIC X(10).
029400             07  Q-SEG-FROM  PIC S9(09)      COMP.
029500             07  Q-SEG-THRU  PIC S9(09)      COMP.
029600         05  Q-HIT-CNT       PIC S9(08)      COMP.
029700         05  Q-HIT-OVFL      PIC S9(08)      COMP.
029800         05  Q-LAST-SW       PIC X(01).
029900         05  Q-LAST          PIC X(171).
030000         05  Q-FIRST-SW      PIC X(01).
030100         05  Q-FIRST         PIC X(171).
030200*
030300*    EVERY RE-KEY ON THE LOG, IN LOG ORDER: THE TABLE-ID, THE
030400*    OLD AND NEW KEYS, AND THE POSITION OF THE CHGDEL (THE
030500*    CHGINS IS THE NEXT RECORD).
030600*
030700 01  REKEY-AREA.
030800     03  WS-RKY-MAX          PIC S9(04)      COMP
030900                                             VALUE 5000.
031000     03  WS-RKY-CNT          PIC S9(04)      COMP
031100                                             VALUE ZERO.
031200     03  WS-RX               PIC S9(04)      COMP
031300                                             VALUE ZERO.
031400     03  R-ENTRY             OCCURS 5000 TIMES.
031500         05  R-SEQ           PIC S9(09)      COMP.
031600         05  R-TABID         PIC X(03).
031700         05  R-OLD           PIC X(10).
031800         05  R-NEW           PIC X(10).
031900*
032000*    ONE REQUEST'S KEYS AS THEY ARE TRACED BACK FROM THE KEY
032100*    ASKED FOR, NEWEST FIRST. T-SEQ IS THE POSITION OF THE RE-KEY
032200*    THAT GAVE THE ITEM T-KEY, OR -1 IF IT HAD IT FROM THE START.
032300*
032400 01  TRACE-AREA.
032500     03  WS-TX               PIC S9(04)      COMP
032600                                             VALUE ZERO.
032700     03  WS-LIMIT            PIC S9(09)      COMP
032800                                             VALUE ZERO.
032900     03  T-ENTRY             OCCURS 10 TIMES.
033000         05  T-KEY           PIC X(10).
033100         05  T-SEQ           PIC S9(09)      COMP.
033200*
033300*    EVERY KEY OF EVERY REQUEST, IN TABLE-ID AND KEY ORDER, SO
033400*    EACH LOG RECORD IS MATCHED BY A BINARY SEARCH. ROOM FOR
033500*    EVERY KEY OF EVERY REQUEST (200 TIMES 10).
033600*
033700 01  INDEX-AREA.
033800     03  WS-IDX-CNT          PIC S9(04)      COMP
033900                                             VALUE ZERO.
034000     03  WS-XX               PIC S9(04)      COMP
034100                                             VALUE ZERO.
034200     03  WS-XX2              PIC S9(04)      COMP
034300                                             VALUE ZERO.
034400     03  WS-LO               PIC S9(04)      COMP
034500                                             VALUE ZERO.
034600     03  WS-HI               PIC S9(04)      COMP
034700                                             VALUE ZERO.
034800     03  WS-MID              PIC S9(04)      COMP
034900                                             VALUE ZERO.
035000     03  WS-ARG-IDKEY.
035100         05  WS-ARG-TABID    PIC X(03).
035200         05  WS-ARG-KEY      PIC X(10).
035300     03  X-ENTRY             OCCURS 2000 TIMES.
035400         05  X-IDKEY         PIC X(13).
035500         05  X-REQ           PIC S9(04)      COMP.
035600         05  X-SEG           PIC S9(04)      COMP.
035700*
035800*    THE CHANGES FOUND FOR THE CHANGE-LIST REQUESTS, IN LOG
035900*    ORDER, EACH TAGGED WITH ITS REQUEST.
036000*
036100 01  HIT-AREA.
036200     03  WS-HIT-MAX          PIC S9(04)      COMP
036300                                             VALUE 3000.
036400     03  WS-HIT-CNT          PIC S9(04)      COMP
036500                                             VALUE ZERO.
036600     03  WS-HX               PIC S9(04)      COMP
036700                                             VALUE ZERO.
036800     03  H-ENTRY             OCCURS 3000 TIMES.
036900         05  H-REQ           PIC S9(04)      COMP.
037000         05  H-AUD           PIC X(171).
037100*
037200*    A LOG RECORD TAKEN BACK OUT OF THE REQUEST OR CHANGE AREA
037300*    TO BE ANSWERED. MUST MATCH THE AUD-REC LAYOUT.
037400*
037500 01  HLD-REC.
037600     03  HLD-DATE            PIC X(08).
037700     03  HLD-TIME.
037800         05  HLD-HH          PIC X(02).
037900         05  HLD-MN          PIC X(02).
038000         05  HLD-SS          PIC X(02).
038100         05  HLD-HS          PIC X(02).
038200     03  HLD-TRANS-CODE      PIC X(06).
038300         88  HLD-ADD                         VALUE 'INSERT'
038400                                                   'CHGINS'.
038500         88  HLD-REMOVE                      VALUE 'DELETE'
038600                                                   'PURGE'
038700                                                   'CHGDEL'.
038800     03  HLD-KEY             PIC X(10).
038900     03  HLD-TABLE-ID        PIC X(03).
039000     03  HLD-BEF-IMAGE       PIC X(44).
039100     03  HLD-AFT-IMAGE       PIC X(44).
039200     03  HLD-ORIG            PIC X(08).
039300     03  HLD-BEF-REFS        PIC X(20).
039400     03  HLD-AFT-REFS        PIC X(20).
039500*
039600*    AN ENTRY IMAGE ON ITS WAY TO THE PRINT LINE - THE LOG'S
039700*    IMAGE LAYOUT.
039800*
039900 01  WS-IMAGE.
040000     03  WS-IMG-DESC         PIC X(30).
040100     03  WS-IMG-QTY          PIC X(05).
040200     03  WS-IMG-STATUS       PIC X(01).
040300     03  WS-IMG-LMDATE       PIC X(08).
040310*
040320*    THE VENDOR AND LOCATION KEYS THAT GO WITH IT - THE LOG'S
040330*    REFERENCE LAYOUT.
040340*
040350 01  WS-IMG-REFS.
040360     03  WS-IMG-VEND         PIC X(10).
040370     03  WS-IMG-LOC          PIC X(10).
040400*
040500*    FREE-CHAIN HEADS FROM THE CONTROL RECORD, SAVED UNTIL THE
040600*    WHOLE GENERATION IS IN STORAGE - THE SAME WALK AS MSTDELT'S.
040700*
040800 01  FREE-HEAD-AREA.
040900     03  WS-FREE-HD          PIC S9(04)      COMP
041000                                             OCCURS 5 TIMES.
041100*
041200*    ONE ROW PER SLOT OF THE MASTER: 'P' FOR A RECORD ON THE
041300*    FILE, 'F' FOR A SLOT REACHED ON A FREE CHAIN - A LIVE ENTRY
041400*    IS A SLOT STILL MARKED 'P' AFTER THE CHAINS ARE WALKED.
041500*
041600 01  SLOT-AREA.
041700     03  S-ENTRY             OCCURS 3000 TIMES.
041800         05  S-LL            PIC S9(04)      COMP-3.
041900         05  S-ITEM          PIC X(10).
042000         05  S-DESC          PIC X(30).
042100         05  S-QTY           PIC 9(05).
042200         05  S-STATUS        PIC X(01).
042300         05  S-LMDATE        PIC X(08).
042400         05  S-TABID         PIC X(03).
042410         05  S-VEND-KEY      PIC X(10).
042420         05  S-LOC-KEY       PIC X(10).
042500         05  S-MARK          PIC X(01).
042600*
042700*    FIELDS AND PRINT LINES FOR THE REPORT.
042800*
042900 01  REPORT-WORK-AREA.
043000     03  WS-PAGE-NO          PIC S9(04)      COMP
043100                                             VALUE ZERO.
043200     03  WS-LINE-NO          PIC S9(04)      COMP
043300                                             VALUE ZERO.
043400     03  WS-RPT-LINE-MAX     PIC S9(04)      COMP
043500                                             VALUE 55.
043600     03  WS-RUN-DATE.
043650         05  WS-RUN-CC       PIC 9(02).
043700         05  WS-RUN-YY       PIC 9(02).
043800         05  WS-RUN-MM       PIC 9(02).
043900         05  WS-RUN-DD       PIC 9(02).
044000     03  WS-RUN-DATE-DISP.
044100         05  WS-RDD-MM       PIC 9(02).
044200         05  FILLER          PIC X(01)       VALUE '/'.
044300         05  WS-RDD-DD       PIC 9(02).
044400         05  FILLER          PIC X(01)       VALUE '/'.
044450         05  WS-RDD-CC       PIC 9(02).
044500         05  WS-RDD-YY       PIC 9(02).
044600     03  WS-TIME-DISP.
044700         05  WS-TMD-HH       PIC X(02).
044800         05  FILLER          PIC X(01)       VALUE ':'.
044900         05  WS-TMD-MN       PIC X(02).
045000         05  FILLER          PIC X(01)       VALUE ':'.
045100         05  WS-TMD-SS       PIC X(02).
045200*
045300 01  WS-HDR-LINE-1.
045400     03  FILLER              PIC X(05)       VALUE SPACES.
045500     03  FILLER              PIC X(52)       VALUE
045600             'BINTREE ITEM HISTORY INQUIRY'.
045700     03  FILLER              PIC X(10)       VALUE 'RUN DATE: '.
045800     03  HDR1-DATE           PIC X(10).
045900     03  FILLER              PIC X(03)       VALUE SPACES.
046000     03  FILLER              PIC X(05)       VALUE 'PAGE '.
046100     03  HDR1-PAGE-NO        PIC ZZZ9.
046200*
046300 01  WS-HDR-LINE-2.
046400     03  FILLER              PIC X(05)       VALUE SPACES.
046500     03  FILLER              PIC X(09)       VALUE 'DATE'.
046600     03  FILLER              PIC X(09)       VALUE 'TIME'.
046700     03  FILLER              PIC X(07)       VALUE 'CODE'.
046800     03  FILLER              PIC X(11)       VALUE 'KEY'.
046900     03  FILLER              PIC X(10)       VALUE 'ORIGIN'.
047000     03  FILLER              PIC X(08)       VALUE 'IMAGE'.
047100     03  FILLER              PIC X(32)       VALUE 'DESCRIPTION'.
047200     03  FILLER              PIC X(07)       VALUE '  QTY'.
047300     03  FILLER              PIC X(03)       VALUE 'ST'.
047400     03  FILLER              PIC X(10)       VALUE 'LMDATE'.
047410     03  FILLER              PIC X(11)       VALUE 'VENDOR'.
047420     03  FILLER              PIC X(10)       VALUE 'LOCATION'.
047500*
047600 01  WS-HDR-LINE-3.
047700     03  FILLER              PIC X(05)       VALUE SPACES.
047800     03  FILLER              PIC X(127)      VALUE ALL '-'.
047900*
048000 01  WS-REQ-LINE.
048100     03  FILLER              PIC X(05)       VALUE SPACES.
048200     03  FILLER              PIC X(06)       VALUE 'TABLE '.
048300     03  REQ-TABID           PIC X(03).
048400     03  FILLER              PIC X(07)       VALUE '  ITEM '.
048500     03  REQ-KEY             PIC X(10).
048600     03  FILLER              PIC X(02)       VALUE SPACES.
048700     03  REQ-TEXT            PIC X(32).
048800     03  FILLER              PIC X(02)       VALUE SPACES.
048900     03  REQ-RESULT          PIC X(45).
049000*
049100 01  WS-CHG-LINE.
049200     03  FILLER              PIC X(05)       VALUE SPACES.
049300     03  CHG-STAMP.
049400         05  CHG-DATE        PIC X(08).
049500         05  FILLER          PIC X(01).
049600         05  CHG-TIME        PIC X(08).
049700         05  FILLER          PIC X(01).
049800         05  CHG-CODE        PIC X(06).
049900         05  FILLER          PIC X(01).
050000         05  CHG-KEY         PIC X(10).
050100         05  FILLER          PIC X(01).
050200         05  CHG-ORIG        PIC X(08).
050300     03  FILLER              PIC X(02)       VALUE SPACES.
050400     03  CHG-WHICH           PIC X(06).
050500     03  FILLER              PIC X(02)       VALUE SPACES.
050600     03  CHG-DESC            PIC X(30).
050700     03  FILLER              PIC X(02)       VALUE SPACES.
050800     03  CHG-QTY             PIC X(05).
050900     03  FILLER              PIC X(02)       VALUE SPACES.
051000     03  CHG-STATUS          PIC X(01).
051100     03  FILLER              PIC X(02)       VALUE SPACES.
051200     03  CHG-LMDATE          PIC X(08).
051210     03  FILLER              PIC X(02)       VALUE SPACES.
051220     03  CHG-VEND            PIC X(10).
051230     03  FILLER              PIC X(01)       VALUE SPACES.
051240     03  CHG-LOC             PIC X(10).
051300*
051400 01  WS-TRL-LINE.
051500     03  FILLER              PIC X(05)       VALUE SPACES.
051600     03  TRL-CAPTION         PIC X(40).
051700     03  TRL-COUNT           PIC ZZZZZZZZ9.
051800*
051900*
052000 PROCEDURE DIVISION.
052100*
052200 0000-START.
052300     OPEN OUTPUT PRNTFILE.
052400     OPEN OUTPUT HISTRSP.
052500     ACCEPT WS-RUN-DATE      FROM DATE YYYYMMDD.
052600     MOVE WS-RUN-MM          TO WS-RDD-MM.
052700     MOVE WS-RUN-DD          TO WS-RDD-DD.
052750     MOVE WS-RUN-CC          TO WS-RDD-CC.
052800     MOVE WS-RUN-YY          TO WS-RDD-YY.
052900     MOVE WS-RUN-DATE-DISP   TO HDR1-DATE.
052910     IF  WS-RSP-STATUS NOT = '00'
052920         ADD 1               TO WS-ERR-CTR
052930         DISPLAY 'MSTHIST: HISTRSP OPEN FAILED, STATUS '
052940             WS-RSP-STATUS
052950         GO TO END-JOB.
053000*
053100     PERFORM LOAD-REQUESTS THRU LOAD-REQUESTS-EXIT.
053200     IF  WS-REQ-CNT = ZERO
053300         DISPLAY 'MSTHIST: NO REQUESTS TO ANSWER'
053400         GO TO END-JOB.
053500*
053600*    FIRST PASS OF THE LOG: THE RE-KEYS. THEN TRACE EACH
053700*    REQUEST'S ITEM THROUGH THEM AND INDEX ITS KEYS.
053800*
053900     PERFORM LOAD-REKEYS THRU LOAD-REKEYS-EXIT.
054000     MOVE 1                  TO WS-QX.
054100 BUILD-CHAIN-LOOP.
054200     IF  WS-QX > WS-REQ-CNT
054300         GO TO BUILD-CHAIN-DONE.
054400     IF  Q-VALID (WS-QX) = 'Y'
054500         PERFORM BUILD-CHAIN THRU BUILD-CHAIN-EXIT.
054600     ADD 1                   TO WS-QX.
054700     GO TO BUILD-CHAIN-LOOP.
054800 BUILD-CHAIN-DONE.
054900*
055000*    SECOND PASS: THE REQUESTED ITEMS' CHANGES. THEN THE MASTER,
055100*    FOR THE ITEMS THE LOG NEVER MENTIONS.
055200*
055300     IF  WS-LOG-PRESENT
055400         PERFORM SCAN-LOG THRU SCAN-LOG-EXIT.
055500     PERFORM LOAD-MASTER THRU LOAD-MASTER-EXIT.
055600*
055700*    ANSWER THE REQUESTS IN THE ORDER THEY WERE READ.
055800*
055900     PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
056000     MOVE 1                  TO WS-QX.
056100 ANSWER-LOOP.
056200     IF  WS-QX > WS-REQ-CNT
056300         GO TO END-JOB.
056400     PERFORM ANSWER-REQUEST THRU ANSWER-REQUEST-EXIT.
056500     ADD 1                   TO WS-QX.
056600     GO TO ANSWER-LOOP.
056700*
056800*    READ AND EDIT THE REQUESTS. A REQUEST THAT FAILS AN EDIT IS
056900*    KEPT, MARKED INVALID, SO IT IS ANSWERED AS REJECTED IN ITS
057000*    PLACE.
057100*
057200 LOAD-REQUESTS.
057300     OPEN INPUT HISTREQ.
057400     IF  WS-REQ-STATUS = '35'
057500         ADD 1               TO WS-ERR-CTR
057600         DISPLAY 'MSTHIST: NO REQUEST FILE'
057700         GO TO LOAD-REQUESTS-EXIT.
057800 LOAD-REQUESTS-READ.
057900     READ HISTREQ
058000         AT END
058100             GO TO LOAD-REQUESTS-END.
058200     IF  WS-REQ-CNT >= WS-REQ-MAX
058300         ADD 1               TO WS-REQ-OVFL
058400         GO TO LOAD-REQUESTS-READ.
058500     ADD 1                   TO WS-REQ-CNT.
058600     MOVE WS-REQ-CNT         TO WS-QX.
058700     MOVE HRQ-TABLE-ID       TO Q-TABID (WS-QX).
058800     MOVE HRQ-KEY            TO Q-KEY (WS-QX).
058900     MOVE HRQ-TYPE           TO Q-TYPE (WS-QX).
059000     MOVE HRQ-FROM-DATE      TO Q-FROM (WS-QX).
059100     MOVE HRQ-THRU-DATE      TO Q-THRU (WS-QX).
059200     MOVE 'Y'                TO Q-VALID (WS-QX).
059300     MOVE SPACES             TO Q-REASON (WS-QX).
059400     MOVE ZERO               TO Q-SEG-CNT (WS-QX),
059500                                Q-HIT-CNT (WS-QX),
059600                                Q-HIT-OVFL (WS-QX).
059700     MOVE 'N'                TO Q-LAST-SW (WS-QX),
059800                                Q-FIRST-SW (WS-QX).
059900     IF  HRQ-TABLE-ID = SPACES OR HRQ-KEY = SPACES
060000         MOVE 'NO TABLE-ID OR ITEM KEY' TO Q-REASON (WS-QX)
060100         GO TO LOAD-REQUESTS-BAD.
060200     IF  HRQ-ASOF
060300         GO TO LOAD-REQUESTS-ASOF.
060400     IF  NOT HRQ-RANGE
060500         MOVE 'REQUEST TYPE NOT A OR R' TO Q-REASON (WS-QX)
060600         GO TO LOAD-REQUESTS-BAD.
060700     IF  HRQ-FROM-DATE = SPACES
060800         MOVE '00000000'     TO Q-FROM (WS-QX).
060900     IF  HRQ-THRU-DATE = SPACES
061000         MOVE '99999999'     TO Q-THRU (WS-QX).
061100     IF  Q-FROM (WS-QX) NOT NUMERIC OR Q-THRU (WS-QX) NOT NUMERIC
061200         MOVE 'DATE NOT CCYYMMDD' TO Q-REASON (WS-QX)
061300         GO TO LOAD-REQUESTS-BAD.
061400     IF  Q-FROM (WS-QX) > Q-THRU (WS-QX)
061500         MOVE 'FROM DATE AFTER THRU DATE' TO Q-REASON (WS-QX)
061600         GO TO LOAD-REQUESTS-BAD.
061700     GO TO LOAD-REQUESTS-READ.
061800 LOAD-REQUESTS-ASOF.
061900     IF  HRQ-FROM-DATE NOT NUMERIC
062000         MOVE 'AS-OF DATE NOT CCYYMMDD' TO Q-REASON (WS-QX)
062100         GO TO LOAD-REQUESTS-BAD.
062200     MOVE SPACES             TO Q-THRU (WS-QX).
062300     GO TO LOAD-REQUESTS-READ.
062400 LOAD-REQUESTS-BAD.
062500     MOVE 'N'                TO Q-VALID (WS-QX).
062600     GO TO LOAD-REQUESTS-READ.
062700 LOAD-REQUESTS-END.
062800     CLOSE HISTREQ.
062900     IF  WS-REQ-OVFL > ZERO
063000         DISPLAY 'MSTHIST: MORE THAN ' WS-REQ-MAX
063100             ' REQUESTS - ' WS-REQ-OVFL ' NOT ANSWERED'.
063200 LOAD-REQUESTS-EXIT.
063300     EXIT.
063400*
063500*    FIRST PASS: EVERY CHGDEL FOLLOWED AT ONCE BY A CHGINS OF A
063600*    DIFFERENT KEY IN THE SAME TABLE IS A RE-KEY. A CHGDEL THAT
063700*    NEVER FOUND ITS KEY (BLANK BEFORE IMAGE) RE-KEYED NOTHING.
063800*
063900 LOAD-REKEYS.
064000     MOVE ZERO               TO WS-AUD-SEQ.
064100     MOVE SPACES             TO WS-PRV-CODE.
064200     OPEN INPUT AUDITLOG.
064300     IF  WS-AUD-STATUS = '35'
064400         DISPLAY 'MSTHIST: NO AUDIT LOG - ANSWERS FROM THE '
064500             'MASTER ONLY'
064600         GO TO LOAD-REKEYS-EXIT.
064700     MOVE 'Y'                TO WS-LOG-SW.
064800 LOAD-REKEYS-READ.
064900     READ AUDITLOG
065000         AT END
065100             GO TO LOAD-REKEYS-END.
065200     ADD 1                   TO WS-AUD-SEQ.
065300     IF  AUD-TRANS-CODE = 'CHGINS'
065400     AND WS-PRV-CODE = 'CHGDEL'
065500     AND AUD-TABLE-ID = WS-PRV-TABID
065600     AND AUD-KEY NOT = WS-PRV-KEY
065700         PERFORM ADD-REKEY THRU ADD-REKEY-EXIT.
065800     MOVE AUD-TRANS-CODE     TO WS-PRV-CODE.
065900     IF  AUD-TRANS-CODE = 'CHGDEL' AND AUD-BEF-IMAGE = SPACES
066000         MOVE SPACES         TO WS-PRV-CODE.
066100     MOVE AUD-TABLE-ID       TO WS-PRV-TABID.
066200     MOVE AUD-KEY            TO WS-PRV-KEY.
066300     GO TO LOAD-REKEYS-READ.
066400 LOAD-REKEYS-END.
066500     CLOSE AUDITLOG.
066600     MOVE WS-AUD-SEQ         TO WS-AUD-READ-CTR.
066700     IF  WS-RKY-OVFL > ZERO
066800         DISPLAY 'MSTHIST: MORE THAN ' WS-RKY-MAX
066900             ' RE-KEYS ON THE LOG - LATER ONES NOT FOLLOWED'.
067000 LOAD-REKEYS-EXIT.
067100     EXIT.
067200*
067300 ADD-REKEY.
067400     IF  WS-RKY-CNT >= WS-RKY-MAX
067500         ADD 1               TO WS-RKY-OVFL
067600         GO TO ADD-REKEY-EXIT.
067700     ADD 1                   TO WS-RKY-CNT.
067800     SUBTRACT 1 FROM WS-AUD-SEQ GIVING R-SEQ (WS-RKY-CNT).
067900     MOVE AUD-TABLE-ID       TO R-TABID (WS-RKY-CNT).
068000     MOVE WS-PRV-KEY         TO R-OLD (WS-RKY-CNT).
068100     MOVE AUD-KEY            TO R-NEW (WS-RKY-CNT).
068200 ADD-REKEY-EXIT.
068300     EXIT.
068400*
068500*    TRACE REQUEST WS-QX'S ITEM THROUGH THE RE-KEYS. BACK FROM THE
068600*    KEY ASKED FOR: THE LATEST RE-KEY INTO IT, THEN THE LATEST
068700*    INTO THAT KEY BEFORE IT, AND SO ON. FORWARD FROM IT: THE
068800*    FIRST RE-KEY OUT OF IT ONCE THE ITEM HAS IT, THEN OUT OF THE
068900*    NEW KEY, AND SO ON. EACH KEY'S SPAN RUNS FROM THE CHGINS
069000*    THAT GAVE IT TO THE CHGDEL THAT TOOK IT AWAY.
069100*
069200 BUILD-CHAIN.
069300     MOVE Q-TABID (WS-QX)    TO WS-ARG-TABID.
069400     MOVE 1                  TO WS-TX.
069500     MOVE Q-KEY (WS-QX)      TO T-KEY (1).
069600     MOVE 999999999          TO WS-LIMIT.
069700 BUILD-CHAIN-BACK.
069800     MOVE -1                 TO T-SEQ (WS-TX).
069900     MOVE WS-RKY-CNT         TO WS-RX.
070000 BUILD-CHAIN-BACK-STEP.
070100     IF  WS-RX < 1
070200         GO TO BUILD-CHAIN-COPY.
070300     IF  R-SEQ (WS-RX) < WS-LIMIT
070400     AND R-TABID (WS-RX) = WS-ARG-TABID
070500     AND R-NEW (WS-RX) = T-KEY (WS-TX)
070600         GO TO BUILD-CHAIN-BACK-FOUND.
070700     SUBTRACT 1              FROM WS-RX.
070800     GO TO BUILD-CHAIN-BACK-STEP.
070900 BUILD-CHAIN-BACK-FOUND.
071000     MOVE R-SEQ (WS-RX)      TO T-SEQ (WS-TX).
071100     IF  WS-TX >= WS-SEG-MAX
071200         ADD 1               TO WS-CHAIN-CUT
071300         GO TO BUILD-CHAIN-COPY.
071400     MOVE R-SEQ (WS-RX)      TO WS-LIMIT.
071500     ADD 1                   TO WS-TX.
071600     MOVE R-OLD (WS-RX)      TO T-KEY (WS-TX).
071700     GO TO BUILD-CHAIN-BACK.
071800*
071900*    LAY THE KEYS TRACED BACK INTO THE REQUEST OLDEST FIRST. THE
072000*    KEY ASKED FOR ENDS UP LAST, OPEN-ENDED FOR NOW.
072100*
072200 BUILD-CHAIN-COPY.
072300     IF  WS-TX < 1
072400         GO TO BUILD-CHAIN-NEXT.
072500     ADD 1                   TO Q-SEG-CNT (WS-QX).
072600     MOVE Q-SEG-CNT (WS-QX)  TO WS-SX.
072700     MOVE T-KEY (WS-TX)      TO Q-SEG-KEY (WS-QX WS-SX).
072800     ADD 1 T-SEQ (WS-TX)     GIVING Q-SEG-FROM (WS-QX WS-SX).
072900     IF  WS-TX > 1
073000         MOVE T-SEQ (WS-TX - 1) TO Q-SEG-THRU (WS-QX WS-SX)
073100     ELSE
073200         MOVE 999999999      TO Q-SEG-THRU (WS-QX WS-SX).
073300     SUBTRACT 1              FROM WS-TX.
073400     GO TO BUILD-CHAIN-COPY.
073500*
073600*    NOW FORWARD FROM THE KEY ASKED FOR.
073700*
073800 BUILD-CHAIN-NEXT.
073900     MOVE Q-SEG-CNT (WS-QX)  TO WS-SX.
074000     MOVE 1                  TO WS-RX.
074100 BUILD-CHAIN-NEXT-STEP.
074200     IF  WS-RX > WS-RKY-CNT
074300         GO TO BUILD-CHAIN-INDEX.
074400     IF  R-SEQ (WS-RX) >= Q-SEG-FROM (WS-QX WS-SX)
074500     AND R-TABID (WS-RX) = WS-ARG-TABID
074600     AND R-OLD (WS-RX) = Q-SEG-KEY (WS-QX WS-SX)
074700         GO TO BUILD-CHAIN-NEXT-FOUND.
074800     ADD 1                   TO WS-RX.
074900     GO TO BUILD-CHAIN-NEXT-STEP.
075000 BUILD-CHAIN-NEXT-FOUND.
075100     MOVE R-SEQ (WS-RX)      TO Q-SEG-THRU (WS-QX WS-SX).
075200     IF  WS-SX >= WS-SEG-MAX
075300         ADD 1               TO WS-CHAIN-CUT
075400         GO TO BUILD-CHAIN-INDEX.
075500     ADD 1                   TO Q-SEG-CNT (WS-QX).
075600     MOVE Q-SEG-CNT (WS-QX)  TO WS-SX.
075700     MOVE R-NEW (WS-RX)      TO Q-SEG-KEY (WS-QX WS-SX).
075800     ADD 1 R-SEQ (WS-RX)     GIVING Q-SEG-FROM (WS-QX WS-SX).
075900     MOVE 999999999          TO Q-SEG-THRU (WS-QX WS-SX).
076000     ADD 1                   TO WS-RX.
076100     GO TO BUILD-CHAIN-NEXT-STEP.
076200*
076300 BUILD-CHAIN-INDEX.
076400     MOVE 1                  TO WS-SX.
076500 BUILD-CHAIN-INDEX-STEP.
076600     IF  WS-SX > Q-SEG-CNT (WS-QX)
076700         GO TO BUILD-CHAIN-EXIT.
076800     MOVE Q-SEG-KEY (WS-QX WS-SX) TO WS-ARG-KEY.
076900     PERFORM ADD-INDEX THRU ADD-INDEX-EXIT.
077000     ADD 1                   TO WS-SX.
077100     GO TO BUILD-CHAIN-INDEX-STEP.
077200 BUILD-CHAIN-EXIT.
077300     EXIT.
077400*
077500*    INDEX KEY WS-SX OF REQUEST WS-QX UNDER WS-ARG-IDKEY, AFTER
077600*    ANY ROWS ALREADY THERE FOR THE SAME KEY.
077700*
077800 ADD-INDEX.
077900     MOVE 1                  TO WS-LO.
078000     MOVE WS-IDX-CNT         TO WS-HI.
078100 ADD-INDEX-STEP.
078200     IF  WS-LO > WS-HI
078300         GO TO ADD-INDEX-SHIFT-START.
078400     ADD WS-LO WS-HI         GIVING WS-MID.
078500     DIVIDE WS-MID BY 2      GIVING WS-MID.
078600     IF  X-IDKEY (WS-MID) > WS-ARG-IDKEY
078700         SUBTRACT 1 FROM WS-MID GIVING WS-HI
078800     ELSE
078900         ADD 1 WS-MID        GIVING WS-LO.
079000     GO TO ADD-INDEX-STEP.
079100 ADD-INDEX-SHIFT-START.
079200     MOVE WS-IDX-CNT         TO WS-XX.
079300 ADD-INDEX-SHIFT.
079400     IF  WS-XX < WS-LO
079500         GO TO ADD-INDEX-NEW.
079600     ADD 1 WS-XX             GIVING WS-XX2.
079700     MOVE X-ENTRY (WS-XX)    TO X-ENTRY (WS-XX2).
079800     SUBTRACT 1              FROM WS-XX.
079900     GO TO ADD-INDEX-SHIFT.
080000 ADD-INDEX-NEW.
080100     ADD 1                   TO WS-IDX-CNT.
080200     MOVE WS-ARG-IDKEY       TO X-IDKEY (WS-LO).
080300     MOVE WS-QX              TO X-REQ (WS-LO).
080400     MOVE WS-SX              TO X-SEG (WS-LO).
080500 ADD-INDEX-EXIT.
080600     EXIT.
080700*
080800*    FIND THE FIRST INDEX ROW FOR WS-ARG-IDKEY. WS-XX IS LEFT AT
080900*    IT, OR AT ZERO IF NO REQUEST ASKED ABOUT THE KEY.
081000*
081100 FIND-INDEX.
081200     MOVE 1                  TO WS-LO.
081300     MOVE WS-IDX-CNT         TO WS-HI.
081400 FIND-INDEX-STEP.
081500     IF  WS-LO > WS-HI
081600         GO TO FIND-INDEX-END.
081700     ADD WS-LO WS-HI         GIVING WS-MID.
081800     DIVIDE WS-MID BY 2      GIVING WS-MID.
081900     IF  X-IDKEY (WS-MID) < WS-ARG-IDKEY
082000         ADD 1 WS-MID        GIVING WS-LO
082100     ELSE
082200         SUBTRACT 1 FROM WS-MID GIVING WS-HI.
082300     GO TO FIND-INDEX-STEP.
082400 FIND-INDEX-END.
082500     MOVE ZERO               TO WS-XX.
082600     IF  WS-LO > WS-IDX-CNT
082700         GO TO FIND-INDEX-EXIT.
082800     IF  X-IDKEY (WS-LO) = WS-ARG-IDKEY
082900         MOVE WS-LO          TO WS-XX.
083000 FIND-INDEX-EXIT.
083100     EXIT.
083200*
083300*    SECOND PASS: HAND EVERY CHANGE TO EACH REQUEST WHOSE ITEM
083400*    CARRIED THE KEY AT THAT POINT IN THE LOG.
083500*
083600 SCAN-LOG.
083700     MOVE ZERO               TO WS-AUD-SEQ.
083800     OPEN INPUT AUDITLOG.
083900 SCAN-LOG-READ.
084000     READ AUDITLOG
084100         AT END
084200             GO TO SCAN-LOG-END.
084300     ADD 1                   TO WS-AUD-SEQ.
084400     IF  NOT AUD-CHANGE
084500         GO TO SCAN-LOG-READ.
084600     IF  AUD-REMOVE AND AUD-BEF-IMAGE = SPACES
084700         GO TO SCAN-LOG-READ.
084800     MOVE AUD-TABLE-ID       TO WS-ARG-TABID.
084900     MOVE AUD-KEY            TO WS-ARG-KEY.
085000     PERFORM FIND-INDEX THRU FIND-INDEX-EXIT.
085100     IF  WS-XX = ZERO
085200         GO TO SCAN-LOG-READ.
085300 SCAN-LOG-MATCH.
085400     IF  WS-XX > WS-IDX-CNT
085500         GO TO SCAN-LOG-READ.
085600     IF  X-IDKEY (WS-XX) NOT = WS-ARG-IDKEY
085700         GO TO SCAN-LOG-READ.
085800     MOVE X-REQ (WS-XX)      TO WS-QX.
085900     MOVE X-SEG (WS-XX)      TO WS-SX.
086000     IF  WS-AUD-SEQ NOT < Q-SEG-FROM (WS-QX WS-SX)
086100     AND WS-AUD-SEQ NOT > Q-SEG-THRU (WS-QX WS-SX)
086200         PERFORM POST-CHANGE THRU POST-CHANGE-EXIT.
086300     ADD 1                   TO WS-XX.
086400     GO TO SCAN-LOG-MATCH.
086500 SCAN-LOG-END.
086600     CLOSE AUDITLOG.
086700     IF  WS-HIT-OVFL > ZERO
086800         DISPLAY 'MSTHIST: MORE THAN ' WS-HIT-MAX
086900             ' CHANGES TO LIST - ' WS-HIT-OVFL ' NOT LISTED'.
087000 SCAN-LOG-EXIT.
087100     EXIT.
087200*
087300*    AN AS-OF REQUEST KEEPS ITS LAST CHANGE ON OR BEFORE THE DATE
087400*    AND ITS FIRST ONE AFTER; A CHANGE-LIST REQUEST KEEPS EVERY
087500*    CHANGE DATED IN ITS PERIOD.
087600*
087700 POST-CHANGE.
087800     IF  Q-TYPE (WS-QX) = 'R'
087900         GO TO POST-CHANGE-RANGE.
088000     IF  AUD-DATE NOT > Q-FROM (WS-QX)
088100         MOVE AUD-REC        TO Q-LAST (WS-QX)
088200         MOVE 'Y'            TO Q-LAST-SW (WS-QX)
088300         GO TO POST-CHANGE-EXIT.
088400     IF  Q-FIRST-SW (WS-QX) NOT = 'Y'
088500         MOVE AUD-REC        TO Q-FIRST (WS-QX)
088600         MOVE 'Y'            TO Q-FIRST-SW (WS-QX).
088700     GO TO POST-CHANGE-EXIT.
088800 POST-CHANGE-RANGE.
088900     IF  AUD-DATE < Q-FROM (WS-QX) OR AUD-DATE > Q-THRU (WS-QX)
089000         GO TO POST-CHANGE-EXIT.
089100     IF  WS-HIT-CNT >= WS-HIT-MAX
089200         ADD 1               TO Q-HIT-OVFL (WS-QX), WS-HIT-OVFL
089300         GO TO POST-CHANGE-EXIT.
089400     ADD 1                   TO WS-HIT-CNT.
089500     ADD 1                   TO Q-HIT-CNT (WS-QX).
089600     MOVE WS-QX              TO H-REQ (WS-HIT-CNT).
089700     MOVE AUD-REC            TO H-AUD (WS-HIT-CNT).
089800 POST-CHANGE-EXIT.
089900     EXIT.
090000*
090100*    LOAD THE MASTER GENERATION AND WALK ITS FREE CHAINS, SO ITS
090200*    LIVE ENTRIES CAN ANSWER FOR ITEMS THE LOG NEVER MENTIONS.
090300*
090400 LOAD-MASTER.
090500     MOVE 1                  TO SS.
090600 CLEAR-SLOTS-STEP.
090700     MOVE SPACE              TO S-MARK (SS).
090800     MOVE ZERO               TO S-LL (SS).
090900     ADD 1                   TO SS.
091000     IF  SS NOT > WS-TBL-MAX
091100         GO TO CLEAR-SLOTS-STEP.
091200     MOVE 1                  TO WS-FTX.
091300 CLEAR-HEADS-STEP.
091400     MOVE ZERO               TO WS-FREE-HD (WS-FTX).
091500     ADD 1                   TO WS-FTX.
091600     IF  WS-FTX NOT > 5
091700         GO TO CLEAR-HEADS-STEP.
091800     OPEN INPUT MASTFILE.
091900     IF  WS-MST-STATUS = '35'
092000         DISPLAY 'MSTHIST: NO MASTER - ITEMS THE LOG NEVER '
092100             'MENTIONS ARE UNKNOWN'
092200         GO TO LOAD-MASTER-EXIT.
092300     MOVE 'Y'                TO WS-MAST-SW.
092400 LOAD-MASTER-READ.
092500     READ MASTFILE
092600         AT END
092700             PERFORM MARK-FREE-CHAINS THRU MARK-FREE-EXIT
092800             GO TO LOAD-MASTER-END.
092900     IF  MSTR-SEQ = ZERO
093000         MOVE 1              TO WS-FTX
093100         PERFORM SAVE-HEADS THRU SAVE-HEADS-EXIT
093200         GO TO LOAD-MASTER-READ.
093300     IF  MSTR-SEQ > WS-TBL-MAX
093400         ADD 1               TO WS-ERR-CTR
093500         DISPLAY 'MSTHIST: MASTER SLOT OUT OF RANGE ' MSTR-SEQ
093600         GO TO LOAD-MASTER-READ.
093700     MOVE MSTR-LL            TO S-LL     (MSTR-SEQ).
093800     MOVE MSTR-ITEM          TO S-ITEM   (MSTR-SEQ).
093900     MOVE MSTR-DESC          TO S-DESC   (MSTR-SEQ).
094000     MOVE MSTR-QTY           TO S-QTY    (MSTR-SEQ).
094100     MOVE MSTR-STATUS        TO S-STATUS (MSTR-SEQ).
094200     MOVE MSTR-LMDATE        TO S-LMDATE (MSTR-SEQ).
094300     MOVE MSTR-TABLE-ID      TO S-TABID  (MSTR-SEQ).
094310     MOVE MSTR-VEND-KEY      TO S-VEND-KEY (MSTR-SEQ).
094320     MOVE MSTR-LOC-KEY       TO S-LOC-KEY (MSTR-SEQ).
094400     MOVE 'P'                TO S-MARK   (MSTR-SEQ).
094500     IF  MSTR-SEQ > WS-MAX-SEQ
094600         MOVE MSTR-SEQ       TO WS-MAX-SEQ.
094700     GO TO LOAD-MASTER-READ.
094800 LOAD-MASTER-END.
094900     CLOSE MASTFILE.
095000 LOAD-MASTER-EXIT.
095100     EXIT.
095200*
095300 SAVE-HEADS.
095400     IF  WS-FTX > 5
095500         GO TO SAVE-HEADS-EXIT.
095600     MOVE MSTR-CTL-FREE (WS-FTX) TO WS-FREE-HD (WS-FTX).
095700     ADD 1                   TO WS-FTX.
095800     GO TO SAVE-HEADS.
095900 SAVE-HEADS-EXIT.
096000     EXIT.
096100*
096200*    MARK EVERY SLOT ON THE FREE CHAINS 'F', NOW THAT EVERY SLOT
096300*    THEY RUN THROUGH IS IN STORAGE.
096400*
096500 MARK-FREE-CHAINS.
096600     MOVE 1                  TO WS-FTX.
096700 MARK-FREE-CTL.
096800     IF  WS-FTX > 5
096900         GO TO MARK-FREE-EXIT.
097000     MOVE WS-FREE-HD (WS-FTX) TO SS.
097100 MARK-FREE-STEP.
097200     IF  SS = ZERO
097300         ADD 1               TO WS-FTX
097400         GO TO MARK-FREE-CTL.
097500     IF  SS < ZERO OR SS > WS-TBL-MAX
097600         ADD 1               TO WS-ERR-CTR
097700         DISPLAY 'MSTHIST: FREE CHAIN OUT OF RANGE ' SS
097800         ADD 1               TO WS-FTX
097900         GO TO MARK-FREE-CTL.
098000     IF  S-MARK (SS) = 'F'
098100         ADD 1               TO WS-ERR-CTR
098200         DISPLAY 'MSTHIST: FREE CHAIN LOOPS AT SLOT ' SS
098300         ADD 1               TO WS-FTX
098400         GO TO MARK-FREE-CTL.
098500     MOVE 'F'                TO S-MARK (SS).
098600     MOVE S-LL (SS)          TO SS.
098700     GO TO MARK-FREE-STEP.
098800 MARK-FREE-EXIT.
098900     EXIT.
099000*
099100*    FIND REQUEST WS-QX'S KEY AMONG THE MASTER'S LIVE ENTRIES. SS
099200*    IS LEFT AT ITS SLOT, OR AT ZERO IF IT IS NOT THERE.
099300*
099400 FIND-MASTER.
099500     MOVE 1                  TO SS.
099600 FIND-MASTER-STEP.
099700     IF  SS > WS-MAX-SEQ
099800         MOVE ZERO           TO SS
099900         GO TO FIND-MASTER-EXIT.
100000     IF  S-MARK (SS) = 'P'
100100     AND S-TABID (SS) = Q-TABID (WS-QX)
100200     AND S-ITEM (SS) = Q-KEY (WS-QX)
100300         GO TO FIND-MASTER-EXIT.
100400     ADD 1                   TO SS.
100500     GO TO FIND-MASTER-STEP.
100600 FIND-MASTER-EXIT.
100700     EXIT.
100800*
100900*    ANSWER REQUEST WS-QX ON THE REPORT AND THE RESPONSE FILE.
101000*
101100 ANSWER-REQUEST.
101200     MOVE SPACES             TO HRS-REC.
101300     MOVE Q-TABID (WS-QX)    TO HRS-TABLE-ID, REQ-TABID.
101400     MOVE Q-KEY (WS-QX)      TO HRS-REQ-KEY, REQ-KEY.
101500     MOVE Q-TYPE (WS-QX)     TO HRS-REQ-TYPE.
101600     MOVE Q-FROM (WS-QX)     TO HRS-FROM-DATE.
101700     MOVE Q-THRU (WS-QX)     TO HRS-THRU-DATE.
101800     MOVE SPACES             TO REQ-TEXT, REQ-RESULT.
101900     IF  Q-TYPE (WS-QX) = 'A'
102000         STRING 'AS OF '     DELIMITED BY SIZE
102100                Q-FROM (WS-QX) DELIMITED BY SIZE
102200                INTO REQ-TEXT
102300     ELSE
102400     IF  Q-TYPE (WS-QX) = 'R'
102500         STRING 'CHANGES '   DELIMITED BY SIZE
102600                Q-FROM (WS-QX) DELIMITED BY SIZE
102700                ' THRU '     DELIMITED BY SIZE
102800                Q-THRU (WS-QX) DELIMITED BY SIZE
102900                INTO REQ-TEXT
103000     ELSE
103100         STRING 'REQUEST TYPE ' DELIMITED BY SIZE
103200                Q-TYPE (WS-QX) DELIMITED BY SIZE
103300                INTO REQ-TEXT.
103400     IF  Q-VALID (WS-QX) = 'Y'
103500         GO TO ANSWER-REQUEST-VALID.
103600     ADD 1                   TO WS-REJ-CTR.
103700     MOVE 'X'                TO HRS-FLAG.
103800     STRING 'REJECTED - '    DELIMITED BY SIZE
103900            Q-REASON (WS-QX) DELIMITED BY SIZE
104000            INTO REQ-RESULT.
104100     PERFORM PRINT-REQ-LINE THRU PRINT-REQ-LINE-EXIT.
104200     PERFORM PUT-RESPONSE THRU PUT-RESPONSE-EXIT.
104300     GO TO ANSWER-REQUEST-EXIT.
104400 ANSWER-REQUEST-VALID.
104500     IF  Q-TYPE (WS-QX) = 'R'
104600         PERFORM ANSWER-RANGE THRU ANSWER-RANGE-EXIT
104700     ELSE
104800         PERFORM ANSWER-ASOF THRU ANSWER-ASOF-EXIT.
104900 ANSWER-REQUEST-EXIT.
105000     EXIT.
105100*
105200*    AN AS-OF REQUEST: FROM THE LAST CHANGE ON OR BEFORE THE
105300*    DATE, ELSE THE FIRST CHANGE AFTER IT, ELSE THE MASTER.
105400*
105500 ANSWER-ASOF.
105600     ADD 1                   TO WS-ASOF-CTR.
105700     IF  Q-LAST-SW (WS-QX) = 'Y'
105800         MOVE Q-LAST (WS-QX) TO HLD-REC
105900         GO TO ANSWER-ASOF-LAST.
106000     IF  Q-FIRST-SW (WS-QX) = 'Y'
106100         MOVE Q-FIRST (WS-QX) TO HLD-REC
106200         GO TO ANSWER-ASOF-NEXT.
106300     GO TO ANSWER-ASOF-MASTER.
106400*
106500*    THE LAST CHANGE ON OR BEFORE THE DATE LEFT THE ENTRY AS ITS
106600*    AFTER IMAGE SHOWS - OR OFF FILE, IF IT REMOVED IT.
106700*
106800 ANSWER-ASOF-LAST.
106900     PERFORM SET-RSP-STAMP THRU SET-RSP-STAMP-EXIT.
107000     IF  HLD-REMOVE
107100         ADD 1               TO WS-NOTON-CTR
107200         MOVE 'N'            TO HRS-FLAG
107300         MOVE HLD-BEF-IMAGE  TO HRS-BEF-IMAGE, WS-IMAGE
107350         MOVE HLD-BEF-REFS   TO HRS-BEF-REFS, WS-IMG-REFS
107400         MOVE 'NOT ON FILE - REMOVED BY THE CHANGE BELOW'
107500                             TO REQ-RESULT
107600         MOVE 'BEFORE'       TO CHG-WHICH
107700     ELSE
107800         ADD 1               TO WS-ONFILE-CTR
107900         MOVE 'F'            TO HRS-FLAG
108000         MOVE 'A'            TO HRS-SOURCE
108100         MOVE HLD-AFT-IMAGE  TO HRS-AFT-IMAGE, WS-IMAGE
108150         MOVE HLD-AFT-REFS   TO HRS-AFT-REFS, WS-IMG-REFS
108200         MOVE 'ON FILE - AS LEFT BY THE CHANGE BELOW'
108300                             TO REQ-RESULT
108400         MOVE 'AFTER'        TO CHG-WHICH.
108500     PERFORM PRINT-REQ-LINE THRU PRINT-REQ-LINE-EXIT.
108600     PERFORM SET-CHG-STAMP THRU SET-CHG-STAMP-EXIT.
108700     PERFORM PRINT-IMAGE-LINE THRU PRINT-IMAGE-LINE-EXIT.
108800     GO TO ANSWER-ASOF-WRITE.
108900*
109000*    NO CHANGE BY THE DATE, BUT ONE AFTER IT: THE ENTRY STOOD AS
109100*    THAT CHANGE FOUND IT - UNLESS THE CHANGE ADDED IT.
109200*
109300 ANSWER-ASOF-NEXT.
109400     PERFORM SET-RSP-STAMP THRU SET-RSP-STAMP-EXIT.
109500     IF  HLD-ADD
109600         ADD 1               TO WS-NOTON-CTR
109700         MOVE 'N'            TO HRS-FLAG
109800         MOVE 'NOT ON FILE - ADDED LATER BY THE CHANGE BELOW'
109900                             TO REQ-RESULT
110000         MOVE 'AFTER'        TO CHG-WHICH
110100         MOVE HLD-AFT-IMAGE  TO WS-IMAGE
110150         MOVE HLD-AFT-REFS   TO WS-IMG-REFS
110200     ELSE
110300         ADD 1               TO WS-ONFILE-CTR
110400         MOVE 'F'            TO HRS-FLAG
110500         MOVE 'B'            TO HRS-SOURCE
110600         MOVE HLD-BEF-IMAGE  TO HRS-AFT-IMAGE, WS-IMAGE
110650         MOVE HLD-BEF-REFS   TO HRS-AFT-REFS, WS-IMG-REFS
110700         MOVE 'ON FILE - AS FOUND BY THE CHANGE BELOW'
110800                             TO REQ-RESULT
110900         MOVE 'BEFORE'       TO CHG-WHICH.
111000     PERFORM PRINT-REQ-LINE THRU PRINT-REQ-LINE-EXIT.
111100     PERFORM SET-CHG-STAMP THRU SET-CHG-STAMP-EXIT.
111200     PERFORM PRINT-IMAGE-LINE THRU PRINT-IMAGE-LINE-EXIT.
111300     GO TO ANSWER-ASOF-WRITE.
111400*
111500*    THE LOG NEVER MENTIONS THE ENTRY, SO IT HAS NOT CHANGED
111600*    SINCE THE LOG BEGAN: THE MASTER ANSWERS, IF THE ENTRY WAS
111700*    LAST MAINTAINED BY THE DATE.
111800*
111900 ANSWER-ASOF-MASTER.
112000     MOVE Q-KEY (WS-QX)      TO HRS-KEY.
112100     IF  NOT WS-MAST-LOADED
112200         ADD 1               TO WS-UNKN-CTR
112300         MOVE 'U'            TO HRS-FLAG
112400         MOVE 'UNKNOWN - NOT ON THE LOG, NO MASTER'
112500                             TO REQ-RESULT
112600         PERFORM PRINT-REQ-LINE THRU PRINT-REQ-LINE-EXIT
112700         GO TO ANSWER-ASOF-WRITE.
112800     PERFORM FIND-MASTER THRU FIND-MASTER-EXIT.
112900     IF  SS = ZERO
113000         ADD 1               TO WS-NOTON-CTR
113100         MOVE 'N'            TO HRS-FLAG
113200         MOVE 'NOT ON FILE - NOT ON THE LOG OR THE MASTER'
113300                             TO REQ-RESULT
113400         PERFORM PRINT-REQ-LINE THRU PRINT-REQ-LINE-EXIT
113500         GO TO ANSWER-ASOF-WRITE.
113600     IF  S-LMDATE (SS) > Q-FROM (WS-QX)
113700         ADD 1               TO WS-UNKN-CTR
113800         MOVE 'U'            TO HRS-FLAG
113900         MOVE 'UNKNOWN - MAINTAINED SINCE, BEFORE THE LOG'
114000                             TO REQ-RESULT
114100         PERFORM PRINT-REQ-LINE THRU PRINT-REQ-LINE-EXIT
114200         GO TO ANSWER-ASOF-WRITE.
114300     ADD 1                   TO WS-ONFILE-CTR.
114400     MOVE 'F'                TO HRS-FLAG.
114500     MOVE 'M'                TO HRS-SOURCE.
114600     MOVE S-DESC (SS)        TO WS-IMG-DESC.
114700     MOVE S-QTY (SS)         TO WS-IMG-QTY.
114800     MOVE S-STATUS (SS)      TO WS-IMG-STATUS.
114900     MOVE S-LMDATE (SS)      TO WS-IMG-LMDATE.
114910     MOVE S-VEND-KEY (SS)    TO WS-IMG-VEND.
114920     MOVE S-LOC-KEY (SS)     TO WS-IMG-LOC.
115000     MOVE WS-IMAGE           TO HRS-AFT-IMAGE.
115050     MOVE WS-IMG-REFS        TO HRS-AFT-REFS.
115100     MOVE 'ON FILE - FROM THE MASTER, NOT ON THE LOG'
115200                             TO REQ-RESULT.
115300     PERFORM PRINT-REQ-LINE THRU PRINT-REQ-LINE-EXIT.
115400     MOVE SPACES             TO CHG-STAMP.
115500     MOVE Q-KEY (WS-QX)      TO CHG-KEY.
115600     MOVE 'MASTER'           TO CHG-WHICH.
115700     PERFORM PRINT-IMAGE-LINE THRU PRINT-IMAGE-LINE-EXIT.
115800 ANSWER-ASOF-WRITE.
115900     PERFORM PUT-RESPONSE THRU PUT-RESPONSE-EXIT.
116000 ANSWER-ASOF-EXIT.
116100     EXIT.
116200*
116300*    A CHANGE-LIST REQUEST: ITS CHANGES IN LOG ORDER, EACH WITH
116400*    ITS BEFORE AND AFTER IMAGES.
116500*
116600 ANSWER-RANGE.
116700     ADD 1                   TO WS-RANGE-CTR.
116800     IF  Q-HIT-CNT (WS-QX) = ZERO AND Q-HIT-OVFL (WS-QX) = ZERO
116900         MOVE 'E'            TO HRS-FLAG
117000         MOVE 'NO CHANGES IN THE PERIOD' TO REQ-RESULT
117100         PERFORM PRINT-REQ-LINE THRU PRINT-REQ-LINE-EXIT
117200         PERFORM PUT-RESPONSE THRU PUT-RESPONSE-EXIT
117300         GO TO ANSWER-RANGE-EXIT.
117400     MOVE Q-HIT-CNT (WS-QX)  TO WS-EDIT-CNT.
117500     STRING 'CHANGES LISTED: ' DELIMITED BY SIZE
117600            WS-EDIT-CNT      DELIMITED BY SIZE
117700            INTO REQ-RESULT.
117800     PERFORM PRINT-REQ-LINE THRU PRINT-REQ-LINE-EXIT.
117900     MOVE 1                  TO WS-HX.
118000 ANSWER-RANGE-STEP.
118100     IF  WS-HX > WS-HIT-CNT
118200         GO TO ANSWER-RANGE-END.
118300     IF  H-REQ (WS-HX) = WS-QX
118400         MOVE H-AUD (WS-HX)  TO HLD-REC
118500         PERFORM LIST-CHANGE THRU LIST-CHANGE-EXIT.
118600     ADD 1                   TO WS-HX.
118700     GO TO ANSWER-RANGE-STEP.
118800 ANSWER-RANGE-END.
118900     IF  Q-HIT-OVFL (WS-QX) = ZERO
119000         GO TO ANSWER-RANGE-EXIT.
119100     MOVE SPACES             TO HRS-DETAIL.
119200     MOVE 'I'                TO HRS-FLAG.
119300     PERFORM PUT-RESPONSE THRU PUT-RESPONSE-EXIT.
119400     MOVE Q-HIT-OVFL (WS-QX) TO WS-EDIT-CNT.
119500     MOVE SPACES             TO WS-CHG-LINE.
119600     STRING '*** LIST INCOMPLETE - ' DELIMITED BY SIZE
119700            WS-EDIT-CNT      DELIMITED BY SIZE
119800            ' MORE NOT HELD' DELIMITED BY SIZE
119900            INTO CHG-STAMP.
120000     IF  WS-LINE-NO >= WS-RPT-LINE-MAX
120100         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
120200     MOVE WS-CHG-LINE        TO PRT-REC.
120300     WRITE PRT-REC AFTER ADVANCING 1 LINE.
120400     ADD 1                   TO WS-LINE-NO.
120500 ANSWER-RANGE-EXIT.
120600     EXIT.
120700*
120800 LIST-CHANGE.
120900     ADD 1                   TO WS-CHG-CTR.
121000     MOVE SPACES             TO HRS-DETAIL.
121100     MOVE 'C'                TO HRS-FLAG.
121200     PERFORM SET-RSP-STAMP THRU SET-RSP-STAMP-EXIT.
121300     MOVE HLD-BEF-IMAGE      TO HRS-BEF-IMAGE.
121400     MOVE HLD-AFT-IMAGE      TO HRS-AFT-IMAGE.
121410     MOVE HLD-BEF-REFS       TO HRS-BEF-REFS.
121420     MOVE HLD-AFT-REFS       TO HRS-AFT-REFS.
121500     PERFORM PUT-RESPONSE THRU PUT-RESPONSE-EXIT.
121600     IF  WS-LINE-NO >= WS-RPT-LINE-MAX - 1
121700         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
121800     PERFORM SET-CHG-STAMP THRU SET-CHG-STAMP-EXIT.
121900     MOVE 'BEFORE'           TO CHG-WHICH.
122000     MOVE HLD-BEF-IMAGE      TO WS-IMAGE.
122050     MOVE HLD-BEF-REFS       TO WS-IMG-REFS.
122100     PERFORM PRINT-IMAGE-LINE THRU PRINT-IMAGE-LINE-EXIT.
122200     MOVE SPACES             TO CHG-STAMP.
122300     MOVE 'AFTER'            TO CHG-WHICH.
122400     MOVE HLD-AFT-IMAGE      TO WS-IMAGE.
122450     MOVE HLD-AFT-REFS       TO WS-IMG-REFS.
122500     PERFORM PRINT-IMAGE-LINE THRU PRINT-IMAGE-LINE-EXIT.
122600 LIST-CHANGE-EXIT.
122700     EXIT.
122710*
122720*    ONE RECORD TO THE RESPONSE FEED. A FAILED WRITE LEAVES THE
122730*    FEED SHORT, SO IT IS COUNTED AS AN ERROR AND THE RUN ENDS 8.
122740*
122750 PUT-RESPONSE.
122760     WRITE HRS-REC.
122770     IF  WS-RSP-STATUS NOT = '00'
122780         ADD 1               TO WS-ERR-CTR
122790         DISPLAY 'MSTHIST: HISTRSP WRITE FAILED, STATUS '
122791             WS-RSP-STATUS.
122792 PUT-RESPONSE-EXIT.
122793     EXIT.
122800*
122900*    NAME THE HELD CHANGE ON THE RESPONSE RECORD.
123000*
123100 SET-RSP-STAMP.
123200     MOVE HLD-KEY            TO HRS-KEY.
123300     MOVE HLD-DATE           TO HRS-DATE.
123400     MOVE HLD-TIME           TO HRS-TIME.
123500     MOVE HLD-TRANS-CODE     TO HRS-CODE.
123600     MOVE HLD-ORIG           TO HRS-ORIG.
123700 SET-RSP-STAMP-EXIT.
123800     EXIT.
123900*
124000*    NAME THE HELD CHANGE ON THE PRINT LINE.
124100*
124200 SET-CHG-STAMP.
124300     MOVE SPACES             TO CHG-STAMP.
124400     MOVE HLD-DATE           TO CHG-DATE.
124500     MOVE HLD-HH             TO WS-TMD-HH.
124600     MOVE HLD-MN             TO WS-TMD-MN.
124700     MOVE HLD-SS             TO WS-TMD-SS.
124800     MOVE WS-TIME-DISP       TO CHG-TIME.
124900     MOVE HLD-TRANS-CODE     TO CHG-CODE.
125000     MOVE HLD-KEY            TO CHG-KEY.
125100     MOVE HLD-ORIG           TO CHG-ORIG.
125200 SET-CHG-STAMP-EXIT.
125300     EXIT.
125400*
125500 PRINT-REQ-LINE.
125600     IF  WS-LINE-NO >= WS-RPT-LINE-MAX - 3
125700         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
125800     MOVE WS-REQ-LINE        TO PRT-REC.
125900     WRITE PRT-REC AFTER ADVANCING 2 LINES.
126000     ADD 2                   TO WS-LINE-NO.
126100 PRINT-REQ-LINE-EXIT.
126200     EXIT.
126300*
126400 PRINT-IMAGE-LINE.
126500     MOVE WS-IMG-DESC        TO CHG-DESC.
126600     MOVE WS-IMG-QTY         TO CHG-QTY.
126700     MOVE WS-IMG-STATUS      TO CHG-STATUS.
126800     MOVE WS-IMG-LMDATE      TO CHG-LMDATE.
126810     MOVE WS-IMG-VEND        TO CHG-VEND.
126820     MOVE WS-IMG-LOC         TO CHG-LOC.
126900     IF  WS-LINE-NO >= WS-RPT-LINE-MAX
127000         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
127100     MOVE WS-CHG-LINE        TO PRT-REC.
127200     WRITE PRT-REC AFTER ADVANCING 1 LINE.
127300     ADD 1                   TO WS-LINE-NO.
127400 PRINT-IMAGE-LINE-EXIT.
127500     EXIT.
127600*
127700 PRINT-HEADERS.
127800     ADD 1                   TO WS-PAGE-NO.
127900     MOVE WS-PAGE-NO         TO HDR1-PAGE-NO.
128000     MOVE WS-HDR-LINE-1      TO PRT-REC.
128100     WRITE PRT-REC AFTER ADVANCING PAGE.
128200     MOVE WS-HDR-LINE-2      TO PRT-REC.
128300     WRITE PRT-REC AFTER ADVANCING 2 LINES.
128400     MOVE WS-HDR-LINE-3      TO PRT-REC.
128500     WRITE PRT-REC AFTER ADVANCING 1 LINE.
128600     MOVE ZERO               TO WS-LINE-NO.
128700 PRINT-HEADERS-EXIT.
128800     EXIT.
128900*
129000 PRINT-TRL-LINE.
129100     IF  WS-LINE-NO >= WS-RPT-LINE-MAX
129200         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
129300     MOVE WS-TRL-LINE        TO PRT-REC.
129400     WRITE PRT-REC AFTER ADVANCING 2 LINES.
129500     ADD 2                   TO WS-LINE-NO.
129600 PRINT-TRL-LINE-EXIT.
129700     EXIT.
129800*
129900*    RUN COUNTS AND THE RETURN CODE.
130000*
130100 END-JOB.
130200     IF  WS-PAGE-NO = ZERO
130300         PERFORM PRINT-HEADERS THRU PRINT-HEADERS-EXIT.
130400     MOVE 'REQUESTS ANSWERED'            TO TRL-CAPTION.
130500     MOVE WS-REQ-CNT         TO TRL-COUNT.
130600     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
130700     MOVE '  AS-OF REQUESTS'             TO TRL-CAPTION.
130800     MOVE WS-ASOF-CTR        TO TRL-COUNT.
130900     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
131000     MOVE '    ON FILE AT THE DATE'      TO TRL-CAPTION.
131100     MOVE WS-ONFILE-CTR      TO TRL-COUNT.
131200     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
131300     MOVE '    NOT ON FILE AT THE DATE'  TO TRL-CAPTION.
131400     MOVE WS-NOTON-CTR       TO TRL-COUNT.
131500     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
131600     MOVE '    UNKNOWN'                  TO TRL-CAPTION.
131700     MOVE WS-UNKN-CTR        TO TRL-COUNT.
131800     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
131900     MOVE '  CHANGE-LIST REQUESTS'       TO TRL-CAPTION.
132000     MOVE WS-RANGE-CTR       TO TRL-COUNT.
132100     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
132200     MOVE '    CHANGES LISTED'           TO TRL-CAPTION.
132300     MOVE WS-CHG-CTR         TO TRL-COUNT.
132400     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
132500     MOVE '  REQUESTS REJECTED'          TO TRL-CAPTION.
132600     MOVE WS-REJ-CTR         TO TRL-COUNT.
132700     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
132800     MOVE 'AUDIT RECORDS READ'           TO TRL-CAPTION.
132900     MOVE WS-AUD-READ-CTR    TO TRL-COUNT.
133000     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
133100     MOVE 'RE-KEYS ON THE LOG'           TO TRL-CAPTION.
133200     MOVE WS-RKY-CNT         TO TRL-COUNT.
133300     PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
133400     IF  WS-REQ-OVFL > ZERO
133500         ADD 1               TO WS-ERR-CTR
133600         MOVE 'REQUESTS NOT ANSWERED - TOO MANY' TO TRL-CAPTION
133700         MOVE WS-REQ-OVFL    TO TRL-COUNT
133800         PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
133900     IF  WS-RKY-OVFL > ZERO
134000         ADD 1               TO WS-ERR-CTR
134100         MOVE 'RE-KEYS NOT FOLLOWED - TOO MANY' TO TRL-CAPTION
134200         MOVE WS-RKY-OVFL    TO TRL-COUNT
134300         PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
134400     IF  WS-CHAIN-CUT > ZERO
134500         ADD 1               TO WS-ERR-CTR
134600         MOVE 'ITEMS RE-KEYED TOO OFTEN TO FOLLOW' TO TRL-CAPTION
134700         MOVE WS-CHAIN-CUT   TO TRL-COUNT
134800         PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
134900     IF  WS-HIT-OVFL > ZERO
135000         ADD 1               TO WS-ERR-CTR
135100         MOVE 'CHANGES NOT LISTED - TOO MANY' TO TRL-CAPTION
135200         MOVE WS-HIT-OVFL    TO TRL-COUNT
135300         PERFORM PRINT-TRL-LINE THRU PRINT-TRL-LINE-EXIT.
135400     IF  WS-ERR-CTR > ZERO
135500         DISPLAY 'MSTHIST: ANSWERS NOT COMPLETE - SEE MESSAGES'
135600         MOVE 8              TO RETURN-CODE
135700     ELSE
135800         IF  WS-REJ-CTR > ZERO
135900             DISPLAY 'MSTHIST: ' WS-REJ-CTR ' REQUESTS REJECTED'
136000             MOVE 4          TO RETURN-CODE
136100         ELSE
136200             DISPLAY 'MSTHIST: ' WS-REQ-CNT ' REQUESTS ANSWERED'
136300             MOVE ZERO       TO RETURN-CODE.
136400     CLOSE PRNTFILE.
136500     CLOSE HISTRSP.
136600     STOP RUN.
136700*
136800*
136900*    END OF MSTHIST.
