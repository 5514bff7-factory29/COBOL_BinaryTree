004700                             ORGANIZATION IS SEQUENTIAL
004800                             FILE STATUS IS WS-MSTN-STATUS.
004900*
004905*    THE SHARED RUN HISTORY: ONE RECORD IS ADDED TO THE END OF
004910*    IT FOR EVERY RUN OF EVERY BINTREE BATCH STEP, FOR THE WEEKLY
004915*    RUNTRND REPORT. RUNID IS AN INSTREAM CARD IN THE STEP'S JCL
004920*    NAMING THE JOB AND STEP; WITHOUT ONE THEY ARE LEFT BLANK.
004925*
004930     SELECT RUNHIST          ASSIGN TO RUNHIST
004935                             ORGANIZATION IS SEQUENTIAL
004940                             FILE STATUS IS WS-RH-STATUS.
004945     SELECT RUNID            ASSIGN TO RUNID
004950                             ORGANIZATION IS SEQUENTIAL
004955                             FILE STATUS IS WS-RID-STATUS.
004960*
005000*
005100 DATA DIVISION.
005200 FILE SECTION.
006300     03  MSTR-DESC           PIC  X(30).
006400     03  MSTR-QTY            PIC  9(05).
006500     03  MSTR-STATUS         PIC  X(01).
006600     03  MSTR-LMDATE         PIC  9(08).
006700     03  MSTR-TABLE-ID       PIC  X(03).
006800     03  MSTR-HGT            PIC S9(04)      COMP-3.
006900     03  MSTR-CKPT-COUNT     PIC 9(08)       COMP.
006905     03  MSTR-CKPT-DATE      PIC  9(08).
006910     03  MSTR-LAST-BATCH     PIC  9(06).
007000     03  MSTR-TAB-CNT        PIC S9(04)      COMP.
007100     03  MSTR-TAB-CTL        OCCURS 5 TIMES.
007300         05  MSTR-CTL-ROOT   PIC S9(04)      COMP.
007400         05  MSTR-CTL-LIVE   PIC S9(04)      COMP.
007500         05  MSTR-CTL-FREE   PIC S9(04)      COMP.
007510     03  MSTR-VEND-KEY       PIC  X(10).
007520     03  MSTR-LOC-KEY        PIC  X(10).
007600*
007700 FD  MASTNEW.
007800*
008400     03  MSTN-DESC           PIC  X(30).
008500     03  MSTN-QTY            PIC  9(05).
008600     03  MSTN-STATUS         PIC  X(01).
008700     03  MSTN-LMDATE         PIC  9(08).
008800     03  MSTN-TABLE-ID       PIC  X(03).
008900     03  MSTN-HGT            PIC S9(04)      COMP-3.
009000     03  MSTN-CKPT-COUNT     PIC 9(08)       COMP.
009005     03  MSTN-CKPT-DATE      PIC  9(08).
009010     03  MSTN-LAST-BATCH     PIC  9(06).
009100     03  MSTN-TAB-CNT        PIC S9(04)      COMP.
009200     03  MSTN-TAB-CTL        OCCURS 5 TIMES.
009400         05  MSTN-CTL-ROOT   PIC S9(04)      COMP.
009500         05  MSTN-CTL-LIVE   PIC S9(04)      COMP.
009600         05  MSTN-CTL-FREE   PIC S9(04)      COMP.
009610     03  MSTN-VEND-KEY       PIC  X(10).
009620     03  MSTN-LOC-KEY        PIC  X(10).
009622*
009624*    MUST MATCH THE RH-REC LAYOUT READ BY RUNTRND. RH-COUNT (1)
009626*    IS THE STEP'S VOLUME; THE OTHER COUNTS DEPEND ON THE
009628*    PROGRAM, EACH NAMED BY ITS RH-CNT-NAME.
009630*
009632 FD  RUNHIST.
009634*
009636 01  RH-REC.
009638     03  RH-JOB              PIC  X(08).
009640     03  RH-STEP             PIC  X(08).
009642     03  RH-PROGRAM          PIC  X(08).
009644     03  RH-MODE             PIC  X(04).
009646     03  RH-START-DATE       PIC  9(08).
009648     03  RH-START-TIME       PIC  9(08).
009650     03  RH-END-DATE         PIC  9(08).
009652     03  RH-END-TIME         PIC  9(08).
009654     03  RH-RC               PIC  9(04).
009656     03  RH-COUNT            OCCURS 8 TIMES.
009658         05  RH-CNT-NAME     PIC  X(08).
009660         05  RH-CNT-VALUE    PIC  9(09).
009662     03  FILLER              PIC  X(20).
009664*
009666*    THE JOB NAME IN COLUMNS 1-8, THE STEP NAME IN 10-17.
009668*
009670 FD  RUNID.
009672*
009674 01  RID-REC.
009676     03  RID-JOB             PIC  X(08).
009678     03  FILLER              PIC  X(01).
009680     03  RID-STEP            PIC  X(08).
009682     03  FILLER              PIC  X(63).
009700 WORKING-STORAGE SECTION.
009705*
009710*    WHEN THIS RUN STARTED, AND THE RUN-HISTORY FILE STATUSES.
009715*
009720 01  RUN-HIST-AREA.
009725     03  WS-RH-START-DATE    PIC 9(08)       VALUE ZERO.
009730     03  WS-RH-START-TIME    PIC 9(08)       VALUE ZERO.
009735     03  WS-RH-JOB           PIC X(08)       VALUE SPACE.
009740     03  WS-RH-STEP          PIC X(08)       VALUE SPACE.
009745     03  WS-RH-STATUS        PIC X(02)       VALUE SPACE.
009750     03  WS-RID-STATUS       PIC X(02)       VALUE SPACE.
009755     03  WS-RH-SS            PIC S9(04)      COMP
009760                                             VALUE ZERO.
009800*
009900 01  WORK-AREA.
010000     03  WS-MSTR-STATUS      PIC X(02)       VALUE SPACE.
010900                                             VALUE ZERO.
011000     03  WS-CKPT-COUNT       PIC 9(08)       COMP
011100                                             VALUE ZERO.
011105     03  WS-CKPT-DATE        PIC 9(08)       VALUE ZERO.
011110     03  WS-LAST-BATCH       PIC 9(06)       VALUE ZERO.
011200     03  WS-TAB-CNT          PIC S9(04)      COMP
011300                                             VALUE ZERO.
013800         05  O-DESC          PIC X(30).
013900         05  O-QTY           PIC 9(05).
014000         05  O-STATUS        PIC X(01).
014100         05  O-LMDATE        PIC 9(08).
014200         05  O-TABID         PIC X(03).
014210         05  O-VEND          PIC X(10).
014220         05  O-LOC           PIC X(10).
014300*
014400 01  NEW-POOL-AREA.
014500     03  N-ENTRY             OCCURS 3000 TIMES.
015000         05  N-DESC          PIC X(30).
015100         05  N-QTY           PIC 9(05).
015200         05  N-STATUS        PIC X(01).
015300         05  N-LMDATE        PIC 9(08).
015400         05  N-TABID        PIC X(03).
015410         05  N-VEND          PIC X(10).
015420         05  N-LOC           PIC X(10).
015500*
015600*    THE CONTROL ANCHORS: THE OLD ROOTS THE WALKS START FROM
015700*    AND THE NEW ONES THE REBUILDS PRODUCE. THE FREE-CHAIN
021200 PROCEDURE DIVISION.
021300*
021400 0000-START.
021425     ACCEPT WS-RH-START-DATE FROM DATE YYYYMMDD.
021450     ACCEPT WS-RH-START-TIME FROM TIME.
021500     OPEN INPUT MASTFILE.
021600     IF  WS-MSTR-STATUS = '35'
021700         DISPLAY 'MSTREORG: NO MASTER FILE - NOTHING TO REORG'
021800         MOVE ZERO           TO RETURN-CODE
021850         PERFORM WRITE-RUN-HIST THRU WRITE-RUN-HIST-EXIT
021900         STOP RUN.
022000*
022100*    LOAD THE GENERATION. ONLY THE TREE LINKS AND THE ITEM
024400     MOVE MSTR-STATUS        TO O-STATUS (MSTR-SEQ).
024500     MOVE MSTR-LMDATE        TO O-LMDATE (MSTR-SEQ).
024600     MOVE MSTR-TABLE-ID      TO O-TABID  (MSTR-SEQ).
024610     MOVE MSTR-VEND-KEY      TO O-VEND   (MSTR-SEQ).
024620     MOVE MSTR-LOC-KEY       TO O-LOC    (MSTR-SEQ).
024700     ADD 1                   TO WS-REC-CTR.
024800     IF  MSTR-SEQ > WS-MAX-SEQ
024900         MOVE MSTR-SEQ       TO WS-MAX-SEQ.
037700     MOVE O-STATUS (WS-OLDSLOT)  TO N-STATUS (WS-NEWSLOT).
037800     MOVE O-LMDATE (WS-OLDSLOT)  TO N-LMDATE (WS-NEWSLOT).
037900     MOVE O-TABID (WS-OLDSLOT)   TO N-TABID (WS-NEWSLOT).
037910     MOVE O-VEND (WS-OLDSLOT)    TO N-VEND (WS-NEWSLOT).
037920     MOVE O-LOC (WS-OLDSLOT)     TO N-LOC (WS-NEWSLOT).
038000     MOVE ZERO               TO N-LL (WS-NEWSLOT).
038100     MOVE ZERO               TO N-RL (WS-NEWSLOT).
038200     MOVE WS-RNG-N           TO WS-HGT-N.
043700                                 MSTN-HGT, MSTN-QTY, MSTN-LMDATE.
043800     MOVE SPACES             TO MSTN-ITEM, MSTN-DESC, MSTN-STATUS
043900                                 MSTN-TABLE-ID.
043910     MOVE SPACES             TO MSTN-VEND-KEY, MSTN-LOC-KEY.
044000     MOVE WS-CKPT-COUNT      TO MSTN-CKPT-COUNT.
044005     MOVE WS-CKPT-DATE       TO MSTN-CKPT-DATE.
044010     MOVE WS-LAST-BATCH      TO MSTN-LAST-BATCH.
046400     MOVE N-STATUS (SS)      TO MSTN-STATUS.
046500     MOVE N-LMDATE (SS)      TO MSTN-LMDATE.
046600     MOVE N-TABID (SS)       TO MSTN-TABLE-ID.
046610     MOVE N-VEND (SS)        TO MSTN-VEND-KEY.
046620     MOVE N-LOC (SS)         TO MSTN-LOC-KEY.
046700     MOVE N-HGT (SS)         TO MSTN-HGT.
046800     WRITE MSTN-REC.
046900     ADD 1                   TO SS.
048000     ELSE
048100         DISPLAY 'MSTREORG: REORG COMPLETE'
048200         MOVE ZERO           TO RETURN-CODE.
048250     PERFORM WRITE-RUN-HIST THRU WRITE-RUN-HIST-EXIT.
048300     STOP RUN.
048400*
048401*    ADD THIS RUN'S STATISTICS TO THE RUN HISTORY - THE JOB AND
048402*    STEP FROM THE RUNID CARD, WHEN THE RUN STARTED AND ENDED, ITS
048403*    RETURN CODE, AND ITS COUNTS. A RUN HISTORY THAT CANNOT BE
048404*    WRITTEN IS REPORTED BUT NEVER CHANGES THE RETURN CODE.
048405*
048406 WRITE-RUN-HIST.
048407     MOVE SPACES             TO WS-RH-JOB WS-RH-STEP.
048408     OPEN INPUT RUNID.
048409     IF  WS-RID-STATUS NOT = '00'
048410         GO TO WRITE-RUN-HIST-OPEN.
048411     READ RUNID.
048412     IF  WS-RID-STATUS = '00'
048413         MOVE RID-JOB        TO WS-RH-JOB
048414         MOVE RID-STEP       TO WS-RH-STEP.
048415     CLOSE RUNID.
048416 WRITE-RUN-HIST-OPEN.
048417     OPEN EXTEND RUNHIST.
048418     IF  WS-RH-STATUS = '35'
048419         OPEN OUTPUT RUNHIST.
048420     IF  WS-RH-STATUS NOT = '00'
048421         DISPLAY 'MSTREORG: RUN HISTORY NOT WRITTEN - STATUS '
048422             WS-RH-STATUS
048423         GO TO WRITE-RUN-HIST-EXIT.
048424     MOVE SPACES             TO RH-REC.
048425     MOVE WS-RH-JOB          TO RH-JOB.
048426     MOVE WS-RH-STEP         TO RH-STEP.
048427     MOVE 'MSTREORG'         TO RH-PROGRAM.
048428     MOVE SPACES             TO RH-MODE.
048429     MOVE WS-RH-START-DATE   TO RH-START-DATE.
048430     MOVE WS-RH-START-TIME   TO RH-START-TIME.
048431     ACCEPT RH-END-DATE      FROM DATE YYYYMMDD.
048432     ACCEPT RH-END-TIME      FROM TIME.
048433     MOVE RETURN-CODE        TO RH-RC.
048434     MOVE 1                  TO WS-RH-SS.
048435 WRITE-RUN-HIST-ZERO.
048436     MOVE ZERO               TO RH-CNT-VALUE (WS-RH-SS).
048437     ADD 1                   TO WS-RH-SS.
048438     IF  WS-RH-SS NOT > 8
048439         GO TO WRITE-RUN-HIST-ZERO.
048440     MOVE 'RECORDS'          TO RH-CNT-NAME (1).
048441     MOVE WS-REC-CTR         TO RH-CNT-VALUE (1).
048442     MOVE 'LIVE'             TO RH-CNT-NAME (2).
048443     MOVE WS-LIVE-TOT        TO RH-CNT-VALUE (2).
048444     MOVE 'ERRORS'           TO RH-CNT-NAME (3).
048445     MOVE WS-ERR-CTR         TO RH-CNT-VALUE (3).
048446     WRITE RH-REC.
048447     IF  WS-RH-STATUS NOT = '00'
048448         DISPLAY 'MSTREORG: RUN HISTORY WRITE FAILED - STATUS '
048449             WS-RH-STATUS.
048450     CLOSE RUNHIST.
048451 WRITE-RUN-HIST-EXIT.
048452     EXIT.
048500*
048600*    END OF MSTREORG.
