000600*
000700*     THE LOG IS WRITTEN DISP=MOD BY EVERY BINTREE RUN AND GROWS
000800*     WITHOUT BOUND. THIS PROGRAM SPLITS IT ON A CUTOFF DATE
000900*     GIVEN IN THE EXEC PARM (CCYYMMDD): RECORDS DATED BEFORE THE
001000*     CUTOFF ARE APPENDED TO THE ARCHIVE FILE, RECORDS ON OR
001100*     AFTER IT ARE WRITTEN TO NEWLOG, WHICH A FOLLOW-ON COPY
001200*     STEP PUTS BACK AS THE LIVE LOG. RUN MONTHLY.
002600     SELECT NEWLOG           ASSIGN TO NEWLOG
002700                             ORGANIZATION IS SEQUENTIAL.
002800*
002805*    THE SHARED RUN HISTORY: ONE RECORD IS ADDED TO THE END OF
002810*    IT FOR EVERY RUN OF EVERY BINTREE BATCH STEP, FOR THE WEEKLY
002815*    RUNTRND REPORT. RUNID IS AN INSTREAM CARD IN THE STEP'S JCL
002820*    NAMING THE JOB AND STEP; WITHOUT ONE THEY ARE LEFT BLANK.
002825*
002830     SELECT RUNHIST          ASSIGN TO RUNHIST
002835                             ORGANIZATION IS SEQUENTIAL
002840                             FILE STATUS IS WS-RH-STATUS.
002845     SELECT RUNID            ASSIGN TO RUNID
002850                             ORGANIZATION IS SEQUENTIAL
002855                             FILE STATUS IS WS-RID-STATUS.
002860*
002900*
003000 DATA DIVISION.
003100 FILE SECTION.
003600 FD  AUDITLOG.
003700*
003800 01  AUD-REC.
003900     03  AUD-DATE            PIC X(08).
004000     03  FILLER              PIC X(163).
004100*
004200 FD  ARCHFILE.
004300*
004400 01  ARCH-REC                PIC X(171).
004500*
004600 FD  NEWLOG.
004700*
004800 01  NEW-REC                 PIC X(171).
004802*
004804*    MUST MATCH THE RH-REC LAYOUT READ BY RUNTRND. RH-COUNT (1)
004806*    IS THE STEP'S VOLUME; THE OTHER COUNTS DEPEND ON THE
004808*    PROGRAM, EACH NAMED BY ITS RH-CNT-NAME.
004810*
004812 FD  RUNHIST.
004814*
004816 01  RH-REC.
004818     03  RH-JOB              PIC  X(08).
004820     03  RH-STEP             PIC  X(08).
004822     03  RH-PROGRAM          PIC  X(08).
004824     03  RH-MODE             PIC  X(04).
004826     03  RH-START-DATE       PIC  9(08).
004828     03  RH-START-TIME       PIC  9(08).
004830     03  RH-END-DATE         PIC  9(08).
004832     03  RH-END-TIME         PIC  9(08).
004834     03  RH-RC               PIC  9(04).
004836     03  RH-COUNT            OCCURS 8 TIMES.
004838         05  RH-CNT-NAME     PIC  X(08).
004840         05  RH-CNT-VALUE    PIC  9(09).
004842     03  FILLER              PIC  X(20).
004844*
004846*    THE JOB NAME IN COLUMNS 1-8, THE STEP NAME IN 10-17.
004848*
004850 FD  RUNID.
004852*
004854 01  RID-REC.
004856     03  RID-JOB             PIC  X(08).
004858     03  FILLER              PIC  X(01).
004860     03  RID-STEP            PIC  X(08).
004862     03  FILLER              PIC  X(63).
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
005700                                             VALUE ZERO.
005800     03  WS-KEEP-CTR         PIC 9(08)       COMP
005900                                             VALUE ZERO.
006000     03  WS-CUTOFF-DATE      PIC X(08)       VALUE SPACE.
006100*
006200*
006300 LINKAGE SECTION.
006400*
006500*    RECEIVES THE JCL EXEC PARM: THE CUTOFF DATE, CCYYMMDD.
006600*    RECORDS DATED BEFORE THE CUTOFF ARE ARCHIVED.
006700*
006800 01  LK-PARM.
006900     03  LK-PARM-LEN         PIC S9(04)      COMP.
007000     03  LK-PARM-CUTOFF      PIC X(08).
007100*
007200 PROCEDURE DIVISION USING LK-PARM.
007300*
007400 0000-START.
007425     ACCEPT WS-RH-START-DATE FROM DATE YYYYMMDD.
007450     ACCEPT WS-RH-START-TIME FROM TIME.
007500     IF  LK-PARM-LEN < 8
007600         DISPLAY 'CUTOFF DATE PARM MISSING - NOTHING PURGED'
007700         MOVE 8              TO RETURN-CODE
007750         PERFORM WRITE-RUN-HIST THRU WRITE-RUN-HIST-EXIT
007800         STOP RUN.
007900     IF  LK-PARM-CUTOFF NOT NUMERIC
008000         DISPLAY 'CUTOFF DATE PARM NOT NUMERIC - NOTHING PURGED'
008100         MOVE 8              TO RETURN-CODE
008150         PERFORM WRITE-RUN-HIST THRU WRITE-RUN-HIST-EXIT
008200         STOP RUN.
008300     MOVE LK-PARM-CUTOFF     TO WS-CUTOFF-DATE.
008400*
008600     IF  WS-AUD-STATUS = '35'
008700         DISPLAY 'AUDIT LOG NOT FOUND - NOTHING PURGED'
008800         MOVE ZERO           TO RETURN-CODE
008850         PERFORM WRITE-RUN-HIST THRU WRITE-RUN-HIST-EXIT
008900         STOP RUN.
009000     OPEN EXTEND ARCHFILE.
009100     IF  WS-ARCH-STATUS = '35'
011500     CLOSE AUDITLOG.
011600     CLOSE ARCHFILE.
011700     CLOSE NEWLOG.
011750     PERFORM WRITE-RUN-HIST THRU WRITE-RUN-HIST-EXIT.
011800     STOP RUN.
011900*
011901*    ADD THIS RUN'S STATISTICS TO THE RUN HISTORY - THE JOB AND
011902*    STEP FROM THE RUNID CARD, WHEN THE RUN STARTED AND ENDED, ITS
011903*    RETURN CODE, AND ITS COUNTS. A RUN HISTORY THAT CANNOT BE
011904*    WRITTEN IS REPORTED BUT NEVER CHANGES THE RETURN CODE.
011905*
011906 WRITE-RUN-HIST.
011907     MOVE SPACES             TO WS-RH-JOB WS-RH-STEP.
011908     OPEN INPUT RUNID.
011909     IF  WS-RID-STATUS NOT = '00'
011910         GO TO WRITE-RUN-HIST-OPEN.
011911     READ RUNID.
011912     IF  WS-RID-STATUS = '00'
011913         MOVE RID-JOB        TO WS-RH-JOB
011914         MOVE RID-STEP       TO WS-RH-STEP.
011915     CLOSE RUNID.
011916 WRITE-RUN-HIST-OPEN.
011917     OPEN EXTEND RUNHIST.
011918     IF  WS-RH-STATUS = '35'
011919         OPEN OUTPUT RUNHIST.
011920     IF  WS-RH-STATUS NOT = '00'
011921         DISPLAY 'AUDARCH: RUN HISTORY NOT WRITTEN - STATUS '
011922             WS-RH-STATUS
011923         GO TO WRITE-RUN-HIST-EXIT.
011924     MOVE SPACES             TO RH-REC.
011925     MOVE WS-RH-JOB          TO RH-JOB.
011926     MOVE WS-RH-STEP         TO RH-STEP.
011927     MOVE 'AUDARCH'          TO RH-PROGRAM.
011928     MOVE SPACES             TO RH-MODE.
011929     MOVE WS-RH-START-DATE   TO RH-START-DATE.
011930     MOVE WS-RH-START-TIME   TO RH-START-TIME.
011931     ACCEPT RH-END-DATE      FROM DATE YYYYMMDD.
011932     ACCEPT RH-END-TIME      FROM TIME.
011933     MOVE RETURN-CODE        TO RH-RC.
011934     MOVE 1                  TO WS-RH-SS.
011935 WRITE-RUN-HIST-ZERO.
011936     MOVE ZERO               TO RH-CNT-VALUE (WS-RH-SS).
011937     ADD 1                   TO WS-RH-SS.
011938     IF  WS-RH-SS NOT > 8
011939         GO TO WRITE-RUN-HIST-ZERO.
011940     MOVE 'READ'             TO RH-CNT-NAME (1).
011941     MOVE WS-READ-CTR        TO RH-CNT-VALUE (1).
011942     MOVE 'ARCHIVED'         TO RH-CNT-NAME (2).
011943     MOVE WS-ARCH-CTR        TO RH-CNT-VALUE (2).
011944     MOVE 'KEPT'             TO RH-CNT-NAME (3).
011945     MOVE WS-KEEP-CTR        TO RH-CNT-VALUE (3).
011946     WRITE RH-REC.
011947     IF  WS-RH-STATUS NOT = '00'
011948         DISPLAY 'AUDARCH: RUN HISTORY WRITE FAILED - STATUS '
011949             WS-RH-STATUS.
011950     CLOSE RUNHIST.
011951 WRITE-RUN-HIST-EXIT.
011952     EXIT.
012000*
012100*    END OF AUDARCH.
