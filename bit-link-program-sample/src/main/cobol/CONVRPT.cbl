001900*                OUTPUT TEMPERATURES, SO OPERATIONS CAN SPOT A    *
002000*                FEED PROBLEM WITHOUT COMBING THROUGH INDIVIDUAL  *
002100*                TRANSACTION RECORDS BY HAND.                    *
002120*                THE CONVERSION AND ERROR COUNTS ARE ALSO SPLIT  *
002140*                BETWEEN ONLINE READINGS AND READINGS POSTED BY  *
002160*                THE CONVBULK OVERNIGHT RUN; THE HISTORY RECORD  *
002180*                CARRIES THE COMBINED FIGURES.                   *
002182*                                                                *
002184*                THE SAME COUNTS AND FIGURES ARE ALSO KEPT PER   *
002186*                CHANNEL AND APPENDED TO THE CHANNEL HISTORY     *
002188*                DATASET, ONE RECORD PER CHANNEL PER RUN DATE,   *
002190*                SO CONVMTH AND CONVEXT CAN FOLLOW EACH FEED ON  *
002192*                ITS OWN.  THE SYSTEM-WIDE HISTORY RECORD IS     *
002194*                UNCHANGED.                                      *
002204*                                                                *
002214*                THE RUN DATE STAMPED ON THE HISTORY RECORDS AND *
002224*                THE CHECKPOINT IS THE BUSINESS DATE FROM A      *
002234*                SYSIN CARD (YYYYMMDD, COLUMNS 1-8), PASSED BY   *
002244*                THE CYCLCTL STEP THAT STARTS THE JOB; A MISSING *
002254*                OR INVALID CARD DEFAULTS TO TODAY'S DATE.       *
002264*                                                                *
002300* INPUT:         AUDITLOG  - CONVERT TRANSACTION AUDIT RECORDS   *
002350*                SYSIN     - BUSINESS DATE CARD (YYYYMMDD)       *
002400* OUTPUT:        RPTOUT    - PRINTED SUMMARY REPORT              *
002420*                HISTORY   - SYSTEM-WIDE SUMMARY HISTORY         *
002440*                CHANHIST  - PER-CHANNEL SUMMARY HISTORY         *
002500*                                                                *
002600******************************************************************
002700
004096*                   DOUBLE UP WITH THE FIXED RERUN'S RECORD      *
004097* 09/02/2026  AD    THE AUDIT RECORD NOW CARRIES THE SENSOR ID   *
004098*                   (SEE CONVERT) - LAYOUT WIDENED TO MATCH      *
004118* 10/15/2026  AD    THE AUDIT RECORD IS NOW THE 160-BYTE VERSION *
004138*                   2 LAYOUT (SEE CONVERT) - LAYOUT WIDENED TO   *
004158*                   MATCH                                        *
004163* 10/15/2026  AD    READINGS POSTED BY CONVBULK ARE COUNTED      *
004168*                   APART - TOTAL AND ERROR LINES SPLIT INTO     *
004173*                   ONLINE AND BULK; HISTORY STAYS COMBINED      *
004174* 10/15/2026  AD    THE SAME FIGURES ARE ALSO KEPT PER CHANNEL   *
004175*                   AND APPENDED TO THE NEW CHANHIST DATASET,    *
004176*                   ONE RECORD PER CHANNEL PER RUN DATE          *
004178* 10/15/2026  AD    THE RUN DATE IS THE BUSINESS DATE FROM THE   *
004180*                   SYSIN CARD WRITTEN BY CYCLCTL, NOT THE       *
004182*                   SYSTEM DATE - A LATE OR RERUN JOB STAMPS THE *
004184*                   DAY IT BELONGS TO                            *
004199******************************************************************
004200
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
005860     SELECT HIST-FILE    ASSIGN TO HISTORY
005870                         ORGANIZATION IS SEQUENTIAL
005880                         FILE STATUS IS WS-HIST-STATUS.
005882
005884     SELECT CHAN-FILE    ASSIGN TO CHANHIST
005886                         ORGANIZATION IS SEQUENTIAL
005888                         FILE STATUS IS WS-CHAN-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006300* AUDIT-FILE - ONE RECORD PER CONVERT TRANSACTION, WRITTEN BY    *
006400* THE CONVERT PROGRAM'S WRITE-AUDIT-RECORD PARAGRAPH.  THE       *
006500* LAYOUT HERE MUST STAY IN STEP WITH AUDIT-RECORD IN CONVERT.    *
006520* THIS IS THE 160-BYTE VERSION 2 LAYOUT, CARRYING THE RAW        *
006540* READING, MODE AND CALLER ALONGSIDE THE ORIGINAL FIELDS.        *
006550* AR-SOURCE 'B' MARKS A READING POSTED BY THE CONVBULK OVERNIGHT *
006560* RUN, AR-FEED-ID NAMING ITS FEED (THE HDR DATE AND SERIAL); ANY *
006570* OTHER VALUE IS AN ONLINE READING.                              *
006580* AR-CALIB-FLAG 'O' MARKS A READING FROM A SENSOR THAT WAS PAST  *
006590* ITS CALIBRATION-DUE DATE.                                      *
006600*----------------------------------------------------------------*
006700 FD  AUDIT-FILE
006800     RECORDING MODE IS F.
007300     03  AR-OUTPUT-VALUE     PIC S9(7)V99 COMP-3.
007400     03  AR-RESPCODE         PIC S9(8) COMP-4.
007500     03  AR-RESPCODE2        PIC S9(8) COMP-4.
007510     03  AR-VERSION          PIC X(01).
007520     03  AR-RAW-VALUE        PIC S9(7)V99 COMP-3.
007530     03  AR-CALIB-OFFSET     PIC S9(7)V99 COMP-3.
007540     03  AR-MODE             PIC X(01).
007550     03  AR-ROUND-MODE       PIC X(01).
007560     03  AR-REQUEST-ID       PIC X(32).
007570     03  AR-USERID           PIC X(08).
007580     03  AR-TRANSID          PIC X(04).
007582     03  AR-SOURCE           PIC X(01).
007584         88  AR-FROM-BULK        VALUE 'B'.
007586     03  AR-FEED-ID          PIC X(12).
007588     03  AR-CALIB-FLAG       PIC X(01).
007590         88  AR-CALIB-OVERDUE    VALUE 'O'.
007592     03  FILLER              PIC X(31).
007600
007700*----------------------------------------------------------------*
007800* REPORT-FILE - THE PRINTED SUMMARY REPORT                      *
008338     03  HR-AVG-OUTPUT       PIC S9(07)V99.
008340     03  FILLER              PIC X(04).
008342
008344*----------------------------------------------------------------*
008346* CHAN-FILE - THE PER-CHANNEL SUMMARY HISTORY DATASET, ONE       *
008348* RECORD APPENDED PER CHANNEL PER RUN DATE WITH THE SAME COUNTS  *
008350* AND MIN/MAX/AVERAGE FIGURES AS HIST-RECORD.  READ BY CONVMTH   *
008352* AND CONVEXT.  THE LAYOUT HERE MUST STAY IN STEP WITH           *
008354* CHAN-HIST-RECORD IN THOSE PROGRAMS.                            *
008356*----------------------------------------------------------------*
008358 FD  CHAN-FILE
008360     RECORDING MODE IS F.
008362 01  CHAN-HIST-RECORD.
008364     03  CH-RUN-DATE         PIC 9(08).
008366     03  CH-CHANNEL          PIC X(16).
008368     03  CH-TOTAL-COUNT      PIC 9(08).
008370     03  CH-ERROR-COUNT      PIC 9(08).
008372     03  CH-NORMAL-COUNT     PIC 9(08).
008374     03  CH-MIN-INPUT        PIC S9(07)V99.
008376     03  CH-MAX-INPUT        PIC S9(07)V99.
008378     03  CH-AVG-INPUT        PIC S9(07)V99.
008380     03  CH-MIN-OUTPUT       PIC S9(07)V99.
008382     03  CH-MAX-OUTPUT       PIC S9(07)V99.
008384     03  CH-AVG-OUTPUT       PIC S9(07)V99.
008386     03  FILLER              PIC X(18).
008400 WORKING-STORAGE SECTION.
008500*----------------------------------------------------------------*
008600* SWITCHES                                                       *
009982 77  WS-HIST-STATUS          PIC X(02) VALUE '00'.
009983     88  HIST-FILE-OK            VALUE '00'.
009984
009985 77  WS-CHAN-STATUS          PIC X(02) VALUE '00'.
009986     88  CHAN-FILE-OK            VALUE '00'.
009987
009988 77  WS-RUN-DATE             PIC 9(08) VALUE 0.
009989
009990 01  WS-CONTROL-CARD.
009991     03  WS-CC-DATE          PIC X(08).
009992     03  FILLER              PIC X(72).
009993
009994*----------------------------------------------------------------*
009995* THE CHECKPOINT RECORD PROPER - BUILT HERE AND WRITTEN FROM /   *
009996* READ INTO, NEVER TOUCHED THROUGH THE FD AREA OF THE CLOSED     *
009997* FILE.  CK-RUN-DATE TIES THE CHECKPOINT TO THE RUN THAT TOOK    *
009998* IT: THE AUDITLOG GENERATION ROTATES NIGHTLY, SO A CHECKPOINT   *
009999* FROM ANOTHER DATE IS IGNORED RATHER THAN RESTORED AGAINST      *
010000* THE WRONG DAY'S FILE.                                          *
010001*----------------------------------------------------------------*
010002 01  WS-CHKPT-RECORD.
010005     03  CK-EYECATCHER       PIC X(08).
010010     03  CK-RECORD-COUNT     PIC S9(08) COMP.
010015     03  CK-TOTAL-COUNT      PIC S9(08) COMP.
010055     03  CK-MIN-OUTPUT       PIC S9(07)V99 COMP-3.
010060     03  CK-MAX-OUTPUT       PIC S9(07)V99 COMP-3.
010065     03  CK-RUN-DATE         PIC 9(08).
010066     03  CK-BULK-COUNT       PIC S9(08) COMP.
010067     03  CK-BULK-ERRORS      PIC S9(08) COMP.
010070     03  FILLER              PIC X(07).
010075
010100*----------------------------------------------------------------*
010200* ACCUMULATORS                                                   *
010400 77  WS-TOTAL-COUNT          PIC S9(08) COMP VALUE 0.
010500 77  WS-ERROR-COUNT          PIC S9(08) COMP VALUE 0.
010550 77  WS-NORMAL-COUNT         PIC S9(08) COMP VALUE 0.
010560*    OF THE ABOVE, THE READINGS POSTED BY CONVBULK
010570 77  WS-BULK-COUNT           PIC S9(08) COMP VALUE 0.
010580 77  WS-BULK-ERROR-COUNT     PIC S9(08) COMP VALUE 0.
010590 77  WS-ONLINE-COUNT         PIC S9(08) COMP VALUE 0.
010600
010700 77  WS-SUM-INPUT            PIC S9(09)V99 COMP-3 VALUE 0.
010800 77  WS-MIN-INPUT            PIC S9(07)V99 COMP-3 VALUE 0.
011300 77  WS-MIN-OUTPUT           PIC S9(07)V99 COMP-3 VALUE 0.
011400 77  WS-MAX-OUTPUT           PIC S9(07)V99 COMP-3 VALUE 0.
011500 77  WS-AVG-OUTPUT           PIC S9(07)V99 COMP-3 VALUE 0.
011502
011504*----------------------------------------------------------------*
011506* PER-CHANNEL ACCUMULATORS, ONE SLOT PER CHANNEL IN THE ORDER    *
011508* FIRST SEEN.  THEY ARE NOT CHECKPOINTED: A RESTART REBUILDS     *
011510* THEM FROM THE RECORDS IT PASSES OVER (SEE 1150).  READINGS FOR *
011512* CHANNELS BEYOND THE TABLE ARE COUNTED IN THE SYSTEM TOTALS     *
011514* ONLY, AND THE COUNT IS REPORTED.                               *
011516*----------------------------------------------------------------*
011518 77  WS-MAX-CHANNELS         PIC S9(04) COMP VALUE 500.
011520 77  WS-CHAN-COUNT           PIC S9(04) COMP VALUE 0.
011522 77  WS-CHAN-SUB             PIC S9(04) COMP VALUE 0.
011524 77  WS-FOUND-SUB            PIC S9(04) COMP VALUE 0.
011526 77  WS-CHAN-OVERFLOW-COUNT  PIC S9(08) COMP VALUE 0.
011528 77  WS-CHAN-WRITTEN-COUNT   PIC S9(08) COMP VALUE 0.
011530
011532 01  WS-CHAN-TABLE.
011534     03  WS-CHAN-ENTRY       OCCURS 500 TIMES.
011536         05  WS-CT-CHANNEL       PIC X(16).
011538         05  WS-CT-TOTAL         PIC S9(08) COMP.
011540         05  WS-CT-ERRORS        PIC S9(08) COMP.
011542         05  WS-CT-NORMAL        PIC S9(08) COMP.
011544         05  WS-CT-SUM-INPUT     PIC S9(09)V99 COMP-3.
011546         05  WS-CT-MIN-INPUT     PIC S9(07)V99 COMP-3.
011548         05  WS-CT-MAX-INPUT     PIC S9(07)V99 COMP-3.
011550         05  WS-CT-SUM-OUTPUT    PIC S9(09)V99 COMP-3.
011552         05  WS-CT-MIN-OUTPUT    PIC S9(07)V99 COMP-3.
011554         05  WS-CT-MAX-OUTPUT    PIC S9(07)V99 COMP-3.
011600
011700*----------------------------------------------------------------*
011800* A RESP CODE OF ZERO IS CICS DFHRESP(NORMAL); -1 IS THE         *
014300         'RESP-ERROR / REJECT COUNT. . .'.
014400     03  WS-L-ERRORS         PIC ZZZ,ZZ9.
014500     03  FILLER              PIC X(41) VALUE SPACES.
014510
014520 01  WS-LINE-SPLIT.
014530     03  WS-L-SPLIT-LABEL    PIC X(30).
014540     03  WS-L-SPLIT-COUNT    PIC ZZZ,ZZ9.
014550     03  FILLER              PIC X(41) VALUE SPACES.
014600
014700 01  WS-LINE-INPUT.
014800     03  FILLER              PIC X(31) VALUE
018410
018420     PERFORM 3200-WRITE-HISTORY-RECORD
018430         THRU 3200-EXIT.
018440
018450     PERFORM 3300-WRITE-CHANNEL-HISTORY
018460         THRU 3300-EXIT.
018500
018600     PERFORM 9999-TERMINATE
018700         THRU 9999-EXIT.
019200* 1000-INITIALIZE - OPEN FILES AND PRIME THE READ               *
019300*----------------------------------------------------------------*
019400 1000-INITIALIZE.
019402     MOVE SPACES TO WS-CONTROL-CARD.
019404     ACCEPT WS-CONTROL-CARD.
019410     IF WS-CC-DATE IS NUMERIC
019411         MOVE WS-CC-DATE TO WS-RUN-DATE
019412     ELSE
019413         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
019414         DISPLAY 'CONVRPT: NO VALID DATE CARD - REPORTING '
019415                 WS-RUN-DATE UPON CONS
019416     END-IF.
019420
019500     OPEN INPUT  AUDIT-FILE.
019600     IF NOT AUDIT-FILE-OK
021470         MOVE CK-SUM-OUTPUT     TO WS-SUM-OUTPUT
021471         MOVE CK-MIN-OUTPUT     TO WS-MIN-OUTPUT
021472         MOVE CK-MAX-OUTPUT     TO WS-MAX-OUTPUT
021473         MOVE CK-BULK-COUNT     TO WS-BULK-COUNT
021474         MOVE CK-BULK-ERRORS    TO WS-BULK-ERROR-COUNT
021475         MOVE CK-RECORD-COUNT   TO WS-SKIP-COUNT
021476         DISPLAY 'CONVRPT: RESTART - RESUMING AFTER RECORD '
021478                 WS-SKIP-COUNT UPON CONS
021480*        PASS OVER THE RECORDS THE FAILED RUN HAD ALREADY
021482*        ACCUMULATED BEFORE ITS LAST CHECKPOINT
021484         PERFORM 1150-SKIP-AUDIT-RECORD
021486             THRU 1150-EXIT
021488             VARYING WS-SKIP-INDEX FROM 1 BY 1
021490             UNTIL WS-SKIP-INDEX > WS-SKIP-COUNT
021492                OR NO-MORE-AUDIT-RECORDS
021496 1100-EXIT.
021498     EXIT.
021499
021504*----------------------------------------------------------------*
021509* 1150-SKIP-AUDIT-RECORD - PASS OVER ONE RECORD THE FAILED RUN  *
021514* HAD ALREADY ACCUMULATED.  ITS SYSTEM TOTALS CAME BACK WITH THE *
021519* CHECKPOINT, BUT THE PER-CHANNEL FIGURES ARE NOT CHECKPOINTED,  *
021524* SO THE RECORD IS STILL FOLDED INTO ITS CHANNEL'S SLOT.         *
021529*----------------------------------------------------------------*
021534 1150-SKIP-AUDIT-RECORD.
021539     PERFORM 2100-READ-AUDIT-RECORD
021544         THRU 2100-EXIT.
021549     IF NOT NO-MORE-AUDIT-RECORDS
021554         PERFORM 2200-ACCUMULATE-CHANNEL
021559             THRU 2200-EXIT
021564     END-IF.
021569 1150-EXIT.
021574     EXIT.
021579*----------------------------------------------------------------*
021600* 2000-PROCESS-AUDIT-RECORD - ACCUMULATE ONE AUDIT RECORD INTO   *
021700* THE REPORT TOTALS, THEN READ THE NEXT ONE                      *
021800*----------------------------------------------------------------*
021900 2000-PROCESS-AUDIT-RECORD.
022000     ADD 1 TO WS-TOTAL-COUNT.
022010     IF AR-FROM-BULK
022020         ADD 1 TO WS-BULK-COUNT
022030         IF AR-RESPCODE NOT = WS-NORMAL-RESP
022040             ADD 1 TO WS-BULK-ERROR-COUNT
022050         END-IF
022060     END-IF.
022100
022200     IF AR-RESPCODE NOT = WS-NORMAL-RESP
022300         ADD 1 TO WS-ERROR-COUNT
024550         ADD AR-OUTPUT-VALUE TO WS-SUM-OUTPUT
024600     END-IF.
024900
024902     PERFORM 2200-ACCUMULATE-CHANNEL
024904         THRU 2200-EXIT.
024910*    THE RECORD IS NOW FULLY ACCUMULATED, SO IT IS SAFE TO
024920*    INCLUDE IT IN A CHECKPOINT.
024930     ADD 1 TO WS-SINCE-CHKPT.
026300 2100-EXIT.
026400     EXIT.
026500
026501*----------------------------------------------------------------*
026502* 2200-ACCUMULATE-CHANNEL - FOLD THE RECORD INTO ITS CHANNEL'S   *
026503* SLOT THE SAME WAY 2000 FOLDS IT INTO THE SYSTEM TOTALS         *
026504*----------------------------------------------------------------*
026505 2200-ACCUMULATE-CHANNEL.
026506     MOVE 0 TO WS-FOUND-SUB.
026507     PERFORM 2210-MATCH-CHANNEL
026508         THRU 2210-EXIT
026509         VARYING WS-CHAN-SUB FROM 1 BY 1
026510           UNTIL WS-CHAN-SUB > WS-CHAN-COUNT
026511              OR WS-FOUND-SUB > 0.
026512
026513     IF WS-FOUND-SUB = 0
026514         IF WS-CHAN-COUNT NOT < WS-MAX-CHANNELS
026515             ADD 1 TO WS-CHAN-OVERFLOW-COUNT
026516             GO TO 2200-EXIT
026517         END-IF
026518         ADD 1 TO WS-CHAN-COUNT
026519         MOVE WS-CHAN-COUNT TO WS-FOUND-SUB
026520         MOVE AR-CHANNEL TO WS-CT-CHANNEL (WS-FOUND-SUB)
026521         MOVE 0 TO WS-CT-TOTAL (WS-FOUND-SUB)
026522                   WS-CT-ERRORS (WS-FOUND-SUB)
026523                   WS-CT-NORMAL (WS-FOUND-SUB)
026524                   WS-CT-SUM-INPUT (WS-FOUND-SUB)
026525                   WS-CT-MIN-INPUT (WS-FOUND-SUB)
026526                   WS-CT-MAX-INPUT (WS-FOUND-SUB)
026527                   WS-CT-SUM-OUTPUT (WS-FOUND-SUB)
026528                   WS-CT-MIN-OUTPUT (WS-FOUND-SUB)
026529                   WS-CT-MAX-OUTPUT (WS-FOUND-SUB)
026530     END-IF.
026531
026532     ADD 1 TO WS-CT-TOTAL (WS-FOUND-SUB).
026533     IF AR-RESPCODE NOT = WS-NORMAL-RESP
026534         ADD 1 TO WS-CT-ERRORS (WS-FOUND-SUB)
026535         GO TO 2200-EXIT
026536     END-IF.
026537
026538     ADD 1 TO WS-CT-NORMAL (WS-FOUND-SUB).
026539     IF WS-CT-NORMAL (WS-FOUND-SUB) = 1
026540         MOVE AR-INPUT-VALUE  TO WS-CT-MIN-INPUT (WS-FOUND-SUB)
026541         MOVE AR-INPUT-VALUE  TO WS-CT-MAX-INPUT (WS-FOUND-SUB)
026542         MOVE AR-OUTPUT-VALUE TO WS-CT-MIN-OUTPUT (WS-FOUND-SUB)
026543         MOVE AR-OUTPUT-VALUE TO WS-CT-MAX-OUTPUT (WS-FOUND-SUB)
026544     END-IF.
026545     IF AR-INPUT-VALUE < WS-CT-MIN-INPUT (WS-FOUND-SUB)
026546         MOVE AR-INPUT-VALUE TO WS-CT-MIN-INPUT (WS-FOUND-SUB)
026547     END-IF.
026548     IF AR-INPUT-VALUE > WS-CT-MAX-INPUT (WS-FOUND-SUB)
026549         MOVE AR-INPUT-VALUE TO WS-CT-MAX-INPUT (WS-FOUND-SUB)
026550     END-IF.
026551     IF AR-OUTPUT-VALUE < WS-CT-MIN-OUTPUT (WS-FOUND-SUB)
026552         MOVE AR-OUTPUT-VALUE TO WS-CT-MIN-OUTPUT (WS-FOUND-SUB)
026553     END-IF.
026554     IF AR-OUTPUT-VALUE > WS-CT-MAX-OUTPUT (WS-FOUND-SUB)
026555         MOVE AR-OUTPUT-VALUE TO WS-CT-MAX-OUTPUT (WS-FOUND-SUB)
026556     END-IF.
026557     ADD AR-INPUT-VALUE  TO WS-CT-SUM-INPUT (WS-FOUND-SUB).
026558     ADD AR-OUTPUT-VALUE TO WS-CT-SUM-OUTPUT (WS-FOUND-SUB).
026559 2200-EXIT.
026560     EXIT.
026561
026562*----------------------------------------------------------------*
026563* 2210-MATCH-CHANNEL                                            *
026564*----------------------------------------------------------------*
026565 2210-MATCH-CHANNEL.
026566     IF WS-CT-CHANNEL (WS-CHAN-SUB) = AR-CHANNEL
026567         MOVE WS-CHAN-SUB TO WS-FOUND-SUB
026568     END-IF.
026569 2210-EXIT.
026570     EXIT.
026571*----------------------------------------------------------------*
026572* 2600-TAKE-CHECKPOINT - SNAPSHOT THE ACCUMULATORS AND THE      *
026573* COUNT OF RECORDS FULLY ACCUMULATED SO FAR                     *
026574*----------------------------------------------------------------*
026575 2600-TAKE-CHECKPOINT.
026576     MOVE 0 TO WS-SINCE-CHKPT.
026577     MOVE SPACES TO WS-CHKPT-RECORD.
026578     MOVE 'CONVRPT '          TO CK-EYECATCHER.
026579     MOVE WS-TOTAL-COUNT      TO CK-RECORD-COUNT.
026580     MOVE WS-TOTAL-COUNT      TO CK-TOTAL-COUNT.
026581     MOVE WS-ERROR-COUNT      TO CK-ERROR-COUNT.
026582     MOVE WS-NORMAL-COUNT     TO CK-NORMAL-COUNT.
026583     MOVE WS-BULK-COUNT       TO CK-BULK-COUNT.
026584     MOVE WS-BULK-ERROR-COUNT TO CK-BULK-ERRORS.
026585     MOVE WS-FIRST-RECORD-SWITCH
026586                              TO CK-FIRST-SWITCH.
026587     MOVE WS-SUM-INPUT        TO CK-SUM-INPUT.
026588     MOVE WS-MIN-INPUT        TO CK-MIN-INPUT.
026589     MOVE WS-MAX-INPUT        TO CK-MAX-INPUT.
026590     MOVE WS-SUM-OUTPUT       TO CK-SUM-OUTPUT.
026591     MOVE WS-MIN-OUTPUT       TO CK-MIN-OUTPUT.
026592     MOVE WS-MAX-OUTPUT       TO CK-MAX-OUTPUT.
026593     MOVE WS-RUN-DATE         TO CK-RUN-DATE.
026594     PERFORM 2700-WRITE-CHECKPOINT
026595         THRU 2700-EXIT.
026596 2600-EXIT.
026597     EXIT.
026598
026599*----------------------------------------------------------------*
026600* 2700-WRITE-CHECKPOINT - REWRITE THE ONE-RECORD CHECKPOINT     *
026601* FILE FROM THE WORKING-STORAGE IMAGE BUILT BY THE CALLER.  A   *
026602* FAILURE SWITCHES CHECKPOINTING OFF FOR THE REST OF THE RUN    *
026603* RATHER THAN FAILING THE REPORT.                               *
026604*----------------------------------------------------------------*
026605 2700-WRITE-CHECKPOINT.
026606     OPEN OUTPUT CHKPT-FILE.
026607     IF NOT CHKPT-FILE-OK
026608         DISPLAY 'CONVRPT: CHKPOINT WRITE FAILED, STATUS='
026609                 WS-CHKPT-STATUS ' - NO RESTART PROTECTION'
026610                 UPON CONS
026611         MOVE 'N' TO WS-CHKPT-ACTIVE-SWITCH
026612     ELSE
026613         WRITE CHKPT-RECORD FROM WS-CHKPT-RECORD
026614         CLOSE CHKPT-FILE
026615     END-IF.
026616 2700-EXIT.
026617     EXIT.
026618
026619*----------------------------------------------------------------*
026700* 3000-PRODUCE-REPORT - WRITE THE SUMMARY LINES                 *
026800*----------------------------------------------------------------*
026900 3000-PRODUCE-REPORT.
028200         MOVE WS-TOTAL-COUNT  TO WS-L-TOTAL
028300         WRITE REPORT-LINE FROM WS-LINE-TOTAL
028400             AFTER ADVANCING 1 LINE
028405         COMPUTE WS-ONLINE-COUNT =
028410                 WS-TOTAL-COUNT - WS-BULK-COUNT
028415         MOVE '  ONLINE. . . . . . . . . . .' TO WS-L-SPLIT-LABEL
028420         MOVE WS-ONLINE-COUNT TO WS-L-SPLIT-COUNT
028425         WRITE REPORT-LINE FROM WS-LINE-SPLIT
028430             AFTER ADVANCING 1 LINE
028435         MOVE '  BULK (CONVBULK FEEDS) . . .' TO WS-L-SPLIT-LABEL
028440         MOVE WS-BULK-COUNT   TO WS-L-SPLIT-COUNT
028445         WRITE REPORT-LINE FROM WS-LINE-SPLIT
028450             AFTER ADVANCING 1 LINE
028500
028600         MOVE WS-ERROR-COUNT  TO WS-L-ERRORS
028700         WRITE REPORT-LINE FROM WS-LINE-ERRORS
028800             AFTER ADVANCING 1 LINE
028805         COMPUTE WS-ONLINE-COUNT =
028810                 WS-ERROR-COUNT - WS-BULK-ERROR-COUNT
028815         MOVE '  ONLINE. . . . . . . . . . .' TO WS-L-SPLIT-LABEL
028820         MOVE WS-ONLINE-COUNT TO WS-L-SPLIT-COUNT
028825         WRITE REPORT-LINE FROM WS-LINE-SPLIT
028830             AFTER ADVANCING 1 LINE
028835         MOVE '  BULK (CONVBULK FEEDS) . . .' TO WS-L-SPLIT-LABEL
028840         MOVE WS-BULK-ERROR-COUNT TO WS-L-SPLIT-COUNT
028845         WRITE REPORT-LINE FROM WS-LINE-SPLIT
028850             AFTER ADVANCING 1 LINE
028900
029000         MOVE WS-MIN-INPUT    TO WS-L-INPUT-MIN
029100         MOVE WS-MAX-INPUT    TO WS-L-INPUT-MAX
031566 3200-EXIT.
031568     EXIT.
031570
031571*----------------------------------------------------------------*
031572* 3300-WRITE-CHANNEL-HISTORY - APPEND ONE RECORD PER CHANNEL     *
031573* SEEN TODAY TO THE PER-CHANNEL HISTORY DATASET.  BEST-EFFORT,   *
031574* AND SKIPPED WHEN THE AUDITLOG NEVER OPENED, FOR THE SAME       *
031575* REASONS AS 3200.                                               *
031576*----------------------------------------------------------------*
031577 3300-WRITE-CHANNEL-HISTORY.
031578     IF NOT AUDIT-FILE-OPENED
031579         GO TO 3300-EXIT
031580     END-IF.
031581
031582     IF WS-CHAN-OVERFLOW-COUNT > 0
031583         DISPLAY 'CONVRPT: MORE THAN ' WS-MAX-CHANNELS
031584                 ' CHANNELS - ' WS-CHAN-OVERFLOW-COUNT
031585                 ' READINGS LEFT OUT OF CHANNEL HISTORY' UPON CONS
031586     END-IF.
031587
031588     OPEN EXTEND CHAN-FILE.
031589     IF NOT CHAN-FILE-OK
031590         DISPLAY 'CONVRPT: CHANHIST OPEN FAILED, STATUS='
031591                 WS-CHAN-STATUS ' - NO CHANNEL HISTORY'
031592                 UPON CONS
031593         GO TO 3300-EXIT
031594     END-IF.
031595
031596     PERFORM 3310-WRITE-ONE-CHANNEL
031597         THRU 3310-EXIT
031598         VARYING WS-CHAN-SUB FROM 1 BY 1
031599           UNTIL WS-CHAN-SUB > WS-CHAN-COUNT.
031600     CLOSE CHAN-FILE.
031601
031602     DISPLAY 'CONVRPT: CHANNEL HISTORY RECORDS WRITTEN = '
031603             WS-CHAN-WRITTEN-COUNT UPON CONS.
031604 3300-EXIT.
031605     EXIT.
031606
031607*----------------------------------------------------------------*
031608* 3310-WRITE-ONE-CHANNEL                                        *
031609*----------------------------------------------------------------*
031610 3310-WRITE-ONE-CHANNEL.
031611     MOVE SPACES TO CHAN-HIST-RECORD.
031612     MOVE WS-RUN-DATE                  TO CH-RUN-DATE.
031613     MOVE WS-CT-CHANNEL (WS-CHAN-SUB)  TO CH-CHANNEL.
031614     MOVE WS-CT-TOTAL (WS-CHAN-SUB)    TO CH-TOTAL-COUNT.
031615     MOVE WS-CT-ERRORS (WS-CHAN-SUB)   TO CH-ERROR-COUNT.
031616     MOVE WS-CT-NORMAL (WS-CHAN-SUB)   TO CH-NORMAL-COUNT.
031617     MOVE WS-CT-MIN-INPUT (WS-CHAN-SUB)  TO CH-MIN-INPUT.
031618     MOVE WS-CT-MAX-INPUT (WS-CHAN-SUB)  TO CH-MAX-INPUT.
031619     MOVE WS-CT-MIN-OUTPUT (WS-CHAN-SUB) TO CH-MIN-OUTPUT.
031620     MOVE WS-CT-MAX-OUTPUT (WS-CHAN-SUB) TO CH-MAX-OUTPUT.
031621     MOVE 0 TO CH-AVG-INPUT.
031622     MOVE 0 TO CH-AVG-OUTPUT.
031623     IF WS-CT-NORMAL (WS-CHAN-SUB) > 0
031624         COMPUTE CH-AVG-INPUT ROUNDED =
031625                 WS-CT-SUM-INPUT (WS-CHAN-SUB)
031626               / WS-CT-NORMAL (WS-CHAN-SUB)
031627         COMPUTE CH-AVG-OUTPUT ROUNDED =
031628                 WS-CT-SUM-OUTPUT (WS-CHAN-SUB)
031629               / WS-CT-NORMAL (WS-CHAN-SUB)
031630     END-IF.
031631
031632     WRITE CHAN-HIST-RECORD.
031633     ADD 1 TO WS-CHAN-WRITTEN-COUNT.
031634 3310-EXIT.
031635     EXIT.
031636*----------------------------------------------------------------*
031700* 9999-TERMINATE - CLOSE FILES                                  *
031800*----------------------------------------------------------------*
031900 9999-TERMINATE.
032140                                 CK-TOTAL-COUNT
032145                                 CK-ERROR-COUNT
032150                                 CK-NORMAL-COUNT
032151                                 CK-BULK-COUNT
032152                                 CK-BULK-ERRORS
032155         MOVE 'Y'             TO CK-FIRST-SWITCH
032160         MOVE 0               TO CK-SUM-INPUT
032165                                 CK-MIN-INPUT
