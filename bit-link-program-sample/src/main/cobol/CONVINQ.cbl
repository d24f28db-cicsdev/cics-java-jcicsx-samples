      * UPDATE-DAILY-STATS in CONVERT.CBL).  The STAT-RECORD layout    *
      * here must stay in step with the copy of it in CONVERT.CBL.     *
      *                                                                *
      * Readings posted by the CONVBULK overnight run are shown apart  *
      * from the online figures - the BULKPOST transaction adds each   *
      * completed feed's readings and rejects to the day's record -    *
      * followed by the day's combined reading count.  The error rate  *
      * stays the online rate.                                         *
      *                                                                *
      * The display is plain SEND TEXT - no BMS map to install - and   *
      * the transaction ends immediately, so it can be tried from any  *
      * 3270 with just the program and transaction definitions.        *
       01 SLOT-INDEX         PIC S9(8) COMP-4 VALUE 0.
       01 LINE-INDEX         PIC S9(8) COMP-4 VALUE 0.
       01 FAILURE-COUNT      PIC S9(8) COMP-4 VALUE 0.
       01 COMBINED-COUNT     PIC S9(8) COMP-4 VALUE 0.
       01 ERROR-RATE         PIC S9(3)V9 COMP-3 VALUE 0.

      *  Current-day statistics record - layout shared with
           05 STAT-RJ-TIMESTAMP   PIC X(16).
           05 STAT-RJ-INPUT       PIC S9(7)V99 COMP-3.
           05 STAT-RJ-REASON      PIC X(40).
         03 STAT-BULK-TOTAL     PIC S9(8) COMP-4.
         03 STAT-BULK-REJECTS   PIC S9(8) COMP-4.
         03 STAT-BULK-FEEDS     PIC S9(8) COMP-4.
         03 STAT-LAST-FEED-ID   PIC X(12).
         03 STAT-POSTED-FEED-ID PIC X(12) OCCURS 50 TIMES.

      *  The inquiry screen, built line by line and sent as one
      *  SEND TEXT.  Lines are 80 bytes so each starts a fresh row
         03 INQ-BLANK-1           PIC X(80) VALUE SPACES.
         03 INQ-LINE-TOTAL.
           05 FILLER              PIC X(30) VALUE
              'ONLINE CONVERSIONS PROCESSED .'.
           05 INQ-L-TOTAL         PIC ZZZ,ZZ9.
           05 FILLER              PIC X(43) VALUE SPACES.
         03 INQ-LINE-RESP.
              'ERROR RATE (PERCENT) . . . . .'.
           05 INQ-L-RATE          PIC ZZ9.9.
           05 FILLER              PIC X(45) VALUE SPACES.
         03 INQ-BLANK-3           PIC X(80) VALUE SPACES.
         03 INQ-LINE-BULK.
           05 FILLER              PIC X(30) VALUE
              'BULK READINGS POSTED . . . . .'.
           05 INQ-L-BULK          PIC ZZZ,ZZ9.
           05 FILLER              PIC X(43) VALUE SPACES.
         03 INQ-LINE-BULK-REJECT.
           05 FILLER              PIC X(30) VALUE
              'BULK REJECTS . . . . . . . . .'.
           05 INQ-L-BULK-REJECT   PIC ZZZ,ZZ9.
           05 FILLER              PIC X(43) VALUE SPACES.
         03 INQ-LINE-BULK-FEEDS.
           05 FILLER              PIC X(30) VALUE
              'BULK FEEDS POSTED. . . . . . .'.
           05 INQ-L-BULK-FEEDS    PIC ZZZ,ZZ9.
           05 FILLER              PIC X(13) VALUE
              '   LAST FEED '.
           05 INQ-L-LAST-FEED     PIC X(12).
           05 FILLER              PIC X(18) VALUE SPACES.
         03 INQ-LINE-COMBINED.
           05 FILLER              PIC X(30) VALUE
              'ALL READINGS (COMBINED). . . .'.
           05 INQ-L-COMBINED      PIC ZZZ,ZZ9.
           05 FILLER              PIC X(43) VALUE SPACES.
         03 INQ-BLANK-2           PIC X(80) VALUE SPACES.
         03 INQ-REJECT-HEADING.
           05 FILLER              PIC X(42) VALUE
           PERFORM END-PGM.

      *  -----------------------------------------------------------
      *  Fill in the counters, the error rate, the bulk and
      *  combined figures, and the recent rejects.  The reject
      *  list is a wrap-around buffer - STAT-NEXT-SLOT is the
      *  oldest entry - so it is unrolled here newest first.
      *  Slots never yet filled carry a blank timestamp and are
      *  left off the screen.
      *  -----------------------------------------------------------
       BUILD-ACTIVITY-SCREEN.
           MOVE INQ-TIME TO INQ-H-TIME.
           END-IF.
           MOVE ERROR-RATE TO INQ-L-RATE.

           MOVE STAT-BULK-TOTAL   TO INQ-L-BULK.
           MOVE STAT-BULK-REJECTS TO INQ-L-BULK-REJECT.
           MOVE STAT-BULK-FEEDS   TO INQ-L-BULK-FEEDS.
           MOVE STAT-LAST-FEED-ID TO INQ-L-LAST-FEED.
           COMPUTE COMBINED-COUNT =
                   STAT-TOTAL-COUNT + STAT-BULK-TOTAL.
           MOVE COMBINED-COUNT    TO INQ-L-COMBINED.

           IF STAT-NEXT-SLOT < 1 OR STAT-NEXT-SLOT > 5
               MOVE 1 TO STAT-NEXT-SLOT
           END-IF.
