      *----------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                          *
      *  SAMPLE                                                        *
      *  (c) Copyright IBM Corp. 2016 All Rights Reserved              *
      *  US Government Users Restricted Rights - Use, duplication or   *
      *  disclosure restricted by GSA ADP Schedule Contract with       *
      *  IBM Corp                                                      *
      *----------------------------------------------------------------*

      ******************************************************************
      *                                                                *
      * Module Name        BULKPOST.CBL                                *
      * Version            1.0                                         *
      * Date               10/15/2026                                  *
      *                                                                *
      * Bulk feed statistics posting                                   *
      *                                                                *
      * The CONVBULK overnight run converts a collector feed outside   *
      * CICS, so the CONVSTAT counters CONVERT keeps for the CONVINQ   *
      * inquiry never see its readings.  CONVBULK ends by writing a    *
      * console command for this transaction (BPST), which the next    *
      * step of the CONVBULK job issues:                               *
      *                                                                *
      *     /F CICSBIT,BPST yyyymmdd feedid readings rejects           *
      *                                                                *
      * naming the run date, the 12-byte HDR feed id (date and         *
      * serial) and the run's reading and reject counts.  They are     *
      * added to the STAT-BULK- fields of that date's CONVSTAT         *
      * record - created if the day has no online activity yet - and   *
      * the feed count and last feed id are updated, and the feed id   *
      * is added to the record's list of feeds posted.  The online     *
      * counters are not touched, so CONVINQ, CONVBAL and CONVRPT can  *
      * show online, bulk and combined figures side by side.           *
      *                                                                *
      * A feed is posted once: a repeat of the command for any feed    *
      * already on the date's list (a resubmitted SDSF step, or an     *
      * operator re-entering the command CONVBULK displayed, even      *
      * after later feeds have posted) is ignored.  The list holds 50  *
      * feeds, as many as FEEDCHK watches; a further feed for the date *
      * is refused and reported, never posted unchecked.  A command    *
      * that does not parse posts nothing.  The                        *
      * STAT-RECORD layout here must stay in step with the copy of it  *
      * in CONVERT.CBL.  A one-line summary goes to CSMT, and to the   *
      * terminal when there is one.                                    *
      *                                                                *
      * A feed that missed its cutoff has been marked silent on the    *
      * FEEDLAST file, under the channel name BULKFEED and its serial, *
      * by the FEEDCHK job through the FEEDWTCH transaction.  When     *
      * such a feed is posted, a RESUME alert is written to the CALR   *
      * queue and ALERTLOG, as CONVERT does for an online channel, and *
      * the mark is cleared.  The FEED-LAST-RECORD and ALERT-RECORD    *
      * layouts here must stay in step with the copies in CONVERT.CBL. *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULKPOST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *  Data fields used by the program
       01 RESPCODE           PIC S9(8) COMP-4 VALUE 0.
       01 STAT-RESP          PIC S9(8) COMP-4 VALUE 0.
       01 STAT-KEY           PIC 9(08) VALUE 0.
       01 COMMAND-LENGTH     PIC S9(4) COMP VALUE 80.
       01 LAST-RESP          PIC S9(8) COMP-4 VALUE 0.
       01 ALERT-RESP         PIC S9(8) COMP-4 VALUE 0.
       01 ALERT-RIDFLD       PIC S9(8) COMP-4 VALUE 0.
       01 ALERT-TDQ          PIC X(04) VALUE 'CALR'.
       01 POST-ABSTIME       PIC S9(15) COMP VALUE 0.
       01 POST-DATE          PIC 9(8) VALUE 0.
       01 POST-TIME          PIC 9(6) VALUE 0.
       01 POST-TIMESTAMP     PIC X(16) VALUE SPACES.
       01 QUIET-MINUTES      PIC S9(8) COMP-4 VALUE 0.
       01 POST-STATE         PIC X(01) VALUE 'N'.
         88 FEED-WAS-POSTED    VALUE 'Y'.
       01 FEED-INDEX         PIC S9(8) COMP-4 VALUE 0.
       01 FEED-LIST-MAX      PIC S9(8) COMP-4 VALUE 50.
       01 FEED-STATE         PIC X(01) VALUE 'N'.
         88 FEED-ALREADY-POSTED VALUE 'Y'.

      *  The console command as received, and its fields
       01 COMMAND-TEXT       PIC X(80) VALUE SPACES.
       01 COMMAND-FIELDS.
         03 CMD-TRANSID         PIC X(04) VALUE SPACES.
         03 CMD-DATE            PIC X(08) VALUE SPACES.
         03 CMD-DATE-N          REDEFINES CMD-DATE
                                PIC 9(08).
         03 CMD-FEED-ID         PIC X(12) VALUE SPACES.
         03 CMD-FEED-PARTS      REDEFINES CMD-FEED-ID.
           05 CMD-FEED-DATE       PIC X(08).
           05 CMD-FEED-SERIAL     PIC X(04).
         03 CMD-READINGS        PIC X(08) VALUE SPACES.
         03 CMD-READINGS-N      REDEFINES CMD-READINGS
                                PIC 9(08).
         03 CMD-REJECTS         PIC X(08) VALUE SPACES.
         03 CMD-REJECTS-N       REDEFINES CMD-REJECTS
                                PIC 9(08).

      *  Current-day statistics record - layout shared with
      *  CONVERT.CBL
       01 STAT-RECORD.
         03 STAT-DATE           PIC 9(08).
         03 STAT-TOTAL-COUNT    PIC S9(8) COMP-4.
         03 STAT-RESP-ERRORS    PIC S9(8) COMP-4.
         03 STAT-REJECT-COUNT   PIC S9(8) COMP-4.
         03 STAT-NEXT-SLOT      PIC S9(8) COMP-4.
         03 STAT-RECENT-REJECT  OCCURS 5 TIMES.
           05 STAT-RJ-TIMESTAMP   PIC X(16).
           05 STAT-RJ-INPUT       PIC S9(7)V99 COMP-3.
           05 STAT-RJ-REASON      PIC X(40).
         03 STAT-BULK-TOTAL     PIC S9(8) COMP-4.
         03 STAT-BULK-REJECTS   PIC S9(8) COMP-4.
         03 STAT-BULK-FEEDS     PIC S9(8) COMP-4.
         03 STAT-LAST-FEED-ID   PIC X(12).
         03 STAT-POSTED-FEED-ID PIC X(12) OCCURS 50 TIMES.

      *  The channel name an overnight feed's silence is raised
      *  under - BULKFEED and the feed serial
       01 BULK-CHANNEL.
         03 FILLER              PIC X(09) VALUE 'BULKFEED '.
         03 BULK-SERIAL         PIC X(04) VALUE SPACES.
         03 FILLER              PIC X(03) VALUE SPACES.

      *  Last-reading tracking - layout shared with CONVERT.CBL
       01 FEED-LAST-RECORD.
         03 LAST-CHANNEL           PIC X(16).
         03 LAST-READING-ABSTIME   PIC S9(15) COMP.
         03 LAST-READING-TIMESTAMP PIC X(16).
         03 LAST-SILENT-FLAG       PIC X(01).
           88 FEED-IS-SILENT         VALUE 'Y'.
         03 LAST-SILENT-ABSTIME    PIC S9(15) COMP.
         03 LAST-SILENT-TIMESTAMP  PIC X(16).
         03 FILLER                 PIC X(15).

      *  Alert record - layout shared with CONVERT.CBL
       01 ALERT-RECORD.
         03 ALERT-TIMESTAMP     PIC X(16) VALUE SPACES.
         03 ALERT-CHANNEL       PIC X(16) VALUE SPACES.
         03 ALERT-TYPE          PIC X(06) VALUE SPACES.
         03 ALERT-INPUT-VALUE   PIC S9(7)V99 COMP-3.
         03 ALERT-CELSIUS-VALUE PIC S9(7)V99 COMP-3.

      *  Summary of the posting, for CSMT and the terminal
       01 POST-MESSAGE.
         03 FILLER              PIC X(15) VALUE
            'BULKPOST: FEED '.
         03 MSG-FEED-ID         PIC X(12).
         03 FILLER              PIC X(04) VALUE ' ON '.
         03 MSG-DATE            PIC X(08).
         03 FILLER              PIC X(02) VALUE SPACES.
         03 MSG-OUTCOME         PIC X(39) VALUE SPACES.


       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *  -----------------------------------------------------------

           EXEC CICS RECEIVE INTO(COMMAND-TEXT)
                            LENGTH(COMMAND-LENGTH)
                            RESP(RESPCODE)
                            END-EXEC.

           IF RESPCODE = DFHRESP(NORMAL)
            OR RESPCODE = DFHRESP(LENGERR)
               UNSTRING COMMAND-TEXT DELIMITED BY ALL SPACE
                   INTO CMD-TRANSID CMD-DATE CMD-FEED-ID
                        CMD-READINGS CMD-REJECTS
               END-UNSTRING
           END-IF.

           MOVE CMD-FEED-ID TO MSG-FEED-ID.
           MOVE CMD-DATE TO MSG-DATE.

           IF CMD-DATE-N NOT NUMERIC
            OR CMD-FEED-ID = SPACES
            OR CMD-READINGS-N NOT NUMERIC
            OR CMD-REJECTS-N NOT NUMERIC
               MOVE 'COMMAND NOT VALID - NOTHING POSTED'
                 TO MSG-OUTCOME
           ELSE
               PERFORM POST-BULK-COUNTS
               IF FEED-WAS-POSTED
                   PERFORM RECORD-BULK-ACTIVITY
               END-IF
           END-IF.

           PERFORM SEND-POST-SUMMARY.

           PERFORM END-PGM.

      *  -----------------------------------------------------------
      *  Add the feed's counts to the date's CONVSTAT record, or
      *  create the record when the date has none yet.  The online
      *  counters of a new record start at zero, exactly as CONVERT
      *  would have created it, so CONVERT's own first update of
      *  the day simply adds to them.  An existing record is checked
      *  against every feed already posted to the date.
      *  -----------------------------------------------------------
       POST-BULK-COUNTS.
           MOVE CMD-DATE-N TO STAT-KEY.
           EXEC CICS READ FILE('CONVSTAT')
                            INTO(STAT-RECORD)
                            RIDFLD(STAT-KEY)
                            UPDATE
                            RESP(STAT-RESP)
                            END-EXEC.

           IF STAT-RESP = DFHRESP(NOTFND)
               MOVE SPACES TO STAT-RECORD
               MOVE CMD-DATE-N TO STAT-DATE
               MOVE 0 TO STAT-TOTAL-COUNT
               MOVE 0 TO STAT-RESP-ERRORS
               MOVE 0 TO STAT-REJECT-COUNT
               MOVE 1 TO STAT-NEXT-SLOT
               MOVE 0 TO STAT-BULK-TOTAL
               MOVE 0 TO STAT-BULK-REJECTS
               MOVE 0 TO STAT-BULK-FEEDS
               PERFORM APPLY-BULK-COUNTS
               EXEC CICS WRITE FILE('CONVSTAT')
                                FROM(STAT-RECORD)
                                LENGTH(LENGTH OF STAT-RECORD)
                                RIDFLD(STAT-KEY)
                                RESP(STAT-RESP)
                                END-EXEC
               PERFORM SET-POST-OUTCOME
           ELSE
               IF STAT-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'CONVSTAT READ FAILED - NOTHING POSTED'
                     TO MSG-OUTCOME
               ELSE
                   PERFORM CHECK-POSTED-FEEDS
                   IF FEED-ALREADY-POSTED
                    OR STAT-BULK-FEEDS NOT < FEED-LIST-MAX
                       EXEC CICS UNLOCK FILE('CONVSTAT')
                                        RESP(STAT-RESP)
                                        END-EXEC
                       IF FEED-ALREADY-POSTED
                           MOVE 'ALREADY POSTED - IGNORED'
                             TO MSG-OUTCOME
                       ELSE
                           MOVE 'FEED LIST FULL - NOTHING POSTED'
                             TO MSG-OUTCOME
                       END-IF
                   ELSE
                       PERFORM APPLY-BULK-COUNTS
                       EXEC CICS REWRITE FILE('CONVSTAT')
                                        FROM(STAT-RECORD)
                                        LENGTH(LENGTH OF STAT-RECORD)
                                        RESP(STAT-RESP)
                                        END-EXEC
                       PERFORM SET-POST-OUTCOME
                   END-IF
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  Look for the incoming feed among those already posted to
      *  the date - the first STAT-BULK-FEEDS entries of the list.
      *  -----------------------------------------------------------
       CHECK-POSTED-FEEDS.
           MOVE 'N' TO FEED-STATE.
           PERFORM MATCH-POSTED-FEED
               VARYING FEED-INDEX FROM 1 BY 1
                 UNTIL FEED-INDEX > STAT-BULK-FEEDS
                    OR FEED-INDEX > FEED-LIST-MAX
                    OR FEED-ALREADY-POSTED.

      *  -----------------------------------------------------------
       MATCH-POSTED-FEED.
           IF STAT-POSTED-FEED-ID (FEED-INDEX) = CMD-FEED-ID
               MOVE 'Y' TO FEED-STATE
           END-IF.

      *  -----------------------------------------------------------
       APPLY-BULK-COUNTS.
           ADD CMD-READINGS-N TO STAT-BULK-TOTAL.
           ADD CMD-REJECTS-N  TO STAT-BULK-REJECTS.
           ADD 1              TO STAT-BULK-FEEDS.
           MOVE CMD-FEED-ID   TO STAT-LAST-FEED-ID.
           MOVE CMD-FEED-ID   TO STAT-POSTED-FEED-ID (STAT-BULK-FEEDS).

      *  -----------------------------------------------------------
       SET-POST-OUTCOME.
           IF STAT-RESP = DFHRESP(NORMAL)
               MOVE 'POSTED TO CONVSTAT' TO MSG-OUTCOME
               MOVE 'Y' TO POST-STATE
           ELSE
               MOVE 'CONVSTAT UPDATE FAILED - NOTHING POSTED'
                 TO MSG-OUTCOME
           END-IF.

      *  -----------------------------------------------------------
      *  The feed has been posted.  If FEEDCHK had it marked silent
      *  the RESUME alert is written, carrying the minutes since the
      *  feed was last posted (or, for a feed never posted before,
      *  since it was marked), and the mark is cleared.  A feed
      *  never marked silent has no FEEDLAST record and nothing is
      *  done.  Best-effort, like CONVERT's own FEEDLAST upkeep - the
      *  posting already stands.
      *  -----------------------------------------------------------
       RECORD-BULK-ACTIVITY.
           MOVE CMD-FEED-SERIAL TO BULK-SERIAL.
           EXEC CICS READ FILE('FEEDLAST')
                            INTO(FEED-LAST-RECORD)
                            RIDFLD(BULK-CHANNEL)
                            UPDATE
                            RESP(LAST-RESP)
                            END-EXEC.

           IF LAST-RESP = DFHRESP(NORMAL)
               EXEC CICS ASKTIME ABSTIME(POST-ABSTIME)
                                END-EXEC
               EXEC CICS FORMATTIME ABSTIME(POST-ABSTIME)
                                YYYYMMDD(POST-DATE)
                                TIME(POST-TIME)
                                END-EXEC
               MOVE SPACES TO POST-TIMESTAMP
               STRING POST-DATE POST-TIME
                       DELIMITED BY SIZE INTO POST-TIMESTAMP
               IF FEED-IS-SILENT
                   PERFORM WRITE-RESUMED-ALERT
                   MOVE 'N' TO LAST-SILENT-FLAG
               END-IF
               MOVE POST-ABSTIME TO LAST-READING-ABSTIME
               MOVE POST-TIMESTAMP TO LAST-READING-TIMESTAMP
               EXEC CICS REWRITE FILE('FEEDLAST')
                                FROM(FEED-LAST-RECORD)
                                LENGTH(LENGTH OF FEED-LAST-RECORD)
                                RESP(LAST-RESP)
                                END-EXEC
           END-IF.

      *  -----------------------------------------------------------
       WRITE-RESUMED-ALERT.
           MOVE POST-TIMESTAMP TO ALERT-TIMESTAMP.
           MOVE BULK-CHANNEL TO ALERT-CHANNEL.
           MOVE 'RESUME' TO ALERT-TYPE.
           IF LAST-READING-ABSTIME > 0
               COMPUTE QUIET-MINUTES =
                       (POST-ABSTIME - LAST-READING-ABSTIME) / 60000
           ELSE
               COMPUTE QUIET-MINUTES =
                       (POST-ABSTIME - LAST-SILENT-ABSTIME) / 60000
           END-IF.
           MOVE QUIET-MINUTES TO ALERT-INPUT-VALUE.
           MOVE 0 TO ALERT-CELSIUS-VALUE.

           EXEC CICS WRITEQ TD QUEUE(ALERT-TDQ)
                            FROM(ALERT-RECORD)
                            LENGTH(LENGTH OF ALERT-RECORD)
                            RESP(ALERT-RESP)
                            END-EXEC.
           EXEC CICS WRITE FILE('ALERTLOG')
                            FROM(ALERT-RECORD)
                            LENGTH(LENGTH OF ALERT-RECORD)
                            RIDFLD(ALERT-RIDFLD)
                            RBA
                            RESP(ALERT-RESP)
                            END-EXEC.

      *  -----------------------------------------------------------
      *  One summary line to CSMT, and to the terminal when the
      *  posting was entered from one (from the console there is
      *  none, and the SEND is then simply refused).
      *  -----------------------------------------------------------
       SEND-POST-SUMMARY.
           EXEC CICS WRITEQ TD QUEUE('CSMT')
                            FROM(POST-MESSAGE)
                            LENGTH(LENGTH OF POST-MESSAGE)
                            RESP(RESPCODE)
                            END-EXEC.

           EXEC CICS SEND TEXT FROM(POST-MESSAGE)
                            LENGTH(LENGTH OF POST-MESSAGE)
                            ERASE
                            FREEKB
                            RESP(RESPCODE)
                            END-EXEC.

      *  -----------------------------------------------------------
      *  Finish
      *  -----------------------------------------------------------
       END-PGM.
           EXEC CICS RETURN END-EXEC.
