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
      * Module Name        FEEDWTCH.CBL                                *
      * Version            1.0                                         *
      * Date               10/15/2026                                  *
      *                                                                *
      * Silent-feed watchdog                                           *
      *                                                                *
      * CONVERT only raises an alert when a reading arrives, so a feed *
      * that simply stops sending - a dead collector, a cut line -     *
      * went unnoticed until the overnight reports showed a gap.  Each *
      * feed's ALRTCFG record can now give the interval it is expected *
      * to report within (SILENT minutes, maintained through ALRTMNT;  *
      * zero means the feed is not watched), and CONVERT records the   *
      * time of each channel's latest readings on the FEEDLAST file.   *
      *                                                                *
      * Run without data - from its own timer, or entered as FWCH at a *
      * terminal or from the console - the transaction makes one watch *
      * pass.  Every watched feed that has been quiet for longer than  *
      * its interval is marked silent on FEEDLAST and a SILENT alert   *
      * is raised for it the same way CONVERT raises FREEZE and HEAT:  *
      * to the CALR queue, to ALERTLOG, and onto ALRTACT for the       *
      * ALRTWKS workstation (with the feed's SUPPRESS window           *
      * applied).  The alert carries the minutes the feed has been     *
      * quiet in place of a reading.  A silent feed is not alerted     *
      * again until CONVERT sees readings from it, logs a RESUME alert *
      * and clears the mark.  A watched feed with no FEEDLAST record   *
      * yet is given one timed from this pass, so it is judged from    *
      * when watching began.  Each pass restarts the transaction five  *
      * minutes later, cancelling any restart already waiting, so      *
      * entering FWCH once starts the watchdog and entering it again   *
      * never starts a second chain.                                   *
      *                                                                *
      * Overnight feeds converted by CONVBULK never reach CONVERT.     *
      * The FEEDCHK job checks the FEEDREG registry against each       *
      * feed's cutoff time and, for a feed that has not arrived,       *
      * issues                                                         *
      *                                                                *
      *     /F CICSBIT,FWCH BULK ssss mmmm                             *
      *                                                                *
      * naming the feed serial and the minutes it is past its cutoff.  *
      * The SILENT alert is then raised under the channel name         *
      * BULKFEED ssss, once per day however often the job is rerun;    *
      * BULKPOST logs the RESUME when the feed is finally posted.      *
      *                                                                *
      * The ALERT-CONFIG-RECORD, ACTIVE-ALERT-RECORD, ALERT-RECORD and *
      * FEED-LAST-RECORD layouts here must stay in step with the       *
      * copies in CONVERT.CBL.  A one-line summary of each run goes to *
      * CSMT, and to the terminal when there is one.                   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDWTCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *  Data fields used by the program
       01 RESPCODE           PIC S9(8) COMP-4 VALUE 0.
       01 CONFIG-RESP        PIC S9(8) COMP-4 VALUE 0.
       01 LAST-RESP          PIC S9(8) COMP-4 VALUE 0.
       01 ALERT-RESP         PIC S9(8) COMP-4 VALUE 0.
       01 ALERT-RIDFLD       PIC S9(8) COMP-4 VALUE 0.
       01 ALERT-TDQ          PIC X(04) VALUE 'CALR'.
       01 COMMAND-LENGTH     PIC S9(4) COMP VALUE 80.
       01 WATCH-ABSTIME      PIC S9(15) COMP VALUE 0.
       01 WATCH-DATE         PIC 9(8) VALUE 0.
       01 WATCH-TIME         PIC 9(6) VALUE 0.
       01 WATCH-TIMESTAMP    PIC X(16) VALUE SPACES.
       01 WATCH-REQID        PIC X(08) VALUE 'FEEDWTCH'.
       01 SILENT-WINDOW-MS   PIC S9(15) COMP VALUE 0.
       01 QUIET-MS           PIC S9(15) COMP VALUE 0.
       01 QUIET-MINUTES      PIC S9(8) COMP-4 VALUE 0.
       01 SILENT-COUNT       PIC S9(8) COMP-4 VALUE 0.

       01 BROWSE-STATE       PIC X(01) VALUE 'N'.
         88 BROWSE-FINISHED    VALUE 'Y'.

      *  The command as received - FWCH alone for a watch pass, or
      *  FWCH BULK serial minutes from the FEEDCHK job
       01 COMMAND-TEXT       PIC X(80) VALUE SPACES.
       01 COMMAND-FIELDS.
         03 CMD-TRANSID         PIC X(04) VALUE SPACES.
         03 CMD-FUNCTION        PIC X(04) VALUE SPACES.
           88 CMD-IS-BULK         VALUE 'BULK'.
         03 CMD-SERIAL          PIC X(04) VALUE SPACES.
         03 CMD-SERIAL-N        REDEFINES CMD-SERIAL
                                PIC 9(04).
         03 CMD-MINUTES         PIC X(04) VALUE SPACES.
         03 CMD-MINUTES-N       REDEFINES CMD-MINUTES
                                PIC 9(04).

      *  The channel name an overnight feed's silence is raised
      *  under - BULKFEED and the feed serial
       01 BULK-CHANNEL.
         03 FILLER              PIC X(09) VALUE 'BULKFEED '.
         03 BULK-SERIAL         PIC X(04) VALUE SPACES.
         03 FILLER              PIC X(03) VALUE SPACES.

      *  The watched feeds, gathered from ALRTCFG before any of
      *  them is checked, so no browse is held open across the
      *  FEEDLAST and ALRTACT updates and SYNCPOINTs below
       01 MAX-WATCHED        PIC S9(8) COMP-4 VALUE 200.
       01 WATCHED-COUNT      PIC S9(8) COMP-4 VALUE 0.
       01 WATCH-INDEX        PIC S9(8) COMP-4 VALUE 0.
       01 WATCH-TABLE.
         03 WATCH-ENTRY         OCCURS 200 TIMES.
           05 WT-CHANNEL          PIC X(16).
           05 WT-SILENT-MINS      PIC 9(04).
           05 WT-SUPPRESS-MINS    PIC 9(04).

      *  The channel currently being checked, and the suppression
      *  window that applies to its SILENT alert
       01 CHANNELNAME        PIC X(16) VALUE SPACES.
       01 SUPPRESS-MINS      PIC 9(04) VALUE 0.

      *  Per-feed alert thresholds - layout shared with CONVERT.CBL
       01 CONFIG-KEY         PIC X(16) VALUE LOW-VALUES.
       01 ALERT-CONFIG-RECORD.
         03 ALERT-FEED-ID       PIC X(16).
         03 ALERT-FREEZE-LIMIT  PIC S9(7)V99 COMP-3.
         03 ALERT-HEAT-LIMIT    PIC S9(7)V99 COMP-3.
         03 ALERT-FREEZE-FLAG   PIC X(01).
         03 ALERT-HEAT-FLAG     PIC X(01).
         03 ALERT-SUPPRESS-MINS PIC 9(04).
         03 ALERT-SILENT-MINS   PIC 9(04).
         03 ALERT-COLD-CHAIN    PIC X(01).
         03 ALERT-TOLERATE-MINS PIC 9(03).

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

      *  Open-alert tracking - layout shared with CONVERT.CBL
       01 ACTIVE-ALERT-KEY.
         03 ACT-KEY-CHANNEL     PIC X(16).
         03 ACT-KEY-TYPE        PIC X(06).
       01 ACTIVE-RESP           PIC S9(8) COMP-4 VALUE 0.
       01 SUPPRESS-WINDOW-MS    PIC S9(15) COMP VALUE 0.
       01 ALERT-SUPPRESS-STATE  PIC X(01) VALUE 'N'.
         88 ALERT-IS-SUPPRESSED   VALUE 'Y'.
       01 ACTIVE-READ-STATE     PIC X(01) VALUE 'N'.
         88 ACTIVE-RECORD-HELD    VALUE 'H'.
         88 ACTIVE-RECORD-ABSENT  VALUE 'N'.
         88 ACTIVE-READ-FAILED    VALUE 'E'.
       01 ACTIVE-ALERT-RECORD.
         03 ACT-CHANNEL         PIC X(16).
         03 ACT-TYPE            PIC X(06).
         03 ACT-FIRST-TIMESTAMP PIC X(16).
         03 ACT-LAST-TIMESTAMP  PIC X(16).
         03 ACT-LAST-ABSTIME    PIC S9(15) COMP.
         03 ACT-REPEAT-COUNT    PIC S9(8) COMP-4.
         03 ACT-ACK-FLAG        PIC X(01).
         03 ACT-ACK-USER        PIC X(08).
         03 ACT-ACK-TIMESTAMP   PIC X(16).
         03 ACT-LAST-CELSIUS    PIC S9(7)V99 COMP-3.
         03 FILLER              PIC X(08).

      *  Alert record - layout shared with CONVERT.CBL.  A SILENT
      *  alert carries the minutes the feed has been quiet in
      *  ALERT-INPUT-VALUE and a zero Celsius value.
       01 ALERT-RECORD.
         03 ALERT-TIMESTAMP     PIC X(16) VALUE SPACES.
         03 ALERT-CHANNEL       PIC X(16) VALUE SPACES.
         03 ALERT-TYPE          PIC X(06) VALUE SPACES.
         03 ALERT-INPUT-VALUE   PIC S9(7)V99 COMP-3.
         03 ALERT-CELSIUS-VALUE PIC S9(7)V99 COMP-3.

      *  Summary of the run, for CSMT and the terminal
       01 SUMMARY-TEXT       PIC X(80) VALUE SPACES.
       01 WATCH-MESSAGE.
         03 FILLER              PIC X(18) VALUE
            'FEEDWTCH: WATCHED '.
         03 MSG-WATCHED         PIC ZZZ9.
         03 FILLER              PIC X(16) VALUE
            '  NEWLY SILENT  '.
         03 MSG-SILENT          PIC ZZZ9.
         03 FILLER              PIC X(02) VALUE SPACES.
         03 MSG-OUTCOME         PIC X(36) VALUE SPACES.
       01 BULK-MESSAGE.
         03 FILLER              PIC X(20) VALUE
            'FEEDWTCH: BULK FEED '.
         03 MSG-SERIAL          PIC X(04).
         03 FILLER              PIC X(02) VALUE SPACES.
         03 MSG-BULK-OUTCOME    PIC X(40) VALUE SPACES.


       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *  -----------------------------------------------------------

           EXEC CICS ASKTIME ABSTIME(WATCH-ABSTIME)
                            END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WATCH-ABSTIME)
                            YYYYMMDD(WATCH-DATE)
                            TIME(WATCH-TIME)
                            END-EXEC.
           MOVE SPACES TO WATCH-TIMESTAMP.
           STRING WATCH-DATE WATCH-TIME
                   DELIMITED BY SIZE INTO WATCH-TIMESTAMP.

      *  A restart from the timer has no terminal and the RECEIVE
      *  is simply refused; from a terminal or the console it
      *  returns the command that started the transaction.
           EXEC CICS RECEIVE INTO(COMMAND-TEXT)
                            LENGTH(COMMAND-LENGTH)
                            RESP(RESPCODE)
                            END-EXEC.

           IF RESPCODE = DFHRESP(NORMAL)
            OR RESPCODE = DFHRESP(LENGERR)
               UNSTRING COMMAND-TEXT DELIMITED BY ALL SPACE
                   INTO CMD-TRANSID CMD-FUNCTION
                        CMD-SERIAL CMD-MINUTES
               END-UNSTRING
           END-IF.

           IF CMD-IS-BULK
               MOVE CMD-SERIAL TO MSG-SERIAL
               IF CMD-SERIAL-N NOT NUMERIC
                OR CMD-MINUTES-N NOT NUMERIC
                   MOVE 'COMMAND NOT VALID - NOTHING RAISED'
                     TO MSG-BULK-OUTCOME
               ELSE
                   PERFORM RAISE-BULK-SILENCE
               END-IF
               MOVE BULK-MESSAGE TO SUMMARY-TEXT
           ELSE
               PERFORM WATCH-ALL-FEEDS
               PERFORM SCHEDULE-NEXT-PASS
               MOVE WATCHED-COUNT TO MSG-WATCHED
               MOVE SILENT-COUNT TO MSG-SILENT
               IF MSG-OUTCOME = SPACES
                   MOVE 'WATCH PASS COMPLETE' TO MSG-OUTCOME
               END-IF
               MOVE WATCH-MESSAGE TO SUMMARY-TEXT
           END-IF.

           PERFORM SEND-WATCH-SUMMARY.

           PERFORM END-PGM.

      *  -----------------------------------------------------------
      *  One watch pass: gather the watched feeds, then check each.
      *  -----------------------------------------------------------
       WATCH-ALL-FEEDS.
           EXEC CICS STARTBR FILE('ALRTCFG')
                            RIDFLD(CONFIG-KEY)
                            GTEQ
                            RESP(CONFIG-RESP)
                            END-EXEC.
           IF CONFIG-RESP = DFHRESP(NORMAL)
               PERFORM GATHER-NEXT-FEED UNTIL BROWSE-FINISHED
               EXEC CICS ENDBR FILE('ALRTCFG')
                                RESP(CONFIG-RESP)
                                END-EXEC
           ELSE
               IF CONFIG-RESP NOT = DFHRESP(NOTFND)
                   MOVE 'ALRTCFG BROWSE FAILED' TO MSG-OUTCOME
               END-IF
           END-IF.

           PERFORM CHECK-WATCHED-FEED
                   VARYING WATCH-INDEX FROM 1 BY 1
                     UNTIL WATCH-INDEX > WATCHED-COUNT.

      *  -----------------------------------------------------------
      *  A feed is watched when its ALRTCFG record gives a silent
      *  interval; a record from before the interval existed has
      *  blanks there and is not.
      *  -----------------------------------------------------------
       GATHER-NEXT-FEED.
           EXEC CICS READNEXT FILE('ALRTCFG')
                            INTO(ALERT-CONFIG-RECORD)
                            RIDFLD(CONFIG-KEY)
                            RESP(CONFIG-RESP)
                            END-EXEC.
           IF CONFIG-RESP NOT = DFHRESP(NORMAL)
               IF CONFIG-RESP NOT = DFHRESP(ENDFILE)
                   MOVE 'ALRTCFG BROWSE FAILED' TO MSG-OUTCOME
               END-IF
               MOVE 'Y' TO BROWSE-STATE
           ELSE
               IF ALERT-SILENT-MINS NUMERIC
                AND ALERT-SILENT-MINS > 0
                   IF WATCHED-COUNT NOT < MAX-WATCHED
                       MOVE 'TOO MANY FEEDS - REST NOT WATCHED'
                         TO MSG-OUTCOME
                       MOVE 'Y' TO BROWSE-STATE
                   ELSE
                       ADD 1 TO WATCHED-COUNT
                       MOVE ALERT-FEED-ID
                         TO WT-CHANNEL(WATCHED-COUNT)
                       MOVE ALERT-SILENT-MINS
                         TO WT-SILENT-MINS(WATCHED-COUNT)
                       IF ALERT-SUPPRESS-MINS NUMERIC
                           MOVE ALERT-SUPPRESS-MINS
                             TO WT-SUPPRESS-MINS(WATCHED-COUNT)
                       ELSE
                           MOVE 0 TO WT-SUPPRESS-MINS(WATCHED-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  Check one watched feed against its last readings.  The
      *  FEEDLAST record is read for update so a conversion
      *  arriving at the same moment waits, then finds the mark and
      *  logs the RESUME.  Each feed is its own unit of work.
      *  -----------------------------------------------------------
       CHECK-WATCHED-FEED.
           MOVE WT-CHANNEL(WATCH-INDEX) TO CHANNELNAME.
           MOVE WT-SUPPRESS-MINS(WATCH-INDEX) TO SUPPRESS-MINS.
           EXEC CICS READ FILE('FEEDLAST')
                            INTO(FEED-LAST-RECORD)
                            RIDFLD(CHANNELNAME)
                            UPDATE
                            RESP(LAST-RESP)
                            END-EXEC.

           IF LAST-RESP = DFHRESP(NOTFND)
      *  Newly watched, or never yet heard from - judge it from now
               MOVE SPACES TO FEED-LAST-RECORD
               MOVE CHANNELNAME TO LAST-CHANNEL
               MOVE WATCH-ABSTIME TO LAST-READING-ABSTIME
               MOVE WATCH-TIMESTAMP TO LAST-READING-TIMESTAMP
               MOVE 'N' TO LAST-SILENT-FLAG
               MOVE 0 TO LAST-SILENT-ABSTIME
               EXEC CICS WRITE FILE('FEEDLAST')
                                FROM(FEED-LAST-RECORD)
                                LENGTH(LENGTH OF FEED-LAST-RECORD)
                                RIDFLD(LAST-CHANNEL)
                                RESP(LAST-RESP)
                                END-EXEC
           ELSE
               IF LAST-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'FEEDLAST READ FAILED' TO MSG-OUTCOME
               ELSE
                   COMPUTE SILENT-WINDOW-MS =
                           WT-SILENT-MINS(WATCH-INDEX) * 60000
                   COMPUTE QUIET-MS =
                           WATCH-ABSTIME - LAST-READING-ABSTIME
                   IF FEED-IS-SILENT
                    OR QUIET-MS NOT > SILENT-WINDOW-MS
                       EXEC CICS UNLOCK FILE('FEEDLAST')
                                        RESP(LAST-RESP)
                                        END-EXEC
                   ELSE
                       MOVE 'Y' TO LAST-SILENT-FLAG
                       MOVE WATCH-ABSTIME TO LAST-SILENT-ABSTIME
                       MOVE WATCH-TIMESTAMP TO LAST-SILENT-TIMESTAMP
                       EXEC CICS REWRITE FILE('FEEDLAST')
                                        FROM(FEED-LAST-RECORD)
                                        LENGTH(LENGTH OF
                                               FEED-LAST-RECORD)
                                        RESP(LAST-RESP)
                                        END-EXEC
                       IF LAST-RESP = DFHRESP(NORMAL)
                           COMPUTE QUIET-MINUTES = QUIET-MS / 60000
                           PERFORM WRITE-SILENT-ALERT
                           ADD 1 TO SILENT-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

           EXEC CICS SYNCPOINT
                            END-EXEC.

      *  -----------------------------------------------------------
      *  An overnight feed has missed its cutoff.  The feed is
      *  marked silent under its BULKFEED channel and alerted once
      *  a day; a command repeated the same day is ignored.  An
      *  overnight feed has no ALRTCFG record, so no suppression
      *  window applies.
      *  -----------------------------------------------------------
       RAISE-BULK-SILENCE.
           MOVE CMD-SERIAL TO BULK-SERIAL.
           MOVE BULK-CHANNEL TO CHANNELNAME.
           MOVE 0 TO SUPPRESS-MINS.
           EXEC CICS READ FILE('FEEDLAST')
                            INTO(FEED-LAST-RECORD)
                            RIDFLD(CHANNELNAME)
                            UPDATE
                            RESP(LAST-RESP)
                            END-EXEC.

           IF LAST-RESP = DFHRESP(NOTFND)
               MOVE SPACES TO FEED-LAST-RECORD
               MOVE CHANNELNAME TO LAST-CHANNEL
               MOVE 0 TO LAST-READING-ABSTIME
               PERFORM MARK-BULK-SILENT
               EXEC CICS WRITE FILE('FEEDLAST')
                                FROM(FEED-LAST-RECORD)
                                LENGTH(LENGTH OF FEED-LAST-RECORD)
                                RIDFLD(LAST-CHANNEL)
                                RESP(LAST-RESP)
                                END-EXEC
               PERFORM SET-RAISE-OUTCOME
           ELSE
               IF LAST-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'FEEDLAST READ FAILED - NOTHING RAISED'
                     TO MSG-BULK-OUTCOME
               ELSE
                   IF FEED-IS-SILENT
                    AND LAST-SILENT-TIMESTAMP (1:8) = WATCH-DATE
                       EXEC CICS UNLOCK FILE('FEEDLAST')
                                        RESP(LAST-RESP)
                                        END-EXEC
                       MOVE 'ALREADY RAISED TODAY - IGNORED'
                         TO MSG-BULK-OUTCOME
                   ELSE
                       PERFORM MARK-BULK-SILENT
                       EXEC CICS REWRITE FILE('FEEDLAST')
                                        FROM(FEED-LAST-RECORD)
                                        LENGTH(LENGTH OF
                                               FEED-LAST-RECORD)
                                        RESP(LAST-RESP)
                                        END-EXEC
                       PERFORM SET-RAISE-OUTCOME
                   END-IF
               END-IF
           END-IF.

      *  -----------------------------------------------------------
       MARK-BULK-SILENT.
           MOVE 'Y' TO LAST-SILENT-FLAG.
           MOVE WATCH-ABSTIME TO LAST-SILENT-ABSTIME.
           MOVE WATCH-TIMESTAMP TO LAST-SILENT-TIMESTAMP.

      *  -----------------------------------------------------------
      *  The feed is marked silent - raise its alert.  The minutes
      *  past the cutoff stand in for the minutes quiet.
      *  -----------------------------------------------------------
       SET-RAISE-OUTCOME.
           IF LAST-RESP = DFHRESP(NORMAL)
               MOVE CMD-MINUTES-N TO QUIET-MINUTES
               PERFORM WRITE-SILENT-ALERT
               MOVE 'SILENT ALERT RAISED' TO MSG-BULK-OUTCOME
           ELSE
               MOVE 'FEEDLAST UPDATE FAILED - NOTHING RAISED'
                 TO MSG-BULK-OUTCOME
           END-IF.

      *  -----------------------------------------------------------
      *  Raise the SILENT alert for CHANNELNAME, exactly as CONVERT
      *  raises FREEZE and HEAT: suppressed when an unacknowledged
      *  SILENT alert for the channel was sent within the feed's
      *  window, otherwise sent to CALR and ALERTLOG and opened on
      *  ALRTACT.
      *  -----------------------------------------------------------
       WRITE-SILENT-ALERT.
           MOVE WATCH-TIMESTAMP TO ALERT-TIMESTAMP.
           MOVE CHANNELNAME TO ALERT-CHANNEL.
           MOVE 'SILENT' TO ALERT-TYPE.
           MOVE QUIET-MINUTES TO ALERT-INPUT-VALUE.
           MOVE 0 TO ALERT-CELSIUS-VALUE.

           PERFORM CHECK-ALERT-SUPPRESSION.

           IF NOT ALERT-IS-SUPPRESSED
               EXEC CICS WRITEQ TD QUEUE(ALERT-TDQ)
                                FROM(ALERT-RECORD)
                                LENGTH(LENGTH OF ALERT-RECORD)
                                RESP(ALERT-RESP)
                                END-EXEC
               EXEC CICS WRITE FILE('ALERTLOG')
                                FROM(ALERT-RECORD)
                                LENGTH(LENGTH OF ALERT-RECORD)
                                RIDFLD(ALERT-RIDFLD)
                                RBA
                                RESP(ALERT-RESP)
                                END-EXEC
               PERFORM RECORD-OPEN-ALERT
           END-IF.

      *  -----------------------------------------------------------
      *  As CHECK-ALERT-SUPPRESSION in CONVERT.CBL.
      *  -----------------------------------------------------------
       CHECK-ALERT-SUPPRESSION.
           MOVE 'N' TO ALERT-SUPPRESS-STATE.
           MOVE CHANNELNAME TO ACT-KEY-CHANNEL.
           MOVE ALERT-TYPE TO ACT-KEY-TYPE.

           EXEC CICS READ FILE('ALRTACT')
                            INTO(ACTIVE-ALERT-RECORD)
                            RIDFLD(ACTIVE-ALERT-KEY)
                            UPDATE
                            RESP(ACTIVE-RESP)
                            END-EXEC.
           IF ACTIVE-RESP = DFHRESP(NORMAL)
               MOVE 'H' TO ACTIVE-READ-STATE
           ELSE
               IF ACTIVE-RESP = DFHRESP(NOTFND)
                   MOVE 'N' TO ACTIVE-READ-STATE
               ELSE
                   MOVE 'E' TO ACTIVE-READ-STATE
               END-IF
           END-IF.

           IF ACTIVE-RECORD-HELD
            AND ACT-ACK-FLAG NOT = 'Y'
            AND SUPPRESS-MINS > 0
               COMPUTE SUPPRESS-WINDOW-MS = SUPPRESS-MINS * 60000
               IF WATCH-ABSTIME - ACT-LAST-ABSTIME
                       < SUPPRESS-WINDOW-MS
                   MOVE 'Y' TO ALERT-SUPPRESS-STATE
                   ADD 1 TO ACT-REPEAT-COUNT
                   MOVE ALERT-TIMESTAMP TO ACT-LAST-TIMESTAMP
                   MOVE WATCH-ABSTIME TO ACT-LAST-ABSTIME
                   EXEC CICS REWRITE FILE('ALRTACT')
                                    FROM(ACTIVE-ALERT-RECORD)
                                    LENGTH(LENGTH OF
                                           ACTIVE-ALERT-RECORD)
                                    RESP(ACTIVE-RESP)
                                    END-EXEC
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  As RECORD-OPEN-ALERT in CONVERT.CBL.  A SILENT alert has
      *  no Celsius value, so the last-Celsius field is zero.
      *  -----------------------------------------------------------
       RECORD-OPEN-ALERT.
           IF ACTIVE-RECORD-HELD
               IF ACT-ACK-FLAG = 'Y'
                   MOVE ALERT-TIMESTAMP TO ACT-FIRST-TIMESTAMP
                   MOVE 0 TO ACT-REPEAT-COUNT
                   MOVE 'N' TO ACT-ACK-FLAG
                   MOVE SPACES TO ACT-ACK-USER
                   MOVE SPACES TO ACT-ACK-TIMESTAMP
               END-IF
               MOVE ALERT-TIMESTAMP TO ACT-LAST-TIMESTAMP
               MOVE WATCH-ABSTIME TO ACT-LAST-ABSTIME
               MOVE 0 TO ACT-LAST-CELSIUS
               EXEC CICS REWRITE FILE('ALRTACT')
                                FROM(ACTIVE-ALERT-RECORD)
                                LENGTH(LENGTH OF
                                       ACTIVE-ALERT-RECORD)
                                RESP(ACTIVE-RESP)
                                END-EXEC
           END-IF.
           IF ACTIVE-RECORD-ABSENT
               MOVE SPACES TO ACTIVE-ALERT-RECORD
               MOVE CHANNELNAME TO ACT-CHANNEL
               MOVE ALERT-TYPE TO ACT-TYPE
               MOVE ALERT-TIMESTAMP TO ACT-FIRST-TIMESTAMP
               MOVE ALERT-TIMESTAMP TO ACT-LAST-TIMESTAMP
               MOVE WATCH-ABSTIME TO ACT-LAST-ABSTIME
               MOVE 0 TO ACT-REPEAT-COUNT
               MOVE 'N' TO ACT-ACK-FLAG
               MOVE 0 TO ACT-LAST-CELSIUS
               EXEC CICS WRITE FILE('ALRTACT')
                                FROM(ACTIVE-ALERT-RECORD)
                                LENGTH(LENGTH OF
                                       ACTIVE-ALERT-RECORD)
                                RIDFLD(ACTIVE-ALERT-KEY)
                                RESP(ACTIVE-RESP)
                                END-EXEC
           END-IF.

      *  -----------------------------------------------------------
      *  Start the next pass in five minutes.  Any restart already
      *  waiting is cancelled first, so a pass entered by hand
      *  replaces the timer chain rather than starting a second one.
      *  -----------------------------------------------------------
       SCHEDULE-NEXT-PASS.
           EXEC CICS CANCEL REQID(WATCH-REQID)
                            TRANSID(EIBTRNID)
                            RESP(RESPCODE)
                            END-EXEC.
           EXEC CICS START TRANSID(EIBTRNID)
                            INTERVAL(000500)
                            REQID(WATCH-REQID)
                            RESP(RESPCODE)
                            END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'RESTART FAILED - ENTER FWCH' TO MSG-OUTCOME
           END-IF.

      *  -----------------------------------------------------------
      *  One summary line to CSMT, and to the terminal when the
      *  pass was run from one (a timer restart or a console
      *  command has none, and the SEND is then simply refused).
      *  -----------------------------------------------------------
       SEND-WATCH-SUMMARY.
           EXEC CICS WRITEQ TD QUEUE('CSMT')
                            FROM(SUMMARY-TEXT)
                            LENGTH(LENGTH OF SUMMARY-TEXT)
                            RESP(RESPCODE)
                            END-EXEC.

           EXEC CICS SEND TEXT FROM(SUMMARY-TEXT)
                            LENGTH(LENGTH OF SUMMARY-TEXT)
                            ERASE
                            FREEKB
                            RESP(RESPCODE)
                            END-EXEC.

      *  -----------------------------------------------------------
      *  Finish
      *  -----------------------------------------------------------
       END-PGM.
           EXEC CICS RETURN END-EXEC.
