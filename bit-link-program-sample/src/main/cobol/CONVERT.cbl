      * calibrated reading outside the sensor's plausible min/max      *
      * range is rejected the same way the TEMP-FLOOR check rejects    *
      * physically impossible ones.  A SENSORID that is not on the     *
      * master file rejects every reading in the request, as does a    *
      * sensor SENSMNT has marked suspended or retired, or one         *
      * assigned to a channel other than the one the request came in   *
      * on - each with its own reason.  A sensor past its              *
      * calibration-due date still has its readings converted, but     *
      * each audit record is marked calibration overdue.               *
      *                                                                *
      * and returns the following containers:                         *
      * OUTPUTDATA   - the converted temperature(s), Fahrenheit or     *
      * record carries the SENSORID the reading arrived with (spaces   *
      * when none), so the overnight sensor health report can          *
      * attribute readings and rejects to the sensor they came from.   *
      * It also carries the raw reading as received, the calibration   *
      * offset applied to it, the MODE and ROUNDMODE in force, the     *
      * caller's REQUESTID (batch requests included, although they     *
      * are not deduplicated) and the CICS userid and transaction id   *
      * the request ran under, so a disputed reading can be traced     *
      * back to whoever sent it and resubmitted exactly as received.   *
      *                                                                *
      * An audit record that cannot be written to AUDITLOG - the       *
      * nightly CONVARCH cutover closes the file for a minute or more, *
      * and it can also be disabled or full - is kept on the AUDHOLD   *
      * holding file instead of being lost.  The AUDDRAIN transaction  *
      * replays held records to AUDITLOG once the file is back, and    *
      * the day-end CONVBAL controls job reports how many were held    *
      * and replayed.  Only when AUDHOLD cannot be written either is   *
      * the record lost, and then a message goes to CSMT.              *
      *                                                                *
      * Each successfully converted reading is also checked against    *
      * the feed's alert thresholds on the ALRTCFG file, keyed by      *
      * best-effort - a failure there never costs the alert itself     *
      * or the conversion.                                             *
      *                                                                *
      * A feed's ALRTCFG record can also give the interval it is       *
      * expected to report within (SILENT minutes, zero for a feed     *
      * nobody watches).  Every request that processes readings        *
      * records the time on the FEEDLAST file, one record per channel, *
      * and the FEEDWTCH watchdog transaction, running on a timer,     *
      * raises a SILENT alert for a watched feed that has gone quiet   *
      * for longer than its interval.  When readings arrive again on a *
      * channel the watchdog has declared silent, a RESUME alert is    *
      * written to CALR and ALERTLOG carrying the minutes the channel  *
      * was quiet, and the channel is watched afresh.  FEEDLAST upkeep *
      * is best-effort in the same way as ALRTACT.                     *
      *                                                                *
      * The current day's running totals (conversions, RESP errors,   *
      * validation rejects) and the most recent rejected readings     *
      * are accumulated as each reading is audit-logged and applied   *
       01 RC-RECORD          PIC S9(8) COMP-4 VALUE 0.
       01 GET-RESPCODE       PIC S9(8) COMP-4 VALUE 0.
       01 BATCH-AUDIT-RESPCODE PIC S9(8) COMP-4 VALUE 0.
       01 RAW-INPUTDATA      PIC S9(7)V99 COMP-3 VALUE 0.
       01 CALLER-USERID      PIC X(08) VALUE SPACES.
       01 ERR-RECORD.
         03 ERRORCMD           PIC X(16) VALUE SPACES.
         03 ERRORSTRING        PIC X(40) VALUE SPACES.
         03 SENSOR-CALIB-OFFSET PIC S9(7)V99 COMP-3.
         03 SENSOR-RANGE-MIN    PIC S9(7)V99 COMP-3.
         03 SENSOR-RANGE-MAX    PIC S9(7)V99 COMP-3.
         03 SENSOR-LIFECYCLE.
           05 SENSOR-STATUS       PIC X(01).
             88 SENSOR-ACTIVE       VALUES 'A' SPACE.
             88 SENSOR-SUSPENDED    VALUE 'S'.
             88 SENSOR-RETIRED      VALUE 'R'.
           05 SENSOR-CHANNEL      PIC X(16).
           05 SENSOR-CALIB-DUE    PIC 9(08).
           05 SENSOR-COLD-CHAIN   PIC X(01).
         03 FILLER              PIC X(11).
      *  Set to 'O' when the sensor in effect is past its
      *  calibration-due date, and carried onto each audit record.
       01 SENSOR-CALIB-FLAG  PIC X(01) VALUE SPACE.
       01 SENSOR-ABSTIME     PIC S9(15) COMP VALUE 0.
       01 SENSOR-TODAY       PIC 9(08) VALUE 0.

      *  Duplicate-request detection, selected by REQUESTID.  One
      *  REQLOG record per processed single-reading request, keyed

      *  Per-feed alert thresholds, read from the ALRTCFG file.  The
      *  record is keyed by channel name - one feed, one channel.
      *  ALERT-SILENT-MINS is the feed's expected reporting
      *  interval, used by the FEEDWTCH watchdog rather than here;
      *  the cold-chain fields are used only by the COLDRPT job.
       01 ALERT-STATE        PIC X(01) VALUE 'N'.
         88 ALERTS-IN-EFFECT    VALUE 'Y'.
       01 ALERT-RESP         PIC S9(8) COMP-4 VALUE 0.
         03 ALERT-FREEZE-FLAG   PIC X(01).
         03 ALERT-HEAT-FLAG     PIC X(01).
         03 ALERT-SUPPRESS-MINS PIC 9(04).
         03 ALERT-SILENT-MINS   PIC 9(04).
         03 ALERT-COLD-CHAIN    PIC X(01).
         03 ALERT-TOLERATE-MINS PIC 9(03).

      *  Open-alert tracking, one ALRTACT record per channel/alert
      *  type.  The record layout must stay in step with the copy
         03 FILLER              PIC X(08).

      *  Alert record, written to the CALR transient data queue for
      *  the operations console and to the cumulative ALERTLOG file.
      *  A RESUME alert carries no reading: ALERT-INPUT-VALUE holds
      *  the minutes the channel was quiet and the Celsius value is
      *  zero.
       01 ALERT-RECORD.
         03 ALERT-TIMESTAMP     PIC X(16) VALUE SPACES.
         03 ALERT-CHANNEL       PIC X(16) VALUE SPACES.
         03 ALERT-INPUT-VALUE   PIC S9(7)V99 COMP-3.
         03 ALERT-CELSIUS-VALUE PIC S9(7)V99 COMP-3.

      *  Last-reading tracking, one FEEDLAST record per channel, for
      *  the FEEDWTCH silent-feed watchdog.  The record layout must
      *  stay in step with the copies in FEEDWTCH.CBL and
      *  BULKPOST.CBL.  LAST-SILENT-FLAG is set by the watchdog when
      *  it raises a SILENT alert and cleared here when readings
      *  arrive again.
       01 LAST-RESP          PIC S9(8) COMP-4 VALUE 0.
       01 QUIET-MINUTES      PIC S9(8) COMP-4 VALUE 0.
       01 FEED-LAST-RECORD.
         03 LAST-CHANNEL           PIC X(16).
         03 LAST-READING-ABSTIME   PIC S9(15) COMP.
         03 LAST-READING-TIMESTAMP PIC X(16).
         03 LAST-SILENT-FLAG       PIC X(01).
           88 FEED-IS-SILENT         VALUE 'Y'.
         03 LAST-SILENT-ABSTIME    PIC S9(15) COMP.
         03 LAST-SILENT-TIMESTAMP  PIC X(16).
         03 FILLER                 PIC X(15).

      *  Batch container mode, entered when INPUTCOUNT is supplied
       01 BATCH-REQUEST      PIC X(01) VALUE 'N'.
         88 IS-BATCH-REQUEST   VALUE 'Y'.
       01 READING-TABLE.
         03 READING-ENTRY      PIC S9(7)V99 COMP-3
                                OCCURS 500 TIMES.
      *  Each reading as received, before any calibration offset,
      *  kept for the audit records written after the whole batch
      *  is delivered
       01 RAW-TABLE.
         03 RAW-ENTRY          PIC S9(7)V99 COMP-3
                                OCCURS 500 TIMES.
       01 FAHRENHEIT-TABLE.
         03 FAHRENHEIT-ENTRY   PIC S9(7)V99 COMP-3
                                OCCURS 500 TIMES.
      *  layout must stay in step with STAT-RECORD in CONVINQ.
      *  STAT-RECENT-REJECT is a wrap-around list of the most
      *  recent rejected readings; STAT-NEXT-SLOT names the entry
      *  the next reject overwrites.  The STAT-BULK- fields are
      *  posted by the BULKPOST transaction when a CONVBULK
      *  overnight run completes, with STAT-POSTED-FEED-ID listing
      *  the feeds posted to the date; this program only
      *  initializes them when it creates the day's record, and
      *  its own counts above stay online-only.
       01 STAT-KEY           PIC 9(08) VALUE 0.
       01 STAT-RESP          PIC S9(8) COMP-4 VALUE 0.
       01 STAT-RECORD.
           05 STAT-RJ-TIMESTAMP   PIC X(16).
           05 STAT-RJ-INPUT       PIC S9(7)V99 COMP-3.
           05 STAT-RJ-REASON      PIC X(40).
         03 STAT-BULK-TOTAL     PIC S9(8) COMP-4.
         03 STAT-BULK-REJECTS   PIC S9(8) COMP-4.
         03 STAT-BULK-FEEDS     PIC S9(8) COMP-4.
         03 STAT-LAST-FEED-ID   PIC X(12).
         03 STAT-POSTED-FEED-ID PIC X(12) OCCURS 50 TIMES.

      *  The day's statistics are not written per reading - a batch
      *  request would drive up to 500 READ UPDATE/REWRITE pairs of
         03 REASON-ENTRY        PIC X(40)
                                OCCURS 500 TIMES.

      *  Audit log record, one per reading processed.  This is the
      *  second layout of the record (AUDIT-VERSION '2'); the first
      *  58 bytes are unchanged from the original layout, so a
      *  program reading only those still finds every field where
      *  it was.  Archived generations written before the change
      *  hold 58-byte records.  The layout must stay in step with
      *  AUDIT-RECORD in the batch programs reading AUDITLOG.
      *  AUDIT-SOURCE is 'O' for a reading converted here and 'B'
      *  for one posted by the CONVBULK overnight run, which also
      *  fills AUDIT-FEED-ID with the feed the reading came in on.
      *  AUDIT-CALIB-FLAG is 'O' when the reading came from a sensor
      *  past its calibration-due date.
       01 AUDIT-ABSTIME      PIC S9(15) COMP VALUE 0.
       01 AUDIT-DATE         PIC 9(8) VALUE 0.
       01 AUDIT-TIME         PIC 9(6) VALUE 0.
         03 AUDIT-OUTPUT-VALUE PIC S9(7)V99 COMP-3.
         03 AUDIT-RESPCODE     PIC S9(8) COMP-4.
         03 AUDIT-RESPCODE2    PIC S9(8) COMP-4.
         03 AUDIT-VERSION      PIC X(01) VALUE '2'.
         03 AUDIT-RAW-VALUE    PIC S9(7)V99 COMP-3.
         03 AUDIT-CALIB-OFFSET PIC S9(7)V99 COMP-3.
         03 AUDIT-MODE         PIC X(01) VALUE SPACES.
         03 AUDIT-ROUND-MODE   PIC X(01) VALUE SPACES.
         03 AUDIT-REQUEST-ID   PIC X(32) VALUE SPACES.
         03 AUDIT-USERID       PIC X(08) VALUE SPACES.
         03 AUDIT-TRANSID      PIC X(04) VALUE SPACES.
         03 AUDIT-SOURCE       PIC X(01) VALUE 'O'.
         03 AUDIT-FEED-ID      PIC X(12) VALUE SPACES.
         03 AUDIT-CALIB-FLAG   PIC X(01) VALUE SPACE.
         03 FILLER             PIC X(31) VALUE SPACES.

      *  Audit holding file, written when the AUDITLOG write fails.
      *  Keyed by the ABSTIME of the audit record, the CICS task
      *  number and a sequence within the task, so every held
      *  record has its own key however many readings a batch
      *  request holds.  The record layout must stay in step with
      *  HOLD-RECORD in AUDDRAIN and CONVBAL.
       01 HOLD-RESP          PIC S9(8) COMP-4 VALUE 0.
       01 HOLD-SEQUENCE      PIC S9(8) COMP-4 VALUE 0.
       01 HOLD-RECORD.
         03 HOLD-KEY.
           05 HOLD-KEY-ABSTIME  PIC 9(15).
           05 HOLD-KEY-TASK     PIC 9(07).
           05 HOLD-KEY-SEQ      PIC 9(04).
         03 HOLD-STATUS         PIC X(01).
         03 HOLD-WRITE-RESP     PIC S9(8) COMP-4.
         03 HOLD-REPLAY-TIMESTAMP PIC X(16).
         03 HOLD-AUDIT-DATA     PIC X(160).
         03 FILLER              PIC X(08).

      *  Last-resort message to CSMT when an audit record can be
      *  written neither to AUDITLOG nor to AUDHOLD
       01 LOST-AUDIT-MESSAGE.
         03 FILLER              PIC X(29) VALUE
            'CONVERT: AUDIT RECORD LOST - '.
         03 LOST-TIMESTAMP      PIC X(16).
         03 FILLER              PIC X(01) VALUE SPACE.
         03 LOST-CHANNEL        PIC X(16).
         03 FILLER              PIC X(10) VALUE ' AUDITLOG='.
         03 LOST-AUDIT-RESP     PIC -(8)9.
         03 FILLER              PIC X(09) VALUE ' AUDHOLD='.
         03 LOST-HOLD-RESP      PIC -(8)9.


       PROCEDURE DIVISION.
               PERFORM ABEND-ROUTINE
           END-IF.

      *  The signed-on user the request runs under, for the audit
      *  trail
           EXEC CICS ASSIGN USERID(CALLER-USERID)
                            END-EXEC.

      *  Pick up the optional MODE, ROUNDMODE, RETRYMODE and
      *  TEMPFLOOR containers.  Any container the caller does not
      *  supply keeps its default above.
      *  REQLOG file is answered from the log, inside
      *  CHECK-REQUEST-LOG, without converting or audit-logging the
      *  reading again.
      *  A batch caller's REQUESTID is not deduplicated, but it is
      *  still carried on every audit record the batch writes.
           IF NOT IS-BATCH-REQUEST
               PERFORM CHECK-REQUEST-LOG
           ELSE
               PERFORM GET-BATCH-REQUEST-ID
           END-IF.

           IF IS-BATCH-REQUEST
      *  VALIDATE-AND-CONVERT may have applied a sensor calibration
      *  offset to INPUTDATA; store the calibrated value back so the
      *  audit records written later show the value actually
      *  converted, and keep the raw collector reading alongside it.
           MOVE INPUTDATA TO READING-ENTRY(READING-INDEX).
           MOVE RAW-INPUTDATA TO RAW-ENTRY(READING-INDEX).
           MOVE OUTPUTDATA TO FAHRENHEIT-ENTRY(READING-INDEX).
           MOVE OUTPUTDATA-KELVIN TO KELVIN-ENTRY(READING-INDEX).
           MOVE VALID-READING TO VALID-ENTRY(READING-INDEX).

       WRITE-ONE-BATCH-AUDIT-RECORD.
           MOVE READING-ENTRY(READING-INDEX) TO INPUTDATA.
           MOVE RAW-ENTRY(READING-INDEX) TO RAW-INPUTDATA.
           MOVE FAHRENHEIT-ENTRY(READING-INDEX) TO OUTPUTDATA.
           MOVE VALID-ENTRY(READING-INDEX) TO VALID-READING.
           IF NOT READING-IS-VALID
      *  equivalent.  When a SENSORID was supplied, the sensor's
      *  calibration offset is applied to INPUTDATA first, and the
      *  calibrated reading is checked against the sensor's
      *  plausible range before the floor check runs - unless the
      *  sensor is suspended, retired or assigned to another
      *  channel, when the reading is rejected outright.  The
      *  reading as received is kept in RAW-INPUTDATA for the audit
      *  record.
      *  -----------------------------------------------------------
       VALIDATE-AND-CONVERT.
           MOVE 'Y' TO VALID-READING.
           MOVE INPUTDATA TO RAW-INPUTDATA.

           IF SENSOR-LOOKUP-FAILED
               MOVE 'READ SENSMAST' TO ERRORCMD
               PERFORM REJECT-READING
           END-IF.

           IF READING-IS-VALID AND SENSOR-IN-EFFECT
               PERFORM CHECK-SENSOR-LIFECYCLE
           END-IF.

           IF READING-IS-VALID AND SENSOR-IN-EFFECT
               ADD SENSOR-CALIB-OFFSET TO INPUTDATA
               IF INPUTDATA < SENSOR-RANGE-MIN
               PERFORM CHECK-FLOOR-AND-CONVERT
           END-IF.

      *  -----------------------------------------------------------
      *  Readings are only taken from a sensor in service on the
      *  channel it is assigned to.  A sensor with no channel
      *  assigned is accepted on any channel.  CONVBULK applies the
      *  same checks with the same reasons - keep the two in step.
      *  -----------------------------------------------------------
       CHECK-SENSOR-LIFECYCLE.
           IF SENSOR-SUSPENDED
               MOVE 'VALIDATE' TO ERRORCMD
               MOVE 'SENSOR SUSPENDED - READINGS NOT ACCEPTED'
                 TO ERRORSTRING
               PERFORM REJECT-READING
           ELSE
               IF SENSOR-RETIRED
                   MOVE 'VALIDATE' TO ERRORCMD
                   MOVE 'SENSOR RETIRED - READINGS NOT ACCEPTED'
                     TO ERRORSTRING
                   PERFORM REJECT-READING
               ELSE
                   IF SENSOR-CHANNEL NOT = SPACES
                    AND SENSOR-CHANNEL NOT = CHANNELNAME
                       MOVE 'VALIDATE' TO ERRORCMD
                       MOVE 'SENSOR NOT ASSIGNED TO THIS CHANNEL'
                         TO ERRORSTRING
                       PERFORM REJECT-READING
                   END-IF
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  The original body of VALIDATE-AND-CONVERT - the absolute-
      *  zero floor check and the conversion proper, reached only
      *  the master file marks the whole request failed - every
      *  reading is then rejected by VALIDATE-AND-CONVERT rather
      *  than converted uncalibrated.  Any other READ failure is a
      *  real file error and goes through RESP-ERROR.  A record
      *  written before the lifecycle fields existed is short and
      *  reads with them blank - an active, unassigned sensor with
      *  no calibration-due date.  A sensor found past its due date
      *  sets SENSOR-CALIB-FLAG for the audit records.
      *  -----------------------------------------------------------
       GET-SENSOR-CONFIG.
           EXEC CICS GET CONTAINER(SENSOR-CONT)
           IF OPT-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'N' TO SENSOR-STATE
           ELSE
               MOVE SPACES TO SENSOR-LIFECYCLE
               EXEC CICS READ FILE('SENSMAST')
                                INTO(SENSOR-RECORD)
                                RIDFLD(SENSOR-ID)
                                END-EXEC
               IF SENSOR-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO SENSOR-STATE
                   PERFORM CHECK-CALIBRATION-DUE
               ELSE
                   IF SENSOR-RESP = DFHRESP(NOTFND)
                       MOVE 'F' TO SENSOR-STATE
               END-IF
           END-IF.

      *  -----------------------------------------------------------
       CHECK-CALIBRATION-DUE.
           MOVE SPACE TO SENSOR-CALIB-FLAG.
           IF SENSOR-CALIB-DUE NUMERIC AND SENSOR-CALIB-DUE > 0
               EXEC CICS ASKTIME ABSTIME(SENSOR-ABSTIME)
                                END-EXEC
               EXEC CICS FORMATTIME ABSTIME(SENSOR-ABSTIME)
                                YYYYMMDD(SENSOR-TODAY)
                                END-EXEC
               IF SENSOR-CALIB-DUE < SENSOR-TODAY
                   MOVE 'O' TO SENSOR-CALIB-FLAG
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  Read this feed's alert thresholds from the ALRTCFG file,
      *  keyed by channel name.  Alerting is entirely optional - a
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  Read the optional REQUESTID container of a batch request.
      *  The id is only carried on the audit records - REQUEST-STATE
      *  stays 'N', so nothing is looked up on or recorded to REQLOG.
      *  -----------------------------------------------------------
       GET-BATCH-REQUEST-ID.
           EXEC CICS GET CONTAINER(REQUEST-CONT)
                            CHANNEL(CHANNELNAME)
                            INTO(REQUEST-ID)
                            RESP(OPT-RESPCODE)
                            END-EXEC.
           IF OPT-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO REQUEST-ID
           END-IF.

      *  -----------------------------------------------------------
      *  Return the previously computed result for a duplicate
      *  request id: the recorded OUTPUTDATA/OUTPUTKELVIN and
                                END-EXEC
           END-IF.

      *  -----------------------------------------------------------
      *  Record on FEEDLAST that the channel has just sent readings,
      *  for the FEEDWTCH watchdog.  AUDIT-ABSTIME and
      *  AUDIT-TIMESTAMP still hold the time of the request's last
      *  audit record.  A channel the watchdog had declared silent
      *  has resumed: the RESUME alert is written and the channel is
      *  watched afresh.  Performed from END-PGM alongside the
      *  statistics, and best-effort in the same way - a FEEDLAST
      *  failure never fails the conversion.
      *  -----------------------------------------------------------
       RECORD-FEED-ACTIVITY.
           IF STAT-ADD-TOTAL > 0
               EXEC CICS READ FILE('FEEDLAST')
                                INTO(FEED-LAST-RECORD)
                                RIDFLD(CHANNELNAME)
                                UPDATE
                                RESP(LAST-RESP)
                                END-EXEC
               IF LAST-RESP = DFHRESP(NOTFND)
                   MOVE SPACES TO FEED-LAST-RECORD
                   MOVE CHANNELNAME TO LAST-CHANNEL
                   MOVE AUDIT-ABSTIME TO LAST-READING-ABSTIME
                   MOVE AUDIT-TIMESTAMP TO LAST-READING-TIMESTAMP
                   MOVE 'N' TO LAST-SILENT-FLAG
                   MOVE 0 TO LAST-SILENT-ABSTIME
                   EXEC CICS WRITE FILE('FEEDLAST')
                                    FROM(FEED-LAST-RECORD)
                                    LENGTH(LENGTH OF
                                           FEED-LAST-RECORD)
                                    RIDFLD(LAST-CHANNEL)
                                    RESP(LAST-RESP)
                                    END-EXEC
               ELSE
                   IF LAST-RESP = DFHRESP(NORMAL)
                       IF FEED-IS-SILENT
                           PERFORM WRITE-RESUMED-ALERT
                           MOVE 'N' TO LAST-SILENT-FLAG
                       END-IF
                       MOVE AUDIT-ABSTIME TO LAST-READING-ABSTIME
                       MOVE AUDIT-TIMESTAMP
                         TO LAST-READING-TIMESTAMP
                       EXEC CICS REWRITE FILE('FEEDLAST')
                                        FROM(FEED-LAST-RECORD)
                                        LENGTH(LENGTH OF
                                               FEED-LAST-RECORD)
                                        RESP(LAST-RESP)
                                        END-EXEC
                   END-IF
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  Readings have arrived on a channel the watchdog declared
      *  silent.  The RESUME alert goes to CALR and ALERTLOG like
      *  any other but opens nothing on ALRTACT - the SILENT alert
      *  stays there until the duty operator acknowledges it.
      *  -----------------------------------------------------------
       WRITE-RESUMED-ALERT.
           MOVE AUDIT-TIMESTAMP TO ALERT-TIMESTAMP.
           MOVE CHANNELNAME TO ALERT-CHANNEL.
           MOVE 'RESUME' TO ALERT-TYPE.
           COMPUTE QUIET-MINUTES =
                   (AUDIT-ABSTIME - LAST-READING-ABSTIME) / 60000.
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
      *  Build and PUT the ERRORDATA container.
      *  ERRORCMD must already be set by the caller; ERRORSTRING is
      *  report can attribute each reading and reject to its
      *  sensor.
           MOVE SENSOR-ID TO AUDIT-SENSOR-ID.
           MOVE SENSOR-CALIB-FLAG TO AUDIT-CALIB-FLAG.
           MOVE INPUTDATA TO AUDIT-INPUT-VALUE.
           MOVE OUTPUTDATA TO AUDIT-OUTPUT-VALUE.
           MOVE RESPCODE TO AUDIT-RESPCODE.
           MOVE RESPCODE2 TO AUDIT-RESPCODE2.

      *  The reading as received and the offset applied to it (zero
      *  when no sensor calibration was applied, or when the reading
      *  was rejected before calibration), the conversion options in
      *  force and who sent the request.
           MOVE RAW-INPUTDATA TO AUDIT-RAW-VALUE.
           COMPUTE AUDIT-CALIB-OFFSET = INPUTDATA - RAW-INPUTDATA.
           MOVE CONVERT-MODE TO AUDIT-MODE.
           MOVE ROUND-MODE TO AUDIT-ROUND-MODE.
           MOVE REQUEST-ID TO AUDIT-REQUEST-ID.
           MOVE CALLER-USERID TO AUDIT-USERID.
           MOVE EIBTRNID TO AUDIT-TRANSID.

      *  A validation failure is not a container RESP error, but the
      *  audit trail still needs to show it as a reject so overnight
      *  reconciliation can count it.
                            RESP(AUDIT-RESP)
                            END-EXEC.

      *  A closed, disabled or full AUDITLOG must not cost the audit
      *  trail the record - it is kept on AUDHOLD for AUDDRAIN to
      *  replay once the file is back.
           IF AUDIT-RESP NOT = DFHRESP(NORMAL)
               PERFORM HOLD-AUDIT-RECORD
           END-IF.

      *  Fold the reading's outcome into the day's pending totals;
      *  the whole request is applied to the CONVSTAT file once, on
      *  the way out through END-PGM, so CONVINQ shows today's
      *  activity without a file update per reading.
           PERFORM ACCUMULATE-DAILY-STATS.

      *  -----------------------------------------------------------
      *  Keep the audit record just built on the AUDHOLD holding
      *  file, with the RESP the AUDITLOG write failed with.  Like
      *  the audit log itself this never fails the conversion; if
      *  the holding file cannot be written either, the loss is at
      *  least reported to CSMT rather than passing unnoticed.
      *  -----------------------------------------------------------
       HOLD-AUDIT-RECORD.
           ADD 1 TO HOLD-SEQUENCE.
           MOVE SPACES TO HOLD-RECORD.
           MOVE AUDIT-ABSTIME TO HOLD-KEY-ABSTIME.
           MOVE EIBTASKN TO HOLD-KEY-TASK.
           MOVE HOLD-SEQUENCE TO HOLD-KEY-SEQ.
           MOVE 'H' TO HOLD-STATUS.
           MOVE AUDIT-RESP TO HOLD-WRITE-RESP.
           MOVE AUDIT-RECORD TO HOLD-AUDIT-DATA.

           EXEC CICS WRITE FILE('AUDHOLD')
                            FROM(HOLD-RECORD)
                            LENGTH(LENGTH OF HOLD-RECORD)
                            RIDFLD(HOLD-KEY)
                            RESP(HOLD-RESP)
                            END-EXEC.

           IF HOLD-RESP NOT = DFHRESP(NORMAL)
               MOVE AUDIT-TIMESTAMP TO LOST-TIMESTAMP
               MOVE AUDIT-CHANNEL TO LOST-CHANNEL
               MOVE AUDIT-RESP TO LOST-AUDIT-RESP
               MOVE HOLD-RESP TO LOST-HOLD-RESP
               EXEC CICS WRITEQ TD QUEUE('CSMT')
                                FROM(LOST-AUDIT-MESSAGE)
                                LENGTH(LENGTH OF LOST-AUDIT-MESSAGE)
                                RESP(HOLD-RESP)
                                END-EXEC
           END-IF.

      *  -----------------------------------------------------------
      *  Accumulate the reading just audit-logged into the pending
      *  statistics: bump the deltas, classify the outcome the same
                   MOVE 0 TO STAT-RESP-ERRORS
                   MOVE 0 TO STAT-REJECT-COUNT
                   MOVE 1 TO STAT-NEXT-SLOT
                   MOVE 0 TO STAT-BULK-TOTAL
                   MOVE 0 TO STAT-BULK-REJECTS
                   MOVE 0 TO STAT-BULK-FEEDS
                   PERFORM APPLY-PENDING-STATS
                   EXEC CICS WRITE FILE('CONVSTAT')
                                    FROM(STAT-RECORD)

      *  -----------------------------------------------------------
      *  Finish.  Whatever path led here, any statistics the
      *  request accumulated are applied to CONVSTAT, and the
      *  channel's last-reading time to FEEDLAST, exactly once
      *  before control goes back to CICS.
      *  -----------------------------------------------------------
       END-PGM.
           PERFORM RECORD-FEED-ACTIVITY.
           PERFORM UPDATE-DAILY-STATS.
           EXEC CICS RETURN END-EXEC.
