      *                                                                *
      * Maintains the SENSMAST file that CONVERT reads when a caller   *
      * supplies a SENSORID container: one record per field sensor,    *
      * holding its calibration offset and plausible min/max range,    *
      * its lifecycle status, the channel it is assigned to and the    *
      * date its next calibration is due.  Operations can add sensors  *
      * and adjust calibration values through this transaction         *
      * without a code change.                                         *
      *                                                                *
      * This program expects to be invoked with the following          *
      * containers:                                                    *
      * ACTION       - 'A' request a new sensor, 'U' request a change  *
      *                to an existing one, 'D' request its deletion,   *
      *                'V' approve or 'R' reject a pending request,    *
      *                'I' inquire on a sensor, 'H' list the sensor's  *
      *                calibration change history                      *
      * SENSORID     - the eight-character sensor key (not used on V   *
      *                and R, which act on the sensor named in the     *
      *                pending request)                                *
      * CALOFFSET    - BIT, packed-decimal calibration offset added    *
      *                to each raw reading (required for A and U)      *
      * RANGEMIN     - BIT, packed-decimal low end of the sensor's     *
      *                plausible range (required for A and U)          *
      * RANGEMAX     - BIT, packed-decimal high end of the sensor's    *
      *                plausible range (required for A and U)          *
      * SENSORSTATUS - 'A' active, 'S' suspended (pulled from the      *
      *                field for repair) or 'R' retired.  CONVERT and  *
      *                CONVBULK reject readings from a suspended or    *
      *                retired sensor.  Optional: an add defaults to   *
      *                'A', an update keeps the current status         *
      * SENSORCHANNEL - the channel (feed) the sensor is assigned to;  *
      *                its readings arriving on any other channel are  *
      *                rejected.  Optional: spaces (the add default)   *
      *                leave the sensor unassigned and accepted on any *
      *                channel; an update keeps the current channel    *
      * CALDUEDATE   - YYYYMMDD date the sensor's next calibration is  *
      *                due.  Readings from an overdue sensor are still *
      *                converted, but are marked on the audit trail,   *
      *                and the weekly SENSCAL job lists sensors due or *
      *                overdue.  Optional: zeros (the add default)     *
      *                mean no date is set; an update keeps the        *
      *                current date                                    *
      * COLDCHAIN    - 'Y' when the sensor monitors cold-chain goods   *
      *                and its excursions go on the COLDRPT compliance *
      *                report whatever its channel, 'N' when not.      *
      *                Optional: an add defaults to 'N', an update     *
      *                keeps the current flag                          *
      * CHANGEID     - the 22-character key of a pending request, as   *
      *                returned when it was raised (required for V and *
      *                R)                                              *
      * REASON       - optional text, up to 40 characters, recorded    *
      *                with a rejection                                *
      *                                                                *
      * and returns the following containers:                          *
      * CICSRC       - the CICS RESP from the file operation, or -1    *
      * ERRORDATA    - populated on any failure, naming the failing    *
      *                command and the RESP/RESP2 (or the validation   *
      *                reason)                                         *
      * CHANGEID     - returned on A, U and D: the key of the pending  *
      *                request held on CHGPEND for a second userid to  *
      *                approve or reject                               *
      * CALOFFSET/RANGEMIN/RANGEMAX/SENSORSTATUS/SENSORCHANNEL/        *
      * CALDUEDATE/COLDCHAIN - returned on an inquire, holding the     *
      *                values now on the master record                 *
      * CALHIST      - returned on a history request: one 149-byte     *
      *                entry per recorded change, oldest first, with   *
      *                the effective timestamp, action, requesting     *
      *                userid and the old and new offset/range values, *
      *                followed by the old and new status, channel and *
      *                calibration-due date and the approving userid.  *
      *                At most 20 entries are returned; a sensor with  *
      *                a longer history gets its LATEST 20 changes     *
      * CALCOUNT     - BIT, the number of entries in CALHIST           *
      *                                                                *
      * Adds, updates and deletes do not change SENSMAST directly.     *
      * Each is held on the CHGPEND file as a pending request,         *
      * carrying the requesting userid and the sensor record as it     *
      * stands and as it would stand after the change.  A second,      *
      * different userid then approves the request (action V), which   *
      * applies it to SENSMAST, or rejects it (action R).  A request   *
      * whose sensor has changed since it was raised - another request *
      * approved in the meantime - no longer describes the record it   *
      * would replace and cannot be approved; it has to be rejected    *
      * and raised again.  The CHGINQ transaction lists the requests   *
      * still pending, and the nightly CHGRPT job reports those        *
      * decided and those left waiting.                                *
      *                                                                *
      * Every approved add, update and delete is also recorded on the  *
      * SENSHIST file, keyed by sensor and effective timestamp, with   *
      * the requesting and approving userids and the values before     *
      * and after the change - a suspension, retirement or channel     *
      * move included.  The cold-chain flag is not part of the         *
      * calibration history; its changes are traced through the        *
      * CHGPEND approval trail.                                        *
      * The master record CONVERT reads is therefore always the one    *
      * in effect at conversion time, and the history says what was    *
      * in effect when any earlier reading was converted - which is    *
      * entry silently would defeat it.                                *
      *                                                                *
      * The SENSOR-RECORD layout here must stay in step with the copy  *
      * of it in CONVERT.CBL.  The record was 40 bytes before it       *
      * carried the lifecycle fields; such a record reads as an        *
      * active, unassigned, non-cold-chain sensor with no              *
      * calibration-due date until it is next updated.                 *
      *                                                                *
      * The CHANGE-RECORD layout here must stay in step with the       *
      * copies of it in ALRTMNT.CBL, RATEMNT.CBL, CHGINQ.CBL and       *
      * CHGRPT.CBL.                                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 RESP-CONT          PIC X(16) VALUE 'CICSRC'.
       01 HIST-CONT          PIC X(16) VALUE 'CALHIST'.
       01 HISTCOUNT-CONT     PIC X(16) VALUE 'CALCOUNT'.
       01 STATUS-CONT        PIC X(16) VALUE 'SENSORSTATUS'.
       01 SCHANNEL-CONT      PIC X(16) VALUE 'SENSORCHANNEL'.
       01 CALDUE-CONT        PIC X(16) VALUE 'CALDUEDATE'.
       01 COLD-CONT          PIC X(16) VALUE 'COLDCHAIN'.
       01 CHANGEID-CONT      PIC X(16) VALUE 'CHANGEID'.
       01 REASON-CONT        PIC X(16) VALUE 'REASON'.

      *  Data fields used by the program
       01 ABENDCODE          PIC X(4) VALUE SPACES.
         88 ACTION-DELETE      VALUE 'D'.
         88 ACTION-INQUIRE     VALUE 'I'.
         88 ACTION-HISTORY     VALUE 'H'.
         88 ACTION-APPROVE     VALUE 'V'.
         88 ACTION-REJECT      VALUE 'R'.
         88 ACTION-IS-KNOWN    VALUES 'A' 'U' 'D' 'I' 'H' 'V' 'R'.

       01 SENSOR-ID          PIC X(08) VALUE SPACES.

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
         03 FILLER              PIC X(11) VALUE SPACES.

      *  Update must hold the incoming calibration values aside
      *  while the READ refreshes SENSOR-RECORD from the file
       01 HOLD-CALIB-OFFSET  PIC S9(7)V99 COMP-3 VALUE 0.
       01 HOLD-RANGE-MIN     PIC S9(7)V99 COMP-3 VALUE 0.
       01 HOLD-RANGE-MAX     PIC S9(7)V99 COMP-3 VALUE 0.

      *  The lifecycle values supplied on the request.  Each is
      *  optional, so each has its own switch saying whether the
      *  caller sent it; the add path defaults the ones not sent
      *  and the update path keeps the record's current values.
       01 NEW-STATUS         PIC X(01) VALUE SPACE.
         88 NEW-STATUS-IS-VALID VALUES 'A' 'S' 'R'.
       01 NEW-CHANNEL        PIC X(16) VALUE SPACES.
       01 NEW-CALIB-DUE      PIC X(08) VALUE SPACES.
       01 NEW-CALIB-DUE-N    REDEFINES NEW-CALIB-DUE
                             PIC 9(08).
       01 NEW-CALIB-DUE-R    REDEFINES NEW-CALIB-DUE.
         03 NEW-DUE-YEAR       PIC 9(04).
         03 NEW-DUE-MONTH      PIC 9(02).
         03 NEW-DUE-DAY        PIC 9(02).
       01 STATUS-SUPPLIED    PIC X(01) VALUE 'N'.
         88 STATUS-WAS-SUPPLIED  VALUE 'Y'.
       01 CHANNEL-SUPPLIED   PIC X(01) VALUE 'N'.
         88 CHANNEL-WAS-SUPPLIED VALUE 'Y'.
       01 CALDUE-SUPPLIED    PIC X(01) VALUE 'N'.
         88 CALDUE-WAS-SUPPLIED  VALUE 'Y'.
       01 NEW-COLD-CHAIN     PIC X(01) VALUE SPACE.
         88 NEW-COLD-IS-VALID   VALUES 'Y' 'N'.
       01 COLD-SUPPLIED      PIC X(01) VALUE 'N'.
         88 COLD-WAS-SUPPLIED    VALUE 'Y'.

      *  Calibration change history, one SENSHIST record per add,
      *  update or delete, keyed by sensor and effective timestamp.
      *  HIST-OLD-* hold the values the sensor had before the
      *  change (zeros on an add), HIST-NEW-* the values after it
      *  (zeros on a delete).  The lifecycle values follow the
      *  calibration values the same way; records written before
      *  the lifecycle fields existed are 72 bytes long and read
      *  with those fields blank.  HIST-USERID is the userid that
      *  requested the change and HIST-APPROVER the one that
      *  approved it; records from before changes needed approval
      *  carry spaces in HIST-APPROVER.
       01 HIST-ABSTIME       PIC S9(15) COMP VALUE 0.
       01 HIST-DATE          PIC 9(8) VALUE 0.
       01 HIST-TIME          PIC 9(6) VALUE 0.
         03 HIST-NEW-OFFSET   PIC S9(7)V99 COMP-3.
         03 HIST-NEW-RANGE-MIN PIC S9(7)V99 COMP-3.
         03 HIST-NEW-RANGE-MAX PIC S9(7)V99 COMP-3.
         03 HIST-APPROVER     PIC X(08).
         03 FILLER            PIC X(01).
         03 HIST-LIFECYCLE.
           05 HIST-OLD-STATUS   PIC X(01).
           05 HIST-NEW-STATUS   PIC X(01).
           05 HIST-OLD-CHANNEL  PIC X(16).
           05 HIST-NEW-CHANNEL  PIC X(16).
           05 HIST-OLD-CAL-DUE  PIC 9(08).
           05 HIST-NEW-CAL-DUE  PIC 9(08).

      *  The old values captured before the master is changed, and
      *  the delete path's copy of the record about to go
       01 PRIOR-CALIB-OFFSET PIC S9(7)V99 COMP-3 VALUE 0.
       01 PRIOR-RANGE-MIN    PIC S9(7)V99 COMP-3 VALUE 0.
       01 PRIOR-RANGE-MAX    PIC S9(7)V99 COMP-3 VALUE 0.
       01 PRIOR-STATUS       PIC X(01) VALUE SPACE.
       01 PRIOR-CHANNEL      PIC X(16) VALUE SPACES.
       01 PRIOR-CALIB-DUE    PIC 9(08) VALUE 0.

      *  The history timeline returned in CALHIST - one
      *  display-ready entry per SENSHIST record, oldest first.
           05 CH-NEW-RANGE-MIN  PIC -(7)9.99.
           05 CH-OLD-RANGE-MAX  PIC -(7)9.99.
           05 CH-NEW-RANGE-MAX  PIC -(7)9.99.
           05 CH-OLD-STATUS     PIC X(01).
           05 CH-NEW-STATUS     PIC X(01).
           05 CH-OLD-CHANNEL    PIC X(16).
           05 CH-NEW-CHANNEL    PIC X(16).
           05 CH-OLD-CAL-DUE    PIC X(08).
           05 CH-NEW-CAL-DUE    PIC X(08).
           05 CH-APPROVER       PIC X(08).

      *  Pending change requests, one CHGPEND record per add,
      *  update or delete raised, keyed by the time it was raised
      *  and the raising task.  The record stays on file once
      *  decided, as the trail of who approved or rejected what.
      *  CHG-BEFORE-IMAGE holds the master record as it stood when
      *  the request was raised (spaces on an add) and
      *  CHG-AFTER-IMAGE the record the request would write
      *  (spaces on a delete).  Layout shared with ALRTMNT.CBL,
      *  RATEMNT.CBL, CHGINQ.CBL and CHGRPT.CBL.
       01 CHANGE-ID          PIC X(22) VALUE SPACES.
       01 CHANGE-REASON      PIC X(40) VALUE SPACES.
       01 CHANGE-ABSTIME     PIC S9(15) COMP VALUE 0.
       01 CHANGE-DATE        PIC 9(8) VALUE 0.
       01 CHANGE-TIME        PIC 9(6) VALUE 0.
       01 CURRENT-USERID     PIC X(08) VALUE SPACES.
       01 CHANGE-RECORD.
         03 CHG-KEY.
           05 CHG-KEY-ABSTIME   PIC 9(15).
           05 CHG-KEY-TASK      PIC 9(07).
         03 CHG-TARGET        PIC X(01).
           88 CHG-FOR-SENSOR    VALUE 'S'.
           88 CHG-FOR-ALERT     VALUE 'A'.
           88 CHG-FOR-RATE      VALUE 'C'.
         03 CHG-ACTION        PIC X(01).
           88 CHG-IS-ADD        VALUE 'A'.
           88 CHG-IS-UPDATE     VALUE 'U'.
           88 CHG-IS-DELETE     VALUE 'D'.
         03 CHG-ENTITY-KEY    PIC X(16).
         03 CHG-STATUS        PIC X(01).
           88 CHG-PENDING       VALUE 'P'.
           88 CHG-APPROVED      VALUE 'A'.
           88 CHG-REJECTED      VALUE 'R'.
         03 CHG-REQ-USERID    PIC X(08).
         03 CHG-REQ-TIMESTAMP PIC X(16).
         03 CHG-DEC-USERID    PIC X(08).
         03 CHG-DEC-TIMESTAMP PIC X(16).
         03 CHG-DEC-REASON    PIC X(40).
         03 CHG-BEFORE-IMAGE  PIC X(60).
         03 CHG-AFTER-IMAGE   PIC X(60).
         03 FILLER            PIC X(21).


       PROCEDURE DIVISION.
           IF OPT-RESPCODE NOT = DFHRESP(NORMAL)
            OR NOT ACTION-IS-KNOWN
               MOVE 'GET ACTION' TO ERRORCMD
               MOVE 'ACTION MISSING OR NOT A/U/D/V/R/I/H'
                 TO ERRORSTRING
               PERFORM VALIDATION-ERROR
           END-IF.

      *  Approve and reject name the pending request instead; the
      *  sensor is the one the request was raised against.
           IF ACTION-APPROVE OR ACTION-REJECT
               PERFORM GET-CHANGE-ID
           ELSE
               EXEC CICS GET CONTAINER(SENSOR-CONT)
                                CHANNEL(CHANNELNAME)
                                INTO(SENSOR-ID)
                                RESP(OPT-RESPCODE)
                                END-EXEC
               IF OPT-RESPCODE NOT = DFHRESP(NORMAL)
                OR SENSOR-ID = SPACES
                   MOVE 'GET SENSORID' TO ERRORCMD
                   MOVE 'SENSORID MISSING OR BLANK' TO ERRORSTRING
                   PERFORM VALIDATION-ERROR
               END-IF
           END-IF.

           IF ACTION-ADD OR ACTION-UPDATE
               PERFORM GET-CALIBRATION-VALUES
               PERFORM GET-LIFECYCLE-VALUES
           END-IF.

      *  Add, update and delete only raise a pending request;
      *  SENSMAST changes when a second userid approves it.
           IF ACTION-ADD
               PERFORM REQUEST-ADD-SENSOR
           END-IF.
           IF ACTION-UPDATE
               PERFORM REQUEST-UPDATE-SENSOR
           END-IF.
           IF ACTION-DELETE
               PERFORM REQUEST-DELETE-SENSOR
           END-IF.
           IF ACTION-APPROVE
               PERFORM APPROVE-SENSOR-CHANGE
           END-IF.
           IF ACTION-REJECT
               PERFORM REJECT-SENSOR-CHANGE
           END-IF.
           IF ACTION-INQUIRE
               PERFORM INQUIRE-SENSOR
           END-IF.

      *  -----------------------------------------------------------
      *  Read the four optional lifecycle containers taken by add
      *  and update, noting which were supplied, and check the
      *  values that were.  A channel sent as spaces is a request
      *  to unassign the sensor, not an omission.
      *  -----------------------------------------------------------
       GET-LIFECYCLE-VALUES.
           EXEC CICS GET CONTAINER(STATUS-CONT)
                            CHANNEL(CHANNELNAME)
                            INTO(NEW-STATUS)
                            RESP(OPT-RESPCODE)
                            END-EXEC.
           IF OPT-RESPCODE = DFHRESP(NORMAL)
               MOVE 'Y' TO STATUS-SUPPLIED
               IF NOT NEW-STATUS-IS-VALID
                   MOVE 'GET SENSORSTATUS' TO ERRORCMD
                   MOVE 'SENSORSTATUS NOT A/S/R' TO ERRORSTRING
                   PERFORM VALIDATION-ERROR
               END-IF
           END-IF.

           EXEC CICS GET CONTAINER(SCHANNEL-CONT)
                            CHANNEL(CHANNELNAME)
                            INTO(NEW-CHANNEL)
                            RESP(OPT-RESPCODE)
                            END-EXEC.
           IF OPT-RESPCODE = DFHRESP(NORMAL)
               MOVE 'Y' TO CHANNEL-SUPPLIED
           END-IF.

           EXEC CICS GET CONTAINER(CALDUE-CONT)
                            CHANNEL(CHANNELNAME)
                            INTO(NEW-CALIB-DUE)
                            RESP(OPT-RESPCODE)
                            END-EXEC.
           IF OPT-RESPCODE = DFHRESP(NORMAL)
               MOVE 'Y' TO CALDUE-SUPPLIED
               IF NEW-CALIB-DUE-N NOT NUMERIC
                   MOVE 'GET CALDUEDATE' TO ERRORCMD
                   MOVE 'CALDUEDATE NOT YYYYMMDD' TO ERRORSTRING
                   PERFORM VALIDATION-ERROR
               END-IF
               IF NEW-CALIB-DUE-N NOT = 0
                AND (NEW-DUE-MONTH < 1 OR NEW-DUE-MONTH > 12
                  OR NEW-DUE-DAY < 1 OR NEW-DUE-DAY > 31)
                   MOVE 'GET CALDUEDATE' TO ERRORCMD
                   MOVE 'CALDUEDATE NOT A VALID DATE' TO ERRORSTRING
                   PERFORM VALIDATION-ERROR
               END-IF
           END-IF.

           EXEC CICS GET CONTAINER(COLD-CONT)
                            CHANNEL(CHANNELNAME)
                            INTO(NEW-COLD-CHAIN)
                            RESP(OPT-RESPCODE)
                            END-EXEC.
           IF OPT-RESPCODE = DFHRESP(NORMAL)
               MOVE 'Y' TO COLD-SUPPLIED
               IF NOT NEW-COLD-IS-VALID
                   MOVE 'GET COLDCHAIN' TO ERRORCMD
                   MOVE 'COLDCHAIN NOT Y OR N' TO ERRORSTRING
                   PERFORM VALIDATION-ERROR
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  Overlay the lifecycle values the caller supplied onto
      *  SENSOR-RECORD; the ones not supplied keep what the record
      *  already holds (the add path's defaults, or the values just
      *  read on an update).
      *  -----------------------------------------------------------
       APPLY-LIFECYCLE-VALUES.
           IF STATUS-WAS-SUPPLIED
               MOVE NEW-STATUS TO SENSOR-STATUS
           END-IF.
           IF CHANNEL-WAS-SUPPLIED
               MOVE NEW-CHANNEL TO SENSOR-CHANNEL
           END-IF.
           IF CALDUE-WAS-SUPPLIED
               MOVE NEW-CALIB-DUE-N TO SENSOR-CALIB-DUE
           END-IF.
           IF COLD-WAS-SUPPLIED
               MOVE NEW-COLD-CHAIN TO SENSOR-COLD-CHAIN
           END-IF.

      *  -----------------------------------------------------------
      *  A record written before the lifecycle fields existed is
      *  short, and reads with them blank: an active, unassigned,
      *  non-cold-chain sensor with no calibration-due date.  The
      *  cold-chain flag came later still, and a record written
      *  before it reads with it blank too.  Make that explicit
      *  so the record (and its history) carry real values from
      *  its next update on.
      *  -----------------------------------------------------------
       NORMALIZE-LIFECYCLE-VALUES.
           IF SENSOR-STATUS = SPACE
               MOVE 'A' TO SENSOR-STATUS
           END-IF.
           IF SENSOR-CALIB-DUE NOT NUMERIC
               MOVE 0 TO SENSOR-CALIB-DUE
           END-IF.
           IF SENSOR-COLD-CHAIN NOT = 'Y'
               MOVE 'N' TO SENSOR-COLD-CHAIN
           END-IF.

      *  -----------------------------------------------------------
      *  CHANGEID names the pending request an approve or reject
      *  acts on.
      *  -----------------------------------------------------------
       GET-CHANGE-ID.
           EXEC CICS GET CONTAINER(CHANGEID-CONT)
                            CHANNEL(CHANNELNAME)
                            INTO(CHANGE-ID)
                            RESP(OPT-RESPCODE)
                            END-EXEC.
           IF OPT-RESPCODE NOT = DFHRESP(NORMAL)
            OR CHANGE-ID = SPACES
               MOVE 'GET CHANGEID' TO ERRORCMD
               MOVE 'CHANGEID MISSING OR BLANK' TO ERRORSTRING
               PERFORM VALIDATION-ERROR
           END-IF.

      *  -----------------------------------------------------------
      *  Start a new pending request for SENSOR-ID: keyed by the
      *  time it is raised and this task, stamped with the
      *  requesting userid.  The caller fills in the images.
      *  -----------------------------------------------------------
       START-CHANGE-REQUEST.
           EXEC CICS ASKTIME ABSTIME(CHANGE-ABSTIME)
                            END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(CHANGE-ABSTIME)
                            YYYYMMDD(CHANGE-DATE)
                            TIME(CHANGE-TIME)
                            END-EXEC.
           EXEC CICS ASSIGN USERID(CURRENT-USERID)
                            END-EXEC.

           MOVE SPACES TO CHANGE-RECORD.
           MOVE CHANGE-ABSTIME TO CHG-KEY-ABSTIME.
           MOVE EIBTASKN TO CHG-KEY-TASK.
           MOVE 'S' TO CHG-TARGET.
           MOVE MAINT-ACTION TO CHG-ACTION.
           MOVE SENSOR-ID TO CHG-ENTITY-KEY.
           MOVE 'P' TO CHG-STATUS.
           MOVE CURRENT-USERID TO CHG-REQ-USERID.
           STRING CHANGE-DATE CHANGE-TIME
                   DELIMITED BY SIZE INTO CHG-REQ-TIMESTAMP.

      *  -----------------------------------------------------------
      *  An add is refused up front if the sensor is already on
      *  file, rather than left to fail when it is approved.
      *  -----------------------------------------------------------
       REQUEST-ADD-SENSOR.
           PERFORM START-CHANGE-REQUEST.
           MOVE SENSOR-ID TO SENSOR-KEY.
      *  A new sensor is active, unassigned, not cold-chain and has
      *  no calibration due unless the request says otherwise.
           MOVE 'A' TO SENSOR-STATUS.
           MOVE SPACES TO SENSOR-CHANNEL.
           MOVE 0 TO SENSOR-CALIB-DUE.
           MOVE 'N' TO SENSOR-COLD-CHAIN.
           PERFORM APPLY-LIFECYCLE-VALUES.
           MOVE SENSOR-RECORD TO CHG-AFTER-IMAGE.

           EXEC CICS READ FILE('SENSMAST')
                            INTO(SENSOR-RECORD)
                            RIDFLD(SENSOR-ID)
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
           IF RESPCODE = DFHRESP(NORMAL)
               MOVE 'VALIDATE' TO ERRORCMD
               MOVE 'SENSOR ALREADY ON FILE' TO ERRORSTRING
               PERFORM VALIDATION-ERROR
           END-IF.
           IF RESPCODE NOT = DFHRESP(NOTFND)
               MOVE 'READ SENSMAST' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.

           PERFORM WRITE-CHANGE-REQUEST.

      *  -----------------------------------------------------------
      *  An update reads the sensor as it stands, so a request
      *  for a sensor that was never added fails with NOTFND, and
      *  the request carries the record before and after.
      *  -----------------------------------------------------------
       REQUEST-UPDATE-SENSOR.
           PERFORM START-CHANGE-REQUEST.
      *  The three new calibration values are already in
      *  SENSOR-RECORD; hold them aside over the READ, which
      *  refreshes SENSOR-RECORD from the file.
           MOVE SENSOR-CALIB-OFFSET TO HOLD-CALIB-OFFSET.
           MOVE SENSOR-RANGE-MIN    TO HOLD-RANGE-MIN.
           MOVE SENSOR-RANGE-MAX    TO HOLD-RANGE-MAX.

           PERFORM READ-CURRENT-SENSOR.
           MOVE SENSOR-RECORD TO CHG-BEFORE-IMAGE.

           MOVE HOLD-CALIB-OFFSET TO SENSOR-CALIB-OFFSET.
           MOVE HOLD-RANGE-MIN    TO SENSOR-RANGE-MIN.
           MOVE HOLD-RANGE-MAX    TO SENSOR-RANGE-MAX.
           PERFORM APPLY-LIFECYCLE-VALUES.
           MOVE SENSOR-RECORD TO CHG-AFTER-IMAGE.

           IF CHG-AFTER-IMAGE = CHG-BEFORE-IMAGE
               MOVE 'VALIDATE' TO ERRORCMD
               MOVE 'UPDATE CHANGES NOTHING' TO ERRORSTRING
               PERFORM VALIDATION-ERROR
           END-IF.

           PERFORM WRITE-CHANGE-REQUEST.

      *  -----------------------------------------------------------
       REQUEST-DELETE-SENSOR.
           PERFORM START-CHANGE-REQUEST.
           PERFORM READ-CURRENT-SENSOR.
           MOVE SENSOR-RECORD TO CHG-BEFORE-IMAGE.
           PERFORM WRITE-CHANGE-REQUEST.

      *  -----------------------------------------------------------
      *  Read SENSOR-ID as it now stands on the master.  The whole
      *  record is cleared first, so a record written before the
      *  lifecycle fields existed reads (and is normalized) the
      *  same way every time - the request's before image and the
      *  approval's re-read must compare equal when nothing has
      *  changed in between.
      *  -----------------------------------------------------------
       READ-CURRENT-SENSOR.
           MOVE SPACES TO SENSOR-RECORD.
           EXEC CICS READ FILE('SENSMAST')
                            INTO(SENSOR-RECORD)
                            RIDFLD(SENSOR-ID)
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
               MOVE 'READ SENSMAST' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.
           PERFORM NORMALIZE-LIFECYCLE-VALUES.

      *  -----------------------------------------------------------
      *  Hold the request on CHGPEND and hand its key back to the
      *  caller - the key the approver quotes.
      *  -----------------------------------------------------------
       WRITE-CHANGE-REQUEST.
           EXEC CICS WRITE FILE('CHGPEND')
                            FROM(CHANGE-RECORD)
                            LENGTH(LENGTH OF CHANGE-RECORD)
                            RIDFLD(CHG-KEY)
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'WRITE CHGPEND' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.

           EXEC CICS PUT CONTAINER(CHANGEID-CONT)
                            CHANNEL(CHANNELNAME)
                            FROM(CHG-KEY)
                            FLENGTH(LENGTH OF CHG-KEY)
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'PUT CHANGEID' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.

      *  -----------------------------------------------------------
      *  Read the pending request named by CHANGEID for update and
      *  check it may be decided here: it is a sensor request, it
      *  is still pending, and the userid deciding it is not the
      *  one that raised it.
      *  -----------------------------------------------------------
       READ-CHANGE-FOR-DECISION.
           EXEC CICS READ FILE('CHGPEND')
                            INTO(CHANGE-RECORD)
                            RIDFLD(CHANGE-ID)
                            UPDATE
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
           IF RESPCODE = DFHRESP(NOTFND)
               MOVE 'READ CHGPEND' TO ERRORCMD
               MOVE 'CHANGEID NOT ON FILE' TO ERRORSTRING
               PERFORM VALIDATION-ERROR
           END-IF.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'READ CHGPEND' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.

           IF NOT CHG-FOR-SENSOR
               MOVE 'VALIDATE' TO ERRORCMD
               MOVE 'CHANGEID IS NOT A SENSOR REQUEST' TO ERRORSTRING
               PERFORM VALIDATION-ERROR
           END-IF.
           IF NOT CHG-PENDING
               MOVE 'VALIDATE' TO ERRORCMD
               MOVE 'REQUEST ALREADY DECIDED' TO ERRORSTRING
               PERFORM VALIDATION-ERROR
           END-IF.

           EXEC CICS ASSIGN USERID(CURRENT-USERID)
                            END-EXEC.
           IF CURRENT-USERID = CHG-REQ-USERID
               MOVE 'VALIDATE' TO ERRORCMD
               MOVE 'REQUESTER CANNOT DECIDE OWN REQUEST'
                 TO ERRORSTRING
               PERFORM VALIDATION-ERROR
           END-IF.

           MOVE CHG-ENTITY-KEY TO SENSOR-ID.

      *  -----------------------------------------------------------
      *  Approve applies the request to SENSMAST.  An update or
      *  delete re-reads the sensor for update and insists it is
      *  still exactly the record the request was raised against;
      *  otherwise the approver would be signing off values the
      *  requester never saw.  The request is marked approved
      *  before the history is written, so a history failure
      *  (reported, as ever) cannot leave an applied change
      *  looking pending.
      *  -----------------------------------------------------------
       APPROVE-SENSOR-CHANGE.
           PERFORM READ-CHANGE-FOR-DECISION.

           IF CHG-IS-ADD
               PERFORM APPLY-APPROVED-ADD
           END-IF.
           IF CHG-IS-UPDATE
               PERFORM APPLY-APPROVED-UPDATE
           END-IF.
           IF CHG-IS-DELETE
               PERFORM APPLY-APPROVED-DELETE
           END-IF.

           MOVE 'A' TO CHG-STATUS.
           PERFORM RECORD-CHANGE-DECISION.
           PERFORM WRITE-CALIBRATION-HISTORY.

      *  -----------------------------------------------------------
       APPLY-APPROVED-ADD.
           MOVE CHG-AFTER-IMAGE TO SENSOR-RECORD.
           EXEC CICS WRITE FILE('SENSMAST')
                            FROM(SENSOR-RECORD)
                            LENGTH(LENGTH OF SENSOR-RECORD)
                            RIDFLD(SENSOR-ID)
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
           IF RESPCODE = DFHRESP(DUPREC)
               MOVE 'WRITE SENSMAST' TO ERRORCMD
               MOVE 'SENSOR ADDED SINCE REQUEST' TO ERRORSTRING
               PERFORM VALIDATION-ERROR
           END-IF.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'WRITE SENSMAST' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.

      *  A sensor being added had no values in effect before.
           MOVE 0 TO PRIOR-CALIB-OFFSET.
           MOVE 0 TO PRIOR-RANGE-MIN.
           MOVE 0 TO PRIOR-RANGE-MAX.
           MOVE SPACE TO PRIOR-STATUS.
           MOVE SPACES TO PRIOR-CHANNEL.
           MOVE 0 TO PRIOR-CALIB-DUE.
           MOVE 'A' TO HIST-ACTION-CODE.

      *  -----------------------------------------------------------
       APPLY-APPROVED-UPDATE.
           PERFORM READ-SENSOR-FOR-APPROVAL.
           MOVE CHG-AFTER-IMAGE TO SENSOR-RECORD.

           EXEC CICS REWRITE FILE('SENSMAST')
                            FROM(SENSOR-RECORD)
           END-IF.

           MOVE 'U' TO HIST-ACTION-CODE.

      *  -----------------------------------------------------------
       APPLY-APPROVED-DELETE.
           PERFORM READ-SENSOR-FOR-APPROVAL.

           EXEC CICS DELETE FILE('SENSMAST')
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'DELETE SENSMAST' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.

      *  A deleted sensor has no values in effect afterwards.
           MOVE 0 TO SENSOR-CALIB-OFFSET.
           MOVE 0 TO SENSOR-RANGE-MIN.
           MOVE 0 TO SENSOR-RANGE-MAX.
           MOVE SPACE TO SENSOR-STATUS.
           MOVE SPACES TO SENSOR-CHANNEL.
           MOVE 0 TO SENSOR-CALIB-DUE.
           MOVE SPACE TO SENSOR-COLD-CHAIN.
           MOVE 'D' TO HIST-ACTION-CODE.

      *  -----------------------------------------------------------
      *  Read the sensor for update, check it still matches the
      *  request's before image, and capture the values this
      *  change supersedes for the history record.  A sensor
      *  deleted since the request was raised fails with NOTFND.
      *  -----------------------------------------------------------
       READ-SENSOR-FOR-APPROVAL.
           MOVE SPACES TO SENSOR-RECORD.
           EXEC CICS READ FILE('SENSMAST')
                            INTO(SENSOR-RECORD)
                            RIDFLD(SENSOR-ID)
                            UPDATE
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
               MOVE 'READ SENSMAST' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.
           PERFORM NORMALIZE-LIFECYCLE-VALUES.

           IF SENSOR-RECORD NOT = CHG-BEFORE-IMAGE
               MOVE 'VALIDATE' TO ERRORCMD
               MOVE 'SENSOR CHANGED SINCE REQUEST' TO ERRORSTRING
               PERFORM VALIDATION-ERROR
           END-IF.

           MOVE SENSOR-CALIB-OFFSET TO PRIOR-CALIB-OFFSET.
           MOVE SENSOR-RANGE-MIN    TO PRIOR-RANGE-MIN.
           MOVE SENSOR-RANGE-MAX    TO PRIOR-RANGE-MAX.
           MOVE SENSOR-STATUS       TO PRIOR-STATUS.
           MOVE SENSOR-CHANNEL      TO PRIOR-CHANNEL.
           MOVE SENSOR-CALIB-DUE    TO PRIOR-CALIB-DUE.

      *  -----------------------------------------------------------
      *  Reject leaves SENSMAST alone and closes the request, with
      *  the reason if one was given.
      *  -----------------------------------------------------------
       REJECT-SENSOR-CHANGE.
           PERFORM READ-CHANGE-FOR-DECISION.

           EXEC CICS GET CONTAINER(REASON-CONT)
                            CHANNEL(CHANNELNAME)
                            INTO(CHANGE-REASON)
                            RESP(OPT-RESPCODE)
                            END-EXEC.
           IF OPT-RESPCODE = DFHRESP(NORMAL)
               MOVE CHANGE-REASON TO CHG-DEC-REASON
           END-IF.

           MOVE 'R' TO CHG-STATUS.
           PERFORM RECORD-CHANGE-DECISION.

      *  -----------------------------------------------------------
      *  Stamp the request held for update with the deciding
      *  userid and time (CHG-STATUS already set) and rewrite it.
      *  -----------------------------------------------------------
       RECORD-CHANGE-DECISION.
           EXEC CICS ASKTIME ABSTIME(CHANGE-ABSTIME)
                            END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(CHANGE-ABSTIME)
                            YYYYMMDD(CHANGE-DATE)
                            TIME(CHANGE-TIME)
                            END-EXEC.
           MOVE CURRENT-USERID TO CHG-DEC-USERID.
           MOVE SPACES TO CHG-DEC-TIMESTAMP.
           STRING CHANGE-DATE CHANGE-TIME
                   DELIMITED BY SIZE INTO CHG-DEC-TIMESTAMP.

           EXEC CICS REWRITE FILE('CHGPEND')
                            FROM(CHANGE-RECORD)
                            LENGTH(LENGTH OF CHANGE-RECORD)
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'REWRITE CHGPEND' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.

      *  -----------------------------------------------------------
      *  Inquire returns the record's values in the same containers
      *  add and update take them in, so a maintenance client can
      *  display-then-change without a second protocol.
      *  -----------------------------------------------------------
       INQUIRE-SENSOR.
           MOVE SPACES TO SENSOR-LIFECYCLE.
           EXEC CICS READ FILE('SENSMAST')
                            INTO(SENSOR-RECORD)
                            RIDFLD(SENSOR-ID)
               MOVE 'READ SENSMAST' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.
           PERFORM NORMALIZE-LIFECYCLE-VALUES.

           EXEC CICS PUT CONTAINER(OFFSET-CONT)
                            CHANNEL(CHANNELNAME)
               PERFORM RESP-ERROR
           END-IF.

           EXEC CICS PUT CONTAINER(STATUS-CONT)
                            CHANNEL(CHANNELNAME)
                            FROM(SENSOR-STATUS)
                            FLENGTH(LENGTH OF SENSOR-STATUS)
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'PUT SENSORSTATUS' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.

           EXEC CICS PUT CONTAINER(SCHANNEL-CONT)
                            CHANNEL(CHANNELNAME)
                            FROM(SENSOR-CHANNEL)
                            FLENGTH(LENGTH OF SENSOR-CHANNEL)
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'PUT SENSORCHANNEL' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.

           EXEC CICS PUT CONTAINER(CALDUE-CONT)
                            CHANNEL(CHANNELNAME)
                            FROM(SENSOR-CALIB-DUE)
                            FLENGTH(LENGTH OF SENSOR-CALIB-DUE)
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'PUT CALDUEDATE' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.

           EXEC CICS PUT CONTAINER(COLD-CONT)
                            CHANNEL(CHANNELNAME)
                            FROM(SENSOR-COLD-CHAIN)
                            FLENGTH(LENGTH OF SENSOR-COLD-CHAIN)
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'PUT COLDCHAIN' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.

      *  -----------------------------------------------------------
      *  Record one calibration change on the SENSHIST file: the
      *  sensor, when the change took effect, who requested and
      *  who approved it, and the values before and after.
      *  HIST-ACTION-CODE, the PRIOR-* fields and the approved
      *  CHANGE-RECORD must already be set; SENSOR-RECORD holds
      *  the values now in effect (zeros after a delete).
      *  -----------------------------------------------------------
       WRITE-CALIBRATION-HISTORY.
           STRING HIST-DATE HIST-TIME
                   DELIMITED BY SIZE INTO HIST-EFF-TIMESTAMP.
           MOVE HIST-ACTION-CODE TO HIST-ACTION.
           MOVE CHG-REQ-USERID TO HIST-USERID.
           MOVE CURRENT-USERID TO HIST-APPROVER.
           MOVE PRIOR-CALIB-OFFSET  TO HIST-OLD-OFFSET.
           MOVE PRIOR-RANGE-MIN     TO HIST-OLD-RANGE-MIN.
           MOVE PRIOR-RANGE-MAX     TO HIST-OLD-RANGE-MAX.
           MOVE SENSOR-CALIB-OFFSET TO HIST-NEW-OFFSET.
           MOVE SENSOR-RANGE-MIN    TO HIST-NEW-RANGE-MIN.
           MOVE SENSOR-RANGE-MAX    TO HIST-NEW-RANGE-MAX.
           MOVE PRIOR-STATUS        TO HIST-OLD-STATUS.
           MOVE SENSOR-STATUS       TO HIST-NEW-STATUS.
           MOVE PRIOR-CHANNEL       TO HIST-OLD-CHANNEL.
           MOVE SENSOR-CHANNEL      TO HIST-NEW-CHANNEL.
           MOVE PRIOR-CALIB-DUE     TO HIST-OLD-CAL-DUE.
           MOVE SENSOR-CALIB-DUE    TO HIST-NEW-CAL-DUE.

           EXEC CICS WRITE FILE('SENSHIST')
                            FROM(HISTORY-RECORD)
      *  -----------------------------------------------------------
      *  One browsed SENSHIST record.  The browse runs GTEQ from
      *  the sensor's low key, so the first record for the next
      *  sensor marks the end of this sensor's timeline.  Only the
      *  lifecycle fields are cleared before the read - a short
      *  record written before they existed must not inherit the
      *  previous record's values, and the key is the browse
      *  position.
      *  -----------------------------------------------------------
       READ-NEXT-HISTORY.
           MOVE SPACES TO HIST-LIFECYCLE.
           EXEC CICS READNEXT FILE('SENSHIST')
                            INTO(HISTORY-RECORD)
                            RIDFLD(HIST-RECORD-KEY)
             TO CH-OLD-RANGE-MAX(HIST-LIST-COUNT).
           MOVE HIST-NEW-RANGE-MAX
             TO CH-NEW-RANGE-MAX(HIST-LIST-COUNT).
           MOVE HIST-OLD-STATUS TO CH-OLD-STATUS(HIST-LIST-COUNT).
           MOVE HIST-NEW-STATUS TO CH-NEW-STATUS(HIST-LIST-COUNT).
           MOVE HIST-OLD-CHANNEL
             TO CH-OLD-CHANNEL(HIST-LIST-COUNT).
           MOVE HIST-NEW-CHANNEL
             TO CH-NEW-CHANNEL(HIST-LIST-COUNT).
           MOVE HIST-OLD-CAL-DUE
             TO CH-OLD-CAL-DUE(HIST-LIST-COUNT).
           MOVE HIST-NEW-CAL-DUE
             TO CH-NEW-CAL-DUE(HIST-LIST-COUNT).
           MOVE HIST-APPROVER TO CH-APPROVER(HIST-LIST-COUNT).

      *  -----------------------------------------------------------
      *  The table is full: drop the oldest entry by moving every
