      *                                                                *
      * This program expects to be invoked with the following          *
      * containers:                                                    *
      * ACTION       - 'A' request thresholds for a new feed, 'U'      *
      *                request a change to an existing record, 'D'     *
      *                request its deletion, 'V' approve or 'R' reject *
      *                a pending request, 'I' inquire                  *
      * FEEDID       - the sixteen-character channel name key (not     *
      *                used on V and R, which act on the feed named in *
      *                the pending request)                            *
      * FREEZELIM    - BIT, packed-decimal Celsius freeze limit        *
      *                (required for A and U)                          *
      * HEATLIM      - BIT, packed-decimal Celsius high-heat limit     *
      *                on A and U - an omitted container keeps zero    *
      *                on add and the value already on the record on   *
      *                update)                                         *
      * SILENTMINS   - the interval in minutes the feed is expected to *
      *                report within, four digits, '0000' when the     *
      *                feed is not watched for silence (optional on A  *
      *                and U, defaulting the same way as SUPPRESS)     *
      * COLDCHAIN    - 'Y' when the feed carries cold-chain goods and  *
      *                its excursions go on the COLDRPT compliance     *
      *                report, 'N' when not (optional on A and U,      *
      *                defaulting to 'N' on add and the value already  *
      *                on the record on update)                        *
      * TOLERATEMINS - the longest excursion beyond the freeze or      *
      *                heat limit the feed's customer tolerates, in    *
      *                minutes, three digits; COLDRPT classes a longer *
      *                one as a breach (optional on A and U,           *
      *                defaulting the same way as SUPPRESS)            *
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
      * FREEZELIM/HEATLIM/FREEZEFLAG/HEATFLAG/SUPPRESS/SILENTMINS/     *
      * COLDCHAIN/TOLERATEMINS - returned on an inquire, holding the   *
      *                values now on the record                        *
      *                                                                *
      * The record is validated before the file is touched: both       *
      * flags must be 'Y' or 'N', and the freeze limit must be below   *
      * the heat limit, so a feed can never be left with its freeze    *
      * limit above its heat limit.                                    *
      *                                                                *
      * Adds, updates and deletes do not change ALRTCFG directly.      *
      * Each is held on the CHGPEND file as a pending request,         *
      * carrying the requesting userid and the threshold record as it  *
      * stands and as it would stand after the change.  A second,      *
      * different userid then approves the request (action V), which   *
      * applies it to ALRTCFG, or rejects it (action R).  A request    *
      * whose record has changed since it was raised - another         *
      * request approved in the meantime - no longer describes the     *
      * record it would replace and cannot be approved; it has to be   *
      * rejected and raised again.  The CHGINQ transaction lists the   *
      * requests still pending, and the nightly CHGRPT job reports     *
      * those decided and those left waiting.                          *
      *                                                                *
      * The ALERT-CONFIG-RECORD layout here must stay in step with     *
      * the copies of it in CONVERT.CBL, CONVBULK.CBL, COLDRPT.CBL and *
      * FEEDWTCH.CBL and the image views of it in CHGINQ.CBL and       *
      * CHGRPT.CBL, and the CHANGE-RECORD layout with the copies in    *
      * SENSMNT.CBL, RATEMNT.CBL, CHGINQ.CBL and CHGRPT.CBL.           *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 FRZFLAG-CONT       PIC X(16) VALUE 'FREEZEFLAG'.
       01 HEATFLAG-CONT      PIC X(16) VALUE 'HEATFLAG'.
       01 SUPPRESS-CONT      PIC X(16) VALUE 'SUPPRESS'.
       01 SILENT-CONT        PIC X(16) VALUE 'SILENTMINS'.
       01 COLD-CONT          PIC X(16) VALUE 'COLDCHAIN'.
       01 TOLERATE-CONT      PIC X(16) VALUE 'TOLERATEMINS'.
       01 ERROR-CONT         PIC X(16) VALUE 'ERRORDATA'.
       01 RESP-CONT          PIC X(16) VALUE 'CICSRC'.
       01 CHANGEID-CONT      PIC X(16) VALUE 'CHANGEID'.
       01 REASON-CONT        PIC X(16) VALUE 'REASON'.

      *  Data fields used by the program
       01 ABENDCODE          PIC X(4) VALUE SPACES.
         88 ACTION-UPDATE      VALUE 'U'.
         88 ACTION-DELETE      VALUE 'D'.
         88 ACTION-INQUIRE     VALUE 'I'.
         88 ACTION-APPROVE     VALUE 'V'.
         88 ACTION-REJECT      VALUE 'R'.
         88 ACTION-IS-KNOWN    VALUES 'A' 'U' 'D' 'I' 'V' 'R'.

       01 FEED-ID            PIC X(16) VALUE SPACES.

      *  Alert threshold record - layout shared with CONVERT.CBL,
      *  CONVBULK.CBL, COLDRPT.CBL and FEEDWTCH.CBL, and viewed as a
      *  change image by CHGINQ.CBL and CHGRPT.CBL.
      *  The filler needs an initial value: the add path writes
      *  ALERT-CONFIG-RECORD as built in place (GET-THRESHOLD-VALUES
      *  has already loaded the threshold fields, so no blanket
         03 ALERT-FREEZE-FLAG   PIC X(01).
         03 ALERT-HEAT-FLAG     PIC X(01).
         03 ALERT-SUPPRESS-MINS PIC 9(04) VALUE 0.
         03 ALERT-SILENT-MINS   PIC 9(04) VALUE 0.
         03 ALERT-COLD-CHAIN    PIC X(01) VALUE 'N'.
         03 ALERT-TOLERATE-MINS PIC 9(03) VALUE 0.

      *  Update must hold the incoming threshold values aside while
      *  the READ refreshes ALERT-CONFIG-RECORD from the file
       01 HOLD-FREEZE-LIMIT  PIC S9(7)V99 COMP-3 VALUE 0.
       01 HOLD-HEAT-LIMIT    PIC S9(7)V99 COMP-3 VALUE 0.
       01 HOLD-FREEZE-FLAG   PIC X(01) VALUE SPACE.
       01 HOLD-SUPPRESS-MINS PIC 9(04) VALUE 0.
       01 SUPPRESS-SUPPLIED  PIC X(01) VALUE 'N'.
         88 SUPPRESS-WAS-SUPPLIED VALUE 'Y'.
       01 HOLD-SILENT-MINS   PIC 9(04) VALUE 0.
       01 SILENT-SUPPLIED    PIC X(01) VALUE 'N'.
         88 SILENT-WAS-SUPPLIED VALUE 'Y'.
       01 HOLD-COLD-CHAIN    PIC X(01) VALUE 'N'.
       01 COLD-SUPPLIED      PIC X(01) VALUE 'N'.
         88 COLD-WAS-SUPPLIED   VALUE 'Y'.
       01 HOLD-TOLERATE-MINS PIC 9(03) VALUE 0.
       01 TOLERATE-SUPPLIED  PIC X(01) VALUE 'N'.
         88 TOLERATE-WAS-SUPPLIED VALUE 'Y'.

      *  Pending change requests, one CHGPEND record per add,
      *  update or delete raised, keyed by the time it was raised
      *  and the raising task.  The record stays on file once
      *  decided, as the trail of who approved or rejected what.
      *  CHG-BEFORE-IMAGE holds the master record as it stood when
      *  the request was raised (spaces on an add) and
      *  CHG-AFTER-IMAGE the record the request would write
      *  (spaces on a delete).  Layout shared with SENSMNT.CBL,
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
               MOVE 'ACTION MISSING OR NOT A/U/D/V/R/I'
                 TO ERRORSTRING
               PERFORM VALIDATION-ERROR
           END-IF.

      *  Approve and reject name the pending request instead; the
      *  feed is the one the request was raised against.
           IF ACTION-APPROVE OR ACTION-REJECT
               PERFORM GET-CHANGE-ID
           ELSE
               EXEC CICS GET CONTAINER(FEED-CONT)
                                CHANNEL(CHANNELNAME)
                                INTO(FEED-ID)
                                RESP(OPT-RESPCODE)
                                END-EXEC
               IF OPT-RESPCODE NOT = DFHRESP(NORMAL)
                OR FEED-ID = SPACES
                   MOVE 'GET FEEDID' TO ERRORCMD
                   MOVE 'FEEDID MISSING OR BLANK' TO ERRORSTRING
                   PERFORM VALIDATION-ERROR
               END-IF
           END-IF.

           IF ACTION-ADD OR ACTION-UPDATE
               PERFORM GET-THRESHOLD-VALUES
           END-IF.

      *  Add, update and delete only raise a pending request;
      *  ALRTCFG changes when a second userid approves it.
           IF ACTION-ADD
               PERFORM REQUEST-ADD-ALERT-CONFIG
           END-IF.
           IF ACTION-UPDATE
               PERFORM REQUEST-UPDATE-ALERT-CONFIG
           END-IF.
           IF ACTION-DELETE
               PERFORM REQUEST-DELETE-ALERT-CONFIG
           END-IF.
           IF ACTION-APPROVE
               PERFORM APPROVE-ALERT-CHANGE
           END-IF.
           IF ACTION-REJECT
               PERFORM REJECT-ALERT-CHANGE
           END-IF.
           IF ACTION-INQUIRE
               PERFORM INQUIRE-ALERT-CONFIG
               PERFORM VALIDATION-ERROR
           END-IF.

      *  SUPPRESS and SILENTMINS are the optional threshold
      *  containers - a feed with no suppression window, or not
      *  watched for silence, simply keeps zero.  A supplied value
      *  that is not four digits fails validation.
           EXEC CICS GET CONTAINER(SUPPRESS-CONT)
                            CHANNEL(CHANNELNAME)
                            INTO(ALERT-SUPPRESS-MINS)
               MOVE 0 TO ALERT-SUPPRESS-MINS
           END-IF.

           EXEC CICS GET CONTAINER(SILENT-CONT)
                            CHANNEL(CHANNELNAME)
                            INTO(ALERT-SILENT-MINS)
                            RESP(OPT-RESPCODE)
                            END-EXEC.
           IF OPT-RESPCODE = DFHRESP(NORMAL)
               MOVE 'Y' TO SILENT-SUPPLIED
               IF ALERT-SILENT-MINS NOT NUMERIC
                   MOVE 'GET SILENTMINS' TO ERRORCMD
                   MOVE 'SILENTMINS NOT FOUR DIGITS' TO ERRORSTRING
                   PERFORM VALIDATION-ERROR
               END-IF
           ELSE
               MOVE 'N' TO SILENT-SUPPLIED
               MOVE 0 TO ALERT-SILENT-MINS
           END-IF.

      *  COLDCHAIN and TOLERATEMINS are optional the same way: a
      *  feed that is not cold-chain keeps 'N' and zero.
           EXEC CICS GET CONTAINER(COLD-CONT)
                            CHANNEL(CHANNELNAME)
                            INTO(ALERT-COLD-CHAIN)
                            RESP(OPT-RESPCODE)
                            END-EXEC.
           IF OPT-RESPCODE = DFHRESP(NORMAL)
               MOVE 'Y' TO COLD-SUPPLIED
               IF ALERT-COLD-CHAIN NOT = 'Y'
                AND ALERT-COLD-CHAIN NOT = 'N'
                   MOVE 'GET COLDCHAIN' TO ERRORCMD
                   MOVE 'COLDCHAIN NOT Y OR N' TO ERRORSTRING
                   PERFORM VALIDATION-ERROR
               END-IF
           ELSE
               MOVE 'N' TO COLD-SUPPLIED
               MOVE 'N' TO ALERT-COLD-CHAIN
           END-IF.

           EXEC CICS GET CONTAINER(TOLERATE-CONT)
                            CHANNEL(CHANNELNAME)
                            INTO(ALERT-TOLERATE-MINS)
                            RESP(OPT-RESPCODE)
                            END-EXEC.
           IF OPT-RESPCODE = DFHRESP(NORMAL)
               MOVE 'Y' TO TOLERATE-SUPPLIED
               IF ALERT-TOLERATE-MINS NOT NUMERIC
                   MOVE 'GET TOLERATEMINS' TO ERRORCMD
                   MOVE 'TOLERATEMINS NOT THREE DIGITS' TO ERRORSTRING
                   PERFORM VALIDATION-ERROR
               END-IF
           ELSE
               MOVE 'N' TO TOLERATE-SUPPLIED
               MOVE 0 TO ALERT-TOLERATE-MINS
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
      *  Start a new pending request for FEED-ID: keyed by the
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
           MOVE 'A' TO CHG-TARGET.
           MOVE MAINT-ACTION TO CHG-ACTION.
           MOVE FEED-ID TO CHG-ENTITY-KEY.
           MOVE 'P' TO CHG-STATUS.
           MOVE CURRENT-USERID TO CHG-REQ-USERID.
           STRING CHANGE-DATE CHANGE-TIME
                   DELIMITED BY SIZE INTO CHG-REQ-TIMESTAMP.

      *  -----------------------------------------------------------
      *  An add is refused up front if the feed is already on
      *  file, rather than left to fail when it is approved.
      *  -----------------------------------------------------------
       REQUEST-ADD-ALERT-CONFIG.
           PERFORM START-CHANGE-REQUEST.
           MOVE FEED-ID TO ALERT-FEED-ID.
           MOVE ALERT-CONFIG-RECORD TO CHG-AFTER-IMAGE.

           EXEC CICS READ FILE('ALRTCFG')
                            INTO(ALERT-CONFIG-RECORD)
                            RIDFLD(FEED-ID)
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
           IF RESPCODE = DFHRESP(NORMAL)
               MOVE 'VALIDATE' TO ERRORCMD
               MOVE 'FEEDID ALREADY ON FILE' TO ERRORSTRING
               PERFORM VALIDATION-ERROR
           END-IF.
           IF RESPCODE NOT = DFHRESP(NOTFND)
               MOVE 'READ ALRTCFG' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.

           PERFORM WRITE-CHANGE-REQUEST.

      *  -----------------------------------------------------------
      *  An update reads the record as it stands, so a request for
      *  a feed that was never added fails with NOTFND, and the
      *  request carries the record before and after.
      *  -----------------------------------------------------------
       REQUEST-UPDATE-ALERT-CONFIG.
           PERFORM START-CHANGE-REQUEST.
      *  The four new threshold values are already in
      *  ALERT-CONFIG-RECORD; hold them aside over the READ, which
      *  refreshes ALERT-CONFIG-RECORD from the file.
           MOVE ALERT-FREEZE-LIMIT TO HOLD-FREEZE-LIMIT.
           MOVE ALERT-HEAT-LIMIT   TO HOLD-HEAT-LIMIT.
           MOVE ALERT-FREEZE-FLAG  TO HOLD-FREEZE-FLAG.
           MOVE ALERT-HEAT-FLAG    TO HOLD-HEAT-FLAG.
           MOVE ALERT-SUPPRESS-MINS TO HOLD-SUPPRESS-MINS.
           MOVE ALERT-SILENT-MINS TO HOLD-SILENT-MINS.
           MOVE ALERT-COLD-CHAIN  TO HOLD-COLD-CHAIN.
           MOVE ALERT-TOLERATE-MINS TO HOLD-TOLERATE-MINS.

           PERFORM READ-CURRENT-ALERT-CONFIG.
           MOVE ALERT-CONFIG-RECORD TO CHG-BEFORE-IMAGE.

           MOVE HOLD-FREEZE-LIMIT TO ALERT-FREEZE-LIMIT.
           MOVE HOLD-HEAT-LIMIT   TO ALERT-HEAT-LIMIT.
           MOVE HOLD-FREEZE-FLAG  TO ALERT-FREEZE-FLAG.
           MOVE HOLD-HEAT-FLAG    TO ALERT-HEAT-FLAG.

      *  An update that did not supply SUPPRESS, SILENTMINS,
      *  COLDCHAIN or TOLERATEMINS keeps the value already on the
      *  record.
           IF SUPPRESS-WAS-SUPPLIED
               MOVE HOLD-SUPPRESS-MINS TO ALERT-SUPPRESS-MINS
           END-IF.
           IF SILENT-WAS-SUPPLIED
               MOVE HOLD-SILENT-MINS TO ALERT-SILENT-MINS
           END-IF.
           IF COLD-WAS-SUPPLIED
               MOVE HOLD-COLD-CHAIN TO ALERT-COLD-CHAIN
           END-IF.
           IF TOLERATE-WAS-SUPPLIED
               MOVE HOLD-TOLERATE-MINS TO ALERT-TOLERATE-MINS
           END-IF.
           MOVE ALERT-CONFIG-RECORD TO CHG-AFTER-IMAGE.

           IF CHG-AFTER-IMAGE = CHG-BEFORE-IMAGE
               MOVE 'VALIDATE' TO ERRORCMD
               MOVE 'UPDATE CHANGES NOTHING' TO ERRORSTRING
               PERFORM VALIDATION-ERROR
           END-IF.

           PERFORM WRITE-CHANGE-REQUEST.

      *  -----------------------------------------------------------
       REQUEST-DELETE-ALERT-CONFIG.
           PERFORM START-CHANGE-REQUEST.
           PERFORM READ-CURRENT-ALERT-CONFIG.
           MOVE ALERT-CONFIG-RECORD TO CHG-BEFORE-IMAGE.
           PERFORM WRITE-CHANGE-REQUEST.

      *  -----------------------------------------------------------
      *  Read FEED-ID as it now stands on ALRTCFG.  A record from
      *  before the suppression window, the silent interval or the
      *  cold-chain fields existed carries blanks there - settle
      *  those to zero (and 'N'), the same way every time, so the
      *  request's before image and the approval's re-read compare
      *  equal when nothing has changed in between.
      *  -----------------------------------------------------------
       READ-CURRENT-ALERT-CONFIG.
           MOVE SPACES TO ALERT-CONFIG-RECORD.
           EXEC CICS READ FILE('ALRTCFG')
                            INTO(ALERT-CONFIG-RECORD)
                            RIDFLD(FEED-ID)
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
               MOVE 'READ ALRTCFG' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.
           IF ALERT-SUPPRESS-MINS NOT NUMERIC
               MOVE 0 TO ALERT-SUPPRESS-MINS
           END-IF.
           IF ALERT-SILENT-MINS NOT NUMERIC
               MOVE 0 TO ALERT-SILENT-MINS
           END-IF.
           IF ALERT-COLD-CHAIN NOT = 'Y'
               MOVE 'N' TO ALERT-COLD-CHAIN
           END-IF.
           IF ALERT-TOLERATE-MINS NOT NUMERIC
               MOVE 0 TO ALERT-TOLERATE-MINS
           END-IF.

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
      *  check it may be decided here: it is an alert threshold
      *  request, it is still pending, and the userid deciding it
      *  is not the one that raised it.
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

           IF NOT CHG-FOR-ALERT
               MOVE 'VALIDATE' TO ERRORCMD
               MOVE 'CHANGEID IS NOT AN ALERT REQUEST' TO ERRORSTRING
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

           MOVE CHG-ENTITY-KEY TO FEED-ID.

      *  -----------------------------------------------------------
      *  Approve applies the request to ALRTCFG.  An update or
      *  delete re-reads the record for update and insists it is
      *  still exactly the record the request was raised against;
      *  otherwise the approver would be signing off thresholds
      *  the requester never saw.
      *  -----------------------------------------------------------
       APPROVE-ALERT-CHANGE.
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

      *  -----------------------------------------------------------
       APPLY-APPROVED-ADD.
           MOVE CHG-AFTER-IMAGE TO ALERT-CONFIG-RECORD.
           EXEC CICS WRITE FILE('ALRTCFG')
                            FROM(ALERT-CONFIG-RECORD)
                            LENGTH(LENGTH OF ALERT-CONFIG-RECORD)
                            RIDFLD(FEED-ID)
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
           IF RESPCODE = DFHRESP(DUPREC)
               MOVE 'WRITE ALRTCFG' TO ERRORCMD
               MOVE 'FEEDID ADDED SINCE REQUEST' TO ERRORSTRING
               PERFORM VALIDATION-ERROR
           END-IF.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'WRITE ALRTCFG' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.

      *  -----------------------------------------------------------
       APPLY-APPROVED-UPDATE.
           PERFORM READ-ALERT-CONFIG-FOR-APPROVAL.
           MOVE CHG-AFTER-IMAGE TO ALERT-CONFIG-RECORD.

           EXEC CICS REWRITE FILE('ALRTCFG')
                            FROM(ALERT-CONFIG-RECORD)
                            LENGTH(LENGTH OF ALERT-CONFIG-RECORD)
           END-IF.

      *  -----------------------------------------------------------
       APPLY-APPROVED-DELETE.
           PERFORM READ-ALERT-CONFIG-FOR-APPROVAL.

           EXEC CICS DELETE FILE('ALRTCFG')
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
           END-IF.

      *  -----------------------------------------------------------
      *  Read the record for update and check it still matches the
      *  request's before image.  A feed deleted since the request
      *  was raised fails with NOTFND.
      *  -----------------------------------------------------------
       READ-ALERT-CONFIG-FOR-APPROVAL.
           MOVE SPACES TO ALERT-CONFIG-RECORD.
           EXEC CICS READ FILE('ALRTCFG')
                            INTO(ALERT-CONFIG-RECORD)
                            RIDFLD(FEED-ID)
                            UPDATE
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
               MOVE 'READ ALRTCFG' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.
           IF ALERT-SUPPRESS-MINS NOT NUMERIC
               MOVE 0 TO ALERT-SUPPRESS-MINS
           END-IF.
           IF ALERT-SILENT-MINS NOT NUMERIC
               MOVE 0 TO ALERT-SILENT-MINS
           END-IF.
           IF ALERT-COLD-CHAIN NOT = 'Y'
               MOVE 'N' TO ALERT-COLD-CHAIN
           END-IF.
           IF ALERT-TOLERATE-MINS NOT NUMERIC
               MOVE 0 TO ALERT-TOLERATE-MINS
           END-IF.

           IF ALERT-CONFIG-RECORD NOT = CHG-BEFORE-IMAGE
               MOVE 'VALIDATE' TO ERRORCMD
               MOVE 'FEED CHANGED SINCE REQUEST' TO ERRORSTRING
               PERFORM VALIDATION-ERROR
           END-IF.

      *  -----------------------------------------------------------
      *  Reject leaves ALRTCFG alone and closes the request, with
      *  the reason if one was given.
      *  -----------------------------------------------------------
       REJECT-ALERT-CHANGE.
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
       INQUIRE-ALERT-CONFIG.
      *  Read through READ-CURRENT-ALERT-CONFIG so an older record
      *  returns zero and 'N' in the fields it predates.
           PERFORM READ-CURRENT-ALERT-CONFIG.

           EXEC CICS PUT CONTAINER(FREEZE-CONT)
                            CHANNEL(CHANNELNAME)
               PERFORM RESP-ERROR
           END-IF.

           EXEC CICS PUT CONTAINER(SILENT-CONT)
                            CHANNEL(CHANNELNAME)
                            FROM(ALERT-SILENT-MINS)
                            FLENGTH(LENGTH OF ALERT-SILENT-MINS)
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'PUT SILENTMINS' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.

           EXEC CICS PUT CONTAINER(COLD-CONT)
                            CHANNEL(CHANNELNAME)
                            FROM(ALERT-COLD-CHAIN)
                            FLENGTH(LENGTH OF ALERT-COLD-CHAIN)
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'PUT COLDCHAIN' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.

           EXEC CICS PUT CONTAINER(TOLERATE-CONT)
                            CHANNEL(CHANNELNAME)
                            FROM(ALERT-TOLERATE-MINS)
                            FLENGTH(LENGTH OF ALERT-TOLERATE-MINS)
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'PUT TOLERATEMINS' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.

      *  -----------------------------------------------------------
      *  Build and PUT the ERRORDATA container.
      *  ERRORCMD and ERRORSTRING must already be set.
