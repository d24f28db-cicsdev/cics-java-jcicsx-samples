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
      * Module Name        RATEMNT.CBL                                 *
      * Version            1.0                                         *
      * Date               10/15/2026                                  *
      *                                                                *
      * Chargeback rate maintenance transaction                        *
      *                                                                *
      * Maintains the CHRGRATE file that the month-end CHRGBACK job    *
      * prices each feed's conversion activity from: one record per    *
      * feed, keyed by the sixteen-character channel name the feed     *
      * arrives on, holding the cost centre that owns the feed and     *
      * the rates it is charged.  A feed with no record here is still  *
      * reported by CHRGBACK, in its unassigned bucket, but is not     *
      * charged to anyone.                                             *
      *                                                                *
      * This program expects to be invoked with the following          *
      * containers:                                                    *
      * ACTION       - 'A' request rates for a new feed, 'U' request   *
      *                a change to an existing record, 'D' request its *
      *                deletion, 'V' approve or 'R' reject a pending   *
      *                request, 'I' inquire                            *
      * FEEDID       - the sixteen-character channel name key (not     *
      *                used on V and R, which act on the feed named in *
      *                the pending request)                            *
      * COSTCENTRE   - the eight-character cost centre charged for the *
      *                feed (required for A and U)                     *
      * CONVRATE     - BIT, packed-decimal charge per converted        *
      *                reading, four decimal places (required for A    *
      *                and U)                                          *
      * REJECTRATE   - BIT, packed-decimal charge per rejected         *
      *                reading, four decimal places (required for A    *
      *                and U)                                          *
      * ALERTRATE    - BIT, packed-decimal charge per alert raised,    *
      *                four decimal places (required for A and U)      *
      * CHANGEID     - the 22-character key of a pending request, as   *
      *                returned when it was raised (required for V and *
      *                R)                                              *
      * REASON       - optional text, up to 40 characters, recorded    *
      *                with a rejection                                *
      *                                                                *
      * and returns the following containers:                          *
      * CICSRC       - the CICS RESP from the file operation, or -1    *
      *                when the request itself failed validation       *
      * ERRORDATA    - populated on any failure, naming the failing    *
      *                command and the RESP/RESP2 (or the validation   *
      *                reason)                                         *
      * CHANGEID     - returned on A, U and D: the key of the pending  *
      *                request held on CHGPEND for a second userid to  *
      *                approve or reject                               *
      * COSTCENTRE/CONVRATE/REJECTRATE/ALERTRATE - returned on an      *
      *                inquire, holding the values now on the record   *
      *                                                                *
      * The record is validated before the file is touched: the cost   *
      * centre must not be blank and no rate may be negative.  A rate  *
      * of zero is allowed - a feed the service carries free of        *
      * charge is still assigned to its owner.                         *
      *                                                                *
      * The rates are money, so they are held to the same two-person   *
      * rule as the sensor and alert threshold masters.  Adds,         *
      * updates and deletes do not change CHRGRATE directly.  Each is  *
      * held on the CHGPEND file as a pending request, carrying the    *
      * requesting userid and the rate record as it stands and as it   *
      * would stand after the change.  A second, different userid      *
      * then approves the request (action V), which applies it to      *
      * CHRGRATE, or rejects it (action R).  A request whose record    *
      * has changed since it was raised cannot be approved; it has to  *
      * be rejected and raised again.  The CHGINQ transaction lists    *
      * the requests still pending, and the nightly CHGRPT job         *
      * reports those decided and those left waiting.                  *
      *                                                                *
      * The CHARGE-RATE-RECORD layout here must stay in step with the  *
      * copy of it in CHRGBACK.CBL and the rate image views in         *
      * CHGINQ.CBL and CHGRPT.CBL, and the CHANGE-RECORD layout with   *
      * the copies in SENSMNT.CBL, ALRTMNT.CBL, CHGINQ.CBL and         *
      * CHGRPT.CBL.                                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *  Container name declarations
      *  Channel and container names are case sensitive
       01 ACTION-CONT        PIC X(16) VALUE 'ACTION'.
       01 FEED-CONT          PIC X(16) VALUE 'FEEDID'.
       01 COSTCTR-CONT       PIC X(16) VALUE 'COSTCENTRE'.
       01 CONVRATE-CONT      PIC X(16) VALUE 'CONVRATE'.
       01 REJRATE-CONT       PIC X(16) VALUE 'REJECTRATE'.
       01 ALRTRATE-CONT      PIC X(16) VALUE 'ALERTRATE'.
       01 ERROR-CONT         PIC X(16) VALUE 'ERRORDATA'.
       01 RESP-CONT          PIC X(16) VALUE 'CICSRC'.
       01 CHANGEID-CONT      PIC X(16) VALUE 'CHANGEID'.
       01 REASON-CONT        PIC X(16) VALUE 'REASON'.

      *  Data fields used by the program
       01 ABENDCODE          PIC X(4) VALUE SPACES.
       01 CHANNELNAME        PIC X(16) VALUE SPACES.
       01 RESPCODE           PIC S9(8) COMP-4 VALUE 0.
       01 RESPCODE2          PIC S9(8) COMP-4 VALUE 0.
       01 OPT-RESPCODE       PIC S9(8) COMP-4 VALUE 0.
       01 ERR-RESPCODE       PIC S9(8) COMP-4 VALUE 0.
       01 RC-RECORD          PIC S9(8) COMP-4 VALUE 0.
       01 ERR-RECORD.
         03 ERRORCMD           PIC X(16) VALUE SPACES.
         03 ERRORSTRING        PIC X(40) VALUE SPACES.
       01 RESP-DISPLAY        PIC -(8)9.
       01 RESP2-DISPLAY       PIC -(8)9.

      *  Maintenance action, selected by ACTION
       01 MAINT-ACTION       PIC X(01) VALUE SPACE.
         88 ACTION-ADD         VALUE 'A'.
         88 ACTION-UPDATE      VALUE 'U'.
         88 ACTION-DELETE      VALUE 'D'.
         88 ACTION-INQUIRE     VALUE 'I'.
         88 ACTION-APPROVE     VALUE 'V'.
         88 ACTION-REJECT      VALUE 'R'.
         88 ACTION-IS-KNOWN    VALUES 'A' 'U' 'D' 'I' 'V' 'R'.

       01 FEED-ID            PIC X(16) VALUE SPACES.

      *  Chargeback rate record - layout shared with CHRGBACK.CBL.
      *  Sixty bytes, so a whole record fits a CHGPEND image.  The
      *  filler needs an initial value: the add path writes
      *  CHARGE-RATE-RECORD as built in place, and working storage
      *  is fresh per task.
       01 CHARGE-RATE-RECORD.
         03 RATE-FEED-ID        PIC X(16).
         03 RATE-COST-CENTRE    PIC X(08).
         03 RATE-PER-CONVERT    PIC S9(5)V9(4) COMP-3.
         03 RATE-PER-REJECT     PIC S9(5)V9(4) COMP-3.
         03 RATE-PER-ALERT      PIC S9(5)V9(4) COMP-3.
         03 FILLER              PIC X(21) VALUE SPACES.

      *  Update must hold the incoming values aside while the READ
      *  refreshes CHARGE-RATE-RECORD from the file
       01 HOLD-COST-CENTRE   PIC X(08) VALUE SPACES.
       01 HOLD-PER-CONVERT   PIC S9(5)V9(4) COMP-3 VALUE 0.
       01 HOLD-PER-REJECT    PIC S9(5)V9(4) COMP-3 VALUE 0.
       01 HOLD-PER-ALERT     PIC S9(5)V9(4) COMP-3 VALUE 0.

      *  Pending change requests, one CHGPEND record per add,
      *  update or delete raised, keyed by the time it was raised
      *  and the raising task.  The record stays on file once
      *  decided, as the trail of who approved or rejected what.
      *  CHG-BEFORE-IMAGE holds the rate record as it stood when
      *  the request was raised (spaces on an add) and
      *  CHG-AFTER-IMAGE the record the request would write
      *  (spaces on a delete).  Layout shared with SENSMNT.CBL,
      *  ALRTMNT.CBL, CHGINQ.CBL and CHGRPT.CBL.
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
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *  -----------------------------------------------------------

      *  Get name of channel
           EXEC CICS ASSIGN CHANNEL(CHANNELNAME)
                            END-EXEC.

      *  If no channel passed in, terminate with abend code NOCH
           IF CHANNELNAME = SPACES THEN
               MOVE 'NOCH' TO ABENDCODE
               PERFORM ABEND-ROUTINE
           END-IF.

      *  ACTION and FEEDID are both mandatory; a request missing
      *  either (or naming an action this program does not know)
      *  fails validation rather than touching the file.
           EXEC CICS GET CONTAINER(ACTION-CONT)
                            CHANNEL(CHANNELNAME)
                            INTO(MAINT-ACTION)
                            RESP(OPT-RESPCODE)
                            END-EXEC.
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
               PERFORM GET-RATE-VALUES
           END-IF.

      *  Add, update and delete only raise a pending request;
      *  CHRGRATE changes when a second userid approves it.
           IF ACTION-ADD
               PERFORM REQUEST-ADD-CHARGE-RATE
           END-IF.
           IF ACTION-UPDATE
               PERFORM REQUEST-UPDATE-CHARGE-RATE
           END-IF.
           IF ACTION-DELETE
               PERFORM REQUEST-DELETE-CHARGE-RATE
           END-IF.
           IF ACTION-APPROVE
               PERFORM APPROVE-RATE-CHANGE
           END-IF.
           IF ACTION-REJECT
               PERFORM REJECT-RATE-CHANGE
           END-IF.
           IF ACTION-INQUIRE
               PERFORM INQUIRE-CHARGE-RATE
           END-IF.

      *  The file operation succeeded - report a normal RESP back.
           MOVE DFHRESP(NORMAL) TO RC-RECORD.
           PERFORM PUT-RESP-CONTAINER.

      *  Return back to caller
           PERFORM END-PGM.

      *  -----------------------------------------------------------
      *  Read the four rate containers needed by add and update,
      *  and check the record makes sense before anything touches
      *  the file: a cost centre to charge, and no negative rate -
      *  a negative rate would credit the feed's owner.
      *  -----------------------------------------------------------
       GET-RATE-VALUES.
           EXEC CICS GET CONTAINER(COSTCTR-CONT)
                            CHANNEL(CHANNELNAME)
                            INTO(RATE-COST-CENTRE)
                            RESP(OPT-RESPCODE)
                            END-EXEC.
           IF OPT-RESPCODE NOT = DFHRESP(NORMAL)
            OR RATE-COST-CENTRE = SPACES
               MOVE 'GET COSTCENTRE' TO ERRORCMD
               MOVE 'COSTCENTRE MISSING OR BLANK' TO ERRORSTRING
               PERFORM VALIDATION-ERROR
           END-IF.

           EXEC CICS GET CONTAINER(CONVRATE-CONT)
                            CHANNEL(CHANNELNAME)
                            INTO(RATE-PER-CONVERT)
                            RESP(OPT-RESPCODE)
                            END-EXEC.
           IF OPT-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'GET CONVRATE' TO ERRORCMD
               MOVE 'CONVRATE MISSING' TO ERRORSTRING
               PERFORM VALIDATION-ERROR
           END-IF.

           EXEC CICS GET CONTAINER(REJRATE-CONT)
                            CHANNEL(CHANNELNAME)
                            INTO(RATE-PER-REJECT)
                            RESP(OPT-RESPCODE)
                            END-EXEC.
           IF OPT-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'GET REJECTRATE' TO ERRORCMD
               MOVE 'REJECTRATE MISSING' TO ERRORSTRING
               PERFORM VALIDATION-ERROR
           END-IF.

           EXEC CICS GET CONTAINER(ALRTRATE-CONT)
                            CHANNEL(CHANNELNAME)
                            INTO(RATE-PER-ALERT)
                            RESP(OPT-RESPCODE)
                            END-EXEC.
           IF OPT-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'GET ALERTRATE' TO ERRORCMD
               MOVE 'ALERTRATE MISSING' TO ERRORSTRING
               PERFORM VALIDATION-ERROR
           END-IF.

           IF RATE-PER-CONVERT < 0
               MOVE 'VALIDATE' TO ERRORCMD
               MOVE 'CONVRATE NEGATIVE' TO ERRORSTRING
               PERFORM VALIDATION-ERROR
           END-IF.

           IF RATE-PER-REJECT < 0
               MOVE 'VALIDATE' TO ERRORCMD
               MOVE 'REJECTRATE NEGATIVE' TO ERRORSTRING
               PERFORM VALIDATION-ERROR
           END-IF.

           IF RATE-PER-ALERT < 0
               MOVE 'VALIDATE' TO ERRORCMD
               MOVE 'ALERTRATE NEGATIVE' TO ERRORSTRING
               PERFORM VALIDATION-ERROR
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
           MOVE 'C' TO CHG-TARGET.
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
       REQUEST-ADD-CHARGE-RATE.
           PERFORM START-CHANGE-REQUEST.
           MOVE FEED-ID TO RATE-FEED-ID.
           MOVE CHARGE-RATE-RECORD TO CHG-AFTER-IMAGE.

           EXEC CICS READ FILE('CHRGRATE')
                            INTO(CHARGE-RATE-RECORD)
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
               MOVE 'READ CHRGRATE' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.

           PERFORM WRITE-CHANGE-REQUEST.

      *  -----------------------------------------------------------
      *  An update reads the record as it stands, so a request for
      *  a feed that was never added fails with NOTFND, and the
      *  request carries the record before and after.
      *  -----------------------------------------------------------
       REQUEST-UPDATE-CHARGE-RATE.
           PERFORM START-CHANGE-REQUEST.
      *  The four new values are already in CHARGE-RATE-RECORD;
      *  hold them aside over the READ, which refreshes
      *  CHARGE-RATE-RECORD from the file.
           MOVE RATE-COST-CENTRE TO HOLD-COST-CENTRE.
           MOVE RATE-PER-CONVERT TO HOLD-PER-CONVERT.
           MOVE RATE-PER-REJECT  TO HOLD-PER-REJECT.
           MOVE RATE-PER-ALERT   TO HOLD-PER-ALERT.

           PERFORM READ-CURRENT-CHARGE-RATE.
           MOVE CHARGE-RATE-RECORD TO CHG-BEFORE-IMAGE.

           MOVE HOLD-COST-CENTRE TO RATE-COST-CENTRE.
           MOVE HOLD-PER-CONVERT TO RATE-PER-CONVERT.
           MOVE HOLD-PER-REJECT  TO RATE-PER-REJECT.
           MOVE HOLD-PER-ALERT   TO RATE-PER-ALERT.
           MOVE CHARGE-RATE-RECORD TO CHG-AFTER-IMAGE.

           IF CHG-AFTER-IMAGE = CHG-BEFORE-IMAGE
               MOVE 'VALIDATE' TO ERRORCMD
               MOVE 'UPDATE CHANGES NOTHING' TO ERRORSTRING
               PERFORM VALIDATION-ERROR
           END-IF.

           PERFORM WRITE-CHANGE-REQUEST.

      *  -----------------------------------------------------------
       REQUEST-DELETE-CHARGE-RATE.
           PERFORM START-CHANGE-REQUEST.
           PERFORM READ-CURRENT-CHARGE-RATE.
           MOVE CHARGE-RATE-RECORD TO CHG-BEFORE-IMAGE.
           PERFORM WRITE-CHANGE-REQUEST.

      *  -----------------------------------------------------------
      *  Read FEED-ID as it now stands on CHRGRATE.
      *  -----------------------------------------------------------
       READ-CURRENT-CHARGE-RATE.
           MOVE SPACES TO CHARGE-RATE-RECORD.
           EXEC CICS READ FILE('CHRGRATE')
                            INTO(CHARGE-RATE-RECORD)
                            RIDFLD(FEED-ID)
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'READ CHRGRATE' TO ERRORCMD
               PERFORM RESP-ERROR
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
      *  check it may be decided here: it is a chargeback rate
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

           IF NOT CHG-FOR-RATE
               MOVE 'VALIDATE' TO ERRORCMD
               MOVE 'CHANGEID IS NOT A RATE REQUEST' TO ERRORSTRING
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
      *  Approve applies the request to CHRGRATE.  An update or
      *  delete re-reads the record for update and insists it is
      *  still exactly the record the request was raised against;
      *  otherwise the approver would be signing off rates the
      *  requester never saw.
      *  -----------------------------------------------------------
       APPROVE-RATE-CHANGE.
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
           MOVE CHG-AFTER-IMAGE TO CHARGE-RATE-RECORD.
           EXEC CICS WRITE FILE('CHRGRATE')
                            FROM(CHARGE-RATE-RECORD)
                            LENGTH(LENGTH OF CHARGE-RATE-RECORD)
                            RIDFLD(FEED-ID)
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
           IF RESPCODE = DFHRESP(DUPREC)
               MOVE 'WRITE CHRGRATE' TO ERRORCMD
               MOVE 'FEEDID ADDED SINCE REQUEST' TO ERRORSTRING
               PERFORM VALIDATION-ERROR
           END-IF.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'WRITE CHRGRATE' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.

      *  -----------------------------------------------------------
       APPLY-APPROVED-UPDATE.
           PERFORM READ-CHARGE-RATE-FOR-APPROVAL.
           MOVE CHG-AFTER-IMAGE TO CHARGE-RATE-RECORD.

           EXEC CICS REWRITE FILE('CHRGRATE')
                            FROM(CHARGE-RATE-RECORD)
                            LENGTH(LENGTH OF CHARGE-RATE-RECORD)
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'REWRITE CHRGRATE' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.

      *  -----------------------------------------------------------
       APPLY-APPROVED-DELETE.
           PERFORM READ-CHARGE-RATE-FOR-APPROVAL.

           EXEC CICS DELETE FILE('CHRGRATE')
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'DELETE CHRGRATE' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.

      *  -----------------------------------------------------------
      *  Read the record for update and check it still matches the
      *  request's before image.  A feed deleted since the request
      *  was raised fails with NOTFND.
      *  -----------------------------------------------------------
       READ-CHARGE-RATE-FOR-APPROVAL.
           MOVE SPACES TO CHARGE-RATE-RECORD.
           EXEC CICS READ FILE('CHRGRATE')
                            INTO(CHARGE-RATE-RECORD)
                            RIDFLD(FEED-ID)
                            UPDATE
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'READ CHRGRATE' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.

           IF CHARGE-RATE-RECORD NOT = CHG-BEFORE-IMAGE
               MOVE 'VALIDATE' TO ERRORCMD
               MOVE 'FEED CHANGED SINCE REQUEST' TO ERRORSTRING
               PERFORM VALIDATION-ERROR
           END-IF.

      *  -----------------------------------------------------------
      *  Reject leaves CHRGRATE alone and closes the request, with
      *  the reason if one was given.
      *  -----------------------------------------------------------
       REJECT-RATE-CHANGE.
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
       INQUIRE-CHARGE-RATE.
           PERFORM READ-CURRENT-CHARGE-RATE.

           EXEC CICS PUT CONTAINER(COSTCTR-CONT)
                            CHANNEL(CHANNELNAME)
                            FROM(RATE-COST-CENTRE)
                            FLENGTH(LENGTH OF RATE-COST-CENTRE)
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'PUT COSTCENTRE' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.

           EXEC CICS PUT CONTAINER(CONVRATE-CONT)
                            CHANNEL(CHANNELNAME)
                            FROM(RATE-PER-CONVERT)
                            FLENGTH(LENGTH OF RATE-PER-CONVERT)
                            BIT
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'PUT CONVRATE' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.

           EXEC CICS PUT CONTAINER(REJRATE-CONT)
                            CHANNEL(CHANNELNAME)
                            FROM(RATE-PER-REJECT)
                            FLENGTH(LENGTH OF RATE-PER-REJECT)
                            BIT
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'PUT REJECTRATE' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.

           EXEC CICS PUT CONTAINER(ALRTRATE-CONT)
                            CHANNEL(CHANNELNAME)
                            FROM(RATE-PER-ALERT)
                            FLENGTH(LENGTH OF RATE-PER-ALERT)
                            BIT
                            RESP(RESPCODE)
                            RESP2(RESPCODE2)
                            END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'PUT ALERTRATE' TO ERRORCMD
               PERFORM RESP-ERROR
           END-IF.

      *  -----------------------------------------------------------
      *  Build and PUT the ERRORDATA container.
      *  ERRORCMD and ERRORSTRING must already be set.
      *  -----------------------------------------------------------
       PUT-ERROR-CONTAINER.
           EXEC CICS PUT CONTAINER(ERROR-CONT)
                            CHANNEL(CHANNELNAME)
                            FROM(ERR-RECORD)
                            FLENGTH(LENGTH OF ERR-RECORD)
                            RESP(ERR-RESPCODE)
                            END-EXEC.
           PERFORM CHECK-ERR-RESPCODE.

      *  -----------------------------------------------------------
       PUT-RESP-CONTAINER.
           EXEC CICS PUT CONTAINER(RESP-CONT)
                            CHANNEL(CHANNELNAME)
                            FROM(RC-RECORD)
                            FLENGTH(LENGTH OF RC-RECORD)
                            BIT
                            RESP(ERR-RESPCODE)
                            END-EXEC.
           PERFORM CHECK-ERR-RESPCODE.

      *  -----------------------------------------------------------
      *  A request that failed validation never touched the file;
      *  CICSRC carries the -1 sentinel, ERRORDATA the reason, and
      *  the transaction returns normally so the maintenance client
      *  can show the message and let the operator correct the
      *  request.
      *  -----------------------------------------------------------
       VALIDATION-ERROR.
           PERFORM PUT-ERROR-CONTAINER.
           MOVE -1 TO RC-RECORD.
           PERFORM PUT-RESP-CONTAINER.
           PERFORM END-PGM.

      *  -----------------------------------------------------------
      *  RESP-ERROR is reached whenever a CICS file or container
      *  command fails.  ERRORDATA and CICSRC are both populated
      *  and the transaction returns normally - a maintenance
      *  failure should land on the operator's screen, not abend
      *  the region's maintenance transaction.
      *  -----------------------------------------------------------
       RESP-ERROR.
           MOVE RESPCODE TO RESP-DISPLAY.
           MOVE RESPCODE2 TO RESP2-DISPLAY.
           MOVE SPACES TO ERRORSTRING.
           STRING 'RESP=' RESP-DISPLAY ' RESP2=' RESP2-DISPLAY
                   DELIMITED BY SIZE INTO ERRORSTRING.
           PERFORM PUT-ERROR-CONTAINER.

           MOVE RESPCODE TO RC-RECORD.
           PERFORM PUT-RESP-CONTAINER.
           PERFORM END-PGM.

      *  -----------------------------------------------------------
      *  Every administrative PUT (CICSRC, ERRORDATA) reports its
      *  own outcome through ERR-RESPCODE.  These PUTs are part of
      *  the error-reporting path itself, so a failure here goes
      *  straight to ABEND-ROUTINE.
      *  -----------------------------------------------------------
       CHECK-ERR-RESPCODE.
           IF ERR-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'EDUC' TO ABENDCODE
               PERFORM ABEND-ROUTINE
           END-IF.

      *  -----------------------------------------------------------
      *  Abnormal end
      *  -----------------------------------------------------------
       ABEND-ROUTINE.
           EXEC CICS ABEND ABCODE(ABENDCODE) END-EXEC.

      *  -----------------------------------------------------------
      *  Finish
      *  -----------------------------------------------------------
       END-PGM.
           EXEC CICS RETURN END-EXEC.
