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
      * Module Name        CHGINQ.CBL                                  *
      * Version            1.0                                         *
      * Date               10/15/2026                                  *
      *                                                                *
      * Online inquiry - master changes waiting for approval           *
      *                                                                *
      * Terminal transaction for the approvers: lists the sensor,      *
      * alert threshold and chargeback rate changes raised through     *
      * SENSMNT, ALRTMNT and RATEMNT that are still waiting on the     *
      * CHGPEND file for a second userid to approve or reject, oldest  *
      * first.  Each request shows its CHANGEID (the key the approver  *
      * quotes), whether it is a sensor, alert threshold or rate       *
      * change, the action, the sensor or feed, the requesting userid  *
      * and when it was raised, followed by the record as it stands    *
      * (WAS) and as it would stand once approved (NOW).               *
      *                                                                *
      * A model-2 screen holds the oldest seven requests; the footer   *
      * gives the full count, and the nightly CHGRPT job lists every   *
      * request left waiting more than a day.                          *
      *                                                                *
      * The CHANGE-RECORD layout here must stay in step with the       *
      * copies of it in SENSMNT.CBL, ALRTMNT.CBL, RATEMNT.CBL and      *
      * CHGRPT.CBL, and the three image layouts with SENSOR-RECORD in  *
      * SENSMNT.CBL, ALERT-CONFIG-RECORD in ALRTMNT.CBL and            *
      * CHARGE-RATE-RECORD in RATEMNT.CBL.                             *
      *                                                                *
      * The display is plain SEND TEXT - no BMS map to install - and   *
      * the transaction ends immediately, like CONVINQ.                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGINQ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *  Data fields used by the program
       01 RESPCODE           PIC S9(8) COMP-4 VALUE 0.
       01 BROWSE-RESP        PIC S9(8) COMP-4 VALUE 0.
       01 OPT-RESPCODE       PIC S9(8) COMP-4 VALUE 0.
       01 INQ-ABSTIME        PIC S9(15) COMP VALUE 0.
       01 INQ-DATE           PIC 9(8) VALUE 0.
       01 INQ-TIME           PIC 9(6) VALUE 0.
       01 BROWSE-KEY         PIC X(22) VALUE LOW-VALUES.
       01 PENDING-COUNT      PIC S9(8) COMP-4 VALUE 0.
       01 LINE-INDEX         PIC S9(8) COMP-4 VALUE 0.
       01 MAX-SCREEN-CHANGES PIC S9(8) COMP-4 VALUE 7.

      *  Pending change request - layout shared with SENSMNT.CBL,
      *  ALRTMNT.CBL, RATEMNT.CBL and CHGRPT.CBL
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

      *  One before or after image, viewed as the master record it
      *  holds - SENSOR-RECORD from SENSMNT.CBL for a sensor
      *  request, ALERT-CONFIG-RECORD from ALRTMNT.CBL for an alert
      *  threshold request, CHARGE-RATE-RECORD from RATEMNT.CBL for a
      *  chargeback rate request.
       01 IMAGE-AREA         PIC X(60) VALUE SPACES.
       01 IMAGE-SENSOR       REDEFINES IMAGE-AREA.
         03 IS-KEY              PIC X(08).
         03 IS-CALIB-OFFSET     PIC S9(7)V99 COMP-3.
         03 IS-RANGE-MIN        PIC S9(7)V99 COMP-3.
         03 IS-RANGE-MAX        PIC S9(7)V99 COMP-3.
         03 IS-STATUS           PIC X(01).
         03 IS-CHANNEL          PIC X(16).
         03 IS-CALIB-DUE        PIC 9(08).
         03 IS-COLD-CHAIN       PIC X(01).
         03 FILLER              PIC X(11).
       01 IMAGE-ALERT        REDEFINES IMAGE-AREA.
         03 IA-FEED-ID          PIC X(16).
         03 IA-FREEZE-LIMIT     PIC S9(7)V99 COMP-3.
         03 IA-HEAT-LIMIT       PIC S9(7)V99 COMP-3.
         03 IA-FREEZE-FLAG      PIC X(01).
         03 IA-HEAT-FLAG        PIC X(01).
         03 IA-SUPPRESS-MINS    PIC 9(04).
         03 IA-SILENT-MINS      PIC 9(04).
         03 IA-COLD-CHAIN       PIC X(01).
         03 IA-TOLERATE-MINS    PIC 9(03).
         03 FILLER              PIC X(20).
       01 IMAGE-RATE         REDEFINES IMAGE-AREA.
         03 IR-FEED-ID          PIC X(16).
         03 IR-COST-CENTRE      PIC X(08).
         03 IR-PER-CONVERT      PIC S9(5)V9(4) COMP-3.
         03 IR-PER-REJECT       PIC S9(5)V9(4) COMP-3.
         03 IR-PER-ALERT        PIC S9(5)V9(4) COMP-3.
         03 FILLER              PIC X(21).

      *  The image formatted for one WAS or NOW screen line
       01 IMAGE-TEXT         PIC X(74) VALUE SPACES.
       01 SENSOR-VALUES.
         03 FILLER              PIC X(03) VALUE 'OFS'.
         03 SV-OFFSET           PIC -(7)9.99.
         03 FILLER              PIC X(04) VALUE ' RNG'.
         03 SV-RANGE-MIN        PIC -(7)9.99.
         03 FILLER              PIC X(01) VALUE '/'.
         03 SV-RANGE-MAX        PIC -(7)9.99.
         03 FILLER              PIC X(01) VALUE SPACE.
         03 SV-STATUS           PIC X(01).
         03 FILLER              PIC X(01) VALUE SPACE.
         03 SV-CHANNEL          PIC X(16).
         03 FILLER              PIC X(01) VALUE SPACE.
         03 SV-CALIB-DUE        PIC 9(08).
         03 FILLER              PIC X(04) VALUE ' CC '.
         03 SV-COLD-CHAIN       PIC X(01).
       01 ALERT-VALUES.
         03 FILLER              PIC X(03) VALUE 'FRZ'.
         03 AV-FREEZE-LIMIT     PIC -(7)9.99.
         03 FILLER              PIC X(05) VALUE ' HEAT'.
         03 AV-HEAT-LIMIT       PIC -(7)9.99.
         03 FILLER              PIC X(07) VALUE ' FLAGS '.
         03 AV-FREEZE-FLAG      PIC X(01).
         03 FILLER              PIC X(01) VALUE '/'.
         03 AV-HEAT-FLAG        PIC X(01).
         03 FILLER              PIC X(06) VALUE ' SUPP '.
         03 AV-SUPPRESS-MINS    PIC 9(04).
         03 FILLER              PIC X(06) VALUE ' SLNT '.
         03 AV-SILENT-MINS      PIC 9(04).
         03 FILLER              PIC X(04) VALUE ' CC '.
         03 AV-COLD-CHAIN       PIC X(01).
         03 FILLER              PIC X(05) VALUE ' TOL '.
         03 AV-TOLERATE-MINS    PIC 9(03).
       01 RATE-VALUES.
         03 FILLER              PIC X(03) VALUE 'CC '.
         03 RV-COST-CENTRE      PIC X(08).
         03 FILLER              PIC X(06) VALUE ' CONV '.
         03 RV-PER-CONVERT      PIC -(5)9.9999.
         03 FILLER              PIC X(05) VALUE ' REJ '.
         03 RV-PER-REJECT       PIC -(5)9.9999.
         03 FILLER              PIC X(07) VALUE ' ALERT '.
         03 RV-PER-ALERT        PIC -(5)9.9999.

      *  The inquiry screen, built line by line and sent as one
      *  SEND TEXT.  Lines are 80 bytes so each starts a fresh row
      *  on a model-2 3270.
       01 INQ-SCREEN.
         03 INQ-HEADING.
           05 FILLER              PIC X(35) VALUE
              'CHANGES AWAITING APPROVAL - AS OF '.
           05 INQ-H-TIME          PIC 9(6).
           05 FILLER              PIC X(06) VALUE '  ON  '.
           05 INQ-H-DATE          PIC 9(8).
           05 FILLER              PIC X(25) VALUE SPACES.
         03 INQ-COLUMN-HEADING.
           05 FILLER              PIC X(40) VALUE
              'CHANGEID               TYPE   ACTION SEN'.
           05 FILLER              PIC X(40) VALUE
              'SOR/FEED      REQUESTER RAISED          '.
      *  Cleared to spaces before the browse, so a short list
      *  leaves blank screen lines
         03 INQ-CHANGE-AREA.
           05 INQ-CHANGE          OCCURS 7 TIMES.
             07 INQ-C-ID          PIC X(22).
             07 FILLER            PIC X(01).
             07 INQ-C-TARGET      PIC X(06).
             07 FILLER            PIC X(01).
             07 INQ-C-ACTION      PIC X(06).
             07 FILLER            PIC X(01).
             07 INQ-C-KEY         PIC X(16).
             07 FILLER            PIC X(01).
             07 INQ-C-USERID      PIC X(08).
             07 FILLER            PIC X(02).
             07 INQ-C-RAISED      PIC X(14).
             07 FILLER            PIC X(02).
             07 INQ-C-WAS-LABEL   PIC X(06).
             07 INQ-C-BEFORE      PIC X(74).
             07 INQ-C-NOW-LABEL   PIC X(06).
             07 INQ-C-AFTER       PIC X(74).
         03 INQ-FOOTER.
           05 FILLER              PIC X(18) VALUE
              'REQUESTS WAITING: '.
           05 INQ-F-COUNT         PIC ZZZ,ZZ9.
           05 INQ-F-NOTE          PIC X(55).

       01 NO-PENDING-SCREEN.
         03 NOPEND-HEADING.
           05 FILLER              PIC X(35) VALUE
              'CHANGES AWAITING APPROVAL - AS OF '.
           05 NOPEND-H-TIME       PIC 9(6).
           05 FILLER              PIC X(06) VALUE '  ON  '.
           05 NOPEND-H-DATE       PIC 9(8).
           05 FILLER              PIC X(25) VALUE SPACES.
         03 NOPEND-BLANK          PIC X(80) VALUE SPACES.
         03 NOPEND-LINE.
           05 FILLER              PIC X(40) VALUE
              'NO CHANGE REQUESTS ARE WAITING FOR APPRO'.
           05 FILLER              PIC X(40) VALUE
              'VAL.                                    '.

       01 ERROR-SCREEN.
         03 ERRSCR-LINE.
           05 FILLER              PIC X(36) VALUE
              'CHGINQ: CHGPEND BROWSE FAILED, RESP='.
           05 ERRSCR-RESP         PIC -(8)9.
           05 FILLER              PIC X(35) VALUE SPACES.


       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *  -----------------------------------------------------------

           EXEC CICS ASKTIME ABSTIME(INQ-ABSTIME)
                            END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(INQ-ABSTIME)
                            YYYYMMDD(INQ-DATE)
                            TIME(INQ-TIME)
                            END-EXEC.

      *  CHGPEND is keyed by the time each request was raised, so
      *  a browse from the start of the file meets the oldest
      *  first.  Decided requests stay on file and are passed over.
           MOVE SPACES TO INQ-CHANGE-AREA.
           EXEC CICS STARTBR FILE('CHGPEND')
                            RIDFLD(BROWSE-KEY)
                            GTEQ
                            RESP(RESPCODE)
                            END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
            AND RESPCODE NOT = DFHRESP(NOTFND)
               PERFORM SEND-ERROR-SCREEN
               PERFORM END-PGM
           END-IF.

           IF RESPCODE = DFHRESP(NORMAL)
               PERFORM READ-NEXT-CHANGE
                       UNTIL BROWSE-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ENDBR FILE('CHGPEND')
                                RESP(OPT-RESPCODE)
                                END-EXEC
               IF BROWSE-RESP NOT = DFHRESP(ENDFILE)
                   MOVE BROWSE-RESP TO RESPCODE
                   PERFORM SEND-ERROR-SCREEN
                   PERFORM END-PGM
               END-IF
           END-IF.

           IF PENDING-COUNT > 0
               PERFORM SEND-PENDING-SCREEN
           ELSE
               PERFORM SEND-NO-PENDING-SCREEN
           END-IF.

           PERFORM END-PGM.

      *  -----------------------------------------------------------
      *  One browsed CHGPEND record.  Every pending request is
      *  counted; the first MAX-SCREEN-CHANGES fill the screen.
      *  -----------------------------------------------------------
       READ-NEXT-CHANGE.
           EXEC CICS READNEXT FILE('CHGPEND')
                            INTO(CHANGE-RECORD)
                            RIDFLD(BROWSE-KEY)
                            RESP(BROWSE-RESP)
                            END-EXEC.
           IF BROWSE-RESP = DFHRESP(NORMAL)
            AND CHG-PENDING
               ADD 1 TO PENDING-COUNT
               IF PENDING-COUNT NOT > MAX-SCREEN-CHANGES
                   MOVE PENDING-COUNT TO LINE-INDEX
                   PERFORM FILL-CHANGE-LINES
               END-IF
           END-IF.

      *  -----------------------------------------------------------
       FILL-CHANGE-LINES.
           MOVE CHG-KEY TO INQ-C-ID(LINE-INDEX).
           IF CHG-FOR-SENSOR
               MOVE 'SENSOR' TO INQ-C-TARGET(LINE-INDEX)
           END-IF.
           IF CHG-FOR-ALERT
               MOVE 'ALERT' TO INQ-C-TARGET(LINE-INDEX)
           END-IF.
           IF CHG-FOR-RATE
               MOVE 'RATE' TO INQ-C-TARGET(LINE-INDEX)
           END-IF.
           IF CHG-IS-ADD
               MOVE 'ADD' TO INQ-C-ACTION(LINE-INDEX)
           END-IF.
           IF CHG-IS-UPDATE
               MOVE 'UPDATE' TO INQ-C-ACTION(LINE-INDEX)
           END-IF.
           IF CHG-IS-DELETE
               MOVE 'DELETE' TO INQ-C-ACTION(LINE-INDEX)
           END-IF.
           MOVE CHG-ENTITY-KEY TO INQ-C-KEY(LINE-INDEX).
           MOVE CHG-REQ-USERID TO INQ-C-USERID(LINE-INDEX).
           MOVE CHG-REQ-TIMESTAMP TO INQ-C-RAISED(LINE-INDEX).

           MOVE '  WAS ' TO INQ-C-WAS-LABEL(LINE-INDEX).
           MOVE CHG-BEFORE-IMAGE TO IMAGE-AREA.
           PERFORM FORMAT-IMAGE.
           MOVE IMAGE-TEXT TO INQ-C-BEFORE(LINE-INDEX).

           MOVE '  NOW ' TO INQ-C-NOW-LABEL(LINE-INDEX).
           MOVE CHG-AFTER-IMAGE TO IMAGE-AREA.
           PERFORM FORMAT-IMAGE.
           MOVE IMAGE-TEXT TO INQ-C-AFTER(LINE-INDEX).

      *  -----------------------------------------------------------
      *  Format IMAGE-AREA into IMAGE-TEXT.  An add has no before
      *  image and a delete no after image; either shows as
      *  (NO RECORD).
      *  -----------------------------------------------------------
       FORMAT-IMAGE.
           IF IMAGE-AREA = SPACES
               MOVE '(NO RECORD)' TO IMAGE-TEXT
           ELSE
               IF CHG-FOR-SENSOR
                   MOVE IS-CALIB-OFFSET TO SV-OFFSET
                   MOVE IS-RANGE-MIN    TO SV-RANGE-MIN
                   MOVE IS-RANGE-MAX    TO SV-RANGE-MAX
                   MOVE IS-STATUS       TO SV-STATUS
                   MOVE IS-CHANNEL      TO SV-CHANNEL
                   MOVE IS-CALIB-DUE    TO SV-CALIB-DUE
                   IF IS-COLD-CHAIN = 'Y'
                       MOVE 'Y' TO SV-COLD-CHAIN
                   ELSE
                       MOVE 'N' TO SV-COLD-CHAIN
                   END-IF
                   MOVE SENSOR-VALUES   TO IMAGE-TEXT
               END-IF
               IF CHG-FOR-RATE
                   MOVE IR-COST-CENTRE  TO RV-COST-CENTRE
                   MOVE IR-PER-CONVERT  TO RV-PER-CONVERT
                   MOVE IR-PER-REJECT   TO RV-PER-REJECT
                   MOVE IR-PER-ALERT    TO RV-PER-ALERT
                   MOVE RATE-VALUES     TO IMAGE-TEXT
               END-IF
               IF CHG-FOR-ALERT
                   MOVE IA-FREEZE-LIMIT  TO AV-FREEZE-LIMIT
                   MOVE IA-HEAT-LIMIT    TO AV-HEAT-LIMIT
                   MOVE IA-FREEZE-FLAG   TO AV-FREEZE-FLAG
                   MOVE IA-HEAT-FLAG     TO AV-HEAT-FLAG
                   MOVE IA-SUPPRESS-MINS TO AV-SUPPRESS-MINS
      *  A request raised before the silent interval or the
      *  cold-chain fields existed has blanks there
                   IF IA-SILENT-MINS NUMERIC
                       MOVE IA-SILENT-MINS TO AV-SILENT-MINS
                   ELSE
                       MOVE 0 TO AV-SILENT-MINS
                   END-IF
                   IF IA-COLD-CHAIN = 'Y'
                       MOVE 'Y' TO AV-COLD-CHAIN
                   ELSE
                       MOVE 'N' TO AV-COLD-CHAIN
                   END-IF
                   IF IA-TOLERATE-MINS NUMERIC
                       MOVE IA-TOLERATE-MINS TO AV-TOLERATE-MINS
                   ELSE
                       MOVE 0 TO AV-TOLERATE-MINS
                   END-IF
                   MOVE ALERT-VALUES     TO IMAGE-TEXT
               END-IF
           END-IF.

      *  -----------------------------------------------------------
       SEND-PENDING-SCREEN.
           MOVE INQ-TIME TO INQ-H-TIME.
           MOVE INQ-DATE TO INQ-H-DATE.
           MOVE PENDING-COUNT TO INQ-F-COUNT.
           IF PENDING-COUNT > MAX-SCREEN-CHANGES
               MOVE '   OLDEST 7 SHOWN - MORE ARE WAITING'
                 TO INQ-F-NOTE
           ELSE
               MOVE SPACES TO INQ-F-NOTE
           END-IF.
           EXEC CICS SEND TEXT FROM(INQ-SCREEN)
                            LENGTH(LENGTH OF INQ-SCREEN)
                            ERASE
                            FREEKB
                            END-EXEC.

      *  -----------------------------------------------------------
       SEND-NO-PENDING-SCREEN.
           MOVE INQ-TIME TO NOPEND-H-TIME.
           MOVE INQ-DATE TO NOPEND-H-DATE.
           EXEC CICS SEND TEXT FROM(NO-PENDING-SCREEN)
                            LENGTH(LENGTH OF NO-PENDING-SCREEN)
                            ERASE
                            FREEKB
                            END-EXEC.

      *  -----------------------------------------------------------
      *  A CHGPEND failure lands on the inquirer's own screen
      *  rather than abending the transaction.
      *  -----------------------------------------------------------
       SEND-ERROR-SCREEN.
           MOVE RESPCODE TO ERRSCR-RESP.
           EXEC CICS SEND TEXT FROM(ERROR-SCREEN)
                            LENGTH(LENGTH OF ERROR-SCREEN)
                            ERASE
                            FREEKB
                            END-EXEC.

      *  -----------------------------------------------------------
      *  Finish
      *  -----------------------------------------------------------
       END-PGM.
           EXEC CICS RETURN END-EXEC.
