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
      * Module Name        AUDDRAIN.CBL                                *
      * Version            1.0                                         *
      * Date               10/15/2026                                  *
      *                                                                *
      * Audit holding file drain                                       *
      *                                                                *
      * CONVERT keeps any audit record it cannot write to AUDITLOG     *
      * (closed by the nightly CONVARCH cutover, disabled or full) on  *
      * the AUDHOLD holding file, status 'H'.  This transaction        *
      * replays those records, oldest first, to AUDITLOG and marks     *
      * each one replayed ('R', with the time of the replay) so the    *
      * day-end CONVBAL controls job can report what was held and      *
      * what has since reached the audit trail.  Each replay is its    *
      * own unit of work, so a drain cut short never replays a record  *
      * twice; if the holding record cannot be marked replayed, its    *
      * AUDITLOG write is backed out and it stays held for the next    *
      * drain, and the summary gives the number left so.               *
      *                                                                *
      * CONVARCH starts the transaction from the console once the      *
      * fresh AUDITLOG is open again; operators can also run it from   *
      * a terminal or the console after re-enabling the file during    *
      * the day.  If AUDITLOG is still unavailable the drain stops at  *
      * the first failure and restarts itself five minutes later, so   *
      * held records are never left waiting for the next night.       *
      *                                                                *
      * Replayed records are kept for seven days, long enough for      *
      * CONVBAL to report them, and are then deleted by the drain as   *
      * it passes them.                                                *
      *                                                                *
      * The HOLD-RECORD layout here must stay in step with the copies  *
      * of it in CONVERT.CBL and in the CONVBAL batch job's HOLD-FILE  *
      * record.  A one-line summary of each run goes to CSMT, and to   *
      * the terminal when there is one.                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDDRAIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *  Data fields used by the program
       01 RESPCODE           PIC S9(8) COMP-4 VALUE 0.
       01 HOLD-RESP          PIC S9(8) COMP-4 VALUE 0.
       01 AUDIT-RESP         PIC S9(8) COMP-4 VALUE 0.
       01 AUDIT-RIDFLD       PIC S9(8) COMP-4 VALUE 0.
       01 DRAIN-ABSTIME      PIC S9(15) COMP VALUE 0.
       01 DRAIN-DATE         PIC 9(8) VALUE 0.
       01 DRAIN-TIME         PIC 9(6) VALUE 0.
       01 RETAIN-MS          PIC S9(15) COMP VALUE 604800000.
       01 HELD-AGE-MS        PIC S9(15) COMP VALUE 0.
       01 REPLAYED-COUNT     PIC S9(8) COMP-4 VALUE 0.
       01 PURGED-COUNT       PIC S9(8) COMP-4 VALUE 0.
       01 NOT-REPLAYED-COUNT PIC S9(8) COMP-4 VALUE 0.

       01 DRAIN-STATE        PIC X(01) VALUE 'N'.
         88 DRAIN-FINISHED     VALUE 'Y'.
       01 AUDITLOG-STATE     PIC X(01) VALUE 'Y'.
         88 AUDITLOG-AVAILABLE VALUE 'Y'.

      *  Browse position - the key after the last record looked at
       01 NEXT-KEY.
         03 NEXT-KEY-ABSTIME    PIC 9(15) VALUE 0.
         03 NEXT-KEY-TASK       PIC 9(07) VALUE 0.
         03 NEXT-KEY-SEQ        PIC 9(04) VALUE 0.

      *  Audit holding file record - layout shared with CONVERT.CBL
       01 HOLD-RECORD.
         03 HOLD-KEY.
           05 HOLD-KEY-ABSTIME  PIC 9(15).
           05 HOLD-KEY-TASK     PIC 9(07).
           05 HOLD-KEY-SEQ      PIC 9(04).
         03 HOLD-STATUS         PIC X(01).
           88 HOLD-IS-HELD        VALUE 'H'.
           88 HOLD-IS-REPLAYED    VALUE 'R'.
         03 HOLD-WRITE-RESP     PIC S9(8) COMP-4.
         03 HOLD-REPLAY-TIMESTAMP PIC X(16).
         03 HOLD-AUDIT-DATA     PIC X(160).
         03 FILLER              PIC X(08).

      *  Summary of the run, for CSMT and the terminal
       01 DRAIN-MESSAGE.
         03 FILLER              PIC X(20) VALUE
            'AUDDRAIN: REPLAYED  '.
         03 MSG-REPLAYED        PIC ZZZ,ZZ9.
         03 FILLER              PIC X(10) VALUE '  PURGED  '.
         03 MSG-PURGED          PIC ZZZ,ZZ9.
         03 FILLER              PIC X(02) VALUE SPACES.
         03 MSG-OUTCOME         PIC X(34) VALUE SPACES.
         03 MSG-HELD-OUTCOME    REDEFINES MSG-OUTCOME.
           05 MSG-HELD-TEXT       PIC X(27).
           05 MSG-NOT-REPLAYED    PIC ZZZ,ZZ9.


       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *  -----------------------------------------------------------

           EXEC CICS ASKTIME ABSTIME(DRAIN-ABSTIME)
                            END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(DRAIN-ABSTIME)
                            YYYYMMDD(DRAIN-DATE)
                            TIME(DRAIN-TIME)
                            END-EXEC.

           PERFORM DRAIN-NEXT-RECORD UNTIL DRAIN-FINISHED.

      *  AUDITLOG is still unavailable - try again in five minutes
      *  rather than leave the held records for the next night.
           IF NOT AUDITLOG-AVAILABLE
               EXEC CICS START TRANSID(EIBTRNID)
                                INTERVAL(000500)
                                RESP(RESPCODE)
                                END-EXEC
           END-IF.

           PERFORM SEND-DRAIN-SUMMARY.

           PERFORM END-PGM.

      *  -----------------------------------------------------------
      *  Find the next holding record after the last one looked at.
      *  The keyed READ GTEQ finds it without holding a browse open
      *  across the AUDITLOG writes and SYNCPOINTs below.
      *  -----------------------------------------------------------
       DRAIN-NEXT-RECORD.
           EXEC CICS READ FILE('AUDHOLD')
                            INTO(HOLD-RECORD)
                            RIDFLD(NEXT-KEY)
                            GTEQ
                            RESP(HOLD-RESP)
                            END-EXEC.

           IF HOLD-RESP NOT = DFHRESP(NORMAL)
               IF HOLD-RESP NOT = DFHRESP(NOTFND)
                   MOVE 'AUDHOLD READ FAILED' TO MSG-OUTCOME
               END-IF
               MOVE 'Y' TO DRAIN-STATE
           ELSE
               MOVE HOLD-KEY TO NEXT-KEY
               IF HOLD-IS-HELD
                   PERFORM REPLAY-HELD-RECORD
               ELSE
                   COMPUTE HELD-AGE-MS =
                           DRAIN-ABSTIME - HOLD-KEY-ABSTIME
                   IF HOLD-IS-REPLAYED
                    AND HELD-AGE-MS > RETAIN-MS
                       PERFORM PURGE-REPLAYED-RECORD
                   END-IF
               END-IF
               PERFORM STEP-PAST-RECORD
           END-IF.

      *  -----------------------------------------------------------
      *  Replay one held record.  The record is re-read for update
      *  first, so a second drain running at the same time waits
      *  here and then finds it already replayed.  The AUDITLOG
      *  write and the status change are committed together; if the
      *  status change fails, the write is backed out and the record
      *  stays held for the next drain.  The first AUDITLOG failure
      *  ends the drain - the file is still unavailable, and every
      *  later record would fail the same way.
      *  -----------------------------------------------------------
       REPLAY-HELD-RECORD.
           EXEC CICS READ FILE('AUDHOLD')
                            INTO(HOLD-RECORD)
                            RIDFLD(HOLD-KEY)
                            UPDATE
                            RESP(HOLD-RESP)
                            END-EXEC.
           IF HOLD-RESP = DFHRESP(NORMAL) AND HOLD-IS-HELD
               EXEC CICS WRITE FILE('AUDITLOG')
                                FROM(HOLD-AUDIT-DATA)
                                LENGTH(LENGTH OF HOLD-AUDIT-DATA)
                                RIDFLD(AUDIT-RIDFLD)
                                RBA
                                RESP(AUDIT-RESP)
                                END-EXEC
               IF AUDIT-RESP = DFHRESP(NORMAL)
                   EXEC CICS ASKTIME ABSTIME(DRAIN-ABSTIME)
                                    END-EXEC
                   EXEC CICS FORMATTIME ABSTIME(DRAIN-ABSTIME)
                                    YYYYMMDD(DRAIN-DATE)
                                    TIME(DRAIN-TIME)
                                    END-EXEC
                   MOVE 'R' TO HOLD-STATUS
                   MOVE SPACES TO HOLD-REPLAY-TIMESTAMP
                   STRING DRAIN-DATE DRAIN-TIME
                           DELIMITED BY SIZE
                           INTO HOLD-REPLAY-TIMESTAMP
                   EXEC CICS REWRITE FILE('AUDHOLD')
                                    FROM(HOLD-RECORD)
                                    LENGTH(LENGTH OF HOLD-RECORD)
                                    RESP(HOLD-RESP)
                                    END-EXEC
                   IF HOLD-RESP = DFHRESP(NORMAL)
                       EXEC CICS SYNCPOINT
                                        END-EXEC
                       ADD 1 TO REPLAYED-COUNT
                   ELSE
                       EXEC CICS SYNCPOINT ROLLBACK
                                        END-EXEC
                       ADD 1 TO NOT-REPLAYED-COUNT
                   END-IF
               ELSE
                   EXEC CICS UNLOCK FILE('AUDHOLD')
                                    RESP(HOLD-RESP)
                                    END-EXEC
                   MOVE 'N' TO AUDITLOG-STATE
                   MOVE 'Y' TO DRAIN-STATE
                   MOVE 'AUDITLOG UNAVAILABLE - RETRY IN 5M'
                     TO MSG-OUTCOME
               END-IF
           ELSE
               IF HOLD-RESP = DFHRESP(NORMAL)
                   EXEC CICS UNLOCK FILE('AUDHOLD')
                                    RESP(HOLD-RESP)
                                    END-EXEC
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  A replayed record past the retention period has been seen
      *  by CONVBAL and is no longer needed.
      *  -----------------------------------------------------------
       PURGE-REPLAYED-RECORD.
           EXEC CICS DELETE FILE('AUDHOLD')
                            RIDFLD(HOLD-KEY)
                            RESP(HOLD-RESP)
                            END-EXEC.
           IF HOLD-RESP = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT
                                END-EXEC
               ADD 1 TO PURGED-COUNT
           END-IF.

      *  -----------------------------------------------------------
      *  Move the browse position just past the record looked at.
      *  -----------------------------------------------------------
       STEP-PAST-RECORD.
           IF NEXT-KEY-SEQ = 9999
               MOVE 0 TO NEXT-KEY-SEQ
               ADD 1 TO NEXT-KEY-TASK
           ELSE
               ADD 1 TO NEXT-KEY-SEQ
           END-IF.

      *  -----------------------------------------------------------
      *  One summary line to CSMT, and to the terminal when the
      *  drain was run from one (a START from CONVARCH or from a
      *  retry has none, and the SEND is then simply refused).
      *  -----------------------------------------------------------
       SEND-DRAIN-SUMMARY.
           MOVE REPLAYED-COUNT TO MSG-REPLAYED.
           MOVE PURGED-COUNT TO MSG-PURGED.
           IF MSG-OUTCOME = SPACES
            AND NOT-REPLAYED-COUNT > 0
               MOVE 'AUDHOLD UPDATE FAILED, HELD' TO MSG-HELD-TEXT
               MOVE NOT-REPLAYED-COUNT TO MSG-NOT-REPLAYED
           END-IF.
           IF MSG-OUTCOME = SPACES
               MOVE 'HOLDING FILE DRAINED' TO MSG-OUTCOME
           END-IF.

           EXEC CICS WRITEQ TD QUEUE('CSMT')
                            FROM(DRAIN-MESSAGE)
                            LENGTH(LENGTH OF DRAIN-MESSAGE)
                            RESP(RESPCODE)
                            END-EXEC.

           EXEC CICS SEND TEXT FROM(DRAIN-MESSAGE)
                            LENGTH(LENGTH OF DRAIN-MESSAGE)
                            ERASE
                            FREEKB
                            RESP(RESPCODE)
                            END-EXEC.

      *  -----------------------------------------------------------
      *  Finish
      *  -----------------------------------------------------------
       END-PGM.
           EXEC CICS RETURN END-EXEC.
