      *                                                                *
      * Alert workstation transaction                                  *
      *                                                                *
      * The duty operator's view onto the ALRTACT open-alert file that *
      * CONVERT maintains as it raises and suppresses alerts, and that *
      * the FEEDWTCH watchdog maintains as it raises SILENT alerts for *
      * feeds that have gone quiet (one record per channel/alert type, *
      * carrying the first and last time the alert fired, the          *
      * suppressed-repeat count, and the acknowledgement state).       *
      * Browse shows what is open so shift handover can see what is    *
      * still outstanding; acknowledge records who dealt with an alert *
      * and when - the state stays on the record, and the next firing  *
      * of an acknowledged alert reopens it afresh (see                *
      * RECORD-OPEN-ALERT in CONVERT.CBL).                             *
      *                                                                *
      * This program expects to be invoked with the following          *
      * containers:                                                    *
      *                one, 'I' inquire on one                         *
      * FEEDID       - the sixteen-character channel name (required    *
      *                for A and I)                                    *
      * ALERTTYPE    - the six-character alert type, 'FREEZE', 'HEAT'  *
      *                or 'SILENT' (required for A and I)              *
      *                                                                *
      * and returns the following containers:                          *
      * ALERTLIST    - browse/inquire: one 88-byte entry per alert     *
                            END-EXEC.
           IF OPT-RESPCODE NOT = DFHRESP(NORMAL)
            OR (ACT-KEY-TYPE NOT = 'FREEZE'
             AND ACT-KEY-TYPE NOT = 'HEAT'
             AND ACT-KEY-TYPE NOT = 'SILENT')
               MOVE 'GET ALERTTYPE' TO ERRORCMD
               MOVE 'ALERTTYPE NOT FREEZE, HEAT OR SILENT'
                 TO ERRORSTRING
               PERFORM VALIDATION-ERROR
           END-IF.

