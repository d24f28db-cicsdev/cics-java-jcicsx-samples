003100*                  - AUDIT RECORDS WITH NO FEED ENTRY            *
003200*                  - PAIRS WHOSE INPUT VALUES DO NOT AGREE       *
003300*                  - FEED VALUES THAT ARE NOT NUMERIC            *
003400*                A READING SENT WITH A SENSORID IS CONVERTED     *
003500*                AFTER CALIBRATION, BUT THE AUDIT RECORD ALSO    *
003600*                CARRIES THE RAW READING AS RECEIVED, AND IT IS  *
003700*                THAT RAW VALUE WHICH IS COMPARED WITH THE FEED. *
003800*                                                                *
003900* INPUT:         FEEDEXT   - UPSTREAM FEED EXTRACT, ONE READING  *
004000*                            PER RECORD (SAME LAYOUT AS THE      *
007388*                   MATCH                                        *
007390* 09/02/2026  AD    HDR/TRL CONTROL RECORDS ON THE EXTRACT ARE   *
007392*                   PASSED OVER, NOT RECONCILED                  *
007393* 10/15/2026  AD    THE AUDIT RECORD IS NOW THE 160-BYTE VERSION *
007394*                   2 LAYOUT (SEE CONVERT) - THE FEED IS         *
007395*                   COMPARED WITH THE RAW READING, SO A          *
007396*                   CALIBRATION OFFSET NO LONGER REPORTS AS A    *
007397*                   VALUE MISMATCH                               *
007417* 10/15/2026  AD    AUDIT RECORDS POSTED BY CONVBULK (AR-SOURCE  *
007437*                   'B') ARE PASSED OVER - ONLY READINGS THAT    *
007457*                   WENT THROUGH CONVERT ARE RECONCILED          *
007477******************************************************************
007500
007600 ENVIRONMENT DIVISION.
007700 CONFIGURATION SECTION.
011500* AUDIT-FILE - ONE RECORD PER CONVERT TRANSACTION, WRITTEN BY    *
011600* THE CONVERT PROGRAM'S WRITE-AUDIT-RECORD PARAGRAPH.  THE       *
011700* LAYOUT HERE MUST STAY IN STEP WITH AUDIT-RECORD IN CONVERT.    *
011720* THIS IS THE 160-BYTE VERSION 2 LAYOUT, CARRYING THE RAW        *
011740* READING, MODE AND CALLER ALONGSIDE THE ORIGINAL FIELDS.        *
011750* AR-SOURCE 'B' MARKS A READING POSTED BY THE CONVBULK OVERNIGHT *
011760* RUN, AR-FEED-ID NAMING ITS FEED (THE HDR DATE AND SERIAL); ANY *
011770* OTHER VALUE IS AN ONLINE READING.                              *
011780* AR-CALIB-FLAG 'O' MARKS A READING FROM A SENSOR THAT WAS PAST  *
011790* ITS CALIBRATION-DUE DATE.                                      *
011800*----------------------------------------------------------------*
011900 FD  AUDIT-FILE
012000     RECORDING MODE IS F.
012500     03  AR-OUTPUT-VALUE     PIC S9(7)V99 COMP-3.
012600     03  AR-RESPCODE         PIC S9(8) COMP-4.
012700     03  AR-RESPCODE2        PIC S9(8) COMP-4.
012710     03  AR-VERSION          PIC X(01).
012720     03  AR-RAW-VALUE        PIC S9(7)V99 COMP-3.
012730     03  AR-CALIB-OFFSET     PIC S9(7)V99 COMP-3.
012740     03  AR-MODE             PIC X(01).
012750     03  AR-ROUND-MODE       PIC X(01).
012760     03  AR-REQUEST-ID       PIC X(32).
012770     03  AR-USERID           PIC X(08).
012780     03  AR-TRANSID          PIC X(04).
012782     03  AR-SOURCE           PIC X(01).
012784         88  AR-FROM-BULK        VALUE 'B'.
012786     03  AR-FEED-ID          PIC X(12).
012788     03  AR-CALIB-FLAG       PIC X(01).
012790         88  AR-CALIB-OVERDUE    VALUE 'O'.
012792     03  FILLER              PIC X(31).
012800
012900*----------------------------------------------------------------*
013000* REPORT-FILE - THE PRINTED RECONCILIATION REPORT                *
046900* 2250-FILL-AUDIT-NEXT - SCAN FORWARD TO THE NEXT AUDIT RECORD  *
047000* FOR THE SELECTED CHANNEL; OTHER CHANNELS' RECORDS BELONG TO   *
047100* OTHER CALLERS AND ARE PASSED OVER                             *
047120* READINGS POSTED BY THE CONVBULK OVERNIGHT RUN NEVER WENT       *
047140* THROUGH CONVERT AND ARE PASSED OVER AS WELL                    *
047200*----------------------------------------------------------------*
047300 2250-FILL-AUDIT-NEXT.
047400     MOVE 'N' TO WS-AN-PRESENT-SW.
048000     EXIT.
048100
048200 2270-SCAN-AUDIT-RECORD.
048300     IF (NOT CHANNEL-FILTER-IN-EFFECT
048400      OR AR-CHANNEL = WS-SELECT-CHANNEL)
048450      AND NOT AR-FROM-BULK
048500         MOVE 'Y' TO WS-AN-PRESENT-SW
048520*        THE READING AS RECEIVED, BEFORE CALIBRATION - THE
048540*        SAME VALUE THE FEED EXTRACT HOLDS
048600         MOVE AR-RAW-VALUE   TO WS-AN-VALUE
048700         MOVE AR-TIMESTAMP   TO WS-AN-TIMESTAMP
048800     END-IF.
048900
