002700*                READINGS LOGGED WITH NO SENSOR ID (CALLERS      *
002800*                THAT SUPPLY NO SENSORID CONTAINER) ARE COUNTED  *
002900*                ON A SUMMARY LINE BUT CANNOT BE ATTRIBUTED.     *
002910*                                                                *
002920*                EACH SENSOR'S READINGS ARE ALSO SPLIT INTO      *
002930*                ONLINE (CONVERT TRANSACTION) AND BULK (CONVBULK *
002940*                OVERNIGHT FEED) COLUMNS, AND THE RUN TOTALS ARE *
002950*                SPLIT THE SAME WAY.                             *
003000*                                                                *
003100* INPUT:         AUDITLOG  - CONVERT TRANSACTION AUDIT RECORDS   *
003200*                SENSMAST  - SENSOR CALIBRATION MASTER (VSAM)    *
005100* DATE        INIT  DESCRIPTION                                  *
005200* ----------  ----  ------------------------------------------- *
005300* 09/02/2026  AD    INITIAL VERSION                              *
005320* 10/15/2026  AD    THE AUDIT RECORD IS NOW THE 160-BYTE VERSION *
005340*                   2 LAYOUT (SEE CONVERT) - LAYOUT WIDENED TO   *
005360*                   MATCH                                        *
005370* 10/15/2026  AD    READINGS SPLIT INTO ONLINE AND BULK          *
005380*                   (CONVBULK FEED) COLUMNS PER SENSOR, WITH     *
005390*                   ONLINE AND BULK RUN TOTALS                   *
005392* 10/15/2026  AD    SENSMAST RECORD NOW CARRIES THE SENSOR'S     *
005394*                   STATUS, CHANNEL AND CALIBRATION-DUE DATE (40 *
005396*                   TO 60 BYTES)                                 *
005397* 10/15/2026  AD    SENSOR MASTER LAYOUT NOW NAMES THE COLD-     *
005398*                   CHAIN FLAG, AS IN SENSMNT                    *
005400******************************************************************
005500
005600 ENVIRONMENT DIVISION.
008200* AUDIT-FILE - ONE RECORD PER CONVERT TRANSACTION, WRITTEN BY    *
008300* THE CONVERT PROGRAM'S WRITE-AUDIT-RECORD PARAGRAPH.  THE       *
008400* LAYOUT HERE MUST STAY IN STEP WITH AUDIT-RECORD IN CONVERT.    *
008420* THIS IS THE 160-BYTE VERSION 2 LAYOUT, CARRYING THE RAW        *
008440* READING, MODE AND CALLER ALONGSIDE THE ORIGINAL FIELDS.        *
008450* AR-SOURCE 'B' MARKS A READING POSTED BY THE CONVBULK OVERNIGHT *
008460* RUN, AR-FEED-ID NAMING ITS FEED (THE HDR DATE AND SERIAL); ANY *
008470* OTHER VALUE IS AN ONLINE READING.                              *
008480* AR-CALIB-FLAG 'O' MARKS A READING FROM A SENSOR THAT WAS PAST  *
008490* ITS CALIBRATION-DUE DATE.                                      *
008500*----------------------------------------------------------------*
008600 FD  AUDIT-FILE
008700     RECORDING MODE IS F.
009300     03  AR-OUTPUT-VALUE     PIC S9(7)V99 COMP-3.
009400     03  AR-RESPCODE         PIC S9(8) COMP-4.
009500     03  AR-RESPCODE2        PIC S9(8) COMP-4.
009510     03  AR-VERSION          PIC X(01).
009520     03  AR-RAW-VALUE        PIC S9(7)V99 COMP-3.
009530     03  AR-CALIB-OFFSET     PIC S9(7)V99 COMP-3.
009540     03  AR-MODE             PIC X(01).
009550     03  AR-ROUND-MODE       PIC X(01).
009560     03  AR-REQUEST-ID       PIC X(32).
009570     03  AR-USERID           PIC X(08).
009580     03  AR-TRANSID          PIC X(04).
009582     03  AR-SOURCE           PIC X(01).
009584         88  AR-FROM-BULK        VALUE 'B'.
009586     03  AR-FEED-ID          PIC X(12).
009588     03  AR-CALIB-FLAG       PIC X(01).
009590         88  AR-CALIB-OVERDUE    VALUE 'O'.
009592     03  FILLER              PIC X(31).
009600
009700*----------------------------------------------------------------*
009800* SENS-FILE - THE SENSOR CALIBRATION MASTER MAINTAINED BY THE    *
009900* SENSMNT TRANSACTION.  THE LAYOUT HERE MUST STAY IN STEP WITH   *
010000* SENSOR-RECORD IN SENSMNT.  A RECORD NOT UPDATED SINCE THE      *
010020* LIFECYCLE FIELDS WERE ADDED IS STILL 40 BYTES LONG; ONLY THE   *
010040* RANGE FIELDS ARE USED HERE.                                    *
010100*----------------------------------------------------------------*
010200 FD  SENS-FILE
010300     RECORD IS VARYING IN SIZE FROM 40 TO 60 CHARACTERS
010350     DEPENDING ON WS-SENS-LENGTH.
010400 01  SENS-RECORD.
010500     03  SM-SENSOR-KEY       PIC X(08).
010600     03  SM-CALIB-OFFSET     PIC S9(7)V99 COMP-3.
010700     03  SM-RANGE-MIN        PIC S9(7)V99 COMP-3.
010800     03  SM-RANGE-MAX        PIC S9(7)V99 COMP-3.
010820     03  SM-STATUS           PIC X(01).
010840     03  SM-CHANNEL          PIC X(16).
010860     03  SM-CALIB-DUE        PIC 9(08).
010900     03  SM-COLD-CHAIN       PIC X(01).
010950     03  FILLER              PIC X(11).
011000
011100*----------------------------------------------------------------*
011200* REPORT-FILE - THE PRINTED SENSOR HEALTH REPORT (132 COLUMNS -  *
012900     88  SENS-FILE-OK            VALUE '00'.
013000     88  SENS-RECORD-FOUND       VALUE '00'.
013100     88  SENS-RECORD-ABSENT      VALUE '23'.
013150 77  WS-SENS-LENGTH          PIC 9(04) COMP VALUE 0.
013200
013300 77  WS-REPORT-STATUS        PIC X(02) VALUE '00'.
013400     88  REPORT-FILE-OK          VALUE '00'.
014000* COUNTERS                                                       *
014100*----------------------------------------------------------------*
014200 77  WS-TOTAL-COUNT          PIC S9(08) COMP VALUE 0.
014220 77  WS-ONLINE-COUNT         PIC S9(08) COMP VALUE 0.
014240 77  WS-BULK-COUNT           PIC S9(08) COMP VALUE 0.
014300 77  WS-NOSENSOR-COUNT       PIC S9(08) COMP VALUE 0.
014400 77  WS-OVERFLOW-COUNT       PIC S9(08) COMP VALUE 0.
014500 77  WS-FLAGGED-COUNT        PIC S9(08) COMP VALUE 0.
016700     03  WS-SENSOR-ENTRY     OCCURS 200 TIMES.
016800         05  WS-SE-SENSOR-ID     PIC X(08).
016900         05  WS-SE-READ-COUNT    PIC S9(08) COMP.
016920         05  WS-SE-ONLINE-COUNT  PIC S9(08) COMP.
016940         05  WS-SE-BULK-COUNT    PIC S9(08) COMP.
017000         05  WS-SE-VALID-COUNT   PIC S9(08) COMP.
017100         05  WS-SE-REJECT-COUNT  PIC S9(08) COMP.
017200         05  WS-SE-RESP-COUNT    PIC S9(08) COMP.
019800 01  WS-HEADING-2.
019900     03  FILLER              PIC X(10) VALUE 'SENSOR'.
020000     03  FILLER              PIC X(10) VALUE 'READINGS'.
020020     03  FILLER              PIC X(10) VALUE 'ONLINE'.
020040     03  FILLER              PIC X(10) VALUE 'BULK'.
020100     03  FILLER              PIC X(10) VALUE 'REJECTS'.
020200     03  FILLER              PIC X(10) VALUE 'RESP ERR'.
020300     03  FILLER              PIC X(13) VALUE 'MIN SEEN'.
020500     03  FILLER              PIC X(13) VALUE 'RANGE MIN'.
020600     03  FILLER              PIC X(13) VALUE 'RANGE MAX'.
020700     03  FILLER              PIC X(20) VALUE 'STATUS'.
020800     03  FILLER              PIC X(10) VALUE SPACES.
020900
021000 01  WS-DETAIL-LINE.
021100     03  WS-D-SENSOR         PIC X(08).
021200     03  FILLER              PIC X(02) VALUE SPACES.
021300     03  WS-D-READINGS       PIC ZZZ,ZZ9.
021400     03  FILLER              PIC X(03) VALUE SPACES.
021420     03  WS-D-ONLINE         PIC ZZZ,ZZ9.
021440     03  FILLER              PIC X(03) VALUE SPACES.
021460     03  WS-D-BULK           PIC ZZZ,ZZ9.
021480     03  FILLER              PIC X(03) VALUE SPACES.
021500     03  WS-D-REJECTS        PIC ZZZ,ZZ9.
021600     03  FILLER              PIC X(03) VALUE SPACES.
021700     03  WS-D-RESP-ERRS      PIC ZZZ,ZZ9.
022500     03  WS-D-RANGE-MAX      PIC -(6)9.99.
022600     03  FILLER              PIC X(02) VALUE SPACES.
022700     03  WS-D-STATUS         PIC X(20).
022800     03  FILLER              PIC X(10) VALUE SPACES.
022900
023000 01  WS-TOTAL-LINE.
023100     03  WS-T-LABEL          PIC X(34).
030200*----------------------------------------------------------------*
030300 2000-PROCESS-AUDIT-RECORD.
030400     ADD 1 TO WS-TOTAL-COUNT.
030410     IF AR-FROM-BULK
030420         ADD 1 TO WS-BULK-COUNT
030430     ELSE
030440         ADD 1 TO WS-ONLINE-COUNT
030450     END-IF.
030500
030600     IF AR-SENSOR-ID = SPACES
030700         ADD 1 TO WS-NOSENSOR-COUNT
035100             MOVE AR-SENSOR-ID
035200               TO WS-SE-SENSOR-ID (WS-FOUND-SUB)
035300             MOVE 0 TO WS-SE-READ-COUNT   (WS-FOUND-SUB)
035320             MOVE 0 TO WS-SE-ONLINE-COUNT (WS-FOUND-SUB)
035340             MOVE 0 TO WS-SE-BULK-COUNT   (WS-FOUND-SUB)
035400             MOVE 0 TO WS-SE-VALID-COUNT  (WS-FOUND-SUB)
035500             MOVE 0 TO WS-SE-REJECT-COUNT (WS-FOUND-SUB)
035600             MOVE 0 TO WS-SE-RESP-COUNT   (WS-FOUND-SUB)
038000*----------------------------------------------------------------*
038100 2300-ACCUMULATE-READING.
038200     ADD 1 TO WS-SE-READ-COUNT (WS-FOUND-SUB).
038210     IF AR-FROM-BULK
038220         ADD 1 TO WS-SE-BULK-COUNT (WS-FOUND-SUB)
038230     ELSE
038240         ADD 1 TO WS-SE-ONLINE-COUNT (WS-FOUND-SUB)
038250     END-IF.
038300
038400     IF AR-RESPCODE = WS-NORMAL-RESP
038500         ADD 1 TO WS-SE-VALID-COUNT (WS-FOUND-SUB)
043100     MOVE WS-TOTAL-COUNT TO WS-T-COUNT.
043200     WRITE REPORT-LINE FROM WS-TOTAL-LINE
043300         AFTER ADVANCING 2 LINES.
043305
043310     MOVE '  ONLINE . . . . . . . . . . . . .' TO WS-T-LABEL.
043315     MOVE WS-ONLINE-COUNT TO WS-T-COUNT.
043320     WRITE REPORT-LINE FROM WS-TOTAL-LINE
043325         AFTER ADVANCING 1 LINE.
043330
043335     MOVE '  BULK (CONVBULK FEEDS). . . . . .' TO WS-T-LABEL.
043340     MOVE WS-BULK-COUNT TO WS-T-COUNT.
043345     WRITE REPORT-LINE FROM WS-TOTAL-LINE
043350         AFTER ADVANCING 1 LINE.
043400
043500     MOVE 'READINGS WITH NO SENSOR ID . . . .' TO WS-T-LABEL.
043600     MOVE WS-NOSENSOR-COUNT TO WS-T-COUNT.
046200     MOVE SPACES TO WS-DETAIL-LINE.
046300     MOVE WS-SE-SENSOR-ID (WS-SENSOR-SUB) TO WS-D-SENSOR.
046400     MOVE WS-SE-READ-COUNT (WS-SENSOR-SUB) TO WS-D-READINGS.
046420     MOVE WS-SE-ONLINE-COUNT (WS-SENSOR-SUB) TO WS-D-ONLINE.
046440     MOVE WS-SE-BULK-COUNT (WS-SENSOR-SUB) TO WS-D-BULK.
046500     MOVE WS-SE-REJECT-COUNT (WS-SENSOR-SUB) TO WS-D-REJECTS.
046600     MOVE WS-SE-RESP-COUNT (WS-SENSOR-SUB) TO WS-D-RESP-ERRS.
046700     MOVE WS-SE-MIN-INPUT (WS-SENSOR-SUB) TO WS-D-MIN.
