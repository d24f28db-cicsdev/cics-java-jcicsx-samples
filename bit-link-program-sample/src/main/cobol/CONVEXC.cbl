002100*                INPUT VALUE IS ALSO WRITTEN TO A MACHINE-       *
002200*                READABLE RESUBMISSION FILE IN THE CONVBULK      *
002300*                FEED LAYOUT, SO CORRECTED READINGS CAN BE FED   *
002400*                STRAIGHT BACK THROUGH THE CONVBULK JOB.  EACH   *
002450*                RESUBMISSION RECORD CARRIES THE READING AS IT   *
002500*                WAS RECEIVED - THE RAW VALUE, BEFORE ANY        *
002550*                CALIBRATION OFFSET - WITH THE MODE AND SENSOR   *
002600*                IT ARRIVED WITH, SO CONVBULK APPLIES THE SAME   *
002650*                CONVERSION AND THE SENSOR'S CURRENT OFFSET ON   *
002700*                THE RERUN.  THE DETAIL LINE SHOWS THE SAME RAW  *
002750*                VALUE.                                          *
002910*                                                                *
002920*                A REQUEST-LEVEL FAILURE (A FAILING GET          *
002930*                INPUTDATA, OR THE INPUTCOUNT-OUT-OF-RANGE       *
002980*                OFF THE RESUBMISSION FILE, WHICHEVER CLASS      *
002990*                ITS RESPCODE PUT IT IN.                         *
003000*                                                                *
003010*                THE RESUBMISSION HEADER'S FEED DATE IS THE      *
003020*                BUSINESS DATE FROM A SYSIN CARD (YYYYMMDD,      *
003030*                COLUMNS 1-8), PASSED BY THE CYCLCTL STEP THAT   *
003040*                STARTS THE JOB; A MISSING OR INVALID CARD       *
003050*                DEFAULTS TO TODAY'S DATE.                       *
003060*                                                                *
003100* INPUT:         AUDITLOG  - CONVERT TRANSACTION AUDIT RECORDS   *
003150*                SYSIN     - BUSINESS DATE CARD (YYYYMMDD)       *
003200* OUTPUT:        EXCPRPT   - PRINTED EXCEPTION DETAIL REPORT     *
003300*                RESUBMIT  - REJECTED INPUT VALUES, CONVBULK     *
003400*                            FEED LAYOUT                         *
005480* 09/02/2026  AD    THE RESUBMISSION FILE IS CUT WITH HDR/TRL    *
005482*                   CONTROLS SO CONVBULK'S INTEGRITY AND         *
005484*                   DOUBLE-RUN CHECKS ACCEPT AND GUARD IT        *
005486* 10/15/2026  AD    THE AUDIT RECORD IS NOW THE 160-BYTE VERSION *
005488*                   2 LAYOUT (SEE CONVERT) - RESUBMISSION        *
005490*                   RECORDS CARRY THE RAW READING, ITS REAL MODE *
005492*                   AND ITS SENSOR INSTEAD OF THE CALIBRATED     *
005494*                   VALUE, MODE 'C' AND A BLANK SENSOR           *
005514* 10/15/2026  AD    THE RESUBMISSION FEED DATE IS THE BUSINESS   *
005534*                   DATE FROM THE SYSIN CARD WRITTEN BY CYCLCTL, *
005554*                   NOT THE SYSTEM DATE                          *
005599******************************************************************
005600
005700 ENVIRONMENT DIVISION.
005800 CONFIGURATION SECTION.
008100* AUDIT-FILE - ONE RECORD PER CONVERT TRANSACTION, WRITTEN BY    *
008200* THE CONVERT PROGRAM'S WRITE-AUDIT-RECORD PARAGRAPH.  THE       *
008300* LAYOUT HERE MUST STAY IN STEP WITH AUDIT-RECORD IN CONVERT.    *
008320* THIS IS THE 160-BYTE VERSION 2 LAYOUT, CARRYING THE RAW        *
008340* READING, MODE AND CALLER ALONGSIDE THE ORIGINAL FIELDS.        *
008350* AR-SOURCE 'B' MARKS A READING POSTED BY THE CONVBULK OVERNIGHT *
008360* RUN, AR-FEED-ID NAMING ITS FEED (THE HDR DATE AND SERIAL); ANY *
008370* OTHER VALUE IS AN ONLINE READING.                              *
008380* AR-CALIB-FLAG 'O' MARKS A READING FROM A SENSOR THAT WAS PAST  *
008390* ITS CALIBRATION-DUE DATE.                                      *
008400*----------------------------------------------------------------*
008500 FD  AUDIT-FILE
008600     RECORDING MODE IS F.
009100     03  AR-OUTPUT-VALUE     PIC S9(7)V99 COMP-3.
009200     03  AR-RESPCODE         PIC S9(8) COMP-4.
009300     03  AR-RESPCODE2        PIC S9(8) COMP-4.
009310     03  AR-VERSION          PIC X(01).
009320     03  AR-RAW-VALUE        PIC S9(7)V99 COMP-3.
009330     03  AR-CALIB-OFFSET     PIC S9(7)V99 COMP-3.
009340     03  AR-MODE             PIC X(01).
009350     03  AR-ROUND-MODE       PIC X(01).
009360     03  AR-REQUEST-ID       PIC X(32).
009370     03  AR-USERID           PIC X(08).
009380     03  AR-TRANSID          PIC X(04).
009382     03  AR-SOURCE           PIC X(01).
009384         88  AR-FROM-BULK        VALUE 'B'.
009386     03  AR-FEED-ID          PIC X(12).
009388     03  AR-CALIB-FLAG       PIC X(01).
009390         88  AR-CALIB-OVERDUE    VALUE 'O'.
009392     03  FILLER              PIC X(31).
009400
009500*----------------------------------------------------------------*
009600* REPORT-FILE - THE PRINTED EXCEPTION DETAIL REPORT              *
013428 77  WS-RESUB-SERIAL         PIC 9(04) VALUE 9001.
013430 77  WS-RESUB-DETAIL-COUNT   PIC 9(08) VALUE 0.
013432 77  WS-RESUB-VALUE-TOTAL    PIC S9(13)V99 COMP-3 VALUE 0.
013442
013452 01  WS-CONTROL-CARD.
013462     03  WS-CC-DATE          PIC X(08).
013472     03  FILLER              PIC X(72).
013500
013600*----------------------------------------------------------------*
013700* A RESP CODE OF ZERO IS CICS DFHRESP(NORMAL); -1 IS THE         *
020800* 1000-INITIALIZE - OPEN FILES, WRITE HEADINGS, PRIME THE READ  *
020900*----------------------------------------------------------------*
021000 1000-INITIALIZE.
021005     MOVE SPACES TO WS-CONTROL-CARD.
021010     ACCEPT WS-CONTROL-CARD.
021015     IF WS-CC-DATE IS NUMERIC
021020         MOVE WS-CC-DATE TO WS-RUN-DATE
021025     ELSE
021030         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
021035         DISPLAY 'CONVEXC: NO VALID DATE CARD - FEED DATE '
021040                 WS-RUN-DATE UPON CONS
021045     END-IF.
021050
021100     OPEN INPUT  AUDIT-FILE.
021200     IF NOT AUDIT-FILE-OK
021300         DISPLAY 'CONVEXC: AUDITLOG OPEN FAILED, STATUS='
023486*    THE RESUBMISSION FILE OPENED - CUT ITS HEADER BEFORE ANY
023488*    DETAIL RECORD CAN ARRIVE.
023490     IF NOT NO-MORE-AUDIT-RECORDS
023494         MOVE SPACES          TO RESUB-RECORD
023495         MOVE 'HDR'           TO RH-TYPE
023496         MOVE WS-RUN-DATE     TO RH-FEED-DATE
028300     MOVE SPACES          TO WS-DETAIL-LINE.
028400     MOVE AR-TIMESTAMP    TO WS-D-TIMESTAMP.
028500     MOVE AR-CHANNEL      TO WS-D-CHANNEL.
028600     MOVE AR-RAW-VALUE    TO WS-D-INPUT-VALUE.
028610
028620     MOVE 'Y' TO WS-RESUB-SWITCH.
028700
029620*    A REQUEST-LEVEL FAILURE (A FAILING GET INPUTDATA, OR THE
029630*    INPUTCOUNT-OUT-OF-RANGE MARKER, WHICH CONVERT LOGS UNDER
029640*    THE -1 SENTINEL) NEVER CARRIED A RECEIVED READING -
029650*    CONVERT AUDIT-LOGS IT WITH A ZERO RAW VALUE.
029660*    RESUBMITTING THAT ZERO WOULD FABRICATE A GENUINE ZERO-
029670*    DEGREE READING, SO THE LINE IS FLAGGED AND KEPT OFF THE
029680*    RESUBMISSION FILE WHICHEVER BRANCH ABOVE CLASSIFIED IT.
029690     IF AR-RAW-VALUE = ZERO
029700         MOVE 'N' TO WS-RESUB-SWITCH
029710         ADD 1 TO WS-NORESUB-COUNT
029720         MOVE AR-RESPCODE TO WS-NR-RESP
030600*----------------------------------------------------------------*
030700 2300-WRITE-RESUBMISSION.
030800     MOVE SPACES          TO RESUB-RECORD.
030900*    THE READING GOES BACK EXACTLY AS IT WAS RECEIVED - RAW
031000*    VALUE, MODE AND SENSOR - SO CONVBULK CALIBRATES AND
031002*    CONVERTS IT THE SAME WAY CONVERT DID.  THE CHANNEL IS
031004*    CARRIED SO THE FEED'S ALERT THRESHOLDS STILL APPLY ON
031006*    THE RERUN.
031008     MOVE AR-RAW-VALUE    TO RESUB-INPUT-VALUE.
031010     IF AR-MODE = 'F'
031012         MOVE 'F'         TO RESUB-MODE
031014     ELSE
031016         MOVE 'C'         TO RESUB-MODE
031018     END-IF.
031020     MOVE AR-SENSOR-ID    TO RESUB-SENSOR-ID.
031022     MOVE AR-CHANNEL      TO RESUB-CHANNEL.
031100     WRITE RESUB-RECORD.
031150     ADD 1 TO WS-RESUB-DETAIL-COUNT.
031160     ADD AR-RAW-VALUE TO WS-RESUB-VALUE-TOTAL.
031200 2300-EXIT.
031300     EXIT.
031400
