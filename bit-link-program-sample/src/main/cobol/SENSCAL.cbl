000100*----------------------------------------------------------------*
000200*  Licensed Materials - Property of IBM                          *
000300*  SAMPLE                                                        *
000400*  (c) Copyright IBM Corp. 2016 All Rights Reserved              *
000500*  US Government Users Restricted Rights - Use, duplication or   *
000600*  disclosure restricted by GSA ADP Schedule Contract with       *
000700*  IBM Corp                                                      *
000800*----------------------------------------------------------------*
000900******************************************************************
001000*                                                                *
001100* MODULE NAME:   SENSCAL                                         *
001200*                                                                *
001300* DESCRIPTION:   WEEKLY SENSOR CALIBRATION DUE LIST.  READS THE  *
001400*                SENSMAST SENSOR MASTER FROM END TO END AND      *
001500*                LISTS, FOR FIELD MAINTENANCE, EVERY SENSOR      *
001600*                WHOSE CALIBRATION-DUE DATE (SET THROUGH THE     *
001700*                SENSMNT TRANSACTION) HAS PASSED, AND EVERY      *
001800*                SENSOR FALLING DUE WITHIN THE LOOK-AHEAD        *
001900*                WINDOW.  READINGS FROM AN OVERDUE SENSOR ARE    *
002000*                STILL CONVERTED BUT ARE MARKED ON THE AUDIT     *
002100*                TRAIL, SO THIS LIST IS WHAT GETS THEM BACK TO   *
002200*                A CLEAN STATE.                                  *
002300*                                                                *
002400*                THE LOOK-AHEAD WINDOW IN DAYS COMES FROM A      *
002500*                SYSIN CONTROL CARD (COLUMNS 1-4, 0000-0365).    *
002600*                A MISSING, NON-NUMERIC OR IMPLAUSIBLE CARD      *
002700*                FAILS THE JOB RC=12 WITHOUT LISTING ANYTHING.   *
002800*                                                                *
002900*                RETIRED SENSORS ARE NOT LISTED.  A SUSPENDED    *
003000*                SENSOR IS LISTED WITH ITS STATUS, SINCE IT      *
003100*                MUST BE CALIBRATED BEFORE IT RETURNS TO         *
003200*                SERVICE.  A SENSOR WITH NO CALIBRATION-DUE      *
003300*                DATE - INCLUDING A RECORD NOT UPDATED SINCE     *
003400*                THE DATE WAS ADDED TO THE MASTER - IS COUNTED   *
003500*                ON ITS OWN REPORT LINE.                         *
003600*                                                                *
003700* INPUT:         SENSMAST  - SENSOR CALIBRATION MASTER (VSAM)    *
003800*                SYSIN     - LOOK-AHEAD DAYS CONTROL CARD        *
003900* OUTPUT:        CALDUE    - PRINTED CALIBRATION DUE LIST        *
004000*                                                                *
004100* RETURN CODES:  0 - NO SENSOR OVERDUE                           *
004200*                4 - ONE OR MORE SENSORS OVERDUE FOR             *
004300*                    CALIBRATION                                 *
004400*                8 - A FILE COULD NOT BE OPENED                  *
004500*               12 - CONTROL CARD MISSING OR IMPLAUSIBLE -       *
004600*                    NOTHING LISTED                              *
004700*                                                                *
004800******************************************************************
004900
005000 IDENTIFICATION DIVISION.
005100 PROGRAM-ID.    SENSCAL.
005200 AUTHOR.        APPLICATIONS DEVELOPMENT.
005300 INSTALLATION.  CICSDEV SAMPLES.
005400 DATE-WRITTEN.  10/15/2026.
005500 DATE-COMPILED.
005600
005700******************************************************************
005800* MODIFICATION HISTORY                                           *
005900*                                                                *
006000* DATE        INIT  DESCRIPTION                                  *
006100* ----------  ----  ------------------------------------------- *
006200* 10/15/2026  AD    INITIAL VERSION                              *
006300******************************************************************
006400
006500 ENVIRONMENT DIVISION.
006600 CONFIGURATION SECTION.
006700 SOURCE-COMPUTER.   IBM-Z.
006800 OBJECT-COMPUTER.   IBM-Z.
006900 SPECIAL-NAMES.
007000     CONSOLE IS CONS.
007100
007200 INPUT-OUTPUT SECTION.
007300 FILE-CONTROL.
007400     SELECT SENS-FILE    ASSIGN TO SENSMAST
007500                         ORGANIZATION IS INDEXED
007600                         ACCESS IS SEQUENTIAL
007700                         RECORD KEY IS SM-SENSOR-KEY
007800                         FILE STATUS IS WS-SENS-STATUS.
007900
008000     SELECT REPORT-FILE  ASSIGN TO CALDUE
008100                         ORGANIZATION IS SEQUENTIAL
008200                         FILE STATUS IS WS-REPORT-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600*----------------------------------------------------------------*
008700* SENS-FILE - THE SENSOR CALIBRATION MASTER MAINTAINED BY THE    *
008800* SENSMNT TRANSACTION.  THE LAYOUT HERE MUST STAY IN STEP WITH   *
008900* SENSOR-RECORD IN SENSMNT.  A RECORD NOT UPDATED SINCE THE      *
009000* LIFECYCLE FIELDS WERE ADDED IS STILL 40 BYTES LONG, AND IS     *
009100* TAKEN AS AN ACTIVE SENSOR WITH NO CALIBRATION DUE.             *
009200*----------------------------------------------------------------*
009300 FD  SENS-FILE
009400     RECORD IS VARYING IN SIZE FROM 40 TO 60 CHARACTERS
009500     DEPENDING ON WS-SENS-LENGTH.
009600 01  SENS-RECORD.
009700     03  SM-SENSOR-KEY       PIC X(08).
009800     03  SM-CALIB-OFFSET     PIC S9(7)V99 COMP-3.
009900     03  SM-RANGE-MIN        PIC S9(7)V99 COMP-3.
010000     03  SM-RANGE-MAX        PIC S9(7)V99 COMP-3.
010100     03  SM-STATUS           PIC X(01).
010200         88  SM-SUSPENDED        VALUE 'S'.
010300         88  SM-RETIRED          VALUE 'R'.
010400     03  SM-CHANNEL          PIC X(16).
010500     03  SM-CALIB-DUE        PIC 9(08).
010600     03  SM-COLD-CHAIN       PIC X(01).
010650     03  FILLER              PIC X(11).
010700
010800*----------------------------------------------------------------*
010900* REPORT-FILE - THE PRINTED CALIBRATION DUE LIST                 *
011000*----------------------------------------------------------------*
011100 FD  REPORT-FILE
011200     RECORDING MODE IS F.
011300 01  REPORT-LINE             PIC X(80).
011400
011500 WORKING-STORAGE SECTION.
011600*----------------------------------------------------------------*
011700* SWITCHES                                                       *
011800*----------------------------------------------------------------*
011900 77  WS-SENS-STATUS          PIC X(02) VALUE '00'.
012000     88  SENS-FILE-OK            VALUE '00'.
012100
012200 77  WS-REPORT-STATUS        PIC X(02) VALUE '00'.
012300     88  REPORT-FILE-OK          VALUE '00'.
012400
012500 77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
012600     88  NO-MORE-SENS-RECORDS    VALUE 'Y'.
012700
012800 77  WS-SENS-LENGTH          PIC 9(04) COMP VALUE 0.
012900
013000*----------------------------------------------------------------*
013100* LOOK-AHEAD CONTROL CARD                                        *
013200*----------------------------------------------------------------*
013300 01  WS-CONTROL-CARD.
013400     03  WS-CC-DAYS          PIC X(04).
013500     03  FILLER              PIC X(76).
013600
013700 77  WS-WINDOW-DAYS          PIC 9(04) VALUE 0.
013800 77  WS-MAX-WINDOW-DAYS      PIC 9(04) VALUE 365.
013900
014000*----------------------------------------------------------------*
014100* COUNTERS                                                       *
014200*----------------------------------------------------------------*
014300 77  WS-EXAMINED-COUNT       PIC S9(08) COMP VALUE 0.
014400 77  WS-OVERDUE-COUNT        PIC S9(08) COMP VALUE 0.
014500 77  WS-DUE-COUNT            PIC S9(08) COMP VALUE 0.
014600 77  WS-UNDATED-COUNT        PIC S9(08) COMP VALUE 0.
014700 77  WS-RETIRED-COUNT        PIC S9(08) COMP VALUE 0.
014800
014900*----------------------------------------------------------------*
015000* DATE ARITHMETIC.  DATES ARE COMPARED AS SERIAL DAY NUMBERS SO  *
015100* A WINDOW SPANNING A MONTH OR YEAR END COMES OUT RIGHT - THE    *
015200* SAME GREGORIAN DAY-NUMBER FORMULA AS REQPURGE.                 *
015300*----------------------------------------------------------------*
015400 77  WS-RUN-DATE             PIC 9(08) VALUE 0.
015500 77  WS-RUN-SERIAL           PIC S9(08) COMP VALUE 0.
015600 77  WS-DUE-SERIAL           PIC S9(08) COMP VALUE 0.
015700 77  WS-DAYS-TO-DUE          PIC S9(08) COMP VALUE 0.
015800
015900 01  WS-DTS-DATE             PIC 9(08) VALUE 0.
016000 01  WS-DTS-DATE-R           REDEFINES WS-DTS-DATE.
016100     03  WS-DTS-YEAR         PIC 9(04).
016200     03  WS-DTS-MONTH        PIC 9(02).
016300     03  WS-DTS-DAY          PIC 9(02).
016400 77  WS-DTS-SERIAL           PIC S9(08) COMP VALUE 0.
016500 77  WS-DTS-A                PIC S9(08) COMP VALUE 0.
016600 77  WS-DTS-Y                PIC S9(08) COMP VALUE 0.
016700 77  WS-DTS-M                PIC S9(08) COMP VALUE 0.
016800
016900*----------------------------------------------------------------*
017000* REPORT LINES                                                   *
017100*----------------------------------------------------------------*
017200 01  WS-HEADING-1.
017300     03  FILLER              PIC X(20) VALUE SPACES.
017400     03  FILLER              PIC X(60) VALUE
017500         'SENSOR CALIBRATION DUE LIST'.
017600
017700 01  WS-RUN-LINE.
017800     03  FILLER              PIC X(30) VALUE
017900         'RUN DATE . . . . . . . . . . .'.
018000     03  WS-R-DATE           PIC 9999/99/99.
018100     03  FILLER              PIC X(40) VALUE SPACES.
018200
018300 01  WS-WINDOW-LINE.
018400     03  FILLER              PIC X(30) VALUE
018500         'LOOK-AHEAD WINDOW (DAYS) . . .'.
018600     03  WS-W-DAYS           PIC ZZZ9.
018700     03  FILLER              PIC X(46) VALUE SPACES.
018800
018900 01  WS-HEADING-2.
019000     03  FILLER              PIC X(10) VALUE 'SENSOR'.
019100     03  FILLER              PIC X(11) VALUE 'STATUS'.
019200     03  FILLER              PIC X(18) VALUE 'CHANNEL'.
019300     03  FILLER              PIC X(12) VALUE 'DUE DATE'.
019400     03  FILLER              PIC X(07) VALUE ' DAYS'.
019500     03  FILLER              PIC X(22) VALUE 'CALIBRATION'.
019600
019700 01  WS-DETAIL-LINE.
019800     03  WS-D-SENSOR         PIC X(08).
019900     03  FILLER              PIC X(02) VALUE SPACES.
020000     03  WS-D-STATUS         PIC X(09).
020100     03  FILLER              PIC X(02) VALUE SPACES.
020200     03  WS-D-CHANNEL        PIC X(16).
020300     03  FILLER              PIC X(02) VALUE SPACES.
020400     03  WS-D-DUE-DATE       PIC 9999/99/99.
020500     03  FILLER              PIC X(02) VALUE SPACES.
020600     03  WS-D-DAYS           PIC ZZZZ9.
020700     03  FILLER              PIC X(02) VALUE SPACES.
020800     03  WS-D-STATE          PIC X(22).
020900
021000 01  WS-TOTAL-LINE.
021100     03  WS-T-LABEL          PIC X(30).
021200     03  WS-T-COUNT          PIC ZZZ,ZZ9.
021300     03  FILLER              PIC X(43) VALUE SPACES.
021400
021500 PROCEDURE DIVISION.
021600*----------------------------------------------------------------*
021700* 0000-MAINLINE                                                 *
021800*----------------------------------------------------------------*
021900 0000-MAINLINE.
022000     PERFORM 1000-INITIALIZE
022100         THRU 1000-EXIT.
022200
022300     PERFORM 2000-CHECK-ONE-SENSOR
022400         THRU 2000-EXIT
022500         UNTIL NO-MORE-SENS-RECORDS.
022600
022700     PERFORM 3000-PRODUCE-TOTALS
022800         THRU 3000-EXIT.
022900
023000     PERFORM 9999-TERMINATE
023100         THRU 9999-EXIT.
023200
023300     GOBACK.
023400
023500*----------------------------------------------------------------*
023600* 1000-INITIALIZE - VALIDATE THE CONTROL CARD FIRST: A BAD CARD *
023700* ENDS THE JOB RC=12 BEFORE THE MASTER IS EVEN OPENED           *
023800*----------------------------------------------------------------*
023900 1000-INITIALIZE.
024000     MOVE SPACES TO WS-CONTROL-CARD.
024100     ACCEPT WS-CONTROL-CARD.
024200
024300     IF WS-CC-DAYS NOT NUMERIC
024400         DISPLAY 'SENSCAL: LOOK-AHEAD CARD MISSING OR NOT'
024500                 ' NUMERIC - NOTHING LISTED' UPON CONS
024600         MOVE 12 TO RETURN-CODE
024700         MOVE 'Y' TO WS-EOF-SWITCH
024800         GO TO 1000-EXIT
024900     END-IF.
025000
025100     MOVE WS-CC-DAYS TO WS-WINDOW-DAYS.
025200     IF WS-WINDOW-DAYS > WS-MAX-WINDOW-DAYS
025300         DISPLAY 'SENSCAL: LOOK-AHEAD ' WS-WINDOW-DAYS
025400                 ' DAYS IMPLAUSIBLE (0-' WS-MAX-WINDOW-DAYS
025500                 ') - NOTHING LISTED' UPON CONS
025600         MOVE 12 TO RETURN-CODE
025700         MOVE 'Y' TO WS-EOF-SWITCH
025800         GO TO 1000-EXIT
025900     END-IF.
026000
026100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
026200     MOVE WS-RUN-DATE TO WS-DTS-DATE.
026300     PERFORM 8000-DATE-TO-SERIAL
026400         THRU 8000-EXIT.
026500     MOVE WS-DTS-SERIAL TO WS-RUN-SERIAL.
026600
026700     OPEN INPUT SENS-FILE.
026800     IF NOT SENS-FILE-OK
026900         DISPLAY 'SENSCAL: SENSMAST OPEN FAILED, STATUS='
027000                 WS-SENS-STATUS UPON CONS
027100         MOVE 8 TO RETURN-CODE
027200         MOVE 'Y' TO WS-EOF-SWITCH
027300         GO TO 1000-EXIT
027400     END-IF.
027500
027600     OPEN OUTPUT REPORT-FILE.
027700     IF NOT REPORT-FILE-OK
027800         DISPLAY 'SENSCAL: CALDUE OPEN FAILED, STATUS='
027900                 WS-REPORT-STATUS UPON CONS
028000         MOVE 8 TO RETURN-CODE
028100         MOVE 'Y' TO WS-EOF-SWITCH
028200         GO TO 1000-EXIT
028300     END-IF.
028400
028500     WRITE REPORT-LINE FROM WS-HEADING-1
028600         AFTER ADVANCING PAGE.
028700     MOVE WS-RUN-DATE TO WS-R-DATE.
028800     WRITE REPORT-LINE FROM WS-RUN-LINE
028900         AFTER ADVANCING 2 LINES.
029000     MOVE WS-WINDOW-DAYS TO WS-W-DAYS.
029100     WRITE REPORT-LINE FROM WS-WINDOW-LINE
029200         AFTER ADVANCING 1 LINE.
029300     WRITE REPORT-LINE FROM WS-HEADING-2
029400         AFTER ADVANCING 2 LINES.
029500
029600     PERFORM 2100-READ-SENS-RECORD
029700         THRU 2100-EXIT.
029800 1000-EXIT.
029900     EXIT.
030000
030100*----------------------------------------------------------------*
030200* 2000-CHECK-ONE-SENSOR - LIST THE SENSOR LAST READ WHEN IT IS  *
030300* OVERDUE OR FALLS DUE WITHIN THE WINDOW, THEN READ THE NEXT    *
030400*----------------------------------------------------------------*
030500 2000-CHECK-ONE-SENSOR.
030600     ADD 1 TO WS-EXAMINED-COUNT.
030700
030800     IF WS-SENS-LENGTH < 60
030900*        WRITTEN BEFORE THE MASTER CARRIED A DUE DATE
031000         ADD 1 TO WS-UNDATED-COUNT
031100         GO TO 2000-READ-NEXT
031200     END-IF.
031300
031400     IF SM-RETIRED
031500         ADD 1 TO WS-RETIRED-COUNT
031600         GO TO 2000-READ-NEXT
031700     END-IF.
031800
031900     IF SM-CALIB-DUE NOT NUMERIC
032000      OR SM-CALIB-DUE = 0
032100         ADD 1 TO WS-UNDATED-COUNT
032200         GO TO 2000-READ-NEXT
032300     END-IF.
032400
032500     MOVE SM-CALIB-DUE TO WS-DTS-DATE.
032600     PERFORM 8000-DATE-TO-SERIAL
032700         THRU 8000-EXIT.
032800     MOVE WS-DTS-SERIAL TO WS-DUE-SERIAL.
032900     COMPUTE WS-DAYS-TO-DUE = WS-DUE-SERIAL - WS-RUN-SERIAL.
033000
033100     IF WS-DAYS-TO-DUE < 0
033200         ADD 1 TO WS-OVERDUE-COUNT
033300         PERFORM 2200-LIST-SENSOR
033400             THRU 2200-EXIT
033500     ELSE
033600         IF WS-DAYS-TO-DUE NOT > WS-WINDOW-DAYS
033700             ADD 1 TO WS-DUE-COUNT
033800             PERFORM 2200-LIST-SENSOR
033900                 THRU 2200-EXIT
034000         END-IF
034100     END-IF.
034200
034300 2000-READ-NEXT.
034400     PERFORM 2100-READ-SENS-RECORD
034500         THRU 2100-EXIT.
034600 2000-EXIT.
034700     EXIT.
034800
034900*----------------------------------------------------------------*
035000* 2100-READ-SENS-RECORD                                         *
035100*----------------------------------------------------------------*
035200 2100-READ-SENS-RECORD.
035300     READ SENS-FILE
035400         AT END
035500             MOVE 'Y' TO WS-EOF-SWITCH
035600     END-READ.
035700 2100-EXIT.
035800     EXIT.
035900
036000*----------------------------------------------------------------*
036100* 2200-LIST-SENSOR - ONE LINE FOR THE SENSOR LAST READ.  THE    *
036200* DAYS COLUMN IS DAYS OVERDUE FOR AN OVERDUE SENSOR AND DAYS    *
036300* REMAINING FOR ONE FALLING DUE.                                *
036400*----------------------------------------------------------------*
036500 2200-LIST-SENSOR.
036600     MOVE SM-SENSOR-KEY TO WS-D-SENSOR.
036700     IF SM-SUSPENDED
036800         MOVE 'SUSPENDED' TO WS-D-STATUS
036900     ELSE
037000         MOVE 'ACTIVE' TO WS-D-STATUS
037100     END-IF.
037200     IF SM-CHANNEL = SPACES
037300         MOVE '(UNASSIGNED)' TO WS-D-CHANNEL
037400     ELSE
037500         MOVE SM-CHANNEL TO WS-D-CHANNEL
037600     END-IF.
037700     MOVE SM-CALIB-DUE TO WS-D-DUE-DATE.
037800
037900     IF WS-DAYS-TO-DUE < 0
038000         COMPUTE WS-D-DAYS = 0 - WS-DAYS-TO-DUE
038100         MOVE 'OVERDUE' TO WS-D-STATE
038200     ELSE
038300         MOVE WS-DAYS-TO-DUE TO WS-D-DAYS
038400         MOVE 'DUE' TO WS-D-STATE
038500     END-IF.
038600
038700     WRITE REPORT-LINE FROM WS-DETAIL-LINE
038800         AFTER ADVANCING 1 LINE.
038900 2200-EXIT.
039000     EXIT.
039100
039200*----------------------------------------------------------------*
039300* 3000-PRODUCE-TOTALS                                           *
039400*----------------------------------------------------------------*
039500 3000-PRODUCE-TOTALS.
039600     IF RETURN-CODE NOT < 8
039700         GO TO 3000-EXIT
039800     END-IF.
039900
040000     MOVE SPACES TO WS-TOTAL-LINE.
040100     MOVE 'SENSORS EXAMINED . . . . . . .' TO WS-T-LABEL.
040200     MOVE WS-EXAMINED-COUNT TO WS-T-COUNT.
040300     WRITE REPORT-LINE FROM WS-TOTAL-LINE
040400         AFTER ADVANCING 3 LINES.
040500
040600     MOVE 'OVERDUE FOR CALIBRATION. . . .' TO WS-T-LABEL.
040700     MOVE WS-OVERDUE-COUNT TO WS-T-COUNT.
040800     WRITE REPORT-LINE FROM WS-TOTAL-LINE
040900         AFTER ADVANCING 1 LINE.
041000
041100     MOVE 'DUE WITHIN THE WINDOW. . . . .' TO WS-T-LABEL.
041200     MOVE WS-DUE-COUNT TO WS-T-COUNT.
041300     WRITE REPORT-LINE FROM WS-TOTAL-LINE
041400         AFTER ADVANCING 1 LINE.
041500
041600     MOVE 'NO CALIBRATION DUE DATE SET. .' TO WS-T-LABEL.
041700     MOVE WS-UNDATED-COUNT TO WS-T-COUNT.
041800     WRITE REPORT-LINE FROM WS-TOTAL-LINE
041900         AFTER ADVANCING 1 LINE.
042000
042100     MOVE 'RETIRED (NOT LISTED) . . . . .' TO WS-T-LABEL.
042200     MOVE WS-RETIRED-COUNT TO WS-T-COUNT.
042300     WRITE REPORT-LINE FROM WS-TOTAL-LINE
042400         AFTER ADVANCING 1 LINE.
042500
042600     DISPLAY 'SENSCAL: EXAMINED ' WS-EXAMINED-COUNT
042700             ' OVERDUE ' WS-OVERDUE-COUNT
042800             ' DUE ' WS-DUE-COUNT UPON CONS.
042900
043000     IF WS-OVERDUE-COUNT > 0
043100         MOVE 4 TO RETURN-CODE
043200     END-IF.
043300 3000-EXIT.
043400     EXIT.
043500
043600*----------------------------------------------------------------*
043700* 8000-DATE-TO-SERIAL - GREGORIAN DAY NUMBER FROM WS-DTS-DATE   *
043800* (YYYYMMDD) INTO WS-DTS-SERIAL.  ALL DIVISIONS ARE INTEGER     *
043900* (THE COMP RECEIVING FIELDS TRUNCATE), WHICH IS WHAT THE       *
044000* FORMULA REQUIRES.                                             *
044100*----------------------------------------------------------------*
044200 8000-DATE-TO-SERIAL.
044300     COMPUTE WS-DTS-A = (14 - WS-DTS-MONTH) / 12.
044400     COMPUTE WS-DTS-Y = WS-DTS-YEAR + 4800 - WS-DTS-A.
044500     COMPUTE WS-DTS-M = WS-DTS-MONTH + 12 * WS-DTS-A - 3.
044600     COMPUTE WS-DTS-SERIAL =
044700             WS-DTS-DAY
044800           + (153 * WS-DTS-M + 2) / 5
044900           + 365 * WS-DTS-Y
045000           + WS-DTS-Y / 4
045100           - WS-DTS-Y / 100
045200           + WS-DTS-Y / 400
045300           - 32045.
045400 8000-EXIT.
045500     EXIT.
045600
045700*----------------------------------------------------------------*
045800* 9999-TERMINATE - CLOSE FILES                                  *
045900*----------------------------------------------------------------*
046000 9999-TERMINATE.
046100     IF RETURN-CODE < 12
046200         CLOSE SENS-FILE
046300         CLOSE REPORT-FILE
046400     END-IF.
046500 9999-EXIT.
046600     EXIT.
