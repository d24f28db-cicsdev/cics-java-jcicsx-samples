003300*                HOLDS MORE THAN ONE RECORD FOR THE DATE (A      *
003400*                RERUN), THE LATEST WINS, AS CONVMTH DOES.       *
003500*                                                                *
003502*                AUDIT RECORDS CONVERT COULD NOT WRITE TO        *
003504*                AUDITLOG (CLOSED FOR THE CUTOVER, DISABLED OR   *
003506*                FULL) ARE KEPT ON THE AUDHOLD HOLDING FILE      *
003508*                UNTIL THE AUDDRAIN TRANSACTION REPLAYS THEM.    *
003510*                THE REPORT SHOWS HOW MANY OF THE DATE'S RECORDS *
003512*                WERE HELD AND REPLAYED.  HELD RECORDS NOT ON    *
003514*                THIS GENERATION - STILL HELD, OR REPLAYED AFTER *
003516*                THE DATE INTO A LATER ONE - ARE SHORT ON THE    *
003518*                AUDIT SIDE BY DESIGN; A DELTA EXACTLY EQUAL TO  *
003520*                THEM IS MARKED HELD RECORDS, NOT OUT OF         *
003522*                BALANCE.  ANY RECORD STILL HELD, FOR ANY DATE,  *
003524*                IS FLAGGED AND ENDS THE JOB RC=4.               *
003526*                                                                *
003528*                READINGS POSTED BY THE CONVBULK OVERNIGHT RUN   *
003530*                ARE BALANCED APART FROM THE ONLINE ONES: THEIR  *
003532*                AUDIT RECORDS AGAINST THE BULK COUNTS THE BPST  *
003534*                TRANSACTION POSTED TO CONVSTAT, THEN THE        *
003536*                COMBINED FIGURES AGAINST CONVSTAT AND THE       *
003538*                HISTORY RECORD, WHICH CARRIES BOTH.             *
003560*                                                                *
003600* INPUT:         AUDITLOG  - THE DAY'S CLOSED AUDIT GENERATION   *
003700*                CONVSTAT  - CONVERT'S DAILY STATISTICS (VSAM)   *
003800*                HISTORY   - CONVRPT SUMMARY HISTORY RECORDS     *
003850*                AUDHOLD   - AUDIT HOLDING FILE (VSAM)           *
003900*                SYSIN     - BALANCE DATE CARD (YYYYMMDD)        *
004000* OUTPUT:        BALRPT    - PRINTED CONTROLS REPORT             *
004100*                                                                *
004200* RETURN CODES:  0 - ALL THREE SOURCES BALANCE                   *
004300*                4 - OUT OF BALANCE (OR A SOURCE MISSING) -      *
004400*                    REVIEW THE REPORT                           *
004450*                    (ALSO WHEN AUDIT RECORDS ARE STILL HELD)    *
004500*                8 - A FILE COULD NOT BE OPENED                  *
004600*                                                                *
004700******************************************************************
005900* DATE        INIT  DESCRIPTION                                  *
006000* ----------  ----  ------------------------------------------- *
006100* 09/02/2026  AD    INITIAL VERSION                              *
006120* 10/15/2026  AD    AUDIT RECORDS HELD ON AUDHOLD WHILE AUDITLOG *
006140*                   WAS UNAVAILABLE ARE COUNTED, HELD/REPLAYED   *
006160*                   FIGURES REPORTED, STILL-HELD RECORDS FLAGGED *
006170* 10/15/2026  AD    THE AUDIT RECORD IS NOW THE 160-BYTE VERSION *
006180*                   2 LAYOUT (SEE CONVERT) - AUDIT AND HELD-     *
006190*                   RECORD LAYOUTS WIDENED TO MATCH              *
006192* 10/15/2026  AD    BULK (CONVBULK) READINGS ARE BALANCED APART  *
006194*                   FROM ONLINE ONES AGAINST THE CONVSTAT BULK   *
006196*                   COUNTS; COMBINED FIGURES ARE BALANCED        *
006198*                   AGAINST CONVSTAT AND HISTORY                 *
006218* 10/15/2026  AD    CONVSTAT RECORD CARRIES THE LIST OF FEEDS    *
006238*                   POSTED TO THE DATE - STAT-FILE LAYOUT        *
006258*                   WIDENED TO MATCH                             *
006278******************************************************************
006300
006400 ENVIRONMENT DIVISION.
006500 CONFIGURATION SECTION.
008300     SELECT HIST-FILE    ASSIGN TO HISTORY
008400                         ORGANIZATION IS SEQUENTIAL
008500                         FILE STATUS IS WS-HIST-STATUS.
008510
008520     SELECT HOLD-FILE    ASSIGN TO AUDHOLD
008530                         ORGANIZATION IS INDEXED
008540                         ACCESS IS SEQUENTIAL
008550                         RECORD KEY IS HD-KEY
008560                         FILE STATUS IS WS-HOLD-STATUS.
008600
008700     SELECT REPORT-FILE  ASSIGN TO BALRPT
008800                         ORGANIZATION IS SEQUENTIAL
009300*----------------------------------------------------------------*
009400* AUDIT-FILE - ONE RECORD PER CONVERT TRANSACTION.  THE LAYOUT   *
009500* HERE MUST STAY IN STEP WITH AUDIT-RECORD IN CONVERT.           *
009520* THIS IS THE 160-BYTE VERSION 2 LAYOUT, CARRYING THE RAW        *
009540* READING, MODE AND CALLER ALONGSIDE THE ORIGINAL FIELDS.        *
009550* AR-SOURCE 'B' MARKS A READING POSTED BY THE CONVBULK OVERNIGHT *
009560* RUN, AR-FEED-ID NAMING ITS FEED (THE HDR DATE AND SERIAL); ANY *
009570* OTHER VALUE IS AN ONLINE READING.                              *
009580* AR-CALIB-FLAG 'O' MARKS A READING FROM A SENSOR THAT WAS PAST  *
009590* ITS CALIBRATION-DUE DATE.                                      *
009600*----------------------------------------------------------------*
009700 FD  AUDIT-FILE
009800     RECORDING MODE IS F.
010700     03  AR-OUTPUT-VALUE     PIC S9(7)V99 COMP-3.
010800     03  AR-RESPCODE         PIC S9(8) COMP-4.
010900     03  AR-RESPCODE2        PIC S9(8) COMP-4.
010910     03  AR-VERSION          PIC X(01).
010920     03  AR-RAW-VALUE        PIC S9(7)V99 COMP-3.
010930     03  AR-CALIB-OFFSET     PIC S9(7)V99 COMP-3.
010940     03  AR-MODE             PIC X(01).
010950     03  AR-ROUND-MODE       PIC X(01).
010960     03  AR-REQUEST-ID       PIC X(32).
010970     03  AR-USERID           PIC X(08).
010980     03  AR-TRANSID          PIC X(04).
010982     03  AR-SOURCE           PIC X(01).
010984         88  AR-FROM-BULK        VALUE 'B'.
010986     03  AR-FEED-ID          PIC X(12).
010988     03  AR-CALIB-FLAG       PIC X(01).
010990         88  AR-CALIB-OVERDUE    VALUE 'O'.
010992     03  FILLER              PIC X(31).
011000
011100*----------------------------------------------------------------*
011200* STAT-FILE - CONVERT'S CURRENT-DAY STATISTICS, ONE RECORD PER   *
011400* CONVERT AND CONVINQ.                                           *
011500*----------------------------------------------------------------*
011600 FD  STAT-FILE
011700     RECORD CONTAINS 953 CHARACTERS.
011800 01  STAT-RECORD.
011900     03  ST-DATE             PIC 9(08).
012000     03  ST-TOTAL-COUNT      PIC S9(8) COMP-4.
012500         05  ST-RJ-TIMESTAMP PIC X(16).
012600         05  ST-RJ-INPUT     PIC S9(7)V99 COMP-3.
012700         05  ST-RJ-REASON    PIC X(40).
012720     03  ST-BULK-TOTAL       PIC S9(8) COMP-4.
012740     03  ST-BULK-REJECTS     PIC S9(8) COMP-4.
012760     03  ST-BULK-FEEDS       PIC S9(8) COMP-4.
012780     03  ST-LAST-FEED-ID     PIC X(12).
012790     03  ST-POSTED-FEED-ID   PIC X(12) OCCURS 50 TIMES.
012800
012900*----------------------------------------------------------------*
013000* HIST-FILE - ONE RECORD PER CONVRPT RUN DATE.  THE LAYOUT HERE  *
014400     03  HR-MAX-OUTPUT       PIC S9(07)V99.
014500     03  HR-AVG-OUTPUT       PIC S9(07)V99.
014600     03  FILLER              PIC X(04).
014602
014604*----------------------------------------------------------------*
014606* HOLD-FILE - AUDIT RECORDS CONVERT COULD NOT WRITE TO AUDITLOG, *
014608* STATUS H (STILL HELD) OR R (REPLAYED BY AUDDRAIN).  THE LAYOUT *
014610* HERE MUST STAY IN STEP WITH HOLD-RECORD IN CONVERT AND         *
014612* AUDDRAIN; HD-AUDIT-DATA IS THE HELD AUDIT RECORD ITSELF.       *
014614*----------------------------------------------------------------*
014616 FD  HOLD-FILE
014618     RECORD CONTAINS 215 CHARACTERS.
014620 01  HOLD-RECORD.
014622     03  HD-KEY              PIC X(26).
014624     03  HD-STATUS           PIC X(01).
014626         88  HD-STILL-HELD       VALUE 'H'.
014628         88  HD-REPLAYED         VALUE 'R'.
014630     03  HD-WRITE-RESP       PIC S9(8) COMP-4.
014632     03  HD-REPLAY-TIMESTAMP PIC X(16).
014634     03  HD-REPLAY-TIMESTAMP-R
014636                             REDEFINES HD-REPLAY-TIMESTAMP.
014638         05  HD-REPLAY-DATE  PIC 9(08).
014640         05  FILLER          PIC X(08).
014642     03  HD-AUDIT-DATA.
014644         05  HD-AR-DATE      PIC 9(08).
014646         05  FILLER          PIC X(08).
014648         05  HD-AR-CHANNEL   PIC X(16).
014650         05  HD-AR-SENSOR-ID PIC X(08).
014652         05  HD-AR-INPUT-VALUE
014654                             PIC S9(7)V99 COMP-3.
014656         05  HD-AR-OUTPUT-VALUE
014658                             PIC S9(7)V99 COMP-3.
014660         05  HD-AR-RESPCODE  PIC S9(8) COMP-4.
014662         05  HD-AR-RESPCODE2 PIC S9(8) COMP-4.
014663         05  FILLER          PIC X(102).
014664     03  FILLER              PIC X(08).
014700
014800*----------------------------------------------------------------*
014900* REPORT-FILE - THE PRINTED CONTROLS REPORT                      *
016900
017000 77  WS-REPORT-STATUS        PIC X(02) VALUE '00'.
017100     88  REPORT-FILE-OK          VALUE '00'.
017110
017120 77  WS-HOLD-STATUS          PIC X(02) VALUE '00'.
017130     88  HOLD-FILE-OK            VALUE '00'.
017140     88  HOLD-FILE-NEVER-USED    VALUE '35'.
017150
017160 77  WS-HOLD-EOF-SWITCH      PIC X(01) VALUE 'N'.
017170     88  NO-MORE-HOLD-RECORDS    VALUE 'Y'.
017200
017300 77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
017400     88  NO-MORE-AUDIT-RECORDS   VALUE 'Y'.
020600* THE AUDIT-SIDE RECOUNT, AND THE FIGURES HELD FROM THE OTHER   *
020700* TWO SOURCES                                                    *
020800*----------------------------------------------------------------*
020820*    WS-A-TOTAL, -RESP-ERRS AND -REJECTS ARE THE ONLINE READINGS;
020840*    THE BULK- FIGURES THOSE POSTED BY CONVBULK.
020900 77  WS-A-TOTAL              PIC S9(08) COMP VALUE 0.
021000 77  WS-A-RESP-ERRS          PIC S9(08) COMP VALUE 0.
021100 77  WS-A-REJECTS            PIC S9(08) COMP VALUE 0.
021200 77  WS-A-OFFDATE            PIC S9(08) COMP VALUE 0.
021220 77  WS-A-BULK-TOTAL         PIC S9(08) COMP VALUE 0.
021240 77  WS-A-BULK-REJECTS       PIC S9(08) COMP VALUE 0.
021260 77  WS-A-ALL-TOTAL          PIC S9(08) COMP VALUE 0.
021300
021400 77  WS-S-TOTAL              PIC S9(08) COMP VALUE 0.
021500 77  WS-S-RESP-ERRS          PIC S9(08) COMP VALUE 0.
021600 77  WS-S-REJECTS            PIC S9(08) COMP VALUE 0.
021620 77  WS-S-BULK-TOTAL         PIC S9(08) COMP VALUE 0.
021640 77  WS-S-BULK-REJECTS       PIC S9(08) COMP VALUE 0.
021660 77  WS-S-ALL-TOTAL          PIC S9(08) COMP VALUE 0.
021700
021800 77  WS-H-TOTAL              PIC S9(08) COMP VALUE 0.
021900 77  WS-H-ERRORS             PIC S9(08) COMP VALUE 0.
022000
022100 77  WS-DELTA                PIC S9(08) COMP VALUE 0.
022200 77  WS-A-FAILURES           PIC S9(08) COMP VALUE 0.
022205 77  WS-EXPLAINED            PIC S9(08) COMP VALUE 0.
022210
022215*----------------------------------------------------------------*
022220* THE HOLDING-FILE COUNTS.  HELD/REPLAYED/WAITING ARE THE        *
022225* BALANCE DATE'S RECORDS; THE OUT- FIGURES ARE THOSE OF THEM NOT *
022230* ON THIS GENERATION (STILL HELD, OR REPLAYED ON A LATER DATE),  *
022235* BY CLASS.  WS-D-OTHER-WAITING IS RECORDS OF OTHER DATES STILL  *
022240* WAITING FOR AUDDRAIN.                                          *
022245*----------------------------------------------------------------*
022250 77  WS-D-HELD               PIC S9(08) COMP VALUE 0.
022255 77  WS-D-REPLAYED           PIC S9(08) COMP VALUE 0.
022260 77  WS-D-WAITING            PIC S9(08) COMP VALUE 0.
022265 77  WS-D-OUT-TOTAL          PIC S9(08) COMP VALUE 0.
022270 77  WS-D-OUT-ERRS           PIC S9(08) COMP VALUE 0.
022275 77  WS-D-OUT-REJECTS        PIC S9(08) COMP VALUE 0.
022280 77  WS-D-OTHER-WAITING      PIC S9(08) COMP VALUE 0.
022300
022400*----------------------------------------------------------------*
022500* REPORT LINES                                                   *
026300 01  WS-MESSAGE-LINE.
026400     03  WS-M-TEXT           PIC X(60).
026500     03  FILLER              PIC X(72) VALUE SPACES.
026510
026520 01  WS-HELD-LINE.
026530     03  WS-HL-LABEL         PIC X(36).
026540     03  WS-HL-COUNT         PIC ZZZ,ZZZ,ZZ9.
026550     03  FILLER              PIC X(02) VALUE SPACES.
026560     03  WS-HL-FLAG          PIC X(14).
026570     03  FILLER              PIC X(69) VALUE SPACES.
026600
026700 PROCEDURE DIVISION.
026800*----------------------------------------------------------------*
028100
028200     PERFORM 2400-FETCH-HISTORY
028300         THRU 2400-EXIT.
028320
028340     PERFORM 2500-COUNT-HELD-RECORDS
028360         THRU 2500-EXIT.
028400
028500     PERFORM 3000-PRODUCE-REPORT
028600         THRU 3000-EXIT.
033600         MOVE 8 TO RETURN-CODE
033700         MOVE 'Y' TO WS-EOF-SWITCH
033800     END-IF.
033805
033810*    A HOLDING FILE NOTHING HAS EVER BEEN WRITTEN TO WILL NOT
033815*    OPEN FOR INPUT - THERE IS THEN NOTHING HELD TO COUNT.
033820     OPEN INPUT  HOLD-FILE.
033825     IF HOLD-FILE-NEVER-USED
033830         MOVE 'Y' TO WS-HOLD-EOF-SWITCH
033835     ELSE
033840         IF NOT HOLD-FILE-OK
033845             DISPLAY 'CONVBAL: AUDHOLD OPEN FAILED, STATUS='
033850                     WS-HOLD-STATUS UPON CONS
033855             MOVE 8 TO RETURN-CODE
033860             MOVE 'Y' TO WS-EOF-SWITCH
033865             MOVE 'Y' TO WS-HOLD-EOF-SWITCH
033870         END-IF
033875     END-IF.
033900
034000     IF NOT NO-MORE-AUDIT-RECORDS
034100         PERFORM 2100-READ-AUDIT-RECORD
035400      OR AR-DATE NOT = WS-BAL-DATE
035500         ADD 1 TO WS-A-OFFDATE
035600     ELSE
035610         IF AR-FROM-BULK
035620             ADD 1 TO WS-A-BULK-TOTAL
035630             IF AR-RESPCODE NOT = WS-NORMAL-RESP
035640                 ADD 1 TO WS-A-BULK-REJECTS
035650             END-IF
035660         ELSE
035700             ADD 1 TO WS-A-TOTAL
035800             IF AR-RESPCODE = WS-REJECT-RESP
035900                 ADD 1 TO WS-A-REJECTS
036000             ELSE
036100                 IF AR-RESPCODE NOT = WS-NORMAL-RESP
036200                     ADD 1 TO WS-A-RESP-ERRS
036300                 END-IF
036400             END-IF
036450         END-IF
036500     END-IF.
036600
036700     PERFORM 2100-READ-AUDIT-RECORD
039600         MOVE ST-TOTAL-COUNT  TO WS-S-TOTAL
039700         MOVE ST-RESP-ERRORS  TO WS-S-RESP-ERRS
039800         MOVE ST-REJECT-COUNT TO WS-S-REJECTS
039820         MOVE ST-BULK-TOTAL   TO WS-S-BULK-TOTAL
039840         MOVE ST-BULK-REJECTS TO WS-S-BULK-REJECTS
039900     ELSE
040000         IF NOT STAT-RECORD-ABSENT
040100             DISPLAY 'CONVBAL: CONVSTAT READ FAILED, STATUS='
043300     END-IF.
043400 2450-EXIT.
043500     EXIT.
043501
043502*----------------------------------------------------------------*
043503* 2500-COUNT-HELD-RECORDS - PASS THE AUDIT HOLDING FILE.  THE    *
043504* BALANCE DATE'S HELD RECORDS ARE COUNTED BY OUTCOME, AND THOSE  *
043505* NOT ON THIS GENERATION ARE CLASSIFIED EXACTLY AS THE AUDIT     *
043506* RECOUNT DOES, SO EACH COMPARISON LINE KNOWS HOW MUCH OF ITS    *
043507* DELTA THEY ACCOUNT FOR                                         *
043508*----------------------------------------------------------------*
043509 2500-COUNT-HELD-RECORDS.
043510     IF RETURN-CODE = 8
043511         GO TO 2500-EXIT
043512     END-IF.
043513     PERFORM 2550-COUNT-ONE-HELD-RECORD
043514         THRU 2550-EXIT
043515         UNTIL NO-MORE-HOLD-RECORDS.
043516 2500-EXIT.
043517     EXIT.
043518
043519 2550-COUNT-ONE-HELD-RECORD.
043520     READ HOLD-FILE
043521         AT END
043522             MOVE 'Y' TO WS-HOLD-EOF-SWITCH
043523             GO TO 2550-EXIT
043524     END-READ.
043525
043526     IF HD-AR-DATE NOT NUMERIC
043527      OR HD-AR-DATE NOT = WS-BAL-DATE
043528         IF HD-STILL-HELD
043529             ADD 1 TO WS-D-OTHER-WAITING
043530         END-IF
043531         GO TO 2550-EXIT
043532     END-IF.
043533
043534     ADD 1 TO WS-D-HELD.
043535     IF HD-STILL-HELD
043536         ADD 1 TO WS-D-WAITING
043537     ELSE
043538         ADD 1 TO WS-D-REPLAYED
043539         IF HD-REPLAY-DATE NOT > WS-BAL-DATE
043540             GO TO 2550-EXIT
043541         END-IF
043542     END-IF.
043543
043544     ADD 1 TO WS-D-OUT-TOTAL.
043545     IF HD-AR-RESPCODE = WS-REJECT-RESP
043546         ADD 1 TO WS-D-OUT-REJECTS
043547     ELSE
043548         IF HD-AR-RESPCODE NOT = WS-NORMAL-RESP
043549             ADD 1 TO WS-D-OUT-ERRS
043550         END-IF
043551     END-IF.
043552 2550-EXIT.
043553     EXIT.
043600
043700*----------------------------------------------------------------*
043800* 3000-PRODUCE-REPORT - THE COMPARISON LINES AND THE VERDICT.   *
046800
046900*    ONE COMPARISON PER LINE, SO EACH LINE'S DELTA COLUMN IS
047000*    UNAMBIGUOUS ABOUT WHICH TWO SOURCES IT SUBTRACTED.
047100     MOVE 'ONLINE VS CONVSTAT'    TO WS-C-LABEL.
047200     MOVE WS-A-TOTAL              TO WS-C-AUDIT.
047300     PERFORM 3060-CLEAR-SOURCE-COLUMNS
047400         THRU 3060-EXIT.
047450     MOVE WS-D-OUT-TOTAL          TO WS-EXPLAINED.
047500     IF STAT-SOURCE-PRESENT
047600         MOVE WS-S-TOTAL TO WS-C-STAT
047700         COMPUTE WS-DELTA = WS-S-TOTAL - WS-A-TOTAL
048100     WRITE REPORT-LINE FROM WS-COMPARE-LINE
048200         AFTER ADVANCING 2 LINES.
048300
048302*    CONVBULK READINGS NEVER PASS THROUGH THE HOLDING FILE, SO
048304*    NO DELTA ON THE BULK LINES IS EXPLAINED BY HELD RECORDS.
048306     MOVE 'BULK VS CONVSTAT'      TO WS-C-LABEL.
048308     MOVE WS-A-BULK-TOTAL         TO WS-C-AUDIT.
048310     PERFORM 3060-CLEAR-SOURCE-COLUMNS
048312         THRU 3060-EXIT.
048314     IF STAT-SOURCE-PRESENT
048316         MOVE WS-S-BULK-TOTAL TO WS-C-STAT
048318         COMPUTE WS-DELTA = WS-S-BULK-TOTAL - WS-A-BULK-TOTAL
048320         PERFORM 3050-FLAG-DELTA
048322             THRU 3050-EXIT
048324     END-IF.
048326     WRITE REPORT-LINE FROM WS-COMPARE-LINE
048328         AFTER ADVANCING 1 LINE.
048330
048332     MOVE 'COMBINED VS CONVSTAT'  TO WS-C-LABEL.
048334     COMPUTE WS-A-ALL-TOTAL = WS-A-TOTAL + WS-A-BULK-TOTAL.
048336     MOVE WS-A-ALL-TOTAL          TO WS-C-AUDIT.
048338     PERFORM 3060-CLEAR-SOURCE-COLUMNS
048340         THRU 3060-EXIT.
048342     MOVE WS-D-OUT-TOTAL          TO WS-EXPLAINED.
048344     IF STAT-SOURCE-PRESENT
048346         COMPUTE WS-S-ALL-TOTAL = WS-S-TOTAL + WS-S-BULK-TOTAL
048348         MOVE WS-S-ALL-TOTAL TO WS-C-STAT
048350         COMPUTE WS-DELTA = WS-S-ALL-TOTAL - WS-A-ALL-TOTAL
048352         PERFORM 3050-FLAG-DELTA
048354             THRU 3050-EXIT
048356     END-IF.
048358     WRITE REPORT-LINE FROM WS-COMPARE-LINE
048360         AFTER ADVANCING 1 LINE.
048362
048364*    THE HISTORY RECORD CARRIES ONLINE AND BULK READINGS
048366*    TOGETHER (SEE CONVRPT), SO IT IS COMPARED COMBINED.
048400     MOVE 'COMBINED VS HISTORY'   TO WS-C-LABEL.
048500     MOVE WS-A-ALL-TOTAL          TO WS-C-AUDIT.
048600     PERFORM 3060-CLEAR-SOURCE-COLUMNS
048700         THRU 3060-EXIT.
048800     IF HIST-SOURCE-PRESENT
048900         MOVE WS-H-TOTAL TO WS-C-HIST
049000         COMPUTE WS-DELTA = WS-H-TOTAL - WS-A-ALL-TOTAL
049100         PERFORM 3050-FLAG-DELTA
049200             THRU 3050-EXIT
049300     END-IF.
049800     MOVE WS-A-RESP-ERRS          TO WS-C-AUDIT.
049900     PERFORM 3060-CLEAR-SOURCE-COLUMNS
050000         THRU 3060-EXIT.
050050     MOVE WS-D-OUT-ERRS           TO WS-EXPLAINED.
050100     IF STAT-SOURCE-PRESENT
050200         MOVE WS-S-RESP-ERRS TO WS-C-STAT
050300         COMPUTE WS-DELTA = WS-S-RESP-ERRS - WS-A-RESP-ERRS
051100     MOVE WS-A-REJECTS            TO WS-C-AUDIT.
051200     PERFORM 3060-CLEAR-SOURCE-COLUMNS
051300         THRU 3060-EXIT.
051350     MOVE WS-D-OUT-REJECTS        TO WS-EXPLAINED.
051400     IF STAT-SOURCE-PRESENT
051500         MOVE WS-S-REJECTS TO WS-C-STAT
051600         COMPUTE WS-DELTA = WS-S-REJECTS - WS-A-REJECTS
052000     WRITE REPORT-LINE FROM WS-COMPARE-LINE
052100         AFTER ADVANCING 1 LINE.
052200
052205     MOVE 'BULK REJECTS'          TO WS-C-LABEL.
052210     MOVE WS-A-BULK-REJECTS       TO WS-C-AUDIT.
052215     PERFORM 3060-CLEAR-SOURCE-COLUMNS
052220         THRU 3060-EXIT.
052225     IF STAT-SOURCE-PRESENT
052230         MOVE WS-S-BULK-REJECTS TO WS-C-STAT
052235         COMPUTE WS-DELTA = WS-S-BULK-REJECTS - WS-A-BULK-REJECTS
052240         PERFORM 3050-FLAG-DELTA
052245             THRU 3050-EXIT
052250     END-IF.
052255     WRITE REPORT-LINE FROM WS-COMPARE-LINE
052260         AFTER ADVANCING 1 LINE.
052265
052300*    THE HISTORY RECORD CARRIES ERRORS AND REJECTS AS ONE
052400*    FIGURE (SEE CONVRPT), SO IT IS COMPARED AGAINST THE SUM,
052450*    ONLINE AND BULK TOGETHER.
052500     MOVE 'ERRORS PLUS REJECTS'   TO WS-C-LABEL.
052600     COMPUTE WS-A-FAILURES = WS-A-RESP-ERRS + WS-A-REJECTS
052650                           + WS-A-BULK-REJECTS.
052700     MOVE WS-A-FAILURES           TO WS-C-AUDIT.
052800     PERFORM 3060-CLEAR-SOURCE-COLUMNS
052900         THRU 3060-EXIT.
053500     END-IF.
053600     WRITE REPORT-LINE FROM WS-COMPARE-LINE
053700         AFTER ADVANCING 1 LINE.
053720
053740     PERFORM 3100-REPORT-HELD-RECORDS
053760         THRU 3100-EXIT.
053800
053900     IF WS-A-OFFDATE > 0
054000         MOVE SPACES TO WS-MESSAGE-LINE
057100 3050-FLAG-DELTA.
057200     MOVE WS-DELTA TO WS-C-DELTA.
057300     IF WS-DELTA NOT = 0
057320         IF WS-DELTA = WS-EXPLAINED
057340             MOVE 'HELD RECORDS' TO WS-C-FLAG
057360         ELSE
057400             MOVE 'OUT OF BALANCE' TO WS-C-FLAG
057500             MOVE 'N' TO WS-BALANCE-SW
057550         END-IF
057600     END-IF.
057700 3050-EXIT.
057800     EXIT.
058600     MOVE SPACES TO WS-C-HIST-X.
058700     MOVE SPACES TO WS-C-DELTA-X.
058800     MOVE SPACES TO WS-C-FLAG.
058850     MOVE 0 TO WS-EXPLAINED.
058900 3060-EXIT.
059000     EXIT.
059002
059004*----------------------------------------------------------------*
059006* 3100-REPORT-HELD-RECORDS - THE HOLDING-FILE FIGURES.  A RECORD *
059008* STILL HELD, FOR THE BALANCE DATE OR ANY OTHER, IS NOT YET ON   *
059010* THE AUDIT TRAIL AND TIPS THE DAY OUT OF BALANCE                *
059012*----------------------------------------------------------------*
059014 3100-REPORT-HELD-RECORDS.
059016     MOVE SPACES TO WS-HL-FLAG.
059018     MOVE 'AUDIT RECORDS HELD (AUDHOLD)'  TO WS-HL-LABEL.
059020     MOVE WS-D-HELD                       TO WS-HL-COUNT.
059022     WRITE REPORT-LINE FROM WS-HELD-LINE
059024         AFTER ADVANCING 2 LINES.
059026
059028     MOVE '  REPLAYED TO AUDITLOG'        TO WS-HL-LABEL.
059030     MOVE WS-D-REPLAYED                   TO WS-HL-COUNT.
059032     WRITE REPORT-LINE FROM WS-HELD-LINE
059034         AFTER ADVANCING 1 LINE.
059036
059038     MOVE '  STILL HELD'                  TO WS-HL-LABEL.
059040     MOVE WS-D-WAITING                    TO WS-HL-COUNT.
059042     IF WS-D-WAITING > 0
059044         MOVE 'NOT REPLAYED'  TO WS-HL-FLAG
059046         MOVE 'N' TO WS-BALANCE-SW
059048     END-IF.
059050     WRITE REPORT-LINE FROM WS-HELD-LINE
059052         AFTER ADVANCING 1 LINE.
059054
059056     IF WS-D-OTHER-WAITING > 0
059058         MOVE 'STILL HELD FROM OTHER DATES'  TO WS-HL-LABEL
059060         MOVE WS-D-OTHER-WAITING          TO WS-HL-COUNT
059062         MOVE 'NOT REPLAYED'  TO WS-HL-FLAG
059064         MOVE 'N' TO WS-BALANCE-SW
059066         WRITE REPORT-LINE FROM WS-HELD-LINE
059068             AFTER ADVANCING 1 LINE
059070     END-IF.
059072
059074     IF WS-D-WAITING > 0
059076      OR WS-D-OTHER-WAITING > 0
059078         MOVE SPACES TO WS-MESSAGE-LINE
059080         MOVE 'HELD AUDIT RECORDS AWAIT AUDDRAIN - CHECK AUDITLOG'
059082           TO WS-M-TEXT
059084         WRITE REPORT-LINE FROM WS-MESSAGE-LINE
059086             AFTER ADVANCING 1 LINE
059088         DISPLAY 'CONVBAL: AUDIT RECORDS STILL HELD ON AUDHOLD'
059090                 UPON CONS
059092     END-IF.
059094 3100-EXIT.
059096     EXIT.
059100
059200*----------------------------------------------------------------*
059300* 9999-TERMINATE - CLOSE FILES                                  *
059700     CLOSE STAT-FILE.
059800     CLOSE HIST-FILE.
059900     CLOSE REPORT-FILE.
059950     CLOSE HOLD-FILE.
060000 9999-EXIT.
060100     EXIT.
