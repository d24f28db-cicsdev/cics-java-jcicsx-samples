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
001100* MODULE NAME:   FEEDCHK                                         *
001200*                                                                *
001300* DESCRIPTION:   OVERNIGHT FEED ARRIVAL CHECK.  THE COLLECTOR    *
001400*                FEEDS CONVERTED BY CONVBULK NEVER PASS THROUGH  *
001500*                CONVERT, SO THE FEEDWTCH WATCHDOG CANNOT SEE    *
001600*                ONE GO MISSING.  THIS JOB RUNS AFTER THE FEEDS' *
001700*                CUTOFF TIMES AND CHECKS, FOR EACH FEED NAMED ON *
001800*                A SYSIN CARD, THAT THE FEEDREG PROCESSED-FEED   *
001900*                REGISTRY HOLDS A RUN OF THAT FEED SINCE ITS     *
002000*                PREVIOUS CUTOFF - THAT IS, WITHIN THE 24 HOURS  *
002100*                BEFORE TODAY'S.  A FEED THAT HAS NOT ARRIVED IS *
002200*                LISTED AS SILENT, AND A                         *
002300*                                                                *
002400*                  /F CICSBIT,FWCH BULK SSSS MMMM                *
002500*                                                                *
002600*                COMMAND (SERIAL, MINUTES PAST THE CUTOFF) IS    *
002700*                WRITTEN TO FEEDCMD FOR THE NEXT JOB STEP TO     *
002800*                ISSUE, SO THE SILENT ALERT REACHES THE CALR     *
002900*                QUEUE, ALERTLOG AND THE ALRTWKS WORKSTATION     *
003000*                LIKE ANY OTHER.  FEEDWTCH RAISES IT ONCE A DAY  *
003100*                HOWEVER OFTEN THIS JOB IS RERUN.                *
003200*                                                                *
003300*                A FEED WHOSE CUTOFF HAS NOT YET COME TODAY IS   *
003400*                LISTED AS NOT YET DUE.  A FEED THAT ARRIVED     *
003500*                AFTER ITS CUTOFF IS LISTED AS LATE, WITH THE    *
003600*                MINUTES, BUT IS NOT ALERTED.  REGISTRY RECORDS  *
003700*                FROM BEFORE CONVBULK KEPT THE RUN TIME COUNT AS *
003800*                REGISTERED AT THE START OF THEIR RUN DATE.      *
003900*                                                                *
004000*                ONE SYSIN CARD PER FEED: SERIAL IN COLUMNS 1-4, *
004100*                CUTOFF TIME HHMM IN COLUMNS 6-9, DESCRIPTION IN *
004200*                COLUMNS 11-40.  UP TO 50 CARDS.  NO CARDS, OR   *
004300*                ANY CARD WITH A NON-NUMERIC SERIAL OR AN        *
004400*                IMPOSSIBLE TIME, FAILS THE JOB RC=12 WITHOUT    *
004500*                CHECKING ANYTHING.                              *
004600*                                                                *
004700* INPUT:         FEEDREG   - PROCESSED-FEED REGISTRY             *
004800*                SYSIN     - ONE CARD PER FEED CHECKED           *
004900* OUTPUT:        FEEDLIST  - PRINTED FEED ARRIVAL LIST           *
005000*                FEEDCMD   - FWCH COMMANDS FOR SILENT FEEDS      *
005100*                                                                *
005200* RETURN CODES:  0 - EVERY FEED DUE HAS ARRIVED                  *
005300*                4 - ONE OR MORE FEEDS SILENT                    *
005400*                8 - A FILE COULD NOT BE OPENED                  *
005500*               12 - CARDS MISSING OR IMPLAUSIBLE - NOTHING      *
005600*                    CHECKED                                     *
005700*                                                                *
005800******************************************************************
005900
006000 IDENTIFICATION DIVISION.
006100 PROGRAM-ID.    FEEDCHK.
006200 AUTHOR.        APPLICATIONS DEVELOPMENT.
006300 INSTALLATION.  CICSDEV SAMPLES.
006400 DATE-WRITTEN.  10/15/2026.
006500 DATE-COMPILED.
006600
006700******************************************************************
006800* MODIFICATION HISTORY                                           *
006900*                                                                *
007000* DATE        INIT  DESCRIPTION                                  *
007100* ----------  ----  ------------------------------------------- *
007200* 10/15/2026  AD    INITIAL VERSION                              *
007300******************************************************************
007400
007500 ENVIRONMENT DIVISION.
007600 CONFIGURATION SECTION.
007700 SOURCE-COMPUTER.   IBM-Z.
007800 OBJECT-COMPUTER.   IBM-Z.
007900 SPECIAL-NAMES.
008000     CONSOLE IS CONS.
008100
008200 INPUT-OUTPUT SECTION.
008300 FILE-CONTROL.
008400     SELECT CARD-FILE    ASSIGN TO SYSIN
008500                         ORGANIZATION IS SEQUENTIAL
008600                         FILE STATUS IS WS-CARD-STATUS.
008700
008800     SELECT REG-FILE     ASSIGN TO FEEDREG
008900                         ORGANIZATION IS SEQUENTIAL
009000                         FILE STATUS IS WS-REG-STATUS.
009100
009200     SELECT REPORT-FILE  ASSIGN TO FEEDLIST
009300                         ORGANIZATION IS SEQUENTIAL
009400                         FILE STATUS IS WS-REPORT-STATUS.
009500
009600     SELECT CMD-FILE     ASSIGN TO FEEDCMD
009700                         ORGANIZATION IS SEQUENTIAL
009800                         FILE STATUS IS WS-CMD-STATUS.
009900
010000 DATA DIVISION.
010100 FILE SECTION.
010200*----------------------------------------------------------------*
010300* CARD-FILE - ONE CONTROL CARD PER FEED CHECKED                  *
010400*----------------------------------------------------------------*
010500 FD  CARD-FILE
010600     RECORDING MODE IS F.
010700 01  CARD-RECORD.
010800     03  CARD-SERIAL         PIC X(04).
010900     03  FILLER              PIC X(01).
011000     03  CARD-CUTOFF         PIC X(04).
011100     03  CARD-CUTOFF-R       REDEFINES CARD-CUTOFF.
011200         05  CARD-CUTOFF-HH  PIC 9(02).
011300         05  CARD-CUTOFF-MM  PIC 9(02).
011400     03  FILLER              PIC X(01).
011500     03  CARD-DESCRIPTION    PIC X(30).
011600     03  FILLER              PIC X(40).
011700
011800*----------------------------------------------------------------*
011900* REG-FILE - THE PROCESSED-FEED REGISTRY WRITTEN BY CONVBULK.    *
012000* THE LAYOUT HERE MUST STAY IN STEP WITH REG-RECORD IN CONVBULK. *
012100* THE FEED ID IS THE FEED HEADER'S DATE AND SERIAL.              *
012200*----------------------------------------------------------------*
012300 FD  REG-FILE
012400     RECORDING MODE IS F.
012500 01  REG-RECORD.
012600     03  REG-FEED-ID         PIC X(12).
012700     03  REG-FEED-ID-R       REDEFINES REG-FEED-ID.
012800         05  REG-FEED-DATE   PIC X(08).
012900         05  REG-FEED-SERIAL PIC X(04).
013000     03  REG-RUN-DATE        PIC 9(08).
013100     03  REG-RUN-TIME        PIC X(06).
013200     03  FILLER              PIC X(54).
013300
013400*----------------------------------------------------------------*
013500* REPORT-FILE - THE PRINTED FEED ARRIVAL LIST                    *
013600*----------------------------------------------------------------*
013700 FD  REPORT-FILE
013800     RECORDING MODE IS F.
013900 01  REPORT-LINE             PIC X(80).
014000
014100*----------------------------------------------------------------*
014200* CMD-FILE - ONE FWCH CONSOLE COMMAND PER SILENT FEED            *
014300*----------------------------------------------------------------*
014400 FD  CMD-FILE
014500     RECORDING MODE IS F.
014600 01  CMD-RECORD              PIC X(80).
014700
014800 WORKING-STORAGE SECTION.
014900*----------------------------------------------------------------*
015000* SWITCHES                                                       *
015100*----------------------------------------------------------------*
015200 77  WS-CARD-STATUS          PIC X(02) VALUE '00'.
015300     88  CARD-FILE-OK            VALUE '00'.
015400
015500 77  WS-REG-STATUS           PIC X(02) VALUE '00'.
015600     88  REG-FILE-OK             VALUE '00'.
015700
015800 77  WS-REPORT-STATUS        PIC X(02) VALUE '00'.
015900     88  REPORT-FILE-OK          VALUE '00'.
016000
016100 77  WS-CMD-STATUS           PIC X(02) VALUE '00'.
016200     88  CMD-FILE-OK             VALUE '00'.
016300
016400 77  WS-CARD-EOF-SWITCH      PIC X(01) VALUE 'N'.
016500     88  NO-MORE-CARDS           VALUE 'Y'.
016600
016700 77  WS-REG-EOF-SWITCH       PIC X(01) VALUE 'N'.
016800     88  NO-MORE-REG-RECORDS     VALUE 'Y'.
016900
017000*----------------------------------------------------------------*
017100* THE FEEDS CHECKED, FROM THE CONTROL CARDS, WITH THE LATEST     *
017200* REGISTRY RUN FOUND FOR EACH                                    *
017300*----------------------------------------------------------------*
017400 77  WS-MAX-FEEDS            PIC S9(04) COMP VALUE 50.
017500 77  WS-FEED-COUNT           PIC S9(04) COMP VALUE 0.
017600 77  WS-FEED-SUB             PIC S9(04) COMP VALUE 0.
017700
017800 01  WS-FEED-TABLE.
017900     03  WS-FEED-ENTRY       OCCURS 50 TIMES.
018000         05  WS-FT-SERIAL        PIC X(04).
018100         05  WS-FT-CUTOFF-HH     PIC 9(02).
018200         05  WS-FT-CUTOFF-MM     PIC 9(02).
018300         05  WS-FT-DESCRIPTION   PIC X(30).
018400         05  WS-FT-LAST-MINUTES  PIC S9(12) COMP.
018500         05  WS-FT-LAST-DATE     PIC 9(08).
018600         05  WS-FT-LAST-TIME     PIC X(06).
018700
018800*----------------------------------------------------------------*
018900* THE CONSOLE COMMAND FOR A SILENT FEED.  WS-CICS-REGION IS THE  *
019000* JOBNAME OF THE OWNING CICS REGION, AS IN CONVBULK.             *
019100*----------------------------------------------------------------*
019200 77  WS-CICS-REGION          PIC X(08) VALUE 'CICSBIT'.
019300 77  WS-CMD-MINUTES          PIC 9(04) VALUE 0.
019400
019500*----------------------------------------------------------------*
019600* COUNTERS                                                       *
019700*----------------------------------------------------------------*
019800 77  WS-REG-COUNT            PIC S9(08) COMP VALUE 0.
019900 77  WS-ARRIVED-COUNT        PIC S9(08) COMP VALUE 0.
020000 77  WS-LATE-COUNT           PIC S9(08) COMP VALUE 0.
020100 77  WS-NOT-DUE-COUNT        PIC S9(08) COMP VALUE 0.
020200 77  WS-SILENT-COUNT         PIC S9(08) COMP VALUE 0.
020300
020400*----------------------------------------------------------------*
020500* TIME ARITHMETIC.  TIMES ARE COMPARED AS MINUTES FROM A SERIAL  *
020600* DAY NUMBER, THE SAME WAY AS CHGRPT, SO A CUTOFF WINDOW         *
020700* SPANNING MIDNIGHT OR A MONTH END COMES OUT RIGHT.              *
020800*----------------------------------------------------------------*
020900 77  WS-RUN-DATE             PIC 9(08) VALUE 0.
021000 01  WS-RUN-TIME             PIC 9(08) VALUE 0.
021100 01  WS-RUN-TIME-R           REDEFINES WS-RUN-TIME.
021200     03  WS-RUN-HH           PIC 9(02).
021300     03  WS-RUN-MM           PIC 9(02).
021400     03  FILLER              PIC 9(04).
021500 77  WS-RUN-SERIAL           PIC S9(08) COMP VALUE 0.
021600 77  WS-RUN-MINUTES          PIC S9(12) COMP VALUE 0.
021700 77  WS-CUTOFF-MINUTES       PIC S9(12) COMP VALUE 0.
021800 77  WS-LATE-MINUTES         PIC S9(12) COMP VALUE 0.
021900
022000 01  WS-DTS-DATE             PIC 9(08) VALUE 0.
022100 01  WS-DTS-DATE-R           REDEFINES WS-DTS-DATE.
022200     03  WS-DTS-YEAR         PIC 9(04).
022300     03  WS-DTS-MONTH        PIC 9(02).
022400     03  WS-DTS-DAY          PIC 9(02).
022500 77  WS-DTS-SERIAL           PIC S9(08) COMP VALUE 0.
022600 77  WS-DTS-A                PIC S9(08) COMP VALUE 0.
022700 77  WS-DTS-Y                PIC S9(08) COMP VALUE 0.
022800 77  WS-DTS-M                PIC S9(08) COMP VALUE 0.
022900
023000 01  WS-TSM-TIMESTAMP        PIC X(16) VALUE SPACES.
023100 01  WS-TSM-TIMESTAMP-R      REDEFINES WS-TSM-TIMESTAMP.
023200     03  WS-TSM-DATE         PIC 9(08).
023300     03  WS-TSM-HH           PIC 9(02).
023400     03  WS-TSM-MM           PIC 9(02).
023500     03  WS-TSM-SS           PIC 9(02).
023600     03  FILLER              PIC X(02).
023700 77  WS-TSM-MINUTES          PIC S9(12) COMP VALUE 0.
023800
023900*----------------------------------------------------------------*
024000* REPORT LINES                                                   *
024100*----------------------------------------------------------------*
024200 01  WS-HEADING-1.
024300     03  FILLER              PIC X(20) VALUE SPACES.
024400     03  FILLER              PIC X(60) VALUE
024500         'OVERNIGHT FEED ARRIVAL CHECK'.
024600
024700 01  WS-RUN-LINE.
024800     03  FILLER              PIC X(30) VALUE
024900         'RUN DATE AND TIME . . . . . .'.
025000     03  WS-R-DATE           PIC 9999/99/99.
025100     03  FILLER              PIC X(01) VALUE SPACE.
025200     03  WS-R-HH             PIC 9(02).
025300     03  FILLER              PIC X(01) VALUE ':'.
025400     03  WS-R-MM             PIC 9(02).
025500     03  FILLER              PIC X(34) VALUE SPACES.
025600
025700 01  WS-HEADING-2.
025800     03  FILLER              PIC X(06) VALUE 'FEED'.
025900     03  FILLER              PIC X(32) VALUE 'DESCRIPTION'.
026000     03  FILLER              PIC X(07) VALUE 'CUTOFF'.
026100     03  FILLER              PIC X(18) VALUE 'LAST REGISTERED'.
026200     03  FILLER              PIC X(12) VALUE 'STATUS'.
026300     03  FILLER              PIC X(05) VALUE ' MINS'.
026400
026500 01  WS-DETAIL-LINE.
026600     03  WS-D-SERIAL         PIC X(04).
026700     03  FILLER              PIC X(02) VALUE SPACES.
026800     03  WS-D-DESCRIPTION    PIC X(30).
026900     03  FILLER              PIC X(02) VALUE SPACES.
027000     03  WS-D-CUTOFF-HH      PIC 9(02).
027100     03  FILLER              PIC X(01) VALUE ':'.
027200     03  WS-D-CUTOFF-MM      PIC 9(02).
027300     03  FILLER              PIC X(02) VALUE SPACES.
027400     03  WS-D-LAST           PIC X(16).
027500     03  WS-D-LAST-R         REDEFINES WS-D-LAST.
027600         05  WS-D-LAST-DATE  PIC 9999/99/99.
027700         05  FILLER          PIC X(01).
027800         05  WS-D-LAST-HH    PIC X(02).
027900         05  WS-D-LAST-COLON PIC X(01).
028000         05  WS-D-LAST-MM    PIC X(02).
028100     03  FILLER              PIC X(02) VALUE SPACES.
028200     03  WS-D-STATUS         PIC X(11).
028300     03  WS-D-MINUTES        PIC ZZZZ9 BLANK WHEN ZERO.
028400
028500 01  WS-TOTAL-LINE.
028600     03  WS-T-LABEL          PIC X(30).
028700     03  WS-T-COUNT          PIC ZZZ,ZZ9.
028800     03  FILLER              PIC X(43) VALUE SPACES.
028900
029000 PROCEDURE DIVISION.
029100*----------------------------------------------------------------*
029200* 0000-MAINLINE                                                 *
029300*----------------------------------------------------------------*
029400 0000-MAINLINE.
029500     PERFORM 1000-INITIALIZE
029600         THRU 1000-EXIT.
029700
029800     PERFORM 2000-MATCH-ONE-REG-RECORD
029900         THRU 2000-EXIT
030000         UNTIL NO-MORE-REG-RECORDS.
030100
030200     PERFORM 3000-CHECK-ONE-FEED
030300         THRU 3000-EXIT
030400         VARYING WS-FEED-SUB FROM 1 BY 1
030500           UNTIL WS-FEED-SUB > WS-FEED-COUNT
030600              OR RETURN-CODE NOT < 8.
030700
030800     PERFORM 4000-PRODUCE-TOTALS
030900         THRU 4000-EXIT.
031000
031100     PERFORM 9999-TERMINATE
031200         THRU 9999-EXIT.
031300
031400     GOBACK.
031500
031600*----------------------------------------------------------------*
031700* 1000-INITIALIZE - LOAD AND VALIDATE EVERY CONTROL CARD FIRST:  *
031800* A BAD CARD ENDS THE JOB RC=12 BEFORE ANY FILE IS OPENED        *
031900*----------------------------------------------------------------*
032000 1000-INITIALIZE.
032100     OPEN INPUT CARD-FILE.
032200     IF NOT CARD-FILE-OK
032300         DISPLAY 'FEEDCHK: SYSIN OPEN FAILED, STATUS='
032400                 WS-CARD-STATUS ' - NOTHING CHECKED' UPON CONS
032500         MOVE 12 TO RETURN-CODE
032600         MOVE 'Y' TO WS-REG-EOF-SWITCH
032700         GO TO 1000-EXIT
032800     END-IF.
032900
033000     PERFORM 1100-LOAD-ONE-CARD
033100         THRU 1100-EXIT
033200         UNTIL NO-MORE-CARDS.
033300     CLOSE CARD-FILE.
033400
033500     IF RETURN-CODE = 0
033600      AND WS-FEED-COUNT = 0
033700         DISPLAY 'FEEDCHK: NO FEED CARDS - NOTHING CHECKED'
033800                 UPON CONS
033900         MOVE 12 TO RETURN-CODE
034000     END-IF.
034100     IF RETURN-CODE NOT = 0
034200         MOVE 'Y' TO WS-REG-EOF-SWITCH
034300         GO TO 1000-EXIT
034400     END-IF.
034500
034600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
034700     ACCEPT WS-RUN-TIME FROM TIME.
034800     MOVE WS-RUN-DATE TO WS-DTS-DATE.
034900     PERFORM 8000-DATE-TO-SERIAL
035000         THRU 8000-EXIT.
035100     MOVE WS-DTS-SERIAL TO WS-RUN-SERIAL.
035200     COMPUTE WS-RUN-MINUTES = WS-RUN-SERIAL * 1440
035300                            + WS-RUN-HH * 60 + WS-RUN-MM.
035400
035500     OPEN INPUT REG-FILE.
035600     IF NOT REG-FILE-OK
035700         DISPLAY 'FEEDCHK: FEEDREG OPEN FAILED, STATUS='
035800                 WS-REG-STATUS UPON CONS
035900         MOVE 8 TO RETURN-CODE
036000         MOVE 'Y' TO WS-REG-EOF-SWITCH
036100         GO TO 1000-EXIT
036200     END-IF.
036300
036400     OPEN OUTPUT REPORT-FILE.
036500     IF NOT REPORT-FILE-OK
036600         DISPLAY 'FEEDCHK: FEEDLIST OPEN FAILED, STATUS='
036700                 WS-REPORT-STATUS UPON CONS
036800         MOVE 8 TO RETURN-CODE
036900         MOVE 'Y' TO WS-REG-EOF-SWITCH
037000         GO TO 1000-EXIT
037100     END-IF.
037200
037300     OPEN OUTPUT CMD-FILE.
037400     IF NOT CMD-FILE-OK
037500         DISPLAY 'FEEDCHK: FEEDCMD OPEN FAILED, STATUS='
037600                 WS-CMD-STATUS UPON CONS
037700         MOVE 8 TO RETURN-CODE
037800         MOVE 'Y' TO WS-REG-EOF-SWITCH
037900         GO TO 1000-EXIT
038000     END-IF.
038100
038200     WRITE REPORT-LINE FROM WS-HEADING-1
038300         AFTER ADVANCING PAGE.
038400     MOVE WS-RUN-DATE TO WS-R-DATE.
038500     MOVE WS-RUN-HH TO WS-R-HH.
038600     MOVE WS-RUN-MM TO WS-R-MM.
038700     WRITE REPORT-LINE FROM WS-RUN-LINE
038800         AFTER ADVANCING 2 LINES.
038900     WRITE REPORT-LINE FROM WS-HEADING-2
039000         AFTER ADVANCING 2 LINES.
039100
039200     PERFORM 2100-READ-REG-RECORD
039300         THRU 2100-EXIT.
039400 1000-EXIT.
039500     EXIT.
039600
039700*----------------------------------------------------------------*
039800* 1100-LOAD-ONE-CARD - VALIDATE ONE CONTROL CARD AND ADD ITS     *
039900* FEED TO THE TABLE.  BLANK CARDS ARE SKIPPED.                   *
040000*----------------------------------------------------------------*
040100 1100-LOAD-ONE-CARD.
040200     READ CARD-FILE
040300         AT END
040400             MOVE 'Y' TO WS-CARD-EOF-SWITCH
040500             GO TO 1100-EXIT
040600     END-READ.
040700
040800     IF CARD-RECORD = SPACES
040900         GO TO 1100-EXIT
041000     END-IF.
041100
041200     IF CARD-SERIAL NOT NUMERIC
041300      OR CARD-CUTOFF NOT NUMERIC
041400         DISPLAY 'FEEDCHK: CARD NOT VALID - ' CARD-RECORD (1:40)
041500                 UPON CONS
041600         MOVE 12 TO RETURN-CODE
041700         GO TO 1100-EXIT
041800     END-IF.
041900
042000     IF CARD-CUTOFF-HH > 23
042100      OR CARD-CUTOFF-MM > 59
042200         DISPLAY 'FEEDCHK: CUTOFF TIME IMPOSSIBLE - '
042300                 CARD-RECORD (1:40) UPON CONS
042400         MOVE 12 TO RETURN-CODE
042500         GO TO 1100-EXIT
042600     END-IF.
042700
042800     IF WS-FEED-COUNT NOT < WS-MAX-FEEDS
042900         DISPLAY 'FEEDCHK: MORE THAN ' WS-MAX-FEEDS
043000                 ' FEED CARDS - NOTHING CHECKED' UPON CONS
043100         MOVE 12 TO RETURN-CODE
043200         MOVE 'Y' TO WS-CARD-EOF-SWITCH
043300         GO TO 1100-EXIT
043400     END-IF.
043500
043600     ADD 1 TO WS-FEED-COUNT.
043700     MOVE CARD-SERIAL      TO WS-FT-SERIAL (WS-FEED-COUNT).
043800     MOVE CARD-CUTOFF-HH   TO WS-FT-CUTOFF-HH (WS-FEED-COUNT).
043900     MOVE CARD-CUTOFF-MM   TO WS-FT-CUTOFF-MM (WS-FEED-COUNT).
044000     MOVE CARD-DESCRIPTION TO WS-FT-DESCRIPTION (WS-FEED-COUNT).
044100     MOVE 0                TO WS-FT-LAST-MINUTES (WS-FEED-COUNT).
044200     MOVE 0                TO WS-FT-LAST-DATE (WS-FEED-COUNT).
044300     MOVE SPACES           TO WS-FT-LAST-TIME (WS-FEED-COUNT).
044400 1100-EXIT.
044500     EXIT.
044600
044700*----------------------------------------------------------------*
044800* 2000-MATCH-ONE-REG-RECORD - KEEP THE REGISTRY RECORD LAST READ *
044900* AGAINST ITS FEED WHEN IT IS THE LATEST RUN OF IT SEEN SO FAR,  *
045000* THEN READ THE NEXT                                             *
045100*----------------------------------------------------------------*
045200 2000-MATCH-ONE-REG-RECORD.
045300     ADD 1 TO WS-REG-COUNT.
045400
045500     MOVE SPACES TO WS-TSM-TIMESTAMP.
045600     MOVE REG-RUN-DATE TO WS-TSM-DATE.
045700     IF REG-RUN-TIME NUMERIC
045800         MOVE REG-RUN-TIME TO WS-TSM-TIMESTAMP (9:6)
045900     ELSE
046000*        REGISTERED BEFORE THE RUN TIME WAS KEPT
046100         MOVE '000000' TO WS-TSM-TIMESTAMP (9:6)
046200     END-IF.
046300     PERFORM 8100-TIMESTAMP-TO-MINUTES
046400         THRU 8100-EXIT.
046500
046600     PERFORM 2200-MATCH-FEED-ENTRY
046700         THRU 2200-EXIT
046800         VARYING WS-FEED-SUB FROM 1 BY 1
046900           UNTIL WS-FEED-SUB > WS-FEED-COUNT.
047000
047100     PERFORM 2100-READ-REG-RECORD
047200         THRU 2100-EXIT.
047300 2000-EXIT.
047400     EXIT.
047500
047600*----------------------------------------------------------------*
047700* 2100-READ-REG-RECORD                                          *
047800*----------------------------------------------------------------*
047900 2100-READ-REG-RECORD.
048000     READ REG-FILE
048100         AT END
048200             MOVE 'Y' TO WS-REG-EOF-SWITCH
048300     END-READ.
048400 2100-EXIT.
048500     EXIT.
048600
048700*----------------------------------------------------------------*
048800* 2200-MATCH-FEED-ENTRY - ONE TABLE ENTRY AGAINST THE REGISTRY   *
048900* RECORD LAST READ                                               *
049000*----------------------------------------------------------------*
049100 2200-MATCH-FEED-ENTRY.
049200     IF REG-FEED-SERIAL = WS-FT-SERIAL (WS-FEED-SUB)
049300      AND WS-TSM-MINUTES > WS-FT-LAST-MINUTES (WS-FEED-SUB)
049400         MOVE WS-TSM-MINUTES TO WS-FT-LAST-MINUTES (WS-FEED-SUB)
049500         MOVE REG-RUN-DATE   TO WS-FT-LAST-DATE (WS-FEED-SUB)
049600         MOVE WS-TSM-TIMESTAMP (9:6)
049700                             TO WS-FT-LAST-TIME (WS-FEED-SUB)
049800     END-IF.
049900 2200-EXIT.
050000     EXIT.
050100
050200*----------------------------------------------------------------*
050300* 3000-CHECK-ONE-FEED - LIST ONE FEED.  ITS CUTOFF TODAY, LESS   *
050400* 24 HOURS, IS WHERE ITS ARRIVAL WINDOW OPENS; A RUN OF THE FEED *
050500* REGISTERED SINCE THEN MEANS IT ARRIVED.                        *
050600*----------------------------------------------------------------*
050700 3000-CHECK-ONE-FEED.
050800     COMPUTE WS-CUTOFF-MINUTES =
050900             WS-RUN-SERIAL * 1440
050950           + WS-FT-CUTOFF-HH (WS-FEED-SUB) * 60
051000           + WS-FT-CUTOFF-MM (WS-FEED-SUB).
051100
051200     MOVE SPACES TO WS-DETAIL-LINE.
051300     MOVE WS-FT-SERIAL (WS-FEED-SUB)      TO WS-D-SERIAL.
051400     MOVE WS-FT-DESCRIPTION (WS-FEED-SUB) TO WS-D-DESCRIPTION.
051500     MOVE WS-FT-CUTOFF-HH (WS-FEED-SUB)   TO WS-D-CUTOFF-HH.
051600     MOVE WS-FT-CUTOFF-MM (WS-FEED-SUB)   TO WS-D-CUTOFF-MM.
051700     IF WS-FT-LAST-DATE (WS-FEED-SUB) = 0
051800         MOVE '(NEVER)' TO WS-D-LAST
051900     ELSE
052000         MOVE WS-FT-LAST-DATE (WS-FEED-SUB) TO WS-D-LAST-DATE
052100         MOVE WS-FT-LAST-TIME (WS-FEED-SUB) (1:2) TO WS-D-LAST-HH
052200         MOVE ':' TO WS-D-LAST-COLON
052300         MOVE WS-FT-LAST-TIME (WS-FEED-SUB) (3:2) TO WS-D-LAST-MM
052400     END-IF.
052500     MOVE 0 TO WS-D-MINUTES.
052600
052700     IF WS-RUN-MINUTES < WS-CUTOFF-MINUTES
052800         ADD 1 TO WS-NOT-DUE-COUNT
052900         MOVE 'NOT YET DUE' TO WS-D-STATUS
053000         GO TO 3000-WRITE-LINE
053100     END-IF.
053200
053300     COMPUTE WS-LATE-MINUTES = WS-CUTOFF-MINUTES - 1440.
053350     IF WS-FT-LAST-MINUTES (WS-FEED-SUB) > WS-LATE-MINUTES
053400         IF WS-FT-LAST-MINUTES (WS-FEED-SUB) > WS-CUTOFF-MINUTES
053500             ADD 1 TO WS-LATE-COUNT
053600             MOVE 'LATE' TO WS-D-STATUS
053700             COMPUTE WS-D-MINUTES =
053800                     WS-FT-LAST-MINUTES (WS-FEED-SUB)
053900                   - WS-CUTOFF-MINUTES
054000         ELSE
054100             ADD 1 TO WS-ARRIVED-COUNT
054200             MOVE 'ARRIVED' TO WS-D-STATUS
054300         END-IF
054400         GO TO 3000-WRITE-LINE
054500     END-IF.
054600
054700     ADD 1 TO WS-SILENT-COUNT.
054800     MOVE 'SILENT' TO WS-D-STATUS.
054900     COMPUTE WS-LATE-MINUTES = WS-RUN-MINUTES - WS-CUTOFF-MINUTES.
055000     IF WS-LATE-MINUTES > 9999
055100         MOVE 9999 TO WS-CMD-MINUTES
055200     ELSE
055300         MOVE WS-LATE-MINUTES TO WS-CMD-MINUTES
055400     END-IF.
055500     MOVE WS-CMD-MINUTES TO WS-D-MINUTES.
055600     PERFORM 3100-WRITE-SILENT-COMMAND
055700         THRU 3100-EXIT.
055800
055900 3000-WRITE-LINE.
056000     WRITE REPORT-LINE FROM WS-DETAIL-LINE
056100         AFTER ADVANCING 1 LINE.
056200 3000-EXIT.
056300     EXIT.
056400
056500*----------------------------------------------------------------*
056600* 3100-WRITE-SILENT-COMMAND - THE FWCH COMMAND THAT RAISES THE   *
056700* SILENT ALERT FOR THE FEED BEING CHECKED.  THE COMMAND IS ALSO  *
056800* DISPLAYED, SO THAT IF THE NEXT STEP FAILS IT CAN BE ENTERED BY *
056900* HAND.                                                          *
057000*----------------------------------------------------------------*
057100 3100-WRITE-SILENT-COMMAND.
057200     MOVE SPACES TO CMD-RECORD.
057300     STRING '/F '                      DELIMITED BY SIZE
057400            WS-CICS-REGION             DELIMITED BY SPACE
057500            ',FWCH BULK '              DELIMITED BY SIZE
057600            WS-FT-SERIAL (WS-FEED-SUB) DELIMITED BY SIZE
057700            ' '                        DELIMITED BY SIZE
057800            WS-CMD-MINUTES             DELIMITED BY SIZE
057900            INTO CMD-RECORD.
058000     DISPLAY 'FEEDCHK: FEED ' WS-FT-SERIAL (WS-FEED-SUB)
058100             ' NOT RECEIVED - ' CMD-RECORD (1:40) UPON CONS.
058200     WRITE CMD-RECORD.
058300 3100-EXIT.
058400     EXIT.
058500
058600*----------------------------------------------------------------*
058700* 4000-PRODUCE-TOTALS                                           *
058800*----------------------------------------------------------------*
058900 4000-PRODUCE-TOTALS.
059000     IF RETURN-CODE NOT < 8
059100         GO TO 4000-EXIT
059200     END-IF.
059300
059400     MOVE SPACES TO WS-TOTAL-LINE.
059500     MOVE 'FEEDS CHECKED. . . . . . . . .' TO WS-T-LABEL.
059600     MOVE WS-FEED-COUNT TO WS-T-COUNT.
059700     WRITE REPORT-LINE FROM WS-TOTAL-LINE
059800         AFTER ADVANCING 3 LINES.
059900
060000     MOVE 'ARRIVED BY THE CUTOFF. . . . .' TO WS-T-LABEL.
060100     MOVE WS-ARRIVED-COUNT TO WS-T-COUNT.
060200     WRITE REPORT-LINE FROM WS-TOTAL-LINE
060300         AFTER ADVANCING 1 LINE.
060400
060500     MOVE 'ARRIVED LATE . . . . . . . . .' TO WS-T-LABEL.
060600     MOVE WS-LATE-COUNT TO WS-T-COUNT.
060700     WRITE REPORT-LINE FROM WS-TOTAL-LINE
060800         AFTER ADVANCING 1 LINE.
060900
061000     MOVE 'NOT YET DUE. . . . . . . . . .' TO WS-T-LABEL.
061100     MOVE WS-NOT-DUE-COUNT TO WS-T-COUNT.
061200     WRITE REPORT-LINE FROM WS-TOTAL-LINE
061300         AFTER ADVANCING 1 LINE.
061400
061500     MOVE 'SILENT - ALERT RAISED. . . . .' TO WS-T-LABEL.
061600     MOVE WS-SILENT-COUNT TO WS-T-COUNT.
061700     WRITE REPORT-LINE FROM WS-TOTAL-LINE
061800         AFTER ADVANCING 1 LINE.
061900
062000     MOVE 'REGISTRY RECORDS READ. . . . .' TO WS-T-LABEL.
062100     MOVE WS-REG-COUNT TO WS-T-COUNT.
062200     WRITE REPORT-LINE FROM WS-TOTAL-LINE
062300         AFTER ADVANCING 1 LINE.
062400
062500     DISPLAY 'FEEDCHK: CHECKED ' WS-FEED-COUNT
062600             ' SILENT ' WS-SILENT-COUNT
062700             ' LATE ' WS-LATE-COUNT UPON CONS.
062800
062900     IF WS-SILENT-COUNT > 0
063000         MOVE 4 TO RETURN-CODE
063100     END-IF.
063200 4000-EXIT.
063300     EXIT.
063400
063500*----------------------------------------------------------------*
063600* 8000-DATE-TO-SERIAL - GREGORIAN DAY NUMBER FROM WS-DTS-DATE   *
063700* (YYYYMMDD) INTO WS-DTS-SERIAL.  ALL DIVISIONS ARE INTEGER     *
063800* (THE COMP RECEIVING FIELDS TRUNCATE), WHICH IS WHAT THE       *
063900* FORMULA REQUIRES.                                             *
064000*----------------------------------------------------------------*
064100 8000-DATE-TO-SERIAL.
064200     COMPUTE WS-DTS-A = (14 - WS-DTS-MONTH) / 12.
064300     COMPUTE WS-DTS-Y = WS-DTS-YEAR + 4800 - WS-DTS-A.
064400     COMPUTE WS-DTS-M = WS-DTS-MONTH + 12 * WS-DTS-A - 3.
064500     COMPUTE WS-DTS-SERIAL =
064600             WS-DTS-DAY
064700           + (153 * WS-DTS-M + 2) / 5
064800           + 365 * WS-DTS-Y
064900           + WS-DTS-Y / 4
065000           - WS-DTS-Y / 100
065100           + WS-DTS-Y / 400
065200           - 32045.
065300 8000-EXIT.
065400     EXIT.
065500
065600*----------------------------------------------------------------*
065700* 8100-TIMESTAMP-TO-MINUTES - MINUTES FROM WS-TSM-TIMESTAMP     *
065800* (YYYYMMDDHHMMSS) INTO WS-TSM-MINUTES.  A TIMESTAMP THAT IS    *
065900* NOT NUMERIC COUNTS AS THE START OF TIME, SO A DAMAGED         *
066000* REGISTRY RECORD CAN NEVER PASS FOR TODAY'S FEED.              *
066100*----------------------------------------------------------------*
066200 8100-TIMESTAMP-TO-MINUTES.
066300     IF WS-TSM-DATE NOT NUMERIC
066400      OR WS-TSM-HH NOT NUMERIC
066500      OR WS-TSM-MM NOT NUMERIC
066600         MOVE 0 TO WS-TSM-MINUTES
066700         GO TO 8100-EXIT
066800     END-IF.
066900
067000     MOVE WS-TSM-DATE TO WS-DTS-DATE.
067100     PERFORM 8000-DATE-TO-SERIAL
067200         THRU 8000-EXIT.
067300     COMPUTE WS-TSM-MINUTES = WS-DTS-SERIAL * 1440
067400                            + WS-TSM-HH * 60 + WS-TSM-MM.
067500 8100-EXIT.
067600     EXIT.
067700
067800*----------------------------------------------------------------*
067900* 9999-TERMINATE - CLOSE FILES                                  *
068000*----------------------------------------------------------------*
068100 9999-TERMINATE.
068200     IF RETURN-CODE < 12
068300         CLOSE REG-FILE
068400         CLOSE REPORT-FILE
068500         CLOSE CMD-FILE
068600     END-IF.
068700 9999-EXIT.
068800     EXIT.
