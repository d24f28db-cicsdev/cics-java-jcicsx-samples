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
001100* MODULE NAME:   CYCLCTL                                         *
001200*                                                                *
001300* DESCRIPTION:   NIGHTLY BATCH CYCLE CONTROL.  KEEPS THE ONE     *
001400*                CYCLE CONTROL RECORD: THE CURRENT BUSINESS DATE *
001500*                AND, FOR EACH NIGHTLY JOB, WHETHER IT HAS RUN   *
001600*                FOR THAT DATE AND WHEN IT STARTED AND COMPLETED.*
001700*                                                                *
001800*                EVERY NIGHTLY JOB RUNS THIS PROGRAM TWICE.  ITS *
001900*                FIRST STEP (START) REFUSES THE RUN WHEN THE     *
002000*                JOB'S PREDECESSOR HAS NOT COMPLETED FOR THE     *
002100*                BUSINESS DATE, OR THE JOB ITSELF ALREADY HAS    *
002150*                (EXCEPT CONVBULK, WHICH RUNS ONCE PER FEED);    *
002200*                OTHERWISE IT MARKS THE JOB STARTED AND PASSES   *
002300*                THE BUSINESS DATE TO THE JOB'S PROGRAM AS A     *
002400*                YYYYMMDD CARD ON CYCDATE.  ITS LAST STEP (END), *
002500*                RUN ONLY WHEN THE JOB'S OWN STEPS ENDED RC=4 OR *
002600*                LESS, MARKS THE JOB COMPLETE.                   *
002700*                                                                *
002800*                THE ORDER IS FIXED IN WS-JOB-VALUES: CONVBULK   *
002900*                MUST START BEFORE CONVARCH (THE CUTOVER SWEEPS  *
003000*                ITS AUDIT RECORDS INTO THE DATE'S GENERATION);  *
003100*                CONVRPT, CONVEXC, SENSRPT AND REQPURGE FOLLOW   *
003200*                CONVARCH; CONVBAL AND CONVEXT FOLLOW CONVRPT.   *
003300*                A JOB STARTED BUT NOT COMPLETED (A FAILED RUN)  *
003400*                MAY SIMPLY BE RESUBMITTED.                      *
003500*                                                                *
003600*                THE OPERATOR FUNCTIONS ARE INIT (CREATE THE     *
003700*                RECORD FOR A FIRST BUSINESS DATE), ROLL (MOVE   *
003800*                TO THE NEXT BUSINESS DATE ONCE EVERY REQUIRED   *
003900*                JOB HAS COMPLETED - ROLL FORCE MOVES ON ANYWAY),*
004000*                RESET (RETURN ONE JOB TO WAITING FOR A          *
004100*                CONTROLLED RERUN) AND LIST.  EVERY FUNCTION     *
004200*                PRINTS THE RECORD AS IT STANDS AFTERWARDS.      *
004300*                                                                *
004400*                THE SYSIN CARD GIVES THE FUNCTION IN COLUMNS    *
004500*                1-8 AND ITS OPERAND IN COLUMNS 9-16: THE JOB    *
004600*                NAME FOR START, END AND RESET, THE FIRST        *
004700*                BUSINESS DATE (YYYYMMDD) FOR INIT, OR FORCE FOR *
004800*                ROLL.                                           *
004900*                                                                *
005000* INPUT:         CYCLCTL   - THE CYCLE CONTROL RECORD            *
005100*                SYSIN     - FUNCTION CARD                       *
005200* OUTPUT:        CYCLCTL   - THE CYCLE CONTROL RECORD, UPDATED   *
005300*                CYCDATE   - BUSINESS DATE CARD (START ONLY)     *
005400*                CYCLRPT   - PRINTED CYCLE STATUS                *
005500*                                                                *
005600* RETURN CODES:  0 - DONE; FOR START, THE JOB MAY RUN            *
005700*                4 - ROLL FORCE MOVED ON PAST JOBS NOT COMPLETED *
005800*               16 - REFUSED, OUT OF ORDER: THE PREDECESSOR HAS  *
005900*                    NOT COMPLETED, CONVARCH HAS ALREADY STARTED *
006000*                    (CONVBULK), THE JOB WAS NOT STARTED (END),  *
006100*                    JOBS ARE NOT COMPLETE (ROLL), OR THE RECORD *
006200*                    ALREADY EXISTS (INIT)                       *
006300*               20 - REFUSED, THE JOB HAS ALREADY COMPLETED FOR  *
006400*                    THE BUSINESS DATE                           *
006500*               24 - THE CONTROL FILE COULD NOT BE READ OR       *
006600*                    WRITTEN, HOLDS NO CONTROL RECORD, OR THE    *
006700*                    CARD IS INVALID                             *
006800*                                                                *
006900******************************************************************
007000
007100 IDENTIFICATION DIVISION.
007200 PROGRAM-ID.    CYCLCTL.
007300 AUTHOR.        APPLICATIONS DEVELOPMENT.
007400 INSTALLATION.  CICSDEV SAMPLES.
007500 DATE-WRITTEN.  10/15/2026.
007600 DATE-COMPILED.
007700
007800******************************************************************
007900* MODIFICATION HISTORY                                           *
008000*                                                                *
008100* DATE        INIT  DESCRIPTION                                  *
008200* ----------  ----  ------------------------------------------- *
008300* 10/15/2026  AD    INITIAL VERSION                              *
008400******************************************************************
008500
008600 ENVIRONMENT DIVISION.
008700 CONFIGURATION SECTION.
008800 SOURCE-COMPUTER.   IBM-Z.
008900 OBJECT-COMPUTER.   IBM-Z.
009000 SPECIAL-NAMES.
009100     CONSOLE IS CONS.
009200
009300 INPUT-OUTPUT SECTION.
009400 FILE-CONTROL.
009500     SELECT CYCLE-FILE   ASSIGN TO CYCLCTL
009600                         ORGANIZATION IS SEQUENTIAL
009700                         FILE STATUS IS WS-CYCLE-STATUS.
009800
009900     SELECT DATE-FILE    ASSIGN TO CYCDATE
010000                         ORGANIZATION IS SEQUENTIAL
010100                         FILE STATUS IS WS-DATE-STATUS.
010200
010300     SELECT REPORT-FILE  ASSIGN TO CYCLRPT
010400                         ORGANIZATION IS SEQUENTIAL
010500                         FILE STATUS IS WS-REPORT-STATUS.
010600
010700 DATA DIVISION.
010800 FILE SECTION.
010900*----------------------------------------------------------------*
011000* CYCLE-FILE - THE ONE-RECORD CYCLE CONTROL DATASET.  THE LAYOUT *
011100* IS WS-CYCLE-RECORD IN WORKING STORAGE - THE FILE IS OPENED     *
011200* ONLY ACROSS EACH READ INTO / WRITE FROM, AS CONVRPT DOES WITH  *
011300* ITS CHECKPOINT.                                                *
011400*----------------------------------------------------------------*
011500 FD  CYCLE-FILE
011600     RECORDING MODE IS F.
011700 01  CYCLE-FILE-RECORD       PIC X(400).
011800
011900*----------------------------------------------------------------*
012000* DATE-FILE - THE BUSINESS DATE CARD FOR THE JOB'S OWN PROGRAM   *
012100*----------------------------------------------------------------*
012200 FD  DATE-FILE
012300     RECORDING MODE IS F.
012400 01  DATE-CARD               PIC X(80).
012500
012600*----------------------------------------------------------------*
012700* REPORT-FILE - THE PRINTED CYCLE STATUS                         *
012800*----------------------------------------------------------------*
012900 FD  REPORT-FILE
013000     RECORDING MODE IS F.
013100 01  REPORT-LINE             PIC X(132).
013200
013300 WORKING-STORAGE SECTION.
013400*----------------------------------------------------------------*
013500* SWITCHES                                                       *
013600*----------------------------------------------------------------*
013700 77  WS-CYCLE-STATUS         PIC X(02) VALUE '00'.
013800     88  CYCLE-FILE-OK           VALUE '00'.
013900
014000 77  WS-DATE-STATUS          PIC X(02) VALUE '00'.
014100     88  DATE-FILE-OK            VALUE '00'.
014200
014300 77  WS-REPORT-STATUS        PIC X(02) VALUE '00'.
014400     88  REPORT-FILE-OK          VALUE '00'.
014500
014600 77  WS-RECORD-SWITCH        PIC X(01) VALUE 'N'.
014700     88  CYCLE-RECORD-FOUND      VALUE 'Y'.
014800
014900*----------------------------------------------------------------*
015000* THE FUNCTION CARD                                              *
015100*----------------------------------------------------------------*
015200 01  WS-CONTROL-CARD.
015300     03  WS-CC-FUNCTION      PIC X(08).
015400         88  FUNCTION-START      VALUE 'START'.
015500         88  FUNCTION-END        VALUE 'END'.
015600         88  FUNCTION-INIT       VALUE 'INIT'.
015700         88  FUNCTION-ROLL       VALUE 'ROLL'.
015800         88  FUNCTION-RESET      VALUE 'RESET'.
015900         88  FUNCTION-LIST       VALUE 'LIST'.
016000     03  WS-CC-OPERAND       PIC X(08).
016100         88  ROLL-FORCED         VALUE 'FORCE'.
016200     03  WS-CC-OPERAND-N     REDEFINES WS-CC-OPERAND
016300                             PIC 9(08).
016400     03  FILLER              PIC X(64).
016500
016600 01  WS-NOW-DATE             PIC 9(08) VALUE 0.
016700 01  WS-NOW-TIME             PIC 9(08) VALUE 0.
016800
016900*----------------------------------------------------------------*
017000* THE NIGHTLY JOBS, IN CYCLE ORDER.  EACH ENTRY IS THE JOB, THE  *
017100* JOB THAT MUST HAVE COMPLETED BEFORE IT STARTS, THE JOB THAT    *
017200* MUST NOT YET HAVE STARTED WHEN IT STARTS, WHETHER IT MUST      *
017300* COMPLETE BEFORE THE DATE CAN ROLL, AND WHETHER IT MAY RUN      *
017320* AGAIN ONCE IT HAS COMPLETED.  CONVBULK RUNS ONCE PER FEED - A  *
017340* NIGHT MAY HAVE SEVERAL FEEDS OR NONE - SO IT IS NOT REQUIRED   *
017360* AND IS NEVER REFUSED AS ALREADY COMPLETED (THE FEEDREG CHECK   *
017380* REFUSES THE SAME FEED TWICE).  THE CONTROL RECORD HOLDS ONE    *
017500* ENTRY PER JOB IN THE SAME ORDER.                               *
017600*----------------------------------------------------------------*
017700 77  WS-JOB-COUNT            PIC S9(04) COMP VALUE 8.
017800
017900 01  WS-JOB-VALUES.
018000     03  FILLER              PIC X(26) VALUE
018100         'CONVBULK        CONVARCHNY'.
018200     03  FILLER              PIC X(26) VALUE
018300         'CONVARCH                YN'.
018400     03  FILLER              PIC X(26) VALUE
018500         'CONVRPT CONVARCH        YN'.
018600     03  FILLER              PIC X(26) VALUE
018700         'CONVEXC CONVARCH        YN'.
018800     03  FILLER              PIC X(26) VALUE
018900         'SENSRPT CONVARCH        YN'.
019000     03  FILLER              PIC X(26) VALUE
019100         'REQPURGECONVARCH        YN'.
019200     03  FILLER              PIC X(26) VALUE
019300         'CONVBAL CONVRPT         YN'.
019400     03  FILLER              PIC X(26) VALUE
019500         'CONVEXT CONVRPT         YN'.
019600 01  WS-JOB-TABLE            REDEFINES WS-JOB-VALUES.
019700     03  WS-JOB-DEF          OCCURS 8 TIMES.
019800         05  WS-JD-NAME          PIC X(08).
019900         05  WS-JD-AFTER         PIC X(08).
020000         05  WS-JD-BEFORE        PIC X(08).
020100         05  WS-JD-REQUIRED-SW   PIC X(01).
020200             88  JOB-REQUIRED        VALUE 'Y'.
020220         05  WS-JD-REPEAT-SW     PIC X(01).
020240             88  JOB-RUNS-PER-FEED   VALUE 'Y'.
020300
020400 77  WS-JOB-SUB              PIC S9(04) COMP VALUE 0.
020500 77  WS-FOUND-SUB            PIC S9(04) COMP VALUE 0.
020600 77  WS-OTHER-SUB            PIC S9(04) COMP VALUE 0.
020700 77  WS-SEARCH-JOB           PIC X(08) VALUE SPACES.
020800 77  WS-INCOMPLETE-COUNT     PIC S9(04) COMP VALUE 0.
020900
021000*----------------------------------------------------------------*
021100* THE CYCLE CONTROL RECORD PROPER - READ INTO AND WRITTEN FROM.  *
021200* A JOB'S STATUS IS BLANK (WAITING), 'S' (STARTED AND NOT YET    *
021300* COMPLETED - RUNNING, OR A FAILED RUN) OR 'C' (COMPLETED).      *
021400* THE DATES AND TIMES ARE WALL-CLOCK; THE RUN COUNT INCLUDES     *
021500* RERUNS FOR THE BUSINESS DATE.                                  *
021600*----------------------------------------------------------------*
021700 01  WS-CYCLE-RECORD.
021800     03  CY-EYECATCHER       PIC X(08).
021900     03  CY-BUSINESS-DATE    PIC 9(08).
022000     03  CY-BUSINESS-DATE-R  REDEFINES CY-BUSINESS-DATE.
022100         05  CY-BUS-YYYY     PIC 9(04).
022200         05  CY-BUS-MM       PIC 9(02).
022300         05  CY-BUS-DD       PIC 9(02).
022400     03  CY-SET-DATE         PIC 9(08).
022500     03  CY-SET-TIME         PIC 9(06).
022600     03  CY-JOB-ENTRY        OCCURS 8 TIMES.
022700         05  CY-JOB-NAME         PIC X(08).
022800         05  CY-JOB-STATUS       PIC X(01).
022900             88  CY-JOB-WAITING      VALUE ' '.
023000             88  CY-JOB-STARTED      VALUE 'S'.
023100             88  CY-JOB-COMPLETE     VALUE 'C'.
023200         05  CY-START-DATE       PIC 9(08).
023300         05  CY-START-TIME       PIC 9(06).
023400         05  CY-END-DATE         PIC 9(08).
023500         05  CY-END-TIME         PIC 9(06).
023600         05  CY-RUN-COUNT        PIC 9(02).
023700     03  FILLER              PIC X(58).
023800
023900*----------------------------------------------------------------*
024000* NEXT-DAY ARITHMETIC                                            *
024100*----------------------------------------------------------------*
024200 01  WS-MONTH-DAYS-VALUES    PIC X(24) VALUE
024300     '312831303130313130313031'.
024400 01  WS-MONTH-DAYS-TABLE     REDEFINES WS-MONTH-DAYS-VALUES.
024500     03  WS-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.
024600
024700 77  WS-DAYS-IN-MONTH        PIC 9(02) VALUE 0.
024800 77  WS-LEAP-QUOTIENT        PIC 9(04) VALUE 0.
024900 77  WS-LEAP-REM-4           PIC 9(04) VALUE 0.
025000 77  WS-LEAP-REM-100         PIC 9(04) VALUE 0.
025100 77  WS-LEAP-REM-400         PIC 9(04) VALUE 0.
025200
025300 01  WS-CHECK-DATE           PIC 9(08) VALUE 0.
025400 01  WS-CHECK-DATE-R         REDEFINES WS-CHECK-DATE.
025500     03  WS-CHK-YYYY         PIC 9(04).
025600     03  WS-CHK-MM           PIC 9(02).
025700     03  WS-CHK-DD           PIC 9(02).
025800
025900 01  WS-TIME-WORK            PIC 9(06) VALUE 0.
026000 01  WS-TIME-WORK-R          REDEFINES WS-TIME-WORK.
026100     03  WS-TW-HH            PIC 9(02).
026200     03  WS-TW-MM            PIC 9(02).
026300     03  WS-TW-SS            PIC 9(02).
026400
026500*----------------------------------------------------------------*
026600* REPORT LINES                                                   *
026700*----------------------------------------------------------------*
026800 01  WS-HEADING-1.
026900     03  FILLER              PIC X(40) VALUE SPACES.
027000     03  FILLER              PIC X(92) VALUE
027100         'NIGHTLY BATCH CYCLE CONTROL'.
027200
027300 01  WS-FUNCTION-LINE.
027400     03  FILLER              PIC X(30) VALUE
027500         'FUNCTION . . . . . . . . . . .'.
027600     03  WS-F-FUNCTION       PIC X(08).
027700     03  FILLER              PIC X(01) VALUE SPACES.
027800     03  WS-F-OPERAND        PIC X(08).
027900     03  FILLER              PIC X(85) VALUE SPACES.
028000
028100 01  WS-DATE-LINE.
028200     03  FILLER              PIC X(30) VALUE
028300         'BUSINESS DATE. . . . . . . . .'.
028400     03  WS-B-DATE           PIC 9999/99/99.
028500     03  FILLER              PIC X(10) VALUE '   SET ON '.
028600     03  WS-B-SET-DATE       PIC 9999/99/99.
028700     03  FILLER              PIC X(02) VALUE SPACES.
028800     03  WS-B-SET-HH         PIC 9(02).
028900     03  FILLER              PIC X(01) VALUE ':'.
029000     03  WS-B-SET-MM         PIC 9(02).
029100     03  FILLER              PIC X(65) VALUE SPACES.
029200
029300 01  WS-COLUMN-HEADING.
029400     03  FILLER              PIC X(10) VALUE 'JOB'.
029500     03  FILLER              PIC X(10) VALUE 'AFTER'.
029600     03  FILLER              PIC X(10) VALUE 'BEFORE'.
029700     03  FILLER              PIC X(10) VALUE 'REQUIRED'.
029800     03  FILLER              PIC X(10) VALUE 'STATUS'.
029900     03  FILLER              PIC X(18) VALUE 'STARTED'.
030000     03  FILLER              PIC X(18) VALUE 'COMPLETED'.
030100     03  FILLER              PIC X(46) VALUE 'RUNS'.
030200
030300 01  WS-JOB-LINE.
030400     03  WS-J-NAME           PIC X(08).
030500     03  FILLER              PIC X(02) VALUE SPACES.
030600     03  WS-J-AFTER          PIC X(08).
030700     03  FILLER              PIC X(02) VALUE SPACES.
030800     03  WS-J-BEFORE         PIC X(08).
030900     03  FILLER              PIC X(02) VALUE SPACES.
031000     03  WS-J-REQUIRED       PIC X(08).
031100     03  FILLER              PIC X(02) VALUE SPACES.
031200     03  WS-J-STATUS         PIC X(08).
031300     03  FILLER              PIC X(02) VALUE SPACES.
031400     03  WS-J-STARTED.
031500         05  WS-J-START-DATE PIC 9999/99/99.
031600         05  FILLER          PIC X(01) VALUE SPACE.
031700         05  WS-J-START-HH   PIC 9(02).
031800         05  WS-J-START-COLON
031900                             PIC X(01) VALUE ':'.
032000         05  WS-J-START-MM   PIC 9(02).
032100     03  FILLER              PIC X(02) VALUE SPACES.
032200     03  WS-J-COMPLETED.
032300         05  WS-J-END-DATE   PIC 9999/99/99.
032400         05  FILLER          PIC X(01) VALUE SPACE.
032500         05  WS-J-END-HH     PIC 9(02).
032600         05  WS-J-END-COLON  PIC X(01) VALUE ':'.
032700         05  WS-J-END-MM     PIC 9(02).
032800     03  FILLER              PIC X(02) VALUE SPACES.
032900     03  WS-J-RUNS           PIC Z9.
033000     03  FILLER              PIC X(44) VALUE SPACES.
033100
033200 01  WS-RESULT-LINE.
033300     03  FILLER              PIC X(30) VALUE
033400         'RESULT . . . . . . . . . . . .'.
033500     03  WS-RS-TEXT          PIC X(70).
033600     03  FILLER              PIC X(32) VALUE SPACES.
033700
033800 PROCEDURE DIVISION.
033900*----------------------------------------------------------------*
034000* 0000-MAINLINE                                                 *
034100*----------------------------------------------------------------*
034200 0000-MAINLINE.
034300     PERFORM 1000-INITIALIZE
034400         THRU 1000-EXIT.
034500
034600     PERFORM 2000-PROCESS-FUNCTION
034700         THRU 2000-EXIT.
034800
034900     PERFORM 8000-PRINT-STATUS
035000         THRU 8000-EXIT.
035100
035200     PERFORM 9999-TERMINATE
035300         THRU 9999-EXIT.
035400
035500     GOBACK.
035600
035700*----------------------------------------------------------------*
035800* 1000-INITIALIZE - READ THE CARD, OPEN THE REPORT AND READ THE  *
035900* CONTROL RECORD.  A BAD CARD OR AN UNREADABLE FILE ENDS THE     *
036000* RUN RC=24 WITH THE RECORD UNTOUCHED.                           *
036100*----------------------------------------------------------------*
036200 1000-INITIALIZE.
036300     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
036400     ACCEPT WS-NOW-TIME FROM TIME.
036500     MOVE SPACES TO WS-RS-TEXT.
036600     MOVE SPACES TO WS-CONTROL-CARD.
036700     ACCEPT WS-CONTROL-CARD.
036800
036900     OPEN OUTPUT REPORT-FILE.
037000     IF NOT REPORT-FILE-OK
037100         DISPLAY 'CYCLCTL: CYCLRPT OPEN FAILED, STATUS='
037200                 WS-REPORT-STATUS UPON CONS
037300     END-IF.
037400
037500     IF NOT FUNCTION-START
037600      AND NOT FUNCTION-END
037700      AND NOT FUNCTION-INIT
037800      AND NOT FUNCTION-ROLL
037900      AND NOT FUNCTION-RESET
038000      AND NOT FUNCTION-LIST
038100         MOVE 'FUNCTION CARD INVALID - NOTHING DONE'
038200           TO WS-RS-TEXT
038300         MOVE 24 TO RETURN-CODE
038400         GO TO 1000-EXIT
038500     END-IF.
038600
038700     IF FUNCTION-START OR FUNCTION-END OR FUNCTION-RESET
038800         MOVE WS-CC-OPERAND TO WS-SEARCH-JOB
038900         PERFORM 3000-FIND-JOB
039000             THRU 3000-EXIT
039100         IF WS-FOUND-SUB = 0
039200             MOVE 'JOB NAME NOT A NIGHTLY JOB - NOTHING DONE'
039300               TO WS-RS-TEXT
039400             MOVE 24 TO RETURN-CODE
039500             GO TO 1000-EXIT
039600         END-IF
039700     END-IF.
039800
039900     IF FUNCTION-ROLL
040000      AND NOT ROLL-FORCED
040100      AND WS-CC-OPERAND NOT = SPACES
040200         MOVE 'ROLL OPERAND MUST BE FORCE OR BLANK - NOTHING DONE'
040300           TO WS-RS-TEXT
040400         MOVE 24 TO RETURN-CODE
040500         GO TO 1000-EXIT
040600     END-IF.
040700
040800     PERFORM 5000-READ-CONTROL-RECORD
040900         THRU 5000-EXIT.
041000 1000-EXIT.
041100     EXIT.
041200
041300*----------------------------------------------------------------*
041400* 2000-PROCESS-FUNCTION                                         *
041500*----------------------------------------------------------------*
041600 2000-PROCESS-FUNCTION.
041700     IF RETURN-CODE NOT = 0
041800         GO TO 2000-EXIT
041900     END-IF.
042000
042100     IF FUNCTION-INIT
042200         PERFORM 2300-INIT-CYCLE
042300             THRU 2300-EXIT
042400         GO TO 2000-EXIT
042500     END-IF.
042600
042700*    EVERY OTHER FUNCTION NEEDS THE RECORD INIT CREATED.
042800     IF NOT CYCLE-RECORD-FOUND
042900         MOVE 'NO CYCLE CONTROL RECORD - RUN INIT FIRST'
043000           TO WS-RS-TEXT
043100         MOVE 24 TO RETURN-CODE
043200         GO TO 2000-EXIT
043300     END-IF.
043400
043500     IF FUNCTION-START
043600         PERFORM 2100-START-JOB
043700             THRU 2100-EXIT
043800     END-IF.
043900     IF FUNCTION-END
044000         PERFORM 2200-END-JOB
044100             THRU 2200-EXIT
044200     END-IF.
044300     IF FUNCTION-ROLL
044400         PERFORM 2400-ROLL-DATE
044500             THRU 2400-EXIT
044600     END-IF.
044700     IF FUNCTION-RESET
044800         PERFORM 2500-RESET-JOB
044900             THRU 2500-EXIT
045000     END-IF.
045100     IF FUNCTION-LIST
045200         MOVE 'LISTED' TO WS-RS-TEXT
045300     END-IF.
045400 2000-EXIT.
045500     EXIT.
045600
045700*----------------------------------------------------------------*
045800* 2100-START-JOB - CLEAR THE JOB TO RUN FOR THE BUSINESS DATE,   *
045900* OR REFUSE IT.  A JOB CLEARED IS MARKED STARTED AND GIVEN THE   *
046000* BUSINESS DATE CARD.                                            *
046100*----------------------------------------------------------------*
046200 2100-START-JOB.
046300     MOVE WS-FOUND-SUB TO WS-JOB-SUB.
046400
046500     IF CY-JOB-COMPLETE (WS-JOB-SUB)
046550      AND NOT JOB-RUNS-PER-FEED (WS-JOB-SUB)
046600         MOVE 'REFUSED - ALREADY COMPLETED FOR THE BUSINESS DATE'
046700           TO WS-RS-TEXT
046800         MOVE 20 TO RETURN-CODE
046900         GO TO 2100-EXIT
047000     END-IF.
047100
047200     IF WS-JD-AFTER (WS-JOB-SUB) NOT = SPACES
047300         MOVE WS-JD-AFTER (WS-JOB-SUB) TO WS-SEARCH-JOB
047400         PERFORM 3000-FIND-JOB
047500             THRU 3000-EXIT
047600         IF NOT CY-JOB-COMPLETE (WS-FOUND-SUB)
047700             MOVE SPACES TO WS-RS-TEXT
047800             STRING 'REFUSED - ' DELIMITED BY SIZE
047900                    WS-SEARCH-JOB DELIMITED BY SPACE
048000                    ' HAS NOT COMPLETED FOR THE BUSINESS DATE'
048100                                  DELIMITED BY SIZE
048200                    INTO WS-RS-TEXT
048300             MOVE 16 TO RETURN-CODE
048400             GO TO 2100-EXIT
048500         END-IF
048600     END-IF.
048700
048800     IF WS-JD-BEFORE (WS-JOB-SUB) NOT = SPACES
048900         MOVE WS-JD-BEFORE (WS-JOB-SUB) TO WS-SEARCH-JOB
049000         PERFORM 3000-FIND-JOB
049100             THRU 3000-EXIT
049200         IF NOT CY-JOB-WAITING (WS-FOUND-SUB)
049300             MOVE SPACES TO WS-RS-TEXT
049400             STRING 'REFUSED - ' DELIMITED BY SIZE
049500                    WS-SEARCH-JOB DELIMITED BY SPACE
049600                    ' HAS ALREADY STARTED FOR THE BUSINESS DATE'
049700                                  DELIMITED BY SIZE
049800                    INTO WS-RS-TEXT
049900             MOVE 16 TO RETURN-CODE
050000             GO TO 2100-EXIT
050100         END-IF
050200     END-IF.
050300
050400     PERFORM 5200-WRITE-DATE-CARD
050500         THRU 5200-EXIT.
050600     IF RETURN-CODE NOT = 0
050700         GO TO 2100-EXIT
050800     END-IF.
050900
051000     MOVE 'S' TO CY-JOB-STATUS (WS-JOB-SUB).
051100     MOVE WS-NOW-DATE TO CY-START-DATE (WS-JOB-SUB).
051200     MOVE WS-NOW-TIME (1:6) TO CY-START-TIME (WS-JOB-SUB).
051300     MOVE 0 TO CY-END-DATE (WS-JOB-SUB).
051400     MOVE 0 TO CY-END-TIME (WS-JOB-SUB).
051500     IF CY-RUN-COUNT (WS-JOB-SUB) < 99
051600         ADD 1 TO CY-RUN-COUNT (WS-JOB-SUB)
051700     END-IF.
051800     PERFORM 5100-WRITE-CONTROL-RECORD
051900         THRU 5100-EXIT.
052000     IF RETURN-CODE = 0
052100         MOVE 'CLEARED TO RUN FOR THE BUSINESS DATE' TO WS-RS-TEXT
052200     END-IF.
052300 2100-EXIT.
052400     EXIT.
052500
052600*----------------------------------------------------------------*
052700* 2200-END-JOB - MARK A STARTED JOB COMPLETE.  A JOB THAT IS NOT *
052800* MARKED STARTED (THE DATE WAS ROLLED OR THE JOB RESET WHILE IT  *
052900* RAN) IS LEFT ALONE AND THE STEP ENDS RC=16.                    *
053000*----------------------------------------------------------------*
053100 2200-END-JOB.
053200     MOVE WS-FOUND-SUB TO WS-JOB-SUB.
053300
053400     IF NOT CY-JOB-STARTED (WS-JOB-SUB)
053500         MOVE 'REFUSED - JOB NOT MARKED STARTED FOR THE DATE'
053600           TO WS-RS-TEXT
053700         MOVE 16 TO RETURN-CODE
053800         GO TO 2200-EXIT
053900     END-IF.
054000
054100     MOVE 'C' TO CY-JOB-STATUS (WS-JOB-SUB).
054200     MOVE WS-NOW-DATE TO CY-END-DATE (WS-JOB-SUB).
054300     MOVE WS-NOW-TIME (1:6) TO CY-END-TIME (WS-JOB-SUB).
054400     PERFORM 5100-WRITE-CONTROL-RECORD
054500         THRU 5100-EXIT.
054600     IF RETURN-CODE = 0
054700         MOVE 'COMPLETED FOR THE BUSINESS DATE' TO WS-RS-TEXT
054800     END-IF.
054900 2200-EXIT.
055000     EXIT.
055100
055200*----------------------------------------------------------------*
055300* 2300-INIT-CYCLE - CREATE THE CONTROL RECORD FOR THE FIRST      *
055400* BUSINESS DATE.  AN EXISTING RECORD IS NEVER OVERWRITTEN.       *
055500*----------------------------------------------------------------*
055600 2300-INIT-CYCLE.
055700     IF CYCLE-RECORD-FOUND
055800         MOVE 'REFUSED - THE CONTROL RECORD ALREADY EXISTS'
055900           TO WS-RS-TEXT
056000         MOVE 16 TO RETURN-CODE
056100         GO TO 2300-EXIT
056200     END-IF.
056300
056400     IF WS-CC-OPERAND NOT NUMERIC
056500         MOVE 'INIT NEEDS THE FIRST BUSINESS DATE AS YYYYMMDD'
056600           TO WS-RS-TEXT
056700         MOVE 24 TO RETURN-CODE
056800         GO TO 2300-EXIT
056900     END-IF.
057000     MOVE WS-CC-OPERAND-N TO WS-CHECK-DATE.
057100     PERFORM 4100-GET-MONTH-DAYS
057200         THRU 4100-EXIT.
057300     IF WS-CHK-YYYY < 2000
057400      OR WS-DAYS-IN-MONTH = 0
057500      OR WS-CHK-DD < 1
057600      OR WS-CHK-DD > WS-DAYS-IN-MONTH
057700         MOVE 'INIT DATE IS NOT A VALID YYYYMMDD DATE'
057800           TO WS-RS-TEXT
057900         MOVE 24 TO RETURN-CODE
058000         GO TO 2300-EXIT
058100     END-IF.
058200
058300     MOVE SPACES TO WS-CYCLE-RECORD.
058400     MOVE 'CYCLCTL ' TO CY-EYECATCHER.
058500     MOVE WS-CHECK-DATE TO CY-BUSINESS-DATE.
058600     PERFORM 2310-INIT-JOB
058700         THRU 2310-EXIT
058800         VARYING WS-JOB-SUB FROM 1 BY 1
058900           UNTIL WS-JOB-SUB > WS-JOB-COUNT.
059000     PERFORM 2600-SET-DATE-STAMP
059100         THRU 2600-EXIT.
059200     PERFORM 5100-WRITE-CONTROL-RECORD
059300         THRU 5100-EXIT.
059400     IF RETURN-CODE = 0
059500         MOVE 'CONTROL RECORD CREATED' TO WS-RS-TEXT
059600         MOVE 'Y' TO WS-RECORD-SWITCH
059700     END-IF.
059800 2300-EXIT.
059900     EXIT.
060000
060100*----------------------------------------------------------------*
060200* 2310-INIT-JOB                                                 *
060300*----------------------------------------------------------------*
060400 2310-INIT-JOB.
060500     MOVE WS-JD-NAME (WS-JOB-SUB) TO CY-JOB-NAME (WS-JOB-SUB).
060520     PERFORM 2420-CLEAR-JOB
060540         THRU 2420-EXIT.
060600 2310-EXIT.
060700     EXIT.
060800
060900*----------------------------------------------------------------*
061000* 2400-ROLL-DATE - MOVE TO THE NEXT BUSINESS DATE AND SET EVERY  *
061100* JOB WAITING.  REFUSED WHILE A REQUIRED JOB HAS NOT COMPLETED   *
061200* FOR THE CURRENT DATE, UNLESS FORCED.                           *
061300*----------------------------------------------------------------*
061400 2400-ROLL-DATE.
061500     MOVE 0 TO WS-INCOMPLETE-COUNT.
061600     PERFORM 2410-COUNT-INCOMPLETE
061700         THRU 2410-EXIT
061800         VARYING WS-JOB-SUB FROM 1 BY 1
061900           UNTIL WS-JOB-SUB > WS-JOB-COUNT.
062000
062100     IF WS-INCOMPLETE-COUNT > 0
062200      AND NOT ROLL-FORCED
062300         MOVE 'REFUSED - REQUIRED JOBS NOT COMPLETE (SEE BELOW)'
062400           TO WS-RS-TEXT
062500         MOVE 16 TO RETURN-CODE
062600         GO TO 2400-EXIT
062700     END-IF.
062800
062900     MOVE CY-BUSINESS-DATE TO WS-CHECK-DATE.
063000     PERFORM 4000-NEXT-DATE
063100         THRU 4000-EXIT.
063200     MOVE WS-CHECK-DATE TO CY-BUSINESS-DATE.
063300
063400     PERFORM 2420-CLEAR-JOB
063500         THRU 2420-EXIT
063600         VARYING WS-JOB-SUB FROM 1 BY 1
063700           UNTIL WS-JOB-SUB > WS-JOB-COUNT.
063800     PERFORM 2600-SET-DATE-STAMP
063900         THRU 2600-EXIT.
064000     PERFORM 5100-WRITE-CONTROL-RECORD
064100         THRU 5100-EXIT.
064200     IF RETURN-CODE NOT = 0
064300         GO TO 2400-EXIT
064400     END-IF.
064500
064600     IF WS-INCOMPLETE-COUNT > 0
064700         MOVE 'ROLLED BY FORCE - REQUIRED JOBS HAD NOT COMPLETED'
064800           TO WS-RS-TEXT
064900         DISPLAY 'CYCLCTL: ROLL FORCED PAST ' WS-INCOMPLETE-COUNT
065000                 ' INCOMPLETE JOB(S)' UPON CONS
065100         MOVE 4 TO RETURN-CODE
065200     ELSE
065300         MOVE 'ROLLED TO THE NEXT BUSINESS DATE' TO WS-RS-TEXT
065400     END-IF.
065500 2400-EXIT.
065600     EXIT.
065700
065800*----------------------------------------------------------------*
065900* 2410-COUNT-INCOMPLETE                                         *
066000*----------------------------------------------------------------*
066100 2410-COUNT-INCOMPLETE.
066200     IF JOB-REQUIRED (WS-JOB-SUB)
066300      AND NOT CY-JOB-COMPLETE (WS-JOB-SUB)
066400         ADD 1 TO WS-INCOMPLETE-COUNT
066500         DISPLAY 'CYCLCTL: ' CY-JOB-NAME (WS-JOB-SUB)
066600                 ' NOT COMPLETE FOR ' CY-BUSINESS-DATE UPON CONS
066700     END-IF.
066800 2410-EXIT.
066900     EXIT.
067000
067100*----------------------------------------------------------------*
067200* 2420-CLEAR-JOB                                                *
067300*----------------------------------------------------------------*
067400 2420-CLEAR-JOB.
067500     MOVE SPACE TO CY-JOB-STATUS (WS-JOB-SUB).
067600     MOVE 0 TO CY-START-DATE (WS-JOB-SUB).
067700     MOVE 0 TO CY-START-TIME (WS-JOB-SUB).
067800     MOVE 0 TO CY-END-DATE (WS-JOB-SUB).
067900     MOVE 0 TO CY-END-TIME (WS-JOB-SUB).
068000     MOVE 0 TO CY-RUN-COUNT (WS-JOB-SUB).
068100 2420-EXIT.
068200     EXIT.
068300
068400*----------------------------------------------------------------*
068500* 2500-RESET-JOB - RETURN ONE JOB TO WAITING SO IT CAN BE RERUN  *
068600* FOR THE BUSINESS DATE.  ITS RUN COUNT IS KEPT.  JOBS THAT      *
068700* FOLLOW IT ARE NOT TOUCHED - RESET THEM TOO IF THEY MUST ALSO   *
068800* RUN AGAIN.                                                     *
068900*----------------------------------------------------------------*
069000 2500-RESET-JOB.
069100     MOVE WS-FOUND-SUB TO WS-JOB-SUB.
069200     MOVE SPACE TO CY-JOB-STATUS (WS-JOB-SUB).
069300     MOVE 0 TO CY-END-DATE (WS-JOB-SUB).
069400     MOVE 0 TO CY-END-TIME (WS-JOB-SUB).
069500     PERFORM 5100-WRITE-CONTROL-RECORD
069600         THRU 5100-EXIT.
069700     IF RETURN-CODE = 0
069800         MOVE 'RESET TO WAITING FOR A RERUN' TO WS-RS-TEXT
069900         DISPLAY 'CYCLCTL: ' CY-JOB-NAME (WS-JOB-SUB)
070000                 ' RESET FOR ' CY-BUSINESS-DATE UPON CONS
070100     END-IF.
070200 2500-EXIT.
070300     EXIT.
070400
070500*----------------------------------------------------------------*
070600* 2600-SET-DATE-STAMP - WHEN THE BUSINESS DATE WAS SET           *
070700*----------------------------------------------------------------*
070800 2600-SET-DATE-STAMP.
070900     MOVE WS-NOW-DATE TO CY-SET-DATE.
071000     MOVE WS-NOW-TIME (1:6) TO CY-SET-TIME.
071100 2600-EXIT.
071200     EXIT.
071300
071400*----------------------------------------------------------------*
071500* 3000-FIND-JOB - WS-FOUND-SUB TO WS-SEARCH-JOB'S ENTRY, ZERO    *
071600* WHEN IT IS NOT ONE OF THE NIGHTLY JOBS                         *
071700*----------------------------------------------------------------*
071800 3000-FIND-JOB.
071900     MOVE 0 TO WS-FOUND-SUB.
072000     PERFORM 3010-MATCH-JOB
072100         THRU 3010-EXIT
072200         VARYING WS-OTHER-SUB FROM 1 BY 1
072300           UNTIL WS-OTHER-SUB > WS-JOB-COUNT
072400              OR WS-FOUND-SUB > 0.
072500 3000-EXIT.
072600     EXIT.
072700
072800*----------------------------------------------------------------*
072900* 3010-MATCH-JOB                                                *
073000*----------------------------------------------------------------*
073100 3010-MATCH-JOB.
073200     IF WS-JD-NAME (WS-OTHER-SUB) = WS-SEARCH-JOB
073300         MOVE WS-OTHER-SUB TO WS-FOUND-SUB
073400     END-IF.
073500 3010-EXIT.
073600     EXIT.
073700
073800*----------------------------------------------------------------*
073900* 4000-NEXT-DATE - WS-CHECK-DATE TO THE FOLLOWING DAY            *
074000*----------------------------------------------------------------*
074100 4000-NEXT-DATE.
074200     PERFORM 4100-GET-MONTH-DAYS
074300         THRU 4100-EXIT.
074400     ADD 1 TO WS-CHK-DD.
074500     IF WS-CHK-DD > WS-DAYS-IN-MONTH
074600         MOVE 1 TO WS-CHK-DD
074700         ADD 1 TO WS-CHK-MM
074800         IF WS-CHK-MM > 12
074900             MOVE 1 TO WS-CHK-MM
075000             ADD 1 TO WS-CHK-YYYY
075100         END-IF
075200     END-IF.
075300 4000-EXIT.
075400     EXIT.
075500
075600*----------------------------------------------------------------*
075700* 4100-GET-MONTH-DAYS - DAYS IN WS-CHECK-DATE'S MONTH, ZERO FOR  *
075800* A MONTH OUTSIDE 1-12.  FEBRUARY HAS 29 IN A LEAP YEAR: ONE     *
075900* DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400.         *
076000*----------------------------------------------------------------*
076100 4100-GET-MONTH-DAYS.
076200     MOVE 0 TO WS-DAYS-IN-MONTH.
076300     IF WS-CHK-MM < 1 OR WS-CHK-MM > 12
076400         GO TO 4100-EXIT
076500     END-IF.
076600     MOVE WS-MONTH-DAYS (WS-CHK-MM) TO WS-DAYS-IN-MONTH.
076700     IF WS-CHK-MM NOT = 2
076800         GO TO 4100-EXIT
076900     END-IF.
077000
077100     DIVIDE WS-CHK-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
077200         REMAINDER WS-LEAP-REM-4.
077300     DIVIDE WS-CHK-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
077400         REMAINDER WS-LEAP-REM-100.
077500     DIVIDE WS-CHK-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
077600         REMAINDER WS-LEAP-REM-400.
077700     IF WS-LEAP-REM-4 = 0
077800      AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
077900         MOVE 29 TO WS-DAYS-IN-MONTH
078000     END-IF.
078100 4100-EXIT.
078200     EXIT.
078300
078400*----------------------------------------------------------------*
078500* 5000-READ-CONTROL-RECORD - THE RECORD INTO WORKING STORAGE.    *
078600* AN EMPTY FILE, OR ONE WHOSE RECORD IS NOT A CYCLE CONTROL      *
078700* RECORD FOR THESE JOBS, LEAVES CYCLE-RECORD-FOUND OFF.          *
078800*----------------------------------------------------------------*
078900 5000-READ-CONTROL-RECORD.
079000     MOVE SPACES TO WS-CYCLE-RECORD.
079100     OPEN INPUT CYCLE-FILE.
079200     IF NOT CYCLE-FILE-OK
079300         DISPLAY 'CYCLCTL: CYCLCTL OPEN FAILED, STATUS='
079400                 WS-CYCLE-STATUS UPON CONS
079500         MOVE 'CYCLE CONTROL FILE COULD NOT BE OPENED'
079600           TO WS-RS-TEXT
079700         MOVE 24 TO RETURN-CODE
079800         GO TO 5000-EXIT
079900     END-IF.
080000
080100     READ CYCLE-FILE INTO WS-CYCLE-RECORD
080200         AT END
080300             MOVE SPACES TO WS-CYCLE-RECORD
080400     END-READ.
080500     CLOSE CYCLE-FILE.
080600
080700     IF CY-EYECATCHER NOT = 'CYCLCTL '
080800         GO TO 5000-EXIT
080900     END-IF.
081000
081100*    THE RECORD'S JOB ENTRIES MUST MATCH THE TABLE ABOVE, ENTRY
081200*    FOR ENTRY - A RECORD LEFT BY A DIFFERENT JOB LIST WOULD
081300*    PUT ONE JOB'S STATUS AGAINST ANOTHER.
081400     MOVE 0 TO WS-INCOMPLETE-COUNT.
081500     PERFORM 5010-CHECK-JOB-NAME
081600         THRU 5010-EXIT
081700         VARYING WS-JOB-SUB FROM 1 BY 1
081800           UNTIL WS-JOB-SUB > WS-JOB-COUNT.
081900     IF WS-INCOMPLETE-COUNT > 0
082000         MOVE 'CONTROL RECORD JOB LIST DOES NOT MATCH'
082100           TO WS-RS-TEXT
082200         MOVE 24 TO RETURN-CODE
082300         GO TO 5000-EXIT
082400     END-IF.
082500     MOVE 'Y' TO WS-RECORD-SWITCH.
082600 5000-EXIT.
082700     EXIT.
082800
082900*----------------------------------------------------------------*
083000* 5010-CHECK-JOB-NAME                                           *
083100*----------------------------------------------------------------*
083200 5010-CHECK-JOB-NAME.
083300     IF CY-JOB-NAME (WS-JOB-SUB) NOT = WS-JD-NAME (WS-JOB-SUB)
083400         ADD 1 TO WS-INCOMPLETE-COUNT
083500     END-IF.
083600 5010-EXIT.
083700     EXIT.
083800
083900*----------------------------------------------------------------*
084000* 5100-WRITE-CONTROL-RECORD - REWRITE THE ONE-RECORD FILE FROM   *
084100* WORKING STORAGE                                                *
084200*----------------------------------------------------------------*
084300 5100-WRITE-CONTROL-RECORD.
084400     OPEN OUTPUT CYCLE-FILE.
084500     IF NOT CYCLE-FILE-OK
084600         DISPLAY 'CYCLCTL: CYCLCTL WRITE FAILED, STATUS='
084700                 WS-CYCLE-STATUS UPON CONS
084800         MOVE 'CYCLE CONTROL FILE COULD NOT BE WRITTEN'
084900           TO WS-RS-TEXT
085000         MOVE 24 TO RETURN-CODE
085100         GO TO 5100-EXIT
085200     END-IF.
085300     WRITE CYCLE-FILE-RECORD FROM WS-CYCLE-RECORD.
085400     CLOSE CYCLE-FILE.
085500 5100-EXIT.
085600     EXIT.
085700
085800*----------------------------------------------------------------*
085900* 5200-WRITE-DATE-CARD - THE BUSINESS DATE, YYYYMMDD IN COLUMNS  *
086000* 1-8, FOR THE JOB'S OWN PROGRAM                                 *
086100*----------------------------------------------------------------*
086200 5200-WRITE-DATE-CARD.
086300     OPEN OUTPUT DATE-FILE.
086400     IF NOT DATE-FILE-OK
086500         DISPLAY 'CYCLCTL: CYCDATE OPEN FAILED, STATUS='
086600                 WS-DATE-STATUS UPON CONS
086700         MOVE 'BUSINESS DATE CARD COULD NOT BE WRITTEN'
086800           TO WS-RS-TEXT
086900         MOVE 24 TO RETURN-CODE
087000         GO TO 5200-EXIT
087100     END-IF.
087200     MOVE SPACES TO DATE-CARD.
087300     MOVE CY-BUSINESS-DATE TO DATE-CARD (1:8).
087400     WRITE DATE-CARD.
087500     CLOSE DATE-FILE.
087600 5200-EXIT.
087700     EXIT.
087800
087900*----------------------------------------------------------------*
088000* 8000-PRINT-STATUS - THE FUNCTION, ITS RESULT AND THE RECORD AS *
088100* IT NOW STANDS                                                  *
088200*----------------------------------------------------------------*
088300 8000-PRINT-STATUS.
088400     DISPLAY 'CYCLCTL: ' WS-CC-FUNCTION ' ' WS-CC-OPERAND
088500             ' - ' WS-RS-TEXT UPON CONS.
088600     IF NOT REPORT-FILE-OK
088700         GO TO 8000-EXIT
088800     END-IF.
088900
089000     WRITE REPORT-LINE FROM WS-HEADING-1
089100         AFTER ADVANCING PAGE.
089200     MOVE WS-CC-FUNCTION TO WS-F-FUNCTION.
089300     MOVE WS-CC-OPERAND TO WS-F-OPERAND.
089400     WRITE REPORT-LINE FROM WS-FUNCTION-LINE
089500         AFTER ADVANCING 2 LINES.
089600     WRITE REPORT-LINE FROM WS-RESULT-LINE
089700         AFTER ADVANCING 1 LINE.
089800
089900     IF NOT CYCLE-RECORD-FOUND
090000         GO TO 8000-EXIT
090100     END-IF.
090200
090300     MOVE CY-BUSINESS-DATE TO WS-B-DATE.
090400     MOVE CY-SET-DATE TO WS-B-SET-DATE.
090500     MOVE CY-SET-TIME TO WS-TIME-WORK.
090600     MOVE WS-TW-HH TO WS-B-SET-HH.
090700     MOVE WS-TW-MM TO WS-B-SET-MM.
090800     WRITE REPORT-LINE FROM WS-DATE-LINE
090900         AFTER ADVANCING 2 LINES.
091000     WRITE REPORT-LINE FROM WS-COLUMN-HEADING
091100         AFTER ADVANCING 2 LINES.
091200     PERFORM 8100-PRINT-JOB-LINE
091300         THRU 8100-EXIT
091400         VARYING WS-JOB-SUB FROM 1 BY 1
091500           UNTIL WS-JOB-SUB > WS-JOB-COUNT.
091600 8000-EXIT.
091700     EXIT.
091800
091900*----------------------------------------------------------------*
092000* 8100-PRINT-JOB-LINE                                           *
092100*----------------------------------------------------------------*
092200 8100-PRINT-JOB-LINE.
092300     MOVE CY-JOB-NAME (WS-JOB-SUB) TO WS-J-NAME.
092400     MOVE WS-JD-AFTER (WS-JOB-SUB) TO WS-J-AFTER.
092500     MOVE WS-JD-BEFORE (WS-JOB-SUB) TO WS-J-BEFORE.
092600     IF JOB-REQUIRED (WS-JOB-SUB)
092700         MOVE 'YES' TO WS-J-REQUIRED
092800     ELSE
092900         MOVE 'NO' TO WS-J-REQUIRED
093000     END-IF.
093100
093200     IF CY-JOB-WAITING (WS-JOB-SUB)
093300         MOVE 'WAITING' TO WS-J-STATUS
093400     END-IF.
093500     IF CY-JOB-STARTED (WS-JOB-SUB)
093600         MOVE 'STARTED' TO WS-J-STATUS
093700     END-IF.
093800     IF CY-JOB-COMPLETE (WS-JOB-SUB)
093900         MOVE 'COMPLETE' TO WS-J-STATUS
094000     END-IF.
094100
094200     IF CY-START-DATE (WS-JOB-SUB) = 0
094300         MOVE SPACES TO WS-J-STARTED
094400     ELSE
094500         MOVE CY-START-DATE (WS-JOB-SUB) TO WS-J-START-DATE
094600         MOVE CY-START-TIME (WS-JOB-SUB) TO WS-TIME-WORK
094700         MOVE WS-TW-HH TO WS-J-START-HH
094800         MOVE ':' TO WS-J-START-COLON
094900         MOVE WS-TW-MM TO WS-J-START-MM
095000     END-IF.
095100
095200     IF CY-END-DATE (WS-JOB-SUB) = 0
095300         MOVE SPACES TO WS-J-COMPLETED
095400     ELSE
095500         MOVE CY-END-DATE (WS-JOB-SUB) TO WS-J-END-DATE
095600         MOVE CY-END-TIME (WS-JOB-SUB) TO WS-TIME-WORK
095700         MOVE WS-TW-HH TO WS-J-END-HH
095800         MOVE ':' TO WS-J-END-COLON
095900         MOVE WS-TW-MM TO WS-J-END-MM
096000     END-IF.
096100
096200     MOVE CY-RUN-COUNT (WS-JOB-SUB) TO WS-J-RUNS.
096300     WRITE REPORT-LINE FROM WS-JOB-LINE
096400         AFTER ADVANCING 1 LINE.
096500 8100-EXIT.
096600     EXIT.
096700
096800*----------------------------------------------------------------*
096900* 9999-TERMINATE - CLOSE THE REPORT.  THE CONTROL AND DATE FILES *
097000* ARE CLOSED AS SOON AS THEY ARE READ OR WRITTEN.                *
097100*----------------------------------------------------------------*
097200 9999-TERMINATE.
097300     IF REPORT-FILE-OK
097400         CLOSE REPORT-FILE
097500     END-IF.
097600 9999-EXIT.
097700     EXIT.
