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
001100* MODULE NAME:   COLDRPT                                         *
001200*                                                                *
001300* DESCRIPTION:   COLD-CHAIN EXCURSION REPORT.  READS THE AUDITLOG*
001400*                GENERATIONS COVERING A PERIOD AND, FOR EVERY    *
001500*                COLD-CHAIN SENSOR, TURNS THE CONVERTED READINGS *
001600*                THAT WERE BEYOND ITS FEED'S ALRTCFG FREEZE OR   *
001700*                HEAT LIMIT INTO EXCURSION EPISODES: WHEN THE    *
001800*                TEMPERATURE FIRST CROSSED THE LIMIT, WHEN IT    *
001900*                CAME BACK, HOW LONG IT WAS OUT, THE PEAK VALUE  *
002000*                REACHED AND HOW MANY READINGS WERE OUT.  EACH   *
002100*                EPISODE IS CLASSED AGAINST THE FEED'S TOLERATED *
002200*                EXCURSION TIME AS WITHIN TOLERANCE OR A BREACH. *
002300*                                                                *
002400*                A SENSOR IS COLD-CHAIN WHEN ITS CHANNEL'S       *
002500*                ALRTCFG RECORD OR ITS OWN SENSMAST RECORD IS    *
002600*                FLAGGED COLD-CHAIN.  THE LIMITS AND TOLERANCE   *
002700*                ALWAYS COME FROM THE CHANNEL'S ALRTCFG RECORD,  *
002800*                AND A LIMIT APPLIES ONLY WHERE ITS ALERT FLAG   *
002900*                IS ON - THE SAME TEST CONVERT AND CONVBULK      *
003000*                ALERT ON.  A FLAGGED SENSOR WHOSE CHANNEL HAS   *
003100*                NO ALRTCFG RECORD IS LISTED AS NOT CHECKED.     *
003200*                                                                *
003300*                AN EPISODE STARTS AT THE FIRST READING BEYOND A *
003400*                LIMIT AND ENDS AT THE FIRST READING BACK WITHIN *
003500*                IT; A READING BEYOND THE OTHER LIMIT ENDS IT AND*
003600*                STARTS ANOTHER.  AN EPISODE STILL OUT AT THE END*
003700*                OF THE PERIOD IS TIMED TO ITS LAST READING AND  *
003800*                SHOWN AS STILL OUT.  READINGS ARE TAKEN IN FILE *
003900*                ORDER, SO THE GENERATIONS MUST BE CONCATENATED  *
004000*                OLDEST FIRST.  REJECTED READINGS ARE IGNORED.   *
004100*                                                                *
004200*                THE SYSIN CARD GIVES THE PERIOD: FROM DATE IN   *
004300*                COLUMNS 1-8 AND TO DATE IN COLUMNS 9-16, BOTH   *
004400*                YYYYMMDD.  READINGS OUTSIDE IT ARE PASSED OVER. *
004500*                                                                *
004600*                EVERY EPISODE IS ALSO WRITTEN AS A COMMA-       *
004700*                DELIMITED ROW TO COLDEXT, FOR ATTACHING TO THE  *
004800*                CUSTOMER'S COMPLIANCE CERTIFICATE: CHANNEL,     *
004900*                SENSOR, FREEZE OR HEAT, START DATE AND TIME,    *
005000*                END DATE AND TIME, MINUTES, PEAK CELSIUS,       *
005100*                READINGS, TOLERATED MINUTES AND CLASS (WITHIN,  *
005200*                BREACH OR OPEN).                                *
005300*                                                                *
005400* INPUT:         AUDITLOG  - AUDIT RECORD GENERATIONS            *
005500*                ALRTCFG   - PER-FEED ALERT THRESHOLDS (VSAM)    *
005600*                SENSMAST  - SENSOR MASTER (VSAM)                *
005700*                SYSIN     - PERIOD CARD                         *
005800* OUTPUT:        COLDLIST  - PRINTED EXCURSION REPORT            *
005900*                COLDEXT   - DELIMITED EXCURSION ROWS            *
006000*                                                                *
006100* RETURN CODES:  0 - REPORT PRODUCED, NO BREACH                  *
006200*                4 - ONE OR MORE BREACHES, OR TOO MANY SENSORS   *
006300*                    OR EPISODES TO TRACK - REVIEW               *
006400*                8 - A FILE COULD NOT BE OPENED, OR AN ALRTCFG   *
006450*                    OR SENSMAST READ FAILED - NOTHING REPORTED  *
006500*               12 - PERIOD CARD MISSING OR IMPLAUSIBLE -        *
006600*                    NOTHING REPORTED                            *
006700*                                                                *
006800******************************************************************
006900
007000 IDENTIFICATION DIVISION.
007100 PROGRAM-ID.    COLDRPT.
007200 AUTHOR.        APPLICATIONS DEVELOPMENT.
007300 INSTALLATION.  CICSDEV SAMPLES.
007400 DATE-WRITTEN.  10/15/2026.
007500 DATE-COMPILED.
007600
007700******************************************************************
007800* MODIFICATION HISTORY                                           *
007900*                                                                *
008000* DATE        INIT  DESCRIPTION                                  *
008100* ----------  ----  ------------------------------------------- *
008200* 10/15/2026  AD    INITIAL VERSION                              *
008300******************************************************************
008400
008500 ENVIRONMENT DIVISION.
008600 CONFIGURATION SECTION.
008700 SOURCE-COMPUTER.   IBM-Z.
008800 OBJECT-COMPUTER.   IBM-Z.
008900 SPECIAL-NAMES.
009000     CONSOLE IS CONS.
009100
009200 INPUT-OUTPUT SECTION.
009300 FILE-CONTROL.
009400     SELECT AUDIT-FILE   ASSIGN TO AUDITLOG
009500                         ORGANIZATION IS SEQUENTIAL
009600                         FILE STATUS IS WS-AUDIT-STATUS.
009700
009800     SELECT ACFG-FILE    ASSIGN TO ALRTCFG
009900                         ORGANIZATION IS INDEXED
010000                         ACCESS IS RANDOM
010100                         RECORD KEY IS AC-FEED-ID
010200                         FILE STATUS IS WS-ACFG-STATUS.
010300
010400     SELECT SENS-FILE    ASSIGN TO SENSMAST
010500                         ORGANIZATION IS INDEXED
010600                         ACCESS IS RANDOM
010700                         RECORD KEY IS SM-SENSOR-KEY
010800                         FILE STATUS IS WS-SENS-STATUS.
010900
011000     SELECT REPORT-FILE  ASSIGN TO COLDLIST
011100                         ORGANIZATION IS SEQUENTIAL
011200                         FILE STATUS IS WS-REPORT-STATUS.
011300
011400     SELECT CEXT-FILE    ASSIGN TO COLDEXT
011500                         ORGANIZATION IS SEQUENTIAL
011600                         FILE STATUS IS WS-CEXT-STATUS.
011700
011800 DATA DIVISION.
011900 FILE SECTION.
012000*----------------------------------------------------------------*
012100* AUDIT-FILE - ONE RECORD PER READING CONVERTED OR REJECTED.     *
012200* THE LAYOUT HERE MUST STAY IN STEP WITH AUDIT-RECORD IN         *
012300* CONVERT.  ONLY THE 160-BYTE VERSION 2 LAYOUT CARRIES THE       *
012400* CONVERSION MODE NEEDED TO KNOW A READING'S CELSIUS VALUE.      *
012500*----------------------------------------------------------------*
012600 FD  AUDIT-FILE
012700     RECORDING MODE IS F.
012800 01  AUDIT-RECORD.
012900     03  AR-TIMESTAMP        PIC X(16).
013000     03  AR-TIMESTAMP-R      REDEFINES AR-TIMESTAMP.
013100         05  AR-DATE         PIC 9(08).
013200         05  FILLER          PIC X(08).
013300     03  AR-CHANNEL          PIC X(16).
013400     03  AR-SENSOR-ID        PIC X(08).
013500     03  AR-INPUT-VALUE      PIC S9(7)V99 COMP-3.
013600     03  AR-OUTPUT-VALUE     PIC S9(7)V99 COMP-3.
013700     03  AR-RESPCODE         PIC S9(8) COMP-4.
013800     03  AR-RESPCODE2        PIC S9(8) COMP-4.
013900     03  AR-VERSION          PIC X(01).
014000     03  AR-RAW-VALUE        PIC S9(7)V99 COMP-3.
014100     03  AR-CALIB-OFFSET     PIC S9(7)V99 COMP-3.
014200     03  AR-MODE             PIC X(01).
014300         88  AR-FAHRENHEIT-TO-CELSIUS VALUE 'F'.
014400     03  AR-ROUND-MODE       PIC X(01).
014500     03  AR-REQUEST-ID       PIC X(32).
014600     03  AR-USERID           PIC X(08).
014700     03  AR-TRANSID          PIC X(04).
014800     03  AR-SOURCE           PIC X(01).
014900     03  AR-FEED-ID          PIC X(12).
015000     03  AR-CALIB-FLAG       PIC X(01).
015100     03  FILLER              PIC X(31).
015200
015300*----------------------------------------------------------------*
015400* ACFG-FILE - THE PER-FEED ALERT THRESHOLDS MAINTAINED BY THE    *
015500* ALRTMNT TRANSACTION.  THE LAYOUT HERE MUST STAY IN STEP WITH   *
015600* ALERT-CONFIG-RECORD IN CONVERT.  A RECORD FROM BEFORE THE      *
015700* COLD-CHAIN FIELDS EXISTED HAS BLANKS THERE: NOT COLD-CHAIN.    *
015800*----------------------------------------------------------------*
015900 FD  ACFG-FILE
016000     RECORD CONTAINS 40 CHARACTERS.
016100 01  ACFG-RECORD.
016200     03  AC-FEED-ID          PIC X(16).
016300     03  AC-FREEZE-LIMIT     PIC S9(7)V99 COMP-3.
016400     03  AC-HEAT-LIMIT       PIC S9(7)V99 COMP-3.
016500     03  AC-FREEZE-FLAG      PIC X(01).
016600     03  AC-HEAT-FLAG        PIC X(01).
016700     03  AC-SUPPRESS-MINS    PIC 9(04).
016800     03  AC-SILENT-MINS      PIC 9(04).
016900     03  AC-COLD-CHAIN       PIC X(01).
017000     03  AC-TOLERATE-MINS    PIC 9(03).
017100
017200*----------------------------------------------------------------*
017300* SENS-FILE - THE SENSOR MASTER MAINTAINED BY THE SENSMNT        *
017400* TRANSACTION.  THE LAYOUT HERE MUST STAY IN STEP WITH           *
017500* SENSOR-RECORD IN SENSMNT.  A RECORD NOT UPDATED SINCE THE      *
017600* LIFECYCLE FIELDS WERE ADDED IS STILL 40 BYTES LONG AND HAS NO  *
017700* COLD-CHAIN FLAG; WS-SENS-LENGTH IS TESTED BEFORE THE FLAG IS   *
017800* USED, SO SUCH A SENSOR READS AS NOT COLD-CHAIN.                *
017900*----------------------------------------------------------------*
018000 FD  SENS-FILE
018100     RECORD IS VARYING IN SIZE FROM 40 TO 60 CHARACTERS
018200     DEPENDING ON WS-SENS-LENGTH.
018300 01  SENS-RECORD.
018400     03  SM-SENSOR-KEY       PIC X(08).
018500     03  SM-CALIB-OFFSET     PIC S9(7)V99 COMP-3.
018600     03  SM-RANGE-MIN        PIC S9(7)V99 COMP-3.
018700     03  SM-RANGE-MAX        PIC S9(7)V99 COMP-3.
018800     03  SM-STATUS           PIC X(01).
018900     03  SM-CHANNEL          PIC X(16).
019000     03  SM-CALIB-DUE        PIC 9(08).
019100     03  SM-COLD-CHAIN       PIC X(01).
019200     03  FILLER              PIC X(11).
019300
019400*----------------------------------------------------------------*
019500* REPORT-FILE - THE PRINTED EXCURSION REPORT                     *
019600*----------------------------------------------------------------*
019700 FD  REPORT-FILE
019800     RECORDING MODE IS F.
019900 01  REPORT-LINE             PIC X(132).
020000
020100*----------------------------------------------------------------*
020200* CEXT-FILE - THE DELIMITED EXCURSION ROWS                       *
020300*----------------------------------------------------------------*
020400 FD  CEXT-FILE
020500     RECORDING MODE IS F.
020600 01  CEXT-RECORD             PIC X(132).
020700
020800 WORKING-STORAGE SECTION.
020900*----------------------------------------------------------------*
021000* SWITCHES                                                       *
021100*----------------------------------------------------------------*
021200 77  WS-AUDIT-STATUS         PIC X(02) VALUE '00'.
021300     88  AUDIT-FILE-OK           VALUE '00'.
021400
021500 77  WS-ACFG-STATUS          PIC X(02) VALUE '00'.
021600     88  ACFG-FILE-OK            VALUE '00'.
021700     88  ACFG-RECORD-FOUND       VALUE '00'.
021750     88  ACFG-NOT-FOUND          VALUE '23'.
021800
021900 77  WS-SENS-STATUS          PIC X(02) VALUE '00'.
022000     88  SENS-FILE-OK            VALUE '00'.
022100     88  SENS-RECORD-FOUND       VALUE '00'.
022150     88  SENS-NOT-FOUND          VALUE '23'.
022200 77  WS-SENS-LENGTH          PIC 9(04) COMP VALUE 0.
022300
022400 77  WS-REPORT-STATUS        PIC X(02) VALUE '00'.
022500     88  REPORT-FILE-OK          VALUE '00'.
022600
022700 77  WS-CEXT-STATUS          PIC X(02) VALUE '00'.
022800     88  CEXT-FILE-OK            VALUE '00'.
022900
023000 77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
023100     88  NO-MORE-AUDIT-RECORDS   VALUE 'Y'.
023200
023300*----------------------------------------------------------------*
023400* THE PERIOD CARD                                                *
023500*----------------------------------------------------------------*
023600 01  WS-CONTROL-CARD.
023700     03  WS-CC-FROM-DATE     PIC X(08).
023800     03  WS-CC-FROM-DATE-N   REDEFINES WS-CC-FROM-DATE
023900                             PIC 9(08).
024000     03  WS-CC-TO-DATE       PIC X(08).
024100     03  WS-CC-TO-DATE-N     REDEFINES WS-CC-TO-DATE
024200                             PIC 9(08).
024300     03  FILLER              PIC X(64).
024400
024500 77  WS-FROM-DATE            PIC 9(08) VALUE 0.
024600 77  WS-TO-DATE              PIC 9(08) VALUE 0.
024700
024800 01  WS-CHECK-DATE           PIC 9(08) VALUE 0.
024900 01  WS-CHECK-DATE-R         REDEFINES WS-CHECK-DATE.
025000     03  WS-CHECK-YEAR       PIC 9(04).
025100     03  WS-CHECK-MONTH      PIC 9(02).
025200     03  WS-CHECK-DAY        PIC 9(02).
025300
025400*----------------------------------------------------------------*
025500* COUNTERS                                                       *
025600*----------------------------------------------------------------*
025700 77  WS-TOTAL-COUNT          PIC S9(08) COMP VALUE 0.
025800 77  WS-PERIOD-COUNT         PIC S9(08) COMP VALUE 0.
025900 77  WS-COLD-COUNT           PIC S9(08) COMP VALUE 0.
026000 77  WS-MONITORED-COUNT      PIC S9(08) COMP VALUE 0.
026100 77  WS-UNCHECKED-COUNT      PIC S9(08) COMP VALUE 0.
026200 77  WS-EPISODE-TOTAL        PIC S9(08) COMP VALUE 0.
026300 77  WS-BREACH-COUNT         PIC S9(08) COMP VALUE 0.
026400 77  WS-OPEN-COUNT           PIC S9(08) COMP VALUE 0.
026500 77  WS-SLOT-OVERFLOW-COUNT  PIC S9(08) COMP VALUE 0.
026600 77  WS-EP-OVERFLOW-COUNT    PIC S9(08) COMP VALUE 0.
026700 77  WS-ROW-COUNT            PIC S9(08) COMP VALUE 0.
026800
026900*----------------------------------------------------------------*
027000* ONE SLOT PER CHANNEL AND SENSOR SEEN IN THE PERIOD, HOLDING    *
027100* WHETHER IT IS COLD-CHAIN, THE LIMITS THAT APPLY TO IT AND THE  *
027200* EPISODE IT IS IN, IF ANY.  THE MASTER LOOKUPS ARE DONE ONCE,   *
027300* WHEN THE SLOT IS TAKEN.  READINGS WITH NO SENSOR ID SHARE ONE  *
027400* SLOT PER CHANNEL.                                              *
027500*----------------------------------------------------------------*
027600 77  WS-MAX-SLOTS            PIC S9(04) COMP VALUE 200.
027700 77  WS-SLOT-COUNT           PIC S9(04) COMP VALUE 0.
027800 77  WS-SLOT-SUB             PIC S9(04) COMP VALUE 0.
027900 77  WS-FOUND-SUB            PIC S9(04) COMP VALUE 0.
028000
028100 01  WS-SLOT-TABLE.
028200     03  WS-SLOT-ENTRY       OCCURS 200 TIMES.
028300         05  WS-SL-CHANNEL       PIC X(16).
028400         05  WS-SL-SENSOR        PIC X(08).
028500         05  WS-SL-SCOPE         PIC X(01).
028600             88  SLOT-NOT-COLD-CHAIN VALUE 'N'.
028700             88  SLOT-IS-MONITORED   VALUE 'Y'.
028800             88  SLOT-HAS-NO-LIMITS  VALUE 'U'.
028900         05  WS-SL-FREEZE-FLAG   PIC X(01).
029000         05  WS-SL-FREEZE-LIMIT  PIC S9(07)V99 COMP-3.
029100         05  WS-SL-HEAT-FLAG     PIC X(01).
029200         05  WS-SL-HEAT-LIMIT    PIC S9(07)V99 COMP-3.
029300         05  WS-SL-TOLERATE      PIC 9(03).
029400         05  WS-SL-READ-COUNT    PIC S9(08) COMP.
029500         05  WS-SL-EPISODE-COUNT PIC S9(08) COMP.
029600         05  WS-SL-OPEN-TYPE     PIC X(01).
029700             88  SLOT-IN-RANGE       VALUE SPACE.
029800         05  WS-SL-START-TS      PIC X(16).
029900         05  WS-SL-START-MINUTES PIC S9(12) COMP.
030000         05  WS-SL-LAST-TS       PIC X(16).
030100         05  WS-SL-LAST-MINUTES  PIC S9(12) COMP.
030200         05  WS-SL-PEAK          PIC S9(07)V99 COMP-3.
030300         05  WS-SL-OUT-COUNT     PIC S9(08) COMP.
030400
030500*----------------------------------------------------------------*
030600* THE EPISODES, IN THE ORDER THEY ENDED.  THE REPORT LISTS THEM  *
030700* SENSOR BY SENSOR.                                              *
030800*----------------------------------------------------------------*
030900 77  WS-MAX-EPISODES         PIC S9(04) COMP VALUE 1000.
031000 77  WS-EPISODE-COUNT        PIC S9(04) COMP VALUE 0.
031100 77  WS-EP-SUB               PIC S9(04) COMP VALUE 0.
031200
031300 01  WS-EPISODE-TABLE.
031400     03  WS-EPISODE-ENTRY    OCCURS 1000 TIMES.
031500         05  WS-EP-SLOT          PIC S9(04) COMP.
031600         05  WS-EP-TYPE          PIC X(01).
031700         05  WS-EP-START-TS      PIC X(16).
031800         05  WS-EP-END-TS        PIC X(16).
031900         05  WS-EP-MINUTES       PIC S9(08) COMP.
032000         05  WS-EP-PEAK          PIC S9(07)V99 COMP-3.
032100         05  WS-EP-READINGS      PIC S9(08) COMP.
032200         05  WS-EP-CLASS         PIC X(01).
032300             88  EPISODE-WITHIN      VALUE 'W'.
032400             88  EPISODE-BREACH      VALUE 'B'.
032500             88  EPISODE-STILL-OPEN  VALUE 'O'.
032600
032700*----------------------------------------------------------------*
032800* THE READING BEING LOOKED AT.  WS-READING-TYPE IS 'F' BEYOND    *
032900* THE FREEZE LIMIT, 'H' BEYOND THE HEAT LIMIT, SPACE WITHIN      *
033000* BOTH.                                                          *
033100*----------------------------------------------------------------*
033200 77  WS-CELSIUS              PIC S9(07)V99 COMP-3 VALUE 0.
033300 77  WS-READING-TYPE         PIC X(01) VALUE SPACE.
033400 77  WS-END-KIND             PIC X(01) VALUE SPACE.
033500     88  END-BY-RETURN           VALUE 'R'.
033600     88  END-OF-PERIOD           VALUE 'P'.
033700 77  WS-END-TS               PIC X(16) VALUE SPACES.
033800 77  WS-END-MINUTES          PIC S9(12) COMP VALUE 0.
033900
034000*----------------------------------------------------------------*
034100* TIME ARITHMETIC.  TIMESTAMPS ARE TURNED INTO MINUTES FROM A    *
034200* SERIAL DAY NUMBER, THE SAME WAY AS CHGRPT, SO AN EPISODE       *
034300* SPANNING MIDNIGHT OR A MONTH END IS TIMED RIGHT.               *
034400*----------------------------------------------------------------*
034500 01  WS-DTS-DATE             PIC 9(08) VALUE 0.
034600 01  WS-DTS-DATE-R           REDEFINES WS-DTS-DATE.
034700     03  WS-DTS-YEAR         PIC 9(04).
034800     03  WS-DTS-MONTH        PIC 9(02).
034900     03  WS-DTS-DAY          PIC 9(02).
035000 77  WS-DTS-SERIAL           PIC S9(08) COMP VALUE 0.
035100 77  WS-DTS-A                PIC S9(08) COMP VALUE 0.
035200 77  WS-DTS-Y                PIC S9(08) COMP VALUE 0.
035300 77  WS-DTS-M                PIC S9(08) COMP VALUE 0.
035400
035500 01  WS-TSM-TIMESTAMP        PIC X(16) VALUE SPACES.
035600 01  WS-TSM-TIMESTAMP-R      REDEFINES WS-TSM-TIMESTAMP.
035700     03  WS-TSM-DATE         PIC 9(08).
035800     03  WS-TSM-HH           PIC 9(02).
035900     03  WS-TSM-MM           PIC 9(02).
036000     03  WS-TSM-SS           PIC 9(02).
036100     03  FILLER              PIC X(02).
036200 77  WS-TSM-MINUTES          PIC S9(12) COMP VALUE 0.
036300
036400*----------------------------------------------------------------*
036500* A TIMESTAMP TAKEN APART FOR PRINTING OR FOR A DELIMITED ROW    *
036600*----------------------------------------------------------------*
036700 01  WS-FMT-TIMESTAMP        PIC X(16) VALUE SPACES.
036800 01  WS-FMT-TIMESTAMP-R      REDEFINES WS-FMT-TIMESTAMP.
036900     03  WS-FMT-YYYY         PIC X(04).
037000     03  WS-FMT-MO           PIC X(02).
037100     03  WS-FMT-DD           PIC X(02).
037200     03  WS-FMT-HH           PIC X(02).
037300     03  WS-FMT-MI           PIC X(02).
037400     03  WS-FMT-SS           PIC X(02).
037500     03  FILLER              PIC X(02).
037600 77  WS-FMT-PRINT            PIC X(19) VALUE SPACES.
037700 77  WS-FMT-ROW-DATE         PIC X(10) VALUE SPACES.
037800 77  WS-FMT-ROW-TIME         PIC X(08) VALUE SPACES.
037900
038000*----------------------------------------------------------------*
038100* ROW BUILDING, AS IN CONVEXT: SORTABLE DATES AND SIGNED         *
038200* DECIMALS WITH EXPLICIT DECIMAL POINTS.                         *
038300*----------------------------------------------------------------*
038400 77  WS-ROW-START-DATE       PIC X(10) VALUE SPACES.
038500 77  WS-ROW-START-TIME       PIC X(08) VALUE SPACES.
038600 77  WS-ROW-END-DATE         PIC X(10) VALUE SPACES.
038700 77  WS-ROW-END-TIME         PIC X(08) VALUE SPACES.
038800 77  WS-ROW-TYPE             PIC X(06) VALUE SPACES.
038900 77  WS-ROW-CLASS            PIC X(06) VALUE SPACES.
039000 77  WS-E-MINUTES            PIC 9(08).
039100 77  WS-E-PEAK               PIC +9(7).99.
039200 77  WS-E-READINGS           PIC 9(08).
039300 77  WS-E-TOLERATE           PIC 9(03).
039400 77  WS-ROW                  PIC X(132) VALUE SPACES.
039500
039600*----------------------------------------------------------------*
039700* REPORT LINES                                                   *
039800*----------------------------------------------------------------*
039900 01  WS-HEADING-1.
040000     03  FILLER              PIC X(40) VALUE SPACES.
040100     03  FILLER              PIC X(92) VALUE
040200         'COLD-CHAIN TEMPERATURE EXCURSION REPORT'.
040300
040400 01  WS-PERIOD-LINE.
040500     03  FILLER              PIC X(30) VALUE
040600         'PERIOD . . . . . . . . . . . .'.
040700     03  WS-P-FROM           PIC 9999/99/99.
040800     03  FILLER              PIC X(04) VALUE ' TO '.
040900     03  WS-P-TO             PIC 9999/99/99.
041000     03  FILLER              PIC X(78) VALUE SPACES.
041100
041200 01  WS-SENSOR-LINE.
041300     03  FILLER              PIC X(09) VALUE 'CHANNEL  '.
041400     03  WS-S-CHANNEL        PIC X(16).
041500     03  FILLER              PIC X(10) VALUE '  SENSOR  '.
041600     03  WS-S-SENSOR         PIC X(08).
041700     03  FILLER              PIC X(09) VALUE '  FREEZE '.
041800     03  WS-S-FREEZE         PIC X(11).
041900     03  FILLER              PIC X(07) VALUE '  HEAT '.
042000     03  WS-S-HEAT           PIC X(11).
042100     03  FILLER              PIC X(12) VALUE '  TOLERATED '.
042200     03  WS-S-TOLERATE       PIC ZZ9.
042300     03  FILLER              PIC X(16) VALUE ' MINS  READINGS '.
042400     03  WS-S-READINGS       PIC ZZZ,ZZ9.
042500     03  FILLER              PIC X(13) VALUE SPACES.
042600
042700 01  WS-LIMIT-EDIT           PIC -(7)9.99.
042800
042900 01  WS-EPISODE-HEADING.
043000     03  FILLER              PIC X(04) VALUE SPACES.
043100     03  FILLER              PIC X(08) VALUE 'TYPE'.
043200     03  FILLER              PIC X(21) VALUE 'STARTED'.
043300     03  FILLER              PIC X(21) VALUE 'ENDED'.
043400     03  FILLER              PIC X(07) VALUE 'MINUTES'.
043500     03  FILLER              PIC X(14) VALUE '     PEAK CELS'.
043600     03  FILLER              PIC X(10) VALUE '  READINGS'.
043700     03  FILLER              PIC X(03) VALUE SPACES.
043800     03  FILLER              PIC X(44) VALUE 'CLASS'.
043900
044000 01  WS-EPISODE-LINE.
044100     03  FILLER              PIC X(04) VALUE SPACES.
044200     03  WS-E-TYPE           PIC X(08).
044300     03  WS-E-START          PIC X(19).
044400     03  FILLER              PIC X(02) VALUE SPACES.
044500     03  WS-E-END            PIC X(19).
044600     03  FILLER              PIC X(02) VALUE SPACES.
044700     03  WS-E-MINUTES-D      PIC ZZZ,ZZ9.
044800     03  FILLER              PIC X(03) VALUE SPACES.
044900     03  WS-E-PEAK-D         PIC -(7)9.99.
045000     03  FILLER              PIC X(03) VALUE SPACES.
045100     03  WS-E-READINGS-D     PIC ZZZ,ZZ9.
045200     03  FILLER              PIC X(03) VALUE SPACES.
045300     03  WS-E-CLASS          PIC X(33).
045400     03  FILLER              PIC X(11) VALUE SPACES.
045500
045600 01  WS-NOTE-LINE.
045700     03  FILLER              PIC X(04) VALUE SPACES.
045800     03  WS-N-TEXT           PIC X(128).
045900
046000 01  WS-TOTAL-LINE.
046100     03  WS-T-LABEL          PIC X(40).
046200     03  WS-T-COUNT          PIC ZZZ,ZZZ,ZZ9.
046300     03  FILLER              PIC X(81) VALUE SPACES.
046400
046500 PROCEDURE DIVISION.
046600*----------------------------------------------------------------*
046700* 0000-MAINLINE                                                 *
046800*----------------------------------------------------------------*
046900 0000-MAINLINE.
047000     PERFORM 1000-INITIALIZE
047100         THRU 1000-EXIT.
047200
047300     PERFORM 2000-PROCESS-AUDIT-RECORD
047400         THRU 2000-EXIT
047500         UNTIL NO-MORE-AUDIT-RECORDS.
047600
047700     PERFORM 2600-CLOSE-OPEN-EPISODE
047800         THRU 2600-EXIT
047900         VARYING WS-SLOT-SUB FROM 1 BY 1
048000           UNTIL WS-SLOT-SUB > WS-SLOT-COUNT.
048100
048200     PERFORM 3000-PRODUCE-REPORT
048300         THRU 3000-EXIT.
048400
048500     PERFORM 9999-TERMINATE
048600         THRU 9999-EXIT.
048700
048800     GOBACK.
048900
049000*----------------------------------------------------------------*
049100* 1000-INITIALIZE - CHECK THE PERIOD CARD, OPEN FILES, WRITE     *
049200* HEADINGS, PRIME THE READ.  A BAD CARD ENDS THE JOB RC=12       *
049300* BEFORE ANY FILE IS OPENED.                                     *
049400*----------------------------------------------------------------*
049500 1000-INITIALIZE.
049600     MOVE SPACES TO WS-CONTROL-CARD.
049700     ACCEPT WS-CONTROL-CARD.
049800     IF WS-CC-FROM-DATE NOT NUMERIC
049900      OR WS-CC-TO-DATE NOT NUMERIC
050000         DISPLAY 'COLDRPT: PERIOD CARD NOT YYYYMMDDYYYYMMDD - '
050100                 'NOTHING REPORTED' UPON CONS
050200         MOVE 12 TO RETURN-CODE
050300         MOVE 'Y' TO WS-EOF-SWITCH
050400         GO TO 1000-EXIT
050500     END-IF.
050600
050700     MOVE WS-CC-FROM-DATE-N TO WS-FROM-DATE.
050800     MOVE WS-CC-TO-DATE-N TO WS-TO-DATE.
050900     MOVE WS-FROM-DATE TO WS-CHECK-DATE.
051000     PERFORM 1100-CHECK-DATE
051100         THRU 1100-EXIT.
051200     MOVE WS-TO-DATE TO WS-CHECK-DATE.
051300     PERFORM 1100-CHECK-DATE
051400         THRU 1100-EXIT.
051500     IF RETURN-CODE = 0
051600      AND WS-FROM-DATE > WS-TO-DATE
051700         DISPLAY 'COLDRPT: PERIOD ENDS BEFORE IT STARTS - '
051800                 'NOTHING REPORTED' UPON CONS
051900         MOVE 12 TO RETURN-CODE
052000     END-IF.
052100     IF RETURN-CODE NOT = 0
052200         MOVE 'Y' TO WS-EOF-SWITCH
052300         GO TO 1000-EXIT
052400     END-IF.
052500
052600     OPEN INPUT  AUDIT-FILE.
052700     IF NOT AUDIT-FILE-OK
052800         DISPLAY 'COLDRPT: AUDITLOG OPEN FAILED, STATUS='
052900                 WS-AUDIT-STATUS UPON CONS
053000         MOVE 8 TO RETURN-CODE
053100         MOVE 'Y' TO WS-EOF-SWITCH
053200     END-IF.
053300
053400     OPEN INPUT  ACFG-FILE.
053500     IF NOT ACFG-FILE-OK
053600         DISPLAY 'COLDRPT: ALRTCFG OPEN FAILED, STATUS='
053700                 WS-ACFG-STATUS UPON CONS
053800         MOVE 8 TO RETURN-CODE
053900         MOVE 'Y' TO WS-EOF-SWITCH
054000     END-IF.
054100
054200     OPEN INPUT  SENS-FILE.
054300     IF NOT SENS-FILE-OK
054400         DISPLAY 'COLDRPT: SENSMAST OPEN FAILED, STATUS='
054500                 WS-SENS-STATUS UPON CONS
054600         MOVE 8 TO RETURN-CODE
054700         MOVE 'Y' TO WS-EOF-SWITCH
054800     END-IF.
054900
055000     OPEN OUTPUT REPORT-FILE.
055100     IF NOT REPORT-FILE-OK
055200         DISPLAY 'COLDRPT: COLDLIST OPEN FAILED, STATUS='
055300                 WS-REPORT-STATUS UPON CONS
055400         MOVE 8 TO RETURN-CODE
055500         MOVE 'Y' TO WS-EOF-SWITCH
055600     END-IF.
055700
055800     OPEN OUTPUT CEXT-FILE.
055900     IF NOT CEXT-FILE-OK
056000         DISPLAY 'COLDRPT: COLDEXT OPEN FAILED, STATUS='
056100                 WS-CEXT-STATUS UPON CONS
056200         MOVE 8 TO RETURN-CODE
056300         MOVE 'Y' TO WS-EOF-SWITCH
056400     END-IF.
056500
056600     IF RETURN-CODE NOT = 0
056700         GO TO 1000-EXIT
056800     END-IF.
056900
057000     WRITE REPORT-LINE FROM WS-HEADING-1
057100         AFTER ADVANCING PAGE.
057200     MOVE WS-FROM-DATE TO WS-P-FROM.
057300     MOVE WS-TO-DATE TO WS-P-TO.
057400     WRITE REPORT-LINE FROM WS-PERIOD-LINE
057500         AFTER ADVANCING 2 LINES.
057600
057700     PERFORM 2100-READ-AUDIT-RECORD
057800         THRU 2100-EXIT.
057900 1000-EXIT.
058000     EXIT.
058100
058200*----------------------------------------------------------------*
058300* 1100-CHECK-DATE - A PERIOD DATE MUST BE A PLAUSIBLE YYYYMMDD   *
058400*----------------------------------------------------------------*
058500 1100-CHECK-DATE.
058600     IF WS-CHECK-YEAR < 2000
058700      OR WS-CHECK-MONTH < 1
058800      OR WS-CHECK-MONTH > 12
058900      OR WS-CHECK-DAY < 1
059000      OR WS-CHECK-DAY > 31
059100         DISPLAY 'COLDRPT: PERIOD DATE ' WS-CHECK-DATE
059200                 ' IMPLAUSIBLE - NOTHING REPORTED' UPON CONS
059300         MOVE 12 TO RETURN-CODE
059400     END-IF.
059500 1100-EXIT.
059600     EXIT.
059700
059800*----------------------------------------------------------------*
059900* 2000-PROCESS-AUDIT-RECORD - FOLD ONE CONVERTED READING FROM    *
060000* THE PERIOD INTO ITS SENSOR'S SLOT, THEN READ THE NEXT          *
060100*----------------------------------------------------------------*
060200 2000-PROCESS-AUDIT-RECORD.
060300     ADD 1 TO WS-TOTAL-COUNT.
060400
060500     IF AR-DATE NOT NUMERIC
060600      OR AR-DATE < WS-FROM-DATE
060700      OR AR-DATE > WS-TO-DATE
060800         GO TO 2000-NEXT
060900     END-IF.
061000     ADD 1 TO WS-PERIOD-COUNT.
061100
061200     IF AR-RESPCODE NOT = 0
061300         GO TO 2000-NEXT
061400     END-IF.
061500
061600     PERFORM 2200-FIND-SLOT
061700         THRU 2200-EXIT.
061800     IF WS-FOUND-SUB = 0
061900         GO TO 2000-NEXT
062000     END-IF.
062100     IF NOT SLOT-IS-MONITORED (WS-FOUND-SUB)
062200         GO TO 2000-NEXT
062300     END-IF.
062400
062500     ADD 1 TO WS-COLD-COUNT.
062600     ADD 1 TO WS-SL-READ-COUNT (WS-FOUND-SUB).
062700     PERFORM 2400-TRACK-EXCURSION
062800         THRU 2400-EXIT.
062900
063000 2000-NEXT.
063100     PERFORM 2100-READ-AUDIT-RECORD
063200         THRU 2100-EXIT.
063300 2000-EXIT.
063400     EXIT.
063500
063600*----------------------------------------------------------------*
063700* 2100-READ-AUDIT-RECORD                                        *
063800*----------------------------------------------------------------*
063900 2100-READ-AUDIT-RECORD.
064000     READ AUDIT-FILE
064100         AT END
064200             MOVE 'Y' TO WS-EOF-SWITCH
064300     END-READ.
064400 2100-EXIT.
064500     EXIT.
064600
064700*----------------------------------------------------------------*
064800* 2200-FIND-SLOT - WS-FOUND-SUB TO THE READING'S SLOT, TAKING A  *
064900* NEW ONE THE FIRST TIME ITS CHANNEL AND SENSOR ARE SEEN.  ZERO  *
065000* WHEN THE TABLE IS FULL - THE READING IS COUNTED AND DROPPED.   *
065100*----------------------------------------------------------------*
065200 2200-FIND-SLOT.
065300     MOVE 0 TO WS-FOUND-SUB.
065400     PERFORM 2210-MATCH-SLOT
065500         THRU 2210-EXIT
065600         VARYING WS-SLOT-SUB FROM 1 BY 1
065700           UNTIL WS-SLOT-SUB > WS-SLOT-COUNT
065800              OR WS-FOUND-SUB > 0.
065900     IF WS-FOUND-SUB > 0
066000         GO TO 2200-EXIT
066100     END-IF.
066200
066300     IF WS-SLOT-COUNT NOT < WS-MAX-SLOTS
066400         ADD 1 TO WS-SLOT-OVERFLOW-COUNT
066500         GO TO 2200-EXIT
066600     END-IF.
066700
066800     ADD 1 TO WS-SLOT-COUNT.
066900     MOVE WS-SLOT-COUNT TO WS-FOUND-SUB.
067000     PERFORM 2300-LOAD-SLOT
067100         THRU 2300-EXIT.
067200 2200-EXIT.
067300     EXIT.
067400
067500*----------------------------------------------------------------*
067600* 2210-MATCH-SLOT                                               *
067700*----------------------------------------------------------------*
067800 2210-MATCH-SLOT.
067900     IF WS-SL-CHANNEL (WS-SLOT-SUB) = AR-CHANNEL
068000      AND WS-SL-SENSOR (WS-SLOT-SUB) = AR-SENSOR-ID
068100         MOVE WS-SLOT-SUB TO WS-FOUND-SUB
068200     END-IF.
068300 2210-EXIT.
068400     EXIT.
068500
068600*----------------------------------------------------------------*
068700* 2300-LOAD-SLOT - SET UP A NEW SLOT FROM THE MASTERS.  THE      *
068800* SENSOR IS COLD-CHAIN IF ITS CHANNEL OR IT IS FLAGGED SO; THE   *
068900* LIMITS ARE THE CHANNEL'S EITHER WAY.  A MASTER READ THAT FAILS *
068920* FOR ANY REASON BUT NOT-FOUND ENDS THE PASS RC=8 AND NOTHING IS *
068940* REPORTED - A SENSOR MUST NOT BE CLASSED AGAINST ANOTHER FEED'S *
068960* LIMITS OR DROPPED FROM THE CERTIFICATE UNREMARKED.             *
069000*----------------------------------------------------------------*
069100 2300-LOAD-SLOT.
069200     MOVE AR-CHANNEL   TO WS-SL-CHANNEL (WS-FOUND-SUB).
069300     MOVE AR-SENSOR-ID TO WS-SL-SENSOR (WS-FOUND-SUB).
069400     MOVE 'N'          TO WS-SL-SCOPE (WS-FOUND-SUB).
069500     MOVE 'N'          TO WS-SL-FREEZE-FLAG (WS-FOUND-SUB).
069600     MOVE 0            TO WS-SL-FREEZE-LIMIT (WS-FOUND-SUB).
069700     MOVE 'N'          TO WS-SL-HEAT-FLAG (WS-FOUND-SUB).
069800     MOVE 0            TO WS-SL-HEAT-LIMIT (WS-FOUND-SUB).
069900     MOVE 0            TO WS-SL-TOLERATE (WS-FOUND-SUB).
070000     MOVE 0            TO WS-SL-READ-COUNT (WS-FOUND-SUB).
070100     MOVE 0            TO WS-SL-EPISODE-COUNT (WS-FOUND-SUB).
070200     MOVE SPACE        TO WS-SL-OPEN-TYPE (WS-FOUND-SUB).
070300
070400     MOVE AR-CHANNEL TO AC-FEED-ID.
070500     READ ACFG-FILE
070600         INVALID KEY
070700             MOVE SPACES TO ACFG-RECORD
070800     END-READ.
070810     IF NOT ACFG-RECORD-FOUND
070820      AND NOT ACFG-NOT-FOUND
070830         DISPLAY 'COLDRPT: ALRTCFG READ FAILED, STATUS='
070840                 WS-ACFG-STATUS UPON CONS
070850         MOVE 8 TO RETURN-CODE
070860         MOVE 'Y' TO WS-EOF-SWITCH
070870         GO TO 2300-EXIT
070880     END-IF.
070900     IF ACFG-RECORD NOT = SPACES
071000      AND AC-COLD-CHAIN = 'Y'
071100         MOVE 'Y' TO WS-SL-SCOPE (WS-FOUND-SUB)
071200     END-IF.
071300
071400     IF AR-SENSOR-ID NOT = SPACES
071500         MOVE AR-SENSOR-ID TO SM-SENSOR-KEY
071700         READ SENS-FILE
071800             INVALID KEY
071900                 CONTINUE
072000         END-READ
072010         IF NOT SENS-RECORD-FOUND
072020          AND NOT SENS-NOT-FOUND
072030             DISPLAY 'COLDRPT: SENSMAST READ FAILED, STATUS='
072040                     WS-SENS-STATUS UPON CONS
072050             MOVE 8 TO RETURN-CODE
072060             MOVE 'Y' TO WS-EOF-SWITCH
072070             GO TO 2300-EXIT
072080         END-IF
072100         IF SENS-RECORD-FOUND
072120          AND WS-SENS-LENGTH NOT < 60
072140          AND SM-COLD-CHAIN = 'Y'
072200             MOVE 'Y' TO WS-SL-SCOPE (WS-FOUND-SUB)
072300         END-IF
072400     END-IF.
072500
072600     IF SLOT-NOT-COLD-CHAIN (WS-FOUND-SUB)
072700         GO TO 2300-EXIT
072800     END-IF.
072900
073000     IF ACFG-RECORD = SPACES
073100         MOVE 'U' TO WS-SL-SCOPE (WS-FOUND-SUB)
073200         ADD 1 TO WS-UNCHECKED-COUNT
073300         GO TO 2300-EXIT
073400     END-IF.
073500
073600     ADD 1 TO WS-MONITORED-COUNT.
073700     MOVE AC-FREEZE-FLAG  TO WS-SL-FREEZE-FLAG (WS-FOUND-SUB).
073800     MOVE AC-FREEZE-LIMIT TO WS-SL-FREEZE-LIMIT (WS-FOUND-SUB).
073900     MOVE AC-HEAT-FLAG    TO WS-SL-HEAT-FLAG (WS-FOUND-SUB).
074000     MOVE AC-HEAT-LIMIT   TO WS-SL-HEAT-LIMIT (WS-FOUND-SUB).
074100     IF AC-TOLERATE-MINS NUMERIC
074200         MOVE AC-TOLERATE-MINS TO WS-SL-TOLERATE (WS-FOUND-SUB)
074300     END-IF.
074400 2300-EXIT.
074500     EXIT.
074600
074700*----------------------------------------------------------------*
074800* 2400-TRACK-EXCURSION - CLASS THE READING AGAINST ITS SLOT'S    *
074900* LIMITS AND MOVE THE SLOT'S EPISODE ON: EXTEND IT, END IT,      *
075000* START ONE, OR END ONE AND START THE OTHER KIND.                *
075100*----------------------------------------------------------------*
075200 2400-TRACK-EXCURSION.
075300     IF AR-FAHRENHEIT-TO-CELSIUS
075400         COMPUTE WS-CELSIUS = (AR-INPUT-VALUE - 32) * 5 / 9
075500     ELSE
075600         MOVE AR-INPUT-VALUE TO WS-CELSIUS
075700     END-IF.
075800
075900     MOVE SPACE TO WS-READING-TYPE.
076000     IF WS-SL-FREEZE-FLAG (WS-FOUND-SUB) = 'Y'
076100      AND WS-CELSIUS NOT > WS-SL-FREEZE-LIMIT (WS-FOUND-SUB)
076200         MOVE 'F' TO WS-READING-TYPE
076300     END-IF.
076400     IF WS-SL-HEAT-FLAG (WS-FOUND-SUB) = 'Y'
076500      AND WS-CELSIUS > WS-SL-HEAT-LIMIT (WS-FOUND-SUB)
076600         MOVE 'H' TO WS-READING-TYPE
076700     END-IF.
076800
076900     MOVE AR-TIMESTAMP TO WS-TSM-TIMESTAMP.
077000     PERFORM 8100-TIMESTAMP-TO-MINUTES
077100         THRU 8100-EXIT.
077200
077300     IF WS-READING-TYPE = WS-SL-OPEN-TYPE (WS-FOUND-SUB)
077400      AND WS-READING-TYPE NOT = SPACE
077500         ADD 1 TO WS-SL-OUT-COUNT (WS-FOUND-SUB)
077600         MOVE AR-TIMESTAMP TO WS-SL-LAST-TS (WS-FOUND-SUB)
077700         MOVE WS-TSM-MINUTES TO WS-SL-LAST-MINUTES (WS-FOUND-SUB)
077800         IF WS-READING-TYPE = 'F'
077900          AND WS-CELSIUS < WS-SL-PEAK (WS-FOUND-SUB)
078000             MOVE WS-CELSIUS TO WS-SL-PEAK (WS-FOUND-SUB)
078100         END-IF
078200         IF WS-READING-TYPE = 'H'
078300          AND WS-CELSIUS > WS-SL-PEAK (WS-FOUND-SUB)
078400             MOVE WS-CELSIUS TO WS-SL-PEAK (WS-FOUND-SUB)
078500         END-IF
078600         GO TO 2400-EXIT
078700     END-IF.
078800
078900     IF NOT SLOT-IN-RANGE (WS-FOUND-SUB)
079000         MOVE 'R' TO WS-END-KIND
079100         MOVE AR-TIMESTAMP TO WS-END-TS
079200         MOVE WS-TSM-MINUTES TO WS-END-MINUTES
079300         PERFORM 2500-RECORD-EPISODE
079400             THRU 2500-EXIT
079500     END-IF.
079600
079700     IF WS-READING-TYPE NOT = SPACE
079800         MOVE WS-READING-TYPE TO WS-SL-OPEN-TYPE (WS-FOUND-SUB)
079900         MOVE AR-TIMESTAMP    TO WS-SL-START-TS (WS-FOUND-SUB)
080000         MOVE WS-TSM-MINUTES
080100                        TO WS-SL-START-MINUTES (WS-FOUND-SUB)
080200         MOVE AR-TIMESTAMP    TO WS-SL-LAST-TS (WS-FOUND-SUB)
080300         MOVE WS-TSM-MINUTES  TO WS-SL-LAST-MINUTES (WS-FOUND-SUB)
080400         MOVE WS-CELSIUS      TO WS-SL-PEAK (WS-FOUND-SUB)
080500         MOVE 1               TO WS-SL-OUT-COUNT (WS-FOUND-SUB)
080600     END-IF.
080700 2400-EXIT.
080800     EXIT.
080900
081000*----------------------------------------------------------------*
081100* 2500-RECORD-EPISODE - END THE EPISODE OPEN ON SLOT WS-FOUND-SUB*
081200* AT WS-END-TS AND KEEP IT FOR THE REPORT.  AN EPISODE RETURNED  *
081300* TO RANGE IS WITHIN TOLERANCE OR A BREACH; ONE STILL OUT AT THE *
081400* END OF THE PERIOD IS ALREADY A BREACH IF IT HAS OUTLASTED THE  *
081500* TOLERANCE, AND OTHERWISE STILL OPEN.                           *
081600*----------------------------------------------------------------*
081700 2500-RECORD-EPISODE.
081800     ADD 1 TO WS-EPISODE-TOTAL.
081900     ADD 1 TO WS-SL-EPISODE-COUNT (WS-FOUND-SUB).
082000
082100     IF WS-EPISODE-COUNT NOT < WS-MAX-EPISODES
082200         ADD 1 TO WS-EP-OVERFLOW-COUNT
082300         GO TO 2500-CLEAR
082400     END-IF.
082500
082600     ADD 1 TO WS-EPISODE-COUNT.
082700     MOVE WS-EPISODE-COUNT TO WS-EP-SUB.
082800     MOVE WS-FOUND-SUB TO WS-EP-SLOT (WS-EP-SUB).
082900     MOVE WS-SL-OPEN-TYPE (WS-FOUND-SUB)
083000                       TO WS-EP-TYPE (WS-EP-SUB).
083100     MOVE WS-SL-START-TS (WS-FOUND-SUB)
083200                             TO WS-EP-START-TS (WS-EP-SUB).
083300     MOVE WS-END-TS TO WS-EP-END-TS (WS-EP-SUB).
083400     COMPUTE WS-EP-MINUTES (WS-EP-SUB) =
083500             WS-END-MINUTES - WS-SL-START-MINUTES (WS-FOUND-SUB).
083600     MOVE WS-SL-PEAK (WS-FOUND-SUB) TO WS-EP-PEAK (WS-EP-SUB).
083700     MOVE WS-SL-OUT-COUNT (WS-FOUND-SUB)
083800                             TO WS-EP-READINGS (WS-EP-SUB).
083900
084000     IF WS-EP-MINUTES (WS-EP-SUB) > WS-SL-TOLERATE (WS-FOUND-SUB)
084100         MOVE 'B' TO WS-EP-CLASS (WS-EP-SUB)
084200         ADD 1 TO WS-BREACH-COUNT
084300     ELSE
084400         IF END-OF-PERIOD
084500             MOVE 'O' TO WS-EP-CLASS (WS-EP-SUB)
084600         ELSE
084700             MOVE 'W' TO WS-EP-CLASS (WS-EP-SUB)
084800         END-IF
084900     END-IF.
085000     IF END-OF-PERIOD
085100         ADD 1 TO WS-OPEN-COUNT
085200     END-IF.
085300
085400 2500-CLEAR.
085500     MOVE SPACE TO WS-SL-OPEN-TYPE (WS-FOUND-SUB).
085600 2500-EXIT.
085700     EXIT.
085800
085900*----------------------------------------------------------------*
086000* 2600-CLOSE-OPEN-EPISODE - AT THE END OF THE INPUT, AN EPISODE  *
086100* STILL OPEN IS TIMED TO ITS LAST READING BEYOND THE LIMIT       *
086200*----------------------------------------------------------------*
086300 2600-CLOSE-OPEN-EPISODE.
086400     IF SLOT-IN-RANGE (WS-SLOT-SUB)
086500         GO TO 2600-EXIT
086600     END-IF.
086700
086800     MOVE WS-SLOT-SUB TO WS-FOUND-SUB.
086900     MOVE 'P' TO WS-END-KIND.
087000     MOVE WS-SL-LAST-TS (WS-SLOT-SUB) TO WS-END-TS.
087100     MOVE WS-SL-LAST-MINUTES (WS-SLOT-SUB) TO WS-END-MINUTES.
087200     PERFORM 2500-RECORD-EPISODE
087300         THRU 2500-EXIT.
087400 2600-EXIT.
087500     EXIT.
087600
087700*----------------------------------------------------------------*
087800* 3000-PRODUCE-REPORT - EVERY COLD-CHAIN SENSOR WITH ITS         *
087900* EPISODES, THEN THE TOTALS AND THE RETURN CODE                  *
088000*----------------------------------------------------------------*
088100 3000-PRODUCE-REPORT.
088200     IF RETURN-CODE NOT < 8
088300         GO TO 3000-EXIT
088400     END-IF.
088500
088600     PERFORM 3100-REPORT-ONE-SENSOR
088700         THRU 3100-EXIT
088800         VARYING WS-SLOT-SUB FROM 1 BY 1
088900           UNTIL WS-SLOT-SUB > WS-SLOT-COUNT.
089000
089100     IF WS-MONITORED-COUNT = 0
089200      AND WS-UNCHECKED-COUNT = 0
089300         MOVE SPACES TO WS-NOTE-LINE
089400         MOVE 'NO COLD-CHAIN READINGS IN THE PERIOD.' TO WS-N-TEXT
089500         WRITE REPORT-LINE FROM WS-NOTE-LINE
089600             AFTER ADVANCING 3 LINES
089700     END-IF.
089800
089900     PERFORM 3400-WRITE-TOTALS
090000         THRU 3400-EXIT.
090100
090200     DISPLAY 'COLDRPT: ' WS-EPISODE-TOTAL ' EXCURSIONS, '
090300             WS-BREACH-COUNT ' BREACHES, ' WS-ROW-COUNT
090400             ' ROWS WRITTEN' UPON CONS.
090500
090600     IF WS-BREACH-COUNT > 0
090700      OR WS-SLOT-OVERFLOW-COUNT > 0
090800      OR WS-EP-OVERFLOW-COUNT > 0
090900         MOVE 4 TO RETURN-CODE
091000     END-IF.
091100 3000-EXIT.
091200     EXIT.
091300
091400*----------------------------------------------------------------*
091500* 3100-REPORT-ONE-SENSOR - THE SENSOR'S LIMITS LINE, THEN ITS    *
091600* EPISODES.  SENSORS THAT ARE NOT COLD-CHAIN ARE LEFT OFF.       *
091700*----------------------------------------------------------------*
091800 3100-REPORT-ONE-SENSOR.
091900     IF SLOT-NOT-COLD-CHAIN (WS-SLOT-SUB)
092000         GO TO 3100-EXIT
092100     END-IF.
092200
092300     MOVE SPACES TO WS-S-CHANNEL.
092400     MOVE WS-SL-CHANNEL (WS-SLOT-SUB) TO WS-S-CHANNEL.
092500     IF WS-SL-SENSOR (WS-SLOT-SUB) = SPACES
092600         MOVE '(NONE)' TO WS-S-SENSOR
092700     ELSE
092800         MOVE WS-SL-SENSOR (WS-SLOT-SUB) TO WS-S-SENSOR
092900     END-IF.
093000     IF WS-SL-FREEZE-FLAG (WS-SLOT-SUB) = 'Y'
093100         MOVE WS-SL-FREEZE-LIMIT (WS-SLOT-SUB) TO WS-LIMIT-EDIT
093200         MOVE WS-LIMIT-EDIT TO WS-S-FREEZE
093300     ELSE
093400         MOVE '        OFF' TO WS-S-FREEZE
093500     END-IF.
093600     IF WS-SL-HEAT-FLAG (WS-SLOT-SUB) = 'Y'
093700         MOVE WS-SL-HEAT-LIMIT (WS-SLOT-SUB) TO WS-LIMIT-EDIT
093800         MOVE WS-LIMIT-EDIT TO WS-S-HEAT
093900     ELSE
094000         MOVE '        OFF' TO WS-S-HEAT
094100     END-IF.
094200     MOVE WS-SL-TOLERATE (WS-SLOT-SUB) TO WS-S-TOLERATE.
094300     MOVE WS-SL-READ-COUNT (WS-SLOT-SUB) TO WS-S-READINGS.
094400     WRITE REPORT-LINE FROM WS-SENSOR-LINE
094500         AFTER ADVANCING 3 LINES.
094600
094700     MOVE SPACES TO WS-NOTE-LINE.
094800     IF SLOT-HAS-NO-LIMITS (WS-SLOT-SUB)
094900         MOVE 'NOT CHECKED - CHANNEL HAS NO ALRTCFG LIMITS'
095000           TO WS-N-TEXT
095100         WRITE REPORT-LINE FROM WS-NOTE-LINE
095200             AFTER ADVANCING 2 LINES
095300         GO TO 3100-EXIT
095400     END-IF.
095500     IF WS-SL-EPISODE-COUNT (WS-SLOT-SUB) = 0
095600         MOVE 'NO EXCURSIONS' TO WS-N-TEXT
095700         WRITE REPORT-LINE FROM WS-NOTE-LINE
095800             AFTER ADVANCING 2 LINES
095900         GO TO 3100-EXIT
096000     END-IF.
096100
096200     WRITE REPORT-LINE FROM WS-EPISODE-HEADING
096300         AFTER ADVANCING 2 LINES.
096400     PERFORM 3200-REPORT-ONE-EPISODE
096500         THRU 3200-EXIT
096600         VARYING WS-EP-SUB FROM 1 BY 1
096700           UNTIL WS-EP-SUB > WS-EPISODE-COUNT.
096800 3100-EXIT.
096900     EXIT.
097000
097100*----------------------------------------------------------------*
097200* 3200-REPORT-ONE-EPISODE - PRINT THE EPISODE AND WRITE ITS      *
097300* DELIMITED ROW, WHEN IT BELONGS TO THE SENSOR BEING REPORTED    *
097400*----------------------------------------------------------------*
097500 3200-REPORT-ONE-EPISODE.
097600     IF WS-EP-SLOT (WS-EP-SUB) NOT = WS-SLOT-SUB
097700         GO TO 3200-EXIT
097800     END-IF.
097900
098000     MOVE SPACES TO WS-EPISODE-LINE.
098100     IF WS-EP-TYPE (WS-EP-SUB) = 'F'
098200         MOVE 'FREEZE' TO WS-E-TYPE
098300         MOVE 'FREEZE' TO WS-ROW-TYPE
098400     ELSE
098500         MOVE 'HEAT' TO WS-E-TYPE
098600         MOVE 'HEAT' TO WS-ROW-TYPE
098700     END-IF.
098800
098900     MOVE WS-EP-START-TS (WS-EP-SUB) TO WS-FMT-TIMESTAMP.
099000     PERFORM 8200-FORMAT-TIMESTAMP
099100         THRU 8200-EXIT.
099200     MOVE WS-FMT-PRINT    TO WS-E-START.
099300     MOVE WS-FMT-ROW-DATE TO WS-ROW-START-DATE.
099400     MOVE WS-FMT-ROW-TIME TO WS-ROW-START-TIME.
099500
099600     MOVE WS-EP-END-TS (WS-EP-SUB) TO WS-FMT-TIMESTAMP.
099700     PERFORM 8200-FORMAT-TIMESTAMP
099800         THRU 8200-EXIT.
099900     MOVE WS-FMT-PRINT    TO WS-E-END.
100000     MOVE WS-FMT-ROW-DATE TO WS-ROW-END-DATE.
100100     MOVE WS-FMT-ROW-TIME TO WS-ROW-END-TIME.
100200
100300     MOVE WS-EP-MINUTES (WS-EP-SUB)  TO WS-E-MINUTES-D.
100400     MOVE WS-EP-PEAK (WS-EP-SUB)     TO WS-E-PEAK-D.
100500     MOVE WS-EP-READINGS (WS-EP-SUB) TO WS-E-READINGS-D.
100600     IF EPISODE-BREACH (WS-EP-SUB)
100700         MOVE 'BREACH' TO WS-ROW-CLASS
100800         MOVE '*** BREACH - OVER TOLERATED TIME' TO WS-E-CLASS
100900     END-IF.
101000     IF EPISODE-WITHIN (WS-EP-SUB)
101100         MOVE 'WITHIN' TO WS-ROW-CLASS
101200         MOVE 'WITHIN TOLERANCE' TO WS-E-CLASS
101300     END-IF.
101400     IF EPISODE-STILL-OPEN (WS-EP-SUB)
101500         MOVE 'OPEN' TO WS-ROW-CLASS
101600         MOVE 'STILL OUT AT END OF PERIOD' TO WS-E-CLASS
101700     END-IF.
101800     WRITE REPORT-LINE FROM WS-EPISODE-LINE
101900         AFTER ADVANCING 1 LINE.
102000
102100     PERFORM 3300-WRITE-EPISODE-ROW
102200         THRU 3300-EXIT.
102300 3200-EXIT.
102400     EXIT.
102500
102600*----------------------------------------------------------------*
102700* 3300-WRITE-EPISODE-ROW - ONE DELIMITED ROW FOR THE EPISODE     *
102800*----------------------------------------------------------------*
102900 3300-WRITE-EPISODE-ROW.
103000     MOVE WS-EP-MINUTES (WS-EP-SUB)  TO WS-E-MINUTES.
103100     MOVE WS-EP-PEAK (WS-EP-SUB)     TO WS-E-PEAK.
103200     MOVE WS-EP-READINGS (WS-EP-SUB) TO WS-E-READINGS.
103300     MOVE WS-SL-TOLERATE (WS-SLOT-SUB) TO WS-E-TOLERATE.
103400
103500     MOVE SPACES TO WS-ROW.
103600     STRING WS-SL-CHANNEL (WS-SLOT-SUB) ','
103700            WS-SL-SENSOR (WS-SLOT-SUB) ','
103800            WS-ROW-TYPE ','
103900            WS-ROW-START-DATE ','
104000            WS-ROW-START-TIME ','
104100            WS-ROW-END-DATE ','
104200            WS-ROW-END-TIME ','
104300            WS-E-MINUTES ','
104400            WS-E-PEAK ','
104500            WS-E-READINGS ','
104600            WS-E-TOLERATE ','
104700            WS-ROW-CLASS
104800             DELIMITED BY SIZE INTO WS-ROW.
104900     WRITE CEXT-RECORD FROM WS-ROW.
105000     ADD 1 TO WS-ROW-COUNT.
105100 3300-EXIT.
105200     EXIT.
105300
105400*----------------------------------------------------------------*
105500* 3400-WRITE-TOTALS                                             *
105600*----------------------------------------------------------------*
105700 3400-WRITE-TOTALS.
105800     MOVE SPACES TO WS-TOTAL-LINE.
105900     MOVE 'AUDIT RECORDS READ . . . . . . . . . . .'
106000       TO WS-T-LABEL.
106100     MOVE WS-TOTAL-COUNT TO WS-T-COUNT.
106200     WRITE REPORT-LINE FROM WS-TOTAL-LINE
106300         AFTER ADVANCING 3 LINES.
106400
106500     MOVE 'RECORDS IN THE PERIOD. . . . . . . . . .'
106600       TO WS-T-LABEL.
106700     MOVE WS-PERIOD-COUNT TO WS-T-COUNT.
106800     WRITE REPORT-LINE FROM WS-TOTAL-LINE
106900         AFTER ADVANCING 1 LINE.
107000
107100     MOVE 'COLD-CHAIN READINGS CHECKED. . . . . . .'
107200       TO WS-T-LABEL.
107300     MOVE WS-COLD-COUNT TO WS-T-COUNT.
107400     WRITE REPORT-LINE FROM WS-TOTAL-LINE
107500         AFTER ADVANCING 1 LINE.
107600
107700     MOVE 'COLD-CHAIN SENSORS CHECKED . . . . . . .'
107800       TO WS-T-LABEL.
107900     MOVE WS-MONITORED-COUNT TO WS-T-COUNT.
108000     WRITE REPORT-LINE FROM WS-TOTAL-LINE
108100         AFTER ADVANCING 1 LINE.
108200
108300     MOVE 'COLD-CHAIN SENSORS WITH NO LIMITS. . . .'
108400       TO WS-T-LABEL.
108500     MOVE WS-UNCHECKED-COUNT TO WS-T-COUNT.
108600     WRITE REPORT-LINE FROM WS-TOTAL-LINE
108700         AFTER ADVANCING 1 LINE.
108800
108900     MOVE 'EXCURSIONS . . . . . . . . . . . . . . .'
109000       TO WS-T-LABEL.
109100     MOVE WS-EPISODE-TOTAL TO WS-T-COUNT.
109200     WRITE REPORT-LINE FROM WS-TOTAL-LINE
109300         AFTER ADVANCING 1 LINE.
109400
109500     MOVE 'BREACHES OF TOLERATED TIME . . . . . . .'
109600       TO WS-T-LABEL.
109700     MOVE WS-BREACH-COUNT TO WS-T-COUNT.
109800     WRITE REPORT-LINE FROM WS-TOTAL-LINE
109900         AFTER ADVANCING 1 LINE.
110000
110100     MOVE 'STILL OUT AT END OF PERIOD . . . . . . .'
110200       TO WS-T-LABEL.
110300     MOVE WS-OPEN-COUNT TO WS-T-COUNT.
110400     WRITE REPORT-LINE FROM WS-TOTAL-LINE
110500         AFTER ADVANCING 1 LINE.
110600
110700     IF WS-SLOT-OVERFLOW-COUNT > 0
110800         MOVE 'READINGS NOT TRACKED - TOO MANY SENSORS'
110900           TO WS-T-LABEL
111000         MOVE WS-SLOT-OVERFLOW-COUNT TO WS-T-COUNT
111100         WRITE REPORT-LINE FROM WS-TOTAL-LINE
111200             AFTER ADVANCING 1 LINE
111300     END-IF.
111400
111500     IF WS-EP-OVERFLOW-COUNT > 0
111600         MOVE 'EXCURSIONS NOT LISTED - TOO MANY . . . .'
111700           TO WS-T-LABEL
111800         MOVE WS-EP-OVERFLOW-COUNT TO WS-T-COUNT
111900         WRITE REPORT-LINE FROM WS-TOTAL-LINE
112000             AFTER ADVANCING 1 LINE
112100     END-IF.
112200 3400-EXIT.
112300     EXIT.
112400
112500*----------------------------------------------------------------*
112600* 8000-DATE-TO-SERIAL - GREGORIAN DAY NUMBER FROM WS-DTS-DATE   *
112700* (YYYYMMDD) INTO WS-DTS-SERIAL.  ALL DIVISIONS ARE INTEGER     *
112800* (THE COMP RECEIVING FIELDS TRUNCATE), WHICH IS WHAT THE       *
112900* FORMULA REQUIRES.                                             *
113000*----------------------------------------------------------------*
113100 8000-DATE-TO-SERIAL.
113200     COMPUTE WS-DTS-A = (14 - WS-DTS-MONTH) / 12.
113300     COMPUTE WS-DTS-Y = WS-DTS-YEAR + 4800 - WS-DTS-A.
113400     COMPUTE WS-DTS-M = WS-DTS-MONTH + 12 * WS-DTS-A - 3.
113500     COMPUTE WS-DTS-SERIAL =
113600             WS-DTS-DAY
113700           + (153 * WS-DTS-M + 2) / 5
113800           + 365 * WS-DTS-Y
113900           + WS-DTS-Y / 4
114000           - WS-DTS-Y / 100
114100           + WS-DTS-Y / 400
114200           - 32045.
114300 8000-EXIT.
114400     EXIT.
114500
114600*----------------------------------------------------------------*
114700* 8100-TIMESTAMP-TO-MINUTES - MINUTES FROM WS-TSM-TIMESTAMP     *
114800* (YYYYMMDDHHMMSS) INTO WS-TSM-MINUTES.  A TIMESTAMP THAT IS    *
114900* NOT NUMERIC COUNTS AS ZERO.                                   *
115000*----------------------------------------------------------------*
115100 8100-TIMESTAMP-TO-MINUTES.
115200     IF WS-TSM-DATE NOT NUMERIC
115300      OR WS-TSM-HH NOT NUMERIC
115400      OR WS-TSM-MM NOT NUMERIC
115500         MOVE 0 TO WS-TSM-MINUTES
115600         GO TO 8100-EXIT
115700     END-IF.
115800
115900     MOVE WS-TSM-DATE TO WS-DTS-DATE.
116000     PERFORM 8000-DATE-TO-SERIAL
116100         THRU 8000-EXIT.
116200     COMPUTE WS-TSM-MINUTES = WS-DTS-SERIAL * 1440
116300                            + WS-TSM-HH * 60 + WS-TSM-MM.
116400 8100-EXIT.
116500     EXIT.
116600
116700*----------------------------------------------------------------*
116800* 8200-FORMAT-TIMESTAMP - WS-FMT-TIMESTAMP (YYYYMMDDHHMMSS) AS   *
116900* YYYY/MM/DD HH:MM:SS FOR PRINTING AND AS YYYY-MM-DD AND         *
117000* HH:MM:SS FOR A DELIMITED ROW                                   *
117100*----------------------------------------------------------------*
117200 8200-FORMAT-TIMESTAMP.
117300     MOVE SPACES TO WS-FMT-PRINT.
117400     STRING WS-FMT-YYYY '/' WS-FMT-MO '/' WS-FMT-DD ' '
117500            WS-FMT-HH ':' WS-FMT-MI ':' WS-FMT-SS
117600             DELIMITED BY SIZE INTO WS-FMT-PRINT.
117700     MOVE SPACES TO WS-FMT-ROW-DATE.
117800     STRING WS-FMT-YYYY '-' WS-FMT-MO '-' WS-FMT-DD
117900             DELIMITED BY SIZE INTO WS-FMT-ROW-DATE.
118000     MOVE SPACES TO WS-FMT-ROW-TIME.
118100     STRING WS-FMT-HH ':' WS-FMT-MI ':' WS-FMT-SS
118200             DELIMITED BY SIZE INTO WS-FMT-ROW-TIME.
118300 8200-EXIT.
118400     EXIT.
118500
118600*----------------------------------------------------------------*
118700* 9999-TERMINATE - CLOSE FILES                                  *
118800*----------------------------------------------------------------*
118900 9999-TERMINATE.
119000     IF RETURN-CODE < 12
119100         CLOSE AUDIT-FILE
119200         CLOSE ACFG-FILE
119300         CLOSE SENS-FILE
119400         CLOSE REPORT-FILE
119500         CLOSE CEXT-FILE
119600     END-IF.
119700 9999-EXIT.
119800     EXIT.
