003800*                THE BATCH TWIN OF THE ONLINE SUPPRESSION        *
003900*                WINDOW (SEE CHECK-ALERT-SUPPRESSION IN          *
004000*                CONVERT.CBL).                                   *
004005*                                                                *
004010*                EVERY READING CONVERTED OR REJECTED IS ALSO     *
004015*                WRITTEN TO THE BULKAUD DATASET AS A VERSION 2   *
004020*                AUDIT RECORD MARKED AS A BULK READING AND       *
004025*                CARRYING THE HDR FEED ID; CONVARCH APPENDS      *
004030*                BULKAUD TO THE NIGHT'S AUDITLOG GENERATION, SO  *
004035*                THE BULK READINGS REACH CONVRPT, CONVBAL,       *
004040*                SENSRPT AND THE HISTORY FILE ALONGSIDE THE      *
004045*                ONLINE ONES.  THE RUN'S COUNTS ARE POSTED TO    *
004050*                THE DAY'S CONVSTAT RECORD BY THE BPST           *
004055*                TRANSACTION, FROM A CONSOLE COMMAND CARD THIS   *
004060*                PROGRAM WRITES TO BULKPOST FOR THE NEXT JOB     *
004065*                STEP TO ISSUE.  A REFUSED FEED, OR A RUN THAT   *
004070*                FAILED TO OPEN ITS FILES, POSTS NOTHING.        *
004072*                                                                *
004074*                A SENSOR SENSMNT HAS MARKED SUSPENDED OR        *
004076*                RETIRED, OR ONE ASSIGNED TO A CHANNEL OTHER     *
004078*                THAN THE FEED RECORD'S, HAS ITS READINGS        *
004080*                REJECTED WITH ITS OWN REASON, AS ONLINE.  A     *
004082*                SENSOR PAST ITS CALIBRATION-DUE DATE STILL HAS  *
004084*                ITS READINGS CONVERTED, BUT EACH IS MARKED      *
004086*                CALIBRATION OVERDUE ON CONVOUT AND BULKAUD.     *
004087*                                                                *
004088*                THE BULKAUD TIMESTAMPS, THE CALIBRATION-DUE     *
004089*                CHECK AND THE CONVSTAT POSTING USE THE BUSINESS *
004090*                DATE FROM A SYSIN CARD (YYYYMMDD, COLUMNS 1-8), *
004091*                PASSED BY THE CYCLCTL STEP THAT STARTS THE JOB; *
004092*                A MISSING OR INVALID CARD DEFAULTS TO TODAY'S   *
004093*                DATE.  THE FEEDREG ENTRY KEEPS THE WALL-CLOCK   *
004094*                RUN DATE AND TIME FOR FEEDCHK.                  *
004100*                                                                *
004200* INPUT:         FEEDIN    - COLLECTOR FEED FILE.  THE FIRST     *
004300*                            RECORD IS AN 'HDR' CONTROL RECORD   *
006300*                            RECORD PER FEED FILE ALREADY        *
006400*                            CONVERTED (READ HERE, APPENDED TO   *
006500*                            AT SUCCESSFUL END OF RUN)           *
006550*                SYSIN     - BUSINESS DATE CARD (YYYYMMDD)       *
006600* OUTPUT:        CONVOUT   - CONVERTED READINGS, EACH MARKED     *
006620*                            WHEN ITS SENSOR IS OVERDUE FOR      *
006640*                            CALIBRATION                         *
006700*                REJECTS   - READINGS FAILING VALIDATION, PLUS   *
006800*                            RECORDS WHOSE VALUE IS NOT VALID    *
006900*                            ZONED DECIMAL (CARRIED UNCHANGED)   *
007000*                ALERTOUT  - FREEZE/HEAT ALERTS RAISED BY THE    *
007100*                            RUN, FOR THE OPERATIONS MORNING     *
007200*                            REVIEW                              *
007220*                BULKAUD   - AUDIT RECORDS FOR THE RUN'S         *
007240*                            READINGS (EXTENDED)                 *
007260*                BULKPOST  - CONSOLE COMMAND POSTING THE RUN'S   *
007280*                            COUNTS TO CONVSTAT                  *
007300*                                                                *
007400* RETURN CODES:  0 - ALL READINGS CONVERTED                      *
007500*                4 - ONE OR MORE READINGS REJECTED               *
010400*                   VALUE TOTAL) BEFORE ANY OUTPUT IS WRITTEN,   *
010500*                   AND THE FEEDREG REGISTRY REFUSES A FEED      *
010600*                   FILE THAT WAS ALREADY RUN                    *
010620* 10/15/2026  AD    EVERY READING IS WRITTEN TO BULKAUD AS A     *
010640*                   BULK AUDIT RECORD WITH ITS FEED ID, AND A    *
010660*                   BPST COMMAND CARD POSTING THE RUN'S COUNTS   *
010680*                   TO CONVSTAT IS WRITTEN TO BULKPOST           *
010682* 10/15/2026  AD    SENSORS SUSPENDED, RETIRED OR ASSIGNED TO    *
010684*                   ANOTHER CHANNEL HAVE THEIR READINGS          *
010686*                   REJECTED; READINGS FROM A SENSOR OVERDUE FOR *
010688*                   CALIBRATION ARE MARKED ON CONVOUT AND        *
010690*                   BULKAUD                                      *
010692* 10/15/2026  AD    FEEDREG RECORDS CARRY THE RUN TIME FOR THE   *
010694*                   FEEDCHK LATE-FEED CHECK                      *
010704* 10/15/2026  AD    THE BUSINESS DATE FROM THE SYSIN CARD        *
010714*                   WRITTEN BY CYCLCTL DATES THE BULKAUD         *
010724*                   RECORDS, THE CALIBRATION-DUE CHECK AND THE   *
010734*                   CONVSTAT POSTING; FEEDREG KEEPS THE WALL-    *
010744*                   CLOCK RUN DATE                               *
010754* 10/15/2026  AD    A NON-NUMERIC REJECT'S AUDIT RECORD NO       *
010764*                   LONGER CARRIES THE PREVIOUS SENSOR'S         *
010774*                   CALIBRATION FLAG                             *
010779* 10/15/2026  AD    SENSOR MASTER LAYOUT NOW NAMES THE COLD-     *
010784*                   CHAIN FLAG, AS IN SENSMNT                    *
010799******************************************************************
010800
010900 ENVIRONMENT DIVISION.
011000 CONFIGURATION SECTION.
014600     SELECT REG-FILE     ASSIGN TO FEEDREG
014700                         ORGANIZATION IS SEQUENTIAL
014800                         FILE STATUS IS WS-REG-STATUS.
014810
014820     SELECT AUDIT-FILE   ASSIGN TO BULKAUD
014830                         ORGANIZATION IS SEQUENTIAL
014840                         FILE STATUS IS WS-AUDIT-STATUS.
014850
014860     SELECT POST-FILE    ASSIGN TO BULKPOST
014870                         ORGANIZATION IS SEQUENTIAL
014880                         FILE STATUS IS WS-POST-STATUS.
014900
015000 DATA DIVISION.
015100 FILE SECTION.
020100     03  CONV-KELVIN-VALUE   PIC S9(07)V99.
020200     03  CONV-SENSOR-ID      PIC X(08).
020300     03  CONV-CHANNEL        PIC X(16).
020320*    'O' - THE SENSOR WAS PAST ITS CALIBRATION-DUE DATE
020340     03  CONV-CALIB-FLAG     PIC X(01).
020400     03  FILLER              PIC X(27).
020500
020600*----------------------------------------------------------------*
020700* REJECT-FILE - ONE RECORD PER REJECTED READING, WITH THE SAME   *
023100*----------------------------------------------------------------*
023200* SENS-FILE - THE SENSOR CALIBRATION MASTER MAINTAINED BY THE    *
023300* SENSMNT TRANSACTION.  THE LAYOUT HERE MUST STAY IN STEP WITH   *
023400* SENSOR-RECORD IN SENSMNT.  A RECORD NOT UPDATED SINCE THE      *
023420* LIFECYCLE FIELDS WERE ADDED IS STILL 40 BYTES LONG, AND IS     *
023440* TAKEN AS AN ACTIVE, UNASSIGNED SENSOR WITH NO CALIBRATION DUE. *
023500*----------------------------------------------------------------*
023600 FD  SENS-FILE
023700     RECORD IS VARYING IN SIZE FROM 40 TO 60 CHARACTERS
023750     DEPENDING ON WS-SENS-LENGTH.
023800 01  SENS-RECORD.
023900     03  SM-SENSOR-KEY       PIC X(08).
024000     03  SM-CALIB-OFFSET     PIC S9(7)V99 COMP-3.
024100     03  SM-RANGE-MIN        PIC S9(7)V99 COMP-3.
024200     03  SM-RANGE-MAX        PIC S9(7)V99 COMP-3.
024220     03  SM-STATUS           PIC X(01).
024240     03  SM-CHANNEL          PIC X(16).
024260     03  SM-CALIB-DUE        PIC 9(08).
024300     03  SM-COLD-CHAIN       PIC X(01).
024350     03  FILLER              PIC X(11).
024400
024500*----------------------------------------------------------------*
024600* ACFG-FILE - THE PER-FEED ALERT THRESHOLDS MAINTAINED BY THE    *
025600     03  AC-FREEZE-FLAG      PIC X(01).
025700     03  AC-HEAT-FLAG        PIC X(01).
025800     03  AC-SUPPRESS-MINS    PIC 9(04).
025850     03  AC-SILENT-MINS      PIC 9(04).
025900     03  FILLER              PIC X(04).
026000
026100*----------------------------------------------------------------*
026200* REG-FILE - THE PROCESSED-FEED REGISTRY: ONE RECORD PER FEED    *
026300* FILE ALREADY CONVERTED, KEYED BY THE HEADER'S FEED ID (DATE    *
026400* PLUS SERIAL).  A FEED WHOSE ID IS ALREADY HERE IS REFUSED.     *
026420* THE RUN TIME LETS THE FEEDCHK JOB TELL WHETHER THE DAY'S FEED  *
026440* ARRIVED BEFORE ITS CUTOFF; RECORDS FROM BEFORE IT WAS KEPT     *
026460* CARRY SPACES THERE.                                            *
026500*----------------------------------------------------------------*
026600 FD  REG-FILE
026700     RECORDING MODE IS F.
026800 01  REG-RECORD.
026900     03  REG-FEED-ID         PIC X(12).
027000     03  REG-RUN-DATE        PIC 9(08).
027050     03  REG-RUN-TIME        PIC 9(06).
027100     03  FILLER              PIC X(54).
027102
027104*----------------------------------------------------------------*
027106* AUDIT-FILE - ONE AUDIT RECORD PER READING CONVERTED OR         *
027108* REJECTED, APPENDED TO THE NIGHT'S AUDITLOG GENERATION BY       *
027110* CONVARCH.  THE LAYOUT HERE MUST STAY IN STEP WITH AUDIT-RECORD *
027112* IN CONVERT.  AR-SOURCE IS ALWAYS 'B' AND AR-FEED-ID THE HDR    *
027114* FEED ID; A REJECT CARRIES THE -1 RESPCODE SENTINEL, AS ONLINE. *
027115* AR-CALIB-FLAG IS 'O' WHEN THE SENSOR WAS OVERDUE FOR           *
027116* CALIBRATION.                                                   *
027117*----------------------------------------------------------------*
027118 FD  AUDIT-FILE
027120     RECORDING MODE IS F.
027122 01  AUDIT-RECORD.
027124     03  AR-TIMESTAMP        PIC X(16).
027126     03  AR-CHANNEL          PIC X(16).
027128     03  AR-SENSOR-ID        PIC X(08).
027130     03  AR-INPUT-VALUE      PIC S9(7)V99 COMP-3.
027132     03  AR-OUTPUT-VALUE     PIC S9(7)V99 COMP-3.
027134     03  AR-RESPCODE         PIC S9(8) COMP-4.
027136     03  AR-RESPCODE2        PIC S9(8) COMP-4.
027138     03  AR-VERSION          PIC X(01).
027140     03  AR-RAW-VALUE        PIC S9(7)V99 COMP-3.
027142     03  AR-CALIB-OFFSET     PIC S9(7)V99 COMP-3.
027144     03  AR-MODE             PIC X(01).
027146     03  AR-ROUND-MODE       PIC X(01).
027148     03  AR-REQUEST-ID       PIC X(32).
027150     03  AR-USERID           PIC X(08).
027152     03  AR-TRANSID          PIC X(04).
027154     03  AR-SOURCE           PIC X(01).
027156         88  AR-FROM-BULK        VALUE 'B'.
027158     03  AR-FEED-ID          PIC X(12).
027159     03  AR-CALIB-FLAG       PIC X(01).
027160     03  FILLER              PIC X(31).
027162
027164*----------------------------------------------------------------*
027166* POST-FILE - THE CONSOLE COMMAND THAT POSTS THE RUN'S COUNTS TO *
027168* CONVSTAT: /F <REGION>,BPST <DATE> <FEED ID> <READINGS>         *
027170* <REJECTS>.  ISSUED BY THE SDSF STEP THAT FOLLOWS THIS ONE.     *
027172*----------------------------------------------------------------*
027174 FD  POST-FILE
027176     RECORDING MODE IS F.
027178 01  POST-RECORD             PIC X(80).
027200
027300 WORKING-STORAGE SECTION.
027400*----------------------------------------------------------------*
029900 77  WS-REG-STATUS           PIC X(02) VALUE '00'.
030000     88  REG-FILE-OK             VALUE '00'.
030100     88  REG-FILE-MISSING        VALUE '35'.
030110
030120 77  WS-AUDIT-STATUS         PIC X(02) VALUE '00'.
030130     88  AUDIT-FILE-OK           VALUE '00'.
030140
030150 77  WS-POST-STATUS          PIC X(02) VALUE '00'.
030160     88  POST-FILE-OK            VALUE '00'.
030200
030300 77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
030400     88  NO-MORE-FEED-RECORDS    VALUE 'Y'.
032700     88  OUTPUT-FILES-OPENED     VALUE 'Y'.
032800
032900 77  WS-RUN-DATE             PIC 9(08) VALUE 0.
032950 77  WS-PROC-DATE            PIC 9(08) VALUE 0.
033000 77  WS-VER-DETAIL-COUNT     PIC 9(08) VALUE 0.
033100 77  WS-VER-VALUE-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
033200 77  WS-TRL-RECORD-COUNT     PIC 9(08) VALUE 0.
033300 77  WS-TRL-VALUE-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
033400
033420 01  WS-CONTROL-CARD.
033440     03  WS-CC-DATE          PIC X(08).
033460     03  FILLER              PIC X(72).
033480
033500 01  WS-FEED-ID.
033600     03  WS-FI-DATE          PIC 9(08).
033700     03  WS-FI-SERIAL        PIC 9(04).
033705
033710*----------------------------------------------------------------*
033715* BULK AUDIT AND CONVSTAT POSTING.  EVERY AUDIT RECORD OF THE    *
033720* RUN CARRIES THE SAME RUN DATE AND START TIME, SO A RUN THAT    *
033725* CROSSES MIDNIGHT STILL LANDS ON ONE DAY - THE DAY ITS COUNTS   *
033730* ARE POSTED TO.  WS-CICS-REGION IS THE JOBNAME OF THE OWNING    *
033735* CICS REGION THE POSTING COMMAND IS ADDRESSED TO.               *
033740*----------------------------------------------------------------*
033745 77  WS-RUN-TIME             PIC 9(08) VALUE 0.
033750 77  WS-AUDIT-TIMESTAMP      PIC X(16) VALUE SPACES.
033755 77  WS-AUDIT-RESPCODE       PIC S9(08) COMP VALUE 0.
033760 77  WS-CICS-REGION          PIC X(08) VALUE 'CICSBIT'.
033765 77  WS-POST-READINGS        PIC 9(08) VALUE 0.
033770 77  WS-POST-REJECTS         PIC 9(08) VALUE 0.
033800
033900*----------------------------------------------------------------*
034000* ALERTING IS BEST-EFFORT, AS IT IS ONLINE: A FEED WITH NO       *
035200 77  WS-CONV-COUNT           PIC S9(08) COMP VALUE 0.
035300 77  WS-REJECT-COUNT         PIC S9(08) COMP VALUE 0.
035400 77  WS-ALERT-COUNT          PIC S9(08) COMP VALUE 0.
035450 77  WS-OVERDUE-COUNT        PIC S9(08) COMP VALUE 0.
035500 77  WS-SUPPRESS-COUNT       PIC S9(08) COMP VALUE 0.
035600
035700*----------------------------------------------------------------*
037600* SO CONSECUTIVE READINGS USUALLY SHARE A SENSOR - THE MASTER IS *
037700* ONLY RE-READ WHEN THE SENSOR CHANGES.  STATES MIRROR THE       *
037800* ONLINE SENSOR-STATE: IN EFFECT, LOOKUP FAILED (REJECTS THE     *
037900* READING), OR NO SENSOR SUPPLIED.  THE LIFECYCLE STATUS,        *
037920* ASSIGNED CHANNEL AND CALIBRATION-OVERDUE MARK OF THE SENSOR    *
037940* IN EFFECT ARE KEPT ALONGSIDE ITS CALIBRATION VALUES.           *
038000*----------------------------------------------------------------*
038100 77  WS-CUR-SENSOR-ID        PIC X(08) VALUE LOW-VALUES.
038200 77  WS-SENSOR-STATE         PIC X(01) VALUE 'N'.
038500 77  WS-CAL-OFFSET           PIC S9(07)V99 COMP-3 VALUE 0.
038600 77  WS-RANGE-MIN            PIC S9(07)V99 COMP-3 VALUE 0.
038700 77  WS-RANGE-MAX            PIC S9(07)V99 COMP-3 VALUE 0.
038710 77  WS-SENS-LENGTH          PIC 9(04) COMP VALUE 0.
038720 77  WS-SENSOR-LIFECYCLE     PIC X(01) VALUE 'A'.
038730     88  SENSOR-SUSPENDED        VALUE 'S'.
038740     88  SENSOR-RETIRED          VALUE 'R'.
038750 77  WS-SENSOR-CHANNEL       PIC X(16) VALUE SPACES.
038760 77  WS-SENSOR-CALIB-FLAG    PIC X(01) VALUE SPACE.
038770     88  SENSOR-CALIB-OVERDUE    VALUE 'O'.
038800
038900*----------------------------------------------------------------*
039000* ONE-DEEP ALERT CONFIG CACHE, KEYED BY CHANNEL, SAME IDEA AS    *
046500*----------------------------------------------------------------*
046600 1000-INITIALIZE.
046700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
046720     ACCEPT WS-RUN-TIME FROM TIME.
046722     MOVE SPACES TO WS-CONTROL-CARD.
046724     ACCEPT WS-CONTROL-CARD.
046726     IF WS-CC-DATE IS NUMERIC
046728         MOVE WS-CC-DATE TO WS-PROC-DATE
046730     ELSE
046732         MOVE WS-RUN-DATE TO WS-PROC-DATE
046734         DISPLAY 'CONVBULK: NO VALID DATE CARD - PROCESSING '
046736                 WS-PROC-DATE UPON CONS
046738     END-IF.
046740     MOVE SPACES TO WS-AUDIT-TIMESTAMP.
046760     STRING WS-PROC-DATE WS-RUN-TIME (1:6)
046780             DELIMITED BY SIZE INTO WS-AUDIT-TIMESTAMP.
046800
046900     OPEN INPUT  FEED-FILE.
047000     IF NOT FEED-FILE-OK
052800         MOVE 8 TO RETURN-CODE
052900         MOVE 'Y' TO WS-EOF-SWITCH
053000     END-IF.
053010
053020     OPEN EXTEND AUDIT-FILE.
053030     IF NOT AUDIT-FILE-OK
053040         DISPLAY 'CONVBULK: BULKAUD OPEN FAILED, STATUS='
053050                 WS-AUDIT-STATUS UPON CONS
053060         MOVE 8 TO RETURN-CODE
053070         MOVE 'Y' TO WS-EOF-SWITCH
053080     END-IF.
053100
053200     IF NOT NO-MORE-FEED-RECORDS
053300         MOVE 'Y' TO WS-OUTPUT-OPEN-SW
078600* CACHE OR THE MASTER.  A BLANK SENSOR ID MEANS AN UNCALIBRATED *
078700* READING, AS ONLINE WITH NO SENSORID CONTAINER; A SENSOR NOT   *
078800* ON THE MASTER MARKS THE READING FOR REJECTION, AS ONLINE.     *
078820* A SENSOR WHOSE CALIBRATION-DUE DATE IS BEFORE THE RUN DATE IS *
078840* MARKED OVERDUE, AS ONLINE.                                    *
078900*----------------------------------------------------------------*
079000 2150-LOOK-UP-SENSOR.
079100     IF FEED-SENSOR-ID = WS-CUR-SENSOR-ID
079300     END-IF.
079400
079500     MOVE FEED-SENSOR-ID TO WS-CUR-SENSOR-ID.
079520     MOVE 'A'    TO WS-SENSOR-LIFECYCLE.
079540     MOVE SPACES TO WS-SENSOR-CHANNEL.
079560     MOVE SPACE  TO WS-SENSOR-CALIB-FLAG.
079600     IF FEED-SENSOR-ID = SPACES
079700         MOVE 'N' TO WS-SENSOR-STATE
079800         GO TO 2150-EXIT
080500         MOVE SM-CALIB-OFFSET TO WS-CAL-OFFSET
080600         MOVE SM-RANGE-MIN    TO WS-RANGE-MIN
080700         MOVE SM-RANGE-MAX    TO WS-RANGE-MAX
080705         IF WS-SENS-LENGTH NOT < 60
080710             IF SM-STATUS NOT = SPACE
080715                 MOVE SM-STATUS TO WS-SENSOR-LIFECYCLE
080720             END-IF
080725             MOVE SM-CHANNEL TO WS-SENSOR-CHANNEL
080730             IF SM-CALIB-DUE NUMERIC
080735                AND SM-CALIB-DUE > 0
080740                AND SM-CALIB-DUE < WS-PROC-DATE
080745                 MOVE 'O' TO WS-SENSOR-CALIB-FLAG
080750             END-IF
080755         END-IF
080800     ELSE
080900         IF NOT SENS-RECORD-ABSENT
081000             DISPLAY 'CONVBULK: SENSMAST READ FAILED, STATUS='
081700
081800*----------------------------------------------------------------*
081900* 2200-VALIDATE-AND-CONVERT - APPLY THE SENSOR'S CALIBRATION    *
082000* AND RANGE CHECK - REJECTING OUTRIGHT A SENSOR THAT IS         *
082020* SUSPENDED, RETIRED OR ASSIGNED TO ANOTHER CHANNEL - VALIDATE  *
082040* AGAINST THE ABSOLUTE-ZERO FLOOR,                              *
082100* THEN CONVERT AND DERIVE THE KELVIN EQUIVALENT.  THIS IS THE   *
082200* BATCH TWIN OF THE ONLINE PROGRAM'S VALIDATE-AND-CONVERT       *
082300* PARAGRAPH - KEEP THE TWO IN STEP.                             *
083300         GO TO 2200-EXIT
083400     END-IF.
083500
083502     IF SENSOR-IN-EFFECT
083504         IF SENSOR-SUSPENDED
083506             MOVE 'N' TO WS-VALID-READING
083508             MOVE 0 TO WS-OUTPUTDATA
083510             MOVE 0 TO WS-OUTPUT-KELVIN
083512             MOVE 'SENSOR SUSPENDED - READINGS NOT ACCEPTED'
083514               TO WS-REASON
083516             GO TO 2200-EXIT
083518         END-IF
083520         IF SENSOR-RETIRED
083522             MOVE 'N' TO WS-VALID-READING
083524             MOVE 0 TO WS-OUTPUTDATA
083526             MOVE 0 TO WS-OUTPUT-KELVIN
083528             MOVE 'SENSOR RETIRED - READINGS NOT ACCEPTED'
083530               TO WS-REASON
083532             GO TO 2200-EXIT
083534         END-IF
083536         IF WS-SENSOR-CHANNEL NOT = SPACES
083538            AND WS-SENSOR-CHANNEL NOT = FEED-CHANNEL
083540             MOVE 'N' TO WS-VALID-READING
083542             MOVE 0 TO WS-OUTPUTDATA
083544             MOVE 0 TO WS-OUTPUT-KELVIN
083546             MOVE 'SENSOR NOT ASSIGNED TO THIS CHANNEL'
083548               TO WS-REASON
083550             GO TO 2200-EXIT
083552         END-IF
083554     END-IF.
083556
083600     IF SENSOR-IN-EFFECT
083700         ADD WS-CAL-OFFSET TO WS-INPUTDATA
083800         IF WS-INPUTDATA < WS-RANGE-MIN
088500     MOVE WS-OUTPUT-KELVIN TO CONV-KELVIN-VALUE.
088600     MOVE FEED-SENSOR-ID   TO CONV-SENSOR-ID.
088700     MOVE FEED-CHANNEL     TO CONV-CHANNEL.
088750     MOVE WS-SENSOR-CALIB-FLAG TO CONV-CALIB-FLAG.
088800     WRITE CONV-RECORD.
088900     ADD 1 TO WS-CONV-COUNT.
088905     IF SENSOR-CALIB-OVERDUE
088910         ADD 1 TO WS-OVERDUE-COUNT
088915     END-IF.
088920     MOVE 0 TO WS-AUDIT-RESPCODE.
088940     PERFORM 2800-WRITE-BULK-AUDIT
088960         THRU 2800-EXIT.
089000 2300-EXIT.
089100     EXIT.
089200
090400     MOVE FEED-CHANNEL     TO REJ-CHANNEL.
090500     WRITE REJECT-RECORD.
090600     ADD 1 TO WS-REJECT-COUNT.
090620     MOVE -1 TO WS-AUDIT-RESPCODE.
090640     PERFORM 2800-WRITE-BULK-AUDIT
090660         THRU 2800-EXIT.
090700 2400-EXIT.
090800     EXIT.
090900
092200     MOVE FEED-CHANNEL     TO REJ-CHANNEL.
092300     WRITE REJECT-RECORD.
092400     ADD 1 TO WS-REJECT-COUNT.
092410     MOVE 0 TO WS-INPUTDATA.
092420     MOVE 0 TO WS-OUTPUTDATA.
092430     MOVE -1 TO WS-AUDIT-RESPCODE.
092435     MOVE SPACE TO WS-SENSOR-CALIB-FLAG.
092440     PERFORM 2800-WRITE-BULK-AUDIT
092450         THRU 2800-EXIT.
092500 2500-EXIT.
092600     EXIT.
092700
102600     END-IF.
102700 2750-EXIT.
102800     EXIT.
102802
102804*----------------------------------------------------------------*
102806* 2800-WRITE-BULK-AUDIT - THE READING'S AUDIT RECORD, BUILT AS   *
102808* CONVERT'S WRITE-AUDIT-RECORD BUILDS IT: THE INPUT VALUE IS THE *
102810* CALIBRATED VALUE, THE RAW VALUE THE READING AS IT ARRIVED (OR  *
102812* ZERO WHEN IT WAS NOT NUMERIC), THE OFFSET THE DIFFERENCE.      *
102814* THERE IS NO CICS CALLER - THE USERID NAMES THIS PROGRAM.       *
102816*----------------------------------------------------------------*
102818 2800-WRITE-BULK-AUDIT.
102820     MOVE SPACES             TO AUDIT-RECORD.
102822     MOVE WS-AUDIT-TIMESTAMP TO AR-TIMESTAMP.
102824     MOVE FEED-CHANNEL       TO AR-CHANNEL.
102826     MOVE FEED-SENSOR-ID     TO AR-SENSOR-ID.
102828     MOVE WS-INPUTDATA       TO AR-INPUT-VALUE.
102830     MOVE WS-OUTPUTDATA      TO AR-OUTPUT-VALUE.
102832     MOVE WS-AUDIT-RESPCODE  TO AR-RESPCODE.
102834     MOVE 0                  TO AR-RESPCODE2.
102836     MOVE '2'                TO AR-VERSION.
102838     IF FEED-INPUT-VALUE NUMERIC
102840         MOVE FEED-INPUT-VALUE TO AR-RAW-VALUE
102842     ELSE
102844         MOVE 0                TO AR-RAW-VALUE
102846     END-IF.
102848     COMPUTE AR-CALIB-OFFSET = WS-INPUTDATA - AR-RAW-VALUE.
102850     MOVE WS-CONVERT-MODE    TO AR-MODE.
102852     MOVE 'R'                TO AR-ROUND-MODE.
102854     MOVE 'CONVBULK'         TO AR-USERID.
102856     MOVE 'B'                TO AR-SOURCE.
102858     MOVE WS-FEED-ID         TO AR-FEED-ID.
102859     MOVE WS-SENSOR-CALIB-FLAG TO AR-CALIB-FLAG.
102860     WRITE AUDIT-RECORD.
102862 2800-EXIT.
102864     EXIT.
102900
103000*----------------------------------------------------------------*
103100* 9000-WRITE-ALERT-SUMMARY - ONE LINE PER CHANNEL/TYPE WITH     *
105700         CLOSE CONV-FILE
105800         CLOSE REJECT-FILE
105900         CLOSE ALERT-FILE
105950         CLOSE AUDIT-FILE
106000         CLOSE SENS-FILE
106100         IF ALERTING-IS-ACTIVE
106200             CLOSE ACFG-FILE
106396         IF RETURN-CODE < 8
106400             PERFORM 9500-REGISTER-PROCESSED-FEED
106500                 THRU 9500-EXIT
106520             PERFORM 9600-WRITE-POSTING-CARD
106540                 THRU 9600-EXIT
106560         END-IF
106600     END-IF.
106700
106800     DISPLAY 'CONVBULK: READINGS READ      = ' WS-READ-COUNT.
106900     DISPLAY 'CONVBULK: READINGS CONVERTED = ' WS-CONV-COUNT.
107000     DISPLAY 'CONVBULK: READINGS REJECTED  = ' WS-REJECT-COUNT.
107050     DISPLAY 'CONVBULK: CALIBRATION OVERDUE= ' WS-OVERDUE-COUNT.
107100     DISPLAY 'CONVBULK: ALERTS RAISED      = ' WS-ALERT-COUNT.
107200     DISPLAY 'CONVBULK: ALERTS SUPPRESSED  = ' WS-SUPPRESS-COUNT.
107300
109600     MOVE SPACES TO REG-RECORD.
109700     MOVE WS-FEED-ID  TO REG-FEED-ID.
109800     MOVE WS-RUN-DATE TO REG-RUN-DATE.
109850     MOVE WS-RUN-TIME (1:6) TO REG-RUN-TIME.
109900     WRITE REG-RECORD.
110000     CLOSE REG-FILE.
110100 9500-EXIT.
110200     EXIT.
110300
110400*----------------------------------------------------------------*
110500* 9600-WRITE-POSTING-CARD - THE CONSOLE COMMAND THAT ADDS THE    *
110600* RUN'S READINGS AND REJECTS TO THE DAY'S CONVSTAT RECORD.  IT   *
110700* IS ALSO DISPLAYED, SO THAT IF BULKPOST CANNOT BE WRITTEN (OR   *
110800* THE SDSF STEP FAILS) THE OPERATOR CAN ENTER IT BY HAND; THE    *
110900* TRANSACTION IGNORES A FEED IT HAS ALREADY POSTED.              *
111000*----------------------------------------------------------------*
111100 9600-WRITE-POSTING-CARD.
111200     MOVE WS-READ-COUNT   TO WS-POST-READINGS.
111300     MOVE WS-REJECT-COUNT TO WS-POST-REJECTS.
111400     MOVE SPACES TO POST-RECORD.
111500     STRING '/F '            DELIMITED BY SIZE
111600            WS-CICS-REGION   DELIMITED BY SPACE
111700            ',BPST '         DELIMITED BY SIZE
111800            WS-PROC-DATE     DELIMITED BY SIZE
111900            ' '              DELIMITED BY SIZE
112000            WS-FEED-ID       DELIMITED BY SIZE
112100            ' '              DELIMITED BY SIZE
112200            WS-POST-READINGS DELIMITED BY SIZE
112300            ' '              DELIMITED BY SIZE
112400            WS-POST-REJECTS  DELIMITED BY SIZE
112500            INTO POST-RECORD.
112600     DISPLAY 'CONVBULK: CONVSTAT POSTING - ' POST-RECORD (1:60)
112700             UPON CONS.
112800
112900     OPEN OUTPUT POST-FILE.
113000     IF NOT POST-FILE-OK
113100         DISPLAY 'CONVBULK: BULKPOST OPEN FAILED, STATUS='
113200                 WS-POST-STATUS ' - ENTER THE POSTING COMMAND'
113300                 ' ABOVE BY HAND' UPON CONS
113400         GO TO 9600-EXIT
113500     END-IF.
113600     WRITE POST-RECORD.
113700     CLOSE POST-FILE.
113800 9600-EXIT.
113900     EXIT.
