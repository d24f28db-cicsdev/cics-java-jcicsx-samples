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
001100* MODULE NAME:   CHGRPT                                          *
001200*                                                                *
001300* DESCRIPTION:   NIGHTLY MASTER CHANGE APPROVAL REPORT.  SENSOR, *
001400*                ALERT THRESHOLD AND CHARGEBACK RATE CHANGES     *
001500*                RAISED THROUGH THE SENSMNT, ALRTMNT AND RATEMNT *
001550*                TRANSACTIONS WAIT ON THE CHGPEND FILE UNTIL A   *
001600*                SECOND, DIFFERENT USERID APPROVES OR REJECTS    *
001700*                THEM.  THIS JOB LISTS, IN THREE SECTIONS, THE   *
001800*                REQUESTS APPROVED AND THE REQUESTS REJECTED IN  *
001900*                THE LAST DAY, AND EVERY REQUEST STILL WAITING   *
002000*                MORE THAN A DAY AFTER IT WAS RAISED - EACH WITH *
002100*                THE RECORD AS IT STOOD (WAS) AND AS THE REQUEST *
002200*                WOULD LEAVE IT (NOW).                           *
002300*                                                                *
002400*                "A DAY" IS THE 24 HOURS UP TO THE MOMENT THE    *
002500*                JOB RUNS, SO A NIGHTLY RUN COVERS EACH          *
002600*                DECISION ONCE WHATEVER TIME IT IS SUBMITTED.    *
002700*                THE FILE IS READ ONCE PER SECTION.              *
002800*                                                                *
002900*                THE CHANGE-RECORD LAYOUT HERE MUST STAY IN      *
003000*                STEP WITH SENSMNT, ALRTMNT, RATEMNT AND CHGINQ, *
003100*                AND THE THREE IMAGE VIEWS WITH SENSOR-RECORD IN *
003200*                SENSMNT, ALERT-CONFIG-RECORD IN ALRTMNT AND     *
003250*                CHARGE-RATE-RECORD IN RATEMNT.                  *
003300*                                                                *
003400* INPUT:         CHGPEND   - PENDING MASTER CHANGES (VSAM)       *
003500* OUTPUT:        CHGLIST   - PRINTED CHANGE APPROVAL REPORT      *
003600*                                                                *
003700* RETURN CODES:  0 - NOTHING WAITING MORE THAN A DAY             *
003800*                4 - ONE OR MORE REQUESTS WAITING MORE THAN A    *
003900*                    DAY FOR A DECISION                          *
004000*                8 - A FILE COULD NOT BE OPENED                  *
004100*                                                                *
004200******************************************************************
004300
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID.    CHGRPT.
004600 AUTHOR.        APPLICATIONS DEVELOPMENT.
004700 INSTALLATION.  CICSDEV SAMPLES.
004800 DATE-WRITTEN.  10/15/2026.
004900 DATE-COMPILED.
005000
005100******************************************************************
005200* MODIFICATION HISTORY                                           *
005300*                                                                *
005400* DATE        INIT  DESCRIPTION                                  *
005500* ----------  ----  ------------------------------------------- *
005600* 10/15/2026  AD    INITIAL VERSION                              *
005650* 10/15/2026  AD    ALERT IMAGES SHOW THE SILENT-FEED INTERVAL   *
005660* 10/15/2026  AD    SENSOR AND ALERT IMAGES SHOW THE COLD-CHAIN  *
005670*                   FLAG AND TOLERATED EXCURSION                 *
005680* 10/15/2026  AD    CHARGEBACK RATE CHANGES RAISED THROUGH       *
005690*                   RATEMNT ARE LISTED WITH THEIR RATE IMAGES    *
005700******************************************************************
005800
005900 ENVIRONMENT DIVISION.
006000 CONFIGURATION SECTION.
006100 SOURCE-COMPUTER.   IBM-Z.
006200 OBJECT-COMPUTER.   IBM-Z.
006300 SPECIAL-NAMES.
006400     CONSOLE IS CONS.
006500
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800     SELECT CHG-FILE     ASSIGN TO CHGPEND
006900                         ORGANIZATION IS INDEXED
007000                         ACCESS IS SEQUENTIAL
007100                         RECORD KEY IS CHG-KEY
007200                         FILE STATUS IS WS-CHG-STATUS.
007300
007400     SELECT REPORT-FILE  ASSIGN TO CHGLIST
007500                         ORGANIZATION IS SEQUENTIAL
007600                         FILE STATUS IS WS-REPORT-STATUS.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000*----------------------------------------------------------------*
008100* CHG-FILE - ONE RECORD PER CHANGE REQUEST RAISED, KEYED BY THE  *
008200* TIME IT WAS RAISED AND THE RAISING TASK.  DECIDED REQUESTS     *
008300* STAY ON FILE WITH THE DECIDING USERID AND TIME.  TIMESTAMPS    *
008400* ARE YYYYMMDDHHMMSS.                                            *
008500*----------------------------------------------------------------*
008600 FD  CHG-FILE.
008700 01  CHANGE-RECORD.
008800     03  CHG-KEY.
008900         05  CHG-KEY-ABSTIME     PIC 9(15).
009000         05  CHG-KEY-TASK        PIC 9(07).
009100     03  CHG-TARGET              PIC X(01).
009200         88  CHG-FOR-SENSOR          VALUE 'S'.
009300         88  CHG-FOR-ALERT           VALUE 'A'.
009350         88  CHG-FOR-RATE            VALUE 'C'.
009400     03  CHG-ACTION              PIC X(01).
009500         88  CHG-IS-ADD              VALUE 'A'.
009600         88  CHG-IS-UPDATE           VALUE 'U'.
009700         88  CHG-IS-DELETE           VALUE 'D'.
009800     03  CHG-ENTITY-KEY          PIC X(16).
009900     03  CHG-STATUS              PIC X(01).
010000         88  CHG-PENDING             VALUE 'P'.
010100         88  CHG-APPROVED            VALUE 'A'.
010200         88  CHG-REJECTED            VALUE 'R'.
010300     03  CHG-REQ-USERID          PIC X(08).
010400     03  CHG-REQ-TIMESTAMP       PIC X(16).
010500     03  CHG-DEC-USERID          PIC X(08).
010600     03  CHG-DEC-TIMESTAMP       PIC X(16).
010700     03  CHG-DEC-REASON          PIC X(40).
010800     03  CHG-BEFORE-IMAGE        PIC X(60).
010900     03  CHG-AFTER-IMAGE         PIC X(60).
011000     03  FILLER                  PIC X(21).
011100
011200*----------------------------------------------------------------*
011300* REPORT-FILE - THE PRINTED CHANGE APPROVAL REPORT               *
011400*----------------------------------------------------------------*
011500 FD  REPORT-FILE
011600     RECORDING MODE IS F.
011700 01  REPORT-LINE             PIC X(132).
011800
011900 WORKING-STORAGE SECTION.
012000*----------------------------------------------------------------*
012100* SWITCHES                                                       *
012200*----------------------------------------------------------------*
012300 77  WS-CHG-STATUS           PIC X(02) VALUE '00'.
012400     88  CHG-FILE-OK             VALUE '00'.
012500
012600 77  WS-REPORT-STATUS        PIC X(02) VALUE '00'.
012700     88  REPORT-FILE-OK          VALUE '00'.
012800
012900 77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
013000     88  NO-MORE-CHG-RECORDS     VALUE 'Y'.
013100
013200*    WHICH OF THE THREE SECTIONS THE CURRENT PASS PRODUCES
013300 77  WS-SECTION              PIC 9(01) VALUE 0.
013400     88  SECTION-APPROVED        VALUE 1.
013500     88  SECTION-REJECTED        VALUE 2.
013600     88  SECTION-WAITING         VALUE 3.
013700
013800 77  WS-SELECT-SWITCH        PIC X(01) VALUE 'N'.
013900     88  CHANGE-SELECTED         VALUE 'Y'.
014000
014100*----------------------------------------------------------------*
014200* COUNTERS                                                       *
014300*----------------------------------------------------------------*
014400 77  WS-EXAMINED-COUNT       PIC S9(08) COMP VALUE 0.
014500 77  WS-SECTION-COUNT        PIC S9(08) COMP VALUE 0.
014600 77  WS-APPROVED-COUNT       PIC S9(08) COMP VALUE 0.
014700 77  WS-REJECTED-COUNT       PIC S9(08) COMP VALUE 0.
014800 77  WS-WAITING-COUNT        PIC S9(08) COMP VALUE 0.
014900 77  WS-RECENT-COUNT         PIC S9(08) COMP VALUE 0.
015000
015100*----------------------------------------------------------------*
015200* TIME ARITHMETIC.  TIMESTAMPS ARE COMPARED AS MINUTES FROM A    *
015300* SERIAL DAY NUMBER SO A DAY SPANNING MIDNIGHT, A MONTH OR A     *
015400* YEAR END COMES OUT RIGHT - THE SAME GREGORIAN DAY-NUMBER       *
015500* FORMULA AS REQPURGE.                                           *
015600*----------------------------------------------------------------*
015700 77  WS-RUN-DATE             PIC 9(08) VALUE 0.
015800 77  WS-RUN-MINUTES          PIC S9(12) COMP VALUE 0.
015900 77  WS-CUTOFF-MINUTES       PIC S9(12) COMP VALUE 0.
016000 77  WS-WAIT-LIMIT-MINS      PIC S9(08) COMP VALUE 1440.
016100 77  WS-REQ-MINUTES          PIC S9(12) COMP VALUE 0.
016200 77  WS-DEC-MINUTES          PIC S9(12) COMP VALUE 0.
016300 77  WS-ELAPSED-HOURS        PIC S9(08) COMP VALUE 0.
016400
016500 01  WS-RUN-TIME             PIC 9(08) VALUE 0.
016600 01  WS-RUN-TIME-R           REDEFINES WS-RUN-TIME.
016700     03  WS-RUN-HH           PIC 9(02).
016800     03  WS-RUN-MM           PIC 9(02).
016900     03  FILLER              PIC 9(04).
017000
017100 01  WS-TSM-TIMESTAMP        PIC X(16) VALUE SPACES.
017200 01  WS-TSM-TIMESTAMP-R      REDEFINES WS-TSM-TIMESTAMP.
017300     03  WS-TSM-DATE         PIC 9(08).
017400     03  WS-TSM-HH           PIC 9(02).
017500     03  WS-TSM-MM           PIC 9(02).
017600     03  WS-TSM-SS           PIC 9(02).
017700     03  FILLER              PIC X(02).
017800 77  WS-TSM-MINUTES          PIC S9(12) COMP VALUE 0.
017900
018000 01  WS-DTS-DATE             PIC 9(08) VALUE 0.
018100 01  WS-DTS-DATE-R           REDEFINES WS-DTS-DATE.
018200     03  WS-DTS-YEAR         PIC 9(04).
018300     03  WS-DTS-MONTH        PIC 9(02).
018400     03  WS-DTS-DAY          PIC 9(02).
018500 77  WS-DTS-SERIAL           PIC S9(08) COMP VALUE 0.
018600 77  WS-DTS-A                PIC S9(08) COMP VALUE 0.
018700 77  WS-DTS-Y                PIC S9(08) COMP VALUE 0.
018800 77  WS-DTS-M                PIC S9(08) COMP VALUE 0.
018900
019000*----------------------------------------------------------------*
019100* ONE BEFORE OR AFTER IMAGE, VIEWED AS THE MASTER RECORD IT      *
019200* HOLDS - SENSOR-RECORD FOR A SENSOR REQUEST, ALERT-CONFIG-      *
019300* RECORD FOR AN ALERT THRESHOLD REQUEST, CHARGE-RATE-RECORD FOR  *
019350* A CHARGEBACK RATE REQUEST                                      *
019400*----------------------------------------------------------------*
019500 01  WS-IMAGE-AREA           PIC X(60) VALUE SPACES.
019600 01  WS-IMAGE-SENSOR         REDEFINES WS-IMAGE-AREA.
019700     03  WS-IS-KEY           PIC X(08).
019800     03  WS-IS-CALIB-OFFSET  PIC S9(7)V99 COMP-3.
019900     03  WS-IS-RANGE-MIN     PIC S9(7)V99 COMP-3.
020000     03  WS-IS-RANGE-MAX     PIC S9(7)V99 COMP-3.
020100     03  WS-IS-STATUS        PIC X(01).
020200     03  WS-IS-CHANNEL       PIC X(16).
020300     03  WS-IS-CALIB-DUE     PIC 9(08).
020350     03  WS-IS-COLD-CHAIN    PIC X(01).
020400     03  FILLER              PIC X(11).
020500 01  WS-IMAGE-ALERT          REDEFINES WS-IMAGE-AREA.
020600     03  WS-IA-FEED-ID       PIC X(16).
020700     03  WS-IA-FREEZE-LIMIT  PIC S9(7)V99 COMP-3.
020800     03  WS-IA-HEAT-LIMIT    PIC S9(7)V99 COMP-3.
020900     03  WS-IA-FREEZE-FLAG   PIC X(01).
021000     03  WS-IA-HEAT-FLAG     PIC X(01).
021100     03  WS-IA-SUPPRESS-MINS PIC 9(04).
021150     03  WS-IA-SILENT-MINS   PIC 9(04).
021160     03  WS-IA-COLD-CHAIN    PIC X(01).
021170     03  WS-IA-TOLERATE-MINS PIC 9(03).
021200     03  FILLER              PIC X(20).
021210 01  WS-IMAGE-RATE           REDEFINES WS-IMAGE-AREA.
021220     03  WS-IR-FEED-ID       PIC X(16).
021230     03  WS-IR-COST-CENTRE   PIC X(08).
021240     03  WS-IR-PER-CONVERT   PIC S9(5)V9(4) COMP-3.
021250     03  WS-IR-PER-REJECT    PIC S9(5)V9(4) COMP-3.
021260     03  WS-IR-PER-ALERT     PIC S9(5)V9(4) COMP-3.
021270     03  FILLER              PIC X(21).
021300
021400 01  WS-IMAGE-TEXT           PIC X(110) VALUE SPACES.
021500
021600 01  WS-SENSOR-VALUES.
021700     03  FILLER              PIC X(07) VALUE 'OFFSET '.
021800     03  WS-SV-OFFSET        PIC -(7)9.99.
021900     03  FILLER              PIC X(07) VALUE ' RANGE '.
022000     03  WS-SV-RANGE-MIN     PIC -(7)9.99.
022100     03  FILLER              PIC X(04) VALUE ' TO '.
022200     03  WS-SV-RANGE-MAX     PIC -(7)9.99.
022300     03  FILLER              PIC X(08) VALUE ' STATUS '.
022400     03  WS-SV-STATUS        PIC X(01).
022500     03  FILLER              PIC X(09) VALUE ' CHANNEL '.
022600     03  WS-SV-CHANNEL       PIC X(16).
022700     03  FILLER              PIC X(05) VALUE ' DUE '.
022800     03  WS-SV-CALIB-DUE     PIC 9(08).
022820     03  FILLER              PIC X(06) VALUE ' COLD '.
022840     03  WS-SV-COLD-CHAIN    PIC X(01).
022900
023000 01  WS-ALERT-VALUES.
023100     03  FILLER              PIC X(07) VALUE 'FREEZE '.
023200     03  WS-AV-FREEZE-LIMIT  PIC -(7)9.99.
023300     03  FILLER              PIC X(06) VALUE ' HEAT '.
023400     03  WS-AV-HEAT-LIMIT    PIC -(7)9.99.
023500     03  FILLER              PIC X(14) VALUE ' FLAGS FRZ/HT '.
023600     03  WS-AV-FREEZE-FLAG   PIC X(01).
023700     03  FILLER              PIC X(01) VALUE '/'.
023800     03  WS-AV-HEAT-FLAG     PIC X(01).
023900     03  FILLER              PIC X(10) VALUE ' SUPPRESS '.
024000     03  WS-AV-SUPPRESS-MINS PIC 9(04).
024020     03  FILLER              PIC X(08) VALUE ' SILENT '.
024040     03  WS-AV-SILENT-MINS   PIC 9(04).
024050     03  FILLER              PIC X(06) VALUE ' COLD '.
024060     03  WS-AV-COLD-CHAIN    PIC X(01).
024070     03  FILLER              PIC X(10) VALUE ' TOLERATE '.
024080     03  WS-AV-TOLERATE-MINS PIC 9(03).
024081
024082 01  WS-RATE-VALUES.
024083     03  FILLER              PIC X(12) VALUE 'COST CENTRE '.
024084     03  WS-RV-COST-CENTRE   PIC X(08).
024085     03  FILLER              PIC X(17) VALUE ' PER CONVERSION '.
024086     03  WS-RV-PER-CONVERT   PIC -(5)9.9999.
024087     03  FILLER              PIC X(12) VALUE ' PER REJECT '.
024088     03  WS-RV-PER-REJECT    PIC -(5)9.9999.
024089     03  FILLER              PIC X(11) VALUE ' PER ALERT '.
024090     03  WS-RV-PER-ALERT     PIC -(5)9.9999.
024100
024200*----------------------------------------------------------------*
024300* REPORT LINES                                                   *
024400*----------------------------------------------------------------*
024500 01  WS-HEADING-1.
024600     03  FILLER              PIC X(40) VALUE SPACES.
024700     03  FILLER              PIC X(92) VALUE
024800         'MASTER CHANGE APPROVAL REPORT'.
024900
025000 01  WS-RUN-LINE.
025100     03  FILLER              PIC X(30) VALUE
025200         'RUN DATE . . . . . . . . . . .'.
025300     03  WS-R-DATE           PIC 9999/99/99.
025400     03  FILLER              PIC X(02) VALUE SPACES.
025500     03  WS-R-HH             PIC 9(02).
025600     03  FILLER              PIC X(01) VALUE ':'.
025700     03  WS-R-MM             PIC 9(02).
025800     03  FILLER              PIC X(85) VALUE SPACES.
025900
026000 01  WS-SECTION-LINE.
026100     03  WS-S-TITLE          PIC X(60).
026200     03  FILLER              PIC X(72) VALUE SPACES.
026300
026400 01  WS-HEADING-2.
026500     03  FILLER              PIC X(07) VALUE 'TYPE'.
026600     03  FILLER              PIC X(07) VALUE 'ACTION'.
026700     03  FILLER              PIC X(17) VALUE 'SENSOR/FEED'.
026800     03  FILLER              PIC X(10) VALUE 'REQUESTER'.
026900     03  FILLER              PIC X(18) VALUE 'RAISED'.
027000     03  FILLER              PIC X(10) VALUE 'DECIDER'.
027100     03  FILLER              PIC X(18) VALUE 'DECIDED'.
027200     03  FILLER              PIC X(07) VALUE ' HOURS'.
027300     03  FILLER              PIC X(38) VALUE 'CHANGEID'.
027400
027500 01  WS-DETAIL-LINE.
027600     03  WS-D-TARGET         PIC X(06).
027700     03  FILLER              PIC X(01) VALUE SPACE.
027800     03  WS-D-ACTION         PIC X(06).
027900     03  FILLER              PIC X(01) VALUE SPACE.
028000     03  WS-D-KEY            PIC X(16).
028100     03  FILLER              PIC X(01) VALUE SPACE.
028200     03  WS-D-REQ-USERID     PIC X(08).
028300     03  FILLER              PIC X(02) VALUE SPACES.
028400     03  WS-D-REQ-DATE       PIC 9999/99/99.
028500     03  FILLER              PIC X(01) VALUE SPACE.
028600     03  WS-D-REQ-HH         PIC 9(02).
028700     03  FILLER              PIC X(01) VALUE ':'.
028800     03  WS-D-REQ-MM         PIC 9(02).
028900     03  FILLER              PIC X(02) VALUE SPACES.
029000     03  WS-D-DEC-USERID     PIC X(08).
029100     03  FILLER              PIC X(02) VALUE SPACES.
029200     03  WS-D-DEC-STAMP.
029300         05  WS-D-DEC-DATE   PIC 9999/99/99.
029400         05  WS-D-DEC-GAP    PIC X(01).
029500         05  WS-D-DEC-HH     PIC 9(02).
029600         05  WS-D-DEC-COLON  PIC X(01).
029700         05  WS-D-DEC-MM     PIC 9(02).
029800     03  FILLER              PIC X(02) VALUE SPACES.
029900     03  WS-D-HOURS          PIC ZZZZ9.
030000     03  FILLER              PIC X(02) VALUE SPACES.
030100     03  WS-D-CHANGE-ID      PIC X(22).
030200     03  FILLER              PIC X(16) VALUE SPACES.
030300
030400 01  WS-IMAGE-LINE.
030500     03  FILLER              PIC X(14) VALUE SPACES.
030600     03  WS-I-LABEL          PIC X(06).
030700     03  WS-I-TEXT           PIC X(110).
030800     03  FILLER              PIC X(02) VALUE SPACES.
030900
031000 01  WS-NONE-LINE.
031100     03  FILLER              PIC X(14) VALUE SPACES.
031200     03  FILLER              PIC X(118) VALUE '(NONE)'.
031300
031400 01  WS-TOTAL-LINE.
031500     03  WS-T-LABEL          PIC X(40).
031600     03  WS-T-COUNT          PIC ZZZ,ZZ9.
031700     03  FILLER              PIC X(85) VALUE SPACES.
031800
031900 PROCEDURE DIVISION.
032000*----------------------------------------------------------------*
032100* 0000-MAINLINE                                                 *
032200*----------------------------------------------------------------*
032300 0000-MAINLINE.
032400     PERFORM 1000-INITIALIZE
032500         THRU 1000-EXIT.
032600
032700     PERFORM 2000-PRODUCE-SECTION
032800         THRU 2000-EXIT
032900         VARYING WS-SECTION FROM 1 BY 1
033000         UNTIL WS-SECTION > 3
033100            OR RETURN-CODE NOT < 8.
033200
033300     PERFORM 3000-PRODUCE-TOTALS
033400         THRU 3000-EXIT.
033500
033600     PERFORM 9999-TERMINATE
033700         THRU 9999-EXIT.
033800
033900     GOBACK.
034000
034100*----------------------------------------------------------------*
034200* 1000-INITIALIZE - THE RUN TIME, AS MINUTES, AND THE CUTOFF A  *
034300* DAY BEFORE IT                                                 *
034400*----------------------------------------------------------------*
034500 1000-INITIALIZE.
034600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
034700     ACCEPT WS-RUN-TIME FROM TIME.
034800     MOVE WS-RUN-DATE TO WS-DTS-DATE.
034900     PERFORM 8000-DATE-TO-SERIAL
035000         THRU 8000-EXIT.
035100     COMPUTE WS-RUN-MINUTES = WS-DTS-SERIAL * 1440
035200                            + WS-RUN-HH * 60 + WS-RUN-MM.
035300     COMPUTE WS-CUTOFF-MINUTES =
035400             WS-RUN-MINUTES - WS-WAIT-LIMIT-MINS.
035500
035600     OPEN OUTPUT REPORT-FILE.
035700     IF NOT REPORT-FILE-OK
035800         DISPLAY 'CHGRPT: CHGLIST OPEN FAILED, STATUS='
035900                 WS-REPORT-STATUS UPON CONS
036000         MOVE 8 TO RETURN-CODE
036100         GO TO 1000-EXIT
036200     END-IF.
036300
036400     WRITE REPORT-LINE FROM WS-HEADING-1
036500         AFTER ADVANCING PAGE.
036600     MOVE WS-RUN-DATE TO WS-R-DATE.
036700     MOVE WS-RUN-HH TO WS-R-HH.
036800     MOVE WS-RUN-MM TO WS-R-MM.
036900     WRITE REPORT-LINE FROM WS-RUN-LINE
037000         AFTER ADVANCING 2 LINES.
037100 1000-EXIT.
037200     EXIT.
037300
037400*----------------------------------------------------------------*
037500* 2000-PRODUCE-SECTION - ONE PASS OF CHGPEND FOR THE SECTION    *
037600* NAMED BY WS-SECTION                                           *
037700*----------------------------------------------------------------*
037800 2000-PRODUCE-SECTION.
037900     MOVE SPACES TO WS-SECTION-LINE.
038000     IF SECTION-APPROVED
038100         MOVE 'CHANGES APPROVED IN THE LAST DAY' TO WS-S-TITLE
038200     END-IF.
038300     IF SECTION-REJECTED
038400         MOVE 'CHANGES REJECTED IN THE LAST DAY' TO WS-S-TITLE
038500     END-IF.
038600     IF SECTION-WAITING
038700         MOVE 'CHANGES WAITING MORE THAN A DAY FOR A DECISION'
038800           TO WS-S-TITLE
038900     END-IF.
039000     WRITE REPORT-LINE FROM WS-SECTION-LINE
039100         AFTER ADVANCING 3 LINES.
039200     WRITE REPORT-LINE FROM WS-HEADING-2
039300         AFTER ADVANCING 2 LINES.
039400
039500     OPEN INPUT CHG-FILE.
039600     IF NOT CHG-FILE-OK
039700         DISPLAY 'CHGRPT: CHGPEND OPEN FAILED, STATUS='
039800                 WS-CHG-STATUS UPON CONS
039900         MOVE 8 TO RETURN-CODE
040000         GO TO 2000-EXIT
040100     END-IF.
040200
040300     MOVE 0 TO WS-SECTION-COUNT.
040400     MOVE 'N' TO WS-EOF-SWITCH.
040500     PERFORM 2100-READ-CHG-RECORD
040600         THRU 2100-EXIT.
040700     PERFORM 2200-CHECK-ONE-CHANGE
040800         THRU 2200-EXIT
040900         UNTIL NO-MORE-CHG-RECORDS.
041000     CLOSE CHG-FILE.
041100
041200     IF WS-SECTION-COUNT = 0
041300         WRITE REPORT-LINE FROM WS-NONE-LINE
041400             AFTER ADVANCING 1 LINE
041500     END-IF.
041600 2000-EXIT.
041700     EXIT.
041800
041900*----------------------------------------------------------------*
042000* 2100-READ-CHG-RECORD                                          *
042100*----------------------------------------------------------------*
042200 2100-READ-CHG-RECORD.
042300     READ CHG-FILE
042400         AT END
042500             MOVE 'Y' TO WS-EOF-SWITCH
042600     END-READ.
042700 2100-EXIT.
042800     EXIT.
042900
043000*----------------------------------------------------------------*
043100* 2200-CHECK-ONE-CHANGE - LIST THE REQUEST LAST READ WHEN IT    *
043200* BELONGS IN THIS SECTION, THEN READ THE NEXT                   *
043300*----------------------------------------------------------------*
043400 2200-CHECK-ONE-CHANGE.
043500     MOVE 'N' TO WS-SELECT-SWITCH.
043600
043700     MOVE CHG-REQ-TIMESTAMP TO WS-TSM-TIMESTAMP.
043800     PERFORM 8100-TIMESTAMP-TO-MINUTES
043900         THRU 8100-EXIT.
044000     MOVE WS-TSM-MINUTES TO WS-REQ-MINUTES.
044100
044200     IF CHG-PENDING
044300         MOVE WS-RUN-MINUTES TO WS-DEC-MINUTES
044400     ELSE
044500         MOVE CHG-DEC-TIMESTAMP TO WS-TSM-TIMESTAMP
044600         PERFORM 8100-TIMESTAMP-TO-MINUTES
044700             THRU 8100-EXIT
044800         MOVE WS-TSM-MINUTES TO WS-DEC-MINUTES
044900     END-IF.
045000
045100     IF SECTION-APPROVED
045200         ADD 1 TO WS-EXAMINED-COUNT
045300         IF CHG-APPROVED
045400          AND WS-DEC-MINUTES NOT < WS-CUTOFF-MINUTES
045500             MOVE 'Y' TO WS-SELECT-SWITCH
045600             ADD 1 TO WS-APPROVED-COUNT
045700         END-IF
045800     END-IF.
045900
046000     IF SECTION-REJECTED
046100         IF CHG-REJECTED
046200          AND WS-DEC-MINUTES NOT < WS-CUTOFF-MINUTES
046300             MOVE 'Y' TO WS-SELECT-SWITCH
046400             ADD 1 TO WS-REJECTED-COUNT
046500         END-IF
046600     END-IF.
046700
046800     IF SECTION-WAITING
046900      AND CHG-PENDING
047000         IF WS-REQ-MINUTES < WS-CUTOFF-MINUTES
047100             MOVE 'Y' TO WS-SELECT-SWITCH
047200             ADD 1 TO WS-WAITING-COUNT
047300         ELSE
047400             ADD 1 TO WS-RECENT-COUNT
047500         END-IF
047600     END-IF.
047700
047800     IF CHANGE-SELECTED
047900         ADD 1 TO WS-SECTION-COUNT
048000         PERFORM 2300-LIST-CHANGE
048100             THRU 2300-EXIT
048200     END-IF.
048300
048400     PERFORM 2100-READ-CHG-RECORD
048500         THRU 2100-EXIT.
048600 2200-EXIT.
048700     EXIT.
048800
048900*----------------------------------------------------------------*
049000* 2300-LIST-CHANGE - THE REQUEST LAST READ: ONE LINE FOR WHO    *
049100* RAISED AND DECIDED IT AND WHEN, THEN THE RECORD BEFORE AND    *
049200* AFTER, THEN A REJECTION'S REASON.  HOURS IS HOW LONG THE      *
049300* REQUEST WAITED FOR ITS DECISION, OR HAS WAITED SO FAR.        *
049400*----------------------------------------------------------------*
049500 2300-LIST-CHANGE.
049600     IF CHG-FOR-SENSOR
049700         MOVE 'SENSOR' TO WS-D-TARGET
049800     END-IF.
049900     IF CHG-FOR-ALERT
049950         MOVE 'ALERT' TO WS-D-TARGET
050000     END-IF.
050020     IF CHG-FOR-RATE
050040         MOVE 'RATE' TO WS-D-TARGET
050060     END-IF.
050100     IF CHG-IS-ADD
050200         MOVE 'ADD' TO WS-D-ACTION
050300     END-IF.
050400     IF CHG-IS-UPDATE
050500         MOVE 'UPDATE' TO WS-D-ACTION
050600     END-IF.
050700     IF CHG-IS-DELETE
050800         MOVE 'DELETE' TO WS-D-ACTION
050900     END-IF.
051000     MOVE CHG-ENTITY-KEY TO WS-D-KEY.
051100     MOVE CHG-REQ-USERID TO WS-D-REQ-USERID.
051200     MOVE CHG-REQ-TIMESTAMP TO WS-TSM-TIMESTAMP.
051300     MOVE WS-TSM-DATE TO WS-D-REQ-DATE.
051400     MOVE WS-TSM-HH TO WS-D-REQ-HH.
051500     MOVE WS-TSM-MM TO WS-D-REQ-MM.
051600
051700     IF CHG-PENDING
051800         MOVE SPACES TO WS-D-DEC-USERID
051900         MOVE SPACES TO WS-D-DEC-STAMP
052000     ELSE
052100         MOVE CHG-DEC-USERID TO WS-D-DEC-USERID
052200         MOVE CHG-DEC-TIMESTAMP TO WS-TSM-TIMESTAMP
052300         MOVE WS-TSM-DATE TO WS-D-DEC-DATE
052400         MOVE SPACE TO WS-D-DEC-GAP
052500         MOVE WS-TSM-HH TO WS-D-DEC-HH
052600         MOVE ':' TO WS-D-DEC-COLON
052700         MOVE WS-TSM-MM TO WS-D-DEC-MM
052800     END-IF.
052900
053000     COMPUTE WS-ELAPSED-HOURS =
053100             (WS-DEC-MINUTES - WS-REQ-MINUTES) / 60.
053200     MOVE WS-ELAPSED-HOURS TO WS-D-HOURS.
053300     MOVE CHG-KEY TO WS-D-CHANGE-ID.
053400     WRITE REPORT-LINE FROM WS-DETAIL-LINE
053500         AFTER ADVANCING 2 LINES.
053600
053700     MOVE 'WAS  ' TO WS-I-LABEL.
053800     MOVE CHG-BEFORE-IMAGE TO WS-IMAGE-AREA.
053900     PERFORM 2400-FORMAT-IMAGE
054000         THRU 2400-EXIT.
054100     MOVE WS-IMAGE-TEXT TO WS-I-TEXT.
054200     WRITE REPORT-LINE FROM WS-IMAGE-LINE
054300         AFTER ADVANCING 1 LINE.
054400
054500     MOVE 'NOW  ' TO WS-I-LABEL.
054600     MOVE CHG-AFTER-IMAGE TO WS-IMAGE-AREA.
054700     PERFORM 2400-FORMAT-IMAGE
054800         THRU 2400-EXIT.
054900     MOVE WS-IMAGE-TEXT TO WS-I-TEXT.
055000     WRITE REPORT-LINE FROM WS-IMAGE-LINE
055100         AFTER ADVANCING 1 LINE.
055200
055300     IF CHG-REJECTED
055400      AND CHG-DEC-REASON NOT = SPACES
055500         MOVE 'WHY  ' TO WS-I-LABEL
055600         MOVE CHG-DEC-REASON TO WS-I-TEXT
055700         WRITE REPORT-LINE FROM WS-IMAGE-LINE
055800             AFTER ADVANCING 1 LINE
055900     END-IF.
056000 2300-EXIT.
056100     EXIT.
056200
056300*----------------------------------------------------------------*
056400* 2400-FORMAT-IMAGE - WS-IMAGE-AREA INTO WS-IMAGE-TEXT.  AN ADD *
056500* HAS NO BEFORE IMAGE AND A DELETE NO AFTER IMAGE.  AN ALERT    *
056550* CHANGE RAISED BEFORE THE SILENT INTERVAL EXISTED HAS BLANKS   *
056560* THERE, SHOWN AS ZERO.  A CHANGE RAISED BEFORE THE COLD-CHAIN  *
056580* FIELDS EXISTED HAS BLANKS IN THEM, SHOWN AS 'N' AND ZERO.     *
056600*----------------------------------------------------------------*
056700 2400-FORMAT-IMAGE.
056800     IF WS-IMAGE-AREA = SPACES
056900         MOVE '(NO RECORD)' TO WS-IMAGE-TEXT
057000         GO TO 2400-EXIT
057100     END-IF.
057200
057210     IF CHG-FOR-RATE
057220         MOVE WS-IR-COST-CENTRE  TO WS-RV-COST-CENTRE
057230         MOVE WS-IR-PER-CONVERT  TO WS-RV-PER-CONVERT
057240         MOVE WS-IR-PER-REJECT   TO WS-RV-PER-REJECT
057250         MOVE WS-IR-PER-ALERT    TO WS-RV-PER-ALERT
057260         MOVE WS-RATE-VALUES     TO WS-IMAGE-TEXT
057270         GO TO 2400-EXIT
057280     END-IF.
057300     IF CHG-FOR-SENSOR
057400         MOVE WS-IS-CALIB-OFFSET TO WS-SV-OFFSET
057500         MOVE WS-IS-RANGE-MIN    TO WS-SV-RANGE-MIN
057600         MOVE WS-IS-RANGE-MAX    TO WS-SV-RANGE-MAX
057700         MOVE WS-IS-STATUS       TO WS-SV-STATUS
057800         MOVE WS-IS-CHANNEL      TO WS-SV-CHANNEL
057900         MOVE WS-IS-CALIB-DUE    TO WS-SV-CALIB-DUE
057910         IF WS-IS-COLD-CHAIN = 'Y'
057920             MOVE 'Y' TO WS-SV-COLD-CHAIN
057930         ELSE
057940             MOVE 'N' TO WS-SV-COLD-CHAIN
057950         END-IF
058000         MOVE WS-SENSOR-VALUES   TO WS-IMAGE-TEXT
058100     ELSE
058200         MOVE WS-IA-FREEZE-LIMIT  TO WS-AV-FREEZE-LIMIT
058300         MOVE WS-IA-HEAT-LIMIT    TO WS-AV-HEAT-LIMIT
058400         MOVE WS-IA-FREEZE-FLAG   TO WS-AV-FREEZE-FLAG
058500         MOVE WS-IA-HEAT-FLAG     TO WS-AV-HEAT-FLAG
058600         MOVE WS-IA-SUPPRESS-MINS TO WS-AV-SUPPRESS-MINS
058630         IF WS-IA-SILENT-MINS NUMERIC
058640             MOVE WS-IA-SILENT-MINS TO WS-AV-SILENT-MINS
058650         ELSE
058660             MOVE 0 TO WS-AV-SILENT-MINS
058670         END-IF
058672         IF WS-IA-COLD-CHAIN = 'Y'
058674             MOVE 'Y' TO WS-AV-COLD-CHAIN
058676         ELSE
058678             MOVE 'N' TO WS-AV-COLD-CHAIN
058680         END-IF
058682         IF WS-IA-TOLERATE-MINS NUMERIC
058684             MOVE WS-IA-TOLERATE-MINS TO WS-AV-TOLERATE-MINS
058686         ELSE
058688             MOVE 0 TO WS-AV-TOLERATE-MINS
058690         END-IF
058700         MOVE WS-ALERT-VALUES     TO WS-IMAGE-TEXT
058800     END-IF.
058900 2400-EXIT.
059000     EXIT.
059100
059200*----------------------------------------------------------------*
059300* 3000-PRODUCE-TOTALS                                           *
059400*----------------------------------------------------------------*
059500 3000-PRODUCE-TOTALS.
059600     IF RETURN-CODE NOT < 8
059700         GO TO 3000-EXIT
059800     END-IF.
059900
060000     MOVE SPACES TO WS-TOTAL-LINE.
060100     MOVE 'REQUESTS ON FILE . . . . . . . . . . . .'
060200         TO WS-T-LABEL.
060300     MOVE WS-EXAMINED-COUNT TO WS-T-COUNT.
060400     WRITE REPORT-LINE FROM WS-TOTAL-LINE
060500         AFTER ADVANCING 3 LINES.
060600
060700     MOVE 'APPROVED IN THE LAST DAY . . . . . . . .'
060800         TO WS-T-LABEL.
060900     MOVE WS-APPROVED-COUNT TO WS-T-COUNT.
061000     WRITE REPORT-LINE FROM WS-TOTAL-LINE
061100         AFTER ADVANCING 1 LINE.
061200
061300     MOVE 'REJECTED IN THE LAST DAY . . . . . . . .'
061400         TO WS-T-LABEL.
061500     MOVE WS-REJECTED-COUNT TO WS-T-COUNT.
061600     WRITE REPORT-LINE FROM WS-TOTAL-LINE
061700         AFTER ADVANCING 1 LINE.
061800
061900     MOVE 'WAITING MORE THAN A DAY. . . . . . . . .'
062000         TO WS-T-LABEL.
062100     MOVE WS-WAITING-COUNT TO WS-T-COUNT.
062200     WRITE REPORT-LINE FROM WS-TOTAL-LINE
062300         AFTER ADVANCING 1 LINE.
062400
062500     MOVE 'WAITING LESS THAN A DAY (NOT LISTED) . .'
062600         TO WS-T-LABEL.
062700     MOVE WS-RECENT-COUNT TO WS-T-COUNT.
062800     WRITE REPORT-LINE FROM WS-TOTAL-LINE
062900         AFTER ADVANCING 1 LINE.
063000
063100     DISPLAY 'CHGRPT: APPROVED ' WS-APPROVED-COUNT
063200             ' REJECTED ' WS-REJECTED-COUNT
063300             ' WAITING ' WS-WAITING-COUNT UPON CONS.
063400
063500     IF WS-WAITING-COUNT > 0
063600         MOVE 4 TO RETURN-CODE
063700     END-IF.
063800 3000-EXIT.
063900     EXIT.
064000
064100*----------------------------------------------------------------*
064200* 8000-DATE-TO-SERIAL - GREGORIAN DAY NUMBER FROM WS-DTS-DATE   *
064300* (YYYYMMDD) INTO WS-DTS-SERIAL.  ALL DIVISIONS ARE INTEGER     *
064400* (THE COMP RECEIVING FIELDS TRUNCATE), WHICH IS WHAT THE       *
064500* FORMULA REQUIRES.                                             *
064600*----------------------------------------------------------------*
064700 8000-DATE-TO-SERIAL.
064800     COMPUTE WS-DTS-A = (14 - WS-DTS-MONTH) / 12.
064900     COMPUTE WS-DTS-Y = WS-DTS-YEAR + 4800 - WS-DTS-A.
065000     COMPUTE WS-DTS-M = WS-DTS-MONTH + 12 * WS-DTS-A - 3.
065100     COMPUTE WS-DTS-SERIAL =
065200             WS-DTS-DAY
065300           + (153 * WS-DTS-M + 2) / 5
065400           + 365 * WS-DTS-Y
065500           + WS-DTS-Y / 4
065600           - WS-DTS-Y / 100
065700           + WS-DTS-Y / 400
065800           - 32045.
065900 8000-EXIT.
066000     EXIT.
066100
066200*----------------------------------------------------------------*
066300* 8100-TIMESTAMP-TO-MINUTES - MINUTES FROM WS-TSM-TIMESTAMP     *
066400* (YYYYMMDDHHMMSS) INTO WS-TSM-MINUTES.  A TIMESTAMP THAT IS    *
066500* NOT NUMERIC COUNTS AS THE START OF TIME, SO IT CAN NEVER HIDE *
066600* A REQUEST THAT HAS WAITED TOO LONG.                           *
066700*----------------------------------------------------------------*
066800 8100-TIMESTAMP-TO-MINUTES.
066900     IF WS-TSM-DATE NOT NUMERIC
067000      OR WS-TSM-HH NOT NUMERIC
067100      OR WS-TSM-MM NOT NUMERIC
067200         MOVE 0 TO WS-TSM-MINUTES
067300         GO TO 8100-EXIT
067400     END-IF.
067500
067600     MOVE WS-TSM-DATE TO WS-DTS-DATE.
067700     PERFORM 8000-DATE-TO-SERIAL
067800         THRU 8000-EXIT.
067900     COMPUTE WS-TSM-MINUTES = WS-DTS-SERIAL * 1440
068000                            + WS-TSM-HH * 60 + WS-TSM-MM.
068100 8100-EXIT.
068200     EXIT.
068300
068400*----------------------------------------------------------------*
068500* 9999-TERMINATE - CLOSE THE REPORT.  CHGPEND IS CLOSED AT THE  *
068600* END OF EACH SECTION'S PASS.                                   *
068700*----------------------------------------------------------------*
068800 9999-TERMINATE.
068900     IF REPORT-FILE-OK
069000         CLOSE REPORT-FILE
069100     END-IF.
069200 9999-EXIT.
069300     EXIT.
