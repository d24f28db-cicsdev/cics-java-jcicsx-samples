003700*                A NON-BLANK FIELD THAT DOES NOT PARSE FAILS     *
003800*                THE JOB RC=12 RATHER THAN QUIETLY SEARCHING     *
003900*                WITH THE CRITERION DROPPED.                     *
003905*                                                                *
003910*                EACH MATCH ALSO SHOWS THE RAW READING, THE      *
003915*                MODE/ROUNDMODE, THE CICS USERID AND TRANSACTION *
003920*                ID, AND (ON A SECOND LINE) THE CALLER'S         *
003925*                REQUESTID, ALL CARRIED BY THE VERSION 2 AUDIT   *
003930*                RECORD.  GENERATIONS ARCHIVED BEFORE THAT       *
003935*                LAYOUT HOLD THE ORIGINAL 58-BYTE RECORDS AND    *
003940*                ARE CONCATENATED ON THE AUDITV1 DD INSTEAD;     *
003945*                THEY ARE SEARCHED FIRST, WITH THE SAME          *
003950*                CRITERIA, AND PRINT WITHOUT THE NEWER FIELDS.   *
003960*                A READING POSTED BY THE CONVBULK OVERNIGHT RUN  *
003970*                PRINTS ITS FEED ID ON A FURTHER LINE.           *
004000*                                                                *
004100* INPUT:         AUDITLOG  - ARCHIVED AUDIT GENERATIONS (MAY BE  *
004200*                            A CONCATENATION)                    *
004220*                AUDITV1   - ARCHIVED GENERATIONS IN THE         *
004240*                            ORIGINAL 58-BYTE LAYOUT (OPTIONAL - *
004260*                            DD DUMMY WHEN THERE ARE NONE)       *
004300*                SYSIN     - SEARCH CRITERIA CARD                *
004400* OUTPUT:        SRCHRPT   - MATCHING AUDIT RECORDS              *
004500*                                                                *
006300* DATE        INIT  DESCRIPTION                                  *
006400* ----------  ----  ------------------------------------------- *
006500* 09/02/2026  AD    INITIAL VERSION                              *
006520* 10/15/2026  AD    SEARCHES THE VERSION 2 AUDIT RECORD (SEE     *
006540*                   CONVERT) AND SHOWS ITS RAW READING, MODE,    *
006560*                   USERID, TRANSID AND REQUESTID; OLDER 58-BYTE *
006580*                   GENERATIONS ARE READ ON THE NEW AUDITV1 DD   *
006585* 10/15/2026  AD    PRINTS THE FEED ID OF READINGS POSTED BY     *
006590*                   CONVBULK                                     *
006592* 10/15/2026  AD    NOTES UNDER A MATCH WHEN ITS SENSOR WAS      *
006594*                   OVERDUE FOR CALIBRATION                      *
006600******************************************************************
006700
006800 ENVIRONMENT DIVISION.
007700     SELECT AUDIT-FILE   ASSIGN TO AUDITLOG
007800                         ORGANIZATION IS SEQUENTIAL
007900                         FILE STATUS IS WS-AUDIT-STATUS.
007910
007920     SELECT AUDIT-V1-FILE
007930                         ASSIGN TO AUDITV1
007940                         ORGANIZATION IS SEQUENTIAL
007950                         FILE STATUS IS WS-AUDIT-V1-STATUS.
008000
008100     SELECT REPORT-FILE  ASSIGN TO SRCHRPT
008200                         ORGANIZATION IS SEQUENTIAL
008600 FILE SECTION.
008700*----------------------------------------------------------------*
008800* AUDIT-FILE - ONE RECORD PER CONVERT TRANSACTION, WRITTEN BY    *
008900* THE CONVERT PROGRAM'S WRITE-AUDIT-RECORD PARAGRAPH, IN THE     *
009000* 160-BYTE VERSION 2 LAYOUT.  READ INTO AUDIT-RECORD BELOW.      *
009100*----------------------------------------------------------------*
009200 FD  AUDIT-FILE
009300     RECORDING MODE IS F.
009400 01  AUDIT-FILE-RECORD       PIC X(160).
009500
009600*----------------------------------------------------------------*
009700* AUDIT-V1-FILE - ARCHIVED GENERATIONS IN THE ORIGINAL 58-BYTE   *
009800* LAYOUT, WHICH IS THE FIRST 58 BYTES OF THE VERSION 2 RECORD.   *
009900* READ INTO AR-ORIGINAL-FIELDS BELOW.                            *
010000*----------------------------------------------------------------*
010100 FD  AUDIT-V1-FILE
010200     RECORDING MODE IS F.
010300 01  AUDIT-V1-FILE-RECORD    PIC X(58).
010600
010700*----------------------------------------------------------------*
010800* REPORT-FILE - THE MATCHING AUDIT RECORDS (132 COLUMNS)        *
011700*----------------------------------------------------------------*
011800 77  WS-AUDIT-STATUS         PIC X(02) VALUE '00'.
011900     88  AUDIT-FILE-OK           VALUE '00'.
011910
011920 77  WS-AUDIT-V1-STATUS      PIC X(02) VALUE '00'.
011930     88  AUDIT-V1-FILE-OK        VALUE '00'.
011940     88  AUDIT-V1-NOT-SUPPLIED   VALUE '35'.
011950
011960 77  WS-V1-EOF-SWITCH        PIC X(01) VALUE 'N'.
011970     88  NO-MORE-V1-RECORDS      VALUE 'Y'.
012000
012100 77  WS-REPORT-STATUS        PIC X(02) VALUE '00'.
012200     88  REPORT-FILE-OK          VALUE '00'.
012700 77  WS-MATCH-SWITCH         PIC X(01) VALUE 'Y'.
012800     88  RECORD-MATCHES          VALUE 'Y'.
012900
012902*----------------------------------------------------------------*
012904* THE AUDIT RECORD BEING SEARCHED.  THE LAYOUT HERE MUST STAY IN *
012906* STEP WITH AUDIT-RECORD IN CONVERT.  AR-ORIGINAL-FIELDS IS THE  *
012908* WHOLE OF THE ORIGINAL 58-BYTE RECORD; AN AUDITV1 RECORD IS     *
012910* READ INTO IT AND AR-VERSION IS SET TO '1', SO THE NEWER FIELDS *
012912* ARE NEVER PRINTED FOR IT.                                      *
012914*----------------------------------------------------------------*
012916 01  AUDIT-RECORD.
012918     03  AR-ORIGINAL-FIELDS.
012920         05  AR-TIMESTAMP    PIC X(16).
012922         05  AR-TIMESTAMP-R  REDEFINES AR-TIMESTAMP.
012924             07  AR-DATE     PIC 9(08).
012926             07  AR-TIME     PIC 9(06).
012928             07  FILLER      PIC X(02).
012930         05  AR-CHANNEL      PIC X(16).
012932         05  AR-SENSOR-ID    PIC X(08).
012934         05  AR-INPUT-VALUE  PIC S9(7)V99 COMP-3.
012936         05  AR-OUTPUT-VALUE PIC S9(7)V99 COMP-3.
012938         05  AR-RESPCODE     PIC S9(8) COMP-4.
012940         05  AR-RESPCODE2    PIC S9(8) COMP-4.
012942     03  AR-VERSION-2-FIELDS.
012944         05  AR-VERSION      PIC X(01).
012946             88  AR-ORIGINAL-LAYOUT  VALUE '1'.
012948         05  AR-RAW-VALUE    PIC S9(7)V99 COMP-3.
012950         05  AR-CALIB-OFFSET PIC S9(7)V99 COMP-3.
012952         05  AR-MODE         PIC X(01).
012954         05  AR-ROUND-MODE   PIC X(01).
012956         05  AR-REQUEST-ID   PIC X(32).
012958         05  AR-USERID       PIC X(08).
012960         05  AR-TRANSID      PIC X(04).
012962         05  AR-SOURCE       PIC X(01).
012967             88  AR-FROM-BULK        VALUE 'B'.
012972         05  AR-FEED-ID      PIC X(12).
012973         05  AR-CALIB-FLAG   PIC X(01).
012974             88  AR-CALIB-OVERDUE    VALUE 'O'.
012977         05  FILLER          PIC X(31).
012982
013000*----------------------------------------------------------------*
013100* THE SEARCH CRITERIA CARD.  THE VALUE FIELDS ARE SIGNED ZONED   *
013200* WITH A LEADING SEPARATE SIGN, SO THE NUMERIC CLASS TEST BOTH   *
019400*----------------------------------------------------------------*
019500 77  WS-READ-COUNT           PIC S9(08) COMP VALUE 0.
019600 77  WS-MATCH-COUNT          PIC S9(08) COMP VALUE 0.
019650 77  WS-V1-READ-COUNT        PIC S9(08) COMP VALUE 0.
019700 77  WS-BADSTAMP-COUNT       PIC S9(08) COMP VALUE 0.
019800
019900*----------------------------------------------------------------*
021200     03  FILLER              PIC X(13) VALUE 'INPUT'.
021300     03  FILLER              PIC X(13) VALUE 'OUTPUT'.
021400     03  FILLER              PIC X(12) VALUE 'RESP'.
021420     03  FILLER              PIC X(09) VALUE 'RAW'.
021440     03  FILLER              PIC X(04) VALUE 'MD'.
021460     03  FILLER              PIC X(10) VALUE 'USERID'.
021480     03  FILLER              PIC X(04) VALUE 'TRAN'.
021500     03  FILLER              PIC X(21) VALUE SPACES.
021600
021700 01  WS-DETAIL-LINE.
021800     03  WS-D-TIMESTAMP      PIC X(16).
022600     03  WS-D-OUTPUT         PIC -(6)9.99.
022700     03  FILLER              PIC X(02) VALUE SPACES.
022800     03  WS-D-RESP           PIC -(8)9.
022810     03  FILLER              PIC X(02) VALUE SPACES.
022820     03  WS-D-RAW            PIC -(6)9.99.
022830     03  FILLER              PIC X(02) VALUE SPACES.
022840     03  WS-D-MODE           PIC X(01).
022850     03  WS-D-ROUND-MODE     PIC X(01).
022860     03  FILLER              PIC X(02) VALUE SPACES.
022870     03  WS-D-USERID         PIC X(08).
022880     03  FILLER              PIC X(02) VALUE SPACES.
022890     03  WS-D-TRANSID        PIC X(04).
022900     03  FILLER              PIC X(21) VALUE SPACES.
022910
022920*    THE CALLER'S REQUESTID, PRINTED UNDER THE MATCH WHEN ONE
022930*    WAS SUPPLIED
022940 01  WS-REQUEST-LINE.
022950     03  FILLER              PIC X(18) VALUE SPACES.
022960     03  FILLER              PIC X(11) VALUE 'REQUESTID: '.
022970     03  WS-RQ-REQUEST-ID    PIC X(32).
022980     03  FILLER              PIC X(71) VALUE SPACES.
022982
022984*    THE FEED A CONVBULK READING CAME IN ON
022986 01  WS-FEED-LINE.
022988     03  FILLER              PIC X(18) VALUE SPACES.
022990     03  FILLER              PIC X(11) VALUE 'BULK FEED: '.
022992     03  WS-FL-FEED-ID       PIC X(12).
022994     03  FILLER              PIC X(91) VALUE SPACES.
023004
023014*    A READING FROM A SENSOR THAT WAS PAST ITS CALIBRATION-DUE
023024*    DATE
023034 01  WS-CALIB-LINE.
023044     03  FILLER              PIC X(18) VALUE SPACES.
023054     03  FILLER              PIC X(40) VALUE
023064         'SENSOR WAS OVERDUE FOR CALIBRATION'.
023074     03  FILLER              PIC X(74) VALUE SPACES.
023084
023100 01  WS-TOTAL-LINE.
023200     03  WS-T-LABEL          PIC X(30).
023300     03  WS-T-COUNT          PIC ZZZ,ZZ9.
028100         MOVE 'Y' TO WS-EOF-SWITCH
028200         GO TO 1000-EXIT
028300     END-IF.
028305
028310*    THE OLD-LAYOUT GENERATIONS ARE OPTIONAL - A JOB WITH NO
028315*    AUDITV1 DD AT ALL SEARCHES THE CURRENT LAYOUT ONLY.
028320     OPEN INPUT  AUDIT-V1-FILE.
028325     IF AUDIT-V1-NOT-SUPPLIED
028330         MOVE 'Y' TO WS-V1-EOF-SWITCH
028335     ELSE
028340         IF NOT AUDIT-V1-FILE-OK
028345             DISPLAY 'AUDSRCH: AUDITV1 OPEN FAILED, STATUS='
028350                     WS-AUDIT-V1-STATUS UPON CONS
028355             MOVE 8 TO RETURN-CODE
028360             MOVE 'Y' TO WS-EOF-SWITCH
028365             GO TO 1000-EXIT
028370         END-IF
028375     END-IF.
028400
028500     OPEN OUTPUT REPORT-FILE.
028600     IF NOT REPORT-FILE-OK
046500     EXIT.
046600
046700*----------------------------------------------------------------*
046800* 2100-READ-AUDIT-RECORD - THE OLD-LAYOUT GENERATIONS FIRST,    *
046900* THEN THE CURRENT ONES                                         *
046950*----------------------------------------------------------------*
047000 2100-READ-AUDIT-RECORD.
047005     IF NOT NO-MORE-V1-RECORDS
047010         READ AUDIT-V1-FILE INTO AR-ORIGINAL-FIELDS
047015             AT END
047020                 MOVE 'Y' TO WS-V1-EOF-SWITCH
047025         END-READ
047030         IF NOT NO-MORE-V1-RECORDS
047035             MOVE SPACES TO AR-VERSION-2-FIELDS
047040             MOVE '1'    TO AR-VERSION
047045             ADD 1 TO WS-V1-READ-COUNT
047050             GO TO 2100-EXIT
047055         END-IF
047060     END-IF.
047065
047100     READ AUDIT-FILE INTO AUDIT-RECORD
047200         AT END
047300             MOVE 'Y' TO WS-EOF-SWITCH
047400     END-READ.
048700     MOVE AR-INPUT-VALUE  TO WS-D-INPUT.
048800     MOVE AR-OUTPUT-VALUE TO WS-D-OUTPUT.
048900     MOVE AR-RESPCODE     TO WS-D-RESP.
048910     IF NOT AR-ORIGINAL-LAYOUT
048920         MOVE AR-RAW-VALUE    TO WS-D-RAW
048930         MOVE AR-MODE         TO WS-D-MODE
048940         MOVE AR-ROUND-MODE   TO WS-D-ROUND-MODE
048950         MOVE AR-USERID       TO WS-D-USERID
048960         MOVE AR-TRANSID      TO WS-D-TRANSID
048970     END-IF.
049000     WRITE REPORT-LINE FROM WS-DETAIL-LINE
049100         AFTER ADVANCING 1 LINE.
049110
049120     IF NOT AR-ORIGINAL-LAYOUT
049130      AND AR-REQUEST-ID NOT = SPACES
049140         MOVE AR-REQUEST-ID   TO WS-RQ-REQUEST-ID
049150         WRITE REPORT-LINE FROM WS-REQUEST-LINE
049160             AFTER ADVANCING 1 LINE
049170     END-IF.
049172
049174     IF NOT AR-ORIGINAL-LAYOUT
049176      AND AR-FROM-BULK
049178         MOVE AR-FEED-ID      TO WS-FL-FEED-ID
049180         WRITE REPORT-LINE FROM WS-FEED-LINE
049182             AFTER ADVANCING 1 LINE
049184     END-IF.
049186
049188     IF NOT AR-ORIGINAL-LAYOUT
049190      AND AR-CALIB-OVERDUE
049192         WRITE REPORT-LINE FROM WS-CALIB-LINE
049194             AFTER ADVANCING 1 LINE
049196     END-IF.
049200 2200-EXIT.
049300     EXIT.
049400
051300     MOVE WS-READ-COUNT TO WS-T-COUNT.
051400     WRITE REPORT-LINE FROM WS-TOTAL-LINE
051500         AFTER ADVANCING 2 LINES.
051510
051520     IF WS-V1-READ-COUNT > 0
051530         MOVE '  OF WHICH ORIGINAL LAYOUT . .' TO WS-T-LABEL
051540         MOVE WS-V1-READ-COUNT TO WS-T-COUNT
051550         WRITE REPORT-LINE FROM WS-TOTAL-LINE
051560             AFTER ADVANCING 1 LINE
051570     END-IF.
051600
051700     MOVE 'RECORDS MATCHED. . . . . . . .' TO WS-T-LABEL.
051800     MOVE WS-MATCH-COUNT TO WS-T-COUNT.
053400 9999-TERMINATE.
053500     IF RETURN-CODE NOT = 12
053600         CLOSE AUDIT-FILE
053650         CLOSE AUDIT-V1-FILE
053700         CLOSE REPORT-FILE
053800     END-IF.
053900 9999-EXIT.
