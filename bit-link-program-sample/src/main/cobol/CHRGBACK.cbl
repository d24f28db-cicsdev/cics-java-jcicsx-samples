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
001100* MODULE NAME:   CHRGBACK                                        *
001200*                                                                *
001300* DESCRIPTION:   MONTH-END CHARGEBACK OF THE CONVERSION SERVICE  *
001400*                TO THE COST CENTRES THAT OWN ITS FEEDS.  READS  *
001500*                THE AUDITLOG GENERATIONS AND THE ALERTLOG FOR   *
001600*                THE CHARGE MONTH AND COUNTS, FOR EACH CHANNEL,  *
001700*                THE READINGS CONVERTED, THE READINGS REJECTED   *
001800*                AND THE ALERTS RAISED.  EACH CHANNEL IS THEN    *
001900*                PRICED FROM ITS CHRGRATE RECORD (MAINTAINED     *
002000*                ONLINE THROUGH THE RATEMNT TRANSACTION): COUNT  *
002100*                TIMES RATE FOR EACH OF THE THREE, ROUNDED TO    *
002200*                THE CENT, AND CHARGED TO THE RECORD'S COST      *
002300*                CENTRE.                                         *
002400*                                                                *
002500*                A CHANNEL WITH NO CHRGRATE RECORD IS NOT        *
002600*                DROPPED: ITS USAGE GOES INTO AN UNASSIGNED      *
002700*                BUCKET, LISTED ON ITS OWN STATEMENT AND NOT     *
002800*                CHARGED TO ANYONE, SO FINANCE CAN SEE WHAT IS   *
002900*                GOING UNRECOVERED AND HAVE A RATE RECORD        *
003000*                RAISED FOR IT.                                  *
003100*                                                                *
003200*                PRINTS ONE STATEMENT PER COST CENTRE, IN COST   *
003300*                CENTRE ORDER, SHOWING EACH OF ITS CHANNELS'     *
003400*                VOLUMES, RATES AND CHARGES, THEN THE UNASSIGNED *
003500*                BUCKET, THEN A SUMMARY.  WRITES A FIXED-FORMAT  *
003600*                JOURNAL FOR THE GENERAL LEDGER: A HEADER, ONE   *
003700*                DEBIT PER COST CENTRE CHARGED, ONE CREDIT TO    *
003800*                THE RECOVERING COST CENTRE FOR THE TOTAL OF THE *
003900*                STATEMENTS, AND A TRAILER CARRYING THE RECORD   *
004000*                COUNT AND THE DEBIT AND CREDIT TOTALS.  THE     *
004100*                SUMMARY PROVES THE JOURNAL AGAINST THE          *
004200*                STATEMENTS.                                     *
004300*                                                                *
004400*                A READING IS CONVERTED WHEN ITS AUDIT RECORD    *
004500*                CARRIES A NORMAL RESPONSE AND REJECTED          *
004600*                OTHERWISE; READINGS POSTED BY CONVBULK COUNT    *
004700*                THE SAME AS ONLINE ONES.  GENERATIONS CUT       *
004710*                BEFORE THE AUDIT RECORD MOVED TO ITS 160-BYTE   *
004720*                VERSION 2 LAYOUT HOLD 58-BYTE RECORDS AND ARE   *
004730*                READ FROM THE AUDITV1 DD INSTEAD, FIRST; THEIR  *
004740*                READINGS ARE COUNTED BY CHANNEL THE SAME WAY.   *
004750*                EVERY ALERTLOG RECORD                           *
004800*                IS AN ALERT RAISED EXCEPT A RESUME, WHICH ONLY  *
004900*                CLEARS A SILENT ALERT.  THE RATES USED ARE THE  *
005000*                ONES ON FILE WHEN THE JOB RUNS.                 *
005100*                                                                *
005200*                THE SYSIN CARD GIVES THE CHARGE MONTH (YYYYMM,  *
005300*                COLUMNS 1-6; BLANK FOR THE MONTH BEFORE THE RUN *
005400*                DATE), THE RECOVERING COST CENTRE CREDITED      *
005500*                (COLUMNS 7-14), THE LEDGER ACCOUNT DEBITED      *
005600*                (COLUMNS 15-22) AND THE LEDGER ACCOUNT CREDITED *
005700*                (COLUMNS 23-30).                                *
005800*                                                                *
005900* INPUT:         AUDITLOG  - AUDIT RECORD GENERATIONS            *
005920*                AUDITV1   - GENERATIONS IN THE ORIGINAL 58-BYTE *
005940*                            LAYOUT (OPTIONAL - DD DUMMY WHEN    *
005960*                            THERE ARE NONE)                     *
006000*                ALERTLOG  - CUMULATIVE ALERT FILE (VSAM)        *
006100*                CHRGRATE  - CHARGEBACK RATES BY CHANNEL (VSAM)  *
006200*                SYSIN     - CHARGE MONTH AND LEDGER CARD        *
006300* OUTPUT:        CHRGSTMT  - PRINTED CHARGEBACK STATEMENTS       *
006400*                CHRGJRNL  - GENERAL LEDGER JOURNAL              *
006500*                                                                *
006600* RETURN CODES:  0 - STATEMENTS AND JOURNAL PRODUCED             *
006700*                4 - PRODUCED, BUT SOME USAGE IS UNASSIGNED OR   *
006800*                    THERE WERE TOO MANY CHANNELS OR COST        *
006900*                    CENTRES TO CHARGE - REVIEW THE SUMMARY      *
007000*                8 - A FILE COULD NOT BE OPENED, A CHRGRATE READ *
007050*                    FAILED, OR THE JOURNAL DOES NOT BALANCE -   *
007100*                    DO NOT LOAD IT                              *
007200*               12 - CARD MISSING OR INVALID - NOTHING PRODUCED  *
007300*                                                                *
007400******************************************************************
007500
007600 IDENTIFICATION DIVISION.
007700 PROGRAM-ID.    CHRGBACK.
007800 AUTHOR.        APPLICATIONS DEVELOPMENT.
007900 INSTALLATION.  CICSDEV SAMPLES.
008000 DATE-WRITTEN.  10/15/2026.
008100 DATE-COMPILED.
008200
008300******************************************************************
008400* MODIFICATION HISTORY                                           *
008500*                                                                *
008600* DATE        INIT  DESCRIPTION                                  *
008700* ----------  ----  ------------------------------------------- *
008800* 10/15/2026  AD    INITIAL VERSION                              *
008900******************************************************************
009000
009100 ENVIRONMENT DIVISION.
009200 CONFIGURATION SECTION.
009300 SOURCE-COMPUTER.   IBM-Z.
009400 OBJECT-COMPUTER.   IBM-Z.
009500 SPECIAL-NAMES.
009600     CONSOLE IS CONS.
009700
009800 INPUT-OUTPUT SECTION.
009900 FILE-CONTROL.
010000     SELECT AUDIT-FILE   ASSIGN TO AUDITLOG
010100                         ORGANIZATION IS SEQUENTIAL
010200                         FILE STATUS IS WS-AUDIT-STATUS.
010210
010220     SELECT AUDIT-V1-FILE
010230                         ASSIGN TO AUDITV1
010240                         ORGANIZATION IS SEQUENTIAL
010250                         FILE STATUS IS WS-AUDIT-V1-STATUS.
010300
010400     SELECT ALERT-FILE   ASSIGN TO AS-ALERTLOG
010500                         ORGANIZATION IS SEQUENTIAL
010600                         FILE STATUS IS WS-ALERT-STATUS.
010700
010800     SELECT RATE-FILE    ASSIGN TO CHRGRATE
010900                         ORGANIZATION IS INDEXED
011000                         ACCESS IS RANDOM
011100                         RECORD KEY IS RT-FEED-ID
011200                         FILE STATUS IS WS-RATE-STATUS.
011300
011400     SELECT REPORT-FILE  ASSIGN TO CHRGSTMT
011500                         ORGANIZATION IS SEQUENTIAL
011600                         FILE STATUS IS WS-REPORT-STATUS.
011700
011800     SELECT JRNL-FILE    ASSIGN TO CHRGJRNL
011900                         ORGANIZATION IS SEQUENTIAL
012000                         FILE STATUS IS WS-JRNL-STATUS.
012100
012200 DATA DIVISION.
012300 FILE SECTION.
012400*----------------------------------------------------------------*
012500* AUDIT-FILE - ONE RECORD PER READING CONVERTED OR REJECTED, IN  *
012600* THE 160-BYTE VERSION 2 LAYOUT.  READ INTO AUDIT-RECORD BELOW.  *
012700*----------------------------------------------------------------*
012800 FD  AUDIT-FILE
012900     RECORDING MODE IS F.
013000 01  AUDIT-FILE-RECORD       PIC X(160).
013100
013200*----------------------------------------------------------------*
013300* AUDIT-V1-FILE - GENERATIONS IN THE ORIGINAL 58-BYTE LAYOUT,    *
013400* WHICH IS THE FIRST 58 BYTES OF THE VERSION 2 RECORD.  READ INTO*
013500* AR-ORIGINAL-FIELDS BELOW.                                      *
013600*----------------------------------------------------------------*
013700 FD  AUDIT-V1-FILE
013800     RECORDING MODE IS F.
013900 01  AUDIT-V1-FILE-RECORD    PIC X(58).
014000
015800*----------------------------------------------------------------*
015900* ALERT-FILE - ONE RECORD PER ALERT SENT BY CONVERT.  THE        *
016000* LAYOUT HERE MUST STAY IN STEP WITH ALERT-RECORD IN CONVERT.    *
016100* THE ONLINE FILE IS A VSAM ESDS, HENCE THE AS- ASSIGN ON THE    *
016200* SELECT, AS IN CONVEXT.                                         *
016300*----------------------------------------------------------------*
016400 FD  ALERT-FILE
016500     RECORD CONTAINS 48 CHARACTERS.
016600 01  ALERT-RECORD.
016700     03  AL-TIMESTAMP        PIC X(16).
016800     03  AL-TIMESTAMP-R      REDEFINES AL-TIMESTAMP.
016900         05  AL-DATE         PIC 9(08).
017000         05  AL-DATE-R       REDEFINES AL-DATE.
017100             07  AL-MONTH    PIC 9(06).
017200             07  FILLER      PIC 9(02).
017300         05  FILLER          PIC X(08).
017400     03  AL-CHANNEL          PIC X(16).
017500     03  AL-TYPE             PIC X(06).
017600     03  AL-INPUT-VALUE      PIC S9(7)V99 COMP-3.
017700     03  AL-CELSIUS-VALUE    PIC S9(7)V99 COMP-3.
017800
017900*----------------------------------------------------------------*
018000* RATE-FILE - THE CHARGEBACK RATES MAINTAINED BY THE RATEMNT     *
018100* TRANSACTION.  THE LAYOUT HERE MUST STAY IN STEP WITH           *
018200* CHARGE-RATE-RECORD IN RATEMNT.                                 *
018300*----------------------------------------------------------------*
018400 FD  RATE-FILE
018500     RECORD CONTAINS 60 CHARACTERS.
018600 01  RATE-RECORD.
018700     03  RT-FEED-ID          PIC X(16).
018800     03  RT-COST-CENTRE      PIC X(08).
018900     03  RT-PER-CONVERT      PIC S9(5)V9(4) COMP-3.
019000     03  RT-PER-REJECT       PIC S9(5)V9(4) COMP-3.
019100     03  RT-PER-ALERT        PIC S9(5)V9(4) COMP-3.
019200     03  FILLER              PIC X(21).
019300
019400*----------------------------------------------------------------*
019500* REPORT-FILE - THE PRINTED STATEMENTS                           *
019600*----------------------------------------------------------------*
019700 FD  REPORT-FILE
019800     RECORDING MODE IS F.
019900 01  REPORT-LINE             PIC X(132).
020000
020100*----------------------------------------------------------------*
020200* JRNL-FILE - THE GENERAL LEDGER JOURNAL.  THE RECORD LAYOUTS    *
020300* ARE THE WS-JRNL- GROUPS BELOW.                                 *
020400*----------------------------------------------------------------*
020500 FD  JRNL-FILE
020600     RECORDING MODE IS F.
020700 01  JRNL-RECORD             PIC X(80).
020800
020900 WORKING-STORAGE SECTION.
021000*----------------------------------------------------------------*
021100* SWITCHES                                                       *
021200*----------------------------------------------------------------*
021300 77  WS-AUDIT-STATUS         PIC X(02) VALUE '00'.
021400     88  AUDIT-FILE-OK           VALUE '00'.
021420
021440 77  WS-AUDIT-V1-STATUS      PIC X(02) VALUE '00'.
021460     88  AUDIT-V1-FILE-OK        VALUE '00'.
021480     88  AUDIT-V1-NOT-SUPPLIED   VALUE '35'.
021500
021600 77  WS-ALERT-STATUS         PIC X(02) VALUE '00'.
021700     88  ALERT-FILE-OK           VALUE '00'.
021800
021900 77  WS-RATE-STATUS          PIC X(02) VALUE '00'.
022000     88  RATE-FILE-OK            VALUE '00'.
022050     88  RATE-NOT-FOUND          VALUE '23'.
022100
022200 77  WS-REPORT-STATUS        PIC X(02) VALUE '00'.
022300     88  REPORT-FILE-OK          VALUE '00'.
022400
022500 77  WS-JRNL-STATUS          PIC X(02) VALUE '00'.
022600     88  JRNL-FILE-OK            VALUE '00'.
022700
022800 77  WS-AUDIT-EOF-SWITCH     PIC X(01) VALUE 'N'.
022900     88  NO-MORE-AUDIT-RECORDS   VALUE 'Y'.
022920
022940 77  WS-V1-EOF-SWITCH        PIC X(01) VALUE 'N'.
022960     88  NO-MORE-V1-RECORDS      VALUE 'Y'.
023000
023100 77  WS-ALERT-EOF-SWITCH     PIC X(01) VALUE 'N'.
023200     88  NO-MORE-ALERT-RECORDS   VALUE 'Y'.
023300
023400 77  WS-NORMAL-RESP          PIC S9(08) COMP VALUE 0.
023402
023404*----------------------------------------------------------------*
023406* THE AUDIT RECORD BEING COUNTED.  THE LAYOUT HERE MUST STAY IN  *
023408* STEP WITH AUDIT-RECORD IN CONVERT; ONLY THE CHANNEL, DATE AND  *
023410* RESPONSE ARE USED.  AR-ORIGINAL-FIELDS IS THE WHOLE OF THE     *
023412* ORIGINAL 58-BYTE RECORD; AN AUDITV1 RECORD IS READ INTO IT AND *
023414* AR-VERSION IS SET TO '1'.                                      *
023416*----------------------------------------------------------------*
023418 01  AUDIT-RECORD.
023420     03  AR-ORIGINAL-FIELDS.
023422         05  AR-TIMESTAMP    PIC X(16).
023424         05  AR-TIMESTAMP-R  REDEFINES AR-TIMESTAMP.
023426             07  AR-DATE     PIC 9(08).
023428             07  AR-DATE-R   REDEFINES AR-DATE.
023430                 09  AR-MONTH    PIC 9(06).
023434                 09  FILLER      PIC 9(02).
023436             07  FILLER      PIC X(08).
023438         05  AR-CHANNEL      PIC X(16).
023440         05  AR-SENSOR-ID    PIC X(08).
023442         05  AR-INPUT-VALUE  PIC S9(7)V99 COMP-3.
023444         05  AR-OUTPUT-VALUE PIC S9(7)V99 COMP-3.
023446         05  AR-RESPCODE     PIC S9(8) COMP-4.
023448         05  AR-RESPCODE2    PIC S9(8) COMP-4.
023450     03  AR-VERSION-2-FIELDS.
023452         05  AR-VERSION      PIC X(01).
023454         05  AR-RAW-VALUE    PIC S9(7)V99 COMP-3.
023456         05  AR-CALIB-OFFSET PIC S9(7)V99 COMP-3.
023458         05  AR-MODE         PIC X(01).
023460         05  AR-ROUND-MODE   PIC X(01).
023462         05  AR-REQUEST-ID   PIC X(32).
023464         05  AR-USERID       PIC X(08).
023466         05  AR-TRANSID      PIC X(04).
023468         05  AR-SOURCE       PIC X(01).
023470         05  AR-FEED-ID      PIC X(12).
023472         05  AR-CALIB-FLAG   PIC X(01).
023474         05  FILLER          PIC X(31).
023500
023600*----------------------------------------------------------------*
023700* THE CHARGE MONTH AND LEDGER CARD                               *
023800*----------------------------------------------------------------*
023900 01  WS-CONTROL-CARD.
024000     03  WS-CC-MONTH         PIC X(06).
024100     03  WS-CC-MONTH-N       REDEFINES WS-CC-MONTH
024200                             PIC 9(06).
024300     03  WS-CC-RECOVERY-CC   PIC X(08).
024400     03  WS-CC-DEBIT-ACCT    PIC X(08).
024500     03  WS-CC-CREDIT-ACCT   PIC X(08).
024600     03  FILLER              PIC X(50).
024700
024800 01  WS-CHG-MONTH            PIC 9(06) VALUE 0.
024900 01  WS-CHG-MONTH-R          REDEFINES WS-CHG-MONTH.
025000     03  WS-CHG-YYYY         PIC 9(04).
025100     03  WS-CHG-MM           PIC 9(02).
025200
025300 01  WS-RUN-DATE             PIC 9(08) VALUE 0.
025400 01  WS-RUN-DATE-R           REDEFINES WS-RUN-DATE.
025500     03  WS-RUN-YYYY         PIC 9(04).
025600     03  WS-RUN-MM           PIC 9(02).
025700     03  WS-RUN-DD           PIC 9(02).
025800
025900*----------------------------------------------------------------*
026000* COUNTERS                                                       *
026100*----------------------------------------------------------------*
026200 77  WS-AUDIT-READ-COUNT     PIC S9(08) COMP VALUE 0.
026300 77  WS-AUDIT-MONTH-COUNT    PIC S9(08) COMP VALUE 0.
026350 77  WS-V1-READ-COUNT        PIC S9(08) COMP VALUE 0.
026400 77  WS-ALERT-READ-COUNT     PIC S9(08) COMP VALUE 0.
026500 77  WS-ALERT-MONTH-COUNT    PIC S9(08) COMP VALUE 0.
026600 77  WS-CHAN-OVERFLOW-COUNT  PIC S9(08) COMP VALUE 0.
026700 77  WS-CENTRE-OVERFLOW-COUNT
026800                             PIC S9(08) COMP VALUE 0.
026900 77  WS-RATED-CHAN-COUNT     PIC S9(08) COMP VALUE 0.
027000 77  WS-UNASSIGNED-CHAN-COUNT
027100                             PIC S9(08) COMP VALUE 0.
027200 77  WS-UNASSIGNED-CONVERTS  PIC S9(08) COMP VALUE 0.
027300 77  WS-UNASSIGNED-REJECTS   PIC S9(08) COMP VALUE 0.
027400 77  WS-UNASSIGNED-ALERTS    PIC S9(08) COMP VALUE 0.
027500 77  WS-JRNL-DETAIL-COUNT    PIC S9(08) COMP VALUE 0.
027600
027700*----------------------------------------------------------------*
027800* MONEY TOTALS.  THE STATEMENT TOTAL IS ADDED UP AS THE          *
027900* STATEMENTS ARE PRINTED AND THE JOURNAL DEBITS AS THE DEBITS    *
028000* ARE WRITTEN; THE CREDIT IS THE STATEMENT TOTAL.  THE SUMMARY   *
028100* PROVES ALL THREE AGREE.                                        *
028200*----------------------------------------------------------------*
028300 77  WS-STMT-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
028400 77  WS-JRNL-DEBIT-TOTAL     PIC S9(13)V99 COMP-3 VALUE 0.
028500 77  WS-JRNL-CREDIT-TOTAL    PIC S9(13)V99 COMP-3 VALUE 0.
028600
028700*----------------------------------------------------------------*
028800* ONE ENTRY PER CHANNEL WITH ACTIVITY IN THE CHARGE MONTH,       *
028900* HOLDING ITS COUNTS AND, ONCE PRICED, ITS RATES AND CHARGES.    *
029000*----------------------------------------------------------------*
029100 77  WS-MAX-CHANNELS         PIC S9(04) COMP VALUE 500.
029200 77  WS-CHAN-COUNT           PIC S9(04) COMP VALUE 0.
029300 77  WS-CHAN-SUB             PIC S9(04) COMP VALUE 0.
029400 77  WS-FOUND-SUB            PIC S9(04) COMP VALUE 0.
029500 77  WS-SEARCH-CHANNEL       PIC X(16) VALUE SPACES.
029600
029700 01  WS-CHAN-TABLE.
029800     03  WS-CHAN-ENTRY       OCCURS 500 TIMES.
029900         05  WS-CT-CHANNEL       PIC X(16).
030000         05  WS-CT-CONVERTS      PIC S9(08) COMP.
030100         05  WS-CT-REJECTS       PIC S9(08) COMP.
030200         05  WS-CT-ALERTS        PIC S9(08) COMP.
030300         05  WS-CT-RATED-SW      PIC X(01).
030400             88  CHANNEL-RATED       VALUE 'Y'.
030500             88  CHANNEL-UNASSIGNED  VALUE 'N'.
030600             88  CHANNEL-NOT-CHARGED VALUE 'O'.
030700         05  WS-CT-COST-CENTRE   PIC X(08).
030800         05  WS-CT-PER-CONVERT   PIC S9(5)V9(4) COMP-3.
030900         05  WS-CT-PER-REJECT    PIC S9(5)V9(4) COMP-3.
031000         05  WS-CT-PER-ALERT     PIC S9(5)V9(4) COMP-3.
031100         05  WS-CT-CONVERT-CHG   PIC S9(11)V99 COMP-3.
031200         05  WS-CT-REJECT-CHG    PIC S9(11)V99 COMP-3.
031300         05  WS-CT-ALERT-CHG     PIC S9(11)V99 COMP-3.
031400         05  WS-CT-TOTAL-CHG     PIC S9(11)V99 COMP-3.
031500
031600*----------------------------------------------------------------*
031700* ONE ENTRY PER COST CENTRE CHARGED.  STATEMENTS ARE PRINTED IN  *
031800* COST CENTRE ORDER: EACH PASS PICKS THE LOWEST CENTRE NOT YET   *
031900* PRINTED.                                                       *
032000*----------------------------------------------------------------*
032100 77  WS-MAX-CENTRES          PIC S9(04) COMP VALUE 200.
032200 77  WS-CENTRE-COUNT         PIC S9(04) COMP VALUE 0.
032300 77  WS-CENTRE-SUB           PIC S9(04) COMP VALUE 0.
032400 77  WS-CENTRE-FOUND         PIC S9(04) COMP VALUE 0.
032500 77  WS-RANK                 PIC S9(04) COMP VALUE 0.
032600 77  WS-BEST-CENTRE          PIC X(08) VALUE SPACES.
032700
032800 01  WS-CENTRE-TABLE.
032900     03  WS-CENTRE-ENTRY     OCCURS 200 TIMES.
033000         05  WS-CE-COST-CENTRE   PIC X(08).
033100         05  WS-CE-CHANNELS      PIC S9(04) COMP.
033200         05  WS-CE-CONVERTS      PIC S9(08) COMP.
033300         05  WS-CE-REJECTS       PIC S9(08) COMP.
033400         05  WS-CE-ALERTS        PIC S9(08) COMP.
033500         05  WS-CE-CONVERT-CHG   PIC S9(13)V99 COMP-3.
033600         05  WS-CE-REJECT-CHG    PIC S9(13)V99 COMP-3.
033700         05  WS-CE-ALERT-CHG     PIC S9(13)V99 COMP-3.
033800         05  WS-CE-TOTAL-CHG     PIC S9(13)V99 COMP-3.
033900         05  WS-CE-PICKED-SW     PIC X(01).
034000             88  CENTRE-PICKED       VALUE 'Y'.
034100
034200*----------------------------------------------------------------*
034300* JOURNAL RECORDS - HEADER, DEBIT OR CREDIT DETAIL, TRAILER.     *
034400* AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS; THE DETAIL     *
034500* CARRIES 'D' OR 'C' FOR ITS SIDE.                               *
034600*----------------------------------------------------------------*
034700 01  WS-JRNL-HEADER.
034800     03  FILLER              PIC X(01) VALUE 'H'.
034900     03  WS-JH-SOURCE        PIC X(08) VALUE 'BITLINK'.
035000     03  WS-JH-PERIOD        PIC 9(06).
035100     03  WS-JH-RUN-DATE      PIC 9(08).
035200     03  WS-JH-DESCRIPTION   PIC X(30) VALUE
035300         'CONVERSION SERVICE CHARGEBACK'.
035400     03  FILLER              PIC X(27) VALUE SPACES.
035500
035600 01  WS-JRNL-DETAIL.
035700     03  FILLER              PIC X(01) VALUE 'D'.
035800     03  WS-JD-COST-CENTRE   PIC X(08).
035900     03  WS-JD-ACCOUNT       PIC X(08).
036000     03  WS-JD-SIDE          PIC X(01).
036100     03  WS-JD-AMOUNT        PIC 9(13)V99.
036200     03  WS-JD-PERIOD        PIC 9(06).
036300     03  WS-JD-DESCRIPTION   PIC X(30).
036400     03  FILLER              PIC X(11) VALUE SPACES.
036500
036600 01  WS-JRNL-TRAILER.
036700     03  FILLER              PIC X(01) VALUE 'T'.
036800     03  WS-JT-DETAIL-COUNT  PIC 9(07).
036900     03  WS-JT-DEBIT-TOTAL   PIC 9(13)V99.
037000     03  WS-JT-CREDIT-TOTAL  PIC 9(13)V99.
037100     03  FILLER              PIC X(42) VALUE SPACES.
037200
037300*----------------------------------------------------------------*
037400* REPORT LINES                                                   *
037500*----------------------------------------------------------------*
037600 01  WS-HEADING-1.
037700     03  FILLER              PIC X(40) VALUE SPACES.
037800     03  WS-H-TITLE          PIC X(92).
037900
038000 01  WS-MONTH-LINE.
038100     03  FILLER              PIC X(30) VALUE
038200         'CHARGE MONTH . . . . . . . . .'.
038300     03  WS-M-YYYY           PIC 9(04).
038400     03  FILLER              PIC X(01) VALUE '/'.
038500     03  WS-M-MM             PIC 9(02).
038600     03  FILLER              PIC X(95) VALUE SPACES.
038700
038800 01  WS-CENTRE-LINE.
038900     03  WS-CL-LABEL         PIC X(30).
039000     03  WS-CL-CENTRE        PIC X(08).
039100     03  FILLER              PIC X(94) VALUE SPACES.
039200
039300 01  WS-COLUMN-HEADING.
039400     03  FILLER              PIC X(18) VALUE 'CHANNEL'.
039500     03  FILLER              PIC X(12) VALUE ' CONVERTED'.
039600     03  FILLER              PIC X(12) VALUE '  REJECTED'.
039700     03  FILLER              PIC X(13) VALUE '    ALERTS'.
039800     03  FILLER              PIC X(16) VALUE '   CONVERSIONS'.
039900     03  FILLER              PIC X(16) VALUE '       REJECTS'.
040000     03  FILLER              PIC X(16) VALUE '        ALERTS'.
040100     03  FILLER              PIC X(29) VALUE '  TOTAL CHARGE'.
040200
040300 01  WS-DETAIL-LINE.
040400     03  WS-D-CHANNEL        PIC X(16).
040500     03  FILLER              PIC X(02) VALUE SPACES.
040600     03  WS-D-CONVERTS       PIC ZZ,ZZZ,ZZ9.
040700     03  FILLER              PIC X(02) VALUE SPACES.
040800     03  WS-D-REJECTS        PIC ZZ,ZZZ,ZZ9.
040900     03  FILLER              PIC X(02) VALUE SPACES.
041000     03  WS-D-ALERTS         PIC ZZ,ZZZ,ZZ9.
041100     03  FILLER              PIC X(03) VALUE SPACES.
041200     03  WS-D-CONVERT-CHG    PIC ZZZ,ZZZ,ZZ9.99.
041300     03  FILLER              PIC X(02) VALUE SPACES.
041400     03  WS-D-REJECT-CHG     PIC ZZZ,ZZZ,ZZ9.99.
041500     03  FILLER              PIC X(02) VALUE SPACES.
041600     03  WS-D-ALERT-CHG      PIC ZZZ,ZZZ,ZZ9.99.
041700     03  FILLER              PIC X(02) VALUE SPACES.
041800     03  WS-D-TOTAL-CHG      PIC ZZZ,ZZZ,ZZ9.99.
041900     03  FILLER              PIC X(15) VALUE SPACES.
042000
042100 01  WS-RATE-LINE.
042200     03  FILLER              PIC X(18) VALUE '  AT RATES'.
042300     03  WS-R-PER-CONVERT    PIC ZZZZ9.9999.
042400     03  FILLER              PIC X(02) VALUE SPACES.
042500     03  WS-R-PER-REJECT     PIC ZZZZ9.9999.
042600     03  FILLER              PIC X(02) VALUE SPACES.
042700     03  WS-R-PER-ALERT      PIC ZZZZ9.9999.
042800     03  FILLER              PIC X(80) VALUE SPACES.
042900
043000 01  WS-CENTRE-TOTAL-LINE.
043100     03  FILLER              PIC X(18) VALUE 'TOTAL'.
043200     03  WS-CT-L-CONVERTS    PIC ZZ,ZZZ,ZZ9.
043300     03  FILLER              PIC X(02) VALUE SPACES.
043400     03  WS-CT-L-REJECTS     PIC ZZ,ZZZ,ZZ9.
043500     03  FILLER              PIC X(02) VALUE SPACES.
043600     03  WS-CT-L-ALERTS      PIC ZZ,ZZZ,ZZ9.
043700     03  FILLER              PIC X(01) VALUE SPACES.
043800     03  WS-CT-L-CONVERT-CHG PIC Z,ZZZ,ZZZ,ZZ9.99.
043900     03  WS-CT-L-REJECT-CHG  PIC Z,ZZZ,ZZZ,ZZ9.99.
044000     03  WS-CT-L-ALERT-CHG   PIC Z,ZZZ,ZZZ,ZZ9.99.
044100     03  WS-CT-L-TOTAL-CHG   PIC Z,ZZZ,ZZZ,ZZ9.99.
044200     03  FILLER              PIC X(15) VALUE SPACES.
044300
044400 01  WS-NOTE-LINE.
044500     03  WS-N-TEXT           PIC X(132).
044600
044700 01  WS-SUMMARY-HEADING.
044800     03  FILLER              PIC X(12) VALUE 'COST CENTRE'.
044900     03  FILLER              PIC X(10) VALUE '  CHANNELS'.
045000     03  FILLER              PIC X(20) VALUE
045050         '        TOTAL CHARGE'.
045100     03  FILLER              PIC X(90) VALUE SPACES.
045200
045300 01  WS-SUMMARY-LINE.
045400     03  WS-S-CENTRE         PIC X(12).
045500     03  WS-S-CHANNELS       PIC ZZZ,ZZ9.
045600     03  FILLER              PIC X(03) VALUE SPACES.
045700     03  WS-S-TOTAL-CHG      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
045800     03  FILLER              PIC X(90) VALUE SPACES.
045900
046000 01  WS-TOTAL-LINE.
046100     03  WS-T-LABEL          PIC X(40).
046200     03  WS-T-COUNT          PIC ZZZ,ZZZ,ZZ9.
046300     03  FILLER              PIC X(81) VALUE SPACES.
046400
046500 01  WS-MONEY-LINE.
046600     03  WS-ML-LABEL         PIC X(40).
046700     03  WS-ML-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
046800     03  FILLER              PIC X(72) VALUE SPACES.
046900
047000 PROCEDURE DIVISION.
047100*----------------------------------------------------------------*
047200* 0000-MAINLINE                                                 *
047300*----------------------------------------------------------------*
047400 0000-MAINLINE.
047500     PERFORM 1000-INITIALIZE
047600         THRU 1000-EXIT.
047700
047800     PERFORM 2000-PROCESS-AUDIT-RECORD
047900         THRU 2000-EXIT
048000         UNTIL NO-MORE-AUDIT-RECORDS.
048100
048200     PERFORM 3000-PROCESS-ALERT-RECORD
048300         THRU 3000-EXIT
048400         UNTIL NO-MORE-ALERT-RECORDS.
048500
048600     PERFORM 4000-PRODUCE-CHARGEBACK
048700         THRU 4000-EXIT.
048800
048900     PERFORM 9999-TERMINATE
049000         THRU 9999-EXIT.
049100
049200     GOBACK.
049300
049400*----------------------------------------------------------------*
049500* 1000-INITIALIZE - CHECK THE CARD, OPEN FILES, PRIME THE READS. *
049600* A BAD CARD ENDS THE JOB RC=12 BEFORE ANY FILE IS OPENED.       *
049700*----------------------------------------------------------------*
049800 1000-INITIALIZE.
049900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
050000     PERFORM 1100-CHECK-CARD
050100         THRU 1100-EXIT.
050200     IF RETURN-CODE NOT = 0
050300         MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
050400         MOVE 'Y' TO WS-ALERT-EOF-SWITCH
050500         GO TO 1000-EXIT
050600     END-IF.
050700
050800     OPEN INPUT  AUDIT-FILE.
050900     IF NOT AUDIT-FILE-OK
051000         DISPLAY 'CHRGBACK: AUDITLOG OPEN FAILED, STATUS='
051100                 WS-AUDIT-STATUS UPON CONS
051200         MOVE 8 TO RETURN-CODE
051300     END-IF.
051400
051500     OPEN INPUT  ALERT-FILE.
051600     IF NOT ALERT-FILE-OK
051700         DISPLAY 'CHRGBACK: ALERTLOG OPEN FAILED, STATUS='
051800                 WS-ALERT-STATUS UPON CONS
051900         MOVE 8 TO RETURN-CODE
052000     END-IF.
052100
052200     OPEN INPUT  RATE-FILE.
052300     IF NOT RATE-FILE-OK
052400         DISPLAY 'CHRGBACK: CHRGRATE OPEN FAILED, STATUS='
052500                 WS-RATE-STATUS UPON CONS
052600         MOVE 8 TO RETURN-CODE
052700     END-IF.
052705
052710*    THE OLD-LAYOUT GENERATIONS ARE OPTIONAL - A JOB WITH NO
052715*    AUDITV1 DD AT ALL COUNTS THE CURRENT LAYOUT ONLY.
052720     OPEN INPUT  AUDIT-V1-FILE.
052725     IF AUDIT-V1-NOT-SUPPLIED
052730         MOVE 'Y' TO WS-V1-EOF-SWITCH
052735     ELSE
052740         IF NOT AUDIT-V1-FILE-OK
052745             DISPLAY 'CHRGBACK: AUDITV1 OPEN FAILED, STATUS='
052750                     WS-AUDIT-V1-STATUS UPON CONS
052755             MOVE 8 TO RETURN-CODE
052760         END-IF
052765     END-IF.
052800
052900     OPEN OUTPUT REPORT-FILE.
053000     IF NOT REPORT-FILE-OK
053100         DISPLAY 'CHRGBACK: CHRGSTMT OPEN FAILED, STATUS='
053200                 WS-REPORT-STATUS UPON CONS
053300         MOVE 8 TO RETURN-CODE
053400     END-IF.
053500
053600     OPEN OUTPUT JRNL-FILE.
053700     IF NOT JRNL-FILE-OK
053800         DISPLAY 'CHRGBACK: CHRGJRNL OPEN FAILED, STATUS='
053900                 WS-JRNL-STATUS UPON CONS
054000         MOVE 8 TO RETURN-CODE
054100     END-IF.
054200
054300*    ANY FILE THAT FAILED TO OPEN STOPS THE WHOLE RUN - A PART
054400*    CHARGEBACK MUST NOT REACH THE LEDGER.
054500     IF RETURN-CODE NOT = 0
054600         MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
054700         MOVE 'Y' TO WS-ALERT-EOF-SWITCH
054800         GO TO 1000-EXIT
054900     END-IF.
055000
055100     PERFORM 2100-READ-AUDIT-RECORD
055200         THRU 2100-EXIT.
055300     PERFORM 3100-READ-ALERT-RECORD
055400         THRU 3100-EXIT.
055500 1000-EXIT.
055600     EXIT.
055700
055800*----------------------------------------------------------------*
055900* 1100-CHECK-CARD - THE CHARGE MONTH, DEFAULTING TO THE MONTH    *
056000* BEFORE THE RUN DATE WHEN BLANK, AND THE THREE LEDGER FIELDS,   *
056100* WHICH HAVE NO SENSIBLE DEFAULT                                 *
056200*----------------------------------------------------------------*
056300 1100-CHECK-CARD.
056400     MOVE SPACES TO WS-CONTROL-CARD.
056500     ACCEPT WS-CONTROL-CARD.
056600
056700     IF WS-CC-MONTH = SPACES
056800         IF WS-RUN-MM = 1
056900             COMPUTE WS-CHG-YYYY = WS-RUN-YYYY - 1
057000             MOVE 12 TO WS-CHG-MM
057100         ELSE
057200             MOVE WS-RUN-YYYY TO WS-CHG-YYYY
057300             COMPUTE WS-CHG-MM = WS-RUN-MM - 1
057400         END-IF
057500         DISPLAY 'CHRGBACK: NO CHARGE MONTH ON CARD - CHARGING '
057600                 WS-CHG-MONTH UPON CONS
057700     ELSE
057800         IF WS-CC-MONTH NOT NUMERIC
057900             DISPLAY 'CHRGBACK: CHARGE MONTH NOT YYYYMM - '
058000                     'NOTHING PRODUCED' UPON CONS
058100             MOVE 12 TO RETURN-CODE
058200             GO TO 1100-EXIT
058300         END-IF
058400         MOVE WS-CC-MONTH-N TO WS-CHG-MONTH
058500     END-IF.
058600
058700     IF WS-CHG-YYYY < 2000
058800      OR WS-CHG-MM < 1
058900      OR WS-CHG-MM > 12
059000         DISPLAY 'CHRGBACK: CHARGE MONTH ' WS-CHG-MONTH
059100                 ' IMPLAUSIBLE - NOTHING PRODUCED' UPON CONS
059200         MOVE 12 TO RETURN-CODE
059300         GO TO 1100-EXIT
059400     END-IF.
059500
059600     IF WS-CC-RECOVERY-CC = SPACES
059700      OR WS-CC-DEBIT-ACCT = SPACES
059800      OR WS-CC-CREDIT-ACCT = SPACES
059900         DISPLAY 'CHRGBACK: RECOVERING COST CENTRE OR LEDGER '
060000                 'ACCOUNT MISSING - NOTHING PRODUCED' UPON CONS
060100         MOVE 12 TO RETURN-CODE
060200     END-IF.
060300 1100-EXIT.
060400     EXIT.
060500
060600*----------------------------------------------------------------*
060700* 2000-PROCESS-AUDIT-RECORD - COUNT ONE READING FROM THE CHARGE  *
060800* MONTH AGAINST ITS CHANNEL, THEN READ THE NEXT                  *
060900*----------------------------------------------------------------*
061000 2000-PROCESS-AUDIT-RECORD.
061100     ADD 1 TO WS-AUDIT-READ-COUNT.
061200
061300     IF AR-DATE NOT NUMERIC
061400      OR AR-MONTH NOT = WS-CHG-MONTH
061500         GO TO 2000-NEXT
061600     END-IF.
061700     ADD 1 TO WS-AUDIT-MONTH-COUNT.
061800
061900     MOVE AR-CHANNEL TO WS-SEARCH-CHANNEL.
062000     PERFORM 2200-FIND-CHANNEL
062100         THRU 2200-EXIT.
062200     IF WS-FOUND-SUB = 0
062300         GO TO 2000-NEXT
062400     END-IF.
062500
062600     IF AR-RESPCODE = WS-NORMAL-RESP
062700         ADD 1 TO WS-CT-CONVERTS (WS-FOUND-SUB)
062800     ELSE
062900         ADD 1 TO WS-CT-REJECTS (WS-FOUND-SUB)
063000     END-IF.
063100
063200 2000-NEXT.
063300     PERFORM 2100-READ-AUDIT-RECORD
063400         THRU 2100-EXIT.
063500 2000-EXIT.
063600     EXIT.
063700
063800*----------------------------------------------------------------*
063900* 2100-READ-AUDIT-RECORD - THE OLD-LAYOUT GENERATIONS FIRST,    *
063950* THEN THE CURRENT ONES                                         *
064000*----------------------------------------------------------------*
064100 2100-READ-AUDIT-RECORD.
064105     IF NOT NO-MORE-V1-RECORDS
064110         READ AUDIT-V1-FILE INTO AR-ORIGINAL-FIELDS
064115             AT END
064120                 MOVE 'Y' TO WS-V1-EOF-SWITCH
064125         END-READ
064130         IF NOT NO-MORE-V1-RECORDS
064135             MOVE SPACES TO AR-VERSION-2-FIELDS
064140             MOVE '1'    TO AR-VERSION
064145             ADD 1 TO WS-V1-READ-COUNT
064150             GO TO 2100-EXIT
064155         END-IF
064160     END-IF.
064165
064200     READ AUDIT-FILE INTO AUDIT-RECORD
064300         AT END
064400             MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
064500     END-READ.
064600 2100-EXIT.
064700     EXIT.
064800
064900*----------------------------------------------------------------*
065000* 2200-FIND-CHANNEL - WS-FOUND-SUB TO WS-SEARCH-CHANNEL'S ENTRY, *
065100* TAKING A NEW ONE THE FIRST TIME THE CHANNEL IS SEEN.  ZERO     *
065200* WHEN THE TABLE IS FULL - THE ACTIVITY IS COUNTED AS NOT        *
065300* CHARGED.                                                       *
065400*----------------------------------------------------------------*
065500 2200-FIND-CHANNEL.
065600     MOVE 0 TO WS-FOUND-SUB.
065700     PERFORM 2210-MATCH-CHANNEL
065800         THRU 2210-EXIT
065900         VARYING WS-CHAN-SUB FROM 1 BY 1
066000           UNTIL WS-CHAN-SUB > WS-CHAN-COUNT
066100              OR WS-FOUND-SUB > 0.
066200     IF WS-FOUND-SUB > 0
066300         GO TO 2200-EXIT
066400     END-IF.
066500
066600     IF WS-CHAN-COUNT NOT < WS-MAX-CHANNELS
066700         ADD 1 TO WS-CHAN-OVERFLOW-COUNT
066800         GO TO 2200-EXIT
066900     END-IF.
067000
067100     ADD 1 TO WS-CHAN-COUNT.
067200     MOVE WS-CHAN-COUNT TO WS-FOUND-SUB.
067300     MOVE WS-SEARCH-CHANNEL TO WS-CT-CHANNEL (WS-FOUND-SUB).
067400     MOVE 0   TO WS-CT-CONVERTS (WS-FOUND-SUB).
067500     MOVE 0   TO WS-CT-REJECTS (WS-FOUND-SUB).
067600     MOVE 0   TO WS-CT-ALERTS (WS-FOUND-SUB).
067700     MOVE 'N' TO WS-CT-RATED-SW (WS-FOUND-SUB).
067800     MOVE SPACES TO WS-CT-COST-CENTRE (WS-FOUND-SUB).
067900     MOVE 0   TO WS-CT-PER-CONVERT (WS-FOUND-SUB).
068000     MOVE 0   TO WS-CT-PER-REJECT (WS-FOUND-SUB).
068100     MOVE 0   TO WS-CT-PER-ALERT (WS-FOUND-SUB).
068200     MOVE 0   TO WS-CT-CONVERT-CHG (WS-FOUND-SUB).
068300     MOVE 0   TO WS-CT-REJECT-CHG (WS-FOUND-SUB).
068400     MOVE 0   TO WS-CT-ALERT-CHG (WS-FOUND-SUB).
068500     MOVE 0   TO WS-CT-TOTAL-CHG (WS-FOUND-SUB).
068600 2200-EXIT.
068700     EXIT.
068800
068900*----------------------------------------------------------------*
069000* 2210-MATCH-CHANNEL                                            *
069100*----------------------------------------------------------------*
069200 2210-MATCH-CHANNEL.
069300     IF WS-CT-CHANNEL (WS-CHAN-SUB) = WS-SEARCH-CHANNEL
069400         MOVE WS-CHAN-SUB TO WS-FOUND-SUB
069500     END-IF.
069600 2210-EXIT.
069700     EXIT.
069800
069900*----------------------------------------------------------------*
070000* 3000-PROCESS-ALERT-RECORD - COUNT ONE ALERT RAISED IN THE      *
070100* CHARGE MONTH AGAINST ITS CHANNEL, THEN READ THE NEXT.  A       *
070200* RESUME ONLY CLEARS A SILENT ALERT AND IS NOT CHARGED.          *
070300*----------------------------------------------------------------*
070400 3000-PROCESS-ALERT-RECORD.
070500     ADD 1 TO WS-ALERT-READ-COUNT.
070600
070700     IF AL-DATE NOT NUMERIC
070800      OR AL-MONTH NOT = WS-CHG-MONTH
070900         GO TO 3000-NEXT
071000     END-IF.
071100     IF AL-TYPE = 'RESUME'
071200         GO TO 3000-NEXT
071300     END-IF.
071400     ADD 1 TO WS-ALERT-MONTH-COUNT.
071500
071600     MOVE AL-CHANNEL TO WS-SEARCH-CHANNEL.
071700     PERFORM 2200-FIND-CHANNEL
071800         THRU 2200-EXIT.
071900     IF WS-FOUND-SUB > 0
072000         ADD 1 TO WS-CT-ALERTS (WS-FOUND-SUB)
072100     END-IF.
072200
072300 3000-NEXT.
072400     PERFORM 3100-READ-ALERT-RECORD
072500         THRU 3100-EXIT.
072600 3000-EXIT.
072700     EXIT.
072800
072900*----------------------------------------------------------------*
073000* 3100-READ-ALERT-RECORD                                        *
073100*----------------------------------------------------------------*
073200 3100-READ-ALERT-RECORD.
073300     READ ALERT-FILE
073400         AT END
073500             MOVE 'Y' TO WS-ALERT-EOF-SWITCH
073600     END-READ.
073700 3100-EXIT.
073800     EXIT.
073900
074000*----------------------------------------------------------------*
074100* 4000-PRODUCE-CHARGEBACK - PRICE EVERY CHANNEL, PRINT THE       *
074200* STATEMENTS, WRITE THE JOURNAL, PRINT THE SUMMARY.  NOTHING IS  *
074300* PRODUCED WHEN THE CARD WAS BAD OR A FILE DID NOT OPEN.         *
074400*----------------------------------------------------------------*
074500 4000-PRODUCE-CHARGEBACK.
074600     IF RETURN-CODE > 4
074700         GO TO 4000-EXIT
074800     END-IF.
074900
075000     PERFORM 4100-PRICE-CHANNEL
075100         THRU 4100-EXIT
075200         VARYING WS-CHAN-SUB FROM 1 BY 1
075300           UNTIL WS-CHAN-SUB > WS-CHAN-COUNT
075310              OR RETURN-CODE > 4.
075320
075330*    A CHRGRATE READ THAT FAILED LEAVES THE CHARGES UNKNOWN - NO
075340*    STATEMENTS OR JOURNAL, AS FOR A FILE THAT DID NOT OPEN.
075350     IF RETURN-CODE > 4
075360         GO TO 4000-EXIT
075370     END-IF.
075400
075500     PERFORM 5000-PRINT-STATEMENTS
075600         THRU 5000-EXIT.
075700
075800     PERFORM 6000-WRITE-JOURNAL
075900         THRU 6000-EXIT.
076000
076100     PERFORM 7000-PRINT-SUMMARY
076200         THRU 7000-EXIT.
076300
076400     IF RETURN-CODE = 0
076500      AND (WS-UNASSIGNED-CHAN-COUNT > 0
076600       OR WS-CHAN-OVERFLOW-COUNT > 0
076700       OR WS-CENTRE-OVERFLOW-COUNT > 0)
076800         MOVE 4 TO RETURN-CODE
076900     END-IF.
077000 4000-EXIT.
077100     EXIT.
077200
077300*----------------------------------------------------------------*
077400* 4100-PRICE-CHANNEL - LOOK UP THE CHANNEL'S RATES.  WITH A      *
077500* RATE RECORD, EACH COUNT IS PRICED AND ROUNDED TO THE CENT AND  *
077600* THE CHANNEL IS ADDED TO ITS COST CENTRE; WITHOUT ONE, ITS      *
077700* USAGE GOES INTO THE UNASSIGNED BUCKET.  ANY OTHER FAILING READ *
077750* ENDS THE RUN RC=8.                                             *
077800*----------------------------------------------------------------*
077900 4100-PRICE-CHANNEL.
078000     MOVE WS-CT-CHANNEL (WS-CHAN-SUB) TO RT-FEED-ID.
078100     READ RATE-FILE
078105         INVALID KEY
078110             CONTINUE
078115     END-READ.
078120     IF NOT RATE-FILE-OK
078140      AND NOT RATE-NOT-FOUND
078160         DISPLAY 'CHRGBACK: CHRGRATE READ FAILED, STATUS='
078180                 WS-RATE-STATUS ' FOR '
078190                 WS-CT-CHANNEL (WS-CHAN-SUB)
078200                 UPON CONS
078220         MOVE 8 TO RETURN-CODE
078240         GO TO 4100-EXIT
078260     END-IF.
078280
078500     IF RATE-NOT-FOUND
078600         MOVE 'N' TO WS-CT-RATED-SW (WS-CHAN-SUB)
078700         ADD 1 TO WS-UNASSIGNED-CHAN-COUNT
078800         ADD WS-CT-CONVERTS (WS-CHAN-SUB)
078900           TO WS-UNASSIGNED-CONVERTS
079000         ADD WS-CT-REJECTS (WS-CHAN-SUB)
079100           TO WS-UNASSIGNED-REJECTS
079200         ADD WS-CT-ALERTS (WS-CHAN-SUB)
079300           TO WS-UNASSIGNED-ALERTS
079400         GO TO 4100-EXIT
079500     END-IF.
079600
079700     MOVE RT-COST-CENTRE TO WS-CT-COST-CENTRE (WS-CHAN-SUB).
079800     MOVE RT-PER-CONVERT TO WS-CT-PER-CONVERT (WS-CHAN-SUB).
079900     MOVE RT-PER-REJECT  TO WS-CT-PER-REJECT (WS-CHAN-SUB).
080000     MOVE RT-PER-ALERT   TO WS-CT-PER-ALERT (WS-CHAN-SUB).
080100
080200     PERFORM 4200-FIND-CENTRE
080300         THRU 4200-EXIT.
080400     IF WS-CENTRE-FOUND = 0
080500         MOVE 'O' TO WS-CT-RATED-SW (WS-CHAN-SUB)
080600         GO TO 4100-EXIT
080700     END-IF.
080800     MOVE 'Y' TO WS-CT-RATED-SW (WS-CHAN-SUB).
080900     ADD 1 TO WS-RATED-CHAN-COUNT.
081000
081100     COMPUTE WS-CT-CONVERT-CHG (WS-CHAN-SUB) ROUNDED =
081200             WS-CT-CONVERTS (WS-CHAN-SUB)
081300           * WS-CT-PER-CONVERT (WS-CHAN-SUB).
081400     COMPUTE WS-CT-REJECT-CHG (WS-CHAN-SUB) ROUNDED =
081500             WS-CT-REJECTS (WS-CHAN-SUB)
081600           * WS-CT-PER-REJECT (WS-CHAN-SUB).
081700     COMPUTE WS-CT-ALERT-CHG (WS-CHAN-SUB) ROUNDED =
081800             WS-CT-ALERTS (WS-CHAN-SUB)
081900           * WS-CT-PER-ALERT (WS-CHAN-SUB).
082000     COMPUTE WS-CT-TOTAL-CHG (WS-CHAN-SUB) =
082100             WS-CT-CONVERT-CHG (WS-CHAN-SUB)
082200           + WS-CT-REJECT-CHG (WS-CHAN-SUB)
082300           + WS-CT-ALERT-CHG (WS-CHAN-SUB).
082400
082500     ADD 1 TO WS-CE-CHANNELS (WS-CENTRE-FOUND).
082600     ADD WS-CT-CONVERTS (WS-CHAN-SUB)
082700       TO WS-CE-CONVERTS (WS-CENTRE-FOUND).
082800     ADD WS-CT-REJECTS (WS-CHAN-SUB)
082900       TO WS-CE-REJECTS (WS-CENTRE-FOUND).
083000     ADD WS-CT-ALERTS (WS-CHAN-SUB)
083100       TO WS-CE-ALERTS (WS-CENTRE-FOUND).
083200     ADD WS-CT-CONVERT-CHG (WS-CHAN-SUB)
083300       TO WS-CE-CONVERT-CHG (WS-CENTRE-FOUND).
083400     ADD WS-CT-REJECT-CHG (WS-CHAN-SUB)
083500       TO WS-CE-REJECT-CHG (WS-CENTRE-FOUND).
083600     ADD WS-CT-ALERT-CHG (WS-CHAN-SUB)
083700       TO WS-CE-ALERT-CHG (WS-CENTRE-FOUND).
083800     ADD WS-CT-TOTAL-CHG (WS-CHAN-SUB)
083900       TO WS-CE-TOTAL-CHG (WS-CENTRE-FOUND).
084000 4100-EXIT.
084100     EXIT.
084200
084300*----------------------------------------------------------------*
084400* 4200-FIND-CENTRE - WS-CENTRE-FOUND TO THE CHANNEL'S COST       *
084500* CENTRE ENTRY, TAKING A NEW ONE THE FIRST TIME.  ZERO WHEN THE  *
084600* TABLE IS FULL - THE CHANNEL IS COUNTED AS NOT CHARGED.         *
084700*----------------------------------------------------------------*
084800 4200-FIND-CENTRE.
084900     MOVE 0 TO WS-CENTRE-FOUND.
085000     PERFORM 4210-MATCH-CENTRE
085100         THRU 4210-EXIT
085200         VARYING WS-CENTRE-SUB FROM 1 BY 1
085300           UNTIL WS-CENTRE-SUB > WS-CENTRE-COUNT
085400              OR WS-CENTRE-FOUND > 0.
085500     IF WS-CENTRE-FOUND > 0
085600         GO TO 4200-EXIT
085700     END-IF.
085800
085900     IF WS-CENTRE-COUNT NOT < WS-MAX-CENTRES
086000         ADD 1 TO WS-CENTRE-OVERFLOW-COUNT
086100         GO TO 4200-EXIT
086200     END-IF.
086300
086400     ADD 1 TO WS-CENTRE-COUNT.
086500     MOVE WS-CENTRE-COUNT TO WS-CENTRE-FOUND.
086600     MOVE WS-CT-COST-CENTRE (WS-CHAN-SUB)
086700       TO WS-CE-COST-CENTRE (WS-CENTRE-FOUND).
086800     MOVE 0   TO WS-CE-CHANNELS (WS-CENTRE-FOUND).
086900     MOVE 0   TO WS-CE-CONVERTS (WS-CENTRE-FOUND).
087000     MOVE 0   TO WS-CE-REJECTS (WS-CENTRE-FOUND).
087100     MOVE 0   TO WS-CE-ALERTS (WS-CENTRE-FOUND).
087200     MOVE 0   TO WS-CE-CONVERT-CHG (WS-CENTRE-FOUND).
087300     MOVE 0   TO WS-CE-REJECT-CHG (WS-CENTRE-FOUND).
087400     MOVE 0   TO WS-CE-ALERT-CHG (WS-CENTRE-FOUND).
087500     MOVE 0   TO WS-CE-TOTAL-CHG (WS-CENTRE-FOUND).
087600     MOVE 'N' TO WS-CE-PICKED-SW (WS-CENTRE-FOUND).
087700 4200-EXIT.
087800     EXIT.
087900
088000*----------------------------------------------------------------*
088100* 4210-MATCH-CENTRE                                             *
088200*----------------------------------------------------------------*
088300 4210-MATCH-CENTRE.
088400     IF WS-CE-COST-CENTRE (WS-CENTRE-SUB)
088500                          = WS-CT-COST-CENTRE (WS-CHAN-SUB)
088600         MOVE WS-CENTRE-SUB TO WS-CENTRE-FOUND
088700     END-IF.
088800 4210-EXIT.
088900     EXIT.
089000
089100*----------------------------------------------------------------*
089200* 5000-PRINT-STATEMENTS - ONE STATEMENT PER COST CENTRE, LOWEST  *
089300* CENTRE FIRST, THEN THE UNASSIGNED BUCKET                       *
089400*----------------------------------------------------------------*
089500 5000-PRINT-STATEMENTS.
089600     PERFORM 5100-PRINT-NEXT-CENTRE
089700         THRU 5100-EXIT
089800         VARYING WS-RANK FROM 1 BY 1
089900           UNTIL WS-RANK > WS-CENTRE-COUNT.
090000
090100     IF WS-UNASSIGNED-CHAN-COUNT > 0
090200         PERFORM 5300-PRINT-UNASSIGNED
090300             THRU 5300-EXIT
090400     END-IF.
090500 5000-EXIT.
090600     EXIT.
090700
090800*----------------------------------------------------------------*
090900* 5100-PRINT-NEXT-CENTRE - THE STATEMENT FOR THE LOWEST COST     *
091000* CENTRE NOT YET PRINTED: ITS CHANNELS, EACH WITH ITS RATES,     *
091100* THEN THE CENTRE'S TOTALS                                       *
091200*----------------------------------------------------------------*
091300 5100-PRINT-NEXT-CENTRE.
091400     PERFORM 5800-PICK-LOWEST-CENTRE
091500         THRU 5800-EXIT.
091600
091700     MOVE 'CONVERSION SERVICE CHARGEBACK STATEMENT'
091800       TO WS-H-TITLE.
091900     MOVE 'COST CENTRE CHARGED. . . . . .' TO WS-CL-LABEL.
092000     MOVE WS-CE-COST-CENTRE (WS-CENTRE-FOUND) TO WS-CL-CENTRE.
092100     PERFORM 5900-PRINT-STATEMENT-HEADING
092200         THRU 5900-EXIT.
092300
092400     PERFORM 5200-PRINT-CENTRE-CHANNEL
092500         THRU 5200-EXIT
092600         VARYING WS-CHAN-SUB FROM 1 BY 1
092700           UNTIL WS-CHAN-SUB > WS-CHAN-COUNT.
092800
092900     MOVE WS-CE-CONVERTS (WS-CENTRE-FOUND)
093000       TO WS-CT-L-CONVERTS.
093100     MOVE WS-CE-REJECTS (WS-CENTRE-FOUND)
093200       TO WS-CT-L-REJECTS.
093300     MOVE WS-CE-ALERTS (WS-CENTRE-FOUND)
093400       TO WS-CT-L-ALERTS.
093500     MOVE WS-CE-CONVERT-CHG (WS-CENTRE-FOUND)
093600       TO WS-CT-L-CONVERT-CHG.
093700     MOVE WS-CE-REJECT-CHG (WS-CENTRE-FOUND)
093800       TO WS-CT-L-REJECT-CHG.
093900     MOVE WS-CE-ALERT-CHG (WS-CENTRE-FOUND)
094000       TO WS-CT-L-ALERT-CHG.
094100     MOVE WS-CE-TOTAL-CHG (WS-CENTRE-FOUND)
094200       TO WS-CT-L-TOTAL-CHG.
094300     WRITE REPORT-LINE FROM WS-CENTRE-TOTAL-LINE
094400         AFTER ADVANCING 2 LINES.
094500
094600     ADD WS-CE-TOTAL-CHG (WS-CENTRE-FOUND) TO WS-STMT-TOTAL.
094700 5100-EXIT.
094800     EXIT.
094900
095000*----------------------------------------------------------------*
095100* 5200-PRINT-CENTRE-CHANNEL - ONE CHANNEL OF THE CENTRE BEING    *
095200* PRINTED: ITS VOLUMES AND CHARGES, AND THE RATES UNDER THEM     *
095300*----------------------------------------------------------------*
095400 5200-PRINT-CENTRE-CHANNEL.
095500     IF NOT CHANNEL-RATED (WS-CHAN-SUB)
095600      OR WS-CT-COST-CENTRE (WS-CHAN-SUB)
095700                      NOT = WS-CE-COST-CENTRE (WS-CENTRE-FOUND)
095800         GO TO 5200-EXIT
095900     END-IF.
096000
096100     PERFORM 5400-PRINT-CHANNEL-LINE
096200         THRU 5400-EXIT.
096300
096400     MOVE WS-CT-PER-CONVERT (WS-CHAN-SUB) TO WS-R-PER-CONVERT.
096500     MOVE WS-CT-PER-REJECT (WS-CHAN-SUB)  TO WS-R-PER-REJECT.
096600     MOVE WS-CT-PER-ALERT (WS-CHAN-SUB)   TO WS-R-PER-ALERT.
096700     WRITE REPORT-LINE FROM WS-RATE-LINE
096800         AFTER ADVANCING 1 LINE.
096900 5200-EXIT.
097000     EXIT.
097100
097200*----------------------------------------------------------------*
097300* 5300-PRINT-UNASSIGNED - THE CHANNELS WITH NO CHRGRATE RECORD.  *
097400* THEIR VOLUMES ARE SHOWN; THEY ARE NOT CHARGED AND DO NOT       *
097500* REACH THE JOURNAL.                                             *
097600*----------------------------------------------------------------*
097700 5300-PRINT-UNASSIGNED.
097800     MOVE 'UNASSIGNED USAGE - NOT CHARGED' TO WS-H-TITLE.
097900     MOVE 'COST CENTRE CHARGED. . . . . .' TO WS-CL-LABEL.
098000     MOVE '(NONE)' TO WS-CL-CENTRE.
098100     PERFORM 5900-PRINT-STATEMENT-HEADING
098200         THRU 5900-EXIT.
098300
098400     PERFORM 5310-PRINT-UNASSIGNED-CHANNEL
098500         THRU 5310-EXIT
098600         VARYING WS-CHAN-SUB FROM 1 BY 1
098700           UNTIL WS-CHAN-SUB > WS-CHAN-COUNT.
098800
098900     MOVE WS-UNASSIGNED-CONVERTS TO WS-CT-L-CONVERTS.
099000     MOVE WS-UNASSIGNED-REJECTS  TO WS-CT-L-REJECTS.
099100     MOVE WS-UNASSIGNED-ALERTS   TO WS-CT-L-ALERTS.
099200     MOVE 0 TO WS-CT-L-CONVERT-CHG.
099300     MOVE 0 TO WS-CT-L-REJECT-CHG.
099400     MOVE 0 TO WS-CT-L-ALERT-CHG.
099500     MOVE 0 TO WS-CT-L-TOTAL-CHG.
099600     WRITE REPORT-LINE FROM WS-CENTRE-TOTAL-LINE
099700         AFTER ADVANCING 2 LINES.
099800
099900     MOVE SPACES TO WS-NOTE-LINE.
100000     MOVE 'NO CHRGRATE RECORD - RAISE ONE THROUGH RATEMNT'
100100       TO WS-N-TEXT.
100300     WRITE REPORT-LINE FROM WS-NOTE-LINE
100400         AFTER ADVANCING 2 LINES.
100500 5300-EXIT.
100600     EXIT.
100700
100800*----------------------------------------------------------------*
100900* 5310-PRINT-UNASSIGNED-CHANNEL                                 *
101000*----------------------------------------------------------------*
101100 5310-PRINT-UNASSIGNED-CHANNEL.
101200     IF CHANNEL-UNASSIGNED (WS-CHAN-SUB)
101300         PERFORM 5400-PRINT-CHANNEL-LINE
101400             THRU 5400-EXIT
101500     END-IF.
101600 5310-EXIT.
101700     EXIT.
101800
101900*----------------------------------------------------------------*
102000* 5400-PRINT-CHANNEL-LINE - VOLUMES AND CHARGES FOR ONE CHANNEL  *
102100*----------------------------------------------------------------*
102200 5400-PRINT-CHANNEL-LINE.
102300     MOVE WS-CT-CHANNEL (WS-CHAN-SUB)     TO WS-D-CHANNEL.
102400     MOVE WS-CT-CONVERTS (WS-CHAN-SUB)    TO WS-D-CONVERTS.
102500     MOVE WS-CT-REJECTS (WS-CHAN-SUB)     TO WS-D-REJECTS.
102600     MOVE WS-CT-ALERTS (WS-CHAN-SUB)      TO WS-D-ALERTS.
102700     MOVE WS-CT-CONVERT-CHG (WS-CHAN-SUB) TO WS-D-CONVERT-CHG.
102800     MOVE WS-CT-REJECT-CHG (WS-CHAN-SUB)  TO WS-D-REJECT-CHG.
102900     MOVE WS-CT-ALERT-CHG (WS-CHAN-SUB)   TO WS-D-ALERT-CHG.
103000     MOVE WS-CT-TOTAL-CHG (WS-CHAN-SUB)   TO WS-D-TOTAL-CHG.
103100     WRITE REPORT-LINE FROM WS-DETAIL-LINE
103200         AFTER ADVANCING 2 LINES.
103300 5400-EXIT.
103400     EXIT.
103500
103600*----------------------------------------------------------------*
103700* 5800-PICK-LOWEST-CENTRE - WS-CENTRE-FOUND TO THE COST CENTRE   *
103800* NOT YET PICKED WITH THE LOWEST CODE, WHICH IS THEN MARKED      *
103900* PICKED                                                         *
104000*----------------------------------------------------------------*
104100 5800-PICK-LOWEST-CENTRE.
104200     MOVE 0 TO WS-CENTRE-FOUND.
104300     PERFORM 5810-COMPARE-CENTRE
104400         THRU 5810-EXIT
104500         VARYING WS-CENTRE-SUB FROM 1 BY 1
104600           UNTIL WS-CENTRE-SUB > WS-CENTRE-COUNT.
104700     MOVE 'Y' TO WS-CE-PICKED-SW (WS-CENTRE-FOUND).
104800 5800-EXIT.
104900     EXIT.
105000
105100*----------------------------------------------------------------*
105200* 5810-COMPARE-CENTRE                                           *
105300*----------------------------------------------------------------*
105400 5810-COMPARE-CENTRE.
105500     IF CENTRE-PICKED (WS-CENTRE-SUB)
105600         GO TO 5810-EXIT
105700     END-IF.
105800     IF WS-CENTRE-FOUND = 0
105900      OR WS-CE-COST-CENTRE (WS-CENTRE-SUB) < WS-BEST-CENTRE
106000         MOVE WS-CENTRE-SUB TO WS-CENTRE-FOUND
106100         MOVE WS-CE-COST-CENTRE (WS-CENTRE-SUB)
106200           TO WS-BEST-CENTRE
106300     END-IF.
106400 5810-EXIT.
106500     EXIT.
106600
106700*----------------------------------------------------------------*
106800* 5900-PRINT-STATEMENT-HEADING - A NEW PAGE: WS-H-TITLE, THE     *
106900* CHARGE MONTH, WS-CENTRE-LINE AND THE COLUMN HEADING            *
107000*----------------------------------------------------------------*
107100 5900-PRINT-STATEMENT-HEADING.
107200     WRITE REPORT-LINE FROM WS-HEADING-1
107300         AFTER ADVANCING PAGE.
107400     MOVE WS-CHG-YYYY TO WS-M-YYYY.
107500     MOVE WS-CHG-MM TO WS-M-MM.
107600     WRITE REPORT-LINE FROM WS-MONTH-LINE
107700         AFTER ADVANCING 2 LINES.
107800     WRITE REPORT-LINE FROM WS-CENTRE-LINE
107900         AFTER ADVANCING 1 LINE.
108000     WRITE REPORT-LINE FROM WS-COLUMN-HEADING
108100         AFTER ADVANCING 2 LINES.
108200 5900-EXIT.
108300     EXIT.
108400
108500*----------------------------------------------------------------*
108600* 6000-WRITE-JOURNAL - HEADER, A DEBIT FOR EACH COST CENTRE      *
108700* WITH A CHARGE, ONE CREDIT TO THE RECOVERING COST CENTRE FOR    *
108800* THE STATEMENT TOTAL, TRAILER.  A MONTH WITH NOTHING CHARGED    *
108900* WRITES ONLY THE HEADER AND TRAILER.                            *
109000*----------------------------------------------------------------*
109100 6000-WRITE-JOURNAL.
109200     MOVE WS-CHG-MONTH TO WS-JH-PERIOD.
109300     MOVE WS-RUN-DATE TO WS-JH-RUN-DATE.
109400     WRITE JRNL-RECORD FROM WS-JRNL-HEADER.
109500
109600     MOVE WS-CHG-MONTH TO WS-JD-PERIOD.
109700     MOVE 'CONVERSION SERVICE CHARGEBACK' TO WS-JD-DESCRIPTION.
109800     PERFORM 6100-WRITE-CENTRE-DEBIT
109900         THRU 6100-EXIT
110000         VARYING WS-CENTRE-SUB FROM 1 BY 1
110100           UNTIL WS-CENTRE-SUB > WS-CENTRE-COUNT.
110200
110300     IF WS-STMT-TOTAL > 0
110400         MOVE WS-CC-RECOVERY-CC TO WS-JD-COST-CENTRE
110500         MOVE WS-CC-CREDIT-ACCT TO WS-JD-ACCOUNT
110600         MOVE 'C' TO WS-JD-SIDE
110700         MOVE WS-STMT-TOTAL TO WS-JD-AMOUNT
110800         MOVE 'CONVERSION SERVICE RECOVERY'
110900           TO WS-JD-DESCRIPTION
111000         WRITE JRNL-RECORD FROM WS-JRNL-DETAIL
111100         ADD 1 TO WS-JRNL-DETAIL-COUNT
111200         ADD WS-STMT-TOTAL TO WS-JRNL-CREDIT-TOTAL
111300     END-IF.
111400
111500     MOVE WS-JRNL-DETAIL-COUNT TO WS-JT-DETAIL-COUNT.
111600     MOVE WS-JRNL-DEBIT-TOTAL  TO WS-JT-DEBIT-TOTAL.
111700     MOVE WS-JRNL-CREDIT-TOTAL TO WS-JT-CREDIT-TOTAL.
111800     WRITE JRNL-RECORD FROM WS-JRNL-TRAILER.
111900 6000-EXIT.
112000     EXIT.
112100
112200*----------------------------------------------------------------*
112300* 6100-WRITE-CENTRE-DEBIT                                       *
112400*----------------------------------------------------------------*
112500 6100-WRITE-CENTRE-DEBIT.
112600     IF WS-CE-TOTAL-CHG (WS-CENTRE-SUB) NOT > 0
112700         GO TO 6100-EXIT
112800     END-IF.
112900     MOVE WS-CE-COST-CENTRE (WS-CENTRE-SUB) TO WS-JD-COST-CENTRE.
113000     MOVE WS-CC-DEBIT-ACCT TO WS-JD-ACCOUNT.
113100     MOVE 'D' TO WS-JD-SIDE.
113200     MOVE WS-CE-TOTAL-CHG (WS-CENTRE-SUB) TO WS-JD-AMOUNT.
113300     WRITE JRNL-RECORD FROM WS-JRNL-DETAIL.
113400     ADD 1 TO WS-JRNL-DETAIL-COUNT.
113500     ADD WS-CE-TOTAL-CHG (WS-CENTRE-SUB) TO WS-JRNL-DEBIT-TOTAL.
113600 6100-EXIT.
113700     EXIT.
113800
113900*----------------------------------------------------------------*
114000* 7000-PRINT-SUMMARY - EVERY COST CENTRE'S TOTAL, THE RUN        *
114100* COUNTS, AND THE PROOF THAT THE JOURNAL BALANCES AND AGREES     *
114200* WITH THE STATEMENTS.  A JOURNAL THAT DOES NOT ENDS THE JOB     *
114300* RC=8.                                                          *
114400*----------------------------------------------------------------*
114500 7000-PRINT-SUMMARY.
114600     MOVE 'CONVERSION SERVICE CHARGEBACK SUMMARY' TO WS-H-TITLE.
114700     WRITE REPORT-LINE FROM WS-HEADING-1
114800         AFTER ADVANCING PAGE.
114900     MOVE WS-CHG-YYYY TO WS-M-YYYY.
115000     MOVE WS-CHG-MM TO WS-M-MM.
115100     WRITE REPORT-LINE FROM WS-MONTH-LINE
115200         AFTER ADVANCING 2 LINES.
115300     MOVE 'CREDITED TO COST CENTRE . . .' TO WS-CL-LABEL.
115400     MOVE WS-CC-RECOVERY-CC TO WS-CL-CENTRE.
115500     WRITE REPORT-LINE FROM WS-CENTRE-LINE
115600         AFTER ADVANCING 1 LINE.
115700     WRITE REPORT-LINE FROM WS-SUMMARY-HEADING
115800         AFTER ADVANCING 2 LINES.
115900
116000     PERFORM 7100-CLEAR-PICKED
116100         THRU 7100-EXIT
116200         VARYING WS-CENTRE-SUB FROM 1 BY 1
116300           UNTIL WS-CENTRE-SUB > WS-CENTRE-COUNT.
116400     PERFORM 7200-PRINT-NEXT-SUMMARY
116500         THRU 7200-EXIT
116600         VARYING WS-RANK FROM 1 BY 1
116700           UNTIL WS-RANK > WS-CENTRE-COUNT.
116800
116900     MOVE '(UNASSIGNED)' TO WS-S-CENTRE.
117000     MOVE WS-UNASSIGNED-CHAN-COUNT TO WS-S-CHANNELS.
117100     MOVE 0 TO WS-S-TOTAL-CHG.
117200     WRITE REPORT-LINE FROM WS-SUMMARY-LINE
117300         AFTER ADVANCING 1 LINE.
117400
117500     PERFORM 7300-PRINT-COUNTS
117600         THRU 7300-EXIT.
117700     PERFORM 7400-PRINT-PROOF
117800         THRU 7400-EXIT.
117900 7000-EXIT.
118000     EXIT.
118100
118200*----------------------------------------------------------------*
118300* 7100-CLEAR-PICKED - READY THE CENTRES FOR A SECOND PASS        *
118400*----------------------------------------------------------------*
118500 7100-CLEAR-PICKED.
118600     MOVE 'N' TO WS-CE-PICKED-SW (WS-CENTRE-SUB).
118700 7100-EXIT.
118800     EXIT.
118900
119000*----------------------------------------------------------------*
119100* 7200-PRINT-NEXT-SUMMARY                                       *
119200*----------------------------------------------------------------*
119300 7200-PRINT-NEXT-SUMMARY.
119400     PERFORM 5800-PICK-LOWEST-CENTRE
119500         THRU 5800-EXIT.
119600     MOVE WS-CE-COST-CENTRE (WS-CENTRE-FOUND) TO WS-S-CENTRE.
119700     MOVE WS-CE-CHANNELS (WS-CENTRE-FOUND)    TO WS-S-CHANNELS.
119800     MOVE WS-CE-TOTAL-CHG (WS-CENTRE-FOUND)   TO WS-S-TOTAL-CHG.
119900     WRITE REPORT-LINE FROM WS-SUMMARY-LINE
120000         AFTER ADVANCING 1 LINE.
120100 7200-EXIT.
120200     EXIT.
120300
120400*----------------------------------------------------------------*
120500* 7300-PRINT-COUNTS                                             *
120600*----------------------------------------------------------------*
120700 7300-PRINT-COUNTS.
120800     MOVE SPACES TO WS-TOTAL-LINE.
120900     MOVE 'AUDIT RECORDS READ . . . . . . . . . . .'
121000       TO WS-T-LABEL.
121100     MOVE WS-AUDIT-READ-COUNT TO WS-T-COUNT.
121200     WRITE REPORT-LINE FROM WS-TOTAL-LINE
121300         AFTER ADVANCING 3 LINES.
121310
121320     IF WS-V1-READ-COUNT > 0
121330         MOVE '  OF WHICH ORIGINAL LAYOUT . . . . . . .'
121340           TO WS-T-LABEL
121350         MOVE WS-V1-READ-COUNT TO WS-T-COUNT
121360         WRITE REPORT-LINE FROM WS-TOTAL-LINE
121370             AFTER ADVANCING 1 LINE
121380     END-IF.
121400
121500     MOVE 'READINGS IN THE CHARGE MONTH . . . . . .'
121600       TO WS-T-LABEL.
121700     MOVE WS-AUDIT-MONTH-COUNT TO WS-T-COUNT.
121800     WRITE REPORT-LINE FROM WS-TOTAL-LINE
121900         AFTER ADVANCING 1 LINE.
122000
122100     MOVE 'ALERTLOG RECORDS READ. . . . . . . . . .'
122200       TO WS-T-LABEL.
122300     MOVE WS-ALERT-READ-COUNT TO WS-T-COUNT.
122400     WRITE REPORT-LINE FROM WS-TOTAL-LINE
122500         AFTER ADVANCING 1 LINE.
122600
122700     MOVE 'ALERTS RAISED IN THE CHARGE MONTH. . . .'
122800       TO WS-T-LABEL.
122900     MOVE WS-ALERT-MONTH-COUNT TO WS-T-COUNT.
123000     WRITE REPORT-LINE FROM WS-TOTAL-LINE
123100         AFTER ADVANCING 1 LINE.
123200
123300     MOVE 'CHANNELS CHARGED . . . . . . . . . . . .'
123400       TO WS-T-LABEL.
123500     MOVE WS-RATED-CHAN-COUNT TO WS-T-COUNT.
123600     WRITE REPORT-LINE FROM WS-TOTAL-LINE
123700         AFTER ADVANCING 1 LINE.
123800
123900     MOVE 'CHANNELS UNASSIGNED - NO RATE RECORD . .'
124000       TO WS-T-LABEL.
124100     MOVE WS-UNASSIGNED-CHAN-COUNT TO WS-T-COUNT.
124200     WRITE REPORT-LINE FROM WS-TOTAL-LINE
124300         AFTER ADVANCING 1 LINE.
124400
124500     IF WS-CHAN-OVERFLOW-COUNT > 0
124600         MOVE 'RECORDS NOT CHARGED - TOO MANY CHANNELS'
124700           TO WS-T-LABEL
124800         MOVE WS-CHAN-OVERFLOW-COUNT TO WS-T-COUNT
124900         WRITE REPORT-LINE FROM WS-TOTAL-LINE
125000             AFTER ADVANCING 1 LINE
125100     END-IF.
125200
125300     IF WS-CENTRE-OVERFLOW-COUNT > 0
125400         MOVE 'CHANNELS NOT CHARGED - TOO MANY CENTRES'
125500           TO WS-T-LABEL
125600         MOVE WS-CENTRE-OVERFLOW-COUNT TO WS-T-COUNT
125700         WRITE REPORT-LINE FROM WS-TOTAL-LINE
125800             AFTER ADVANCING 1 LINE
125900     END-IF.
126000 7300-EXIT.
126100     EXIT.
126200
126300*----------------------------------------------------------------*
126400* 7400-PRINT-PROOF - STATEMENTS AGAINST JOURNAL DEBITS, AND      *
126500* DEBITS AGAINST CREDITS                                         *
126600*----------------------------------------------------------------*
126700 7400-PRINT-PROOF.
126800     MOVE SPACES TO WS-MONEY-LINE.
126900     MOVE 'TOTAL OF THE STATEMENTS. . . . . . . . .'
127000       TO WS-ML-LABEL.
127100     MOVE WS-STMT-TOTAL TO WS-ML-AMOUNT.
127200     WRITE REPORT-LINE FROM WS-MONEY-LINE
127300         AFTER ADVANCING 3 LINES.
127400
127500     MOVE 'JOURNAL DEBITS . . . . . . . . . . . . .'
127600       TO WS-ML-LABEL.
127700     MOVE WS-JRNL-DEBIT-TOTAL TO WS-ML-AMOUNT.
127800     WRITE REPORT-LINE FROM WS-MONEY-LINE
127900         AFTER ADVANCING 1 LINE.
128000
128100     MOVE 'JOURNAL CREDITS. . . . . . . . . . . . .'
128200       TO WS-ML-LABEL.
128300     MOVE WS-JRNL-CREDIT-TOTAL TO WS-ML-AMOUNT.
128400     WRITE REPORT-LINE FROM WS-MONEY-LINE
128500         AFTER ADVANCING 1 LINE.
128600
128700     MOVE SPACES TO WS-TOTAL-LINE.
128800     MOVE 'JOURNAL DETAIL RECORDS . . . . . . . . .'
128900       TO WS-T-LABEL.
129000     MOVE WS-JRNL-DETAIL-COUNT TO WS-T-COUNT.
129100     WRITE REPORT-LINE FROM WS-TOTAL-LINE
129200         AFTER ADVANCING 1 LINE.
129300
129400     MOVE SPACES TO WS-NOTE-LINE.
129500     IF WS-JRNL-DEBIT-TOTAL = WS-STMT-TOTAL
129600      AND WS-JRNL-CREDIT-TOTAL = WS-JRNL-DEBIT-TOTAL
129700         MOVE 'JOURNAL BALANCES AND AGREES WITH THE STATEMENTS'
129800           TO WS-N-TEXT
129900     ELSE
130000         MOVE '*** JOURNAL OUT OF BALANCE - DO NOT LOAD IT ***'
130100           TO WS-N-TEXT
130200         DISPLAY 'CHRGBACK: JOURNAL OUT OF BALANCE - DO NOT '
130300                 'LOAD IT' UPON CONS
130400         MOVE 8 TO RETURN-CODE
130500     END-IF.
130600     WRITE REPORT-LINE FROM WS-NOTE-LINE
130700         AFTER ADVANCING 2 LINES.
130800 7400-EXIT.
130900     EXIT.
131000
131100*----------------------------------------------------------------*
131200* 9999-TERMINATE - CLOSE FILES AND REPORT THE TOTALS            *
131300*----------------------------------------------------------------*
131400 9999-TERMINATE.
131500     IF RETURN-CODE < 12
131600         CLOSE AUDIT-FILE
131650         CLOSE AUDIT-V1-FILE
131700         CLOSE ALERT-FILE
131800         CLOSE RATE-FILE
131900         CLOSE REPORT-FILE
132000         CLOSE JRNL-FILE
132100     END-IF.
132200     DISPLAY 'CHRGBACK: COST CENTRES CHARGED  = '
132300             WS-CENTRE-COUNT UPON CONS.
132400     DISPLAY 'CHRGBACK: CHANNELS UNASSIGNED   = '
132500             WS-UNASSIGNED-CHAN-COUNT UPON CONS.
132600     DISPLAY 'CHRGBACK: JOURNAL DETAIL RECORDS = '
132700             WS-JRNL-DETAIL-COUNT UPON CONS.
132800 9999-EXIT.
132900     EXIT.
