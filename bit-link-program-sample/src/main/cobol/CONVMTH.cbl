001900*                RATE, AND A COMPARISON AGAINST THE PRIOR        *
002000*                MONTH'S VOLUME AND ERRORS.                      *
002100*                                                                *
002105*                A PER-FEED SECTION FOLLOWS, FROM THE PER-CHANNEL*
002110*                HISTORY CONVRPT ALSO WRITES: EVERY CHANNEL      *
002115*                ACTIVE IN THE REPORT MONTH RANKED BY ERROR RATE,*
002120*                WORST FIRST, THEN EVERY CHANNEL ACTIVE IN EITHER*
002125*                MONTH RANKED BY ITS CHANGE IN VOLUME AGAINST THE*
002130*                PRIOR MONTH, LARGEST FALL FIRST, SO ONE FAILING *
002135*                COLLECTOR REGION STANDS OUT INSTEAD OF BEING    *
002140*                DILUTED BY THE HEALTHY FEEDS.  A RERUN DATE     *
002145*                COUNTS ONCE HERE TOO.                           *
002150*                                                                *
002200*                THE REPORT MONTH IS TAKEN FROM A SYSIN CONTROL  *
002300*                CARD OF THE FORM YYYYMM (COLUMNS 1-6).  A       *
002400*                MISSING OR INVALID CARD DEFAULTS TO THE MONTH   *
002600*                                                                *
002700* INPUT:         HISTORY   - CONVRPT SUMMARY HISTORY RECORDS    *
002800*                SYSIN     - REPORT MONTH CONTROL CARD (YYYYMM)  *
002850*                CHANHIST  - CONVRPT PER-CHANNEL HISTORY RECORDS *
002900* OUTPUT:        MTHRPT    - PRINTED MONTHLY TREND REPORT        *
003000*                                                                *
003100* RETURN CODES:  0 - REPORT PRODUCED                             *
004930*                   APPEARS MORE THAN ONCE ON THE FILE (A        *
004940*                   RERUN) COUNTS ONCE - THE LATEST RECORD FOR   *
004950*                   THE DATE WINS                                *
004960* 10/15/2026  AD    PER-FEED SECTION FROM THE NEW CHANHIST       *
004970*                   DATASET - CHANNELS RANKED BY ERROR RATE AND  *
004980*                   BY VOLUME CHANGE AGAINST THE PRIOR MONTH     *
005000******************************************************************
005100
005200 ENVIRONMENT DIVISION.
006100     SELECT HIST-FILE    ASSIGN TO HISTORY
006200                         ORGANIZATION IS SEQUENTIAL
006300                         FILE STATUS IS WS-HIST-STATUS.
006320
006340     SELECT CHAN-FILE    ASSIGN TO CHANHIST
006360                         ORGANIZATION IS SEQUENTIAL
006380                         FILE STATUS IS WS-CHAN-STATUS.
006400
006500     SELECT REPORT-FILE  ASSIGN TO MTHRPT
006600                         ORGANIZATION IS SEQUENTIAL
009000     03  HR-AVG-OUTPUT       PIC S9(07)V99.
009100     03  FILLER              PIC X(04).
009200
009202*----------------------------------------------------------------*
009204* CHAN-FILE - ONE RECORD PER CHANNEL PER CONVRPT RUN DATE.  THE  *
009206* LAYOUT HERE MUST STAY IN STEP WITH CHAN-HIST-RECORD IN CONVRPT.*
009208*----------------------------------------------------------------*
009210 FD  CHAN-FILE
009212     RECORDING MODE IS F.
009214 01  CHAN-HIST-RECORD.
009216     03  CH-RUN-DATE         PIC 9(08).
009218     03  CH-RUN-DATE-R       REDEFINES CH-RUN-DATE.
009220         05  CH-RUN-MONTH    PIC 9(06).
009222         05  CH-RUN-DAY      PIC 9(02).
009224     03  CH-CHANNEL          PIC X(16).
009226     03  CH-TOTAL-COUNT      PIC 9(08).
009228     03  CH-ERROR-COUNT      PIC 9(08).
009230     03  CH-NORMAL-COUNT     PIC 9(08).
009232     03  CH-MIN-INPUT        PIC S9(07)V99.
009234     03  CH-MAX-INPUT        PIC S9(07)V99.
009236     03  CH-AVG-INPUT        PIC S9(07)V99.
009238     03  CH-MIN-OUTPUT       PIC S9(07)V99.
009240     03  CH-MAX-OUTPUT       PIC S9(07)V99.
009242     03  CH-AVG-OUTPUT       PIC S9(07)V99.
009244     03  FILLER              PIC X(18).
009300*----------------------------------------------------------------*
009400* REPORT-FILE - THE PRINTED MONTHLY TREND REPORT                 *
009500*----------------------------------------------------------------*
010900
011000 77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
011100     88  NO-MORE-HIST-RECORDS    VALUE 'Y'.
011110
011120 77  WS-CHAN-STATUS          PIC X(02) VALUE '00'.
011130     88  CHAN-FILE-OK            VALUE '00'.
011140
011150 77  WS-CHAN-EOF-SWITCH      PIC X(01) VALUE 'N'.
011160     88  NO-MORE-CHAN-RECORDS    VALUE 'Y'.
011200
011300 77  WS-FIRST-DAY-SWITCH     PIC X(01) VALUE 'Y'.
011400     88  IS-FIRST-MONTH-DAY      VALUE 'Y'.
014900 77  WS-P-TOTAL-COUNT        PIC S9(08) COMP VALUE 0.
015000 77  WS-P-ERROR-COUNT        PIC S9(08) COMP VALUE 0.
015100 77  WS-DIFF-COUNT           PIC S9(08) COMP VALUE 0.
015102
015104*----------------------------------------------------------------*
015106* ONE SLOT PER CHANNEL SEEN IN THE REPORT OR PRIOR MONTH, WITH   *
015108* ITS MONTH TOTALS.  THE LAST DATE FOLDED IN AND THAT DATE'S     *
015110* FIGURES ARE KEPT SO A RERUN'S RECORDS, WHICH FOLLOW THE        *
015112* ORIGINAL'S ON THE FILE, REPLACE THEM RATHER THAN COUNT TWICE - *
015114* THE SAME LATEST-RECORD-WINS RULE AS THE DAY TABLES.            *
015116*----------------------------------------------------------------*
015118 77  WS-MAX-CHANNELS         PIC S9(04) COMP VALUE 500.
015120 77  WS-CHAN-COUNT           PIC S9(04) COMP VALUE 0.
015122 77  WS-CHAN-SUB             PIC S9(04) COMP VALUE 0.
015124 77  WS-FOUND-SUB            PIC S9(04) COMP VALUE 0.
015126 77  WS-RANK                 PIC S9(04) COMP VALUE 0.
015128 77  WS-RANKED-COUNT         PIC S9(04) COMP VALUE 0.
015130 77  WS-CHAN-OVERFLOW-COUNT  PIC S9(08) COMP VALUE 0.
015132 77  WS-CHAN-RERUN-COUNT     PIC S9(08) COMP VALUE 0.
015134 77  WS-BEST-KEY             PIC S9(07)V9 COMP-3 VALUE 0.
015136
015138 01  WS-CHAN-TABLE.
015140     03  WS-CHAN-ENTRY       OCCURS 500 TIMES.
015142         05  WS-CT-CHANNEL       PIC X(16).
015144         05  WS-CT-RPT-TOTAL     PIC S9(08) COMP.
015146         05  WS-CT-RPT-ERRORS    PIC S9(08) COMP.
015148         05  WS-CT-PRI-TOTAL     PIC S9(08) COMP.
015150         05  WS-CT-PRI-ERRORS    PIC S9(08) COMP.
015152         05  WS-CT-LAST-DATE     PIC 9(08).
015154         05  WS-CT-LAST-TOTAL    PIC S9(08) COMP.
015156         05  WS-CT-LAST-ERRORS   PIC S9(08) COMP.
015158         05  WS-CT-ERROR-RATE    PIC S9(03)V9 COMP-3.
015160         05  WS-CT-CHANGE        PIC S9(08) COMP.
015162         05  WS-CT-CHANGE-PCT    PIC S9(05)V9 COMP-3.
015164         05  WS-CT-RANK-KEY      PIC S9(07)V9 COMP-3.
015166         05  WS-CT-RANKED-SW     PIC X(01).
015168             88  CHANNEL-RANKED      VALUE 'Y'.
015170             88  CHANNEL-NOT-RANKED  VALUE 'N'.
015200
015300*----------------------------------------------------------------*
015400* REPORT LINES                                                   *
020700     03  FILLER              PIC X(42) VALUE
020800         'NO HISTORY RECORDS FOUND FOR REPORT MONTH'.
020900     03  FILLER              PIC X(38) VALUE SPACES.
020901
020902 01  WS-FEED-HEADING-1.
020903     03  FILLER              PIC X(15) VALUE SPACES.
020904     03  WS-FH-TITLE         PIC X(51).
020905     03  FILLER              PIC X(14) VALUE SPACES.
020906
020907 01  WS-RATE-HEADING.
020908     03  FILLER              PIC X(06) VALUE 'RANK'.
020909     03  FILLER              PIC X(18) VALUE 'CHANNEL'.
020910     03  FILLER              PIC X(11) VALUE 'CONVERSIONS'.
020911     03  FILLER              PIC X(13) VALUE '       ERRORS'.
020912     03  FILLER              PIC X(09) VALUE '  ERROR %'.
020913     03  FILLER              PIC X(23) VALUE SPACES.
020914
020915 01  WS-RATE-DETAIL.
020916     03  WS-RD-RANK          PIC ZZ9.
020917     03  FILLER              PIC X(03) VALUE SPACES.
020918     03  WS-RD-CHANNEL       PIC X(16).
020919     03  FILLER              PIC X(02) VALUE SPACES.
020920     03  WS-RD-TOTAL         PIC ZZZ,ZZZ,ZZ9.
020921     03  FILLER              PIC X(02) VALUE SPACES.
020922     03  WS-RD-ERRORS        PIC ZZZ,ZZZ,ZZ9.
020923     03  FILLER              PIC X(04) VALUE SPACES.
020924     03  WS-RD-RATE          PIC ZZ9.9.
020925     03  FILLER              PIC X(23) VALUE SPACES.
020926
020927 01  WS-VOLUME-HEADING.
020928     03  FILLER              PIC X(06) VALUE 'RANK'.
020929     03  FILLER              PIC X(18) VALUE 'CHANNEL'.
020930     03  FILLER              PIC X(11) VALUE ' THIS MONTH'.
020931     03  FILLER              PIC X(13) VALUE '  PRIOR MONTH'.
020932     03  FILLER              PIC X(13) VALUE '       CHANGE'.
020933     03  FILLER              PIC X(10) VALUE '  CHANGE %'.
020935     03  FILLER              PIC X(09) VALUE SPACES.
020937
020939 01  WS-VOLUME-DETAIL.
020941     03  WS-VD-RANK          PIC ZZ9.
020943     03  FILLER              PIC X(03) VALUE SPACES.
020945     03  WS-VD-CHANNEL       PIC X(16).
020947     03  FILLER              PIC X(02) VALUE SPACES.
020949     03  WS-VD-TOTAL         PIC ZZZ,ZZZ,ZZ9.
020951     03  FILLER              PIC X(02) VALUE SPACES.
020953     03  WS-VD-PRIOR         PIC ZZZ,ZZZ,ZZ9.
020955     03  FILLER              PIC X(02) VALUE SPACES.
020957     03  WS-VD-CHANGE        PIC -(10)9.
020959     03  FILLER              PIC X(02) VALUE SPACES.
020961     03  WS-VD-PCT           PIC -(5)9.9.
020963     03  WS-VD-PCT-X         REDEFINES WS-VD-PCT
020965                             PIC X(08).
020967     03  FILLER              PIC X(09) VALUE SPACES.
020969
020971 01  WS-FEED-NONE.
020973     03  FILLER              PIC X(46) VALUE
020975         'NO PER-FEED HISTORY RECORDS FOR REPORT MONTH'.
020977     03  FILLER              PIC X(34) VALUE SPACES.
021000
021100 PROCEDURE DIVISION.
021200*----------------------------------------------------------------*
022200
022300     PERFORM 3000-PRODUCE-TOTALS
022400         THRU 3000-EXIT.
022410
022420     PERFORM 4000-PROCESS-CHAN-RECORD
022430         THRU 4000-EXIT
022440         UNTIL NO-MORE-CHAN-RECORDS.
022450
022460     PERFORM 5000-PRODUCE-FEED-TREND
022470         THRU 5000-EXIT.
022500
022600     PERFORM 9999-TERMINATE
022700         THRU 9999-EXIT.
024400         MOVE 'Y' TO WS-EOF-SWITCH
024500     END-IF.
024600
024610     OPEN INPUT  CHAN-FILE.
024620     IF NOT CHAN-FILE-OK
024630         DISPLAY 'CONVMTH: CHANHIST OPEN FAILED, STATUS='
024640                 WS-CHAN-STATUS UPON CONS
024650         MOVE 8 TO RETURN-CODE
024660         MOVE 'Y' TO WS-EOF-SWITCH
024670     END-IF.
024700     OPEN OUTPUT REPORT-FILE.
024800     IF NOT REPORT-FILE-OK
024900         DISPLAY 'CONVMTH: MTHRPT OPEN FAILED, STATUS='
025200         MOVE 'Y' TO WS-EOF-SWITCH
025300     END-IF.
025400
025420*    A FILE THAT FAILED TO OPEN ENDS BOTH PASSES.
025440     IF NO-MORE-HIST-RECORDS
025460         MOVE 'Y' TO WS-CHAN-EOF-SWITCH
025480     END-IF.
025500     IF NOT NO-MORE-HIST-RECORDS
025600         MOVE WS-RPT-MONTH TO WS-H-MONTH
025700         WRITE REPORT-LINE FROM WS-HEADING-1
026100         PERFORM 2100-READ-HIST-RECORD
026200             THRU 2100-EXIT
026300     END-IF.
026320     IF NOT NO-MORE-CHAN-RECORDS
026340         PERFORM 4100-READ-CHAN-RECORD
026360             THRU 4100-EXIT
026380     END-IF.
026400 1000-EXIT.
026500     EXIT.
026600
045600 3100-EXIT.
045700     EXIT.
045800
045801*----------------------------------------------------------------*
045802* 4000-PROCESS-CHAN-RECORD - FOLD ONE PER-CHANNEL HISTORY RECORD *
045803* INTO ITS CHANNEL'S MONTH TOTALS, THEN READ THE NEXT ONE.       *
045804* RECORDS FOR ANY OTHER MONTH ARE PASSED OVER.                   *
045805*----------------------------------------------------------------*
045806 4000-PROCESS-CHAN-RECORD.
045807     IF CH-RUN-MONTH NOT = WS-RPT-MONTH
045808      AND CH-RUN-MONTH NOT = WS-PRI-MONTH
045809         GO TO 4000-NEXT
045810     END-IF.
045811
045812     PERFORM 4200-FIND-CHANNEL
045813         THRU 4200-EXIT.
045814     IF WS-FOUND-SUB = 0
045815         GO TO 4000-NEXT
045816     END-IF.
045817
045818*    THE SAME CHANNEL AND DATE AGAIN IS A RERUN - BACK OUT THE
045819*    EARLIER RECORD'S FIGURES BEFORE ADDING THESE.
045820     IF CH-RUN-DATE = WS-CT-LAST-DATE (WS-FOUND-SUB)
045821         ADD 1 TO WS-CHAN-RERUN-COUNT
045822         IF CH-RUN-MONTH = WS-RPT-MONTH
045823             SUBTRACT WS-CT-LAST-TOTAL (WS-FOUND-SUB)
045824                 FROM WS-CT-RPT-TOTAL (WS-FOUND-SUB)
045825             SUBTRACT WS-CT-LAST-ERRORS (WS-FOUND-SUB)
045826                 FROM WS-CT-RPT-ERRORS (WS-FOUND-SUB)
045827         ELSE
045828             SUBTRACT WS-CT-LAST-TOTAL (WS-FOUND-SUB)
045829                 FROM WS-CT-PRI-TOTAL (WS-FOUND-SUB)
045830             SUBTRACT WS-CT-LAST-ERRORS (WS-FOUND-SUB)
045831                 FROM WS-CT-PRI-ERRORS (WS-FOUND-SUB)
045832         END-IF
045833     END-IF.
045834
045835     IF CH-RUN-MONTH = WS-RPT-MONTH
045836         ADD CH-TOTAL-COUNT TO WS-CT-RPT-TOTAL (WS-FOUND-SUB)
045837         ADD CH-ERROR-COUNT TO WS-CT-RPT-ERRORS (WS-FOUND-SUB)
045838     ELSE
045839         ADD CH-TOTAL-COUNT TO WS-CT-PRI-TOTAL (WS-FOUND-SUB)
045840         ADD CH-ERROR-COUNT TO WS-CT-PRI-ERRORS (WS-FOUND-SUB)
045841     END-IF.
045842     MOVE CH-RUN-DATE    TO WS-CT-LAST-DATE (WS-FOUND-SUB).
045843     MOVE CH-TOTAL-COUNT TO WS-CT-LAST-TOTAL (WS-FOUND-SUB).
045844     MOVE CH-ERROR-COUNT TO WS-CT-LAST-ERRORS (WS-FOUND-SUB).
045845
045846 4000-NEXT.
045847     PERFORM 4100-READ-CHAN-RECORD
045848         THRU 4100-EXIT.
045849 4000-EXIT.
045850     EXIT.
045851
045852*----------------------------------------------------------------*
045853* 4100-READ-CHAN-RECORD                                         *
045854*----------------------------------------------------------------*
045855 4100-READ-CHAN-RECORD.
045856     READ CHAN-FILE
045857         AT END
045858             MOVE 'Y' TO WS-CHAN-EOF-SWITCH
045859     END-READ.
045860 4100-EXIT.
045861     EXIT.
045862
045863*----------------------------------------------------------------*
045864* 4200-FIND-CHANNEL - WS-FOUND-SUB TO THE RECORD'S CHANNEL SLOT, *
045865* TAKING A NEW ONE THE FIRST TIME IT IS SEEN.  ZERO WHEN THE     *
045866* TABLE IS FULL - THE RECORD IS COUNTED AND LEFT OUT.            *
045867*----------------------------------------------------------------*
045868 4200-FIND-CHANNEL.
045869     MOVE 0 TO WS-FOUND-SUB.
045870     PERFORM 4210-MATCH-CHANNEL
045871         THRU 4210-EXIT
045872         VARYING WS-CHAN-SUB FROM 1 BY 1
045873           UNTIL WS-CHAN-SUB > WS-CHAN-COUNT
045874              OR WS-FOUND-SUB > 0.
045875     IF WS-FOUND-SUB > 0
045876         GO TO 4200-EXIT
045877     END-IF.
045878
045879     IF WS-CHAN-COUNT NOT < WS-MAX-CHANNELS
045880         ADD 1 TO WS-CHAN-OVERFLOW-COUNT
045881         GO TO 4200-EXIT
045882     END-IF.
045883
045884     ADD 1 TO WS-CHAN-COUNT.
045885     MOVE WS-CHAN-COUNT TO WS-FOUND-SUB.
045886     MOVE CH-CHANNEL TO WS-CT-CHANNEL (WS-FOUND-SUB).
045887     MOVE 0 TO WS-CT-RPT-TOTAL (WS-FOUND-SUB)
045888               WS-CT-RPT-ERRORS (WS-FOUND-SUB)
045889               WS-CT-PRI-TOTAL (WS-FOUND-SUB)
045890               WS-CT-PRI-ERRORS (WS-FOUND-SUB)
045891               WS-CT-LAST-DATE (WS-FOUND-SUB)
045892               WS-CT-LAST-TOTAL (WS-FOUND-SUB)
045893               WS-CT-LAST-ERRORS (WS-FOUND-SUB).
045894 4200-EXIT.
045895     EXIT.
045896
045897*----------------------------------------------------------------*
045898* 4210-MATCH-CHANNEL                                            *
045899*----------------------------------------------------------------*
045900 4210-MATCH-CHANNEL.
045901     IF WS-CT-CHANNEL (WS-CHAN-SUB) = CH-CHANNEL
045902         MOVE WS-CHAN-SUB TO WS-FOUND-SUB
045903     END-IF.
045904 4210-EXIT.
045905     EXIT.
045906
045907*----------------------------------------------------------------*
045908* 5000-PRODUCE-FEED-TREND - THE PER-FEED SECTION: EACH CHANNEL'S *
045909* ERROR RATE AND VOLUME CHANGE, THEN THE TWO RANKINGS            *
045910*----------------------------------------------------------------*
045911 5000-PRODUCE-FEED-TREND.
045912     IF RETURN-CODE NOT < 8
045913         GO TO 5000-EXIT
045914     END-IF.
045915
045916     MOVE 'CONVERT TRANSACTION - PER-FEED TREND'
045917       TO WS-FH-TITLE.
045918     WRITE REPORT-LINE FROM WS-FEED-HEADING-1
045919         AFTER ADVANCING PAGE.
045920
045921     IF WS-CHAN-RERUN-COUNT > 0
045922         DISPLAY 'CONVMTH: ' WS-CHAN-RERUN-COUNT
045923                 ' RERUN PER-FEED RECORDS - LATEST KEPT' UPON CONS
045924     END-IF.
045925     IF WS-CHAN-OVERFLOW-COUNT > 0
045926         DISPLAY 'CONVMTH: MORE THAN ' WS-MAX-CHANNELS
045927                 ' CHANNELS - ' WS-CHAN-OVERFLOW-COUNT
045928                 ' PER-FEED RECORDS LEFT OUT' UPON CONS
045929     END-IF.
045930
045931     IF WS-CHAN-COUNT = 0
045932         WRITE REPORT-LINE FROM WS-FEED-NONE
045933             AFTER ADVANCING 2 LINES
045934         GO TO 5000-EXIT
045935     END-IF.
045936
045937     PERFORM 5100-COMPUTE-CHANNEL-TREND
045938         THRU 5100-EXIT
045939         VARYING WS-CHAN-SUB FROM 1 BY 1
045940           UNTIL WS-CHAN-SUB > WS-CHAN-COUNT.
045941
045942     PERFORM 5200-RANK-BY-ERROR-RATE
045943         THRU 5200-EXIT.
045944
045945     PERFORM 5300-RANK-BY-VOLUME-CHANGE
045946         THRU 5300-EXIT.
045947 5000-EXIT.
045948     EXIT.
045949
045950*----------------------------------------------------------------*
045951* 5100-COMPUTE-CHANNEL-TREND - ONE CHANNEL'S REPORT-MONTH ERROR  *
045952* RATE AND ITS VOLUME CHANGE AGAINST THE PRIOR MONTH.  A CHANNEL *
045953* WITH NO PRIOR-MONTH VOLUME IS NEW AND HAS NO PERCENTAGE.       *
045954*----------------------------------------------------------------*
045955 5100-COMPUTE-CHANNEL-TREND.
045956     MOVE 0 TO WS-CT-ERROR-RATE (WS-CHAN-SUB).
045957     IF WS-CT-RPT-TOTAL (WS-CHAN-SUB) > 0
045958         COMPUTE WS-CT-ERROR-RATE (WS-CHAN-SUB) ROUNDED =
045959                 WS-CT-RPT-ERRORS (WS-CHAN-SUB) * 100
045960               / WS-CT-RPT-TOTAL (WS-CHAN-SUB)
045961     END-IF.
045962
045963     COMPUTE WS-CT-CHANGE (WS-CHAN-SUB) =
045964             WS-CT-RPT-TOTAL (WS-CHAN-SUB)
045965           - WS-CT-PRI-TOTAL (WS-CHAN-SUB).
045966     MOVE 0 TO WS-CT-CHANGE-PCT (WS-CHAN-SUB).
045967     IF WS-CT-PRI-TOTAL (WS-CHAN-SUB) > 0
045968         COMPUTE WS-CT-CHANGE-PCT (WS-CHAN-SUB) ROUNDED =
045969                 WS-CT-CHANGE (WS-CHAN-SUB) * 100
045970               / WS-CT-PRI-TOTAL (WS-CHAN-SUB)
045971             ON SIZE ERROR
045972                 MOVE 99999.9 TO WS-CT-CHANGE-PCT (WS-CHAN-SUB)
045973         END-COMPUTE
045974     END-IF.
045975 5100-EXIT.
045976     EXIT.
045977
045978*----------------------------------------------------------------*
045979* 5200-RANK-BY-ERROR-RATE - THE CHANNELS ACTIVE IN THE REPORT    *
045980* MONTH, HIGHEST ERROR RATE FIRST.  EACH PASS PICKS THE HIGHEST  *
045981* KEY NOT YET PRINTED; EQUAL KEYS KEEP FILE ORDER.               *
045982*----------------------------------------------------------------*
045983 5200-RANK-BY-ERROR-RATE.
045984     MOVE 0 TO WS-RANKED-COUNT.
045985     PERFORM 5210-SET-RATE-KEY
045986         THRU 5210-EXIT
045987         VARYING WS-CHAN-SUB FROM 1 BY 1
045988           UNTIL WS-CHAN-SUB > WS-CHAN-COUNT.
045989
045990     MOVE 'CHANNELS BY ERROR RATE, WORST FIRST' TO WS-FH-TITLE.
045991     WRITE REPORT-LINE FROM WS-FEED-HEADING-1
045992         AFTER ADVANCING 2 LINES.
045993     WRITE REPORT-LINE FROM WS-RATE-HEADING
045994         AFTER ADVANCING 2 LINES.
045995
045996     PERFORM 5220-PRINT-NEXT-RATE
045997         THRU 5220-EXIT
045998         VARYING WS-RANK FROM 1 BY 1
045999           UNTIL WS-RANK > WS-RANKED-COUNT.
046000 5200-EXIT.
046001     EXIT.
046002
046003*----------------------------------------------------------------*
046004* 5210-SET-RATE-KEY - ONLY CHANNELS WITH REPORT-MONTH VOLUME     *
046005* ARE RANKED BY ERROR RATE                                       *
046006*----------------------------------------------------------------*
046007 5210-SET-RATE-KEY.
046008     IF WS-CT-RPT-TOTAL (WS-CHAN-SUB) > 0
046009         MOVE WS-CT-ERROR-RATE (WS-CHAN-SUB)
046010                             TO WS-CT-RANK-KEY (WS-CHAN-SUB)
046011         MOVE 'N' TO WS-CT-RANKED-SW (WS-CHAN-SUB)
046012         ADD 1 TO WS-RANKED-COUNT
046013     ELSE
046014         MOVE 'Y' TO WS-CT-RANKED-SW (WS-CHAN-SUB)
046015     END-IF.
046016 5210-EXIT.
046017     EXIT.
046018
046019*----------------------------------------------------------------*
046020* 5220-PRINT-NEXT-RATE                                          *
046021*----------------------------------------------------------------*
046022 5220-PRINT-NEXT-RATE.
046023     PERFORM 5800-PICK-HIGHEST-KEY
046024         THRU 5800-EXIT.
046025
046026     MOVE SPACES TO WS-RATE-DETAIL.
046027     MOVE WS-RANK TO WS-RD-RANK.
046028     MOVE WS-CT-CHANNEL (WS-FOUND-SUB)    TO WS-RD-CHANNEL.
046029     MOVE WS-CT-RPT-TOTAL (WS-FOUND-SUB)  TO WS-RD-TOTAL.
046030     MOVE WS-CT-RPT-ERRORS (WS-FOUND-SUB) TO WS-RD-ERRORS.
046031     MOVE WS-CT-ERROR-RATE (WS-FOUND-SUB) TO WS-RD-RATE.
046032     WRITE REPORT-LINE FROM WS-RATE-DETAIL
046033         AFTER ADVANCING 1 LINE.
046034 5220-EXIT.
046035     EXIT.
046036
046037*----------------------------------------------------------------*
046038* 5300-RANK-BY-VOLUME-CHANGE - EVERY CHANNEL ACTIVE IN EITHER    *
046039* MONTH BY ITS PERCENTAGE CHANGE IN VOLUME, LARGEST FALL FIRST   *
046040* (A FEED THAT STOPPED SHOWS -100.0).  NEW CHANNELS COME LAST.   *
046041* THE KEY IS NEGATED SO THE SAME HIGHEST-FIRST PICK SERVES.      *
046042*----------------------------------------------------------------*
046043 5300-RANK-BY-VOLUME-CHANGE.
046044     MOVE 0 TO WS-RANKED-COUNT.
046045     PERFORM 5310-SET-CHANGE-KEY
046046         THRU 5310-EXIT
046047         VARYING WS-CHAN-SUB FROM 1 BY 1
046048           UNTIL WS-CHAN-SUB > WS-CHAN-COUNT.
046049
046050     MOVE 'CHANNELS BY VOLUME CHANGE, LARGEST FALL FIRST'
046051       TO WS-FH-TITLE.
046052     WRITE REPORT-LINE FROM WS-FEED-HEADING-1
046053         AFTER ADVANCING 3 LINES.
046054     WRITE REPORT-LINE FROM WS-VOLUME-HEADING
046055         AFTER ADVANCING 2 LINES.
046056
046057     PERFORM 5320-PRINT-NEXT-CHANGE
046058         THRU 5320-EXIT
046059         VARYING WS-RANK FROM 1 BY 1
046060           UNTIL WS-RANK > WS-RANKED-COUNT.
046061 5300-EXIT.
046062     EXIT.
046063
046064*----------------------------------------------------------------*
046065* 5310-SET-CHANGE-KEY                                           *
046066*----------------------------------------------------------------*
046067 5310-SET-CHANGE-KEY.
046068     MOVE 'N' TO WS-CT-RANKED-SW (WS-CHAN-SUB).
046069     ADD 1 TO WS-RANKED-COUNT.
046070     IF WS-CT-PRI-TOTAL (WS-CHAN-SUB) > 0
046071         COMPUTE WS-CT-RANK-KEY (WS-CHAN-SUB) =
046072                 0 - WS-CT-CHANGE-PCT (WS-CHAN-SUB)
046073     ELSE
046074         MOVE -999999.9 TO WS-CT-RANK-KEY (WS-CHAN-SUB)
046075     END-IF.
046076 5310-EXIT.
046077     EXIT.
046078
046079*----------------------------------------------------------------*
046080* 5320-PRINT-NEXT-CHANGE                                        *
046081*----------------------------------------------------------------*
046082 5320-PRINT-NEXT-CHANGE.
046083     PERFORM 5800-PICK-HIGHEST-KEY
046084         THRU 5800-EXIT.
046085
046086     MOVE SPACES TO WS-VOLUME-DETAIL.
046087     MOVE WS-RANK TO WS-VD-RANK.
046088     MOVE WS-CT-CHANNEL (WS-FOUND-SUB)   TO WS-VD-CHANNEL.
046089     MOVE WS-CT-RPT-TOTAL (WS-FOUND-SUB) TO WS-VD-TOTAL.
046090     MOVE WS-CT-PRI-TOTAL (WS-FOUND-SUB) TO WS-VD-PRIOR.
046091     MOVE WS-CT-CHANGE (WS-FOUND-SUB)    TO WS-VD-CHANGE.
046092     IF WS-CT-PRI-TOTAL (WS-FOUND-SUB) > 0
046093         MOVE WS-CT-CHANGE-PCT (WS-FOUND-SUB) TO WS-VD-PCT
046094     ELSE
046095         MOVE '     NEW' TO WS-VD-PCT-X
046096     END-IF.
046097     WRITE REPORT-LINE FROM WS-VOLUME-DETAIL
046098         AFTER ADVANCING 1 LINE.
046099 5320-EXIT.
046100     EXIT.
046101
046102*----------------------------------------------------------------*
046103* 5800-PICK-HIGHEST-KEY - WS-FOUND-SUB TO THE UNRANKED CHANNEL   *
046104* WITH THE HIGHEST RANK KEY, WHICH IS THEN MARKED RANKED         *
046105*----------------------------------------------------------------*
046106 5800-PICK-HIGHEST-KEY.
046107     MOVE 0 TO WS-FOUND-SUB.
046108     PERFORM 5810-COMPARE-KEY
046109         THRU 5810-EXIT
046110         VARYING WS-CHAN-SUB FROM 1 BY 1
046111           UNTIL WS-CHAN-SUB > WS-CHAN-COUNT.
046112     MOVE 'Y' TO WS-CT-RANKED-SW (WS-FOUND-SUB).
046113 5800-EXIT.
046114     EXIT.
046115
046116*----------------------------------------------------------------*
046117* 5810-COMPARE-KEY                                              *
046118*----------------------------------------------------------------*
046119 5810-COMPARE-KEY.
046120     IF CHANNEL-RANKED (WS-CHAN-SUB)
046121         GO TO 5810-EXIT
046122     END-IF.
046123     IF WS-FOUND-SUB = 0
046124      OR WS-CT-RANK-KEY (WS-CHAN-SUB) > WS-BEST-KEY
046125         MOVE WS-CHAN-SUB TO WS-FOUND-SUB
046126         MOVE WS-CT-RANK-KEY (WS-CHAN-SUB) TO WS-BEST-KEY
046127     END-IF.
046128 5810-EXIT.
046129     EXIT.
046130
046140*----------------------------------------------------------------*
046150* 9999-TERMINATE - CLOSE FILES                                  *
046160*----------------------------------------------------------------*
046200 9999-TERMINATE.
046300     CLOSE HIST-FILE.
046400     CLOSE REPORT-FILE.
046450     CLOSE CHAN-FILE.
046500 9999-EXIT.
046600     EXIT.
