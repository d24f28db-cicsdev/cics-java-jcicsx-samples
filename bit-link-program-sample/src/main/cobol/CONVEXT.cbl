001300* DESCRIPTION:   DAILY MACHINE-READABLE EXTRACT FOR THE          *
001400*                CORPORATE BI TOOL, SO THE PRINTED CONVRPT AND   *
001500*                CONVMTH REPORTS STOP BEING THE SYSTEM OF        *
001600*                RECORD FOR MANAGEMENT NUMBERS.  WRITES THREE    *
001700*                COMMA-DELIMITED TEXT FILES:                     *
001800*                                                                *
001900*                HISTEXT - EVERY SUMMARY HISTORY RECORD, ONE     *
003000*                TYPE, AND THE INPUT AND CELSIUS VALUES AS       *
003100*                SIGNED DECIMALS.                                *
003200*                                                                *
003210*                CHANEXT - EVERY PER-CHANNEL HISTORY RECORD, ONE *
003220*                ROW PER CHANNEL PER RUN DATE: DATE, CHANNEL,    *
003230*                THEN THE SAME COUNTS AND FIGURES AS HISTEXT.    *
003240*                LOAD WITH THE DATE AND CHANNEL AS KEY AND LAST  *
003250*                ROW WINS.                                       *
003260*                                                                *
003300*                THE EXTRACT DATE COMES FROM A SYSIN CARD        *
003400*                (YYYYMMDD, COLUMNS 1-8); A MISSING OR INVALID   *
003500*                CARD DEFAULTS TO THE RUN DATE.                  *
003600*                                                                *
003700* INPUT:         HISTORY   - CONVRPT SUMMARY HISTORY RECORDS     *
003750*                CHANHIST  - CONVRPT PER-CHANNEL HISTORY RECORDS *
003800*                ALERTLOG  - CUMULATIVE ALERT FILE (VSAM)        *
003900*                SYSIN     - EXTRACT DATE CARD (YYYYMMDD)        *
004000* OUTPUT:        HISTEXT   - DELIMITED SUMMARY HISTORY ROWS      *
004100*                ALRTEXT   - DELIMITED ALERT ROWS                *
004150*                CHANEXT   - DELIMITED PER-CHANNEL HISTORY ROWS  *
004200*                                                                *
004300* RETURN CODES:  0 - EXTRACT WRITTEN                             *
004400*                8 - A FILE COULD NOT BE OPENED                  *
005800* DATE        INIT  DESCRIPTION                                  *
005900* ----------  ----  ------------------------------------------- *
006000* 09/02/2026  AD    INITIAL VERSION                              *
006020* 10/15/2026  AD    PER-CHANNEL HISTORY RECORDS FROM THE NEW     *
006040*                   CHANHIST DATASET ARE EXTRACTED TO CHANEXT    *
006100******************************************************************
006200
006300 ENVIRONMENT DIVISION.
008400     SELECT AEXT-FILE    ASSIGN TO ALRTEXT
008500                         ORGANIZATION IS SEQUENTIAL
008600                         FILE STATUS IS WS-AEXT-STATUS.
008610
008620     SELECT CHAN-FILE    ASSIGN TO CHANHIST
008630                         ORGANIZATION IS SEQUENTIAL
008640                         FILE STATUS IS WS-CHAN-STATUS.
008650
008660     SELECT CEXT-FILE    ASSIGN TO CHANEXT
008670                         ORGANIZATION IS SEQUENTIAL
008680                         FILE STATUS IS WS-CEXT-STATUS.
008700
008800 DATA DIVISION.
008900 FILE SECTION.
011000     03  HR-AVG-OUTPUT       PIC S9(07)V99.
011100     03  FILLER              PIC X(04).
011200
011202*----------------------------------------------------------------*
011204* CHAN-FILE - ONE RECORD PER CHANNEL PER CONVRPT RUN DATE.  THE  *
011206* LAYOUT HERE MUST STAY IN STEP WITH CHAN-HIST-RECORD IN CONVRPT.*
011208*----------------------------------------------------------------*
011210 FD  CHAN-FILE
011212     RECORDING MODE IS F.
011214 01  CHAN-HIST-RECORD.
011216     03  CH-RUN-DATE         PIC 9(08).
011218     03  CH-RUN-DATE-R       REDEFINES CH-RUN-DATE.
011220         05  CH-RUN-YYYY     PIC X(04).
011222         05  CH-RUN-MM       PIC X(02).
011224         05  CH-RUN-DD       PIC X(02).
011226     03  CH-CHANNEL          PIC X(16).
011228     03  CH-TOTAL-COUNT      PIC 9(08).
011230     03  CH-ERROR-COUNT      PIC 9(08).
011232     03  CH-NORMAL-COUNT     PIC 9(08).
011234     03  CH-MIN-INPUT        PIC S9(07)V99.
011236     03  CH-MAX-INPUT        PIC S9(07)V99.
011238     03  CH-AVG-INPUT        PIC S9(07)V99.
011240     03  CH-MIN-OUTPUT       PIC S9(07)V99.
011242     03  CH-MAX-OUTPUT       PIC S9(07)V99.
011244     03  CH-AVG-OUTPUT       PIC S9(07)V99.
011246     03  FILLER              PIC X(18).
011300*----------------------------------------------------------------*
011400* ALERT-FILE - ONE RECORD PER ALERT SENT BY CONVERT.  THE        *
011500* LAYOUT HERE MUST STAY IN STEP WITH ALERT-RECORD IN CONVERT.    *
013200     03  AL-CELSIUS-VALUE    PIC S9(7)V99 COMP-3.
013300
013400*----------------------------------------------------------------*
013500* HEXT-FILE / AEXT-FILE / CEXT-FILE - THE DELIMITED EXTRACT ROWS *
013600*----------------------------------------------------------------*
013700 FD  HEXT-FILE
013800     RECORDING MODE IS F.
014100 FD  AEXT-FILE
014200     RECORDING MODE IS F.
014300 01  AEXT-RECORD             PIC X(132).
014320
014340 FD  CEXT-FILE
014360     RECORDING MODE IS F.
014380 01  CEXT-RECORD             PIC X(132).
014400
014500 WORKING-STORAGE SECTION.
014600*----------------------------------------------------------------*
016300
016400 77  WS-ALERT-EOF-SWITCH     PIC X(01) VALUE 'N'.
016500     88  NO-MORE-ALERT-RECORDS   VALUE 'Y'.
016510
016520 77  WS-CHAN-STATUS          PIC X(02) VALUE '00'.
016530     88  CHAN-FILE-OK            VALUE '00'.
016540
016550 77  WS-CEXT-STATUS          PIC X(02) VALUE '00'.
016560     88  CEXT-FILE-OK            VALUE '00'.
016570
016580 77  WS-CHAN-EOF-SWITCH      PIC X(01) VALUE 'N'.
016590     88  NO-MORE-CHAN-RECORDS    VALUE 'Y'.
016600
016700*----------------------------------------------------------------*
016800* EXTRACT DATE SELECTION                                         *
017800*----------------------------------------------------------------*
017900 77  WS-HIST-ROW-COUNT       PIC S9(08) COMP VALUE 0.
018000 77  WS-ALERT-ROW-COUNT      PIC S9(08) COMP VALUE 0.
018050 77  WS-CHAN-ROW-COUNT       PIC S9(08) COMP VALUE 0.
018100
018200*----------------------------------------------------------------*
018300* ROW BUILDING.  THE EDITED FIELDS GIVE THE BI TOOL WHAT THE     *
021400         THRU 3000-EXIT
021500         UNTIL NO-MORE-ALERT-RECORDS.
021600
021620     PERFORM 4000-EXTRACT-CHAN-RECORD
021640         THRU 4000-EXIT
021660         UNTIL NO-MORE-CHAN-RECORDS.
021700     PERFORM 9999-TERMINATE
021800         THRU 9999-EXIT.
021900
027000         MOVE 'Y' TO WS-ALERT-EOF-SWITCH
027100     END-IF.
027200
027202     OPEN INPUT  CHAN-FILE.
027204     IF NOT CHAN-FILE-OK
027206         DISPLAY 'CONVEXT: CHANHIST OPEN FAILED, STATUS='
027208                 WS-CHAN-STATUS UPON CONS
027210         MOVE 8 TO RETURN-CODE
027212     END-IF.
027214
027216     OPEN OUTPUT CEXT-FILE.
027218     IF NOT CEXT-FILE-OK
027220         DISPLAY 'CONVEXT: CHANEXT OPEN FAILED, STATUS='
027222                 WS-CEXT-STATUS UPON CONS
027224         MOVE 8 TO RETURN-CODE
027226     END-IF.
027228
027230*    ANY FILE THAT FAILED TO OPEN STOPS ALL THREE EXTRACTS.
027232     IF RETURN-CODE NOT = 0
027234         MOVE 'Y' TO WS-HIST-EOF-SWITCH
027236         MOVE 'Y' TO WS-ALERT-EOF-SWITCH
027238         MOVE 'Y' TO WS-CHAN-EOF-SWITCH
027240     END-IF.
027300     IF NOT NO-MORE-HIST-RECORDS
027400         PERFORM 2100-READ-HIST-RECORD
027500             THRU 2100-EXIT
027800         PERFORM 3100-READ-ALERT-RECORD
027900             THRU 3100-EXIT
028000     END-IF.
028020     IF NOT NO-MORE-CHAN-RECORDS
028040         PERFORM 4100-READ-CHAN-RECORD
028060             THRU 4100-EXIT
028080     END-IF.
028100 1000-EXIT.
028200     EXIT.
028300
037800 3100-EXIT.
037900     EXIT.
038000
038001*----------------------------------------------------------------*
038002* 4000-EXTRACT-CHAN-RECORD - ONE DELIMITED ROW PER PER-CHANNEL   *
038003* HISTORY RECORD, THEN READ THE NEXT ONE                         *
038004*----------------------------------------------------------------*
038005 4000-EXTRACT-CHAN-RECORD.
038006     MOVE SPACES TO WS-ROW-DATE.
038007     STRING CH-RUN-YYYY '-' CH-RUN-MM '-' CH-RUN-DD
038008             DELIMITED BY SIZE INTO WS-ROW-DATE.
038009
038010     MOVE CH-TOTAL-COUNT  TO WS-E-COUNT-1.
038011     MOVE CH-ERROR-COUNT  TO WS-E-COUNT-2.
038012     MOVE CH-NORMAL-COUNT TO WS-E-COUNT-3.
038013     MOVE CH-MIN-INPUT    TO WS-E-MIN-IN.
038014     MOVE CH-MAX-INPUT    TO WS-E-MAX-IN.
038015     MOVE CH-AVG-INPUT    TO WS-E-AVG-IN.
038016     MOVE CH-MIN-OUTPUT   TO WS-E-MIN-OUT.
038017     MOVE CH-MAX-OUTPUT   TO WS-E-MAX-OUT.
038018     MOVE CH-AVG-OUTPUT   TO WS-E-AVG-OUT.
038019
038020     MOVE SPACES TO WS-ROW.
038021     STRING WS-ROW-DATE ','
038022            CH-CHANNEL ','
038023            WS-E-COUNT-1 ','
038024            WS-E-COUNT-2 ','
038025            WS-E-COUNT-3 ','
038026            WS-E-MIN-IN ','
038027            WS-E-MAX-IN ','
038028            WS-E-AVG-IN ','
038029            WS-E-MIN-OUT ','
038030            WS-E-MAX-OUT ','
038031            WS-E-AVG-OUT
038032             DELIMITED BY SIZE INTO WS-ROW.
038033     WRITE CEXT-RECORD FROM WS-ROW.
038034     ADD 1 TO WS-CHAN-ROW-COUNT.
038035
038036     PERFORM 4100-READ-CHAN-RECORD
038037         THRU 4100-EXIT.
038038 4000-EXIT.
038039     EXIT.
038040
038041*----------------------------------------------------------------*
038042* 4100-READ-CHAN-RECORD                                         *
038043*----------------------------------------------------------------*
038044 4100-READ-CHAN-RECORD.
038045     READ CHAN-FILE
038046         AT END
038047             MOVE 'Y' TO WS-CHAN-EOF-SWITCH
038048     END-READ.
038049 4100-EXIT.
038050     EXIT.
038100*----------------------------------------------------------------*
038200* 9999-TERMINATE - CLOSE FILES AND REPORT THE ROW COUNTS        *
038300*----------------------------------------------------------------*
038600     CLOSE ALERT-FILE.
038700     CLOSE HEXT-FILE.
038800     CLOSE AEXT-FILE.
038820     CLOSE CHAN-FILE.
038840     CLOSE CEXT-FILE.
038900
039000     DISPLAY 'CONVEXT: HISTORY ROWS WRITTEN = '
039100             WS-HIST-ROW-COUNT UPON CONS.
039200     DISPLAY 'CONVEXT: ALERT ROWS WRITTEN   = '
039300             WS-ALERT-ROW-COUNT UPON CONS.
039320     DISPLAY 'CONVEXT: CHANNEL ROWS WRITTEN = '
039340             WS-CHAN-ROW-COUNT UPON CONS.
039400 9999-EXIT.
039500     EXIT.
