003000*                PLAUSIBLE RETRY WINDOW AND ARE PURGED, COUNTED  *
003100*                ON THEIR OWN REPORT LINE.                       *
003200*                                                                *
003210*                RECORDS ARE AGED FROM THE BUSINESS DATE, READ   *
003220*                FROM A SECOND SYSIN CARD (YYYYMMDD, COLUMNS     *
003230*                1-8) PASSED BY THE CYCLCTL STEP THAT STARTS THE *
003240*                JOB; A MISSING OR INVALID DATE CARD DEFAULTS TO *
003250*                TODAY'S DATE.                                   *
003260*                                                                *
003300* INPUT:         REQLOG    - THE REQUEST LOG (VSAM, I-O)         *
003400*                SYSIN     - RETENTION DAYS CONTROL CARD         *
003450*                            FOLLOWED BY THE BUSINESS DATE CARD  *
003500* OUTPUT:        PURGERPT  - PRINTED PURGE SUMMARY               *
003600*                                                                *
003700* RETURN CODES:  0 - PURGE COMPLETE                              *
005400* DATE        INIT  DESCRIPTION                                  *
005500* ----------  ----  ------------------------------------------- *
005600* 09/02/2026  AD    INITIAL VERSION                              *
005620* 10/15/2026  AD    RECORDS ARE AGED FROM THE BUSINESS DATE ON   *
005640*                   THE SECOND SYSIN CARD, WRITTEN BY CYCLCTL,   *
005660*                   NOT THE SYSTEM DATE                          *
005799******************************************************************
005800
005900 ENVIRONMENT DIVISION.
006000 CONFIGURATION SECTION.
011300     88  NO-MORE-REQ-RECORDS     VALUE 'Y'.
011400
011500*----------------------------------------------------------------*
011600* RETENTION CONTROL CARD AND BUSINESS DATE CARD                  *
011700*----------------------------------------------------------------*
011800 01  WS-CONTROL-CARD.
011900     03  WS-CC-DAYS          PIC X(04).
012000     03  FILLER              PIC X(76).
012020
012040 01  WS-DATE-CARD.
012060     03  WS-DC-DATE          PIC X(08).
012080     03  FILLER              PIC X(72).
012100
012200 77  WS-RETAIN-DAYS          PIC 9(04) VALUE 0.
012300 77  WS-MAX-RETAIN-DAYS      PIC 9(04) VALUE 365.
021700         GO TO 1000-EXIT
021800     END-IF.
021900
021910     MOVE SPACES TO WS-DATE-CARD.
021920     ACCEPT WS-DATE-CARD.
021930     IF WS-DC-DATE IS NUMERIC
021940         MOVE WS-DC-DATE TO WS-RUN-DATE
021950     ELSE
022000         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
022020         DISPLAY 'REQPURGE: NO VALID DATE CARD - AGING FROM '
022040                 WS-RUN-DATE UPON CONS
022060     END-IF.
022100     MOVE WS-RUN-DATE TO WS-DTS-DATE.
022200     PERFORM 8000-DATE-TO-SERIAL
022300         THRU 8000-EXIT.
