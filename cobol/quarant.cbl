*> (SCRPQLS.DAT) shows everything quarantined so ops can decide per
*> URL: delete the control record, or delete the quarantine record
*> to release the URL for another try.
*>
*> A page the site says is gone does not need a streak to prove it.
*> A URL whose latest fetch today (SCRPMET.DAT) came back 404 or 410
*> and was classed a permanent failure is quarantined on the spot,
*> with the HTTP code on the quarantine record and the listing.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QUR-STATUS.

    SELECT OPTIONAL MET-FILE
        ASSIGN TO "SCRPMET.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MET-STATUS.

    SELECT QLS-FILE
        ASSIGN TO "SCRPQLS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        RECORD KEY IS QRX-URL
        FILE STATUS IS WS-QRX-STATUS.

*> URLs whose latest fetch today was a permanent 404/410, keyed by
*> URL, built from the metrics file before the history walk.
    SELECT GNX-FILE
        ASSIGN TO "SCRPGNX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GNX-URL
        FILE STATUS IS WS-GNX-STATUS.

    SELECT OPTIONAL RSL-FILE
        ASSIGN TO "SCRPRSL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HST-FILE.
FD  QUR-FILE.
    COPY SCRPQUR.

FD  MET-FILE.
    COPY SCRPMET.

FD  QLS-FILE.
01  QLS-RECORD                  PIC X(132).

    05  QRX-STREAK              PIC 9(4).
    05  QRX-LAST-SUCCESS        PIC X(8).
    05  QRX-DATE                PIC X(8).
    05  QRX-HTTP-CODE           PIC X(3).

FD  GNX-FILE.
01  GNX-RECORD.
    05  GNX-URL                 PIC X(200).
    05  GNX-HTTP-CODE           PIC 9(3).

FD  RSL-FILE.
    COPY SCRPRSL.

WORKING-STORAGE SECTION.
01  WS-HST-STATUS               PIC XX.
01  WS-QUR-STATUS               PIC XX.
01  WS-QLS-STATUS               PIC XX.
01  WS-QRX-STATUS               PIC XX.
01  WS-MET-STATUS               PIC XX.
01  WS-GNX-STATUS               PIC XX.
01  WS-EOF-HST-FLAG             PIC X(1) VALUE 'N'.
    88  WS-HST-EOF              VALUE 'Y'.
01  WS-EOF-QUR-FLAG             PIC X(1) VALUE 'N'.
    88  WS-QUR-EOF              VALUE 'Y'.
01  WS-EOF-MET-FLAG             PIC X(1) VALUE 'N'.
    88  WS-MET-EOF              VALUE 'Y'.
01  WS-EOF-QRX-FLAG             PIC X(1).
    88  WS-QRX-EOF              VALUE 'Y'.
01  WS-RUN-DATE                 PIC X(8).
01  WS-CUR-URL                  PIC X(200).
01  WS-CUR-FAIL-STREAK          PIC 9(4).
01  WS-CUR-LAST-SUCCESS         PIC X(8).
01  WS-GONE-FLAG                PIC X(1).
    88  WS-URL-GONE             VALUE 'Y'.
01  WS-GONE-CODE                PIC 9(3).

*> ---- listing line building ----------------------------------------
01  WS-QLS-LINE                 PIC X(132).
01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 55.
01  WS-SUCC-SHOW                PIC X(8).
01  WS-HTTP-SHOW                PIC X(4).

*> ---- counters for the end-of-job summary -------------------------
01  WS-URL-COUNT                PIC 9(4) VALUE ZERO.
01  WS-NEW-QUAR-COUNT           PIC 9(4) VALUE ZERO.
01  WS-GONE-COUNT               PIC 9(4) VALUE ZERO.
01  WS-HELD-COUNT               PIC 9(4) VALUE ZERO.
01  WS-RELEASED-COUNT           PIC 9(4) VALUE ZERO.
01  WS-LISTED-COUNT             PIC 9(4) VALUE ZERO.

*> ---- run-status ledger posting -----------------------------------
01  WS-RSL-STATUS               PIC XX.
01  WS-RSL-RUN-DATE             PIC X(8).
01  WS-RSL-START-TIME           PIC X(8).

PROCEDURE DIVISION.

000-MAIN-PROCESS.
    ACCEPT WS-RSL-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RSL-START-TIME FROM TIME
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 100-SET-THRESHOLD
    PERFORM 150-LOAD-QUARANTINE-SET
    PERFORM 170-LOAD-GONE-PAGES

    OPEN INPUT HST-FILE
    IF WS-HST-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-QUARANTINE: UNABLE TO OPEN SCRPHST.DAT,"
            " STATUS=" WS-HST-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-HST-EOF
        PERFORM 300-DISPOSE-URL-GROUP
    END-IF
    CLOSE HST-FILE
    CLOSE GNX-FILE

    PERFORM 600-REWRITE-QUARANTINE-MASTER

    DISPLAY "FAILURE-STREAK THRESHOLD . " WS-THRESHOLD
    DISPLAY "URLS IN HISTORY .......... " WS-URL-COUNT
    DISPLAY "NEWLY QUARANTINED ........ " WS-NEW-QUAR-COUNT
    DISPLAY "  OF WHICH GONE (404/410)  " WS-GONE-COUNT
    DISPLAY "ALREADY QUARANTINED ...... " WS-HELD-COUNT
    DISPLAY "RELEASED (STREAK BROKEN) . " WS-RELEASED-COUNT
    DISPLAY "ON QUARANTINE FILE ....... " WS-LISTED-COUNT
    DISPLAY "LISTING WRITTEN TO SCRPQLS.DAT"
    PERFORM 950-POST-RUN-STATUS
    STOP RUN.

100-SET-THRESHOLD.
        DISPLAY "WEB-SCRAPE-QUARANTINE: UNABLE TO BUILD SCRPQRX.DAT,"
            " STATUS=" WS-QRX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    CLOSE QRX-FILE
        DISPLAY "WEB-SCRAPE-QUARANTINE: UNABLE TO REOPEN SCRPQRX.DAT,"
            " STATUS=" WS-QRX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN INPUT QUR-FILE
                    MOVE SCRP-QUR-STREAK TO QRX-STREAK
                    MOVE SCRP-QUR-LAST-SUCCESS TO QRX-LAST-SUCCESS
                    MOVE SCRP-QUR-DATE TO QRX-DATE
                    MOVE SCRP-QUR-HTTP-CODE TO QRX-HTTP-CODE
                    WRITE QRX-RECORD
                        INVALID KEY
                            CONTINUE
    END-IF
    CLOSE QUR-FILE.

170-LOAD-GONE-PAGES.
    *> the metrics file is in fetch order: a 404/410 classed
    *> permanent today files the URL, any later fetch of it today
    *> (a retry that got through, a second pass) takes it off again,
    *> so what is left is the URLs whose last word today was "gone".
    OPEN OUTPUT GNX-FILE
    IF WS-GNX-STATUS NOT = "00" AND WS-GNX-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-QUARANTINE: UNABLE TO BUILD SCRPGNX.DAT,"
            " STATUS=" WS-GNX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    CLOSE GNX-FILE
    OPEN I-O GNX-FILE
    IF WS-GNX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-QUARANTINE: UNABLE TO REOPEN SCRPGNX.DAT,"
            " STATUS=" WS-GNX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN INPUT MET-FILE
    IF WS-MET-STATUS = "00"
        PERFORM UNTIL WS-MET-EOF
            READ MET-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-MET-FLAG
                NOT AT END
                    IF SCRP-MET-RUN-DATE = WS-RUN-DATE
                        PERFORM 180-NOTE-GONE-PAGE
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE MET-FILE.

180-NOTE-GONE-PAGE.
    MOVE SCRP-MET-URL TO GNX-URL
    IF SCRP-MET-PERMANENT
            AND SCRP-MET-HTTP-CODE IS NUMERIC
            AND (SCRP-MET-HTTP-CODE = 404
                OR SCRP-MET-HTTP-CODE = 410)
        MOVE SCRP-MET-HTTP-CODE TO GNX-HTTP-CODE
        WRITE GNX-RECORD
            INVALID KEY
                REWRITE GNX-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
        END-WRITE
    ELSE
        DELETE GNX-FILE RECORD
            INVALID KEY
                CONTINUE
        END-DELETE
    END-IF.

200-PROCESS-RECORD.
    IF NOT WS-HAVE-GROUP OR SCRP-HST-URL NOT = WS-CUR-URL
        IF WS-HAVE-GROUP
    END-IF.

300-DISPOSE-URL-GROUP.
    *> gone only counts while the history agrees the URL is failing
    *> - a streak of zero means a success is on record after it.
    MOVE 'N' TO WS-GONE-FLAG
    MOVE ZERO TO WS-GONE-CODE
    IF WS-CUR-FAIL-STREAK > ZERO
        MOVE WS-CUR-URL TO GNX-URL
        READ GNX-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-GONE-FLAG
                MOVE GNX-HTTP-CODE TO WS-GONE-CODE
        END-READ
    END-IF
    IF WS-CUR-FAIL-STREAK > WS-THRESHOLD OR WS-URL-GONE
        PERFORM 320-QUARANTINE-URL
    ELSE
        PERFORM 340-RELEASE-IF-QUARANTINED
            MOVE WS-CUR-FAIL-STREAK TO QRX-STREAK
            MOVE WS-CUR-LAST-SUCCESS TO QRX-LAST-SUCCESS
            MOVE WS-RUN-DATE TO QRX-DATE
            MOVE SPACES TO QRX-HTTP-CODE
            IF WS-URL-GONE
                MOVE WS-GONE-CODE TO QRX-HTTP-CODE
            END-IF
            WRITE QRX-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            ADD 1 TO WS-NEW-QUAR-COUNT
            IF WS-URL-GONE
                ADD 1 TO WS-GONE-COUNT
                DISPLAY "WEB-SCRAPE-QUARANTINE: QUARANTINED "
                    WS-CUR-URL(1:60) " (HTTP " WS-GONE-CODE
                    " - PAGE GONE)"
            ELSE
                DISPLAY "WEB-SCRAPE-QUARANTINE: QUARANTINED "
                    WS-CUR-URL(1:60) " (STREAK " WS-CUR-FAIL-STREAK ")"
            END-IF
        NOT INVALID KEY
            *> already held - keep the original quarantine date,
            *> refresh the streak and last-success columns.
        DISPLAY "WEB-SCRAPE-QUARANTINE: UNABLE TO REWRITE SCRPQUR.DAT,"
            " STATUS=" WS-QUR-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT QLS-FILE
        DISPLAY "WEB-SCRAPE-QUARANTINE: UNABLE TO OPEN SCRPQLS.DAT,"
            " STATUS=" WS-QLS-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    MOVE 'N' TO WS-EOF-QRX-FLAG
                MOVE QRX-STREAK TO SCRP-QUR-STREAK
                MOVE QRX-LAST-SUCCESS TO SCRP-QUR-LAST-SUCCESS
                MOVE QRX-DATE TO SCRP-QUR-DATE
                MOVE QRX-HTTP-CODE TO SCRP-QUR-HTTP-CODE
                WRITE SCRP-QUR-RECORD
                PERFORM 620-WRITE-LISTING-LINE
        END-READ
    IF WS-SUCC-SHOW = SPACES
        MOVE "NEVER" TO WS-SUCC-SHOW
    END-IF
    MOVE QRX-HTTP-CODE TO WS-HTTP-SHOW
    MOVE SPACES TO WS-QLS-LINE
    STRING QRX-URL(1:60) "  " QRX-STREAK
        "  " WS-SUCC-SHOW "  " QRX-DATE "         " WS-HTTP-SHOW
        DELIMITED BY SIZE INTO WS-QLS-LINE
    PERFORM 700-WRITE-REPORT-LINE.

    MOVE "STREAK" TO QLS-RECORD(62:6)
    MOVE "LAST SUCCESS" TO QLS-RECORD(70:12)
    MOVE "HELD SINCE" TO QLS-RECORD(84:10)
    MOVE "HTTP" TO QLS-RECORD(96:4)
    WRITE QLS-RECORD
    MOVE ALL "-" TO QLS-RECORD(1:99)
    WRITE QLS-RECORD
    MOVE 4 TO WS-LINE-COUNT.

950-POST-RUN-STATUS.
    *> one record on the shared run-status ledger, clean finish or
    *> error exit alike, for the morning operations board. The
    *> ledger is a by-product of the run, not part of it - a ledger
    *> that will not open is reported and the step's own outcome
    *> and return code stand.
    OPEN EXTEND RSL-FILE
    IF WS-RSL-STATUS NOT = "00" AND WS-RSL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-QUARANTINE: UNABLE TO OPEN SCRPRSL.DAT, STATUS="
            WS-RSL-STATUS " - RUN STATUS NOT POSTED"
    ELSE
        INITIALIZE SCRP-RSL-RECORD
        MOVE WS-RSL-RUN-DATE TO SCRP-RSL-RUN-DATE
        MOVE "WEB-SCRAPE-QUARANTINE" TO SCRP-RSL-STEP
        MOVE WS-RSL-START-TIME TO SCRP-RSL-START-TIME
        ACCEPT SCRP-RSL-END-TIME FROM TIME
        MOVE RETURN-CODE TO SCRP-RSL-RETURN-CODE
        MOVE WS-URL-COUNT TO SCRP-RSL-FETCHED
        MOVE WS-LISTED-COUNT TO SCRP-RSL-SKIP-Q
        MOVE WS-LISTED-COUNT TO SCRP-RSL-WRITTEN
        MOVE WS-NEW-QUAR-COUNT TO SCRP-RSL-EXCEPTIONS
        WRITE SCRP-RSL-RECORD
        CLOSE RSL-FILE
    END-IF.
