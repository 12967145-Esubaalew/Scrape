        RECORD KEY IS MTX-URL
        FILE STATUS IS WS-MTX-STATUS.

    SELECT OPTIONAL RSL-FILE
        ASSIGN TO "SCRPRSL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MET-FILE.
    05  MTX-MAX-BYTES           PIC 9(6).
    05  MTX-TRUNC-FLAG          PIC X(1).

FD  RSL-FILE.
    COPY SCRPRSL.

WORKING-STORAGE SECTION.
01  WS-MET-STATUS               PIC XX.
01  WS-MTR-STATUS               PIC XX.
01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 55.

*> ---- run-status ledger posting -----------------------------------
01  WS-RSL-STATUS               PIC XX.
01  WS-RSL-RUN-DATE             PIC X(8).
01  WS-RSL-START-TIME           PIC X(8).

PROCEDURE DIVISION.

000-MAIN-PROCESS.
    ACCEPT WS-RSL-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RSL-START-TIME FROM TIME
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 100-BUILD-AGGREGATES

        DISPLAY "WEB-SCRAPE-METRICS: UNABLE TO OPEN SCRPMTR.DAT,"
            " STATUS=" WS-MTR-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF

    DISPLAY "PAGES NEAR SIZE LIMIT .... " WS-CREEP-COUNT
    DISPLAY "PROJECTED SERIAL SECONDS . " WS-SERIAL-SECS
    DISPLAY "REPORT WRITTEN TO SCRPMTR.DAT, " WS-PAGE-NO " PAGE(S)"
    PERFORM 950-POST-RUN-STATUS
    STOP RUN.

100-BUILD-AGGREGATES.
        DISPLAY "WEB-SCRAPE-METRICS: UNABLE TO BUILD SCRPMTX.DAT,"
            " STATUS=" WS-MTX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    CLOSE MTX-FILE
        DISPLAY "WEB-SCRAPE-METRICS: UNABLE TO REOPEN SCRPMTX.DAT,"
            " STATUS=" WS-MTX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN INPUT MET-FILE
        DISPLAY "WEB-SCRAPE-METRICS: UNABLE TO OPEN SCRPMET.DAT,"
            " STATUS=" WS-MET-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-MET-EOF
        " (SUM OF PER-URL AVERAGES)"
        DELIMITED BY SIZE INTO WS-MTR-LINE
    PERFORM 700-WRITE-REPORT-LINE.

950-POST-RUN-STATUS.
    *> one record on the shared run-status ledger, clean finish or
    *> error exit alike, for the morning operations board. The
    *> ledger is a by-product of the run, not part of it - a ledger
    *> that will not open is reported and the step's own outcome
    *> and return code stand.
    OPEN EXTEND RSL-FILE
    IF WS-RSL-STATUS NOT = "00" AND WS-RSL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-METRICS: UNABLE TO OPEN SCRPRSL.DAT, STATUS="
            WS-RSL-STATUS " - RUN STATUS NOT POSTED"
    ELSE
        INITIALIZE SCRP-RSL-RECORD
        MOVE WS-RSL-RUN-DATE TO SCRP-RSL-RUN-DATE
        MOVE "WEB-SCRAPE-METRICS" TO SCRP-RSL-STEP
        MOVE WS-RSL-START-TIME TO SCRP-RSL-START-TIME
        ACCEPT SCRP-RSL-END-TIME FROM TIME
        MOVE RETURN-CODE TO SCRP-RSL-RETURN-CODE
        MOVE WS-RECORD-COUNT TO SCRP-RSL-FETCHED
        MOVE WS-URL-COUNT TO SCRP-RSL-WRITTEN
        MOVE WS-CREEP-COUNT TO SCRP-RSL-EXCEPTIONS
        WRITE SCRP-RSL-RECORD
        CLOSE RSL-FILE
    END-IF.
