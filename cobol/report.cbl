        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

    SELECT OPTIONAL RSL-FILE
        ASSIGN TO "SCRPRSL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  OUT-FILE.
FD  RPT-FILE.
01  RPT-RECORD                  PIC X(132).

FD  RSL-FILE.
    COPY SCRPRSL.

WORKING-STORAGE SECTION.
01  WS-OUT-FILE-STATUS          PIC XX.
01  WS-RPT-STATUS               PIC XX.
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
    PERFORM 100-SET-SELECTION

        DISPLAY "WEB-SCRAPE-REPORT: UNABLE TO OPEN SCRPOUT.DAT, STATUS="
            WS-OUT-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT RPT-FILE
        DISPLAY "WEB-SCRAPE-REPORT: UNABLE TO OPEN SCRPRPT.DAT, STATUS="
            WS-RPT-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF

    DISPLAY "URLS FAILED .............. " WS-URLS-FAILED
    DISPLAY "TOTAL TEXT BYTES CAPTURED  " WS-GRAND-TOTAL-BYTES
    DISPLAY "REPORT WRITTEN TO SCRPRPT.DAT, " WS-PAGE-NO " PAGE(S)"
    PERFORM 950-POST-RUN-STATUS
    STOP RUN.

100-SET-SELECTION.
    STRING "TOTAL TEXT BYTES CAPTURED  " WS-GRAND-TOTAL-BYTES
        DELIMITED BY SIZE INTO WS-RPT-LINE
    PERFORM 700-WRITE-REPORT-LINE.

950-POST-RUN-STATUS.
    *> one record on the shared run-status ledger, clean finish or
    *> error exit alike, for the morning operations board. The
    *> ledger is a by-product of the run, not part of it - a ledger
    *> that will not open is reported and the step's own outcome
    *> and return code stand.
    OPEN EXTEND RSL-FILE
    IF WS-RSL-STATUS NOT = "00" AND WS-RSL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-REPORT: UNABLE TO OPEN SCRPRSL.DAT, STATUS="
            WS-RSL-STATUS " - RUN STATUS NOT POSTED"
    ELSE
        INITIALIZE SCRP-RSL-RECORD
        MOVE WS-RSL-RUN-DATE TO SCRP-RSL-RUN-DATE
        MOVE "WEB-SCRAPE-REPORT" TO SCRP-RSL-STEP
        MOVE WS-RSL-START-TIME TO SCRP-RSL-START-TIME
        ACCEPT SCRP-RSL-END-TIME FROM TIME
        MOVE RETURN-CODE TO SCRP-RSL-RETURN-CODE
        MOVE WS-URLS-ATTEMPTED TO SCRP-RSL-FETCHED
        MOVE WS-URLS-FAILED TO SCRP-RSL-FAILED
        MOVE WS-LISTED-COUNT TO SCRP-RSL-WRITTEN
        MOVE WS-URLS-ATTEMPTED TO SCRP-RSL-HEADERS
        WRITE SCRP-RSL-RECORD
        CLOSE RSL-FILE
    END-IF.
