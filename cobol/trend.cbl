        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRD-STATUS.

    SELECT OPTIONAL RSL-FILE
        ASSIGN TO "SCRPRSL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HST-FILE.
FD  TRD-FILE.
01  TRD-RECORD                  PIC X(132).

FD  RSL-FILE.
    COPY SCRPRSL.

WORKING-STORAGE SECTION.
01  WS-HST-STATUS               PIC XX.
01  WS-TRD-STATUS               PIC XX.
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

        DISPLAY "WEB-SCRAPE-TREND: UNABLE TO OPEN SCRPHST.DAT, STATUS="
            WS-HST-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT TRD-FILE
        DISPLAY "WEB-SCRAPE-TREND: UNABLE TO OPEN SCRPTRD.DAT, STATUS="
            WS-TRD-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF

    DISPLAY "HISTORY RECORDS .......... " WS-TOT-RECORDS
    DISPLAY "RECORDS OUTSIDE SELECTION  " WS-BYPASSED-RECORDS
    DISPLAY "REPORT WRITTEN TO SCRPTRD.DAT, " WS-PAGE-NO " PAGE(S)"
    PERFORM 950-POST-RUN-STATUS
    STOP RUN.

100-SET-SELECTION.
    STRING "TOTAL FAILURES ........... " WS-TOT-FAILURES
        DELIMITED BY SIZE INTO WS-TRD-LINE
    PERFORM 700-WRITE-REPORT-LINE.

950-POST-RUN-STATUS.
    *> one record on the shared run-status ledger, clean finish or
    *> error exit alike, for the morning operations board. The
    *> ledger is a by-product of the run, not part of it - a ledger
    *> that will not open is reported and the step's own outcome
    *> and return code stand.
    OPEN EXTEND RSL-FILE
    IF WS-RSL-STATUS NOT = "00" AND WS-RSL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-TREND: UNABLE TO OPEN SCRPRSL.DAT, STATUS="
            WS-RSL-STATUS " - RUN STATUS NOT POSTED"
    ELSE
        INITIALIZE SCRP-RSL-RECORD
        MOVE WS-RSL-RUN-DATE TO SCRP-RSL-RUN-DATE
        MOVE "WEB-SCRAPE-TREND" TO SCRP-RSL-STEP
        MOVE WS-RSL-START-TIME TO SCRP-RSL-START-TIME
        ACCEPT SCRP-RSL-END-TIME FROM TIME
        MOVE RETURN-CODE TO SCRP-RSL-RETURN-CODE
        MOVE WS-TOT-RECORDS TO SCRP-RSL-FETCHED
        MOVE WS-TOT-URLS TO SCRP-RSL-WRITTEN
        WRITE SCRP-RSL-RECORD
        CLOSE RSL-FILE
    END-IF.
