        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXP-STATUS.

    SELECT OPTIONAL RSL-FILE
        ASSIGN TO "SCRPRSL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  OUT-FILE.
*> doubled, plus the fixed fields and delimiters.
01  EXP-RECORD                  PIC X(1480).

FD  RSL-FILE.
    COPY SCRPRSL.

WORKING-STORAGE SECTION.
01  WS-OUT-FILE-STATUS          PIC XX.
01  WS-EXP-STATUS               PIC XX.
01  WS-DETAIL-COUNT             PIC 9(6) VALUE ZERO.
01  WS-SKIPPED-COUNT            PIC 9(4) VALUE ZERO.

*> ---- run-status ledger posting -----------------------------------
01  WS-RSL-STATUS               PIC XX.
01  WS-RSL-RUN-DATE             PIC X(8).
01  WS-RSL-START-TIME           PIC X(8).

PROCEDURE DIVISION.

000-MAIN-PROCESS.
    ACCEPT WS-RSL-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RSL-START-TIME FROM TIME
    OPEN INPUT OUT-FILE
    IF WS-OUT-FILE-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-EXTRACT: UNABLE TO OPEN SCRPOUT.DAT,"
            " STATUS=" WS-OUT-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT EXP-FILE
        DISPLAY "WEB-SCRAPE-EXTRACT: UNABLE TO OPEN SCRPEXP.DAT,"
            " STATUS=" WS-EXP-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF

    DISPLAY "CHANGED URL GROUPS ....... " WS-GROUP-COUNT
    DISPLAY "DETAIL RECORDS WRITTEN ... " WS-DETAIL-COUNT
    DISPLAY "GROUPS NOT SELECTED ...... " WS-SKIPPED-COUNT
    PERFORM 950-POST-RUN-STATUS
    STOP RUN.

200-PROCESS-RECORD.
        WITH POINTER WS-EXP-PTR
    END-STRING
    WRITE EXP-RECORD FROM WS-EXP-LINE.

950-POST-RUN-STATUS.
    *> one record on the shared run-status ledger, clean finish or
    *> error exit alike, for the morning operations board. The
    *> ledger is a by-product of the run, not part of it - a ledger
    *> that will not open is reported and the step's own outcome
    *> and return code stand.
    OPEN EXTEND RSL-FILE
    IF WS-RSL-STATUS NOT = "00" AND WS-RSL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-EXTRACT: UNABLE TO OPEN SCRPRSL.DAT, STATUS="
            WS-RSL-STATUS " - RUN STATUS NOT POSTED"
    ELSE
        INITIALIZE SCRP-RSL-RECORD
        MOVE WS-RSL-RUN-DATE TO SCRP-RSL-RUN-DATE
        MOVE "WEB-SCRAPE-EXTRACT" TO SCRP-RSL-STEP
        MOVE WS-RSL-START-TIME TO SCRP-RSL-START-TIME
        ACCEPT SCRP-RSL-END-TIME FROM TIME
        MOVE RETURN-CODE TO SCRP-RSL-RETURN-CODE
        COMPUTE SCRP-RSL-HEADERS = WS-GROUP-COUNT + WS-SKIPPED-COUNT
        MOVE WS-GROUP-COUNT TO SCRP-RSL-FETCHED
        MOVE WS-DETAIL-COUNT TO SCRP-RSL-WRITTEN
        WRITE SCRP-RSL-RECORD
        CLOSE RSL-FILE
    END-IF.
