        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DIF-STATUS.

    SELECT OPTIONAL RSL-FILE
        ASSIGN TO "SCRPRSL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  OUT-FILE.
FD  DIF-FILE.
01  DIF-RECORD                  PIC X(132).

FD  RSL-FILE.
    COPY SCRPRSL.

WORKING-STORAGE SECTION.
01  WS-OUT-FILE-STATUS          PIC XX.
01  WS-PRIOR-STATUS             PIC XX.
01  WS-TOT-GONE                 PIC 9(6) VALUE ZERO.
01  WS-TOT-REWORDED             PIC 9(6) VALUE ZERO.

*> ---- run-status ledger posting -----------------------------------
01  WS-RSL-STATUS               PIC XX.
01  WS-RSL-RUN-DATE             PIC X(8).
01  WS-RSL-START-TIME           PIC X(8).

PROCEDURE DIVISION.

000-MAIN-PROCESS.
    ACCEPT WS-RSL-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RSL-START-TIME FROM TIME
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

    OPEN INPUT OUT-FILE
        DISPLAY "WEB-SCRAPE-DIFF: UNABLE TO OPEN SCRPOUT.DAT,"
            " STATUS=" WS-OUT-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT DIF-FILE
        DISPLAY "WEB-SCRAPE-DIFF: UNABLE TO OPEN SCRPDIF.DAT,"
            " STATUS=" WS-DIF-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF

    DISPLAY "PARAGRAPHS ADDED ......... " WS-TOT-ADDED
    DISPLAY "PARAGRAPHS DISAPPEARED ... " WS-TOT-GONE
    DISPLAY "PARAGRAPHS REWORDED ...... " WS-TOT-REWORDED
    PERFORM 950-POST-RUN-STATUS
    STOP RUN.

200-PROCESS-RECORD.
            ADD WS-TXT-TAKE TO WS-TXT-POS
        END-PERFORM
    END-IF.

950-POST-RUN-STATUS.
    *> one record on the shared run-status ledger, clean finish or
    *> error exit alike, for the morning operations board. The
    *> ledger is a by-product of the run, not part of it - a ledger
    *> that will not open is reported and the step's own outcome
    *> and return code stand.
    OPEN EXTEND RSL-FILE
    IF WS-RSL-STATUS NOT = "00" AND WS-RSL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-DIFF: UNABLE TO OPEN SCRPRSL.DAT, STATUS="
            WS-RSL-STATUS " - RUN STATUS NOT POSTED"
    ELSE
        INITIALIZE SCRP-RSL-RECORD
        MOVE WS-RSL-RUN-DATE TO SCRP-RSL-RUN-DATE
        MOVE "WEB-SCRAPE-DIFF" TO SCRP-RSL-STEP
        MOVE WS-RSL-START-TIME TO SCRP-RSL-START-TIME
        ACCEPT SCRP-RSL-END-TIME FROM TIME
        MOVE RETURN-CODE TO SCRP-RSL-RETURN-CODE
        MOVE WS-URLS-COMPARED TO SCRP-RSL-FETCHED
        COMPUTE SCRP-RSL-WRITTEN = WS-TOT-ADDED + WS-TOT-GONE
            + WS-TOT-REWORDED
        WRITE SCRP-RSL-RECORD
        CLOSE RSL-FILE
    END-IF.
