*> the report. For the checkpoint's run date this job checks that
*>   - every control-file URL has exactly one header record
*>     (SCRP-OUT-PARA-SEQ zero) in SCRPOUT.DAT - unless its audit
*>     record says it was skipped as not due ('K'), quarantined
*>     ('Q') or held by host policy ('H'), in which case it must
*>     have none,
*>   - every control-file URL has exactly one main-run audit record
*>     (retry 'R' records are supplemental and not counted),
*>   - each header's SCRP-OUT-PARA-COUNT equals the detail records
        RECORD KEY IS RNX-URL
        FILE STATUS IS WS-RNX-STATUS.

    SELECT OPTIONAL RSL-FILE
        ASSIGN TO "SCRPRSL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CTL-FILE.
    05  RNX-SKIP-COUNT          PIC 9(4).
    05  RNX-AUD-TIME            PIC X(8).

FD  RSL-FILE.
    COPY SCRPRSL.

WORKING-STORAGE SECTION.
01  WS-CTL-FILE-STATUS          PIC XX.
01  WS-OUT-FILE-STATUS          PIC XX.
01  WS-DTL-TOTAL                PIC 9(6) VALUE ZERO.
01  WS-AUD-TOTAL                PIC 9(4) VALUE ZERO.
01  WS-SKIP-TOTAL               PIC 9(4) VALUE ZERO.
01  WS-HELD-TOTAL               PIC 9(4) VALUE ZERO.

*> ---- run-status ledger posting -----------------------------------
01  WS-RSL-STATUS               PIC XX.
01  WS-RSL-RUN-DATE             PIC X(8).
01  WS-RSL-START-TIME           PIC X(8).

PROCEDURE DIVISION.

000-MAIN-PROCESS.
    ACCEPT WS-RSL-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RSL-START-TIME FROM TIME
    DISPLAY "===== WEB-SCRAPE RECONCILIATION REPORT ====="
    PERFORM 100-LOAD-CHECKPOINT
    PERFORM 150-LOAD-CONTROL-TABLE
    IF WS-EXCEPTION-COUNT > ZERO
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM 950-POST-RUN-STATUS
    STOP RUN.

100-LOAD-CHECKPOINT.
        DISPLAY "WEB-SCRAPE-RECON: UNABLE TO BUILD SCRPRNX.DAT,"
            " STATUS=" WS-RNX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    CLOSE RNX-FILE
        DISPLAY "WEB-SCRAPE-RECON: UNABLE TO REOPEN SCRPRNX.DAT,"
            " STATUS=" WS-RNX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN INPUT CTL-FILE
        DISPLAY "WEB-SCRAPE-RECON: UNABLE TO OPEN SCRPCTL.DAT, STATUS="
            WS-CTL-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-CTL-EOF
        IF SCRP-AUD-RUN-TIME = RNX-AUD-TIME
            ADD 1 TO WS-AUD-TOTAL
            ADD 1 TO RNX-AUD-COUNT
            *> 'K' (not due), 'Q' (quarantined) and 'H' (held by
            *> host policy) all mean the URL was accounted for
            *> without a fetch - no header may exist for any of them.
            IF SCRP-AUD-STATUS = 'K' OR SCRP-AUD-STATUS = 'Q'
                    OR SCRP-AUD-STATUS = 'H'
                ADD 1 TO RNX-SKIP-COUNT
                ADD 1 TO WS-SKIP-TOTAL
            END-IF
            IF SCRP-AUD-STATUS = 'H'
                ADD 1 TO WS-HELD-TOTAL
            END-IF
            REWRITE RNX-RECORD
                INVALID KEY
                    CONTINUE
    DISPLAY "DETAIL RECORDS ........... " WS-DTL-TOTAL
    DISPLAY "AUDIT RECORDS ............ " WS-AUD-TOTAL
    DISPLAY "SKIPPED (NOT DUE) ........ " WS-SKIP-TOTAL
    DISPLAY "  HELD (HOST POLICY) ..... " WS-HELD-TOTAL
    DISPLAY "CHECKPOINT SEQ COUNT ..... " WS-CHK-SEQ-COUNT
    DISPLAY "EXCEPTIONS ............... " WS-EXCEPTION-COUNT
    IF WS-EXCEPTION-COUNT = ZERO
    ELSE
        DISPLAY "RUN OUT OF BALANCE - HOLD DOWNSTREAM STEPS"
    END-IF.

950-POST-RUN-STATUS.
    *> one record on the shared run-status ledger, clean finish or
    *> error exit alike, for the morning operations board. The
    *> ledger is a by-product of the run, not part of it - a ledger
    *> that will not open is reported and the step's own outcome
    *> and return code stand.
    OPEN EXTEND RSL-FILE
    IF WS-RSL-STATUS NOT = "00" AND WS-RSL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-RECON: UNABLE TO OPEN SCRPRSL.DAT, STATUS="
            WS-RSL-STATUS " - RUN STATUS NOT POSTED"
    ELSE
        INITIALIZE SCRP-RSL-RECORD
        MOVE WS-RSL-RUN-DATE TO SCRP-RSL-RUN-DATE
        MOVE "WEB-SCRAPE-RECON" TO SCRP-RSL-STEP
        MOVE WS-RSL-START-TIME TO SCRP-RSL-START-TIME
        ACCEPT SCRP-RSL-END-TIME FROM TIME
        MOVE RETURN-CODE TO SCRP-RSL-RETURN-CODE
        *> recon tallies not-due and quarantined skips together;
        *> the board ties them to the scrape's two columns summed.
        *> Host-policy holds are posted apart, against the scrape's
        *> own held column.
        MOVE WS-AUD-TOTAL TO SCRP-RSL-FETCHED
        COMPUTE SCRP-RSL-SKIP-K = WS-SKIP-TOTAL - WS-HELD-TOTAL
        MOVE WS-HELD-TOTAL TO SCRP-RSL-SKIP-H
        MOVE WS-DTL-TOTAL TO SCRP-RSL-WRITTEN
        MOVE WS-EXCEPTION-COUNT TO SCRP-RSL-EXCEPTIONS
        MOVE WS-HDR-TOTAL TO SCRP-RSL-HEADERS
        IF WS-CHK-FOUND
            MOVE WS-RUN-DATE TO SCRP-RSL-CHECK-DATE
        END-IF
        WRITE SCRP-RSL-RECORD
        CLOSE RSL-FILE
    END-IF.
