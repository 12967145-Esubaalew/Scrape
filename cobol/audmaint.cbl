*> configurable window (SCRP_AUD_RETAIN_DAYS, default 90) off into
*> a dated archive file - but first condenses them into one monthly
*> rollup record per URL in SCRPAUM.DAT (attempts, successes,
*> failures, retry passes, skipped-as-not-due counts, held-by-host-
*> policy counts, watchlist hits, distinct operators and job IDs),
*> so "how often did we pull this page last March" still has an
*> online answer without every raw record.
*>
*> The trimmed audit file is staged to a work file and only copied
*> back after a clean pass, the same protection the archive job
        RECORD KEY IS AMX-KEY
        FILE STATUS IS WS-AMX-STATUS.

    SELECT OPTIONAL RSL-FILE
        ASSIGN TO "SCRPRSL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AUDIT-FILE.

FD  AUW-FILE.
*> same physical layout as SCRPAUD.DAT - the records staying online.
01  AUW-AUD-RECORD              PIC X(245).

FD  ARC-FILE.
*> same physical layout as SCRPAUD.DAT - the raw records rolled off
*> this run, kept offline in full under the run's date.
01  ARC-AUD-RECORD              PIC X(245).

FD  AUM-FILE.
    COPY SCRPAUM.
    05  AMX-JOB-MORE-FLAG       PIC X(1).
    05  AMX-JOB-LIST.
        10  AMX-JOB-ID          PIC X(8) OCCURS 8 TIMES.
    05  AMX-HELD                PIC 9(6).
    05  AMX-HITS                PIC 9(6).

FD  RSL-FILE.
    COPY SCRPRSL.

WORKING-STORAGE SECTION.
01  WS-AUDIT-STATUS             PIC XX.
01  WS-ROLLED-COUNT             PIC 9(6) VALUE ZERO.
01  WS-ROLLUP-RECORDS           PIC 9(6) VALUE ZERO.

*> ---- run-status ledger posting -----------------------------------
01  WS-RSL-STATUS               PIC XX.
01  WS-RSL-RUN-DATE             PIC X(8).
01  WS-RSL-START-TIME           PIC X(8).

PROCEDURE DIVISION.

000-MAIN-PROCESS.
    ACCEPT WS-RSL-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RSL-START-TIME FROM TIME
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 100-SET-RETENTION
    PERFORM 150-LOAD-ROLLUP-MASTER
        DISPLAY "WEB-SCRAPE-AUD-MAINT: UNABLE TO OPEN SCRPAUD.DAT,"
            " STATUS=" WS-AUDIT-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT AUW-FILE
        DISPLAY "WEB-SCRAPE-AUD-MAINT: UNABLE TO OPEN SCRPAUW.DAT,"
            " STATUS=" WS-AUW-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    *> OUTPUT, not EXTEND - the dated archive is this run's and a
        DISPLAY "WEB-SCRAPE-AUD-MAINT: UNABLE TO OPEN "
            FUNCTION TRIM(WS-ARC-NAME) ", STATUS=" WS-ARC-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF

    IF WS-ROLLED-COUNT > ZERO
        DISPLAY "RAW RECORDS ARCHIVED TO " FUNCTION TRIM(WS-ARC-NAME)
    END-IF
    PERFORM 950-POST-RUN-STATUS
    STOP RUN.

100-SET-RETENTION.
        DISPLAY "WEB-SCRAPE-AUD-MAINT: UNABLE TO BUILD SCRPAMX.DAT,"
            " STATUS=" WS-AMX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    CLOSE AMX-FILE
        DISPLAY "WEB-SCRAPE-AUD-MAINT: UNABLE TO REOPEN SCRPAMX.DAT,"
            " STATUS=" WS-AMX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN INPUT AUM-FILE
                    MOVE SCRP-AUM-JOB-MORE-FLAG
                        TO AMX-JOB-MORE-FLAG
                    MOVE SCRP-AUM-JOB-LIST TO AMX-JOB-LIST
                    IF SCRP-AUM-HELD IS NUMERIC
                        MOVE SCRP-AUM-HELD TO AMX-HELD
                    ELSE
                        MOVE ZERO TO AMX-HELD
                    END-IF
                    IF SCRP-AUM-HITS IS NUMERIC
                        MOVE SCRP-AUM-HITS TO AMX-HITS
                    ELSE
                        MOVE ZERO TO AMX-HITS
                    END-IF
                    WRITE AMX-RECORD
                        INVALID KEY
                            CONTINUE
    MOVE SPACES TO AMX-OPER-LIST
    MOVE ZERO TO AMX-JOB-COUNT
    MOVE 'N' TO AMX-JOB-MORE-FLAG
    MOVE SPACES TO AMX-JOB-LIST
    MOVE ZERO TO AMX-HELD
    MOVE ZERO TO AMX-HITS.

340-APPLY-AUDIT-RECORD.
    EVALUATE SCRP-AUD-STATUS
            *> not-due and quarantined skips both count as skipped -
            *> neither spent a fetch.
            ADD 1 TO AMX-SKIPPED
        WHEN 'H'
            *> held by host policy - no fetch either, but counted on
            *> its own column.
            ADD 1 TO AMX-HELD
        WHEN OTHER
            *> an unrecognized disposition still counts as worked -
            *> it must not vanish from the monthly accounting.
            ADD 1 TO AMX-ATTEMPTS
    END-EVALUATE
    *> watchlist hits ride on successful fetches only; a record
    *> written before the column existed has none to add.
    IF SCRP-AUD-HIT-COUNT IS NUMERIC
        ADD SCRP-AUD-HIT-COUNT TO AMX-HITS
    END-IF
    PERFORM 360-NOTE-DISTINCT-OPERATOR
    PERFORM 370-NOTE-DISTINCT-JOB.

        DISPLAY "WEB-SCRAPE-AUD-MAINT: UNABLE TO REWRITE SCRPAUM.DAT,"
            " STATUS=" WS-AUM-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    MOVE 'N' TO WS-EOF-AMX-FLAG
                MOVE AMX-JOB-COUNT TO SCRP-AUM-JOB-COUNT
                MOVE AMX-JOB-MORE-FLAG TO SCRP-AUM-JOB-MORE-FLAG
                MOVE AMX-JOB-LIST TO SCRP-AUM-JOB-LIST
                MOVE AMX-HELD TO SCRP-AUM-HELD
                MOVE AMX-HITS TO SCRP-AUM-HITS
                WRITE SCRP-AUM-RECORD
        END-READ
    END-PERFORM
        DISPLAY "WEB-SCRAPE-AUD-MAINT: UNABLE TO REOPEN SCRPAUW.DAT,"
            " STATUS=" WS-AUW-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT AUDIT-FILE
        DISPLAY "WEB-SCRAPE-AUD-MAINT: UNABLE TO REWRITE SCRPAUD.DAT,"
            " STATUS=" WS-AUDIT-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-AUW-EOF
    END-PERFORM
    CLOSE AUW-FILE
    CLOSE AUDIT-FILE.

950-POST-RUN-STATUS.
    *> one record on the shared run-status ledger, clean finish or
    *> error exit alike, for the morning operations board. The
    *> ledger is a by-product of the run, not part of it - a ledger
    *> that will not open is reported and the step's own outcome
    *> and return code stand.
    OPEN EXTEND RSL-FILE
    IF WS-RSL-STATUS NOT = "00" AND WS-RSL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-AUD-MAINT: UNABLE TO OPEN SCRPRSL.DAT, STATUS="
            WS-RSL-STATUS " - RUN STATUS NOT POSTED"
    ELSE
        INITIALIZE SCRP-RSL-RECORD
        MOVE WS-RSL-RUN-DATE TO SCRP-RSL-RUN-DATE
        MOVE "WEB-SCRAPE-AUD-MAINT" TO SCRP-RSL-STEP
        MOVE WS-RSL-START-TIME TO SCRP-RSL-START-TIME
        ACCEPT SCRP-RSL-END-TIME FROM TIME
        MOVE RETURN-CODE TO SCRP-RSL-RETURN-CODE
        MOVE WS-READ-COUNT TO SCRP-RSL-FETCHED
        MOVE WS-KEPT-COUNT TO SCRP-RSL-WRITTEN
        WRITE SCRP-RSL-RECORD
        CLOSE RSL-FILE
    END-IF.
