IDENTIFICATION DIVISION.
PROGRAM-ID. Web-Scrape-Ops-Board.

*> Morning operations board over the run-status ledger. Every step
*> of the nightly chain posts one record to SCRPRSL.DAT as it ends
*> (run date, step, start/end time, return code and its key
*> counts), and this job prints them as a one-page board
*> (SCRPOPB.DAT) - the answer to "did last night's run finish
*> clean" without opening a dozen job logs before 7am:
*>   - every step of the chain in running order, with its status:
*>     ended clean, ended RC 4, ended RC 8 (or worse), or did not
*>     run at all. Steps that only run in some configurations
*>     (split/merge, the retry pass, the table diff, the periodic
*>     maintenance, review and backup jobs) show NOT USED rather
*>     than NOT RUN when absent, and do not count against the run -
*>     except the merge, which is required whenever the split ran,
*>   - the tie-outs from step to step: the edit's accepted count
*>     against the split and against what the scrape accounted for,
*>     the scrape's header count against the merge's and against
*>     what Recon found in the output, the scrape's skips and its
*>     host-policy holds against Recon's, and the checkpoint date
*>     the scrape worked to against the date Rotate verified,
*>   - a one-line verdict.
*> A step run more than once on the day shows its latest run (the
*> RUNS column says how many), except that a scrape which resumed
*> an abended run adds its counts to the partial run before it.
*>
*> The board reports on today's date unless SCRP_BOARD_DATE
*> (YYYYMMDD) names another - the run date on a ledger record is
*> the date its step started. Anything needing attention ends the
*> job RETURN-CODE 4.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL RSL-FILE
        ASSIGN TO "SCRPRSL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSL-STATUS.

    SELECT OPB-FILE
        ASSIGN TO "SCRPOPB.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPB-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RSL-FILE.
    COPY SCRPRSL.

FD  OPB-FILE.
01  OPB-RECORD                  PIC X(132).

WORKING-STORAGE SECTION.
01  WS-RSL-STATUS               PIC XX.
01  WS-OPB-STATUS               PIC XX.
01  WS-EOF-RSL-FLAG             PIC X(1) VALUE 'N'.
    88  WS-RSL-EOF              VALUE 'Y'.
01  WS-RUN-DATE                 PIC X(8).
01  WS-RUN-TIME                 PIC X(8).
01  WS-BOARD-DATE               PIC X(8).
01  WS-BOARD-DATE-ENV           PIC X(8).

*> ---- the chain, in running order ----------------------------------
*> the required flag says whether a missing step is a problem ('Y')
*> or just a configuration that did not call for it ('N'). The
*> merge is marked 'N' here but is required on a night the split
*> ran - see 300-PRINT-CHAIN.
01  WS-CHAIN-VALUES.
    05  FILLER PIC X(25) VALUE "WEB-SCRAPE-CTL-EDIT     Y".
    05  FILLER PIC X(25) VALUE "WEB-SCRAPE-HOST-POLICY  N".
    05  FILLER PIC X(25) VALUE "WEB-SCRAPE-SPLIT        N".
    05  FILLER PIC X(25) VALUE "WEB-SCRAPE              Y".
    05  FILLER PIC X(25) VALUE "WEB-SCRAPE-MERGE        N".
    05  FILLER PIC X(25) VALUE "WEB-SCRAPE-RETRY        N".
    05  FILLER PIC X(25) VALUE "WEB-SCRAPE-RECON        Y".
    05  FILLER PIC X(25) VALUE "WEB-SCRAPE-TABLE-DIFF   N".
    05  FILLER PIC X(25) VALUE "WEB-SCRAPE-ROTATE       Y".
    05  FILLER PIC X(25) VALUE "WEB-SCRAPE-BACKUP       N".
    05  FILLER PIC X(25) VALUE "WEB-SCRAPE-ARCHIVE      Y".
    05  FILLER PIC X(25) VALUE "WEB-SCRAPE-QUARANTINE   Y".
    05  FILLER PIC X(25) VALUE "WEB-SCRAPE-HEALTH       N".
    05  FILLER PIC X(25) VALUE "WEB-SCRAPE-AUD-MAINT    N".
    05  FILLER PIC X(25) VALUE "WEB-SCRAPE-CASE-TRACK   N".
    05  FILLER PIC X(25) VALUE "WEB-SCRAPE-DIGEST       Y".
    05  FILLER PIC X(25) VALUE "WEB-SCRAPE-EXTRACT      Y".
    05  FILLER PIC X(25) VALUE "WEB-SCRAPE-DIFF         Y".
    05  FILLER PIC X(25) VALUE "WEB-SCRAPE-REPORT       Y".
    05  FILLER PIC X(25) VALUE "WEB-SCRAPE-TREND        N".
    05  FILLER PIC X(25) VALUE "WEB-SCRAPE-METRICS      N".
    05  FILLER PIC X(25) VALUE "WEB-SCRAPE-MOVED        N".
    05  FILLER PIC X(25) VALUE "WEB-SCRAPE-CAND-REVIEW  N".
01  WS-CHAIN-TABLE REDEFINES WS-CHAIN-VALUES.
    05  WS-CHAIN-ENTRY OCCURS 23 TIMES.
        10  WS-CHAIN-STEP       PIC X(24).
        10  WS-CHAIN-REQUIRED   PIC X(1).
01  WS-CHAIN-COUNT              PIC 9(4) VALUE 23.
01  WS-CHAIN-IDX                PIC 9(4).

*> ---- what the ledger says ran on the board date -------------------
*> one slot per step and stream (only the scrape posts a stream).
*> A day's ledger is a couple of dozen records, so a small table.
01  WS-MAX-SEEN                 PIC 9(4) VALUE 60.
01  WS-SEEN-COUNT               PIC 9(4) VALUE ZERO.
01  WS-SEEN-IDX                 PIC 9(4).
01  WS-SEEN-OVERFLOW-FLAG       PIC X(1) VALUE 'N'.
    88  WS-SEEN-OVERFLOW        VALUE 'Y'.
01  WS-SEEN-TABLE.
    05  WS-SEEN-ENTRY OCCURS 60 TIMES.
        10  WS-SEEN-STEP        PIC X(24).
        10  WS-SEEN-STREAM      PIC X(1).
        10  WS-SEEN-RUNS        PIC 9(3).
        10  WS-SEEN-START       PIC X(8).
        10  WS-SEEN-END         PIC X(8).
        10  WS-SEEN-RC          PIC 9(4).
        10  WS-SEEN-FETCHED     PIC 9(6).
        10  WS-SEEN-FAILED      PIC 9(6).
        10  WS-SEEN-SKIP-K      PIC 9(6).
        10  WS-SEEN-SKIP-Q      PIC 9(6).
        10  WS-SEEN-WRITTEN     PIC 9(6).
        10  WS-SEEN-EXCEPTIONS  PIC 9(6).
        10  WS-SEEN-HEADERS     PIC 9(6).
        10  WS-SEEN-CHECK-DATE  PIC X(8).
        10  WS-SEEN-LISTED-FLAG PIC X(1).
        10  WS-SEEN-SKIP-H      PIC 9(6).

*> ---- slot lookup ---------------------------------------------------
01  WS-FIND-STEP                PIC X(24).
01  WS-FIND-STREAM              PIC X(1).
01  WS-FIND-IDX                 PIC 9(4).
01  WS-STEP-FOUND-FLAG          PIC X(1).
    88  WS-STEP-FOUND           VALUE 'Y'.
01  WS-STEP-REQUIRED-FLAG       PIC X(1).
    88  WS-STEP-REQUIRED        VALUE 'Y'.

*> ---- tie-out figures ----------------------------------------------
01  WS-EDIT-RAN-FLAG            PIC X(1) VALUE 'N'.
    88  WS-EDIT-RAN             VALUE 'Y'.
01  WS-SPLIT-RAN-FLAG           PIC X(1) VALUE 'N'.
    88  WS-SPLIT-RAN            VALUE 'Y'.
01  WS-SCRAPE-RAN-FLAG          PIC X(1) VALUE 'N'.
    88  WS-SCRAPE-RAN           VALUE 'Y'.
01  WS-MERGE-RAN-FLAG           PIC X(1) VALUE 'N'.
    88  WS-MERGE-RAN            VALUE 'Y'.
01  WS-RECON-RAN-FLAG           PIC X(1) VALUE 'N'.
    88  WS-RECON-RAN            VALUE 'Y'.
01  WS-ROTATE-RAN-FLAG          PIC X(1) VALUE 'N'.
    88  WS-ROTATE-RAN           VALUE 'Y'.
01  WS-EDIT-ACCEPTED            PIC 9(6) VALUE ZERO.
01  WS-SPLIT-READ               PIC 9(6) VALUE ZERO.
01  WS-SCRAPE-HEADERS           PIC 9(6) VALUE ZERO.
01  WS-SCRAPE-SKIPS             PIC 9(6) VALUE ZERO.
01  WS-SCRAPE-HELD              PIC 9(6) VALUE ZERO.
01  WS-SCRAPE-CHECK-DATE        PIC X(8) VALUE SPACES.
01  WS-MERGE-HEADERS            PIC 9(6) VALUE ZERO.
01  WS-MERGE-CHECK-DATE         PIC X(8) VALUE SPACES.
01  WS-RECON-HEADERS            PIC 9(6) VALUE ZERO.
01  WS-RECON-SKIPS              PIC 9(6) VALUE ZERO.
01  WS-RECON-HELD               PIC 9(6) VALUE ZERO.
01  WS-ROTATE-CHECK-DATE        PIC X(8) VALUE SPACES.
01  WS-STREAM-IDX               PIC 9(1).
01  WS-STREAM-CHAR              PIC X(1).

*> ---- one tie-out line ----------------------------------------------
01  WS-TIE-DESC                 PIC X(44).
01  WS-TIE-LEFT                 PIC X(8).
01  WS-TIE-RIGHT                PIC X(8).
01  WS-TIE-NUM                  PIC 9(6).
01  WS-TIE-RESULT               PIC X(30).
01  WS-TIE-CHECKABLE-FLAG       PIC X(1).
    88  WS-TIE-CHECKABLE        VALUE 'Y'.

*> ---- board line building -------------------------------------------
01  WS-OPB-LINE                 PIC X(132).
01  WS-STATUS-TEXT              PIC X(10).
01  WS-STREAM-SHOW              PIC X(1).

*> ---- verdict counters ---------------------------------------------
01  WS-REQUIRED-COUNT           PIC 9(4) VALUE ZERO.
01  WS-REQUIRED-RAN             PIC 9(4) VALUE ZERO.
01  WS-NOT-RUN-COUNT            PIC 9(4) VALUE ZERO.
01  WS-RC8-COUNT                PIC 9(4) VALUE ZERO.
01  WS-RC4-COUNT                PIC 9(4) VALUE ZERO.
01  WS-TIE-BREAK-COUNT          PIC 9(4) VALUE ZERO.
01  WS-LEDGER-READ              PIC 9(6) VALUE ZERO.
01  WS-LEDGER-SELECTED          PIC 9(6) VALUE ZERO.

PROCEDURE DIVISION.

000-MAIN-PROCESS.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    PERFORM 100-SET-BOARD-DATE
    PERFORM 150-LOAD-LEDGER

    OPEN OUTPUT OPB-FILE
    IF WS-OPB-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-OPS-BOARD: UNABLE TO OPEN SCRPOPB.DAT,"
            " STATUS=" WS-OPB-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM 710-PRINT-HEADINGS
    PERFORM 250-NOTE-SPLIT-RUN
    PERFORM 300-PRINT-CHAIN
    PERFORM 350-PRINT-OTHER-STEPS
    PERFORM 400-GATHER-TIE-FIGURES
    PERFORM 450-PRINT-TIE-OUTS
    PERFORM 900-PRINT-SUMMARY
    CLOSE OPB-FILE

    DISPLAY " "
    DISPLAY "===== WEB-SCRAPE OPERATIONS BOARD SUMMARY ====="
    DISPLAY "BOARD DATE ............... " WS-BOARD-DATE
    DISPLAY "LEDGER RECORDS READ ...... " WS-LEDGER-READ
    DISPLAY "LEDGER RECORDS FOR DATE .. " WS-LEDGER-SELECTED
    DISPLAY "REQUIRED STEPS RUN ....... " WS-REQUIRED-RAN
        " OF " WS-REQUIRED-COUNT
    DISPLAY "STEPS NOT RUN ............ " WS-NOT-RUN-COUNT
    DISPLAY "STEPS ENDED RC 8 ......... " WS-RC8-COUNT
    DISPLAY "STEPS ENDED RC 4 ......... " WS-RC4-COUNT
    DISPLAY "TIE-OUT BREAKS ........... " WS-TIE-BREAK-COUNT
    DISPLAY "BOARD WRITTEN TO SCRPOPB.DAT"
    IF WS-NOT-RUN-COUNT > ZERO OR WS-RC8-COUNT > ZERO
            OR WS-TIE-BREAK-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

100-SET-BOARD-DATE.
    MOVE WS-RUN-DATE TO WS-BOARD-DATE
    MOVE SPACES TO WS-BOARD-DATE-ENV
    ACCEPT WS-BOARD-DATE-ENV FROM ENVIRONMENT "SCRP_BOARD_DATE"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    IF WS-BOARD-DATE-ENV NOT = SPACES
        IF WS-BOARD-DATE-ENV IS NUMERIC
            MOVE WS-BOARD-DATE-ENV TO WS-BOARD-DATE
        ELSE
            DISPLAY "WEB-SCRAPE-OPS-BOARD: SCRP_BOARD_DATE NOT"
                " YYYYMMDD - USING TODAY " WS-BOARD-DATE
        END-IF
    END-IF.

150-LOAD-LEDGER.
    *> optional - no ledger yet just means nothing has posted, and
    *> the board says so step by step.
    OPEN INPUT RSL-FILE
    IF WS-RSL-STATUS = "00"
        PERFORM UNTIL WS-RSL-EOF
            READ RSL-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-RSL-FLAG
                NOT AT END
                    ADD 1 TO WS-LEDGER-READ
                    IF SCRP-RSL-RUN-DATE = WS-BOARD-DATE
                        ADD 1 TO WS-LEDGER-SELECTED
                        PERFORM 160-APPLY-LEDGER-RECORD
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE RSL-FILE
    IF WS-SEEN-OVERFLOW
        DISPLAY "WEB-SCRAPE-OPS-BOARD: MORE THAN " WS-MAX-SEEN
            " STEP/STREAM SLOTS POSTED FOR " WS-BOARD-DATE
            " - EXTRAS NOT SHOWN"
    END-IF.

160-APPLY-LEDGER-RECORD.
    *> the ledger is appended in time order, so a later record for
    *> the same step and stream is a rerun and replaces the slot -
    *> unless it is a scrape that resumed an abended run, whose
    *> counts continue the partial run's. SKIP-H is carried last on
    *> the record and reads as spaces on a record posted before it
    *> existed - that is no holds.
    IF SCRP-RSL-SKIP-H IS NOT NUMERIC
        MOVE ZERO TO SCRP-RSL-SKIP-H
    END-IF
    MOVE SCRP-RSL-STEP TO WS-FIND-STEP
    MOVE SCRP-RSL-STREAM TO WS-FIND-STREAM
    PERFORM 170-FIND-SEEN-ENTRY
    IF NOT WS-STEP-FOUND
        IF WS-SEEN-COUNT >= WS-MAX-SEEN
            MOVE 'Y' TO WS-SEEN-OVERFLOW-FLAG
        ELSE
            ADD 1 TO WS-SEEN-COUNT
            MOVE WS-SEEN-COUNT TO WS-FIND-IDX
            INITIALIZE WS-SEEN-ENTRY(WS-FIND-IDX)
            MOVE SCRP-RSL-STEP TO WS-SEEN-STEP(WS-FIND-IDX)
            MOVE SCRP-RSL-STREAM TO WS-SEEN-STREAM(WS-FIND-IDX)
            MOVE 'N' TO WS-SEEN-LISTED-FLAG(WS-FIND-IDX)
            PERFORM 180-REPLACE-SEEN-FIGURES
        END-IF
    ELSE
        IF SCRP-RSL-RESTART-FLAG = 'Y'
            PERFORM 185-ADD-SEEN-FIGURES
        ELSE
            PERFORM 180-REPLACE-SEEN-FIGURES
        END-IF
    END-IF.

170-FIND-SEEN-ENTRY.
    MOVE 'N' TO WS-STEP-FOUND-FLAG
    MOVE ZERO TO WS-FIND-IDX
    PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
            UNTIL WS-SEEN-IDX > WS-SEEN-COUNT OR WS-STEP-FOUND
        IF WS-SEEN-STEP(WS-SEEN-IDX) = WS-FIND-STEP
                AND WS-SEEN-STREAM(WS-SEEN-IDX) = WS-FIND-STREAM
            MOVE 'Y' TO WS-STEP-FOUND-FLAG
            MOVE WS-SEEN-IDX TO WS-FIND-IDX
        END-IF
    END-PERFORM.

180-REPLACE-SEEN-FIGURES.
    ADD 1 TO WS-SEEN-RUNS(WS-FIND-IDX)
    MOVE SCRP-RSL-START-TIME TO WS-SEEN-START(WS-FIND-IDX)
    MOVE SCRP-RSL-END-TIME TO WS-SEEN-END(WS-FIND-IDX)
    MOVE SCRP-RSL-RETURN-CODE TO WS-SEEN-RC(WS-FIND-IDX)
    MOVE SCRP-RSL-FETCHED TO WS-SEEN-FETCHED(WS-FIND-IDX)
    MOVE SCRP-RSL-FAILED TO WS-SEEN-FAILED(WS-FIND-IDX)
    MOVE SCRP-RSL-SKIP-K TO WS-SEEN-SKIP-K(WS-FIND-IDX)
    MOVE SCRP-RSL-SKIP-Q TO WS-SEEN-SKIP-Q(WS-FIND-IDX)
    MOVE SCRP-RSL-SKIP-H TO WS-SEEN-SKIP-H(WS-FIND-IDX)
    MOVE SCRP-RSL-WRITTEN TO WS-SEEN-WRITTEN(WS-FIND-IDX)
    MOVE SCRP-RSL-EXCEPTIONS TO WS-SEEN-EXCEPTIONS(WS-FIND-IDX)
    MOVE SCRP-RSL-HEADERS TO WS-SEEN-HEADERS(WS-FIND-IDX)
    MOVE SCRP-RSL-CHECK-DATE TO WS-SEEN-CHECK-DATE(WS-FIND-IDX).

185-ADD-SEEN-FIGURES.
    *> a resumed scrape: the start time stays the partial run's,
    *> everything else is this run's outcome on top of it.
    ADD 1 TO WS-SEEN-RUNS(WS-FIND-IDX)
    MOVE SCRP-RSL-END-TIME TO WS-SEEN-END(WS-FIND-IDX)
    MOVE SCRP-RSL-RETURN-CODE TO WS-SEEN-RC(WS-FIND-IDX)
    ADD SCRP-RSL-FETCHED TO WS-SEEN-FETCHED(WS-FIND-IDX)
    ADD SCRP-RSL-FAILED TO WS-SEEN-FAILED(WS-FIND-IDX)
    ADD SCRP-RSL-SKIP-K TO WS-SEEN-SKIP-K(WS-FIND-IDX)
    ADD SCRP-RSL-SKIP-Q TO WS-SEEN-SKIP-Q(WS-FIND-IDX)
    ADD SCRP-RSL-SKIP-H TO WS-SEEN-SKIP-H(WS-FIND-IDX)
    ADD SCRP-RSL-WRITTEN TO WS-SEEN-WRITTEN(WS-FIND-IDX)
    ADD SCRP-RSL-EXCEPTIONS TO WS-SEEN-EXCEPTIONS(WS-FIND-IDX)
    ADD SCRP-RSL-HEADERS TO WS-SEEN-HEADERS(WS-FIND-IDX)
    MOVE SCRP-RSL-CHECK-DATE TO WS-SEEN-CHECK-DATE(WS-FIND-IDX).

250-NOTE-SPLIT-RUN.
    *> a split night is a partitioned run: the merge must follow,
    *> and the scrape's figures are its four streams' - known
    *> before the chain prints.
    MOVE "WEB-SCRAPE-SPLIT" TO WS-FIND-STEP
    MOVE SPACE TO WS-FIND-STREAM
    PERFORM 170-FIND-SEEN-ENTRY
    IF WS-STEP-FOUND
        MOVE 'Y' TO WS-SPLIT-RAN-FLAG
        MOVE WS-SEEN-FETCHED(WS-FIND-IDX) TO WS-SPLIT-READ
    END-IF.

300-PRINT-CHAIN.
    *> every chain step in order; a step with several slots (the
    *> streams of a partitioned scrape) prints one line per slot.
    PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
            UNTIL WS-CHAIN-IDX > WS-CHAIN-COUNT
        MOVE WS-CHAIN-REQUIRED(WS-CHAIN-IDX) TO WS-STEP-REQUIRED-FLAG
        IF WS-CHAIN-STEP(WS-CHAIN-IDX) = "WEB-SCRAPE-MERGE"
                AND WS-SPLIT-RAN
            MOVE 'Y' TO WS-STEP-REQUIRED-FLAG
        END-IF
        IF WS-STEP-REQUIRED
            ADD 1 TO WS-REQUIRED-COUNT
        END-IF
        MOVE 'N' TO WS-STEP-FOUND-FLAG
        PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
            IF WS-SEEN-STEP(WS-SEEN-IDX) = WS-CHAIN-STEP(WS-CHAIN-IDX)
                MOVE 'Y' TO WS-STEP-FOUND-FLAG
                PERFORM 320-PRINT-SEEN-LINE
            END-IF
        END-PERFORM
        IF WS-STEP-FOUND
            IF WS-STEP-REQUIRED
                ADD 1 TO WS-REQUIRED-RAN
            END-IF
        ELSE
            PERFORM 330-PRINT-NOT-RUN-LINE
        END-IF
    END-PERFORM.

320-PRINT-SEEN-LINE.
    MOVE 'Y' TO WS-SEEN-LISTED-FLAG(WS-SEEN-IDX)
    EVALUATE TRUE
        WHEN WS-SEEN-RC(WS-SEEN-IDX) >= 8
            MOVE "RC 8 FAIL" TO WS-STATUS-TEXT
            ADD 1 TO WS-RC8-COUNT
        WHEN WS-SEEN-RC(WS-SEEN-IDX) > ZERO
            MOVE "RC 4 WARN" TO WS-STATUS-TEXT
            ADD 1 TO WS-RC4-COUNT
        WHEN OTHER
            MOVE "ENDED OK" TO WS-STATUS-TEXT
    END-EVALUATE
    MOVE WS-SEEN-STREAM(WS-SEEN-IDX) TO WS-STREAM-SHOW
    MOVE SPACES TO WS-OPB-LINE
    STRING WS-SEEN-STEP(WS-SEEN-IDX) " " WS-STREAM-SHOW " "
        WS-STATUS-TEXT " " WS-SEEN-RC(WS-SEEN-IDX) " "
        WS-SEEN-START(WS-SEEN-IDX) " " WS-SEEN-END(WS-SEEN-IDX) " "
        WS-SEEN-FETCHED(WS-SEEN-IDX) " " WS-SEEN-FAILED(WS-SEEN-IDX)
        " " WS-SEEN-SKIP-K(WS-SEEN-IDX) " "
        WS-SEEN-SKIP-Q(WS-SEEN-IDX) " "
        WS-SEEN-WRITTEN(WS-SEEN-IDX) " "
        WS-SEEN-EXCEPTIONS(WS-SEEN-IDX) " "
        WS-SEEN-HEADERS(WS-SEEN-IDX) " " WS-SEEN-RUNS(WS-SEEN-IDX)
        " " WS-SEEN-SKIP-H(WS-SEEN-IDX)
        DELIMITED BY SIZE INTO WS-OPB-LINE
    PERFORM 700-WRITE-BOARD-LINE.

330-PRINT-NOT-RUN-LINE.
    IF WS-STEP-REQUIRED
        MOVE "NOT RUN" TO WS-STATUS-TEXT
        ADD 1 TO WS-NOT-RUN-COUNT
    ELSE
        MOVE "NOT USED" TO WS-STATUS-TEXT
    END-IF
    MOVE SPACES TO WS-OPB-LINE
    STRING WS-CHAIN-STEP(WS-CHAIN-IDX) "   " WS-STATUS-TEXT
        DELIMITED BY SIZE INTO WS-OPB-LINE
    PERFORM 700-WRITE-BOARD-LINE.

350-PRINT-OTHER-STEPS.
    *> anything on the ledger that is not part of the chain list -
    *> an ad hoc job, or a step added before this list caught up -
    *> still shows, after the chain.
    MOVE 'N' TO WS-STEP-FOUND-FLAG
    PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
            UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
        IF WS-SEEN-LISTED-FLAG(WS-SEEN-IDX) NOT = 'Y'
            IF NOT WS-STEP-FOUND
                MOVE 'Y' TO WS-STEP-FOUND-FLAG
                MOVE SPACES TO WS-OPB-LINE
                PERFORM 700-WRITE-BOARD-LINE
                MOVE "OTHER STEPS POSTED" TO WS-OPB-LINE
                PERFORM 700-WRITE-BOARD-LINE
            END-IF
            PERFORM 320-PRINT-SEEN-LINE
        END-IF
    END-PERFORM.

400-GATHER-TIE-FIGURES.
    MOVE "WEB-SCRAPE-CTL-EDIT" TO WS-FIND-STEP
    MOVE SPACE TO WS-FIND-STREAM
    PERFORM 170-FIND-SEEN-ENTRY
    IF WS-STEP-FOUND
        MOVE 'Y' TO WS-EDIT-RAN-FLAG
        MOVE WS-SEEN-WRITTEN(WS-FIND-IDX) TO WS-EDIT-ACCEPTED
    END-IF

    MOVE "WEB-SCRAPE-MERGE" TO WS-FIND-STEP
    PERFORM 170-FIND-SEEN-ENTRY
    IF WS-STEP-FOUND
        MOVE 'Y' TO WS-MERGE-RAN-FLAG
        MOVE WS-SEEN-HEADERS(WS-FIND-IDX) TO WS-MERGE-HEADERS
        MOVE WS-SEEN-CHECK-DATE(WS-FIND-IDX) TO WS-MERGE-CHECK-DATE
    END-IF

    *> the scrape's figures: the four streams summed when the run
    *> was partitioned (the split ran - whether or not the merge
    *> followed), the unpartitioned slot otherwise.
    MOVE "WEB-SCRAPE" TO WS-FIND-STEP
    IF WS-SPLIT-RAN
        PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
                UNTIL WS-STREAM-IDX > 4
            MOVE WS-STREAM-IDX TO WS-STREAM-CHAR
            MOVE WS-STREAM-CHAR TO WS-FIND-STREAM
            PERFORM 410-TAKE-SCRAPE-FIGURES
        END-PERFORM
    ELSE
        MOVE SPACE TO WS-FIND-STREAM
        PERFORM 410-TAKE-SCRAPE-FIGURES
    END-IF

    MOVE SPACE TO WS-FIND-STREAM
    MOVE "WEB-SCRAPE-RECON" TO WS-FIND-STEP
    PERFORM 170-FIND-SEEN-ENTRY
    IF WS-STEP-FOUND
        MOVE 'Y' TO WS-RECON-RAN-FLAG
        MOVE WS-SEEN-HEADERS(WS-FIND-IDX) TO WS-RECON-HEADERS
        MOVE WS-SEEN-SKIP-K(WS-FIND-IDX) TO WS-RECON-SKIPS
        MOVE WS-SEEN-SKIP-H(WS-FIND-IDX) TO WS-RECON-HELD
    END-IF

    MOVE "WEB-SCRAPE-ROTATE" TO WS-FIND-STEP
    PERFORM 170-FIND-SEEN-ENTRY
    IF WS-STEP-FOUND
        MOVE 'Y' TO WS-ROTATE-RAN-FLAG
        MOVE WS-SEEN-CHECK-DATE(WS-FIND-IDX) TO WS-ROTATE-CHECK-DATE
    END-IF.

410-TAKE-SCRAPE-FIGURES.
    PERFORM 170-FIND-SEEN-ENTRY
    IF WS-STEP-FOUND
        MOVE 'Y' TO WS-SCRAPE-RAN-FLAG
        ADD WS-SEEN-HEADERS(WS-FIND-IDX) TO WS-SCRAPE-HEADERS
        ADD WS-SEEN-SKIP-K(WS-FIND-IDX) TO WS-SCRAPE-SKIPS
        ADD WS-SEEN-SKIP-Q(WS-FIND-IDX) TO WS-SCRAPE-SKIPS
        ADD WS-SEEN-SKIP-H(WS-FIND-IDX) TO WS-SCRAPE-HELD
        MOVE WS-SEEN-CHECK-DATE(WS-FIND-IDX) TO WS-SCRAPE-CHECK-DATE
    END-IF.

450-PRINT-TIE-OUTS.
    MOVE SPACES TO WS-OPB-LINE
    PERFORM 700-WRITE-BOARD-LINE
    MOVE "STEP-TO-STEP TIE-OUTS" TO WS-OPB-LINE
    PERFORM 700-WRITE-BOARD-LINE
    MOVE SPACES TO WS-OPB-LINE
    MOVE "CHECK" TO WS-OPB-LINE(1:5)
    MOVE "LEFT" TO WS-OPB-LINE(46:4)
    MOVE "RIGHT" TO WS-OPB-LINE(55:5)
    MOVE "RESULT" TO WS-OPB-LINE(64:6)
    PERFORM 700-WRITE-BOARD-LINE

    MOVE "CTL-EDIT ACCEPTED VS SPLIT RECORDS READ" TO WS-TIE-DESC
    MOVE WS-EDIT-ACCEPTED TO WS-TIE-NUM
    MOVE WS-TIE-NUM TO WS-TIE-LEFT
    MOVE WS-SPLIT-READ TO WS-TIE-NUM
    MOVE WS-TIE-NUM TO WS-TIE-RIGHT
    IF WS-EDIT-RAN AND WS-SPLIT-RAN
        MOVE 'Y' TO WS-TIE-CHECKABLE-FLAG
    ELSE
        MOVE 'N' TO WS-TIE-CHECKABLE-FLAG
    END-IF
    PERFORM 460-PRINT-TIE-LINE

    *> the scrape accounts for every control record it worked -
    *> a header if it was fetched, a skip or a hold if it was not.
    MOVE "CTL-EDIT ACCEPTED VS SCRAPE HDRS+SKIPS+HELD" TO WS-TIE-DESC
    MOVE WS-EDIT-ACCEPTED TO WS-TIE-NUM
    MOVE WS-TIE-NUM TO WS-TIE-LEFT
    COMPUTE WS-TIE-NUM = WS-SCRAPE-HEADERS + WS-SCRAPE-SKIPS
        + WS-SCRAPE-HELD
    MOVE WS-TIE-NUM TO WS-TIE-RIGHT
    IF WS-EDIT-RAN AND WS-SCRAPE-RAN
        MOVE 'Y' TO WS-TIE-CHECKABLE-FLAG
    ELSE
        MOVE 'N' TO WS-TIE-CHECKABLE-FLAG
    END-IF
    PERFORM 460-PRINT-TIE-LINE

    MOVE "SCRAPE HEADERS VS MERGE HEADERS" TO WS-TIE-DESC
    MOVE WS-SCRAPE-HEADERS TO WS-TIE-NUM
    MOVE WS-TIE-NUM TO WS-TIE-LEFT
    MOVE WS-MERGE-HEADERS TO WS-TIE-NUM
    MOVE WS-TIE-NUM TO WS-TIE-RIGHT
    *> on a split night a merge that never posted is a break, not
    *> a check skipped.
    IF WS-SCRAPE-RAN AND WS-SPLIT-RAN
        MOVE 'Y' TO WS-TIE-CHECKABLE-FLAG
    ELSE
        MOVE 'N' TO WS-TIE-CHECKABLE-FLAG
    END-IF
    PERFORM 460-PRINT-TIE-LINE

    MOVE "SCRAPE HEADERS VS RECON HEADERS" TO WS-TIE-DESC
    MOVE WS-SCRAPE-HEADERS TO WS-TIE-NUM
    MOVE WS-TIE-NUM TO WS-TIE-LEFT
    MOVE WS-RECON-HEADERS TO WS-TIE-NUM
    MOVE WS-TIE-NUM TO WS-TIE-RIGHT
    IF WS-SCRAPE-RAN AND WS-RECON-RAN
        MOVE 'Y' TO WS-TIE-CHECKABLE-FLAG
    ELSE
        MOVE 'N' TO WS-TIE-CHECKABLE-FLAG
    END-IF
    PERFORM 460-PRINT-TIE-LINE

    MOVE "SCRAPE SKIPS (K+Q) VS RECON SKIPS" TO WS-TIE-DESC
    MOVE WS-SCRAPE-SKIPS TO WS-TIE-NUM
    MOVE WS-TIE-NUM TO WS-TIE-LEFT
    MOVE WS-RECON-SKIPS TO WS-TIE-NUM
    MOVE WS-TIE-NUM TO WS-TIE-RIGHT
    IF WS-SCRAPE-RAN AND WS-RECON-RAN
        MOVE 'Y' TO WS-TIE-CHECKABLE-FLAG
    ELSE
        MOVE 'N' TO WS-TIE-CHECKABLE-FLAG
    END-IF
    PERFORM 460-PRINT-TIE-LINE

    MOVE "SCRAPE HELD (H) VS RECON HELD" TO WS-TIE-DESC
    MOVE WS-SCRAPE-HELD TO WS-TIE-NUM
    MOVE WS-TIE-NUM TO WS-TIE-LEFT
    MOVE WS-RECON-HELD TO WS-TIE-NUM
    MOVE WS-TIE-NUM TO WS-TIE-RIGHT
    IF WS-SCRAPE-RAN AND WS-RECON-RAN
        MOVE 'Y' TO WS-TIE-CHECKABLE-FLAG
    ELSE
        MOVE 'N' TO WS-TIE-CHECKABLE-FLAG
    END-IF
    PERFORM 460-PRINT-TIE-LINE

    *> the checkpoint Rotate verified must be the one the night's
    *> scrape worked to - the combined one when the run was split.
    MOVE "CHECKPOINT DATE VS ROTATE VERIFIED DATE" TO WS-TIE-DESC
    IF WS-SPLIT-RAN
        MOVE WS-MERGE-CHECK-DATE TO WS-TIE-LEFT
    ELSE
        MOVE WS-SCRAPE-CHECK-DATE TO WS-TIE-LEFT
    END-IF
    MOVE WS-ROTATE-CHECK-DATE TO WS-TIE-RIGHT
    IF WS-SCRAPE-RAN AND WS-ROTATE-RAN
        MOVE 'Y' TO WS-TIE-CHECKABLE-FLAG
    ELSE
        MOVE 'N' TO WS-TIE-CHECKABLE-FLAG
    END-IF
    PERFORM 460-PRINT-TIE-LINE.

460-PRINT-TIE-LINE.
    IF NOT WS-TIE-CHECKABLE
        MOVE "NOT CHECKED - STEP DID NOT RUN" TO WS-TIE-RESULT
        MOVE SPACES TO WS-TIE-LEFT
        MOVE SPACES TO WS-TIE-RIGHT
    ELSE
        IF WS-TIE-LEFT = WS-TIE-RIGHT
            MOVE "TIES" TO WS-TIE-RESULT
        ELSE
            MOVE "*** DOES NOT TIE ***" TO WS-TIE-RESULT
            ADD 1 TO WS-TIE-BREAK-COUNT
        END-IF
    END-IF
    MOVE SPACES TO WS-OPB-LINE
    STRING WS-TIE-DESC " " WS-TIE-LEFT " " WS-TIE-RIGHT " "
        WS-TIE-RESULT
        DELIMITED BY SIZE INTO WS-OPB-LINE
    PERFORM 700-WRITE-BOARD-LINE.

700-WRITE-BOARD-LINE.
    WRITE OPB-RECORD FROM WS-OPB-LINE.

710-PRINT-HEADINGS.
    MOVE SPACES TO WS-OPB-LINE
    STRING "WEB-SCRAPE MORNING OPERATIONS BOARD"
        "             RUN DATE " WS-BOARD-DATE
        "    PRINTED " WS-RUN-DATE " " WS-RUN-TIME(1:4)
        DELIMITED BY SIZE INTO WS-OPB-LINE
    PERFORM 700-WRITE-BOARD-LINE
    MOVE SPACES TO WS-OPB-LINE
    PERFORM 700-WRITE-BOARD-LINE
    MOVE SPACES TO WS-OPB-LINE
    MOVE "STEP" TO WS-OPB-LINE(1:4)
    MOVE "S" TO WS-OPB-LINE(26:1)
    MOVE "STATUS" TO WS-OPB-LINE(28:6)
    MOVE "RC" TO WS-OPB-LINE(39:2)
    MOVE "START" TO WS-OPB-LINE(44:5)
    MOVE "END" TO WS-OPB-LINE(53:3)
    MOVE "FETCHD" TO WS-OPB-LINE(62:6)
    MOVE "FAILED" TO WS-OPB-LINE(69:6)
    MOVE "SKIP-K" TO WS-OPB-LINE(76:6)
    MOVE "SKIP-Q" TO WS-OPB-LINE(83:6)
    MOVE "WRITTN" TO WS-OPB-LINE(90:6)
    MOVE "EXCEPT" TO WS-OPB-LINE(97:6)
    MOVE "HDRS" TO WS-OPB-LINE(104:4)
    MOVE "RUNS" TO WS-OPB-LINE(111:4)
    MOVE "SKIP-H" TO WS-OPB-LINE(115:6)
    PERFORM 700-WRITE-BOARD-LINE
    MOVE ALL "-" TO WS-OPB-LINE(1:120)
    PERFORM 700-WRITE-BOARD-LINE.

900-PRINT-SUMMARY.
    MOVE SPACES TO WS-OPB-LINE
    PERFORM 700-WRITE-BOARD-LINE
    MOVE SPACES TO WS-OPB-LINE
    STRING "REQUIRED STEPS RUN " WS-REQUIRED-RAN " OF "
        WS-REQUIRED-COUNT "   NOT RUN " WS-NOT-RUN-COUNT
        "   RC 8 " WS-RC8-COUNT "   RC 4 " WS-RC4-COUNT
        "   TIE-OUT BREAKS " WS-TIE-BREAK-COUNT
        DELIMITED BY SIZE INTO WS-OPB-LINE
    PERFORM 700-WRITE-BOARD-LINE
    IF WS-NOT-RUN-COUNT = ZERO AND WS-RC8-COUNT = ZERO
            AND WS-TIE-BREAK-COUNT = ZERO
        IF WS-RC4-COUNT = ZERO
            MOVE "VERDICT: RUN FINISHED CLEAN" TO WS-OPB-LINE
        ELSE
            MOVE "VERDICT: RUN FINISHED - RC 4 WARNINGS TO READ"
                TO WS-OPB-LINE
        END-IF
    ELSE
        MOVE "VERDICT: RUN NEEDS ATTENTION - SEE NOT RUN, RC 8 AND"
            & " TIE-OUT LINES ABOVE" TO WS-OPB-LINE
    END-IF
    PERFORM 700-WRITE-BOARD-LINE.
