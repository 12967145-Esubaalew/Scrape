*>     (SCRPGEN<yyyymmdd>.DAT), keeps the newest SCRP_GENERATIONS
*>     of them (default 3) via the catalog file SCRPGCT.DAT and
*>     empties generations that age out,
*>   - it enters the day in the raw page capture catalog
*>     (SCRPCCT.DAT) and empties the capture stores
*>     (SCRPCAP<yyyymmdd>.DAT, and each stream's) of days older
*>     than SCRP_CAPTURE_DAYS (default 30) - raw pages are far
*>     bulkier than the output, so they are kept by age, not by
*>     generation count,
*>   - and only then installs the last captured table cells of
*>     every URL as SCRPTBP.DAT for tomorrow's table diff: the
*>     day's cells (SCRPTBL.DAT) for each URL read successfully
*>     today, and the cells already in SCRPTBP.DAT carried forward
*>     for every other URL - a weekly or monthly page, or one that
*>     failed, was held or was quarantined today, keeps its last
*>     table to compare against, the way the paragraph checksum
*>     falls back to the last successful capture in SCRPSTA.DAT,
*>   - and last of all the verified output as SCRPPRI.DAT for
*>     tomorrow's change detection. Its run date is the mark that
*>     the rotation ran, so a run that stopped before it can be
*>     rerun as it stands.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GCT-STATUS.

    SELECT OPTIONAL CCT-FILE
        ASSIGN TO "SCRPCCT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CCT-STATUS.

    SELECT OPTIONAL CAP-FILE
        ASSIGN TO DYNAMIC WS-CAP-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CAP-STATUS.

    SELECT OPTIONAL TBL-FILE
        ASSIGN TO "SCRPTBL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TBL-STATUS.

    SELECT OPTIONAL TBP-FILE
        ASSIGN TO "SCRPTBP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TBP-STATUS.

    SELECT TBW-FILE
        ASSIGN TO "SCRPTBW.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TBW-STATUS.

    SELECT RUX-FILE
        ASSIGN TO "SCRPRUX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RUX-URL
        FILE STATUS IS WS-RUX-STATUS.

    SELECT OPTIONAL RSL-FILE
        ASSIGN TO "SCRPRSL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  OUT-FILE.
01  GCT-RECORD.
    05  GCT-GEN-DATE            PIC X(8).

FD  CCT-FILE.
*> capture catalog: one record per run date with a raw page
*> capture store on disk - what the capture retention works from.
01  CCT-RECORD.
    05  CCT-CAP-DATE            PIC X(8).

FD  CAP-FILE.
*> same physical layout as SCRPCAP - only ever emptied here.
01  CAP-RECORD                  PIC X(10227).

FD  TBL-FILE.
    COPY SCRPTBL.

FD  TBP-FILE.
*> same layout as SCRPTBL.DAT - the last captured table cells of
*> every URL, only the URL needed here to decide what carries.
01  TBP-TBL-RECORD              PIC X(516).
01  TBP-CELL-RECORD.
    05  TBP-CELL-URL            PIC X(200).
    05  FILLER                  PIC X(316).

FD  TBW-FILE.
*> the new SCRPTBP.DAT, staged and copied back once built whole.
01  TBW-TBL-RECORD              PIC X(516).

FD  RUX-FILE.
*> scratch: the URLs with a successful header in today's output.
01  RUX-RECORD.
    05  RUX-URL                 PIC X(200).

FD  RSL-FILE.
    COPY SCRPRSL.

WORKING-STORAGE SECTION.
01  WS-OUT-FILE-STATUS          PIC XX.
01  WS-CHK-STATUS               PIC XX.
01  WS-PRIOR-STATUS             PIC XX.
01  WS-GEN-STATUS               PIC XX.
01  WS-GCT-STATUS               PIC XX.
01  WS-TBL-STATUS               PIC XX.
01  WS-TBP-STATUS               PIC XX.
01  WS-EOF-TBL-FLAG             PIC X(1) VALUE 'N'.
    88  WS-TBL-EOF              VALUE 'Y'.
01  WS-TBL-COUNT                PIC 9(6) VALUE ZERO.
01  WS-TBW-STATUS               PIC XX.
01  WS-RUX-STATUS               PIC XX.
01  WS-EOF-TBP-FLAG             PIC X(1) VALUE 'N'.
    88  WS-TBP-EOF              VALUE 'Y'.
01  WS-EOF-TBW-FLAG             PIC X(1) VALUE 'N'.
    88  WS-TBW-EOF              VALUE 'Y'.
01  WS-TBP-CARRIED              PIC 9(6) VALUE ZERO.
01  WS-GEN-NAME                 PIC X(20).
01  WS-EOF-OUT-FLAG             PIC X(1) VALUE 'N'.
    88  WS-OUT-EOF              VALUE 'Y'.
01  WS-GEN-TABLE.
    05  WS-GEN-DATE OCCURS 21 TIMES PIC X(8).

*> ---- raw page capture retention ----------------------------------
*> one catalog entry per day kept, so the table is bounded by the
*> day count - a year and the spare slot for today's entry at most.
01  WS-CCT-STATUS               PIC XX.
01  WS-CAP-STATUS               PIC XX.
01  WS-CAP-NAME                 PIC X(24).
01  WS-EOF-CCT-FLAG             PIC X(1) VALUE 'N'.
    88  WS-CCT-EOF              VALUE 'Y'.
01  WS-CAP-DAYS-ENV             PIC X(8).
01  WS-CAP-KEEP-DAYS            PIC 9(3) VALUE 30.
01  WS-CAP-MAX-DAYS             PIC 9(3) VALUE 366.
01  WS-CAP-CUTOFF               PIC X(8).
01  WS-DATE-NUM                 PIC 9(8).
01  WS-DATE-INT                 PIC 9(8).
01  WS-CAP-COUNT                PIC 9(3) VALUE ZERO.
01  WS-CAP-KEPT                 PIC 9(3) VALUE ZERO.
01  WS-CAP-IDX                  PIC 9(3).
01  WS-CAP-DROP-COUNT           PIC 9(3) VALUE ZERO.
01  WS-CAP-STREAM               PIC 9(1).
01  WS-CAP-TABLE.
    05  WS-CAP-DATE OCCURS 367 TIMES PIC X(8).

*> ---- run-status ledger posting -----------------------------------
01  WS-RSL-STATUS               PIC XX.
01  WS-RSL-RUN-DATE             PIC X(8).
01  WS-RSL-START-TIME           PIC X(8).

PROCEDURE DIVISION.

000-MAIN-PROCESS.
    ACCEPT WS-RSL-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RSL-START-TIME FROM TIME
    PERFORM 100-SET-GENERATION-COUNT
    PERFORM 110-SET-CAPTURE-DAYS
    PERFORM 150-READ-CHECKPOINT
    PERFORM 200-VERIFY-OUTPUT-DATES
    PERFORM 250-VERIFY-NOT-ALREADY-DONE
    PERFORM 300-BANK-GENERATION
    PERFORM 400-TRIM-GENERATIONS
    PERFORM 450-TRIM-CAPTURES
    PERFORM 500-INSTALL-PRIOR-TABLES
    PERFORM 550-INSTALL-PRIOR

    DISPLAY " "
    DISPLAY "===== WEB-SCRAPE ROTATE SUMMARY ====="
    DISPLAY "OUTPUT RECORDS BANKED .... " WS-REC-COUNT
    DISPLAY "GENERATIONS RETAINED ..... " WS-GEN-COUNT
    DISPLAY "GENERATIONS AGED OUT ..... " WS-DROP-COUNT
    DISPLAY "CAPTURE DAYS RETAINED .... " WS-CAP-KEPT
    DISPLAY "CAPTURE DAYS AGED OUT .... " WS-CAP-DROP-COUNT
    DISPLAY "TABLE CELLS INSTALLED .... " WS-TBL-COUNT
    DISPLAY "TABLE CELLS CARRIED ...... " WS-TBP-CARRIED
    DISPLAY "SCRPPRI.DAT INSTALLED FOR RUN DATE " WS-CHK-DATE
    PERFORM 950-POST-RUN-STATUS
    STOP RUN.

100-SET-GENERATION-COUNT.
        END-IF
    END-IF.

110-SET-CAPTURE-DAYS.
    MOVE SPACES TO WS-CAP-DAYS-ENV
    ACCEPT WS-CAP-DAYS-ENV FROM ENVIRONMENT "SCRP_CAPTURE_DAYS"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    IF WS-CAP-DAYS-ENV NOT = SPACES
        IF FUNCTION TRIM(WS-CAP-DAYS-ENV) IS NUMERIC
                AND FUNCTION NUMVAL(WS-CAP-DAYS-ENV) >= 1
                AND FUNCTION NUMVAL(WS-CAP-DAYS-ENV) <= WS-CAP-MAX-DAYS
            MOVE FUNCTION NUMVAL(WS-CAP-DAYS-ENV) TO WS-CAP-KEEP-DAYS
        ELSE
            DISPLAY "WEB-SCRAPE-ROTATE: SCRP_CAPTURE_DAYS NOT 1-"
                WS-CAP-MAX-DAYS " - USING DEFAULT " WS-CAP-KEEP-DAYS
        END-IF
    END-IF.

150-READ-CHECKPOINT.
    *> the checkpoint is the authority for which day the output file
    *> claims to be - same unconditional CLOSE as everywhere else an
        DISPLAY "WEB-SCRAPE-ROTATE: NO CHECKPOINT RECORD - CANNOT"
            " VERIFY WHICH DAY SCRPOUT.DAT IS; NOT ROTATED"
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    IF WS-CHK-COMPLETE-FLAG NOT = 'Y'
            WS-CHK-DATE " DID NOT COMPLETE - A PARTIAL DAY MUST NOT"
            " BECOME TOMORROW'S PRIOR; NOT ROTATED"
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

        DISPLAY "WEB-SCRAPE-ROTATE: UNABLE TO OPEN SCRPOUT.DAT,"
            " STATUS=" WS-OUT-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-OUT-EOF
        DISPLAY "WEB-SCRAPE-ROTATE: SCRPOUT.DAT HAS NO HEADER"
            " RECORDS - NOTHING TO ROTATE"
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    IF WS-BAD-DATE-COUNT > ZERO
            WS-HDR-COUNT " HEADERS DO NOT CARRY CHECKPOINT DATE "
            WS-CHK-DATE " - WRONG DAY ON FILE; NOT ROTATED"
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

            " DATE " WS-CHK-DATE " - ROTATION ALREADY RAN; NOT"
            " ROTATED AGAIN"
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

        DISPLAY "WEB-SCRAPE-ROTATE: UNABLE TO REWRITE SCRPGCT.DAT,"
            " STATUS=" WS-GCT-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
    END-PERFORM
    CLOSE GCT-FILE.

450-TRIM-CAPTURES.
    *> same catalog handling as the generation trim, but by age:
    *> a capture day strictly before the cutoff has its stores
    *> emptied - the unpartitioned one and each stream's - and drops
    *> off the catalog. The cutoff counts back from the rotated run
    *> date, the same way the archive job counts back its purge.
    MOVE WS-CHK-DATE TO WS-DATE-NUM
    COMPUTE WS-DATE-INT =
        FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - WS-CAP-KEEP-DAYS
    COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
    MOVE WS-DATE-NUM TO WS-CAP-CUTOFF

    OPEN INPUT CCT-FILE
    IF WS-CCT-STATUS = "00"
        PERFORM UNTIL WS-CCT-EOF
            READ CCT-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-CCT-FLAG
                NOT AT END
                    IF CCT-CAP-DATE NOT = SPACES
                            AND CCT-CAP-DATE NOT = WS-CHK-DATE
                            AND WS-CAP-COUNT < WS-CAP-MAX-DAYS
                        ADD 1 TO WS-CAP-COUNT
                        MOVE CCT-CAP-DATE TO WS-CAP-DATE(WS-CAP-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE CCT-FILE
    ADD 1 TO WS-CAP-COUNT
    MOVE WS-CHK-DATE TO WS-CAP-DATE(WS-CAP-COUNT)

    MOVE ZERO TO WS-CAP-KEPT
    PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
            UNTIL WS-CAP-IDX > WS-CAP-COUNT
        IF WS-CAP-DATE(WS-CAP-IDX) < WS-CAP-CUTOFF
            PERFORM 460-EMPTY-CAPTURE-DAY
            ADD 1 TO WS-CAP-DROP-COUNT
        ELSE
            ADD 1 TO WS-CAP-KEPT
            MOVE WS-CAP-DATE(WS-CAP-IDX) TO WS-CAP-DATE(WS-CAP-KEPT)
        END-IF
    END-PERFORM

    OPEN OUTPUT CCT-FILE
    IF WS-CCT-STATUS NOT = "00" AND WS-CCT-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-ROTATE: UNABLE TO REWRITE SCRPCCT.DAT,"
            " STATUS=" WS-CCT-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
            UNTIL WS-CAP-IDX > WS-CAP-KEPT
        MOVE WS-CAP-DATE(WS-CAP-IDX) TO CCT-CAP-DATE
        WRITE CCT-RECORD
    END-PERFORM
    CLOSE CCT-FILE.

460-EMPTY-CAPTURE-DAY.
    *> a store that was never written (a stream number not used
    *> that day) is left absent rather than created empty.
    PERFORM VARYING WS-CAP-STREAM FROM 0 BY 1 UNTIL WS-CAP-STREAM > 4
        MOVE SPACES TO WS-CAP-NAME
        IF WS-CAP-STREAM = ZERO
            STRING "SCRPCAP" WS-CAP-DATE(WS-CAP-IDX) ".DAT"
                DELIMITED BY SIZE INTO WS-CAP-NAME
        ELSE
            STRING "SCRPCAP" WS-CAP-DATE(WS-CAP-IDX) WS-CAP-STREAM
                ".DAT" DELIMITED BY SIZE INTO WS-CAP-NAME
        END-IF
        OPEN INPUT CAP-FILE
        IF WS-CAP-STATUS = "00"
            CLOSE CAP-FILE
            OPEN OUTPUT CAP-FILE
        END-IF
        CLOSE CAP-FILE
    END-PERFORM
    DISPLAY "WEB-SCRAPE-ROTATE: CAPTURE DAY "
        WS-CAP-DATE(WS-CAP-IDX) " AGED OUT".

500-INSTALL-PRIOR-TABLES.
    *> the table cells follow the output they came from, URL by
    *> URL. A URL read successfully today takes today's cells - none
    *> at all if its table is gone, so a removal is reported once
    *> and not again every day after. Every other URL keeps the
    *> cells it already had in the prior, so tomorrow's table diff
    *> compares against its last capture instead of seeing every
    *> cell as a first capture. Built in SCRPTBW.DAT and copied back
    *> whole, the stage-then-copy-back the archive job uses.
    PERFORM 510-LOAD-FETCHED-URLS
    OPEN INPUT TBL-FILE
    IF WS-TBL-STATUS NOT = "00" AND WS-TBL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-ROTATE: UNABLE TO OPEN SCRPTBL.DAT,"
            " STATUS=" WS-TBL-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT TBW-FILE
    IF WS-TBW-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-ROTATE: UNABLE TO OPEN SCRPTBW.DAT,"
            " STATUS=" WS-TBW-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-TBL-EOF
        READ TBL-FILE
            AT END
                MOVE 'Y' TO WS-EOF-TBL-FLAG
            NOT AT END
                WRITE TBW-TBL-RECORD FROM SCRP-TBL-RECORD
                ADD 1 TO WS-TBL-COUNT
        END-READ
    END-PERFORM
    CLOSE TBL-FILE

    *> no SCRPTBP.DAT yet (the first run with table sections) opens
    *> "05" - nothing to carry.
    OPEN INPUT TBP-FILE
    IF WS-TBP-STATUS NOT = "00" AND WS-TBP-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-ROTATE: UNABLE TO OPEN SCRPTBP.DAT,"
            " STATUS=" WS-TBP-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-TBP-EOF
        READ TBP-FILE
            AT END
                MOVE 'Y' TO WS-EOF-TBP-FLAG
            NOT AT END
                MOVE TBP-CELL-URL TO RUX-URL
                READ RUX-FILE
                    INVALID KEY
                        WRITE TBW-TBL-RECORD FROM TBP-TBL-RECORD
                        ADD 1 TO WS-TBP-CARRIED
                END-READ
        END-READ
    END-PERFORM
    CLOSE TBP-FILE
    CLOSE TBW-FILE
    CLOSE RUX-FILE

    OPEN INPUT TBW-FILE
    IF WS-TBW-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-ROTATE: UNABLE TO REOPEN SCRPTBW.DAT,"
            " STATUS=" WS-TBW-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT TBP-FILE
    IF WS-TBP-STATUS NOT = "00" AND WS-TBP-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-ROTATE: UNABLE TO REWRITE SCRPTBP.DAT,"
            " STATUS=" WS-TBP-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-TBW-EOF
        READ TBW-FILE
            AT END
                MOVE 'Y' TO WS-EOF-TBW-FLAG
            NOT AT END
                WRITE TBP-TBL-RECORD FROM TBW-TBL-RECORD
        END-READ
    END-PERFORM
    CLOSE TBW-FILE
    CLOSE TBP-FILE.

510-LOAD-FETCHED-URLS.
    *> the same test the table diff makes: a successful header in
    *> today's output is a URL whose table sections were read today.
    *> Scratch, rebuilt empty every run: created OUTPUT, then
    *> reopened I-O for the keyed lookups.
    OPEN OUTPUT RUX-FILE
    CLOSE RUX-FILE
    OPEN I-O RUX-FILE
    IF WS-RUX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-ROTATE: UNABLE TO BUILD SCRPRUX.DAT,"
            " STATUS=" WS-RUX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN INPUT OUT-FILE
    IF WS-OUT-FILE-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-ROTATE: UNABLE TO REOPEN SCRPOUT.DAT,"
            " STATUS=" WS-OUT-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    MOVE 'N' TO WS-EOF-OUT-FLAG
    PERFORM UNTIL WS-OUT-EOF
        READ OUT-FILE
            AT END
                MOVE 'Y' TO WS-EOF-OUT-FLAG
            NOT AT END
                IF SCRP-OUT-PARA-SEQ = ZERO AND SCRP-OUT-SUCCESS
                    MOVE SCRP-OUT-URL TO RUX-URL
                    WRITE RUX-RECORD
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                END-IF
        END-READ
    END-PERFORM
    CLOSE OUT-FILE.

550-INSTALL-PRIOR.
    *> only after the day is verified and banked, and its table
    *> cells are in place, does the verified output become
    *> tomorrow's prior. The prior's run date is what tells a rerun
    *> that the rotation already ran, so it is installed last: a
    *> run that stops short of it can simply be run again.
    OPEN INPUT OUT-FILE
    IF WS-OUT-FILE-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-ROTATE: UNABLE TO REOPEN SCRPOUT.DAT,"
            " STATUS=" WS-OUT-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT PRIOR-FILE
        DISPLAY "WEB-SCRAPE-ROTATE: UNABLE TO REWRITE SCRPPRI.DAT,"
            " STATUS=" WS-PRIOR-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    MOVE 'N' TO WS-EOF-OUT-FLAG
        DISPLAY "WEB-SCRAPE-ROTATE: UNABLE TO REOPEN SCRPOUT.DAT,"
            " STATUS=" WS-OUT-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    *> OUTPUT, not EXTEND - a rerun of the banking step rebuilds
        DISPLAY "WEB-SCRAPE-ROTATE: UNABLE TO OPEN "
            FUNCTION TRIM(WS-GEN-NAME) ", STATUS=" WS-GEN-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    MOVE 'N' TO WS-EOF-OUT-FLAG
    END-PERFORM
    CLOSE OUT-FILE
    CLOSE GEN-FILE.

950-POST-RUN-STATUS.
    *> one record on the shared run-status ledger, clean finish or
    *> error exit alike, for the morning operations board. The
    *> ledger is a by-product of the run, not part of it - a ledger
    *> that will not open is reported and the step's own outcome
    *> and return code stand.
    OPEN EXTEND RSL-FILE
    IF WS-RSL-STATUS NOT = "00" AND WS-RSL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-ROTATE: UNABLE TO OPEN SCRPRSL.DAT, STATUS="
            WS-RSL-STATUS " - RUN STATUS NOT POSTED"
    ELSE
        INITIALIZE SCRP-RSL-RECORD
        MOVE WS-RSL-RUN-DATE TO SCRP-RSL-RUN-DATE
        MOVE "WEB-SCRAPE-ROTATE" TO SCRP-RSL-STEP
        MOVE WS-RSL-START-TIME TO SCRP-RSL-START-TIME
        ACCEPT SCRP-RSL-END-TIME FROM TIME
        MOVE RETURN-CODE TO SCRP-RSL-RETURN-CODE
        *> the verified date is only posted once the checkpoint was
        *> found - the board ties it to the scrape's checkpoint date.
        MOVE WS-REC-COUNT TO SCRP-RSL-WRITTEN
        MOVE WS-BAD-DATE-COUNT TO SCRP-RSL-EXCEPTIONS
        MOVE WS-HDR-COUNT TO SCRP-RSL-HEADERS
        IF WS-CHK-FOUND
            MOVE WS-CHK-DATE TO SCRP-RSL-CHECK-DATE
        END-IF
        WRITE SCRP-RSL-RECORD
        CLOSE RSL-FILE
    END-IF.
