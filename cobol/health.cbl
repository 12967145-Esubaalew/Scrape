IDENTIFICATION DIVISION.
PROGRAM-ID. Web-Scrape-Health.

*> Extraction health monitor over the history master. A page whose
*> site was redesigned still fetches cleanly - status 'S', no
*> failure streak, nothing for Quarantine or Recon to notice - but
*> the tag pattern in its control record no longer matches, and
*> the page quietly produces nothing, or a fraction of what it used
*> to. The first anyone heard of it was an analyst asking why a
*> page had gone silent. This job compares each URL's extraction
*> today with its own baseline: the average of its earlier
*> successful runs still in SCRPHST.DAT (so the baseline window is
*> the archive job's retention window), overall and per labeled
*> section, and lists the pages that look broken:
*>   - NO PARAGRAPHS    a successful fetch that extracted nothing,
*>   - PARAGRAPH DROP   the paragraph count fell sharply below the
*>                      baseline average,
*>   - TEXT SIZE DROP   the same for the total text extracted,
*>   - SECTION SILENT   a section that produced output in most of
*>                      the baseline runs produced none today,
*>   - SECTION DROP     a section still producing, but sharply
*>                      fewer paragraphs than it used to,
*>   - SECTION SIZE DROP  the same for the section's text bytes.
*> "Sharply" is a fall of SCRP_HEALTH_DROP percent or more (default
*> 50), and a baseline needs SCRP_HEALTH_RUNS earlier successful
*> runs (default 3) before the drop and section checks apply - a new
*> page is only held to the no-paragraphs check. Only URLs whose
*> latest history record is today's successful fetch are judged: a
*> failed fetch is Recon's and Quarantine's business, and a page not
*> fetched today has nothing new to say.
*>
*> The history master is kept in (URL, run date) order by the
*> archive job, so one sequential pass sees each URL as a
*> contiguous date-ordered group - the control-break walk the trend
*> report and quarantine job use. The latest record of a group is
*> only known to be the latest when the group ends, so each record
*> is held back until the next arrives and only then folded into
*> the baseline. Exceptions go to a paginated listing (SCRPHLT.DAT);
*> the job ends RETURN-CODE 4 while there are any.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HST-FILE
        ASSIGN TO "SCRPHST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HST-STATUS.

    SELECT HLT-FILE
        ASSIGN TO "SCRPHLT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HLT-STATUS.

    SELECT OPTIONAL RSL-FILE
        ASSIGN TO "SCRPRSL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HST-FILE.
    COPY SCRPHST.

FD  HLT-FILE.
01  HLT-RECORD                  PIC X(132).

FD  RSL-FILE.
    COPY SCRPRSL.

WORKING-STORAGE SECTION.
01  WS-HST-STATUS               PIC XX.
01  WS-HLT-STATUS               PIC XX.
01  WS-EOF-HST-FLAG             PIC X(1) VALUE 'N'.
    88  WS-HST-EOF              VALUE 'Y'.
01  WS-RUN-DATE                 PIC X(8).

*> ---- thresholds ----------------------------------------------------
01  WS-ENV-WORK                 PIC X(8).
01  WS-DROP-PCT                 PIC 9(3) VALUE 50.
01  WS-KEEP-PCT                 PIC 9(3).
01  WS-MIN-RUNS                 PIC 9(4) VALUE 3.

*> ---- current URL group (control break on SCRP-HST-URL) ----------
01  WS-HAVE-GROUP-FLAG          PIC X(1) VALUE 'N'.
    88  WS-HAVE-GROUP           VALUE 'Y'.
01  WS-CUR-URL                  PIC X(200).

*> the group's latest record so far - held back from the baseline
*> until a later record for the URL turns up.
01  WS-HAVE-PENDING-FLAG        PIC X(1) VALUE 'N'.
    88  WS-HAVE-PENDING         VALUE 'Y'.
01  WS-PND-RUN-DATE             PIC X(8).
01  WS-PND-STATUS               PIC X(1).
01  WS-PND-PARA-COUNT           PIC 9(4).
01  WS-PND-STATS-FLAG           PIC X(1).
    88  WS-PND-HAS-STATS        VALUE 'Y'.
01  WS-PND-TEXT-BYTES           PIC 9(7).
01  WS-PND-SECTION-STATS.
    05  WS-PND-SECTION OCCURS 5 TIMES.
        10  WS-PND-SEC-LABEL    PIC X(10).
        10  WS-PND-SEC-PARAS    PIC 9(4).
        10  WS-PND-SEC-BYTES    PIC 9(7).

*> ---- the group's baseline ---------------------------------------
*> paragraph counts go back as far as the history does; the byte
*> and section figures only as far as records that carry them.
01  WS-BASE-RUNS                PIC 9(4).
01  WS-BASE-PARA-SUM            PIC 9(8).
01  WS-BASE-STAT-RUNS           PIC 9(4).
01  WS-BASE-BYTES-SUM           PIC 9(11).
01  WS-BSEC-COUNT               PIC 9(2).
01  WS-BSEC-TABLE.
    05  WS-BSEC-ENTRY OCCURS 10 TIMES.
        10  WS-BSEC-LABEL       PIC X(10).
        10  WS-BSEC-RUNS        PIC 9(4).
        10  WS-BSEC-PARA-SUM    PIC 9(8).
        10  WS-BSEC-BYTES-SUM   PIC 9(11).
01  WS-BSEC-IDX                 PIC 9(2).
01  WS-BSEC-FOUND               PIC 9(2).
01  WS-SEC-IDX                  PIC 9(2).
01  WS-SEC-FOUND                PIC 9(2).
01  WS-BSEC-OVERFLOW-FLAG       PIC X(1) VALUE 'N'.
    88  WS-BSEC-OVERFLOW        VALUE 'Y'.

*> ---- one check's figures, for the listing line ------------------
01  WS-CHK-SECTION              PIC X(10).
01  WS-CHK-NAME                 PIC X(18).
01  WS-CHK-NOW                  PIC 9(7).
01  WS-CHK-BASE                 PIC 9(7).
01  WS-CHK-RUNS                 PIC 9(4).
01  WS-NOW-SHOW                 PIC Z(6)9.
01  WS-BASE-SHOW                PIC Z(6)9.
01  WS-RUNS-SHOW                PIC Z(3)9.
01  WS-URL-FLAGGED-FLAG         PIC X(1).
    88  WS-URL-FLAGGED          VALUE 'Y'.

*> ---- listing line building ----------------------------------------
01  WS-HLT-LINE                 PIC X(132).
01  WS-PAGE-NO                  PIC 9(4) VALUE ZERO.
01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 55.

*> ---- counters for the end-of-job summary -------------------------
01  WS-URL-COUNT                PIC 9(4) VALUE ZERO.
01  WS-JUDGED-COUNT             PIC 9(4) VALUE ZERO.
01  WS-NEW-PAGE-COUNT           PIC 9(4) VALUE ZERO.
01  WS-FLAGGED-URL-COUNT        PIC 9(4) VALUE ZERO.
01  WS-EXCEPTION-COUNT          PIC 9(4) VALUE ZERO.

*> ---- run-status ledger posting -----------------------------------
01  WS-RSL-STATUS               PIC XX.
01  WS-RSL-RUN-DATE             PIC X(8).
01  WS-RSL-START-TIME           PIC X(8).

PROCEDURE DIVISION.

000-MAIN-PROCESS.
    ACCEPT WS-RSL-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RSL-START-TIME FROM TIME
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 100-SET-THRESHOLDS

    OPEN INPUT HST-FILE
    IF WS-HST-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-HEALTH: UNABLE TO OPEN SCRPHST.DAT,"
            " STATUS=" WS-HST-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT HLT-FILE
    IF WS-HLT-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-HEALTH: UNABLE TO OPEN SCRPHLT.DAT,"
            " STATUS=" WS-HLT-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF

    PERFORM UNTIL WS-HST-EOF
        READ HST-FILE
            AT END
                MOVE 'Y' TO WS-EOF-HST-FLAG
            NOT AT END
                PERFORM 200-PROCESS-RECORD
        END-READ
    END-PERFORM
    IF WS-HAVE-GROUP
        PERFORM 300-JUDGE-URL-GROUP
    END-IF
    CLOSE HST-FILE

    IF WS-EXCEPTION-COUNT = ZERO
        MOVE "NO EXTRACTION EXCEPTIONS" TO WS-HLT-LINE
        PERFORM 700-WRITE-REPORT-LINE
    END-IF
    CLOSE HLT-FILE

    IF WS-EXCEPTION-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF

    DISPLAY " "
    DISPLAY "===== WEB-SCRAPE HEALTH SUMMARY ====="
    DISPLAY "SHARP DROP (PERCENT) ..... " WS-DROP-PCT
    DISPLAY "BASELINE RUNS NEEDED ..... " WS-MIN-RUNS
    DISPLAY "URLS IN HISTORY .......... " WS-URL-COUNT
    DISPLAY "JUDGED ON TODAY'S FETCH .. " WS-JUDGED-COUNT
    DISPLAY "  OF WHICH SHORT BASELINE  " WS-NEW-PAGE-COUNT
    DISPLAY "URLS WITH EXCEPTIONS ..... " WS-FLAGGED-URL-COUNT
    DISPLAY "EXCEPTIONS LISTED ........ " WS-EXCEPTION-COUNT
    DISPLAY "LISTING WRITTEN TO SCRPHLT.DAT"
    PERFORM 950-POST-RUN-STATUS
    STOP RUN.

100-SET-THRESHOLDS.
    MOVE SPACES TO WS-ENV-WORK
    ACCEPT WS-ENV-WORK FROM ENVIRONMENT "SCRP_HEALTH_DROP"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    IF WS-ENV-WORK NOT = SPACES
        IF FUNCTION TRIM(WS-ENV-WORK) IS NUMERIC
                AND FUNCTION NUMVAL(WS-ENV-WORK) > ZERO
                AND FUNCTION NUMVAL(WS-ENV-WORK) < 100
            MOVE FUNCTION NUMVAL(WS-ENV-WORK) TO WS-DROP-PCT
        ELSE
            DISPLAY "WEB-SCRAPE-HEALTH: SCRP_HEALTH_DROP NOT A"
                " PERCENTAGE 1-99 - USING DEFAULT " WS-DROP-PCT
        END-IF
    END-IF
    COMPUTE WS-KEEP-PCT = 100 - WS-DROP-PCT
    MOVE SPACES TO WS-ENV-WORK
    ACCEPT WS-ENV-WORK FROM ENVIRONMENT "SCRP_HEALTH_RUNS"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    IF WS-ENV-WORK NOT = SPACES
        IF FUNCTION TRIM(WS-ENV-WORK) IS NUMERIC
                AND FUNCTION NUMVAL(WS-ENV-WORK) > ZERO
            MOVE FUNCTION NUMVAL(WS-ENV-WORK) TO WS-MIN-RUNS
        ELSE
            DISPLAY "WEB-SCRAPE-HEALTH: SCRP_HEALTH_RUNS NOT NUMERIC"
                " - USING DEFAULT " WS-MIN-RUNS
        END-IF
    END-IF.

200-PROCESS-RECORD.
    IF NOT WS-HAVE-GROUP OR SCRP-HST-URL NOT = WS-CUR-URL
        IF WS-HAVE-GROUP
            PERFORM 300-JUDGE-URL-GROUP
        END-IF
        MOVE SCRP-HST-URL TO WS-CUR-URL
        MOVE 'Y' TO WS-HAVE-GROUP-FLAG
        MOVE 'N' TO WS-HAVE-PENDING-FLAG
        MOVE ZERO TO WS-BASE-RUNS
        MOVE ZERO TO WS-BASE-PARA-SUM
        MOVE ZERO TO WS-BASE-STAT-RUNS
        MOVE ZERO TO WS-BASE-BYTES-SUM
        MOVE ZERO TO WS-BSEC-COUNT
        MOVE 'N' TO WS-BSEC-OVERFLOW-FLAG
        ADD 1 TO WS-URL-COUNT
    END-IF
    IF WS-HAVE-PENDING
        PERFORM 220-FOLD-INTO-BASELINE
    END-IF
    PERFORM 210-HOLD-RECORD.

210-HOLD-RECORD.
    MOVE 'Y' TO WS-HAVE-PENDING-FLAG
    MOVE SCRP-HST-RUN-DATE TO WS-PND-RUN-DATE
    MOVE SCRP-HST-STATUS TO WS-PND-STATUS
    MOVE ZERO TO WS-PND-PARA-COUNT
    IF SCRP-HST-PARA-COUNT IS NUMERIC
        MOVE SCRP-HST-PARA-COUNT TO WS-PND-PARA-COUNT
    END-IF
    *> records archived before the shape columns existed carry
    *> blanks there - no figures, rather than zeros that would read
    *> as a page that extracted nothing.
    MOVE 'N' TO WS-PND-STATS-FLAG
    MOVE ZERO TO WS-PND-TEXT-BYTES
    INITIALIZE WS-PND-SECTION-STATS
    IF SCRP-HST-TEXT-BYTES IS NUMERIC
        MOVE 'Y' TO WS-PND-STATS-FLAG
        MOVE SCRP-HST-TEXT-BYTES TO WS-PND-TEXT-BYTES
        PERFORM VARYING WS-SEC-IDX FROM 1 BY 1 UNTIL WS-SEC-IDX > 5
            IF SCRP-HST-SEC-PARAS(WS-SEC-IDX) IS NUMERIC
                    AND SCRP-HST-SEC-PARAS(WS-SEC-IDX) > ZERO
                MOVE SCRP-HST-SEC-LABEL(WS-SEC-IDX)
                    TO WS-PND-SEC-LABEL(WS-SEC-IDX)
                MOVE SCRP-HST-SEC-PARAS(WS-SEC-IDX)
                    TO WS-PND-SEC-PARAS(WS-SEC-IDX)
                IF SCRP-HST-SEC-BYTES(WS-SEC-IDX) IS NUMERIC
                    MOVE SCRP-HST-SEC-BYTES(WS-SEC-IDX)
                        TO WS-PND-SEC-BYTES(WS-SEC-IDX)
                END-IF
            END-IF
        END-PERFORM
    END-IF.

220-FOLD-INTO-BASELINE.
    *> only successful runs say what the page normally yields - a
    *> failed fetch extracted nothing because there was nothing to
    *> extract from.
    IF WS-PND-STATUS = 'S'
        ADD 1 TO WS-BASE-RUNS
        ADD WS-PND-PARA-COUNT TO WS-BASE-PARA-SUM
        IF WS-PND-HAS-STATS
            ADD 1 TO WS-BASE-STAT-RUNS
            ADD WS-PND-TEXT-BYTES TO WS-BASE-BYTES-SUM
            PERFORM VARYING WS-SEC-IDX FROM 1 BY 1 UNTIL WS-SEC-IDX > 5
                IF WS-PND-SEC-PARAS(WS-SEC-IDX) > ZERO
                    PERFORM 230-FOLD-ONE-SECTION
                END-IF
            END-PERFORM
        END-IF
    END-IF.

230-FOLD-ONE-SECTION.
    PERFORM 240-FIND-BASE-SECTION
    IF WS-BSEC-FOUND = ZERO
        IF WS-BSEC-COUNT < 10
            ADD 1 TO WS-BSEC-COUNT
            MOVE WS-BSEC-COUNT TO WS-BSEC-FOUND
            MOVE WS-PND-SEC-LABEL(WS-SEC-IDX)
                TO WS-BSEC-LABEL(WS-BSEC-FOUND)
            MOVE ZERO TO WS-BSEC-RUNS(WS-BSEC-FOUND)
            MOVE ZERO TO WS-BSEC-PARA-SUM(WS-BSEC-FOUND)
            MOVE ZERO TO WS-BSEC-BYTES-SUM(WS-BSEC-FOUND)
        ELSE
            IF NOT WS-BSEC-OVERFLOW
                MOVE 'Y' TO WS-BSEC-OVERFLOW-FLAG
                DISPLAY "WEB-SCRAPE-HEALTH: MORE THAN 10 SECTION"
                    " LABELS IN HISTORY FOR " WS-CUR-URL(1:60)
                    " - LATER LABELS NOT BASELINED"
            END-IF
        END-IF
    END-IF
    IF WS-BSEC-FOUND > ZERO
        ADD 1 TO WS-BSEC-RUNS(WS-BSEC-FOUND)
        ADD WS-PND-SEC-PARAS(WS-SEC-IDX)
            TO WS-BSEC-PARA-SUM(WS-BSEC-FOUND)
        ADD WS-PND-SEC-BYTES(WS-SEC-IDX)
            TO WS-BSEC-BYTES-SUM(WS-BSEC-FOUND)
    END-IF.

240-FIND-BASE-SECTION.
    MOVE ZERO TO WS-BSEC-FOUND
    PERFORM VARYING WS-BSEC-IDX FROM 1 BY 1
            UNTIL WS-BSEC-IDX > WS-BSEC-COUNT OR WS-BSEC-FOUND > ZERO
        IF WS-BSEC-LABEL(WS-BSEC-IDX) = WS-PND-SEC-LABEL(WS-SEC-IDX)
            MOVE WS-BSEC-IDX TO WS-BSEC-FOUND
        END-IF
    END-PERFORM.

300-JUDGE-URL-GROUP.
    *> the held record is the URL's latest. Judge it only if it is
    *> today's successful fetch.
    MOVE 'N' TO WS-HAVE-GROUP-FLAG
    MOVE 'N' TO WS-URL-FLAGGED-FLAG
    IF WS-HAVE-PENDING
            AND WS-PND-RUN-DATE = WS-RUN-DATE
            AND WS-PND-STATUS = 'S'
        ADD 1 TO WS-JUDGED-COUNT
        IF WS-BASE-RUNS < WS-MIN-RUNS
            ADD 1 TO WS-NEW-PAGE-COUNT
        END-IF
        PERFORM 320-CHECK-PAGE-TOTALS
        IF WS-PND-PARA-COUNT > ZERO
            PERFORM 340-CHECK-SECTIONS
        END-IF
        IF WS-URL-FLAGGED
            ADD 1 TO WS-FLAGGED-URL-COUNT
        END-IF
    END-IF.

320-CHECK-PAGE-TOTALS.
    MOVE SPACES TO WS-CHK-SECTION
    IF WS-PND-PARA-COUNT = ZERO
        MOVE "NO PARAGRAPHS" TO WS-CHK-NAME
        MOVE ZERO TO WS-CHK-NOW
        MOVE ZERO TO WS-CHK-BASE
        IF WS-BASE-RUNS > ZERO
            COMPUTE WS-CHK-BASE ROUNDED =
                WS-BASE-PARA-SUM / WS-BASE-RUNS
        END-IF
        MOVE WS-BASE-RUNS TO WS-CHK-RUNS
        PERFORM 600-WRITE-EXCEPTION
    ELSE
        *> now < keep% of the average, cross-multiplied so the
        *> average is never rounded before the test.
        IF WS-BASE-RUNS >= WS-MIN-RUNS
                AND WS-PND-PARA-COUNT * WS-BASE-RUNS * 100
                    < WS-BASE-PARA-SUM * WS-KEEP-PCT
            MOVE "PARAGRAPH DROP" TO WS-CHK-NAME
            MOVE WS-PND-PARA-COUNT TO WS-CHK-NOW
            COMPUTE WS-CHK-BASE ROUNDED =
                WS-BASE-PARA-SUM / WS-BASE-RUNS
            MOVE WS-BASE-RUNS TO WS-CHK-RUNS
            PERFORM 600-WRITE-EXCEPTION
        END-IF
        IF WS-PND-HAS-STATS
                AND WS-BASE-STAT-RUNS >= WS-MIN-RUNS
                AND WS-PND-TEXT-BYTES * WS-BASE-STAT-RUNS * 100
                    < WS-BASE-BYTES-SUM * WS-KEEP-PCT
            MOVE "TEXT SIZE DROP" TO WS-CHK-NAME
            MOVE WS-PND-TEXT-BYTES TO WS-CHK-NOW
            COMPUTE WS-CHK-BASE ROUNDED =
                WS-BASE-BYTES-SUM / WS-BASE-STAT-RUNS
            MOVE WS-BASE-STAT-RUNS TO WS-CHK-RUNS
            PERFORM 600-WRITE-EXCEPTION
        END-IF
    END-IF.

340-CHECK-SECTIONS.
    IF WS-PND-HAS-STATS AND WS-BASE-STAT-RUNS >= WS-MIN-RUNS
        PERFORM VARYING WS-BSEC-IDX FROM 1 BY 1
                UNTIL WS-BSEC-IDX > WS-BSEC-COUNT
            PERFORM 360-CHECK-ONE-SECTION
        END-PERFORM
    END-IF.

360-CHECK-ONE-SECTION.
    MOVE ZERO TO WS-SEC-FOUND
    PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
            UNTIL WS-SEC-IDX > 5 OR WS-SEC-FOUND > ZERO
        IF WS-PND-SEC-PARAS(WS-SEC-IDX) > ZERO
                AND WS-PND-SEC-LABEL(WS-SEC-IDX)
                    = WS-BSEC-LABEL(WS-BSEC-IDX)
            MOVE WS-SEC-IDX TO WS-SEC-FOUND
        END-IF
    END-PERFORM
    MOVE WS-BSEC-LABEL(WS-BSEC-IDX) TO WS-CHK-SECTION
    MOVE WS-BSEC-RUNS(WS-BSEC-IDX) TO WS-CHK-RUNS
    IF WS-SEC-FOUND = ZERO
        *> "used to produce output" is more than half the baseline
        *> runs - a section that only now and then has anything in
        *> it going quiet for a day is not news.
        IF WS-BSEC-RUNS(WS-BSEC-IDX) * 2 > WS-BASE-STAT-RUNS
            MOVE "SECTION SILENT" TO WS-CHK-NAME
            MOVE ZERO TO WS-CHK-NOW
            COMPUTE WS-CHK-BASE ROUNDED =
                WS-BSEC-PARA-SUM(WS-BSEC-IDX)
                    / WS-BSEC-RUNS(WS-BSEC-IDX)
            PERFORM 600-WRITE-EXCEPTION
        END-IF
    ELSE
        *> the section's own average over the runs it produced in.
        IF WS-BSEC-RUNS(WS-BSEC-IDX) >= WS-MIN-RUNS
            IF WS-PND-SEC-PARAS(WS-SEC-FOUND)
                    * WS-BSEC-RUNS(WS-BSEC-IDX) * 100
                    < WS-BSEC-PARA-SUM(WS-BSEC-IDX) * WS-KEEP-PCT
                MOVE "SECTION DROP" TO WS-CHK-NAME
                MOVE WS-PND-SEC-PARAS(WS-SEC-FOUND) TO WS-CHK-NOW
                COMPUTE WS-CHK-BASE ROUNDED =
                    WS-BSEC-PARA-SUM(WS-BSEC-IDX)
                        / WS-BSEC-RUNS(WS-BSEC-IDX)
                PERFORM 600-WRITE-EXCEPTION
            ELSE
                IF WS-PND-SEC-BYTES(WS-SEC-FOUND)
                        * WS-BSEC-RUNS(WS-BSEC-IDX) * 100
                        < WS-BSEC-BYTES-SUM(WS-BSEC-IDX) * WS-KEEP-PCT
                    MOVE "SECTION SIZE DROP" TO WS-CHK-NAME
                    MOVE WS-PND-SEC-BYTES(WS-SEC-FOUND) TO WS-CHK-NOW
                    COMPUTE WS-CHK-BASE ROUNDED =
                        WS-BSEC-BYTES-SUM(WS-BSEC-IDX)
                            / WS-BSEC-RUNS(WS-BSEC-IDX)
                    PERFORM 600-WRITE-EXCEPTION
                END-IF
            END-IF
        END-IF
    END-IF.

600-WRITE-EXCEPTION.
    ADD 1 TO WS-EXCEPTION-COUNT
    MOVE 'Y' TO WS-URL-FLAGGED-FLAG
    MOVE WS-CHK-NOW TO WS-NOW-SHOW
    MOVE WS-CHK-BASE TO WS-BASE-SHOW
    MOVE WS-CHK-RUNS TO WS-RUNS-SHOW
    MOVE SPACES TO WS-HLT-LINE
    STRING WS-CUR-URL(1:60) "  " WS-CHK-SECTION "  " WS-CHK-NAME
        "  " WS-NOW-SHOW "  " WS-BASE-SHOW "  " WS-RUNS-SHOW
        DELIMITED BY SIZE INTO WS-HLT-LINE
    PERFORM 700-WRITE-REPORT-LINE
    DISPLAY "WEB-SCRAPE-HEALTH: " WS-CUR-URL(1:60) " "
        WS-CHK-SECTION " " WS-CHK-NAME.

700-WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM 710-START-NEW-PAGE
    END-IF
    WRITE HLT-RECORD FROM WS-HLT-LINE
    ADD 1 TO WS-LINE-COUNT.

710-START-NEW-PAGE.
    ADD 1 TO WS-PAGE-NO
    MOVE SPACES TO HLT-RECORD
    STRING "WEB-SCRAPE EXTRACTION HEALTH EXCEPTIONS"
        "         RUN DATE " WS-RUN-DATE
        "    PAGE " WS-PAGE-NO
        DELIMITED BY SIZE INTO HLT-RECORD
    WRITE HLT-RECORD
    MOVE SPACES TO HLT-RECORD
    WRITE HLT-RECORD
    MOVE SPACES TO HLT-RECORD
    MOVE "URL" TO HLT-RECORD(1:3)
    MOVE "SECTION" TO HLT-RECORD(63:7)
    MOVE "CHECK" TO HLT-RECORD(75:5)
    MOVE "TODAY" TO HLT-RECORD(97:5)
    MOVE "BASELINE" TO HLT-RECORD(103:8)
    MOVE "RUNS" TO HLT-RECORD(113:4)
    WRITE HLT-RECORD
    MOVE ALL "-" TO HLT-RECORD(1:116)
    WRITE HLT-RECORD
    MOVE 4 TO WS-LINE-COUNT.

950-POST-RUN-STATUS.
    *> one record on the shared run-status ledger, clean finish or
    *> error exit alike, for the morning operations board. The
    *> ledger is a by-product of the run, not part of it - a ledger
    *> that will not open is reported and the step's own outcome
    *> and return code stand.
    OPEN EXTEND RSL-FILE
    IF WS-RSL-STATUS NOT = "00" AND WS-RSL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-HEALTH: UNABLE TO OPEN SCRPRSL.DAT, STATUS="
            WS-RSL-STATUS " - RUN STATUS NOT POSTED"
    ELSE
        INITIALIZE SCRP-RSL-RECORD
        MOVE WS-RSL-RUN-DATE TO SCRP-RSL-RUN-DATE
        MOVE "WEB-SCRAPE-HEALTH" TO SCRP-RSL-STEP
        MOVE WS-RSL-START-TIME TO SCRP-RSL-START-TIME
        ACCEPT SCRP-RSL-END-TIME FROM TIME
        MOVE RETURN-CODE TO SCRP-RSL-RETURN-CODE
        MOVE WS-JUDGED-COUNT TO SCRP-RSL-FETCHED
        MOVE WS-EXCEPTION-COUNT TO SCRP-RSL-WRITTEN
        MOVE WS-FLAGGED-URL-COUNT TO SCRP-RSL-EXCEPTIONS
        WRITE SCRP-RSL-RECORD
        CLOSE RSL-FILE
    END-IF.
