IDENTIFICATION DIVISION.
PROGRAM-ID. Web-Scrape-Table-Diff.

*> Cell-by-cell change detection for table sections. A control
*> record section of type 'T' has its HTML table written cell by
*> cell to SCRPTBL.DAT alongside the paragraph text; this job
*> matches the day's cells against each URL's last captured cells
*> (SCRPTBP.DAT, installed by Web-Scrape-Rotate - so this step
*> runs before the rotation - and carried forward there for a URL
*> not read successfully on a day, so a weekly page or one that
*> failed yesterday still has its last table) and writes every
*> cell that changed to SCRPTBX.DAT as a comma-delimited line in
*> the Web-Scrape-Extract style, so a fee schedule's change reads
*> "fee X went from 25.00 to 30.00" instead of "the page changed".
*>
*> A cell is matched on URL, section, table number, row and
*> column, where the row is known by its label (its first cell -
*> "fee X") so a row inserted above it does not make every row
*> below it look changed. A row with a blank label, or a label
*> already used by an earlier row of the same table, is known by
*> its row number instead ("#0007").
*>   C  a matched cell whose value differs,
*>   A  a cell with no prior match, on a URL that had cells at
*>      its last capture (a URL's first capture is not a change),
*>   D  a prior cell with no match today, on a URL fetched
*>      successfully today (a failed fetch is not a removal).
*>
*> Field layout per line:
*>   "url",yyyymmdd,hhmmssnn,"section",table,row,col,"row label",
*>   "heading","old value","new value",C/A/D
*> The date and time are the day's fetch of the URL; the row is
*> the row number on the day the cell was last seen. The last line
*> is a TRL record carrying the line count and the changed, added
*> and removed counts so the receiving side can verify the feed
*> arrived whole.
*>
*> The prior cells, the row labels already seen and the URLs
*> fetched today are each spilled into a scratch keyed file and
*> matched with keyed READs/WRITEs, rebuilt every run - the same
*> pattern as Web-Scrape-Merge's folds.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TBL-FILE
        ASSIGN TO "SCRPTBL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TBL-STATUS.

    SELECT OPTIONAL TBP-FILE
        ASSIGN TO "SCRPTBP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TBP-STATUS.

    SELECT OUT-FILE
        ASSIGN TO "SCRPOUT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OUT-FILE-STATUS.

    SELECT TBX-FILE
        ASSIGN TO "SCRPTBX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TBX-STATUS.

    SELECT TUX-FILE
        ASSIGN TO "SCRPTUX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TUX-URL
        FILE STATUS IS WS-TUX-STATUS.

    SELECT TPX-FILE
        ASSIGN TO "SCRPTPX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TPX-KEY
        FILE STATUS IS WS-TPX-STATUS.

    SELECT TRX-FILE
        ASSIGN TO "SCRPTRX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TRX-KEY
        FILE STATUS IS WS-TRX-STATUS.

    SELECT OPTIONAL RSL-FILE
        ASSIGN TO "SCRPRSL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TBL-FILE.
    COPY SCRPTBL.

FD  TBP-FILE.
*> same layout as SCRPTBL.DAT - each URL's last captured cells.
01  TBP-RECORD.
    05  TBP-URL                 PIC X(200).
    05  TBP-RUN-DATE            PIC X(8).
    05  TBP-RUN-TIME            PIC X(8).
    05  TBP-SECTION             PIC X(10).
    05  TBP-TABLE-SEQ           PIC 9(2).
    05  TBP-ROW                 PIC 9(4).
    05  TBP-COL                 PIC 9(3).
    05  TBP-ROW-LABEL           PIC X(40).
    05  TBP-HEADER              PIC X(40).
    05  TBP-VALUE               PIC X(200).
    05  TBP-TRUNC-FLAG          PIC X(1).

FD  OUT-FILE.
    COPY SCRPOUT.

FD  TBX-FILE.
*> worst case: every quoted field fully quoted with every character
*> doubled, plus the fixed fields and delimiters.
01  TBX-RECORD                  PIC X(1480).

*> URLs in either day's cells or fetched today: whether today's
*> fetch succeeded (with its run date and time) and whether the
*> URL had cells at its last capture.
FD  TUX-FILE.
01  TUX-RECORD.
    05  TUX-URL                 PIC X(200).
    05  TUX-FETCHED-FLAG        PIC X(1).
        88  TUX-FETCHED         VALUE 'Y'.
    05  TUX-PRIOR-FLAG          PIC X(1).
        88  TUX-HAS-PRIOR       VALUE 'Y'.
    05  TUX-RUN-DATE            PIC X(8).
    05  TUX-RUN-TIME            PIC X(8).

*> the prior cells by match key, flagged as today's cells
*> claim them; what is left unclaimed is the removals.
FD  TPX-FILE.
01  TPX-RECORD.
    05  TPX-KEY.
        10  TPX-URL             PIC X(200).
        10  TPX-SECTION         PIC X(10).
        10  TPX-TABLE-SEQ       PIC 9(2).
        10  TPX-ROW-KEY         PIC X(40).
        10  TPX-COL             PIC 9(3).
    05  TPX-ROW                 PIC 9(4).
    05  TPX-ROW-LABEL           PIC X(40).
    05  TPX-HEADER              PIC X(40).
    05  TPX-VALUE               PIC X(200).
    05  TPX-MATCHED-FLAG        PIC X(1).
        88  TPX-MATCHED         VALUE 'Y'.

*> row labels already used in a table, one set per day ('P' prior,
*> 'T' today) - a WRITE whose key bounces is a repeated label.
FD  TRX-FILE.
01  TRX-RECORD.
    05  TRX-KEY.
        10  TRX-DAY             PIC X(1).
        10  TRX-URL             PIC X(200).
        10  TRX-SECTION         PIC X(10).
        10  TRX-TABLE-SEQ       PIC 9(2).
        10  TRX-ROW-LABEL       PIC X(40).

FD  RSL-FILE.
    COPY SCRPRSL.

WORKING-STORAGE SECTION.
01  WS-TBL-STATUS               PIC XX.
01  WS-TBP-STATUS               PIC XX.
01  WS-OUT-FILE-STATUS          PIC XX.
01  WS-TBX-STATUS               PIC XX.
01  WS-TUX-STATUS               PIC XX.
01  WS-TPX-STATUS               PIC XX.
01  WS-TRX-STATUS               PIC XX.
01  WS-EOF-TBL-FLAG             PIC X(1) VALUE 'N'.
    88  WS-TBL-EOF              VALUE 'Y'.
01  WS-EOF-TBP-FLAG             PIC X(1) VALUE 'N'.
    88  WS-TBP-EOF              VALUE 'Y'.
01  WS-EOF-OUT-FLAG             PIC X(1) VALUE 'N'.
    88  WS-OUT-EOF              VALUE 'Y'.
01  WS-EOF-TPX-FLAG             PIC X(1) VALUE 'N'.
    88  WS-TPX-EOF              VALUE 'Y'.

*> ---- the cell being keyed, from either day ------------------------
*> a row's key is settled on its first cell and kept for the rest
*> of the row, so every cell of a row is matched the same way.
01  WS-CELL-DAY                 PIC X(1).
01  WS-CELL-URL                 PIC X(200).
01  WS-CELL-SECTION             PIC X(10).
01  WS-CELL-TABLE-SEQ           PIC 9(2).
01  WS-CELL-ROW                 PIC 9(4).
01  WS-CELL-ROW-LABEL           PIC X(40).
01  WS-ROW-KEY                  PIC X(40).
01  WS-LAST-ROW-ID.
    05  WS-LAST-DAY             PIC X(1).
    05  WS-LAST-URL             PIC X(200).
    05  WS-LAST-SECTION         PIC X(10).
    05  WS-LAST-TABLE-SEQ       PIC 9(2).
    05  WS-LAST-ROW             PIC 9(4).
01  WS-THIS-ROW-ID.
    05  WS-THIS-DAY             PIC X(1).
    05  WS-THIS-URL             PIC X(200).
    05  WS-THIS-SECTION         PIC X(10).
    05  WS-THIS-TABLE-SEQ       PIC 9(2).
    05  WS-THIS-ROW             PIC 9(4).
01  WS-ROW-NUMBER-KEY.
    05  FILLER                  PIC X(1) VALUE '#'.
    05  WS-ROW-NUMBER           PIC 9(4).

*> ---- the change line being written --------------------------------
01  WS-CHG-TYPE                 PIC X(1).
01  WS-CHG-URL                  PIC X(200).
01  WS-CHG-RUN-DATE             PIC X(8).
01  WS-CHG-RUN-TIME             PIC X(8).
01  WS-CHG-SECTION              PIC X(10).
01  WS-CHG-TABLE-SEQ            PIC 9(2).
01  WS-CHG-ROW                  PIC 9(4).
01  WS-CHG-COL                  PIC 9(3).
01  WS-CHG-ROW-LABEL            PIC X(40).
01  WS-CHG-HEADER               PIC X(40).
01  WS-CHG-OLD-VALUE            PIC X(200).
01  WS-CHG-NEW-VALUE            PIC X(200).

*> ---- delimited line building -------------------------------------
01  WS-TBX-LINE                 PIC X(1480).
01  WS-TBX-PTR                  PIC 9(4).
01  WS-QUOTED-FIELD             PIC X(1002).
01  WS-QUO-OIDX                 PIC 9(4).
01  WS-QUO-IIDX                 PIC 9(4).
01  WS-QUO-IN-LEN               PIC 9(4).
01  WS-QUO-SOURCE               PIC X(500).

*> ---- counters, the change counts also written on the trailer -----
01  WS-PRI-CELL-COUNT           PIC 9(6) VALUE ZERO.
01  WS-CUR-CELL-COUNT           PIC 9(6) VALUE ZERO.
01  WS-FIRST-CAPTURE-COUNT      PIC 9(6) VALUE ZERO.
01  WS-NOT-COMPARED-COUNT       PIC 9(6) VALUE ZERO.
01  WS-DUP-CELL-COUNT           PIC 9(6) VALUE ZERO.
01  WS-CHANGED-COUNT            PIC 9(6) VALUE ZERO.
01  WS-ADDED-COUNT              PIC 9(6) VALUE ZERO.
01  WS-REMOVED-COUNT            PIC 9(6) VALUE ZERO.
01  WS-LINE-COUNT               PIC 9(6) VALUE ZERO.
01  WS-FETCHED-URL-COUNT        PIC 9(6) VALUE ZERO.

*> ---- run-status ledger posting -----------------------------------
01  WS-RSL-STATUS               PIC XX.
01  WS-RSL-RUN-DATE             PIC X(8).
01  WS-RSL-START-TIME           PIC X(8).

PROCEDURE DIVISION.

000-MAIN-PROCESS.
    ACCEPT WS-RSL-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RSL-START-TIME FROM TIME
    PERFORM 100-BUILD-WORK-FILES
    PERFORM 200-LOAD-FETCHED-URLS
    PERFORM 300-LOAD-PRIOR-CELLS

    OPEN OUTPUT TBX-FILE
    IF WS-TBX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-TABLE-DIFF: UNABLE TO OPEN SCRPTBX.DAT,"
            " STATUS=" WS-TBX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM 400-MATCH-TODAYS-CELLS
    PERFORM 500-REPORT-REMOVED-CELLS
    PERFORM 700-WRITE-TRAILER
    CLOSE TBX-FILE
    CLOSE TUX-FILE
    CLOSE TPX-FILE
    CLOSE TRX-FILE

    DISPLAY " "
    DISPLAY "===== WEB-SCRAPE TABLE DIFF SUMMARY ====="
    DISPLAY "URLS FETCHED TODAY ....... " WS-FETCHED-URL-COUNT
    DISPLAY "PRIOR CELLS .............. " WS-PRI-CELL-COUNT
    DISPLAY "TODAY'S CELLS ............ " WS-CUR-CELL-COUNT
    DISPLAY "CELLS CHANGED ............ " WS-CHANGED-COUNT
    DISPLAY "CELLS ADDED .............. " WS-ADDED-COUNT
    DISPLAY "CELLS REMOVED ............ " WS-REMOVED-COUNT
    DISPLAY "FIRST-CAPTURE CELLS ...... " WS-FIRST-CAPTURE-COUNT
    DISPLAY "PRIOR CELLS NOT COMPARED . " WS-NOT-COMPARED-COUNT
    DISPLAY "DUPLICATE CELLS IGNORED .. " WS-DUP-CELL-COUNT
    PERFORM 950-POST-RUN-STATUS
    STOP RUN.

100-BUILD-WORK-FILES.
    *> scratch files, rebuilt empty every run: created OUTPUT, then
    *> reopened I-O for the keyed matching.
    OPEN OUTPUT TUX-FILE
    CLOSE TUX-FILE
    OPEN OUTPUT TPX-FILE
    CLOSE TPX-FILE
    OPEN OUTPUT TRX-FILE
    CLOSE TRX-FILE
    OPEN I-O TUX-FILE
    IF WS-TUX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-TABLE-DIFF: UNABLE TO BUILD SCRPTUX.DAT,"
            " STATUS=" WS-TUX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN I-O TPX-FILE
    IF WS-TPX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-TABLE-DIFF: UNABLE TO BUILD SCRPTPX.DAT,"
            " STATUS=" WS-TPX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN I-O TRX-FILE
    IF WS-TRX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-TABLE-DIFF: UNABLE TO BUILD SCRPTRX.DAT,"
            " STATUS=" WS-TRX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

200-LOAD-FETCHED-URLS.
    *> a successful header in today's output is a URL whose table
    *> sections were read today - only those can have lost cells.
    OPEN INPUT OUT-FILE
    IF WS-OUT-FILE-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-TABLE-DIFF: UNABLE TO OPEN SCRPOUT.DAT,"
            " STATUS=" WS-OUT-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-OUT-EOF
        READ OUT-FILE
            AT END
                MOVE 'Y' TO WS-EOF-OUT-FLAG
            NOT AT END
                IF SCRP-OUT-PARA-SEQ = ZERO AND SCRP-OUT-SUCCESS
                    MOVE SCRP-OUT-URL TO TUX-URL
                    MOVE 'Y' TO TUX-FETCHED-FLAG
                    MOVE 'N' TO TUX-PRIOR-FLAG
                    MOVE SCRP-OUT-RUN-DATE TO TUX-RUN-DATE
                    MOVE SCRP-OUT-RUN-TIME TO TUX-RUN-TIME
                    WRITE TUX-RECORD
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            ADD 1 TO WS-FETCHED-URL-COUNT
                    END-WRITE
                END-IF
        END-READ
    END-PERFORM
    CLOSE OUT-FILE.

300-LOAD-PRIOR-CELLS.
    *> no SCRPTBP.DAT (the first run with table sections) just
    *> means every cell today is a first capture.
    OPEN INPUT TBP-FILE
    IF WS-TBP-STATUS NOT = "00" AND WS-TBP-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-TABLE-DIFF: UNABLE TO OPEN SCRPTBP.DAT,"
            " STATUS=" WS-TBP-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    MOVE SPACES TO WS-LAST-ROW-ID
    PERFORM UNTIL WS-TBP-EOF
        READ TBP-FILE
            AT END
                MOVE 'Y' TO WS-EOF-TBP-FLAG
            NOT AT END
                ADD 1 TO WS-PRI-CELL-COUNT
                PERFORM 310-STORE-PRIOR-CELL
        END-READ
    END-PERFORM
    CLOSE TBP-FILE.

310-STORE-PRIOR-CELL.
    MOVE 'P' TO WS-CELL-DAY
    MOVE TBP-URL TO WS-CELL-URL
    MOVE TBP-SECTION TO WS-CELL-SECTION
    MOVE TBP-TABLE-SEQ TO WS-CELL-TABLE-SEQ
    MOVE TBP-ROW TO WS-CELL-ROW
    MOVE TBP-ROW-LABEL TO WS-CELL-ROW-LABEL
    PERFORM 350-SET-ROW-KEY

    MOVE TBP-URL TO TPX-URL
    MOVE TBP-SECTION TO TPX-SECTION
    MOVE TBP-TABLE-SEQ TO TPX-TABLE-SEQ
    MOVE WS-ROW-KEY TO TPX-ROW-KEY
    MOVE TBP-COL TO TPX-COL
    MOVE TBP-ROW TO TPX-ROW
    MOVE TBP-ROW-LABEL TO TPX-ROW-LABEL
    MOVE TBP-HEADER TO TPX-HEADER
    MOVE TBP-VALUE TO TPX-VALUE
    MOVE 'N' TO TPX-MATCHED-FLAG
    WRITE TPX-RECORD
        INVALID KEY
            ADD 1 TO WS-DUP-CELL-COUNT
    END-WRITE

    *> the URL had cells at its last capture - its new cells are
    *> adds.
    MOVE TBP-URL TO TUX-URL
    READ TUX-FILE
        INVALID KEY
            MOVE TBP-URL TO TUX-URL
            MOVE 'N' TO TUX-FETCHED-FLAG
            MOVE 'Y' TO TUX-PRIOR-FLAG
            MOVE SPACES TO TUX-RUN-DATE
            MOVE SPACES TO TUX-RUN-TIME
            WRITE TUX-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
        NOT INVALID KEY
            IF NOT TUX-HAS-PRIOR
                MOVE 'Y' TO TUX-PRIOR-FLAG
                REWRITE TUX-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            END-IF
    END-READ.

350-SET-ROW-KEY.
    *> settles the key of the row the cell in WS-CELL-* belongs to:
    *> its label if the table has not used that label yet, otherwise
    *> its row number. Decided once, on the row's first cell seen.
    MOVE WS-CELL-DAY TO WS-THIS-DAY
    MOVE WS-CELL-URL TO WS-THIS-URL
    MOVE WS-CELL-SECTION TO WS-THIS-SECTION
    MOVE WS-CELL-TABLE-SEQ TO WS-THIS-TABLE-SEQ
    MOVE WS-CELL-ROW TO WS-THIS-ROW
    IF WS-THIS-ROW-ID NOT = WS-LAST-ROW-ID
        MOVE WS-THIS-ROW-ID TO WS-LAST-ROW-ID
        MOVE WS-CELL-ROW TO WS-ROW-NUMBER
        IF WS-CELL-ROW-LABEL = SPACES
            MOVE WS-ROW-NUMBER-KEY TO WS-ROW-KEY
        ELSE
            MOVE WS-CELL-DAY TO TRX-DAY
            MOVE WS-CELL-URL TO TRX-URL
            MOVE WS-CELL-SECTION TO TRX-SECTION
            MOVE WS-CELL-TABLE-SEQ TO TRX-TABLE-SEQ
            MOVE WS-CELL-ROW-LABEL TO TRX-ROW-LABEL
            WRITE TRX-RECORD
                INVALID KEY
                    MOVE WS-ROW-NUMBER-KEY TO WS-ROW-KEY
                NOT INVALID KEY
                    MOVE WS-CELL-ROW-LABEL TO WS-ROW-KEY
            END-WRITE
        END-IF
    END-IF.

400-MATCH-TODAYS-CELLS.
    OPEN INPUT TBL-FILE
    IF WS-TBL-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-TABLE-DIFF: UNABLE TO OPEN SCRPTBL.DAT,"
            " STATUS=" WS-TBL-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    MOVE SPACES TO WS-LAST-ROW-ID
    PERFORM UNTIL WS-TBL-EOF
        READ TBL-FILE
            AT END
                MOVE 'Y' TO WS-EOF-TBL-FLAG
            NOT AT END
                ADD 1 TO WS-CUR-CELL-COUNT
                PERFORM 410-MATCH-ONE-CELL
        END-READ
    END-PERFORM
    CLOSE TBL-FILE.

410-MATCH-ONE-CELL.
    MOVE 'T' TO WS-CELL-DAY
    MOVE SCRP-TBL-URL TO WS-CELL-URL
    MOVE SCRP-TBL-SECTION TO WS-CELL-SECTION
    MOVE SCRP-TBL-TABLE-SEQ TO WS-CELL-TABLE-SEQ
    MOVE SCRP-TBL-ROW TO WS-CELL-ROW
    MOVE SCRP-TBL-ROW-LABEL TO WS-CELL-ROW-LABEL
    PERFORM 350-SET-ROW-KEY

    MOVE 'C' TO WS-CHG-TYPE
    MOVE SCRP-TBL-URL TO WS-CHG-URL
    MOVE SCRP-TBL-RUN-DATE TO WS-CHG-RUN-DATE
    MOVE SCRP-TBL-RUN-TIME TO WS-CHG-RUN-TIME
    MOVE SCRP-TBL-SECTION TO WS-CHG-SECTION
    MOVE SCRP-TBL-TABLE-SEQ TO WS-CHG-TABLE-SEQ
    MOVE SCRP-TBL-ROW TO WS-CHG-ROW
    MOVE SCRP-TBL-COL TO WS-CHG-COL
    MOVE SCRP-TBL-ROW-LABEL TO WS-CHG-ROW-LABEL
    MOVE SCRP-TBL-HEADER TO WS-CHG-HEADER
    MOVE SCRP-TBL-VALUE TO WS-CHG-NEW-VALUE

    MOVE SCRP-TBL-URL TO TPX-URL
    MOVE SCRP-TBL-SECTION TO TPX-SECTION
    MOVE SCRP-TBL-TABLE-SEQ TO TPX-TABLE-SEQ
    MOVE WS-ROW-KEY TO TPX-ROW-KEY
    MOVE SCRP-TBL-COL TO TPX-COL
    READ TPX-FILE
        INVALID KEY
            PERFORM 420-UNMATCHED-CELL
        NOT INVALID KEY
            IF TPX-MATCHED
                *> a second cell on one key (a label repeated in a
                *> way the row numbering cannot tell apart) - the
                *> first one already answered for it.
                ADD 1 TO WS-DUP-CELL-COUNT
            ELSE
                MOVE 'Y' TO TPX-MATCHED-FLAG
                REWRITE TPX-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                IF TPX-VALUE NOT = SCRP-TBL-VALUE
                    MOVE TPX-VALUE TO WS-CHG-OLD-VALUE
                    PERFORM 600-WRITE-CHANGE-LINE
                    ADD 1 TO WS-CHANGED-COUNT
                END-IF
            END-IF
    END-READ.

420-UNMATCHED-CELL.
    MOVE SCRP-TBL-URL TO TUX-URL
    READ TUX-FILE
        INVALID KEY
            MOVE 'N' TO TUX-PRIOR-FLAG
    END-READ
    IF TUX-HAS-PRIOR
        MOVE 'A' TO WS-CHG-TYPE
        MOVE SPACES TO WS-CHG-OLD-VALUE
        PERFORM 600-WRITE-CHANGE-LINE
        ADD 1 TO WS-ADDED-COUNT
    ELSE
        ADD 1 TO WS-FIRST-CAPTURE-COUNT
    END-IF.

500-REPORT-REMOVED-CELLS.
    *> whatever prior cell no cell claimed today is gone - if its
    *> URL was read today. A URL not fetched today (failed, not due,
    *> quarantined, held) says nothing about its table.
    MOVE LOW-VALUES TO TPX-KEY
    START TPX-FILE KEY IS NOT LESS THAN TPX-KEY
        INVALID KEY
            MOVE 'Y' TO WS-EOF-TPX-FLAG
    END-START
    PERFORM UNTIL WS-TPX-EOF
        READ TPX-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-TPX-FLAG
            NOT AT END
                IF NOT TPX-MATCHED
                    PERFORM 510-REMOVED-CELL
                END-IF
        END-READ
    END-PERFORM.

510-REMOVED-CELL.
    MOVE TPX-URL TO TUX-URL
    READ TUX-FILE
        INVALID KEY
            MOVE 'N' TO TUX-FETCHED-FLAG
    END-READ
    IF TUX-FETCHED
        MOVE 'D' TO WS-CHG-TYPE
        MOVE TPX-URL TO WS-CHG-URL
        MOVE TUX-RUN-DATE TO WS-CHG-RUN-DATE
        MOVE TUX-RUN-TIME TO WS-CHG-RUN-TIME
        MOVE TPX-SECTION TO WS-CHG-SECTION
        MOVE TPX-TABLE-SEQ TO WS-CHG-TABLE-SEQ
        MOVE TPX-ROW TO WS-CHG-ROW
        MOVE TPX-COL TO WS-CHG-COL
        MOVE TPX-ROW-LABEL TO WS-CHG-ROW-LABEL
        MOVE TPX-HEADER TO WS-CHG-HEADER
        MOVE TPX-VALUE TO WS-CHG-OLD-VALUE
        MOVE SPACES TO WS-CHG-NEW-VALUE
        PERFORM 600-WRITE-CHANGE-LINE
        ADD 1 TO WS-REMOVED-COUNT
    ELSE
        ADD 1 TO WS-NOT-COMPARED-COUNT
    END-IF.

600-WRITE-CHANGE-LINE.
    MOVE SPACES TO WS-TBX-LINE
    MOVE 1 TO WS-TBX-PTR

    MOVE SPACES TO WS-QUO-SOURCE
    MOVE WS-CHG-URL TO WS-QUO-SOURCE
    PERFORM 650-BUILD-QUOTED-FIELD
    STRING WS-QUOTED-FIELD(1:WS-QUO-OIDX) ','
        WS-CHG-RUN-DATE ','
        WS-CHG-RUN-TIME ','
        DELIMITED BY SIZE
        INTO WS-TBX-LINE
        WITH POINTER WS-TBX-PTR
    END-STRING

    MOVE SPACES TO WS-QUO-SOURCE
    MOVE WS-CHG-SECTION TO WS-QUO-SOURCE
    PERFORM 650-BUILD-QUOTED-FIELD
    STRING WS-QUOTED-FIELD(1:WS-QUO-OIDX) ','
        WS-CHG-TABLE-SEQ ','
        WS-CHG-ROW ','
        WS-CHG-COL ','
        DELIMITED BY SIZE
        INTO WS-TBX-LINE
        WITH POINTER WS-TBX-PTR
    END-STRING

    MOVE SPACES TO WS-QUO-SOURCE
    MOVE WS-CHG-ROW-LABEL TO WS-QUO-SOURCE
    PERFORM 650-BUILD-QUOTED-FIELD
    STRING WS-QUOTED-FIELD(1:WS-QUO-OIDX) ','
        DELIMITED BY SIZE
        INTO WS-TBX-LINE
        WITH POINTER WS-TBX-PTR
    END-STRING

    MOVE SPACES TO WS-QUO-SOURCE
    MOVE WS-CHG-HEADER TO WS-QUO-SOURCE
    PERFORM 650-BUILD-QUOTED-FIELD
    STRING WS-QUOTED-FIELD(1:WS-QUO-OIDX) ','
        DELIMITED BY SIZE
        INTO WS-TBX-LINE
        WITH POINTER WS-TBX-PTR
    END-STRING

    MOVE SPACES TO WS-QUO-SOURCE
    MOVE WS-CHG-OLD-VALUE TO WS-QUO-SOURCE
    PERFORM 650-BUILD-QUOTED-FIELD
    STRING WS-QUOTED-FIELD(1:WS-QUO-OIDX) ','
        DELIMITED BY SIZE
        INTO WS-TBX-LINE
        WITH POINTER WS-TBX-PTR
    END-STRING

    MOVE SPACES TO WS-QUO-SOURCE
    MOVE WS-CHG-NEW-VALUE TO WS-QUO-SOURCE
    PERFORM 650-BUILD-QUOTED-FIELD
    STRING WS-QUOTED-FIELD(1:WS-QUO-OIDX) ','
        WS-CHG-TYPE
        DELIMITED BY SIZE
        INTO WS-TBX-LINE
        WITH POINTER WS-TBX-PTR
    END-STRING

    WRITE TBX-RECORD FROM WS-TBX-LINE
    ADD 1 TO WS-LINE-COUNT.

650-BUILD-QUOTED-FIELD.
    *> wrap the trimmed source in quotes, doubling any quote inside
    *> it - the same convention as Web-Scrape-Extract's feed. Leaves
    *> the built field and its length in WS-QUOTED-FIELD /
    *> WS-QUO-OIDX.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-QUO-SOURCE TRAILING))
        TO WS-QUO-IN-LEN
    IF WS-QUO-SOURCE = SPACES
        MOVE ZERO TO WS-QUO-IN-LEN
    END-IF
    MOVE SPACES TO WS-QUOTED-FIELD
    MOVE '"' TO WS-QUOTED-FIELD(1:1)
    MOVE 1 TO WS-QUO-OIDX
    PERFORM VARYING WS-QUO-IIDX FROM 1 BY 1
            UNTIL WS-QUO-IIDX > WS-QUO-IN-LEN
        ADD 1 TO WS-QUO-OIDX
        MOVE WS-QUO-SOURCE(WS-QUO-IIDX:1)
            TO WS-QUOTED-FIELD(WS-QUO-OIDX:1)
        IF WS-QUO-SOURCE(WS-QUO-IIDX:1) = '"'
            ADD 1 TO WS-QUO-OIDX
            MOVE '"' TO WS-QUOTED-FIELD(WS-QUO-OIDX:1)
        END-IF
    END-PERFORM
    ADD 1 TO WS-QUO-OIDX
    MOVE '"' TO WS-QUOTED-FIELD(WS-QUO-OIDX:1).

700-WRITE-TRAILER.
    *> TRL record so the receiving side can verify the feed arrived
    *> whole: lines, then changed, added and removed cells.
    MOVE SPACES TO WS-TBX-LINE
    MOVE 1 TO WS-TBX-PTR
    STRING 'TRL,' WS-LINE-COUNT ',' WS-CHANGED-COUNT ','
        WS-ADDED-COUNT ',' WS-REMOVED-COUNT
        DELIMITED BY SIZE
        INTO WS-TBX-LINE
        WITH POINTER WS-TBX-PTR
    END-STRING
    WRITE TBX-RECORD FROM WS-TBX-LINE.

950-POST-RUN-STATUS.
    *> one record on the shared run-status ledger, clean finish or
    *> error exit alike, for the morning operations board. The
    *> ledger is a by-product of the run, not part of it - a ledger
    *> that will not open is reported and the step's own outcome
    *> and return code stand.
    OPEN EXTEND RSL-FILE
    IF WS-RSL-STATUS NOT = "00" AND WS-RSL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-TABLE-DIFF: UNABLE TO OPEN SCRPRSL.DAT,"
            " STATUS=" WS-RSL-STATUS " - RUN STATUS NOT POSTED"
    ELSE
        INITIALIZE SCRP-RSL-RECORD
        MOVE WS-RSL-RUN-DATE TO SCRP-RSL-RUN-DATE
        MOVE "WEB-SCRAPE-TABLE-DIFF" TO SCRP-RSL-STEP
        MOVE WS-RSL-START-TIME TO SCRP-RSL-START-TIME
        ACCEPT SCRP-RSL-END-TIME FROM TIME
        MOVE RETURN-CODE TO SCRP-RSL-RETURN-CODE
        MOVE WS-CUR-CELL-COUNT TO SCRP-RSL-FETCHED
        MOVE WS-LINE-COUNT TO SCRP-RSL-WRITTEN
        MOVE WS-FETCHED-URL-COUNT TO SCRP-RSL-HEADERS
        WRITE SCRP-RSL-RECORD
        CLOSE RSL-FILE
    END-IF.
