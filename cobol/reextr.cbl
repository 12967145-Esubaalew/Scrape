IDENTIFICATION DIVISION.
PROGRAM-ID. Web-Scrape-Reextract.

*> Re-extraction from the raw page capture store. Web-Scrape and the
*> retry pass keep every page they fetch successfully, as the
*> fetcher returned it, in a store dated by run date
*> (SCRPCAP<yyyymmdd>.DAT, plus one per stream in a partitioned
*> run - see SCRPCAP). When a control-file tag was wrong, the
*> cleansing has been changed or a keyword has been added to the
*> watchlist, this job rebuilds the affected days from those
*> stored pages instead of fetching the sites again - which would
*> only give today's pages anyway, not the days being rebuilt.
*>
*> It runs on demand, never in the nightly chain. Every stored page
*> in the selection goes through the same extraction, cleansing,
*> watchlist scan and checksum as Web-Scrape's, driven by TODAY's
*> control file (the tags, labels and section types) and TODAY's
*> watchlist, and the results go to files of their own so nothing
*> the nightly chain owns is touched:
*>   SCRPRXO.DAT  output records, SCRPOUT layout
*>   SCRPRXA.DAT  watchlist alerts, SCRPALR layout
*>   SCRPRXT.DAT  table cells, SCRPTBL layout
*> Headers carry the capture's own run date and time, so a rebuilt
*> day reads as that day's output. Where a URL was captured more
*> than once on one day (a restarted run), the latest capture is
*> the one used. The change flag compares each page against its
*> previous capture inside the rebuilt range; a URL's first day in
*> the range has nothing to compare against and is flagged '?'.
*> A stored page whose URL is no longer in the control file, or
*> whose control record has an unusable tag, is reported and left
*> out - RETURN-CODE 4.
*>
*> Selection parameters come from the environment:
*>   SCRP_RX_FROM / SCRP_RX_TO  inclusive run-date range (YYYYMMDD),
*>                              each defaulting to today,
*>   SCRP_RX_URL                confine the rebuild to URLs that
*>                              begin with this value - one page,
*>                              or every page of one site.
*> A malformed date or a range that runs backwards is refused,
*> RETURN-CODE 8, rather than quietly rebuilding the wrong days.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CTL-FILE
        ASSIGN TO "SCRPCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-FILE-STATUS.

    SELECT OPTIONAL WTC-FILE
        ASSIGN TO "SCRPWTC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WTC-STATUS.

    SELECT OPTIONAL CAP-FILE
        ASSIGN TO DYNAMIC WS-CAP-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CAP-STATUS.

    SELECT RXO-FILE
        ASSIGN TO "SCRPRXO.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RXO-STATUS.

    SELECT RXA-FILE
        ASSIGN TO "SCRPRXA.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RXA-STATUS.

    SELECT RXT-FILE
        ASSIGN TO "SCRPRXT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RXT-STATUS.

*> scratch keyed work files, the same pattern as Web-Scrape's: the
*> control file keyed by URL; the latest capture of each URL on
*> the day being worked, keyed by URL; and each URL's checksum as
*> of its previous capture in the range, for the change flag.
    SELECT RCX-FILE
        ASSIGN TO "SCRPRXC.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RCX-URL
        FILE STATUS IS WS-RCX-STATUS.

    SELECT RXK-FILE
        ASSIGN TO "SCRPRXK.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RXK-URL
        FILE STATUS IS WS-RXK-STATUS.

    SELECT RXS-FILE
        ASSIGN TO "SCRPRXS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RXS-URL
        FILE STATUS IS WS-RXS-STATUS.

    SELECT OPTIONAL RSL-FILE
        ASSIGN TO "SCRPRSL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CTL-FILE.
    COPY SCRPCTL.

FD  WTC-FILE.
    COPY SCRPWTC.

FD  CAP-FILE.
    COPY SCRPCAP.

FD  RXO-FILE.
    COPY SCRPOUT.

FD  RXA-FILE.
    COPY SCRPALR.

FD  RXT-FILE.
    COPY SCRPTBL.

FD  RCX-FILE.
*> the control file keyed by URL - the stored page only carries
*> the URL, so the tags to extract come from here.
01  RCX-RECORD.
    05  RCX-URL                 PIC X(200).
    05  RCX-TAG                 PIC X(20).
    05  RCX-LABEL               PIC X(10).
    05  RCX-EXTRA-SECTIONS.
        10  RCX-EXTRA OCCURS 4 TIMES.
            15  RCX-XTAG        PIC X(20).
            15  RCX-XLABEL      PIC X(10).
    05  RCX-TYPE                PIC X(1).
    05  RCX-EXTRA-TYPES.
        10  RCX-XTYPE           PIC X(1) OCCURS 4 TIMES.

FD  RXK-FILE.
*> where the day's latest capture of a URL sits: which store (0 the
*> unpartitioned one, 1-4 a stream's) and its record number there.
01  RXK-RECORD.
    05  RXK-URL                 PIC X(200).
    05  RXK-STORE               PIC 9(1).
    05  RXK-ORDINAL             PIC 9(6).

FD  RXS-FILE.
01  RXS-RECORD.
    05  RXS-URL                 PIC X(200).
    05  RXS-CHECKSUM            PIC 9(9).

FD  RSL-FILE.
    COPY SCRPRSL.

WORKING-STORAGE SECTION.
01  WS-CTL-FILE-STATUS          PIC XX.
01  WS-WTC-STATUS               PIC XX.
01  WS-CAP-STATUS               PIC XX.
01  WS-RXO-STATUS               PIC XX.
01  WS-RXA-STATUS               PIC XX.
01  WS-RXT-STATUS               PIC XX.
01  WS-RCX-STATUS               PIC XX.
01  WS-RXK-STATUS               PIC XX.
01  WS-RXS-STATUS               PIC XX.
01  WS-EOF-CAP-FLAG             PIC X(1).
    88  WS-CAP-EOF              VALUE 'Y'.
01  HTML-Data                   PIC X(10000).
01  WS-TRUNC-FLAG               PIC X(1).
01  WS-TAG-VALID-FLAG           PIC X(1).
    88  WS-TAG-VALID            VALUE 'Y'.

*> ---- selection ----------------------------------------------------
01  WS-ENV-WORK                 PIC X(200).
01  WS-RUN-DATE                 PIC X(8).
01  WS-FROM-DATE                PIC X(8).
01  WS-TO-DATE                  PIC X(8).
01  WS-URL-FILTER               PIC X(200) VALUE SPACES.
01  WS-URL-FILTER-LEN           PIC 9(3) VALUE ZERO.
01  WS-DATE-NUM                 PIC 9(8).
01  WS-FROM-INT                 PIC 9(8).
01  WS-TO-INT                   PIC 9(8).
01  WS-DAY-INT                  PIC 9(8).
01  WS-DAY-DATE                 PIC X(8).
01  WS-PARM-BAD-FLAG            PIC X(1) VALUE 'N'.
    88  WS-PARM-BAD             VALUE 'Y'.
01  WS-SELECTED-FLAG            PIC X(1).
    88  WS-SELECTED             VALUE 'Y'.

*> ---- capture stores -------------------------------------------------
01  WS-CAP-NAME                 PIC X(24).
01  WS-STORE-IDX                PIC 9(1).
01  WS-CAP-ORDINAL              PIC 9(6).

*> ---- the page being re-extracted ---------------------------------
01  WS-RX-URL                   PIC X(200).
01  WS-RX-TAG                   PIC X(20).
01  WS-RX-LABEL                 PIC X(10).
01  WS-RX-EXTRA-SECTIONS.
    05  WS-RX-EXTRA OCCURS 4 TIMES.
        10  WS-RX-XTAG          PIC X(20).
        10  WS-RX-XLABEL        PIC X(10).
01  WS-RX-TYPE                  PIC X(1).
01  WS-RX-EXTRA-TYPES.
    05  WS-RX-XTYPE             PIC X(1) OCCURS 4 TIMES.
01  WS-RX-RUN-DATE              PIC X(8).
01  WS-RX-RUN-TIME              PIC X(8).
01  WS-RX-FOUND-FLAG            PIC X(1).
    88  WS-RX-FOUND             VALUE 'Y'.

*> ---- counters for the end-of-job summary ----------------------------
01  WS-DAY-COUNT                PIC 9(4) VALUE ZERO.
01  WS-STORE-COUNT              PIC 9(4) VALUE ZERO.
01  WS-CAP-READ-COUNT           PIC 9(6) VALUE ZERO.
01  WS-SUPERSEDED-COUNT         PIC 9(6) VALUE ZERO.
01  WS-PAGE-COUNT               PIC 9(6) VALUE ZERO.
01  WS-NO-CTL-COUNT             PIC 9(6) VALUE ZERO.
01  WS-BAD-TAG-COUNT            PIC 9(6) VALUE ZERO.
01  WS-OUT-REC-COUNT            PIC 9(6) VALUE ZERO.
01  WS-ALERT-COUNT              PIC 9(6) VALUE ZERO.
01  WS-EXCEPTION-COUNT          PIC 9(6) VALUE ZERO.

*> ---- paragraph extraction --------------------------------------
*> same mechanics as Web-Scrape's 400/440 paragraphs - a rebuilt
*> page has to come out of this job looking exactly as it would
*> come out of the main run with today's control file.
01  WS-SCAN-BUFFER              PIC X(10000).
01  WS-JUNK                     PIC X(10000).
01  WS-PTR                      PIC 9(6).
01  WS-DONE-FLAG                PIC X(1).
    88  WS-DONE                 VALUE 'Y'.
01  WS-TAG-OPEN                 PIC X(22).
01  WS-TAG-CLOSE                PIC X(22).
01  WS-TAG-OPEN-LEN             PIC 9(2).
01  WS-TAG-CLOSE-LEN            PIC 9(2).
01  WS-REMAIN-LEN               PIC 9(6).
01  WS-TAG-COUNT                PIC 9(4).
01  WS-MAX-PARAS                PIC 9(4) VALUE 50.
01  WS-PARA-COUNT               PIC 9(4) VALUE ZERO.
01  WS-PARA-TRUNC-FLAG          PIC X(1) VALUE 'N'.
    88  WS-PARA-TRUNCATED       VALUE 'Y'.
01  WS-PARAGRAPH-TABLE.
    05  WS-PARA-ROW OCCURS 50 TIMES.
        10  WS-PARA-ENTRY       PIC X(500).
        10  WS-PARA-SECTION     PIC X(10).
01  WS-SEC-IDX                  PIC 9(1).
01  WS-SEC-TAG                  PIC X(20).
01  WS-SEC-LABEL                PIC X(10).
01  WS-SUBIDX                   PIC 9(4).
01  WS-CHK-CHIDX                PIC 9(4).
01  WS-CHK-TEXT-LEN             PIC 9(4).
01  WS-DELIM-FOUND              PIC X(22).
01  WS-DEPTH                    PIC 9(4).
01  WS-PARA-START               PIC 9(6).
01  WS-PARA-LEN                 PIC 9(6).
01  WS-CLOSE-FOUND-FLAG         PIC X(1).
    88  WS-CLOSE-FOUND          VALUE 'Y'.

*> ---- table sections -----------------------------------------------
*> same table walk as Web-Scrape's - see the note there.
01  WS-SEC-TYPE                 PIC X(1).
    88  WS-SEC-TABLE            VALUE 'T'.
01  WS-TBL-SEQ                  PIC 9(2).
01  WS-TBL-IDX                  PIC 9(6).
01  WS-TBL-END                  PIC 9(6).
01  WS-TBL-PEEK                 PIC X(4).
01  WS-TBL-ROW                  PIC 9(4).
01  WS-TBL-ROW-OPEN-FLAG        PIC X(1).
    88  WS-TBL-ROW-OPEN         VALUE 'Y'.
01  WS-TBL-CELL-OPEN-FLAG       PIC X(1).
    88  WS-TBL-CELL-OPEN        VALUE 'Y'.
01  WS-TBL-CELL-HEAD-FLAG       PIC X(1).
01  WS-TBL-NEW-CELL-FLAG        PIC X(1).
    88  WS-TBL-NEW-CELL         VALUE 'Y'.
01  WS-TBL-ALL-HEAD-FLAG        PIC X(1).
    88  WS-TBL-ALL-HEAD         VALUE 'Y'.
01  WS-TBL-COL-DROP-FLAG        PIC X(1).
    88  WS-TBL-COL-DROPPED      VALUE 'Y'.
01  WS-TBL-CELL-START           PIC 9(6).
01  WS-TBL-CELL-LEN             PIC 9(6).
01  WS-TBL-MAX-COLS             PIC 9(3) VALUE 20.
01  WS-TBL-COL-COUNT            PIC 9(3).
01  WS-TBL-COL-IDX              PIC 9(3).
01  WS-TBL-HDR-COUNT            PIC 9(3).
01  WS-TBL-HEADINGS.
    05  WS-TBL-HEADING          PIC X(40) OCCURS 20 TIMES.
01  WS-TBL-ROW-CELLS.
    05  WS-TBL-CELL OCCURS 20 TIMES.
        10  WS-TBL-CELL-VALUE   PIC X(200).
        10  WS-TBL-CELL-TRUNC   PIC X(1).
01  WS-TBL-CELL-COUNT           PIC 9(6) VALUE ZERO.

*> ---- change detection inside the rebuilt range ---------------------
01  WS-CHECKSUM                 PIC 9(9) VALUE ZERO.
01  WS-CHANGE-FLAG              PIC X(1) VALUE '?'.

*> ---- extracted-text cleansing -----------------------------------
*> same decoding, inner-tag stripping and whitespace collapsing as
*> Web-Scrape's - see the note there.
01  WS-CLN-IN                   PIC X(500).
01  WS-CLN-OUT                  PIC X(500).
01  WS-CLN-IN-LEN               PIC 9(4).
01  WS-CLN-IIDX                 PIC 9(4).
01  WS-CLN-OIDX                 PIC 9(4).
01  WS-CLN-CH                   PIC X(1).
01  WS-CLN-PREV-SP-FLAG         PIC X(1).
    88  WS-CLN-PREV-SP          VALUE 'Y'.
01  WS-CLN-FOUND-POS            PIC 9(4).
01  WS-CLN-J                    PIC 9(4).
01  WS-CLN-LIMIT                PIC 9(4).
01  WS-CLN-ENT                  PIC X(10).
01  WS-CLN-ENT-LEN              PIC 9(2).
01  WS-CLN-NUM                  PIC 9(8).

*> ---- keyword watchlist scanning ---------------------------------
*> today's watchlist, loaded the same way Web-Scrape loads it - a
*> keyword added today is looked for in the rebuilt days too.
01  WS-MAX-WATCH                PIC 9(4) VALUE 50.
01  WS-WATCH-COUNT              PIC 9(4) VALUE ZERO.
01  WS-WATCH-IDX                PIC 9(4).
01  WS-WATCH-OVERFLOW-FLAG      PIC X(1) VALUE 'N'.
    88  WS-WATCH-OVERFLOW       VALUE 'Y'.
01  WS-WATCH-TABLE.
    05  WS-WATCH-ENTRY OCCURS 50 TIMES.
        10  WS-WATCH-KEYWORD    PIC X(60).
        10  WS-WATCH-KEY-LEN    PIC 9(2).
01  WS-SCAN-UPPER               PIC X(500).
01  WS-MATCH-COUNT              PIC 9(4).
01  WS-URL-HIT-COUNT            PIC 9(4).

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
    PERFORM 150-LOAD-CONTROL-TABLE
    PERFORM 175-LOAD-WATCHLIST
    PERFORM 180-OPEN-REBUILD-FILES

    PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
            UNTIL WS-DAY-INT > WS-TO-INT
        PERFORM 200-PROCESS-DAY
    END-PERFORM

    CLOSE RXO-FILE
    CLOSE RXA-FILE
    CLOSE RXT-FILE
    CLOSE RCX-FILE
    CLOSE RXS-FILE

    COMPUTE WS-EXCEPTION-COUNT = WS-NO-CTL-COUNT + WS-BAD-TAG-COUNT
    IF WS-EXCEPTION-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF
    IF WS-CAP-READ-COUNT = ZERO
        DISPLAY "WEB-SCRAPE-REEXTRACT: NO STORED PAGES IN THE"
            " SELECTION - NOTHING REBUILT"
        MOVE 4 TO RETURN-CODE
    END-IF

    DISPLAY " "
    DISPLAY "===== WEB-SCRAPE REEXTRACT SUMMARY ====="
    DISPLAY "RUN DATES REBUILT ........ " WS-FROM-DATE " - " WS-TO-DATE
    IF WS-URL-FILTER-LEN > ZERO
        DISPLAY "URLS BEGINNING ........... "
            WS-URL-FILTER(1:WS-URL-FILTER-LEN)
    ELSE
        DISPLAY "URLS BEGINNING ........... (ALL)"
    END-IF
    DISPLAY "DAYS IN RANGE ............ " WS-DAY-COUNT
    DISPLAY "CAPTURE STORES READ ...... " WS-STORE-COUNT
    DISPLAY "STORED PAGES SELECTED .... " WS-CAP-READ-COUNT
    DISPLAY "SUPERSEDED SAME DAY ...... " WS-SUPERSEDED-COUNT
    DISPLAY "PAGES RE-EXTRACTED ....... " WS-PAGE-COUNT
    DISPLAY "NOT IN CONTROL FILE ...... " WS-NO-CTL-COUNT
    DISPLAY "INVALID TAG PATTERN ...... " WS-BAD-TAG-COUNT
    DISPLAY "OUTPUT RECORDS WRITTEN ... " WS-OUT-REC-COUNT
    DISPLAY "ALERTS WRITTEN ........... " WS-ALERT-COUNT
    DISPLAY "TABLE CELLS WRITTEN ...... " WS-TBL-CELL-COUNT
    PERFORM 950-POST-RUN-STATUS
    STOP RUN.

100-SET-SELECTION.
    *> both ends of the range default to today - an unparameterised
    *> run rebuilds today's pages only.
    MOVE WS-RUN-DATE TO WS-FROM-DATE
    MOVE WS-RUN-DATE TO WS-TO-DATE
    MOVE SPACES TO WS-ENV-WORK
    ACCEPT WS-ENV-WORK FROM ENVIRONMENT "SCRP_RX_FROM"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    IF WS-ENV-WORK NOT = SPACES
        IF WS-ENV-WORK(1:8) IS NUMERIC AND WS-ENV-WORK(9:192) = SPACES
            MOVE WS-ENV-WORK(1:8) TO WS-FROM-DATE
        ELSE
            DISPLAY "WEB-SCRAPE-REEXTRACT: SCRP_RX_FROM NOT YYYYMMDD"
            MOVE 'Y' TO WS-PARM-BAD-FLAG
        END-IF
    END-IF
    MOVE SPACES TO WS-ENV-WORK
    ACCEPT WS-ENV-WORK FROM ENVIRONMENT "SCRP_RX_TO"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    IF WS-ENV-WORK NOT = SPACES
        IF WS-ENV-WORK(1:8) IS NUMERIC AND WS-ENV-WORK(9:192) = SPACES
            MOVE WS-ENV-WORK(1:8) TO WS-TO-DATE
        ELSE
            DISPLAY "WEB-SCRAPE-REEXTRACT: SCRP_RX_TO NOT YYYYMMDD"
            MOVE 'Y' TO WS-PARM-BAD-FLAG
        END-IF
    END-IF
    MOVE SPACES TO WS-ENV-WORK
    ACCEPT WS-ENV-WORK FROM ENVIRONMENT "SCRP_RX_URL"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    IF WS-ENV-WORK NOT = SPACES
        MOVE FUNCTION TRIM(WS-ENV-WORK) TO WS-URL-FILTER
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-WORK))
            TO WS-URL-FILTER-LEN
    END-IF

    IF NOT WS-PARM-BAD
        IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-FROM-DATE))
                NOT = ZERO
            DISPLAY "WEB-SCRAPE-REEXTRACT: SCRP_RX_FROM " WS-FROM-DATE
                " IS NOT A CALENDAR DATE"
            MOVE 'Y' TO WS-PARM-BAD-FLAG
        END-IF
        IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-TO-DATE))
                NOT = ZERO
            DISPLAY "WEB-SCRAPE-REEXTRACT: SCRP_RX_TO " WS-TO-DATE
                " IS NOT A CALENDAR DATE"
            MOVE 'Y' TO WS-PARM-BAD-FLAG
        END-IF
    END-IF
    IF NOT WS-PARM-BAD AND WS-FROM-DATE > WS-TO-DATE
        DISPLAY "WEB-SCRAPE-REEXTRACT: SCRP_RX_FROM " WS-FROM-DATE
            " IS AFTER SCRP_RX_TO " WS-TO-DATE
        MOVE 'Y' TO WS-PARM-BAD-FLAG
    END-IF
    IF WS-PARM-BAD
        DISPLAY "WEB-SCRAPE-REEXTRACT: SELECTION REFUSED - NOTHING"
            " REBUILT"
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    MOVE WS-FROM-DATE TO WS-DATE-NUM
    COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
    MOVE WS-TO-DATE TO WS-DATE-NUM
    COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

150-LOAD-CONTROL-TABLE.
    OPEN OUTPUT RCX-FILE
    IF WS-RCX-STATUS NOT = "00" AND WS-RCX-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-REEXTRACT: UNABLE TO BUILD SCRPRXC.DAT,"
            " STATUS=" WS-RCX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN INPUT CTL-FILE
    IF WS-CTL-FILE-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-REEXTRACT: UNABLE TO OPEN SCRPCTL.DAT,"
            " STATUS=" WS-CTL-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-CTL-FILE-STATUS NOT = "00"
        READ CTL-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE SCRP-CTL-URL TO RCX-URL
                MOVE SCRP-CTL-TAG TO RCX-TAG
                MOVE SCRP-CTL-LABEL TO RCX-LABEL
                MOVE SCRP-CTL-EXTRA-SECTIONS
                    TO RCX-EXTRA-SECTIONS
                MOVE SCRP-CTL-TYPE TO RCX-TYPE
                MOVE SCRP-CTL-EXTRA-TYPES TO RCX-EXTRA-TYPES
                WRITE RCX-RECORD
                    INVALID KEY
                        *> a duplicate control record - the first
                        *> keeps its slot, same as the scrape's.
                        CONTINUE
                END-WRITE
        END-READ
    END-PERFORM
    CLOSE CTL-FILE
    CLOSE RCX-FILE
    OPEN INPUT RCX-FILE
    IF WS-RCX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-REEXTRACT: UNABLE TO REOPEN SCRPRXC.DAT,"
            " STATUS=" WS-RCX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

175-LOAD-WATCHLIST.
    *> same optional load, cap and unconditional CLOSE as the
    *> watchlist load in Web-Scrape.
    OPEN INPUT WTC-FILE
    IF WS-WTC-STATUS = "00"
        PERFORM UNTIL WS-WTC-STATUS NOT = "00"
                OR WS-WATCH-COUNT >= WS-MAX-WATCH
            READ WTC-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF SCRP-WTC-KEYWORD NOT = SPACES
                        ADD 1 TO WS-WATCH-COUNT
                        MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(SCRP-WTC-KEYWORD))
                            TO WS-WATCH-KEYWORD(WS-WATCH-COUNT)
                        MOVE FUNCTION LENGTH(
                            FUNCTION TRIM(SCRP-WTC-KEYWORD))
                            TO WS-WATCH-KEY-LEN(WS-WATCH-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        PERFORM UNTIL WS-WTC-STATUS NOT = "00" OR WS-WATCH-OVERFLOW
            READ WTC-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF SCRP-WTC-KEYWORD NOT = SPACES
                        MOVE 'Y' TO WS-WATCH-OVERFLOW-FLAG
                    END-IF
            END-READ
        END-PERFORM
        IF WS-WATCH-OVERFLOW
            DISPLAY "WEB-SCRAPE-REEXTRACT: SCRPWTC.DAT HAS MORE THAN "
                WS-MAX-WATCH " KEYWORDS - EXTRAS NOT SCANNED"
        END-IF
    END-IF
    CLOSE WTC-FILE.

180-OPEN-REBUILD-FILES.
    *> OUTPUT - each run rebuilds its selection whole.
    OPEN OUTPUT RXO-FILE
    IF WS-RXO-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-REEXTRACT: UNABLE TO OPEN SCRPRXO.DAT,"
            " STATUS=" WS-RXO-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT RXA-FILE
    IF WS-RXA-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-REEXTRACT: UNABLE TO OPEN SCRPRXA.DAT,"
            " STATUS=" WS-RXA-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT RXT-FILE
    IF WS-RXT-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-REEXTRACT: UNABLE TO OPEN SCRPRXT.DAT,"
            " STATUS=" WS-RXT-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT RXS-FILE
    IF WS-RXS-STATUS NOT = "00" AND WS-RXS-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-REEXTRACT: UNABLE TO BUILD SCRPRXS.DAT,"
            " STATUS=" WS-RXS-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    CLOSE RXS-FILE
    OPEN I-O RXS-FILE
    IF WS-RXS-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-REEXTRACT: UNABLE TO REOPEN SCRPRXS.DAT,"
            " STATUS=" WS-RXS-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

200-PROCESS-DAY.
    *> two passes over the day's stores: the first notes where each
    *> selected URL's latest capture sits, the second re-extracts
    *> only those captures - in store order, so the rebuilt day
    *> comes out in the order the pages were fetched.
    COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
    MOVE WS-DATE-NUM TO WS-DAY-DATE
    ADD 1 TO WS-DAY-COUNT
    OPEN OUTPUT RXK-FILE
    IF WS-RXK-STATUS NOT = "00" AND WS-RXK-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-REEXTRACT: UNABLE TO BUILD SCRPRXK.DAT,"
            " STATUS=" WS-RXK-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    CLOSE RXK-FILE
    OPEN I-O RXK-FILE
    IF WS-RXK-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-REEXTRACT: UNABLE TO REOPEN SCRPRXK.DAT,"
            " STATUS=" WS-RXK-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM VARYING WS-STORE-IDX FROM 0 BY 1 UNTIL WS-STORE-IDX > 4
        PERFORM 210-INDEX-STORE
    END-PERFORM
    PERFORM VARYING WS-STORE-IDX FROM 0 BY 1 UNTIL WS-STORE-IDX > 4
        PERFORM 220-EXTRACT-STORE
    END-PERFORM
    CLOSE RXK-FILE.

205-SET-STORE-NAME.
    *> store 0 is the unpartitioned store (the main run and the
    *> retry pass), 1-4 a partitioned scrape's streams.
    MOVE SPACES TO WS-CAP-NAME
    IF WS-STORE-IDX = ZERO
        STRING "SCRPCAP" WS-DAY-DATE ".DAT"
            DELIMITED BY SIZE INTO WS-CAP-NAME
    ELSE
        STRING "SCRPCAP" WS-DAY-DATE WS-STORE-IDX ".DAT"
            DELIMITED BY SIZE INTO WS-CAP-NAME
    END-IF.

210-INDEX-STORE.
    *> a day or stream with no store on disk (not run, or aged out
    *> by the rotation) opens status "05" and is simply passed by.
    PERFORM 205-SET-STORE-NAME
    OPEN INPUT CAP-FILE
    IF WS-CAP-STATUS = "00"
        ADD 1 TO WS-STORE-COUNT
        MOVE ZERO TO WS-CAP-ORDINAL
        MOVE 'N' TO WS-EOF-CAP-FLAG
        PERFORM UNTIL WS-CAP-EOF
            READ CAP-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-CAP-FLAG
                NOT AT END
                    ADD 1 TO WS-CAP-ORDINAL
                    PERFORM 215-CHECK-SELECTION
                    IF WS-SELECTED
                        ADD 1 TO WS-CAP-READ-COUNT
                        MOVE SCRP-CAP-URL TO RXK-URL
                        MOVE WS-STORE-IDX TO RXK-STORE
                        MOVE WS-CAP-ORDINAL TO RXK-ORDINAL
                        WRITE RXK-RECORD
                            INVALID KEY
                                REWRITE RXK-RECORD
                                    INVALID KEY
                                        CONTINUE
                                END-REWRITE
                        END-WRITE
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE CAP-FILE.

215-CHECK-SELECTION.
    MOVE 'Y' TO WS-SELECTED-FLAG
    IF SCRP-CAP-URL = SPACES
        MOVE 'N' TO WS-SELECTED-FLAG
    END-IF
    IF WS-URL-FILTER-LEN > ZERO
        IF SCRP-CAP-URL(1:WS-URL-FILTER-LEN)
                NOT = WS-URL-FILTER(1:WS-URL-FILTER-LEN)
            MOVE 'N' TO WS-SELECTED-FLAG
        END-IF
    END-IF.

220-EXTRACT-STORE.
    PERFORM 205-SET-STORE-NAME
    OPEN INPUT CAP-FILE
    IF WS-CAP-STATUS = "00"
        MOVE ZERO TO WS-CAP-ORDINAL
        MOVE 'N' TO WS-EOF-CAP-FLAG
        PERFORM UNTIL WS-CAP-EOF
            READ CAP-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-CAP-FLAG
                NOT AT END
                    ADD 1 TO WS-CAP-ORDINAL
                    PERFORM 215-CHECK-SELECTION
                    IF WS-SELECTED
                        MOVE SCRP-CAP-URL TO RXK-URL
                        READ RXK-FILE
                            INVALID KEY
                                CONTINUE
                        END-READ
                        IF WS-RXK-STATUS = "00"
                                AND RXK-STORE = WS-STORE-IDX
                                AND RXK-ORDINAL = WS-CAP-ORDINAL
                            PERFORM 300-REEXTRACT-PAGE
                        ELSE
                            ADD 1 TO WS-SUPERSEDED-COUNT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE CAP-FILE.

300-REEXTRACT-PAGE.
    PERFORM 310-FIND-CONTROL-ENTRY
    IF NOT WS-RX-FOUND
        ADD 1 TO WS-NO-CTL-COUNT
        DISPLAY "WEB-SCRAPE-REEXTRACT: " SCRP-CAP-URL(1:60)
            " NOT IN SCRPCTL.DAT - NOT RE-EXTRACTED"
    ELSE
        MOVE SCRP-CAP-DATA TO HTML-Data
        MOVE SCRP-CAP-TRUNC-FLAG TO WS-TRUNC-FLAG
        MOVE SCRP-CAP-RUN-DATE TO WS-RX-RUN-DATE
        MOVE SCRP-CAP-RUN-TIME TO WS-RX-RUN-TIME
        PERFORM 410-VALIDATE-TAG
        IF NOT WS-TAG-VALID
            ADD 1 TO WS-BAD-TAG-COUNT
            DISPLAY "WEB-SCRAPE-REEXTRACT: INVALID TAG PATTERN FOR "
                WS-RX-URL(1:60) " - NOT RE-EXTRACTED"
        ELSE
            ADD 1 TO WS-PAGE-COUNT
            PERFORM 400-EXTRACT-PARAGRAPHS
            PERFORM 450-CLEANSE-PARAGRAPHS
            PERFORM 460-SCAN-WATCHLIST
            PERFORM 430-COMPUTE-CHECKSUM
            PERFORM 550-CHANGE-DETECTION
            PERFORM 500-WRITE-OUTPUT-RECORDS
        END-IF
    END-IF.

310-FIND-CONTROL-ENTRY.
    MOVE 'N' TO WS-RX-FOUND-FLAG
    MOVE SCRP-CAP-URL TO RCX-URL
    READ RCX-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-RX-FOUND-FLAG
            MOVE RCX-URL TO WS-RX-URL
            MOVE RCX-TAG TO WS-RX-TAG
            MOVE RCX-LABEL TO WS-RX-LABEL
            MOVE RCX-EXTRA-SECTIONS TO WS-RX-EXTRA-SECTIONS
            MOVE RCX-TYPE TO WS-RX-TYPE
            MOVE RCX-EXTRA-TYPES TO WS-RX-EXTRA-TYPES
    END-READ.

410-VALIDATE-TAG.
    *> same per-section shape checks as Web-Scrape's
    *> 410-VALIDATE-TAG, applied to the tag columns pulled from the
    *> keyed control file.
    MOVE 'Y' TO WS-TAG-VALID-FLAG
    MOVE WS-RX-TAG TO WS-SEC-TAG
    PERFORM 415-VALIDATE-ONE-TAG
    PERFORM VARYING WS-SEC-IDX FROM 1 BY 1 UNTIL WS-SEC-IDX > 4
        IF WS-RX-XTAG(WS-SEC-IDX) NOT = SPACES
            MOVE WS-RX-XTAG(WS-SEC-IDX) TO WS-SEC-TAG
            PERFORM 415-VALIDATE-ONE-TAG
        END-IF
    END-PERFORM.

415-VALIDATE-ONE-TAG.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SEC-TAG)) TO WS-TAG-OPEN-LEN
    IF WS-TAG-OPEN-LEN < 3
        MOVE 'N' TO WS-TAG-VALID-FLAG
    ELSE
        MOVE FUNCTION TRIM(WS-SEC-TAG) TO WS-TAG-OPEN
        IF WS-TAG-OPEN(1:1) NOT = '<'
                OR WS-TAG-OPEN(WS-TAG-OPEN-LEN:1) NOT = '>'
            MOVE 'N' TO WS-TAG-VALID-FLAG
        END-IF
    END-IF.

400-EXTRACT-PARAGRAPHS.
    *> every configured section from the one fetched copy, the same
    *> section loop as Web-Scrape's - a rebuilt page must come
    *> out looking exactly as the main run would leave it.
    MOVE ZERO TO WS-PARA-COUNT
    MOVE 'N' TO WS-PARA-TRUNC-FLAG
    MOVE ZERO TO WS-TBL-SEQ
    MOVE WS-RX-TAG TO WS-SEC-TAG
    MOVE WS-RX-LABEL TO WS-SEC-LABEL
    MOVE WS-RX-TYPE TO WS-SEC-TYPE
    PERFORM 405-EXTRACT-ONE-SECTION
    PERFORM VARYING WS-SEC-IDX FROM 1 BY 1 UNTIL WS-SEC-IDX > 4
        IF WS-RX-XTAG(WS-SEC-IDX) NOT = SPACES
            MOVE WS-RX-XTAG(WS-SEC-IDX) TO WS-SEC-TAG
            MOVE WS-RX-XLABEL(WS-SEC-IDX) TO WS-SEC-LABEL
            MOVE WS-RX-XTYPE(WS-SEC-IDX) TO WS-SEC-TYPE
            PERFORM 405-EXTRACT-ONE-SECTION
        END-IF
    END-PERFORM.

405-EXTRACT-ONE-SECTION.
    PERFORM 420-DERIVE-TAGS

    *> "is there another open tag ahead" is checked with an INSPECT
    *> TALLYING of the unscanned remainder before each UNSTRING call,
    *> since UNSTRING's own ON OVERFLOW fires when receiving items run
    *> out, not when a delimiter is absent.
    MOVE HTML-Data TO WS-SCAN-BUFFER
    MOVE 1 TO WS-PTR
    MOVE 'N' TO WS-DONE-FLAG

    PERFORM UNTIL WS-DONE
            OR WS-PARA-COUNT >= WS-MAX-PARAS
            OR WS-PTR > LENGTH OF WS-SCAN-BUFFER
        COMPUTE WS-REMAIN-LEN = LENGTH OF WS-SCAN-BUFFER - WS-PTR + 1
        MOVE ZERO TO WS-TAG-COUNT
        INSPECT WS-SCAN-BUFFER(WS-PTR:WS-REMAIN-LEN)
            TALLYING WS-TAG-COUNT
            FOR ALL WS-TAG-OPEN(1:WS-TAG-OPEN-LEN)

        IF WS-TAG-COUNT = ZERO
            MOVE 'Y' TO WS-DONE-FLAG
        ELSE
            UNSTRING WS-SCAN-BUFFER
                DELIMITED BY WS-TAG-OPEN(1:WS-TAG-OPEN-LEN)
                INTO WS-JUNK
                WITH POINTER WS-PTR
            END-UNSTRING

            PERFORM 440-FIND-MATCHING-CLOSE
        END-IF
    END-PERFORM

    IF WS-PARA-COUNT >= WS-MAX-PARAS AND WS-PTR <= LENGTH OF WS-SCAN-BUFFER
        COMPUTE WS-REMAIN-LEN = LENGTH OF WS-SCAN-BUFFER - WS-PTR + 1
        MOVE ZERO TO WS-TAG-COUNT
        INSPECT WS-SCAN-BUFFER(WS-PTR:WS-REMAIN-LEN)
            TALLYING WS-TAG-COUNT
            FOR ALL WS-TAG-OPEN(1:WS-TAG-OPEN-LEN)
        IF WS-TAG-COUNT > ZERO
            MOVE 'Y' TO WS-PARA-TRUNC-FLAG
        END-IF
    END-IF.

440-FIND-MATCHING-CLOSE.
    *> depth-tracking scan for the close tag that matches the open
    *> tag just consumed - same mechanics (and same unmatched-tag
    *> handling) as Web-Scrape's 440-FIND-MATCHING-CLOSE.
    MOVE WS-PTR TO WS-PARA-START
    MOVE 1 TO WS-DEPTH
    MOVE 'N' TO WS-CLOSE-FOUND-FLAG

    PERFORM UNTIL WS-DEPTH = ZERO
            OR WS-CLOSE-FOUND
            OR WS-PTR > LENGTH OF WS-SCAN-BUFFER
        UNSTRING WS-SCAN-BUFFER
            DELIMITED BY WS-TAG-OPEN(1:WS-TAG-OPEN-LEN)
                OR WS-TAG-CLOSE(1:WS-TAG-CLOSE-LEN)
            INTO WS-JUNK
            DELIMITER IN WS-DELIM-FOUND
            WITH POINTER WS-PTR
        END-UNSTRING

        IF FUNCTION TRIM(WS-DELIM-FOUND) = FUNCTION TRIM(WS-TAG-CLOSE)
            SUBTRACT 1 FROM WS-DEPTH
            IF WS-DEPTH = ZERO
                MOVE 'Y' TO WS-CLOSE-FOUND-FLAG
            END-IF
        ELSE
            IF FUNCTION TRIM(WS-DELIM-FOUND) = FUNCTION TRIM(WS-TAG-OPEN)
                ADD 1 TO WS-DEPTH
            ELSE
                MOVE ZERO TO WS-DEPTH
            END-IF
        END-IF
    END-PERFORM

    IF WS-CLOSE-FOUND
        COMPUTE WS-PARA-LEN =
            WS-PTR - WS-TAG-CLOSE-LEN - WS-PARA-START
        IF WS-PARA-LEN > ZERO
            IF WS-SEC-TABLE
                COMPUTE WS-TBL-END = WS-PARA-START + WS-PARA-LEN - 1
                PERFORM 442-CAPTURE-TABLE
            END-IF
            ADD 1 TO WS-PARA-COUNT
            IF WS-PARA-LEN > LENGTH OF WS-PARA-ENTRY(WS-PARA-COUNT)
                MOVE 'Y' TO WS-PARA-TRUNC-FLAG
                MOVE LENGTH OF WS-PARA-ENTRY(WS-PARA-COUNT) TO WS-PARA-LEN
            END-IF
            MOVE SPACES TO WS-PARA-ENTRY(WS-PARA-COUNT)
            MOVE WS-SCAN-BUFFER(WS-PARA-START:WS-PARA-LEN)
                TO WS-PARA-ENTRY(WS-PARA-COUNT)
            MOVE WS-SEC-LABEL TO WS-PARA-SECTION(WS-PARA-COUNT)
        END-IF
    ELSE
        MOVE 'Y' TO WS-DONE-FLAG
        MOVE 'Y' TO WS-PARA-TRUNC-FLAG
    END-IF.

442-CAPTURE-TABLE.
    *> the table walk of Web-Scrape's 442-447 paragraphs, cell for
    *> cell - a rebuilt page's table must come out as the main run
    *> would have written it.
    IF WS-TBL-SEQ < 99
        ADD 1 TO WS-TBL-SEQ
    END-IF
    MOVE ZERO TO WS-TBL-ROW
    MOVE ZERO TO WS-TBL-HDR-COUNT
    MOVE SPACES TO WS-TBL-HEADINGS
    MOVE 'N' TO WS-TBL-ROW-OPEN-FLAG
    MOVE 'N' TO WS-TBL-CELL-OPEN-FLAG
    MOVE WS-PARA-START TO WS-TBL-IDX
    PERFORM UNTIL WS-TBL-IDX > WS-TBL-END
        IF WS-SCAN-BUFFER(WS-TBL-IDX:1) = '<'
            PERFORM 443-TABLE-MARKUP
        ELSE
            ADD 1 TO WS-TBL-IDX
        END-IF
    END-PERFORM
    IF WS-TBL-CELL-OPEN
        PERFORM 444-END-TABLE-CELL
    END-IF
    IF WS-TBL-ROW-OPEN
        PERFORM 445-END-TABLE-ROW
    END-IF.

443-TABLE-MARKUP.
    *> the closing tag's slice ends before the table's own close
    *> tag, so the four characters looked at are always inside the
    *> scan buffer.
    MOVE FUNCTION UPPER-CASE(WS-SCAN-BUFFER(WS-TBL-IDX:4))
        TO WS-TBL-PEEK
    MOVE 'N' TO WS-TBL-NEW-CELL-FLAG
    EVALUATE TRUE
        WHEN WS-TBL-PEEK(1:3) = '<TR'
                AND (WS-TBL-PEEK(4:1) = '>' OR WS-TBL-PEEK(4:1) <= SPACE)
            IF WS-TBL-CELL-OPEN
                PERFORM 444-END-TABLE-CELL
            END-IF
            IF WS-TBL-ROW-OPEN
                PERFORM 445-END-TABLE-ROW
            END-IF
            PERFORM 447-START-TABLE-ROW
        WHEN WS-TBL-PEEK = '</TR'
            IF WS-TBL-CELL-OPEN
                PERFORM 444-END-TABLE-CELL
            END-IF
            IF WS-TBL-ROW-OPEN
                PERFORM 445-END-TABLE-ROW
            END-IF
        WHEN (WS-TBL-PEEK(1:3) = '<TD' OR WS-TBL-PEEK(1:3) = '<TH')
                AND (WS-TBL-PEEK(4:1) = '>' OR WS-TBL-PEEK(4:1) <= SPACE)
            IF WS-TBL-CELL-OPEN
                PERFORM 444-END-TABLE-CELL
            END-IF
            IF NOT WS-TBL-ROW-OPEN
                PERFORM 447-START-TABLE-ROW
            END-IF
            MOVE 'Y' TO WS-TBL-CELL-OPEN-FLAG
            MOVE 'Y' TO WS-TBL-NEW-CELL-FLAG
            IF WS-TBL-PEEK(3:1) = 'H'
                MOVE 'Y' TO WS-TBL-CELL-HEAD-FLAG
            ELSE
                MOVE 'N' TO WS-TBL-CELL-HEAD-FLAG
            END-IF
        WHEN WS-TBL-PEEK = '</TD' OR WS-TBL-PEEK = '</TH'
            IF WS-TBL-CELL-OPEN
                PERFORM 444-END-TABLE-CELL
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    *> step past the tag - a new cell's text starts after it, and
    *> markup inside a cell (<b>, <a href=...>) is left in the text
    *> for the cleansing to strip. A tag cut off by the end of the
    *> slice ends the walk.
    PERFORM UNTIL WS-TBL-IDX > WS-TBL-END
            OR WS-SCAN-BUFFER(WS-TBL-IDX:1) = '>'
        ADD 1 TO WS-TBL-IDX
    END-PERFORM
    ADD 1 TO WS-TBL-IDX
    IF WS-TBL-NEW-CELL
        MOVE WS-TBL-IDX TO WS-TBL-CELL-START
    END-IF.

444-END-TABLE-CELL.
    *> the cell's text is everything from the end of its opening
    *> tag up to the tag now being looked at, cleansed the same way
    *> as paragraph text.
    MOVE 'N' TO WS-TBL-CELL-OPEN-FLAG
    IF WS-TBL-COL-COUNT >= WS-TBL-MAX-COLS
        MOVE 'Y' TO WS-TBL-COL-DROP-FLAG
    ELSE
        ADD 1 TO WS-TBL-COL-COUNT
        IF WS-TBL-CELL-HEAD-FLAG NOT = 'Y'
            MOVE 'N' TO WS-TBL-ALL-HEAD-FLAG
        END-IF
        MOVE 'N' TO WS-TBL-CELL-TRUNC(WS-TBL-COL-COUNT)
        MOVE SPACES TO WS-CLN-IN
        MOVE ZERO TO WS-TBL-CELL-LEN
        IF WS-TBL-IDX > WS-TBL-END
            IF WS-TBL-CELL-START <= WS-TBL-END
                COMPUTE WS-TBL-CELL-LEN =
                    WS-TBL-END + 1 - WS-TBL-CELL-START
            END-IF
        ELSE
            IF WS-TBL-CELL-START < WS-TBL-IDX
                COMPUTE WS-TBL-CELL-LEN = WS-TBL-IDX - WS-TBL-CELL-START
            END-IF
        END-IF
        IF WS-TBL-CELL-LEN > LENGTH OF WS-CLN-IN
            MOVE 'Y' TO WS-TBL-CELL-TRUNC(WS-TBL-COL-COUNT)
            MOVE LENGTH OF WS-CLN-IN TO WS-TBL-CELL-LEN
        END-IF
        IF WS-TBL-CELL-LEN > ZERO
            MOVE WS-SCAN-BUFFER(WS-TBL-CELL-START:WS-TBL-CELL-LEN)
                TO WS-CLN-IN
        END-IF
        PERFORM 457-CLEANSE-TEXT
        MOVE WS-CLN-OUT TO WS-TBL-CELL-VALUE(WS-TBL-COL-COUNT)
        IF WS-CLN-OIDX > LENGTH OF WS-TBL-CELL-VALUE(WS-TBL-COL-COUNT)
            MOVE 'Y' TO WS-TBL-CELL-TRUNC(WS-TBL-COL-COUNT)
        END-IF
    END-IF.

445-END-TABLE-ROW.
    *> a row of nothing but heading cells labels the columns of the
    *> rows that follow it; any other row is data. A row with no
    *> cells at all (spacer rows) is not counted.
    MOVE 'N' TO WS-TBL-ROW-OPEN-FLAG
    IF WS-TBL-COL-COUNT > ZERO
        IF WS-TBL-ALL-HEAD
            MOVE SPACES TO WS-TBL-HEADINGS
            MOVE WS-TBL-COL-COUNT TO WS-TBL-HDR-COUNT
            PERFORM VARYING WS-TBL-COL-IDX FROM 1 BY 1
                    UNTIL WS-TBL-COL-IDX > WS-TBL-COL-COUNT
                MOVE WS-TBL-CELL-VALUE(WS-TBL-COL-IDX)
                    TO WS-TBL-HEADING(WS-TBL-COL-IDX)
            END-PERFORM
        ELSE
            IF WS-TBL-ROW < 9999
                ADD 1 TO WS-TBL-ROW
            END-IF
            PERFORM VARYING WS-TBL-COL-IDX FROM 1 BY 1
                    UNTIL WS-TBL-COL-IDX > WS-TBL-COL-COUNT
                PERFORM 446-WRITE-TABLE-CELL
            END-PERFORM
        END-IF
    END-IF
    IF WS-TBL-COL-DROPPED
        DISPLAY "WEB-SCRAPE-REEXTRACT: TABLE ROW OVER " WS-TBL-MAX-COLS
            " CELLS, EXTRA CELLS NOT CAPTURED: " WS-RX-URL(1:60)
    END-IF.

446-WRITE-TABLE-CELL.
    INITIALIZE SCRP-TBL-RECORD
    MOVE WS-RX-URL TO SCRP-TBL-URL
    MOVE WS-RX-RUN-DATE TO SCRP-TBL-RUN-DATE
    MOVE WS-RX-RUN-TIME TO SCRP-TBL-RUN-TIME
    MOVE WS-SEC-LABEL TO SCRP-TBL-SECTION
    MOVE WS-TBL-SEQ TO SCRP-TBL-TABLE-SEQ
    MOVE WS-TBL-ROW TO SCRP-TBL-ROW
    MOVE WS-TBL-COL-IDX TO SCRP-TBL-COL
    MOVE WS-TBL-CELL-VALUE(1) TO SCRP-TBL-ROW-LABEL
    IF WS-TBL-COL-IDX <= WS-TBL-HDR-COUNT
        MOVE WS-TBL-HEADING(WS-TBL-COL-IDX) TO SCRP-TBL-HEADER
    END-IF
    MOVE WS-TBL-CELL-VALUE(WS-TBL-COL-IDX) TO SCRP-TBL-VALUE
    MOVE WS-TBL-CELL-TRUNC(WS-TBL-COL-IDX) TO SCRP-TBL-TRUNC-FLAG
    WRITE SCRP-TBL-RECORD
    ADD 1 TO WS-TBL-CELL-COUNT.

447-START-TABLE-ROW.
    MOVE 'Y' TO WS-TBL-ROW-OPEN-FLAG
    MOVE ZERO TO WS-TBL-COL-COUNT
    MOVE 'Y' TO WS-TBL-ALL-HEAD-FLAG
    MOVE 'N' TO WS-TBL-COL-DROP-FLAG
    MOVE SPACES TO WS-TBL-ROW-CELLS.

450-CLEANSE-PARAGRAPHS.
    PERFORM VARYING WS-SUBIDX FROM 1 BY 1
            UNTIL WS-SUBIDX > WS-PARA-COUNT
        PERFORM 451-CLEANSE-ONE-PARA
    END-PERFORM.

451-CLEANSE-ONE-PARA.
    MOVE WS-PARA-ENTRY(WS-SUBIDX) TO WS-CLN-IN
    PERFORM 457-CLEANSE-TEXT
    MOVE WS-CLN-OUT TO WS-PARA-ENTRY(WS-SUBIDX).

457-CLEANSE-TEXT.
    *> one forward pass over the text in WS-CLN-IN, emitting into a
    *> fresh buffer, WS-CLN-OUT. Starting with the previous-space
    *> switch on makes leading whitespace (the indentation after
    *> "<p>" and a newline) collapse to nothing instead of to one
    *> leading blank.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CLN-IN TRAILING))
        TO WS-CLN-IN-LEN
    MOVE SPACES TO WS-CLN-OUT
    MOVE ZERO TO WS-CLN-OIDX
    MOVE 'Y' TO WS-CLN-PREV-SP-FLAG
    MOVE 1 TO WS-CLN-IIDX

    PERFORM UNTIL WS-CLN-IIDX > WS-CLN-IN-LEN
        MOVE WS-CLN-IN(WS-CLN-IIDX:1) TO WS-CLN-CH
        EVALUATE TRUE
            WHEN WS-CLN-CH = '<'
                PERFORM 452-SKIP-INNER-TAG
            WHEN WS-CLN-CH = '&'
                PERFORM 453-DECODE-ENTITY
            WHEN WS-CLN-CH <= SPACE
                *> any control character (newline, tab, CR) counts
                *> as whitespace along with the blank itself.
                MOVE SPACE TO WS-CLN-CH
                PERFORM 455-EMIT-CHAR
                ADD 1 TO WS-CLN-IIDX
            WHEN OTHER
                PERFORM 455-EMIT-CHAR
                ADD 1 TO WS-CLN-IIDX
        END-EVALUATE
    END-PERFORM.

452-SKIP-INNER-TAG.
    *> drop everything through the closing '>' and let the tag act
    *> as one whitespace separator, so "foo<br>bar" comes out as
    *> "foo bar", not "foobar". An unclosed tag (the '>' was lost to
    *> the 500-character slice) drops the rest of the text - there
    *> is no sentence to salvage inside it.
    MOVE ZERO TO WS-CLN-FOUND-POS
    PERFORM VARYING WS-CLN-J FROM WS-CLN-IIDX BY 1
            UNTIL WS-CLN-J > WS-CLN-IN-LEN
            OR WS-CLN-FOUND-POS > ZERO
        IF WS-CLN-IN(WS-CLN-J:1) = '>'
            MOVE WS-CLN-J TO WS-CLN-FOUND-POS
        END-IF
    END-PERFORM
    IF WS-CLN-FOUND-POS > ZERO
        COMPUTE WS-CLN-IIDX = WS-CLN-FOUND-POS + 1
        MOVE SPACE TO WS-CLN-CH
        PERFORM 455-EMIT-CHAR
    ELSE
        COMPUTE WS-CLN-IIDX = WS-CLN-IN-LEN + 1
    END-IF.

453-DECODE-ENTITY.
    *> an entity reference is '&' through the ';' no more than nine
    *> characters on - a bare ampersand with no ';' in reach is just
    *> an ampersand and passes through as text.
    MOVE ZERO TO WS-CLN-FOUND-POS
    COMPUTE WS-CLN-LIMIT = WS-CLN-IIDX + 9
    IF WS-CLN-LIMIT > WS-CLN-IN-LEN
        MOVE WS-CLN-IN-LEN TO WS-CLN-LIMIT
    END-IF
    PERFORM VARYING WS-CLN-J FROM WS-CLN-IIDX BY 1
            UNTIL WS-CLN-J > WS-CLN-LIMIT
            OR WS-CLN-FOUND-POS > ZERO
        IF WS-CLN-IN(WS-CLN-J:1) = ';'
            MOVE WS-CLN-J TO WS-CLN-FOUND-POS
        END-IF
    END-PERFORM

    IF WS-CLN-FOUND-POS = ZERO OR WS-CLN-FOUND-POS = WS-CLN-IIDX + 1
        MOVE '&' TO WS-CLN-CH
        PERFORM 455-EMIT-CHAR
        ADD 1 TO WS-CLN-IIDX
    ELSE
        MOVE SPACES TO WS-CLN-ENT
        COMPUTE WS-CLN-ENT-LEN = WS-CLN-FOUND-POS - WS-CLN-IIDX - 1
        MOVE WS-CLN-IN(WS-CLN-IIDX + 1:WS-CLN-ENT-LEN) TO WS-CLN-ENT
        COMPUTE WS-CLN-IIDX = WS-CLN-FOUND-POS + 1
        PERFORM 454-EMIT-ENTITY
    END-IF.

454-EMIT-ENTITY.
    EVALUATE WS-CLN-ENT
        WHEN 'amp'
            MOVE '&' TO WS-CLN-CH
            PERFORM 455-EMIT-CHAR
        WHEN 'lt'
            MOVE '<' TO WS-CLN-CH
            PERFORM 455-EMIT-CHAR
        WHEN 'gt'
            MOVE '>' TO WS-CLN-CH
            PERFORM 455-EMIT-CHAR
        WHEN 'quot'
            MOVE '"' TO WS-CLN-CH
            PERFORM 455-EMIT-CHAR
        WHEN 'apos'
            MOVE "'" TO WS-CLN-CH
            PERFORM 455-EMIT-CHAR
        WHEN 'nbsp'
            MOVE SPACE TO WS-CLN-CH
            PERFORM 455-EMIT-CHAR
        WHEN OTHER
            PERFORM 456-EMIT-NUMERIC-ENTITY
    END-EVALUATE.

456-EMIT-NUMERIC-ENTITY.
    *> numeric references: printable ASCII comes through as itself;
    *> the typographic punctuation the common news CMSes emit
    *> (curly quotes, dashes) is mapped to its plain-keyboard
    *> equivalent; anything else this record layout cannot carry
    *> becomes '?' rather than being silently dropped.
    IF WS-CLN-ENT-LEN > 1 AND WS-CLN-ENT(1:1) = '#'
            AND WS-CLN-ENT(2:WS-CLN-ENT-LEN - 1) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-CLN-ENT(2:WS-CLN-ENT-LEN - 1))
            TO WS-CLN-NUM
        EVALUATE TRUE
            WHEN WS-CLN-NUM = 160
                MOVE SPACE TO WS-CLN-CH
                PERFORM 455-EMIT-CHAR
            WHEN WS-CLN-NUM = 8216 OR WS-CLN-NUM = 8217 OR WS-CLN-NUM = 39
                MOVE "'" TO WS-CLN-CH
                PERFORM 455-EMIT-CHAR
            WHEN WS-CLN-NUM = 8220 OR WS-CLN-NUM = 8221 OR WS-CLN-NUM = 34
                MOVE '"' TO WS-CLN-CH
                PERFORM 455-EMIT-CHAR
            WHEN WS-CLN-NUM = 8211 OR WS-CLN-NUM = 8212
                MOVE '-' TO WS-CLN-CH
                PERFORM 455-EMIT-CHAR
            WHEN WS-CLN-NUM >= 32 AND WS-CLN-NUM <= 126
                MOVE FUNCTION CHAR(WS-CLN-NUM + 1) TO WS-CLN-CH
                PERFORM 455-EMIT-CHAR
            WHEN OTHER
                MOVE '?' TO WS-CLN-CH
                PERFORM 455-EMIT-CHAR
        END-EVALUATE
    ELSE
        *> an entity this pass does not know - keep a marker so the
        *> reader can see something was there.
        MOVE '?' TO WS-CLN-CH
        PERFORM 455-EMIT-CHAR
    END-IF.

455-EMIT-CHAR.
    *> single funnel for every character that survives cleansing -
    *> this is where whitespace runs collapse: a blank only lands
    *> when the previous emitted character was not itself a blank
    *> (and never at the front of the buffer).
    IF WS-CLN-CH = SPACE
        IF NOT WS-CLN-PREV-SP AND WS-CLN-OIDX < LENGTH OF WS-CLN-OUT
            ADD 1 TO WS-CLN-OIDX
            MOVE SPACE TO WS-CLN-OUT(WS-CLN-OIDX:1)
            MOVE 'Y' TO WS-CLN-PREV-SP-FLAG
        END-IF
    ELSE
        IF WS-CLN-OIDX < LENGTH OF WS-CLN-OUT
            ADD 1 TO WS-CLN-OIDX
            MOVE WS-CLN-CH TO WS-CLN-OUT(WS-CLN-OIDX:1)
            MOVE 'N' TO WS-CLN-PREV-SP-FLAG
        END-IF
    END-IF.

460-SCAN-WATCHLIST.
    *> same case-blind scan as Web-Scrape's 460-SCAN-WATCHLIST,
    *> against the stored page.
    MOVE ZERO TO WS-URL-HIT-COUNT
    PERFORM VARYING WS-SUBIDX FROM 1 BY 1
            UNTIL WS-SUBIDX > WS-PARA-COUNT
        MOVE FUNCTION UPPER-CASE(WS-PARA-ENTRY(WS-SUBIDX))
            TO WS-SCAN-UPPER
        PERFORM VARYING WS-WATCH-IDX FROM 1 BY 1
                UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
            MOVE ZERO TO WS-MATCH-COUNT
            INSPECT WS-SCAN-UPPER
                TALLYING WS-MATCH-COUNT
                FOR ALL WS-WATCH-KEYWORD(WS-WATCH-IDX)
                    (1:WS-WATCH-KEY-LEN(WS-WATCH-IDX))
            IF WS-MATCH-COUNT > ZERO
                PERFORM 470-WRITE-ALERT-RECORD
            END-IF
        END-PERFORM
    END-PERFORM
    IF WS-URL-HIT-COUNT > ZERO
        DISPLAY "WEB-SCRAPE-REEXTRACT: " WS-URL-HIT-COUNT
            " WATCHLIST HIT(S) FOR " WS-RX-URL(1:60)
    END-IF.

470-WRITE-ALERT-RECORD.
    INITIALIZE SCRP-ALR-RECORD
    MOVE WS-RX-URL TO SCRP-ALR-URL
    MOVE WS-RX-RUN-DATE TO SCRP-ALR-RUN-DATE
    MOVE WS-RX-RUN-TIME TO SCRP-ALR-RUN-TIME
    MOVE WS-WATCH-KEYWORD(WS-WATCH-IDX) TO SCRP-ALR-KEYWORD
    MOVE WS-SUBIDX TO SCRP-ALR-PARA-SEQ
    MOVE WS-PARA-ENTRY(WS-SUBIDX) TO SCRP-ALR-TEXT
    WRITE SCRP-ALR-RECORD
    ADD 1 TO WS-URL-HIT-COUNT
    ADD 1 TO WS-ALERT-COUNT.

430-COMPUTE-CHECKSUM.
    *> position-weighted additive checksum, kept term-for-term
    *> identical to Web-Scrape's 430-COMPUTE-CHECKSUM - a rebuilt
    *> page must land on the same checksum the main run would
    *> produce, or comparing it with the day's own output misleads.
    MOVE ZERO TO WS-CHECKSUM
    PERFORM VARYING WS-SUBIDX FROM 1 BY 1 UNTIL WS-SUBIDX > WS-PARA-COUNT
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PARA-ENTRY(WS-SUBIDX) TRAILING))
            TO WS-CHK-TEXT-LEN
        PERFORM VARYING WS-CHK-CHIDX FROM 1 BY 1
                UNTIL WS-CHK-CHIDX > WS-CHK-TEXT-LEN
            COMPUTE WS-CHECKSUM = FUNCTION MOD(WS-CHECKSUM +
                FUNCTION ORD(WS-PARA-ENTRY(WS-SUBIDX)(WS-CHK-CHIDX:1))
                * WS-CHK-CHIDX, 999999999)
        END-PERFORM
    END-PERFORM.

550-CHANGE-DETECTION.
    *> against the URL's previous capture inside the rebuilt range -
    *> the first day a URL appears has nothing to compare with.
    MOVE WS-RX-URL TO RXS-URL
    READ RXS-FILE
        INVALID KEY
            MOVE '?' TO WS-CHANGE-FLAG
            MOVE WS-CHECKSUM TO RXS-CHECKSUM
            WRITE RXS-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
        NOT INVALID KEY
            IF WS-CHECKSUM = RXS-CHECKSUM
                MOVE 'N' TO WS-CHANGE-FLAG
            ELSE
                MOVE 'Y' TO WS-CHANGE-FLAG
                MOVE WS-CHECKSUM TO RXS-CHECKSUM
                REWRITE RXS-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            END-IF
    END-READ.

420-DERIVE-TAGS.
    MOVE FUNCTION TRIM(WS-SEC-TAG) TO WS-TAG-OPEN
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SEC-TAG)) TO WS-TAG-OPEN-LEN
    MOVE SPACES TO WS-TAG-CLOSE
    STRING '</' DELIMITED BY SIZE
           WS-TAG-OPEN(2:WS-TAG-OPEN-LEN - 2) DELIMITED BY SIZE
           '>' DELIMITED BY SIZE
        INTO WS-TAG-CLOSE
    END-STRING
    COMPUTE WS-TAG-CLOSE-LEN = WS-TAG-OPEN-LEN + 1.

500-WRITE-OUTPUT-RECORDS.
    *> header and detail records built the same way Web-Scrape
    *> builds them, under the capture's own run date and time.
    INITIALIZE SCRP-OUT-RECORD
    MOVE WS-RX-URL TO SCRP-OUT-URL
    MOVE WS-RX-RUN-DATE TO SCRP-OUT-RUN-DATE
    MOVE WS-RX-RUN-TIME TO SCRP-OUT-RUN-TIME
    MOVE ZERO TO SCRP-OUT-PARA-SEQ
    MOVE 'S' TO SCRP-OUT-STATUS
    MOVE WS-TRUNC-FLAG TO SCRP-OUT-TRUNC-FLAG
    MOVE WS-PARA-TRUNC-FLAG TO SCRP-OUT-PARA-TRUNC-FLAG
    MOVE WS-PARA-COUNT TO SCRP-OUT-PARA-COUNT
    MOVE WS-CHECKSUM TO SCRP-OUT-CHECKSUM
    MOVE WS-CHANGE-FLAG TO SCRP-OUT-CHANGE-FLAG
    WRITE SCRP-OUT-RECORD
    ADD 1 TO WS-OUT-REC-COUNT

    PERFORM VARYING WS-SUBIDX FROM 1 BY 1
            UNTIL WS-SUBIDX > WS-PARA-COUNT
        INITIALIZE SCRP-OUT-RECORD
        MOVE WS-RX-URL TO SCRP-OUT-URL
        MOVE WS-RX-RUN-DATE TO SCRP-OUT-RUN-DATE
        MOVE WS-RX-RUN-TIME TO SCRP-OUT-RUN-TIME
        MOVE WS-SUBIDX TO SCRP-OUT-PARA-SEQ
        MOVE 'S' TO SCRP-OUT-STATUS
        MOVE WS-TRUNC-FLAG TO SCRP-OUT-TRUNC-FLAG
        MOVE WS-PARA-TRUNC-FLAG TO SCRP-OUT-PARA-TRUNC-FLAG
        MOVE WS-PARA-SECTION(WS-SUBIDX) TO SCRP-OUT-SECTION
        MOVE WS-PARA-ENTRY(WS-SUBIDX) TO SCRP-OUT-TEXT
        *> TRAILING-only trim, same reasoning as in Web-Scrape.
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PARA-ENTRY(WS-SUBIDX) TRAILING))
            TO SCRP-OUT-TEXT-LEN
        WRITE SCRP-OUT-RECORD
        ADD 1 TO WS-OUT-REC-COUNT
    END-PERFORM.

950-POST-RUN-STATUS.
    *> one record on the shared run-status ledger, clean finish or
    *> error exit alike. The ledger is a by-product of the run, not
    *> part of it - a ledger that will not open is reported and the
    *> step's own outcome and return code stand.
    OPEN EXTEND RSL-FILE
    IF WS-RSL-STATUS NOT = "00" AND WS-RSL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-REEXTRACT: UNABLE TO OPEN SCRPRSL.DAT,"
            " STATUS=" WS-RSL-STATUS " - RUN STATUS NOT POSTED"
    ELSE
        INITIALIZE SCRP-RSL-RECORD
        MOVE WS-RSL-RUN-DATE TO SCRP-RSL-RUN-DATE
        MOVE "WEB-SCRAPE-REEXTRACT" TO SCRP-RSL-STEP
        MOVE WS-RSL-START-TIME TO SCRP-RSL-START-TIME
        ACCEPT SCRP-RSL-END-TIME FROM TIME
        MOVE RETURN-CODE TO SCRP-RSL-RETURN-CODE
        MOVE WS-CAP-READ-COUNT TO SCRP-RSL-FETCHED
        MOVE WS-OUT-REC-COUNT TO SCRP-RSL-WRITTEN
        MOVE WS-EXCEPTION-COUNT TO SCRP-RSL-EXCEPTIONS
        MOVE WS-PAGE-COUNT TO SCRP-RSL-HEADERS
        WRITE SCRP-RSL-RECORD
        CLOSE RSL-FILE
    END-IF.
