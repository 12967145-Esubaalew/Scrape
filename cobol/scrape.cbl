        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OUT-FILE-STATUS.

    SELECT TBL-FILE
        ASSIGN TO DYNAMIC WS-TBL-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TBL-STATUS.

    SELECT OPTIONAL CHK-FILE
        ASSIGN TO DYNAMIC WS-CHK-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STA-STATUS.

*> the day's raw page capture store - fixed-length records, since
*> page source carries its own line breaks (see SCRPCAP).
    SELECT OPTIONAL CAP-FILE
        ASSIGN TO DYNAMIC WS-CAP-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CAP-STATUS.

*> the keyed per-run work files. The control file has outgrown the
*> fixed OCCURS lookup tables this program used to load its masters
*> into - past each table's ceiling the behaviour degraded silently
        RECORD KEY IS QUX-URL
        FILE STATUS IS WS-QUX-STATUS.

*> the host politeness policy (SCRPHPL.DAT, kept current by the host
*> policy job) is spilled into the keyed HPX work file, one record
*> per host, which also carries the host's fetch count and last
*> fetch time for this run date as the run goes.
    SELECT OPTIONAL HPL-FILE
        ASSIGN TO "SCRPHPL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HPL-STATUS.

    SELECT HPX-FILE
        ASSIGN TO DYNAMIC WS-HPX-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HPX-HOST
        FILE STATUS IS WS-HPX-STATUS.

    SELECT OPTIONAL RSL-FILE
        ASSIGN TO "SCRPRSL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CTL-FILE.
FD  OUT-FILE.
    COPY SCRPOUT.

FD  TBL-FILE.
    COPY SCRPTBL.

FD  CHK-FILE.
    COPY SCRPCHK.

FD  STA-FILE.
    COPY SCRPSTA.

FD  CAP-FILE.
    COPY SCRPCAP.

FD  PRX-FILE.
*> prior-run header checksums, keyed by URL - the keyed copy of the
*> header records of SCRPPRI.DAT.
01  QUX-RECORD.
    05  QUX-URL                 PIC X(200).

FD  HPL-FILE.
    COPY SCRPHPL.

FD  HPX-FILE.
*> the politeness rules for one host, keyed by host, with the
*> run date's fetch count and the time (hundredths since midnight)
*> the host's last fetch ended - seeded from the metrics already on
*> file for the run date, so a restart or a retry pass picks up
*> where the earlier fetching left off.
01  HPX-RECORD.
    05  HPX-HOST                PIC X(100).
    05  HPX-MIN-GAP             PIC 9(4).
    05  HPX-DAILY-CAP           PIC 9(4).
    05  HPX-DISALLOW-COUNT      PIC 9(2).
    05  HPX-DISALLOW-LIST.
        10  HPX-DISALLOW        PIC X(60) OCCURS 10 TIMES.
    05  HPX-FETCH-COUNT         PIC 9(4).
    05  HPX-LAST-FLAG           PIC X(1).
    05  HPX-LAST-HUND           PIC 9(8).

FD  RSL-FILE.
    COPY SCRPRSL.

WORKING-STORAGE SECTION.
*> ---- per-run file names (see the FILE-CONTROL note) --------------
*> stream mode replaces these with the stream's own SCRPxxxN.DAT
*> candidates is redirected to the stream's own file.
01  WS-CTL-NAME                 PIC X(12) VALUE "SCRPCTL.DAT".
01  WS-OUT-NAME                 PIC X(12) VALUE "SCRPOUT.DAT".
01  WS-TBL-NAME                 PIC X(12) VALUE "SCRPTBL.DAT".
01  WS-CHK-NAME                 PIC X(12) VALUE "SCRPCHK.DAT".
01  WS-AUD-NAME                 PIC X(12) VALUE "SCRPAUD.DAT".
01  WS-ALR-NAME                 PIC X(12) VALUE "SCRPALR.DAT".
01  WS-CUX-NAME                 PIC X(12) VALUE "SCRPCUX.DAT".
01  WS-CDX-NAME                 PIC X(12) VALUE "SCRPCDX.DAT".
01  WS-QUX-NAME                 PIC X(12) VALUE "SCRPQUX.DAT".
01  WS-HPX-NAME                 PIC X(12) VALUE "SCRPHPX.DAT".
01  WS-STREAM-ID                PIC X(1) VALUE SPACE.
01  WS-STREAM-MODE-FLAG         PIC X(1) VALUE 'N'.
    88  WS-STREAM-MODE          VALUE 'Y'.
    88  WS-FETCH-OK             VALUE 'Y'.
01  WS-FAIL-REASON              PIC X(60).

*> ---- HTTP response detail and failure class ----------------------
*> the fetcher's response detail, and what kind of failure a failed
*> fetch was: 'T' transient - worth the retry pass's re-fetch - or
*> 'P' permanent, where a re-fetch would only fail the same way.
    COPY SCRPHTP.
01  WS-FAIL-CLASS               PIC X(1).
    88  WS-FAIL-TRANSIENT       VALUE 'T'.
    88  WS-FAIL-PERMANENT       VALUE 'P'.
01  WS-HTTP-SHOW                PIC 9(3).

*> ---- per-fetch metrics ------------------------------------------
*> how long did each CALL to the fetcher take, and how big was the
*> page - the raw material for stream-count and batch-window
01  WS-START-HUND               PIC 9(8).
01  WS-END-HUND                 PIC 9(8).
01  WS-ELAPSED-HUND             PIC 9(8).

*> ---- raw page capture store ----------------------------------------
*> every page fetched successfully is kept as the fetcher returned
*> it, in a store dated by run date, so it can be re-extracted
*> later without another fetch. A stream writes its own store file
*> - concurrent streams must not share one.
01  WS-CAP-STATUS               PIC XX.
01  WS-CAP-NAME                 PIC X(24).
01  WS-TAG-VALID-FLAG           PIC X(1).
    88  WS-TAG-VALID            VALUE 'Y'.

01  WS-CLOSE-FOUND-FLAG          PIC X(1).
    88  WS-CLOSE-FOUND           VALUE 'Y'.

*> ---- table sections -----------------------------------------------
*> a section of type 'T' is captured as text like any other, and
*> while the raw slice is still in WS-SCAN-BUFFER its <tr>/<td>/<th>
*> markup is also walked cell by cell into SCRPTBL.DAT. A row is
*> held here until its closing tag so an all-<th> row can become
*> the heading labels instead of a data row. Rows wider than the
*> 20-cell row table lose the extra cells, with a console note; a
*> table nested inside a cell is read as more rows of the outer
*> one.
01  WS-TBL-STATUS               PIC XX.
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

*> ---- day-over-day change detection (feature request 009) -------------
*> the prior run's header checksums live in the keyed PRX work file
*> (spilled from SCRPPRI.DAT at start of run), one keyed READ per
01  WS-DATE-NUM                 PIC 9(8).
01  WS-SKIPPED-COUNT            PIC 9(4) VALUE ZERO.

*> ---- host politeness ----------------------------------------------
*> a due URL is still not fetched when its host's policy says no:
*> robots.txt disallows the path, the host's daily cap is used up,
*> or the host's minimum gap would keep the run waiting longer than
*> SCRP_HOST_MAX_WAIT seconds (default 60). Such a URL is held with
*> its own audit disposition 'H' - distinct from not-due and
*> quarantined, because it was due and is not parked. A shorter
*> wait is simply waited out. A host with no policy record yet gets
*> the installation default gap (SCRP_HOST_MIN_GAP, default 5), no
*> cap and no robots rules until the host policy job adds it.
01  WS-HPL-STATUS               PIC XX.
01  WS-HPX-STATUS               PIC XX.
01  WS-EOF-MET-FLAG             PIC X(1).
    88  WS-MET-EOF              VALUE 'Y'.
01  WS-HOST-PARM-ENV            PIC X(8).
01  WS-HOST-DFLT-GAP            PIC 9(4) VALUE 5.
01  WS-HOST-MAX-WAIT            PIC 9(4) VALUE 60.
01  WS-HST-URL                  PIC X(200).
01  WS-HST-HOST                 PIC X(100).
01  WS-HST-PATH                 PIC X(200).
01  WS-HST-START                PIC 9(4).
01  WS-HST-IDX                  PIC 9(4).
01  WS-HST-END                  PIC 9(4).
01  WS-RULE-IDX                 PIC 9(2).
01  WS-RULE-LEN                 PIC 9(4).
01  WS-HOLD-FLAG                PIC X(1).
    88  WS-URL-HELD             VALUE 'Y'.
01  WS-HOLD-REASON              PIC X(30).
01  WS-HOLD-COUNT               PIC 9(4) VALUE ZERO.
01  WS-NOW-HUND                 PIC 9(8).
01  WS-SINCE-HUND               PIC 9(8).
01  WS-GAP-HUND                 PIC 9(8).
01  WS-WAIT-HUND                PIC 9(8).
01  WS-SLEEP-SECS               PIC 9(4).
01  WS-GAP-WAIT-SECS            PIC 9(6) VALUE ZERO.

*> ---- outbound-link harvesting -----------------------------------
*> while the fetched page is still in HTML-Data, its anchor href
*> targets are pulled out and queued to the candidate file for ops
01  WS-MATCH-COUNT              PIC 9(4).
01  WS-URL-HIT-COUNT            PIC 9(4).

*> ---- run-status ledger posting -----------------------------------
01  WS-RSL-STATUS               PIC XX.
01  WS-RSL-RUN-DATE             PIC X(8).
01  WS-RSL-START-TIME           PIC X(8).
01  WS-FETCHED-COUNT            PIC 9(6) VALUE ZERO.
01  WS-FAILED-COUNT             PIC 9(6) VALUE ZERO.
01  WS-URL-HDR-COUNT            PIC 9(6) VALUE ZERO.
01  WS-OUT-REC-COUNT            PIC 9(6) VALUE ZERO.

PROCEDURE DIVISION.

000-MAIN-PROCESS.
    ACCEPT WS-RSL-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RSL-START-TIME FROM TIME
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    MOVE WS-RUN-DATE TO WS-DATE-NUM
        DISPLAY "WEB-SCRAPE: UNABLE TO OPEN "
            FUNCTION TRIM(WS-CTL-NAME) ", STATUS="
            WS-CTL-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF

    PERFORM 160-LOAD-CHECKPOINT
    PERFORM 165-OPEN-OUTPUT-FILE
    PERFORM 168-OPEN-ALERT-FILE
    PERFORM 169-OPEN-TABLE-FILE
    PERFORM 170-LOAD-PRIOR-RESULTS
    PERFORM 175-LOAD-WATCHLIST
    PERFORM 180-OPEN-AUDIT-FILE
    PERFORM 183-LOAD-QUARANTINE
    PERFORM 185-LOAD-KNOWN-CANDIDATES
    PERFORM 186-LOAD-REJECTED-URLS
    PERFORM 189-LOAD-HOST-POLICY
    PERFORM 187-OPEN-METRICS-FILE
    PERFORM 188-OPEN-CANDIDATE-FILE
    PERFORM 184-OPEN-CAPTURE-FILE

    PERFORM UNTIL WS-CTL-EOF
        READ CTL-FILE

    CLOSE CTL-FILE
    CLOSE OUT-FILE
    CLOSE TBL-FILE
    CLOSE ALR-FILE
    CLOSE AUDIT-FILE
    CLOSE CND-FILE
    CLOSE MET-FILE
    CLOSE CAP-FILE
    CLOSE CUX-FILE
    CLOSE PRX-FILE
    CLOSE CDX-FILE
    CLOSE QUX-FILE
    CLOSE HPX-FILE
    PERFORM 950-POST-RUN-STATUS
    STOP RUN.

010-SET-STREAM-FILES.
            INTO WS-CTL-NAME
        STRING "SCRPOUT" WS-STREAM-ID ".DAT" DELIMITED BY SIZE
            INTO WS-OUT-NAME
        STRING "SCRPTBL" WS-STREAM-ID ".DAT" DELIMITED BY SIZE
            INTO WS-TBL-NAME
        STRING "SCRPCHK" WS-STREAM-ID ".DAT" DELIMITED BY SIZE
            INTO WS-CHK-NAME
        STRING "SCRPAUD" WS-STREAM-ID ".DAT" DELIMITED BY SIZE
            INTO WS-MET-NAME
        STRING "SCRPQUX" WS-STREAM-ID ".DAT" DELIMITED BY SIZE
            INTO WS-QUX-NAME
        STRING "SCRPHPX" WS-STREAM-ID ".DAT" DELIMITED BY SIZE
            INTO WS-HPX-NAME
        DISPLAY "WEB-SCRAPE: RUNNING AS STREAM " WS-STREAM-ID
    ELSE
        IF WS-STREAM-ID NOT = SPACE
    IF WS-CTL-FILE-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE: UNABLE TO OPEN SCRPCTL.DAT, STATUS="
            WS-CTL-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT CUX-FILE
    IF WS-CUX-STATUS NOT = "00" AND WS-CUX-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE: UNABLE TO BUILD "
            FUNCTION TRIM(WS-CUX-NAME) ", STATUS=" WS-CUX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-CTL-FILE-STATUS NOT = "00"
    IF WS-QUX-STATUS NOT = "00" AND WS-QUX-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE: UNABLE TO BUILD "
            FUNCTION TRIM(WS-QUX-NAME) ", STATUS=" WS-QUX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN INPUT QUR-FILE
    IF WS-CDX-STATUS NOT = "00" AND WS-CDX-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE: UNABLE TO BUILD "
            FUNCTION TRIM(WS-CDX-NAME) ", STATUS=" WS-CDX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN INPUT CND-FILE
    IF WS-CDX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE: UNABLE TO REOPEN "
            FUNCTION TRIM(WS-CDX-NAME) ", STATUS=" WS-CDX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

    IF WS-MET-STATUS NOT = "00" AND WS-MET-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE: UNABLE TO OPEN "
            FUNCTION TRIM(WS-MET-NAME) ", STATUS=" WS-MET-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

184-OPEN-CAPTURE-FILE.
    *> EXTEND like the metrics file - a restart, or a second run the
    *> same day, adds to the day's store rather than wiping the
    *> pages already captured; the re-extraction takes the latest
    *> capture of a URL for the day. Auto-create status "05" is not
    *> a failure, same as SCRPAUD.DAT.
    MOVE SPACES TO WS-CAP-NAME
    IF WS-STREAM-MODE
        STRING "SCRPCAP" WS-RUN-DATE WS-STREAM-ID ".DAT"
            DELIMITED BY SIZE INTO WS-CAP-NAME
    ELSE
        STRING "SCRPCAP" WS-RUN-DATE ".DAT"
            DELIMITED BY SIZE INTO WS-CAP-NAME
    END-IF
    OPEN EXTEND CAP-FILE
    IF WS-CAP-STATUS NOT = "00" AND WS-CAP-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE: UNABLE TO OPEN "
            FUNCTION TRIM(WS-CAP-NAME) ", STATUS=" WS-CAP-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

    IF WS-CND-STATUS NOT = "00" AND WS-CND-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE: UNABLE TO OPEN "
            FUNCTION TRIM(WS-CND-NAME) ", STATUS=" WS-CND-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

189-LOAD-HOST-POLICY.
    *> spill the host policy file into this stream's keyed HPX work
    *> file - optional and shared read-only across streams, like the
    *> quarantine file. Run before the metrics file is opened for
    *> EXTEND: the run date's fetches already on file are counted
    *> into it first.
    MOVE SPACES TO WS-HOST-PARM-ENV
    ACCEPT WS-HOST-PARM-ENV FROM ENVIRONMENT "SCRP_HOST_MIN_GAP"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    IF WS-HOST-PARM-ENV NOT = SPACES
        IF FUNCTION TRIM(WS-HOST-PARM-ENV) IS NUMERIC
            MOVE FUNCTION NUMVAL(WS-HOST-PARM-ENV) TO WS-HOST-DFLT-GAP
        ELSE
            DISPLAY "WEB-SCRAPE: SCRP_HOST_MIN_GAP NOT NUMERIC -"
                " USING DEFAULT " WS-HOST-DFLT-GAP
        END-IF
    END-IF
    MOVE SPACES TO WS-HOST-PARM-ENV
    ACCEPT WS-HOST-PARM-ENV FROM ENVIRONMENT "SCRP_HOST_MAX_WAIT"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    IF WS-HOST-PARM-ENV NOT = SPACES
        IF FUNCTION TRIM(WS-HOST-PARM-ENV) IS NUMERIC
            MOVE FUNCTION NUMVAL(WS-HOST-PARM-ENV) TO WS-HOST-MAX-WAIT
        ELSE
            DISPLAY "WEB-SCRAPE: SCRP_HOST_MAX_WAIT NOT NUMERIC -"
                " USING DEFAULT " WS-HOST-MAX-WAIT
        END-IF
    END-IF
    OPEN OUTPUT HPX-FILE
    IF WS-HPX-STATUS NOT = "00" AND WS-HPX-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE: UNABLE TO BUILD "
            FUNCTION TRIM(WS-HPX-NAME) ", STATUS=" WS-HPX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN INPUT HPL-FILE
    IF WS-HPL-STATUS = "00"
        PERFORM UNTIL WS-HPL-STATUS NOT = "00"
            READ HPL-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF SCRP-HPL-HOST NOT = SPACES
                        INITIALIZE HPX-RECORD
                        MOVE FUNCTION LOWER-CASE(SCRP-HPL-HOST)
                            TO HPX-HOST
                        MOVE SCRP-HPL-MIN-GAP TO HPX-MIN-GAP
                        MOVE SCRP-HPL-DAILY-CAP TO HPX-DAILY-CAP
                        MOVE SCRP-HPL-DISALLOW-COUNT
                            TO HPX-DISALLOW-COUNT
                        MOVE SCRP-HPL-DISALLOW-LIST
                            TO HPX-DISALLOW-LIST
                        *> a hand-edit gone wrong falls back to the
                        *> default gap, no cap and no rules - the
                        *> host policy job reports the bad column.
                        IF HPX-MIN-GAP IS NOT NUMERIC
                            MOVE WS-HOST-DFLT-GAP TO HPX-MIN-GAP
                        END-IF
                        IF HPX-DAILY-CAP IS NOT NUMERIC
                            MOVE ZERO TO HPX-DAILY-CAP
                        END-IF
                        IF HPX-DISALLOW-COUNT IS NOT NUMERIC
                                OR HPX-DISALLOW-COUNT > 10
                            MOVE ZERO TO HPX-DISALLOW-COUNT
                        END-IF
                        MOVE ZERO TO HPX-FETCH-COUNT
                        MOVE 'N' TO HPX-LAST-FLAG
                        MOVE ZERO TO HPX-LAST-HUND
                        WRITE HPX-RECORD
                            INVALID KEY
                                CONTINUE
                        END-WRITE
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE HPL-FILE
    CLOSE HPX-FILE
    OPEN I-O HPX-FILE
    IF WS-HPX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE: UNABLE TO REOPEN "
            FUNCTION TRIM(WS-HPX-NAME) ", STATUS=" WS-HPX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    *> the shared metrics master holds the run date's earlier
    *> fetches (an earlier unpartitioned run, a retry pass); in
    *> stream mode the stream's own file holds what this stream
    *> fetched before an abend. Both count against the cap.
    MOVE "SCRPMET.DAT" TO WS-MET-NAME
    PERFORM 177-SEED-HOST-FETCHES
    IF WS-STREAM-MODE
        STRING "SCRPMET" WS-STREAM-ID ".DAT" DELIMITED BY SIZE
            INTO WS-MET-NAME
        PERFORM 177-SEED-HOST-FETCHES
    END-IF.

177-SEED-HOST-FETCHES.
    OPEN INPUT MET-FILE
    IF WS-MET-STATUS = "00"
        MOVE 'N' TO WS-EOF-MET-FLAG
        PERFORM UNTIL WS-MET-EOF
            READ MET-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-MET-FLAG
                NOT AT END
                    IF SCRP-MET-RUN-DATE = WS-RUN-DATE
                        MOVE SCRP-MET-URL TO WS-HST-URL
                        PERFORM 197-EXTRACT-HOST
                        IF WS-HST-HOST NOT = SPACES
                            PERFORM 178-SEED-ONE-FETCH
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE MET-FILE.

178-SEED-ONE-FETCH.
    PERFORM 198-FIND-HOST-ENTRY
    ADD 1 TO HPX-FETCH-COUNT
    MOVE SCRP-MET-RUN-TIME TO WS-TIME-WORK
    PERFORM 610-TIME-TO-HUNDREDTHS
    COMPUTE WS-NOW-HUND = WS-TIME-HUND + SCRP-MET-ELAPSED-HH
    IF HPX-LAST-FLAG NOT = 'Y' OR WS-NOW-HUND > HPX-LAST-HUND
        MOVE 'Y' TO HPX-LAST-FLAG
        MOVE WS-NOW-HUND TO HPX-LAST-HUND
    END-IF
    REWRITE HPX-RECORD
        INVALID KEY
            CONTINUE
    END-REWRITE.

160-LOAD-CHECKPOINT.
    *> OPEN INPUT on a SELECT OPTIONAL file that does not exist yet
    *> returns status "05", not "00" - CHK-FILE still has to be closed
        DISPLAY "WEB-SCRAPE: UNABLE TO OPEN "
            FUNCTION TRIM(WS-OUT-NAME) ", STATUS="
            WS-OUT-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

    IF WS-ALR-STATUS NOT = "00" AND WS-ALR-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE: UNABLE TO OPEN "
            FUNCTION TRIM(WS-ALR-NAME) ", STATUS=" WS-ALR-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

169-OPEN-TABLE-FILE.
    *> the table cells go with the output records they belong to -
    *> same restart handling as 165-OPEN-OUTPUT-FILE.
    IF WS-RESTART-SEQ > ZERO
        OPEN EXTEND TBL-FILE
        IF WS-TBL-STATUS = "35"
            OPEN OUTPUT TBL-FILE
        END-IF
    ELSE
        OPEN OUTPUT TBL-FILE
    END-IF
    IF WS-TBL-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE: UNABLE TO OPEN "
            FUNCTION TRIM(WS-TBL-NAME) ", STATUS=" WS-TBL-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

    IF WS-PRX-STATUS NOT = "00" AND WS-PRX-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE: UNABLE TO BUILD "
            FUNCTION TRIM(WS-PRX-NAME) ", STATUS=" WS-PRX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN INPUT PRIOR-FILE
    IF WS-AUDIT-STATUS NOT = "00" AND WS-AUDIT-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE: UNABLE TO OPEN "
            FUNCTION TRIM(WS-AUD-NAME) ", STATUS=" WS-AUDIT-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

    IF WS-STX-STATUS NOT = "00" AND WS-STX-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE: UNABLE TO BUILD "
            FUNCTION TRIM(WS-STX-NAME) ", STATUS=" WS-STX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN INPUT STA-FILE
    IF WS-STX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE: UNABLE TO REOPEN "
            FUNCTION TRIM(WS-STX-NAME) ", STATUS=" WS-STX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

    IF WS-QUAR-SKIP-COUNT > ZERO
        DISPLAY "WEB-SCRAPE: " WS-QUAR-SKIP-COUNT
            " URL(S) SKIPPED AS QUARANTINED"
    END-IF
    IF WS-HOLD-COUNT > ZERO
        DISPLAY "WEB-SCRAPE: " WS-HOLD-COUNT
            " URL(S) HELD BY HOST POLICY"
    END-IF
    IF WS-GAP-WAIT-SECS > ZERO
        DISPLAY "WEB-SCRAPE: " WS-GAP-WAIT-SECS
            " SECOND(S) WAITED ON HOST MINIMUM GAPS"
    END-IF.

200-PROCESS-URL.
            PERFORM 600-WRITE-AUDIT-RECORD
            PERFORM 650-WRITE-CHECKPOINT
        ELSE
            PERFORM 196-CHECK-HOST-POLICY
            IF WS-URL-HELD
                MOVE 'H' TO WS-SKIP-FLAG
                ADD 1 TO WS-HOLD-COUNT
                DISPLAY "WEB-SCRAPE: HELD, " WS-HOLD-REASON ": "
                    SCRP-CTL-URL(1:60)
                MOVE ZERO TO WS-PARA-COUNT
                PERFORM 600-WRITE-AUDIT-RECORD
                PERFORM 650-WRITE-CHECKPOINT
            ELSE
                PERFORM 201-FETCH-AND-PROCESS
            END-IF
        END-IF
    END-IF.

    MOVE ZERO TO WS-CURL-LEN
    MOVE 'N' TO WS-TRUNC-FLAG
    MOVE SPACES TO WS-FAIL-REASON
    MOVE SPACE TO WS-FAIL-CLASS
    INITIALIZE SCRP-HTP-DETAIL

    PERFORM 410-VALIDATE-TAG

    ELSE
        ACCEPT WS-FETCH-START FROM TIME
        CALL 'CURL' USING SCRP-CTL-URL HTML-Data
            WS-CURL-STATUS WS-CURL-LEN SCRP-HTP-DETAIL
        END-CALL
        ACCEPT WS-FETCH-END FROM TIME
        ADD 1 TO WS-FETCHED-COUNT
        PERFORM 199-NOTE-HOST-FETCH

        IF WS-CURL-LEN > LENGTH OF HTML-Data
            MOVE 'Y' TO WS-TRUNC-FLAG
            DISPLAY "WEB-SCRAPE: TRUNCATED CAPTURE FOR " SCRP-CTL-URL
        END-IF

        PERFORM 205-CLASSIFY-FETCH
        PERFORM 620-WRITE-METRICS-RECORD

        IF WS-FAIL-CLASS = SPACE
            MOVE 'Y' TO WS-FETCH-OK-FLAG
            PERFORM 630-WRITE-CAPTURE-RECORD
            PERFORM 400-EXTRACT-PARAGRAPHS
            PERFORM 450-CLEANSE-PARAGRAPHS
            PERFORM 460-SCAN-WATCHLIST
            MOVE ZERO TO WS-PARA-COUNT
            MOVE ZERO TO WS-CHECKSUM
            MOVE '?' TO WS-CHANGE-FLAG
            MOVE SCRP-HTP-HTTP-CODE TO WS-HTTP-SHOW
            IF WS-FAIL-PERMANENT
                STRING "FETCH FAILED - CURL STATUS " WS-CURL-STATUS
                    " HTTP " WS-HTTP-SHOW " - PERMANENT"
                    DELIMITED BY SIZE INTO WS-FAIL-REASON
            ELSE
                STRING "FETCH FAILED - CURL STATUS " WS-CURL-STATUS
                    " HTTP " WS-HTTP-SHOW " - TRANSIENT"
                    DELIMITED BY SIZE INTO WS-FAIL-REASON
            END-IF
            DISPLAY "WEB-SCRAPE: FETCH FAILED FOR " SCRP-CTL-URL
                " CURL STATUS=" WS-CURL-STATUS " HTTP=" WS-HTTP-SHOW
                " CLASS=" WS-FAIL-CLASS
        END-IF
    END-IF

    IF WS-FETCH-OK
        PERFORM 195-RECORD-SUCCESS
    ELSE
        ADD 1 TO WS-FAILED-COUNT
    END-IF
    PERFORM 500-WRITE-OUTPUT-RECORDS
    PERFORM 600-WRITE-AUDIT-RECORD
    PERFORM 650-WRITE-CHECKPOINT.

205-CLASSIFY-FETCH.
    *> a good fetch leaves the class blank. The HTTP status is
    *> looked at first - a fetcher that fails on HTTP errors
    *> reports a CURL status as well, and the HTTP code is the more
    *> telling of the two. A zero code is a fetcher that sent no
    *> response detail (or got no response), judged on the CURL
    *> status and the capture alone, as before.
    IF SCRP-HTP-HTTP-CODE IS NOT NUMERIC
        MOVE ZERO TO SCRP-HTP-HTTP-CODE
    END-IF
    IF SCRP-HTP-REDIRECT-CODE IS NOT NUMERIC
        MOVE ZERO TO SCRP-HTP-REDIRECT-CODE
    END-IF
    MOVE SPACE TO WS-FAIL-CLASS
    EVALUATE TRUE
        WHEN SCRP-HTP-HTTP-CODE = 408 OR SCRP-HTP-HTTP-CODE = 425
                OR SCRP-HTP-HTTP-CODE = 429
            *> timed out, too early, rate-limited - try again later.
            MOVE 'T' TO WS-FAIL-CLASS
        WHEN SCRP-HTP-HTTP-CODE >= 400 AND SCRP-HTP-HTTP-CODE <= 499
            *> not found, gone, forbidden, bad request - the page or
            *> the control record needs ops, not another fetch.
            MOVE 'P' TO WS-FAIL-CLASS
        WHEN SCRP-HTP-HTTP-CODE = 501 OR SCRP-HTP-HTTP-CODE = 505
            MOVE 'P' TO WS-FAIL-CLASS
        WHEN SCRP-HTP-HTTP-CODE >= 500
            *> server trouble at the source site.
            MOVE 'T' TO WS-FAIL-CLASS
        WHEN WS-CURL-STATUS = 1 OR WS-CURL-STATUS = 3
                OR WS-CURL-STATUS = 47 OR WS-CURL-STATUS = 51
                OR WS-CURL-STATUS = 60
            *> unsupported scheme, malformed URL, redirect loop,
            *> certificate refused - the same every time.
            MOVE 'P' TO WS-FAIL-CLASS
        WHEN WS-CURL-STATUS NOT = ZERO
            *> DNS, connect, timeout, reset and the rest.
            MOVE 'T' TO WS-FAIL-CLASS
        WHEN SCRP-HTP-HTTP-CODE NOT = ZERO
                AND (SCRP-HTP-HTTP-CODE < 200
                    OR SCRP-HTP-HTTP-CODE > 299)
            *> a redirect the fetcher could not follow, or an
            *> interim answer - nothing captured this time.
            MOVE 'T' TO WS-FAIL-CLASS
        WHEN HTML-Data = SPACES
            *> answered, but with nothing in it.
            MOVE 'T' TO WS-FAIL-CLASS
    END-EVALUATE.

190-EVALUATE-DUE.
    *> is this URL actually due this run? Measured against the last
    *> SUCCESSFUL fetch only - a URL with no success on record is
            END-REWRITE
    END-READ.

196-CHECK-HOST-POLICY.
    *> robots.txt first (a disallowed path is never fetched, cap or
    *> no cap), then the daily cap, then the minimum gap - the only
    *> check that can be satisfied by waiting.
    MOVE 'N' TO WS-HOLD-FLAG
    MOVE SPACES TO WS-HOLD-REASON
    MOVE SCRP-CTL-URL TO WS-HST-URL
    PERFORM 197-EXTRACT-HOST
    IF WS-HST-HOST = SPACES
        *> no host to hold it against - the fetch will fail on its
        *> own and the pre-run edit reports the URL.
        CONTINUE
    ELSE
        PERFORM 198-FIND-HOST-ENTRY
        PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > HPX-DISALLOW-COUNT
            IF HPX-DISALLOW(WS-RULE-IDX) NOT = SPACES
                MOVE FUNCTION LENGTH(
                    FUNCTION TRIM(HPX-DISALLOW(WS-RULE-IDX)))
                    TO WS-RULE-LEN
                IF WS-HST-PATH(1:WS-RULE-LEN)
                        = HPX-DISALLOW(WS-RULE-IDX)(1:WS-RULE-LEN)
                    MOVE 'Y' TO WS-HOLD-FLAG
                    MOVE "ROBOTS.TXT DISALLOWS" TO WS-HOLD-REASON
                    MOVE HPX-DISALLOW-COUNT TO WS-RULE-IDX
                END-IF
            END-IF
        END-PERFORM
        IF NOT WS-URL-HELD
                AND HPX-DAILY-CAP > ZERO
                AND HPX-FETCH-COUNT >= HPX-DAILY-CAP
            MOVE 'Y' TO WS-HOLD-FLAG
            MOVE "HOST DAILY CAP REACHED" TO WS-HOLD-REASON
        END-IF
        IF NOT WS-URL-HELD
                AND HPX-LAST-FLAG = 'Y'
                AND HPX-MIN-GAP > ZERO
            ACCEPT WS-TIME-WORK FROM TIME
            PERFORM 610-TIME-TO-HUNDREDTHS
            MOVE WS-TIME-HUND TO WS-NOW-HUND
            IF WS-NOW-HUND < HPX-LAST-HUND
                *> the host's last fetch was before midnight.
                ADD 8640000 TO WS-NOW-HUND
            END-IF
            COMPUTE WS-SINCE-HUND = WS-NOW-HUND - HPX-LAST-HUND
            COMPUTE WS-GAP-HUND = HPX-MIN-GAP * 100
            IF WS-SINCE-HUND < WS-GAP-HUND
                COMPUTE WS-WAIT-HUND = WS-GAP-HUND - WS-SINCE-HUND
                IF WS-WAIT-HUND > WS-HOST-MAX-WAIT * 100
                    MOVE 'Y' TO WS-HOLD-FLAG
                    MOVE "HOST GAP WAIT OVER LIMIT" TO WS-HOLD-REASON
                ELSE
                    COMPUTE WS-SLEEP-SECS = (WS-WAIT-HUND + 99) / 100
                    CALL "C$SLEEP" USING WS-SLEEP-SECS
                    END-CALL
                    ADD WS-SLEEP-SECS TO WS-GAP-WAIT-SECS
                END-IF
            END-IF
        END-IF
    END-IF.

197-EXTRACT-HOST.
    *> the host is what sits between "://" and the first '/', ':',
    *> '?' or '#', lower-cased - the same rule the host policy job
    *> and the splitter use. The path is the rest from the first
    *> '/' on, what robots.txt rules are matched against.
    MOVE SPACES TO WS-HST-HOST
    MOVE "/" TO WS-HST-PATH
    MOVE 1 TO WS-HST-START
    IF FUNCTION LOWER-CASE(WS-HST-URL(1:8)) = "https://"
        MOVE 9 TO WS-HST-START
    ELSE
        IF FUNCTION LOWER-CASE(WS-HST-URL(1:7)) = "http://"
            MOVE 8 TO WS-HST-START
        END-IF
    END-IF
    MOVE 201 TO WS-HST-END
    PERFORM VARYING WS-HST-IDX FROM WS-HST-START BY 1
            UNTIL WS-HST-IDX > 200
        IF WS-HST-URL(WS-HST-IDX:1) = "/" OR ":" OR "?" OR "#"
                OR SPACE
            MOVE WS-HST-IDX TO WS-HST-END
            MOVE 200 TO WS-HST-IDX
        END-IF
    END-PERFORM
    IF WS-HST-END > WS-HST-START
            AND WS-HST-END - WS-HST-START <= 100
        MOVE FUNCTION LOWER-CASE(
            WS-HST-URL(WS-HST-START:WS-HST-END - WS-HST-START))
            TO WS-HST-HOST
    END-IF
    *> skip a port number to reach the path.
    PERFORM VARYING WS-HST-IDX FROM WS-HST-END BY 1
            UNTIL WS-HST-IDX > 200
        IF WS-HST-URL(WS-HST-IDX:1) = "/" OR "?" OR "#" OR SPACE
            IF WS-HST-URL(WS-HST-IDX:1) = "/"
                MOVE WS-HST-URL(WS-HST-IDX:) TO WS-HST-PATH
            END-IF
            MOVE 200 TO WS-HST-IDX
        END-IF
    END-PERFORM.

198-FIND-HOST-ENTRY.
    *> reads the host's entry into the HPX record area, adding one
    *> with the installation defaults for a host the policy file
    *> does not know yet.
    MOVE WS-HST-HOST TO HPX-HOST
    READ HPX-FILE
        INVALID KEY
            INITIALIZE HPX-RECORD
            MOVE WS-HST-HOST TO HPX-HOST
            MOVE WS-HOST-DFLT-GAP TO HPX-MIN-GAP
            MOVE ZERO TO HPX-DAILY-CAP
            MOVE ZERO TO HPX-DISALLOW-COUNT
            MOVE ZERO TO HPX-FETCH-COUNT
            MOVE 'N' TO HPX-LAST-FLAG
            MOVE ZERO TO HPX-LAST-HUND
            WRITE HPX-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
    END-READ.

199-NOTE-HOST-FETCH.
    *> every CALL to the fetcher counts against the host's cap and
    *> restarts its gap from the moment the fetch ended.
    IF WS-HST-HOST NOT = SPACES
        PERFORM 198-FIND-HOST-ENTRY
        ADD 1 TO HPX-FETCH-COUNT
        MOVE WS-FETCH-END TO WS-TIME-WORK
        PERFORM 610-TIME-TO-HUNDREDTHS
        MOVE 'Y' TO HPX-LAST-FLAG
        MOVE WS-TIME-HUND TO HPX-LAST-HUND
        REWRITE HPX-RECORD
            INVALID KEY
                CONTINUE
        END-REWRITE
    END-IF.

410-VALIDATE-TAG.
    *> SCRPCTL.DAT is ops-editable (req 007) - a blank or malformed
    *> tag column must not be allowed to turn into a one-character
    *> URL's sections together.
    MOVE ZERO TO WS-PARA-COUNT
    MOVE 'N' TO WS-PARA-TRUNC-FLAG
    MOVE ZERO TO WS-TBL-SEQ
    MOVE SCRP-CTL-TAG TO WS-SEC-TAG
    MOVE SCRP-CTL-LABEL TO WS-SEC-LABEL
    MOVE SCRP-CTL-TYPE TO WS-SEC-TYPE
    PERFORM 405-EXTRACT-ONE-SECTION
    PERFORM VARYING WS-SEC-IDX FROM 1 BY 1 UNTIL WS-SEC-IDX > 4
        IF SCRP-CTL-XTAG(WS-SEC-IDX) NOT = SPACES
            MOVE SCRP-CTL-XTAG(WS-SEC-IDX) TO WS-SEC-TAG
            MOVE SCRP-CTL-XLABEL(WS-SEC-IDX) TO WS-SEC-LABEL
            MOVE SCRP-CTL-XTYPE(WS-SEC-IDX) TO WS-SEC-TYPE
            PERFORM 405-EXTRACT-ONE-SECTION
        END-IF
    END-PERFORM.
        COMPUTE WS-PARA-LEN =
            WS-PTR - WS-TAG-CLOSE-LEN - WS-PARA-START
        IF WS-PARA-LEN > ZERO
            *> the table walk needs the whole slice, before it is cut
            *> to the paragraph column below.
            IF WS-SEC-TABLE
                COMPUTE WS-TBL-END = WS-PARA-START + WS-PARA-LEN - 1
                PERFORM 442-CAPTURE-TABLE
            END-IF
            ADD 1 TO WS-PARA-COUNT
            IF WS-PARA-LEN > LENGTH OF WS-PARA-ENTRY(WS-PARA-COUNT)
                MOVE 'Y' TO WS-PARA-TRUNC-FLAG
        MOVE 'Y' TO WS-PARA-TRUNC-FLAG
    END-IF.

442-CAPTURE-TABLE.
    *> one pass over the table's slice. Only the row and cell tags
    *> matter here; a cell's text runs from the end of its opening
    *> tag to the next row or cell tag, so an omitted </td> or </tr>
    *> (legal HTML, and common) closes the cell or row the way a
    *> browser would.
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
        DISPLAY "WEB-SCRAPE: TABLE ROW OVER " WS-TBL-MAX-COLS
            " CELLS, EXTRA CELLS NOT CAPTURED: " SCRP-CTL-URL(1:60)
    END-IF.

446-WRITE-TABLE-CELL.
    INITIALIZE SCRP-TBL-RECORD
    MOVE SCRP-CTL-URL TO SCRP-TBL-URL
    MOVE WS-RUN-DATE TO SCRP-TBL-RUN-DATE
    MOVE WS-RUN-TIME TO SCRP-TBL-RUN-TIME
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
                PERFORM 455-EMIT-CHAR
                ADD 1 TO WS-CLN-IIDX
        END-EVALUATE
    END-PERFORM.

452-SKIP-INNER-TAG.
    *> drop everything through the closing '>' and let the tag act
            TO SCRP-OUT-TEXT-LEN
    END-IF
    WRITE SCRP-OUT-RECORD
    ADD 1 TO WS-URL-HDR-COUNT
    ADD 1 TO WS-OUT-REC-COUNT

    PERFORM VARYING WS-SUBIDX FROM 1 BY 1
            UNTIL WS-SUBIDX > WS-PARA-COUNT
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PARA-ENTRY(WS-SUBIDX) TRAILING))
            TO SCRP-OUT-TEXT-LEN
        WRITE SCRP-OUT-RECORD
        ADD 1 TO WS-OUT-REC-COUNT
    END-PERFORM.

610-TIME-TO-HUNDREDTHS.
    MOVE WS-CURL-LEN TO SCRP-MET-BYTES
    MOVE WS-TRUNC-FLAG TO SCRP-MET-TRUNC-FLAG
    MOVE 'M' TO SCRP-MET-SOURCE
    MOVE SCRP-HTP-HTTP-CODE TO SCRP-MET-HTTP-CODE
    MOVE SCRP-HTP-REDIRECT-CODE TO SCRP-MET-REDIRECT-CODE
    MOVE SCRP-HTP-FINAL-URL TO SCRP-MET-FINAL-URL
    MOVE SCRP-HTP-CONTENT-TYPE TO SCRP-MET-CONTENT-TYPE
    MOVE SCRP-HTP-LAST-MODIFIED TO SCRP-MET-LAST-MODIFIED
    MOVE WS-FAIL-CLASS TO SCRP-MET-FAIL-CLASS
    WRITE SCRP-MET-RECORD.

630-WRITE-CAPTURE-RECORD.
    *> the page as fetched, before any extraction touches it.
    INITIALIZE SCRP-CAP-RECORD
    MOVE SCRP-CTL-URL TO SCRP-CAP-URL
    MOVE WS-RUN-DATE TO SCRP-CAP-RUN-DATE
    MOVE WS-FETCH-START TO SCRP-CAP-RUN-TIME
    MOVE 'M' TO SCRP-CAP-SOURCE
    MOVE WS-CURL-LEN TO SCRP-CAP-LEN
    MOVE WS-TRUNC-FLAG TO SCRP-CAP-TRUNC-FLAG
    MOVE SCRP-HTP-HTTP-CODE TO SCRP-CAP-HTTP-CODE
    MOVE HTML-Data TO SCRP-CAP-DATA
    WRITE SCRP-CAP-RECORD.

600-WRITE-AUDIT-RECORD.
    *> One audit record per URL processed (feature request 008), kept
    *> separate from SCRPOUT.DAT so compliance review does not depend
            *> failure streak - its own disposition so the trail
            *> tells it apart from a page merely not due yet.
            MOVE 'Q' TO SCRP-AUD-STATUS
        WHEN WS-SKIP-FLAG = 'H'
            *> held by host policy: due, but robots.txt, the host's
            *> daily cap or its minimum gap stopped the fetch.
            MOVE 'H' TO SCRP-AUD-STATUS
        WHEN WS-SKIP-FLAG = 'Y'
            *> skipped-not-due: accounted for on the audit trail
            *> even though no fetch happened and no output record
            MOVE 'K' TO SCRP-AUD-STATUS
        WHEN WS-FETCH-OK
            MOVE 'S' TO SCRP-AUD-STATUS
            MOVE WS-URL-HIT-COUNT TO SCRP-AUD-HIT-COUNT
        WHEN OTHER
            MOVE 'F' TO SCRP-AUD-STATUS
    END-EVALUATE
    WRITE SCRP-AUD-RECORD.

950-POST-RUN-STATUS.
    *> one record on the shared run-status ledger, clean finish or
    *> error exit alike, for the morning operations board. The
    *> ledger is a by-product of the run, not part of it - a ledger
    *> that will not open is reported and the step's own outcome
    *> and return code stand.
    OPEN EXTEND RSL-FILE
    IF WS-RSL-STATUS NOT = "00" AND WS-RSL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE: UNABLE TO OPEN SCRPRSL.DAT, STATUS="
            WS-RSL-STATUS " - RUN STATUS NOT POSTED"
    ELSE
        INITIALIZE SCRP-RSL-RECORD
        MOVE WS-RSL-RUN-DATE TO SCRP-RSL-RUN-DATE
        MOVE "WEB-SCRAPE" TO SCRP-RSL-STEP
        MOVE WS-RSL-START-TIME TO SCRP-RSL-START-TIME
        ACCEPT SCRP-RSL-END-TIME FROM TIME
        MOVE RETURN-CODE TO SCRP-RSL-RETURN-CODE
        MOVE WS-STREAM-ID TO SCRP-RSL-STREAM
        MOVE WS-FETCHED-COUNT TO SCRP-RSL-FETCHED
        MOVE WS-FAILED-COUNT TO SCRP-RSL-FAILED
        MOVE WS-SKIPPED-COUNT TO SCRP-RSL-SKIP-K
        MOVE WS-QUAR-SKIP-COUNT TO SCRP-RSL-SKIP-Q
        MOVE WS-HOLD-COUNT TO SCRP-RSL-SKIP-H
        MOVE WS-OUT-REC-COUNT TO SCRP-RSL-WRITTEN
        MOVE WS-URL-HDR-COUNT TO SCRP-RSL-HEADERS
        MOVE WS-RUN-DATE TO SCRP-RSL-CHECK-DATE
        IF WS-RESTART-SEQ > ZERO
            MOVE 'Y' TO SCRP-RSL-RESTART-FLAG
        ELSE
            MOVE 'N' TO SCRP-RSL-RESTART-FLAG
        END-IF
        WRITE SCRP-RSL-RECORD
        CLOSE RSL-FILE
    END-IF.
