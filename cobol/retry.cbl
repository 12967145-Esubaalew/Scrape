*> only copied back over SCRPOUT.DAT once the whole input has been
*> worked through cleanly, so an abend mid-retry leaves the main
*> run's output intact.
*>
*> Only transient failures are re-fetched. The day's metrics
*> records carry each fetch's failure class; a URL whose latest
*> fetch today failed permanently (404, 410, most other 4xx, a
*> malformed URL) would only fail the same way again, so it keeps
*> its failure without another CALL. A URL with no class on file
*> (a fetcher that sends no response detail) is retried as before.
*>
*> A retry fetch is still a fetch as far as the source site is
*> concerned: the same host politeness checks Web-Scrape applies
*> (robots.txt rules, daily cap, minimum gap - SCRPHPL.DAT) are
*> applied here, counting the main run's fetches for the day. A
*> failed URL the policy holds back keeps its failure for the day;
*> no fetch happened, so no 'R' audit record is written for it.
*>
*> A recovered page is kept in the run date's raw capture store
*> (SCRPCAP<yyyymmdd>.DAT) alongside the main run's pages, so the
*> day can be re-extracted later in full.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPR-STATUS.

*> a recovered page's table cells are staged the same way and only
*> appended to the day's SCRPTBL.DAT after the copy-back, so a rerun
*> after an abend cannot append them twice.
    SELECT OPTIONAL TBL-FILE
        ASSIGN TO "SCRPTBL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TBL-STATUS.

    SELECT RTB-FILE
        ASSIGN TO "SCRPRTB.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RTB-STATUS.

    SELECT OPTIONAL AUDIT-FILE
        ASSIGN TO "SCRPAUD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MET-STATUS.

*> a recovered page goes into the raw capture store of the run date
*> it was recovered for, the same fixed-length store Web-Scrape
*> writes (see SCRPCAP).
    SELECT OPTIONAL CAP-FILE
        ASSIGN TO DYNAMIC WS-CAP-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CAP-STATUS.

*> scratch keyed work files, the same pattern as Web-Scrape's: the
*> control file has outgrown fixed OCCURS lookup tables, so each
*> sequential master is spilled once into a keyed file and every
        RECORD KEY IS RSX-URL
        FILE STATUS IS WS-RSX-STATUS.

    SELECT OPTIONAL HPL-FILE
        ASSIGN TO "SCRPHPL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HPL-STATUS.

    SELECT RHX-FILE
        ASSIGN TO "SCRPRHX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HPX-HOST
        FILE STATUS IS WS-HPX-STATUS.

*> the latest failure class of each URL fetched today, keyed by
*> URL, from the day's metrics records.
    SELECT RFX-FILE
        ASSIGN TO "SCRPRFX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RFX-URL
        FILE STATUS IS WS-RFX-STATUS.

    SELECT OPTIONAL RSL-FILE
        ASSIGN TO "SCRPRSL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CTL-FILE.
*> every field-level reference goes through SCRP-OUT-RECORD.
01  RPR-OUT-RECORD              PIC X(753).

FD  TBL-FILE.
    COPY SCRPTBL.

FD  RTB-FILE.
01  RTB-TBL-RECORD              PIC X(516).

FD  AUDIT-FILE.
    COPY SCRPAUD.

FD  MET-FILE.
    COPY SCRPMET.

FD  CAP-FILE.
    COPY SCRPCAP.

FD  RCX-FILE.
*> the control file keyed by URL - the failed header only carries
*> the URL, so the tag to extract and the control-file sequence
        10  RCX-EXTRA OCCURS 4 TIMES.
            15  RCX-XTAG        PIC X(20).
            15  RCX-XLABEL      PIC X(10).
    05  RCX-TYPE                PIC X(1).
    05  RCX-EXTRA-TYPES.
        10  RCX-XTYPE           PIC X(1) OCCURS 4 TIMES.

FD  RPX-FILE.
*> prior-run header checksums keyed by URL, for change detection.
    05  RSX-LAST-SUCCESS        PIC X(8).
    05  RSX-CHECKSUM            PIC X(9).

FD  HPL-FILE.
    COPY SCRPHPL.

FD  RHX-FILE.
*> host politeness rules keyed by host, with the run date's fetch
*> count and last fetch end time - the same work record
*> Web-Scrape keeps, seeded from the day's metrics.
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

FD  RFX-FILE.
01  RFX-RECORD.
    05  RFX-URL                 PIC X(200).
    05  RFX-FAIL-CLASS          PIC X(1).
    05  RFX-HTTP-CODE           PIC 9(3).

FD  RSL-FILE.
    COPY SCRPRSL.

WORKING-STORAGE SECTION.
01  WS-CTL-FILE-STATUS          PIC XX.
01  WS-OUT-FILE-STATUS          PIC XX.
01  WS-TAG-VALID-FLAG           PIC X(1).
    88  WS-TAG-VALID            VALUE 'Y'.

*> ---- HTTP response detail and failure class ----------------------
*> the same response detail and classification as Web-Scrape's.
    COPY SCRPHTP.
01  WS-FAIL-CLASS               PIC X(1).
    88  WS-FAIL-TRANSIENT       VALUE 'T'.
    88  WS-FAIL-PERMANENT       VALUE 'P'.
01  WS-HTTP-SHOW                PIC 9(3).
01  WS-RFX-STATUS               PIC XX.
01  WS-PERM-FAIL-FLAG           PIC X(1).
    88  WS-PERM-FAIL            VALUE 'Y'.

*> ---- per-fetch metrics ------------------------------------------
*> same wall-clock timing either side of the CALL as Web-Scrape -
*> a retry fetch spends window time too, and the metrics report
01  WS-END-HUND                 PIC 9(8).
01  WS-ELAPSED-HUND             PIC 9(8).

*> ---- raw page capture store ----------------------------------------
*> opened on the first recovery, for the failed header's run date
*> - the output file is one day's, so normally that is the only
*> store this pass touches.
01  WS-CAP-STATUS               PIC XX.
01  WS-CAP-NAME                 PIC X(24).
01  WS-CAP-OPEN-DATE            PIC X(8) VALUE SPACES.
01  WS-CAPTURE-COUNT            PIC 9(4) VALUE ZERO.

*> ---- the URL being retried -------------------------------------
*> carried in working storage rather than read again from the
*> control file record area, because the control file is spilled
    05  WS-RTY-EXTRA OCCURS 4 TIMES.
        10  WS-RTY-XTAG         PIC X(20).
        10  WS-RTY-XLABEL       PIC X(10).
01  WS-RTY-TYPE                 PIC X(1).
01  WS-RTY-EXTRA-TYPES.
    05  WS-RTY-XTYPE            PIC X(1) OCCURS 4 TIMES.
01  WS-RTY-RUN-DATE             PIC X(8).
01  WS-RTY-FOUND-FLAG           PIC X(1).
    88  WS-RTY-FOUND            VALUE 'Y'.

*> ---- retry counters for the end-of-job summary ------------------
01  WS-RETRIED-COUNT            PIC 9(4) VALUE ZERO.
01  WS-FETCH-CALL-COUNT         PIC 9(4) VALUE ZERO.
01  WS-RECOVERED-COUNT          PIC 9(4) VALUE ZERO.
01  WS-STILL-FAILED-COUNT       PIC 9(4) VALUE ZERO.
01  WS-PASSED-COUNT             PIC 9(4) VALUE ZERO.
01  WS-HOLD-COUNT               PIC 9(4) VALUE ZERO.
01  WS-PERM-SKIP-COUNT          PIC 9(4) VALUE ZERO.

*> ---- host politeness ----------------------------------------------
*> same checks, defaults and knobs (SCRP_HOST_MIN_GAP,
*> SCRP_HOST_MAX_WAIT) as Web-Scrape's.
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
01  WS-NOW-HUND                 PIC 9(8).
01  WS-SINCE-HUND               PIC 9(8).
01  WS-GAP-HUND                 PIC 9(8).
01  WS-WAIT-HUND                PIC 9(8).
01  WS-SLEEP-SECS               PIC 9(4).
01  WS-GAP-WAIT-SECS            PIC 9(6) VALUE ZERO.

*> ---- control file spilled to the keyed RCX work file -------------
01  WS-RCX-STATUS               PIC XX.
01  WS-CLOSE-FOUND-FLAG          PIC X(1).
    88  WS-CLOSE-FOUND           VALUE 'Y'.

*> ---- table sections -----------------------------------------------
*> same table walk as Web-Scrape's - see the note there.
01  WS-TBL-STATUS               PIC XX.
01  WS-RTB-STATUS               PIC XX.
01  WS-EOF-RTB-FLAG             PIC X(1) VALUE 'N'.
    88  WS-RTB-EOF              VALUE 'Y'.
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

*> ---- day-over-day change detection ------------------------------
*> the fresh success record needs the same prior-run comparison the
*> main run would have given it, so the prior headers are spilled
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
    ACCEPT WS-RUN-TIME FROM TIME
    ACCEPT WS-RTY-TODAY FROM DATE YYYYMMDD
    ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
    PERFORM 172-LOAD-FETCH-STATE
    PERFORM 175-LOAD-WATCHLIST
    PERFORM 178-OPEN-ALERT-FILE
    PERFORM 173-BUILD-FAILURE-CLASSES
    PERFORM 176-LOAD-HOST-POLICY
    PERFORM 179-OPEN-METRICS-FILE
    PERFORM 180-OPEN-AUDIT-FILE

    IF WS-OUT-FILE-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-RETRY: UNABLE TO OPEN SCRPOUT.DAT, STATUS="
            WS-OUT-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT RPR-FILE
    IF WS-RPR-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-RETRY: UNABLE TO OPEN SCRPRPR.DAT, STATUS="
            WS-RPR-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT RTB-FILE
    IF WS-RTB-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-RETRY: UNABLE TO OPEN SCRPRTB.DAT, STATUS="
            WS-RTB-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF


    CLOSE OUT-FILE
    CLOSE RPR-FILE
    CLOSE RTB-FILE
    CLOSE ALR-FILE
    CLOSE MET-FILE
    IF WS-CAP-OPEN-DATE NOT = SPACES
        CLOSE CAP-FILE
    END-IF
    CLOSE AUDIT-FILE
    CLOSE RCX-FILE
    CLOSE RPX-FILE
    CLOSE RHX-FILE
    CLOSE RFX-FILE

    PERFORM 700-COPY-BACK
    PERFORM 705-APPEND-TABLE-CELLS
    PERFORM 710-WRITE-FETCH-STATE

    DISPLAY " "
    DISPLAY "===== WEB-SCRAPE RETRY SUMMARY ====="
    DISPLAY "FAILED HEADERS RETRIED ... " WS-RETRIED-COUNT
    DISPLAY "HANDED TO THE FETCHER .... " WS-FETCH-CALL-COUNT
    DISPLAY "RECOVERED ................ " WS-RECOVERED-COUNT
    DISPLAY "STILL FAILING ............ " WS-STILL-FAILED-COUNT
    DISPLAY "HELD BY HOST POLICY ...... " WS-HOLD-COUNT
    DISPLAY "PERMANENT - NOT RETRIED .. " WS-PERM-SKIP-COUNT
    DISPLAY "SECONDS WAITED ON GAPS ... " WS-GAP-WAIT-SECS
    DISPLAY "RECORDS PASSED THROUGH ... " WS-PASSED-COUNT
    DISPLAY "TABLE CELLS CAPTURED ..... " WS-TBL-CELL-COUNT
    DISPLAY "RAW PAGES STORED ......... " WS-CAPTURE-COUNT
    PERFORM 950-POST-RUN-STATUS
    STOP RUN.

150-LOAD-CONTROL-TABLE.
    IF WS-RCX-STATUS NOT = "00" AND WS-RCX-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-RETRY: UNABLE TO BUILD SCRPRCX.DAT,"
            " STATUS=" WS-RCX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN INPUT CTL-FILE
    IF WS-CTL-FILE-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-RETRY: UNABLE TO OPEN SCRPCTL.DAT, STATUS="
            WS-CTL-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-CTL-FILE-STATUS NOT = "00"
                MOVE SCRP-CTL-LABEL TO RCX-LABEL
                MOVE SCRP-CTL-EXTRA-SECTIONS
                    TO RCX-EXTRA-SECTIONS
                MOVE SCRP-CTL-TYPE TO RCX-TYPE
                MOVE SCRP-CTL-EXTRA-TYPES TO RCX-EXTRA-TYPES
                WRITE RCX-RECORD
                    INVALID KEY
                        *> a duplicate control record - the pre-run
    IF WS-RPX-STATUS NOT = "00" AND WS-RPX-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-RETRY: UNABLE TO BUILD SCRPRPX.DAT,"
            " STATUS=" WS-RPX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN INPUT PRIOR-FILE
    IF WS-RSX-STATUS NOT = "00" AND WS-RSX-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-RETRY: UNABLE TO BUILD SCRPRSX.DAT,"
            " STATUS=" WS-RSX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN INPUT STA-FILE
    IF WS-RSX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-RETRY: UNABLE TO REOPEN SCRPRSX.DAT,"
            " STATUS=" WS-RSX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

    END-IF
    CLOSE RSX-FILE.

173-BUILD-FAILURE-CLASSES.
    *> filled by 177-SEED-HOST-FETCHES on its pass over the day's
    *> metrics - OPEN OUTPUT truncates any leftover scratch file,
    *> then I-O for the inserts.
    OPEN OUTPUT RFX-FILE
    IF WS-RFX-STATUS NOT = "00" AND WS-RFX-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-RETRY: UNABLE TO BUILD SCRPRFX.DAT,"
            " STATUS=" WS-RFX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    CLOSE RFX-FILE
    OPEN I-O RFX-FILE
    IF WS-RFX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-RETRY: UNABLE TO REOPEN SCRPRFX.DAT,"
            " STATUS=" WS-RFX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

174-NOTE-FAILURE-CLASS.
    *> the metrics file is in fetch order, so the latest of a URL's
    *> fetches today lands last and its class stands.
    MOVE SCRP-MET-URL TO RFX-URL
    MOVE SCRP-MET-FAIL-CLASS TO RFX-FAIL-CLASS
    IF SCRP-MET-HTTP-CODE IS NUMERIC
        MOVE SCRP-MET-HTTP-CODE TO RFX-HTTP-CODE
    ELSE
        MOVE ZERO TO RFX-HTTP-CODE
    END-IF
    WRITE RFX-RECORD
        INVALID KEY
            REWRITE RFX-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
    END-WRITE.

175-LOAD-WATCHLIST.
    *> same optional load, cap and unconditional CLOSE as the
    *> watchlist load in Web-Scrape.
    END-IF
    CLOSE WTC-FILE.

176-LOAD-HOST-POLICY.
    *> spill the host policy file into the keyed RHX work file and
    *> count the day's fetches already on the metrics file against
    *> it - before the metrics file is opened for EXTEND below.
    MOVE SPACES TO WS-HOST-PARM-ENV
    ACCEPT WS-HOST-PARM-ENV FROM ENVIRONMENT "SCRP_HOST_MIN_GAP"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    IF WS-HOST-PARM-ENV NOT = SPACES
        IF FUNCTION TRIM(WS-HOST-PARM-ENV) IS NUMERIC
            MOVE FUNCTION NUMVAL(WS-HOST-PARM-ENV) TO WS-HOST-DFLT-GAP
        ELSE
            DISPLAY "WEB-SCRAPE-RETRY: SCRP_HOST_MIN_GAP NOT NUMERIC"
                " - USING DEFAULT " WS-HOST-DFLT-GAP
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
            DISPLAY "WEB-SCRAPE-RETRY: SCRP_HOST_MAX_WAIT NOT NUMERIC"
                " - USING DEFAULT " WS-HOST-MAX-WAIT
        END-IF
    END-IF
    OPEN OUTPUT RHX-FILE
    IF WS-HPX-STATUS NOT = "00" AND WS-HPX-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-RETRY: UNABLE TO BUILD SCRPRHX.DAT,"
            " STATUS=" WS-HPX-STATUS
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
    CLOSE RHX-FILE
    OPEN I-O RHX-FILE
    IF WS-HPX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-RETRY: UNABLE TO REOPEN SCRPRHX.DAT,"
            " STATUS=" WS-HPX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM 177-SEED-HOST-FETCHES.

177-SEED-HOST-FETCHES.
    *> today's fetches on the metrics file - the main run's, and an
    *> earlier retry pass's - count against each host's cap, and
    *> the latest of them starts the host's gap.
    OPEN INPUT MET-FILE
    IF WS-MET-STATUS = "00"
        MOVE 'N' TO WS-EOF-MET-FLAG
        PERFORM UNTIL WS-MET-EOF
            READ MET-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-MET-FLAG
                NOT AT END
                    IF SCRP-MET-RUN-DATE = WS-RTY-TODAY
                        PERFORM 174-NOTE-FAILURE-CLASS
                        MOVE SCRP-MET-URL TO WS-HST-URL
                        PERFORM 325-EXTRACT-HOST
                        IF WS-HST-HOST NOT = SPACES
                            PERFORM 330-FIND-HOST-ENTRY
                            ADD 1 TO HPX-FETCH-COUNT
                            MOVE SCRP-MET-RUN-TIME TO WS-TIME-WORK
                            PERFORM 610-TIME-TO-HUNDREDTHS
                            COMPUTE WS-NOW-HUND =
                                WS-TIME-HUND + SCRP-MET-ELAPSED-HH
                            IF HPX-LAST-FLAG NOT = 'Y'
                                    OR WS-NOW-HUND > HPX-LAST-HUND
                                MOVE 'Y' TO HPX-LAST-FLAG
                                MOVE WS-NOW-HUND TO HPX-LAST-HUND
                            END-IF
                            REWRITE HPX-RECORD
                                INVALID KEY
                                    CONTINUE
                            END-REWRITE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE MET-FILE.

178-OPEN-ALERT-FILE.
    *> EXTEND, not OUTPUT - the main run already wrote the day's
    *> alerts and a recovered page's hits belong with them. Status
    IF WS-ALR-STATUS NOT = "00" AND WS-ALR-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-RETRY: UNABLE TO OPEN SCRPALR.DAT, STATUS="
            WS-ALR-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

    IF WS-MET-STATUS NOT = "00" AND WS-MET-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-RETRY: UNABLE TO OPEN SCRPMET.DAT, STATUS="
            WS-MET-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

    IF WS-AUDIT-STATUS NOT = "00" AND WS-AUDIT-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-RETRY: UNABLE TO OPEN SCRPAUD.DAT, STATUS="
            WS-AUDIT-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

        MOVE ZERO TO WS-CURL-STATUS
        MOVE ZERO TO WS-CURL-LEN
        MOVE 'N' TO WS-TRUNC-FLAG
        MOVE SPACE TO WS-FAIL-CLASS
        INITIALIZE SCRP-HTP-DETAIL
        MOVE 'N' TO WS-PERM-FAIL-FLAG
        MOVE 'N' TO WS-HOLD-FLAG

        PERFORM 410-VALIDATE-TAG
        IF NOT WS-TAG-VALID
            ADD 1 TO WS-STILL-FAILED-COUNT
            WRITE RPR-OUT-RECORD FROM SCRP-OUT-RECORD
        ELSE
            PERFORM 315-CHECK-FAILURE-CLASS
            IF WS-PERM-FAIL
                *> no CALL, so no metrics or 'R' audit record - the
                *> main run's failure stands as it was recorded.
                ADD 1 TO WS-PERM-SKIP-COUNT
                DISPLAY "WEB-SCRAPE-RETRY: PERMANENT FAILURE (HTTP "
                    WS-HTTP-SHOW ") " WS-RTY-URL(1:60)
                    " - NOT RETRIED"
                WRITE RPR-OUT-RECORD FROM SCRP-OUT-RECORD
            ELSE
                PERFORM 320-CHECK-HOST-POLICY
            END-IF
        END-IF
        IF WS-TAG-VALID AND WS-URL-HELD
            *> counted apart from the still-failing - the page was
            *> not tried again, so it has not failed again.
            ADD 1 TO WS-HOLD-COUNT
            DISPLAY "WEB-SCRAPE-RETRY: HELD, " WS-HOLD-REASON ": "
                WS-RTY-URL(1:60) " - FAILURE KEPT"
            WRITE RPR-OUT-RECORD FROM SCRP-OUT-RECORD
        END-IF
        IF WS-TAG-VALID AND NOT WS-PERM-FAIL AND NOT WS-URL-HELD
            ADD 1 TO WS-FETCH-CALL-COUNT
            ACCEPT WS-FETCH-START FROM TIME
            CALL 'CURL' USING WS-RTY-URL HTML-Data
                WS-CURL-STATUS WS-CURL-LEN SCRP-HTP-DETAIL
            END-CALL
            ACCEPT WS-FETCH-END FROM TIME
            PERFORM 340-NOTE-HOST-FETCH

            IF WS-CURL-LEN > LENGTH OF HTML-Data
                MOVE 'Y' TO WS-TRUNC-FLAG
                    WS-RTY-URL(1:60)
            END-IF

            PERFORM 350-CLASSIFY-FETCH
            PERFORM 620-WRITE-METRICS-RECORD

            IF WS-FAIL-CLASS = SPACE
                ADD 1 TO WS-RECOVERED-COUNT
                PERFORM 630-WRITE-CAPTURE-RECORD
                PERFORM 400-EXTRACT-PARAGRAPHS
                PERFORM 450-CLEANSE-PARAGRAPHS
                PERFORM 460-SCAN-WATCHLIST
            ELSE
                ADD 1 TO WS-STILL-FAILED-COUNT
                MOVE ZERO TO WS-PARA-COUNT
                MOVE SCRP-HTP-HTTP-CODE TO WS-HTTP-SHOW
                DISPLAY "WEB-SCRAPE-RETRY: STILL FAILING "
                    WS-RTY-URL(1:60) " CURL STATUS=" WS-CURL-STATUS
                    " HTTP=" WS-HTTP-SHOW " CLASS=" WS-FAIL-CLASS
                WRITE RPR-OUT-RECORD FROM SCRP-OUT-RECORD
                PERFORM 600-WRITE-AUDIT-RECORD
            END-IF
            MOVE RCX-SEQ TO WS-RTY-SEQ
            MOVE RCX-LABEL TO WS-RTY-LABEL
            MOVE RCX-EXTRA-SECTIONS TO WS-RTY-EXTRA-SECTIONS
            MOVE RCX-TYPE TO WS-RTY-TYPE
            MOVE RCX-EXTRA-TYPES TO WS-RTY-EXTRA-TYPES
    END-READ.

315-CHECK-FAILURE-CLASS.
    MOVE ZERO TO WS-HTTP-SHOW
    MOVE WS-RTY-URL TO RFX-URL
    READ RFX-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF RFX-FAIL-CLASS = 'P'
                MOVE 'Y' TO WS-PERM-FAIL-FLAG
                MOVE RFX-HTTP-CODE TO WS-HTTP-SHOW
            END-IF
    END-READ.

320-CHECK-HOST-POLICY.
    *> robots.txt, then the daily cap, then the minimum gap - the
    *> same order and the same rules as Web-Scrape's check.
    MOVE 'N' TO WS-HOLD-FLAG
    MOVE SPACES TO WS-HOLD-REASON
    MOVE WS-RTY-URL TO WS-HST-URL
    PERFORM 325-EXTRACT-HOST
    IF WS-HST-HOST = SPACES
        CONTINUE
    ELSE
        PERFORM 330-FIND-HOST-ENTRY
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

325-EXTRACT-HOST.
    *> host and path split the same way Web-Scrape splits them.
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
    PERFORM VARYING WS-HST-IDX FROM WS-HST-END BY 1
            UNTIL WS-HST-IDX > 200
        IF WS-HST-URL(WS-HST-IDX:1) = "/" OR "?" OR "#" OR SPACE
            IF WS-HST-URL(WS-HST-IDX:1) = "/"
                MOVE WS-HST-URL(WS-HST-IDX:) TO WS-HST-PATH
            END-IF
            MOVE 200 TO WS-HST-IDX
        END-IF
    END-PERFORM.

330-FIND-HOST-ENTRY.
    MOVE WS-HST-HOST TO HPX-HOST
    READ RHX-FILE
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

340-NOTE-HOST-FETCH.
    IF WS-HST-HOST NOT = SPACES
        PERFORM 330-FIND-HOST-ENTRY
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

350-CLASSIFY-FETCH.
    *> Web-Scrape's 205-CLASSIFY-FETCH rules: a good fetch leaves
    *> the class blank, 'T' is worth another try, 'P' is not.
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
            MOVE 'T' TO WS-FAIL-CLASS
        WHEN SCRP-HTP-HTTP-CODE >= 400 AND SCRP-HTP-HTTP-CODE <= 499
            MOVE 'P' TO WS-FAIL-CLASS
        WHEN SCRP-HTP-HTTP-CODE = 501 OR SCRP-HTP-HTTP-CODE = 505
            MOVE 'P' TO WS-FAIL-CLASS
        WHEN SCRP-HTP-HTTP-CODE >= 500
            MOVE 'T' TO WS-FAIL-CLASS
        WHEN WS-CURL-STATUS = 1 OR WS-CURL-STATUS = 3
                OR WS-CURL-STATUS = 47 OR WS-CURL-STATUS = 51
                OR WS-CURL-STATUS = 60
            MOVE 'P' TO WS-FAIL-CLASS
        WHEN WS-CURL-STATUS NOT = ZERO
            MOVE 'T' TO WS-FAIL-CLASS
        WHEN SCRP-HTP-HTTP-CODE NOT = ZERO
                AND (SCRP-HTP-HTTP-CODE < 200
                    OR SCRP-HTP-HTTP-CODE > 299)
            MOVE 'T' TO WS-FAIL-CLASS
        WHEN HTML-Data = SPACES
            MOVE 'T' TO WS-FAIL-CLASS
    END-EVALUATE.

410-VALIDATE-TAG.
    *> same per-section shape checks as Web-Scrape's
    *> 410-VALIDATE-TAG, applied to the tag columns pulled from the
    *> out looking exactly as the main run would have left it.
    MOVE ZERO TO WS-PARA-COUNT
    MOVE 'N' TO WS-PARA-TRUNC-FLAG
    MOVE ZERO TO WS-TBL-SEQ
    MOVE WS-RTY-TAG TO WS-SEC-TAG
    MOVE WS-RTY-LABEL TO WS-SEC-LABEL
    MOVE WS-RTY-TYPE TO WS-SEC-TYPE
    PERFORM 405-EXTRACT-ONE-SECTION
    PERFORM VARYING WS-SEC-IDX FROM 1 BY 1 UNTIL WS-SEC-IDX > 4
        IF WS-RTY-XTAG(WS-SEC-IDX) NOT = SPACES
            MOVE WS-RTY-XTAG(WS-SEC-IDX) TO WS-SEC-TAG
            MOVE WS-RTY-XLABEL(WS-SEC-IDX) TO WS-SEC-LABEL
            MOVE WS-RTY-XTYPE(WS-SEC-IDX) TO WS-SEC-TYPE
            PERFORM 405-EXTRACT-ONE-SECTION
        END-IF
    END-PERFORM.
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
        MOVE 'Y' TO WS-PARA-TRUNC-FLAG
    END-IF.

442-CAPTURE-TABLE.
    *> the table walk of Web-Scrape's 442-447 paragraphs, cell for
    *> cell - a recovered page's table must come out as the main run
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
        DISPLAY "WEB-SCRAPE-RETRY: TABLE ROW OVER " WS-TBL-MAX-COLS
            " CELLS, EXTRA CELLS NOT CAPTURED: " WS-RTY-URL(1:60)
    END-IF.

446-WRITE-TABLE-CELL.
    INITIALIZE SCRP-TBL-RECORD
    MOVE WS-RTY-URL TO SCRP-TBL-URL
    MOVE WS-RTY-RUN-DATE TO SCRP-TBL-RUN-DATE
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
    WRITE RTB-TBL-RECORD FROM SCRP-TBL-RECORD
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
    MOVE WS-RTY-URL TO SCRP-AUD-URL
    MOVE WS-PARA-COUNT TO SCRP-AUD-PARA-COUNT
    MOVE 'R' TO SCRP-AUD-STATUS
    IF WS-FAIL-CLASS = SPACE
        MOVE WS-URL-HIT-COUNT TO SCRP-AUD-HIT-COUNT
    END-IF
    WRITE SCRP-AUD-RECORD.

610-TIME-TO-HUNDREDTHS.
            + WS-TP-MM * 6000 + WS-TP-SS * 100 + WS-TP-CC
    END-IF.

630-WRITE-CAPTURE-RECORD.
    *> the recovered page as fetched, before any extraction touches
    *> it. EXTEND, same as Web-Scrape's own capture write - the
    *> store already holds the main run's pages for the day.
    IF WS-RTY-RUN-DATE NOT = WS-CAP-OPEN-DATE
        IF WS-CAP-OPEN-DATE NOT = SPACES
            CLOSE CAP-FILE
        END-IF
        MOVE SPACES TO WS-CAP-NAME
        STRING "SCRPCAP" WS-RTY-RUN-DATE ".DAT"
            DELIMITED BY SIZE INTO WS-CAP-NAME
        OPEN EXTEND CAP-FILE
        IF WS-CAP-STATUS NOT = "00" AND WS-CAP-STATUS NOT = "05"
            DISPLAY "WEB-SCRAPE-RETRY: UNABLE TO OPEN "
                FUNCTION TRIM(WS-CAP-NAME) ", STATUS=" WS-CAP-STATUS
            MOVE 8 TO RETURN-CODE
            PERFORM 950-POST-RUN-STATUS
            STOP RUN
        END-IF
        MOVE WS-RTY-RUN-DATE TO WS-CAP-OPEN-DATE
    END-IF
    INITIALIZE SCRP-CAP-RECORD
    MOVE WS-RTY-URL TO SCRP-CAP-URL
    MOVE WS-RTY-RUN-DATE TO SCRP-CAP-RUN-DATE
    MOVE WS-FETCH-START TO SCRP-CAP-RUN-TIME
    MOVE 'R' TO SCRP-CAP-SOURCE
    MOVE WS-CURL-LEN TO SCRP-CAP-LEN
    MOVE WS-TRUNC-FLAG TO SCRP-CAP-TRUNC-FLAG
    MOVE SCRP-HTP-HTTP-CODE TO SCRP-CAP-HTTP-CODE
    MOVE HTML-Data TO SCRP-CAP-DATA
    WRITE SCRP-CAP-RECORD
    ADD 1 TO WS-CAPTURE-COUNT.

620-WRITE-METRICS-RECORD.
    *> one metrics record per retry fetch, success or not, written
    *> the same way Web-Scrape writes its own - source 'R' so the
    MOVE WS-CURL-LEN TO SCRP-MET-BYTES
    MOVE WS-TRUNC-FLAG TO SCRP-MET-TRUNC-FLAG
    MOVE 'R' TO SCRP-MET-SOURCE
    MOVE SCRP-HTP-HTTP-CODE TO SCRP-MET-HTTP-CODE
    MOVE SCRP-HTP-REDIRECT-CODE TO SCRP-MET-REDIRECT-CODE
    MOVE SCRP-HTP-FINAL-URL TO SCRP-MET-FINAL-URL
    MOVE SCRP-HTP-CONTENT-TYPE TO SCRP-MET-CONTENT-TYPE
    MOVE SCRP-HTP-LAST-MODIFIED TO SCRP-MET-LAST-MODIFIED
    MOVE WS-FAIL-CLASS TO SCRP-MET-FAIL-CLASS
    WRITE SCRP-MET-RECORD.

700-COPY-BACK.
    IF WS-RPR-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-RETRY: UNABLE TO REOPEN SCRPRPR.DAT, STATUS="
            WS-RPR-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT OUT-FILE
    IF WS-OUT-FILE-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-RETRY: UNABLE TO REWRITE SCRPOUT.DAT, STATUS="
            WS-OUT-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-RPR-EOF
    END-PERFORM
    CLOSE RPR-FILE
    CLOSE OUT-FILE.

705-APPEND-TABLE-CELLS.
    *> the recovered pages' cells join the main run's - only failed
    *> pages were retried, so none of them has cells on file yet.
    IF WS-TBL-CELL-COUNT > ZERO
        OPEN EXTEND TBL-FILE
        IF WS-TBL-STATUS NOT = "00" AND WS-TBL-STATUS NOT = "05"
            DISPLAY "WEB-SCRAPE-RETRY: UNABLE TO OPEN SCRPTBL.DAT,"
                " STATUS=" WS-TBL-STATUS " - RECOVERED TABLE CELLS"
                " LEFT IN SCRPRTB.DAT"
            MOVE 8 TO RETURN-CODE
            PERFORM 950-POST-RUN-STATUS
            STOP RUN
        END-IF
        OPEN INPUT RTB-FILE
        PERFORM UNTIL WS-RTB-EOF
            READ RTB-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-RTB-FLAG
                NOT AT END
                    WRITE SCRP-TBL-RECORD FROM RTB-TBL-RECORD
            END-READ
        END-PERFORM
        CLOSE RTB-FILE
        CLOSE TBL-FILE
    END-IF.

950-POST-RUN-STATUS.
    *> one record on the shared run-status ledger, clean finish or
    *> error exit alike, for the morning operations board. The
    *> ledger is a by-product of the run, not part of it - a ledger
    *> that will not open is reported and the step's own outcome
    *> and return code stand.
    OPEN EXTEND RSL-FILE
    IF WS-RSL-STATUS NOT = "00" AND WS-RSL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-RETRY: UNABLE TO OPEN SCRPRSL.DAT, STATUS="
            WS-RSL-STATUS " - RUN STATUS NOT POSTED"
    ELSE
        INITIALIZE SCRP-RSL-RECORD
        MOVE WS-RSL-RUN-DATE TO SCRP-RSL-RUN-DATE
        MOVE "WEB-SCRAPE-RETRY" TO SCRP-RSL-STEP
        MOVE WS-RSL-START-TIME TO SCRP-RSL-START-TIME
        ACCEPT SCRP-RSL-END-TIME FROM TIME
        MOVE RETURN-CODE TO SCRP-RSL-RETURN-CODE
        *> only what actually went to the fetcher - a header left
        *> alone as not in control, bad tag, permanent or held was
        *> never fetched.
        MOVE WS-FETCH-CALL-COUNT TO SCRP-RSL-FETCHED
        COMPUTE SCRP-RSL-FAILED = WS-STILL-FAILED-COUNT
            + WS-PERM-SKIP-COUNT
        MOVE WS-RECOVERED-COUNT TO SCRP-RSL-WRITTEN
        MOVE WS-HOLD-COUNT TO SCRP-RSL-SKIP-H
        WRITE SCRP-RSL-RECORD
        CLOSE RSL-FILE
    END-IF.
