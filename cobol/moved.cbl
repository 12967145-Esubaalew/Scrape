IDENTIFICATION DIVISION.
PROGRAM-ID. Web-Scrape-Moved.

*> Moved-pages listing. When a site reorganises, the old address
*> keeps working for a while through a permanent redirect (301 or
*> 308) and the fetcher follows it quietly - the control file goes
*> on naming a URL the site has retired, right up to the day the
*> redirect is dropped and the page starts failing. The fetcher now
*> reports the redirect and the final URL it landed on with every
*> fetch (SCRPMET.DAT); this job picks out today's permanent
*> redirects of watched URLs and files each one as a proposed
*> control-file update (SCRPMVP.DAT):
*>   - CHANGE when the new URL is not watched yet - the control
*>     record as it stands, and the same record pointed at the new
*>     URL,
*>   - DELETE when the new URL already has a control record of its
*>     own, so the old one now only fetches the same page twice.
*> Nothing is applied here: ops reviews the listing (SCRPMVL.DAT)
*> and keys the accepted ones through Web-Scrape-Ctl-Maint, so
*> every change to the control file still reaches the maintenance
*> log under an operator's name. Temporary redirects (302, 303,
*> 307) are left alone - the site has said the old URL stays. The
*> job ends RETURN-CODE 4 while there is anything to review.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CTL-FILE
        ASSIGN TO "SCRPCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-FILE-STATUS.

    SELECT OPTIONAL MET-FILE
        ASSIGN TO "SCRPMET.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MET-STATUS.

    SELECT MVP-FILE
        ASSIGN TO "SCRPMVP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MVP-STATUS.

    SELECT MVL-FILE
        ASSIGN TO "SCRPMVL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MVL-STATUS.

*> scratch keyed copy of the control file - URL to record image -
*> for the lookups of both the old and the new URL.
    SELECT CVX-FILE
        ASSIGN TO "SCRPCVX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CVX-URL
        FILE STATUS IS WS-CVX-STATUS.

*> today's permanent redirects, one per URL, latest fetch wins.
    SELECT MVX-FILE
        ASSIGN TO "SCRPMVX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MVX-URL
        FILE STATUS IS WS-MVX-STATUS.

    SELECT OPTIONAL RSL-FILE
        ASSIGN TO "SCRPRSL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CTL-FILE.
    COPY SCRPCTL.

FD  MET-FILE.
    COPY SCRPMET.

FD  MVP-FILE.
    COPY SCRPMVP.

FD  MVL-FILE.
01  MVL-RECORD                  PIC X(132).

FD  CVX-FILE.
01  CVX-RECORD.
    05  CVX-URL                 PIC X(200).
    05  CVX-DATA                PIC X(371).

FD  MVX-FILE.
01  MVX-RECORD.
    05  MVX-URL                 PIC X(200).
    05  MVX-NEW-URL             PIC X(200).
    05  MVX-REDIRECT-CODE       PIC 9(3).

FD  RSL-FILE.
    COPY SCRPRSL.

WORKING-STORAGE SECTION.
01  WS-CTL-FILE-STATUS          PIC XX.
01  WS-MET-STATUS               PIC XX.
01  WS-MVP-STATUS               PIC XX.
01  WS-MVL-STATUS               PIC XX.
01  WS-CVX-STATUS               PIC XX.
01  WS-MVX-STATUS               PIC XX.
01  WS-EOF-CTL-FLAG             PIC X(1) VALUE 'N'.
    88  WS-CTL-EOF              VALUE 'Y'.
01  WS-EOF-MET-FLAG             PIC X(1) VALUE 'N'.
    88  WS-MET-EOF              VALUE 'Y'.
01  WS-EOF-MVX-FLAG             PIC X(1) VALUE 'N'.
    88  WS-MVX-EOF              VALUE 'Y'.
01  WS-RUN-DATE                 PIC X(8).

*> ---- proposal being built ------------------------------------------
01  WS-OLD-FOUND-FLAG           PIC X(1).
    88  WS-OLD-FOUND            VALUE 'Y'.
01  WS-NEW-WATCHED-FLAG         PIC X(1).
    88  WS-NEW-WATCHED          VALUE 'Y'.
01  WS-BEFORE-IMAGE             PIC X(371).
01  WS-AFTER-IMAGE              PIC X(371).
01  WS-PROPOSED-ACTION          PIC X(6).

*> ---- listing line building ----------------------------------------
01  WS-MVL-LINE                 PIC X(132).
01  WS-PAGE-NO                  PIC 9(4) VALUE ZERO.
01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 55.

*> ---- counters for the end-of-job summary -------------------------
01  WS-CTL-COUNT                PIC 9(4) VALUE ZERO.
01  WS-MET-TODAY-COUNT          PIC 9(6) VALUE ZERO.
01  WS-REDIRECT-COUNT           PIC 9(4) VALUE ZERO.
01  WS-CHANGE-COUNT             PIC 9(4) VALUE ZERO.
01  WS-DELETE-COUNT             PIC 9(4) VALUE ZERO.
01  WS-UNWATCHED-COUNT          PIC 9(4) VALUE ZERO.
01  WS-PROPOSAL-COUNT           PIC 9(4) VALUE ZERO.

*> ---- run-status ledger posting -----------------------------------
01  WS-RSL-STATUS               PIC XX.
01  WS-RSL-RUN-DATE             PIC X(8).
01  WS-RSL-START-TIME           PIC X(8).

PROCEDURE DIVISION.

000-MAIN-PROCESS.
    ACCEPT WS-RSL-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RSL-START-TIME FROM TIME
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 100-LOAD-CONTROL-FILE
    PERFORM 200-COLLECT-REDIRECTS

    OPEN OUTPUT MVP-FILE
    IF WS-MVP-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-MOVED: UNABLE TO OPEN SCRPMVP.DAT,"
            " STATUS=" WS-MVP-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT MVL-FILE
    IF WS-MVL-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-MOVED: UNABLE TO OPEN SCRPMVL.DAT,"
            " STATUS=" WS-MVL-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF

    PERFORM 300-FILE-PROPOSALS
    IF WS-PROPOSAL-COUNT = ZERO
        MOVE "NO WATCHED PAGE HAS MOVED" TO WS-MVL-LINE
        PERFORM 700-WRITE-REPORT-LINE
    END-IF
    CLOSE MVP-FILE
    CLOSE MVL-FILE
    CLOSE CVX-FILE
    CLOSE MVX-FILE

    IF WS-PROPOSAL-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF

    DISPLAY " "
    DISPLAY "===== WEB-SCRAPE MOVED PAGES SUMMARY ====="
    DISPLAY "CONTROL RECORDS .......... " WS-CTL-COUNT
    DISPLAY "FETCHES TODAY ............ " WS-MET-TODAY-COUNT
    DISPLAY "PERMANENT REDIRECTS ...... " WS-REDIRECT-COUNT
    DISPLAY "PROPOSED CHANGES ......... " WS-CHANGE-COUNT
    DISPLAY "PROPOSED DELETES ......... " WS-DELETE-COUNT
    DISPLAY "NO LONGER IN SCRPCTL.DAT . " WS-UNWATCHED-COUNT
    DISPLAY "PROPOSALS WRITTEN TO SCRPMVP.DAT"
    DISPLAY "LISTING WRITTEN TO SCRPMVL.DAT"
    PERFORM 950-POST-RUN-STATUS
    STOP RUN.

100-LOAD-CONTROL-FILE.
    OPEN OUTPUT CVX-FILE
    IF WS-CVX-STATUS NOT = "00" AND WS-CVX-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-MOVED: UNABLE TO BUILD SCRPCVX.DAT,"
            " STATUS=" WS-CVX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    CLOSE CVX-FILE
    OPEN I-O CVX-FILE
    IF WS-CVX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-MOVED: UNABLE TO REOPEN SCRPCVX.DAT,"
            " STATUS=" WS-CVX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN INPUT CTL-FILE
    IF WS-CTL-FILE-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-MOVED: UNABLE TO OPEN SCRPCTL.DAT,"
            " STATUS=" WS-CTL-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-CTL-EOF
        READ CTL-FILE
            AT END
                MOVE 'Y' TO WS-EOF-CTL-FLAG
            NOT AT END
                ADD 1 TO WS-CTL-COUNT
                MOVE SCRP-CTL-URL TO CVX-URL
                MOVE SCRP-CTL-RECORD TO CVX-DATA
                *> a duplicate URL is Ctl-Edit's business - the
                *> first record stands here.
                WRITE CVX-RECORD
                    INVALID KEY
                        CONTINUE
                END-WRITE
        END-READ
    END-PERFORM
    CLOSE CTL-FILE.

200-COLLECT-REDIRECTS.
    OPEN OUTPUT MVX-FILE
    IF WS-MVX-STATUS NOT = "00" AND WS-MVX-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-MOVED: UNABLE TO BUILD SCRPMVX.DAT,"
            " STATUS=" WS-MVX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    CLOSE MVX-FILE
    OPEN I-O MVX-FILE
    IF WS-MVX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-MOVED: UNABLE TO REOPEN SCRPMVX.DAT,"
            " STATUS=" WS-MVX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN INPUT MET-FILE
    IF WS-MET-STATUS = "00"
        PERFORM UNTIL WS-MET-EOF
            READ MET-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-MET-FLAG
                NOT AT END
                    IF SCRP-MET-RUN-DATE = WS-RUN-DATE
                        ADD 1 TO WS-MET-TODAY-COUNT
                        PERFORM 220-NOTE-ONE-FETCH
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE MET-FILE.

220-NOTE-ONE-FETCH.
    *> the metrics file is in fetch order, so a later fetch of the
    *> URL today (the retry) has the last word: a redirect files or
    *> refreshes the entry, anything else takes it off again.
    MOVE SCRP-MET-URL TO MVX-URL
    *> records written before the fetcher reported redirects read
    *> back blank here.
    IF SCRP-MET-REDIRECT-CODE IS NUMERIC
            AND (SCRP-MET-REDIRECT-CODE = 301
                OR SCRP-MET-REDIRECT-CODE = 308)
            AND SCRP-MET-FINAL-URL NOT = SPACES
            AND SCRP-MET-FINAL-URL NOT = SCRP-MET-URL
        MOVE SCRP-MET-FINAL-URL TO MVX-NEW-URL
        MOVE SCRP-MET-REDIRECT-CODE TO MVX-REDIRECT-CODE
        WRITE MVX-RECORD
            INVALID KEY
                REWRITE MVX-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
        END-WRITE
    ELSE
        DELETE MVX-FILE RECORD
            INVALID KEY
                CONTINUE
        END-DELETE
    END-IF.

300-FILE-PROPOSALS.
    CLOSE MVX-FILE
    OPEN INPUT MVX-FILE
    IF WS-MVX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-MOVED: UNABLE TO REOPEN SCRPMVX.DAT,"
            " STATUS=" WS-MVX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    MOVE 'N' TO WS-EOF-MVX-FLAG
    PERFORM UNTIL WS-MVX-EOF
        READ MVX-FILE NEXT
            AT END
                MOVE 'Y' TO WS-EOF-MVX-FLAG
            NOT AT END
                ADD 1 TO WS-REDIRECT-COUNT
                PERFORM 320-PROPOSE-ONE-MOVE
        END-READ
    END-PERFORM.

320-PROPOSE-ONE-MOVE.
    MOVE 'N' TO WS-OLD-FOUND-FLAG
    MOVE 'N' TO WS-NEW-WATCHED-FLAG
    MOVE SPACES TO WS-BEFORE-IMAGE
    MOVE SPACES TO WS-AFTER-IMAGE
    MOVE MVX-URL TO CVX-URL
    READ CVX-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-OLD-FOUND-FLAG
            MOVE CVX-DATA TO WS-BEFORE-IMAGE
    END-READ
    IF NOT WS-OLD-FOUND
        *> dropped from the control file since the fetch - nothing
        *> left to update.
        ADD 1 TO WS-UNWATCHED-COUNT
    ELSE
        MOVE MVX-NEW-URL TO CVX-URL
        READ CVX-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-NEW-WATCHED-FLAG
        END-READ
        IF WS-NEW-WATCHED
            MOVE "DELETE" TO WS-PROPOSED-ACTION
            ADD 1 TO WS-DELETE-COUNT
        ELSE
            *> same tags, labels and frequency - only the URL moves.
            MOVE WS-BEFORE-IMAGE TO SCRP-CTL-RECORD
            MOVE MVX-NEW-URL TO SCRP-CTL-URL
            MOVE SCRP-CTL-RECORD TO WS-AFTER-IMAGE
            MOVE "CHANGE" TO WS-PROPOSED-ACTION
            ADD 1 TO WS-CHANGE-COUNT
        END-IF
        ADD 1 TO WS-PROPOSAL-COUNT
        MOVE SPACES TO SCRP-MVP-RECORD
        MOVE WS-RUN-DATE TO SCRP-MVP-DATE
        MOVE WS-PROPOSED-ACTION TO SCRP-MVP-ACTION
        MOVE MVX-REDIRECT-CODE TO SCRP-MVP-REDIRECT-CODE
        MOVE MVX-URL TO SCRP-MVP-OLD-URL
        MOVE MVX-NEW-URL TO SCRP-MVP-NEW-URL
        MOVE WS-BEFORE-IMAGE TO SCRP-MVP-BEFORE
        MOVE WS-AFTER-IMAGE TO SCRP-MVP-AFTER
        WRITE SCRP-MVP-RECORD
        PERFORM 620-WRITE-LISTING-LINES
        DISPLAY "WEB-SCRAPE-MOVED: " MVX-URL(1:60) " MOVED ("
            MVX-REDIRECT-CODE ") - PROPOSED " WS-PROPOSED-ACTION
    END-IF.

620-WRITE-LISTING-LINES.
    *> two lines per move - both URLs are worth seeing in full
    *> width, and the new one is what ops will key.
    MOVE SPACES TO WS-MVL-LINE
    STRING WS-PROPOSED-ACTION "  " MVX-REDIRECT-CODE "  FROM "
        MVX-URL(1:110)
        DELIMITED BY SIZE INTO WS-MVL-LINE
    PERFORM 700-WRITE-REPORT-LINE
    MOVE SPACES TO WS-MVL-LINE
    IF WS-NEW-WATCHED
        *> the URL gives way to the marker - the marker is why this
        *> line differs at all.
        STRING "               TO " MVX-NEW-URL(1:103)
            "  (WATCHED)"
            DELIMITED BY SIZE INTO WS-MVL-LINE
    ELSE
        STRING "               TO " MVX-NEW-URL(1:110)
            DELIMITED BY SIZE INTO WS-MVL-LINE
    END-IF
    PERFORM 700-WRITE-REPORT-LINE.

700-WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM 710-START-NEW-PAGE
    END-IF
    WRITE MVL-RECORD FROM WS-MVL-LINE
    ADD 1 TO WS-LINE-COUNT.

710-START-NEW-PAGE.
    ADD 1 TO WS-PAGE-NO
    MOVE SPACES TO MVL-RECORD
    STRING "WEB-SCRAPE MOVED PAGES LISTING"
        "                  RUN DATE " WS-RUN-DATE
        "    PAGE " WS-PAGE-NO
        DELIMITED BY SIZE INTO MVL-RECORD
    WRITE MVL-RECORD
    MOVE SPACES TO MVL-RECORD
    WRITE MVL-RECORD
    MOVE SPACES TO MVL-RECORD
    MOVE "ACTION" TO MVL-RECORD(1:6)
    MOVE "CODE" TO MVL-RECORD(9:4)
    MOVE "OLD URL / NEW URL" TO MVL-RECORD(19:17)
    WRITE MVL-RECORD
    MOVE ALL "-" TO MVL-RECORD(1:128)
    WRITE MVL-RECORD
    MOVE 4 TO WS-LINE-COUNT.

950-POST-RUN-STATUS.
    *> one record on the shared run-status ledger, clean finish or
    *> error exit alike, for the morning operations board. The
    *> ledger is a by-product of the run, not part of it - a ledger
    *> that will not open is reported and the step's own outcome
    *> and return code stand.
    OPEN EXTEND RSL-FILE
    IF WS-RSL-STATUS NOT = "00" AND WS-RSL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-MOVED: UNABLE TO OPEN SCRPRSL.DAT, STATUS="
            WS-RSL-STATUS " - RUN STATUS NOT POSTED"
    ELSE
        INITIALIZE SCRP-RSL-RECORD
        MOVE WS-RSL-RUN-DATE TO SCRP-RSL-RUN-DATE
        MOVE "WEB-SCRAPE-MOVED" TO SCRP-RSL-STEP
        MOVE WS-RSL-START-TIME TO SCRP-RSL-START-TIME
        ACCEPT SCRP-RSL-END-TIME FROM TIME
        MOVE RETURN-CODE TO SCRP-RSL-RETURN-CODE
        MOVE WS-MET-TODAY-COUNT TO SCRP-RSL-FETCHED
        MOVE WS-PROPOSAL-COUNT TO SCRP-RSL-WRITTEN
        MOVE WS-PROPOSAL-COUNT TO SCRP-RSL-EXCEPTIONS
        WRITE SCRP-RSL-RECORD
        CLOSE RSL-FILE
    END-IF.
