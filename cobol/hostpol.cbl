IDENTIFICATION DIVISION.
PROGRAM-ID. Web-Scrape-Host-Policy.

*> Keeps the host politeness policy file (SCRPHPL.DAT) current
*> ahead of the night's fetching. The control file has grown to
*> dozens of pages on some hosts, and a scrape that pulls all of
*> them back to back - worse, a partitioned run pulling them from
*> four streams at once - is the kind of client a site operator
*> blocks. The policy file carries, per host, the minimum gap
*> between fetches, a daily fetch cap and a cached copy of the
*> host's robots.txt disallow rules; Web-Scrape and
*> Web-Scrape-Retry consult it before every fetch.
*>
*> This job runs before Web-Scrape-Split (or the unpartitioned
*> scrape). It:
*>   - adds a policy record for every host on SCRPCTL.DAT that has
*>     none yet, with the installation defaults (SCRP_HOST_MIN_GAP
*>     seconds, default 5; SCRP_HOST_DAILY_CAP, default 0 = no cap;
*>     SCRP_ROBOTS_REFRESH_DAYS, default 7) - ops then tunes the
*>     record by hand like any other control data,
*>   - re-reads robots.txt for every host on the control file whose
*>     cached rules are older than its refresh interval, keeping the
*>     Disallow lines of the "User-agent: *" group (and raising the
*>     minimum gap to any Crawl-delay that group asks for),
*>   - leaves hosts no longer on the control file alone - they keep
*>     their tuning in case their pages come back.
*> A robots.txt that cannot be read keeps the rules already cached
*> and ends the job with RETURN-CODE 4, so the board shows it; the
*> policy file itself is always rewritten.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CTL-FILE
        ASSIGN TO "SCRPCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-FILE-STATUS.

    SELECT OPTIONAL HPL-FILE
        ASSIGN TO "SCRPHPL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HPL-STATUS.

*> keyed work file holding the policy set while it is updated -
*> existing records spilled in, new hosts and refreshed rules
*> applied by key, the master rewritten from it at the end. Same
*> pattern as the quarantine job.
    SELECT HPX-FILE
        ASSIGN TO "SCRPHPX.DAT"
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
    COPY SCRPCTL.

FD  HPL-FILE.
    COPY SCRPHPL.

FD  HPX-FILE.
*> the policy record plus two working columns: the scheme the
*> host's pages are fetched with (robots.txt is read the same way)
*> and whether the host is on this run's control file.
01  HPX-RECORD.
    05  HPX-HOST                PIC X(100).
    05  HPX-MIN-GAP             PIC 9(4).
    05  HPX-DAILY-CAP           PIC 9(4).
    05  HPX-ROBOTS-DAYS         PIC 9(3).
    05  HPX-ROBOTS-DATE         PIC X(8).
    05  HPX-DISALLOW-COUNT      PIC 9(2).
    05  HPX-DISALLOW-MORE       PIC X(1).
    05  HPX-DISALLOW-LIST.
        10  HPX-DISALLOW        PIC X(60) OCCURS 10 TIMES.
    05  HPX-SCHEME              PIC X(5).
    05  HPX-IN-CTL-FLAG         PIC X(1).

FD  RSL-FILE.
    COPY SCRPRSL.

WORKING-STORAGE SECTION.
01  WS-CTL-FILE-STATUS          PIC XX.
01  WS-HPL-STATUS               PIC XX.
01  WS-HPX-STATUS               PIC XX.
01  WS-EOF-CTL-FLAG             PIC X(1) VALUE 'N'.
    88  WS-CTL-EOF              VALUE 'Y'.
01  WS-EOF-HPL-FLAG             PIC X(1) VALUE 'N'.
    88  WS-HPL-EOF              VALUE 'Y'.
01  WS-EOF-HPX-FLAG             PIC X(1).
    88  WS-HPX-EOF              VALUE 'Y'.
01  WS-RUN-DATE                 PIC X(8).
01  WS-DATE-NUM                 PIC 9(8).
01  WS-TODAY-INT                PIC 9(8).
01  WS-ROBOTS-INT               PIC 9(8).

*> ---- installation defaults for a newly seen host -----------------
01  WS-PARM-ENV                 PIC X(8).
01  WS-DFLT-MIN-GAP             PIC 9(4) VALUE 5.
01  WS-DFLT-DAILY-CAP           PIC 9(4) VALUE ZERO.
01  WS-DFLT-ROBOTS-DAYS         PIC 9(3) VALUE 7.

*> ---- host extraction ---------------------------------------------
*> the host is what sits between "://" and the first '/', ':', '?'
*> or '#', lower-cased - "WWW.Example.COM:8080" and
*> "www.example.com" are one host to the site's operator.
01  WS-HST-URL                  PIC X(200).
01  WS-HST-HOST                 PIC X(100).
01  WS-HST-SCHEME               PIC X(5).
01  WS-HST-START                PIC 9(4).
01  WS-HST-IDX                  PIC 9(4).
01  WS-HST-END                  PIC 9(4).

*> ---- robots.txt read and parse -----------------------------------
01  HTML-Data                   PIC X(10000).
01  WS-CURL-STATUS              PIC 9(2).
01  WS-CURL-LEN                 PIC 9(6).
    COPY SCRPHTP.
01  WS-HTTP-SHOW                PIC 9(3).
01  WS-ROBOTS-URL               PIC X(200).
01  WS-RBT-LIMIT                PIC 9(6).
01  WS-RBT-PTR                  PIC 9(6).
01  WS-RBT-LINE                 PIC X(200).
01  WS-RBT-WORK                 PIC X(200).
01  WS-RBT-FIELD                PIC X(40).
01  WS-RBT-VALUE                PIC X(200).
01  WS-RBT-FLD-PTR              PIC 9(4).
01  WS-RBT-VAL-LEN              PIC 9(4).
01  WS-RBT-DELAY                PIC 9(4).
*> a group is the run of User-agent lines plus the rules after
*> them; only the group naming "*" applies to this fetcher.
01  WS-RBT-GROUP-FLAG           PIC X(1).
    88  WS-RBT-GROUP-APPLIES    VALUE 'Y'.
01  WS-RBT-UA-RUN-FLAG          PIC X(1).
    88  WS-RBT-IN-UA-RUN        VALUE 'Y'.
01  WS-REFRESH-DUE-FLAG         PIC X(1).
    88  WS-REFRESH-DUE          VALUE 'Y'.

*> ---- counters for the end-of-job summary -------------------------
01  WS-CTL-READ-COUNT           PIC 9(6) VALUE ZERO.
01  WS-NO-HOST-COUNT            PIC 9(4) VALUE ZERO.
01  WS-NEW-HOST-COUNT           PIC 9(4) VALUE ZERO.
01  WS-CTL-HOST-COUNT           PIC 9(4) VALUE ZERO.
01  WS-IDLE-HOST-COUNT          PIC 9(4) VALUE ZERO.
01  WS-ROBOTS-READ-COUNT        PIC 9(4) VALUE ZERO.
01  WS-ROBOTS-FAIL-COUNT        PIC 9(4) VALUE ZERO.
01  WS-POLICY-COUNT             PIC 9(4) VALUE ZERO.

*> ---- run-status ledger posting -----------------------------------
01  WS-RSL-STATUS               PIC XX.
01  WS-RSL-RUN-DATE             PIC X(8).
01  WS-RSL-START-TIME           PIC X(8).

PROCEDURE DIVISION.

000-MAIN-PROCESS.
    ACCEPT WS-RSL-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RSL-START-TIME FROM TIME
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    MOVE WS-RUN-DATE TO WS-DATE-NUM
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
    PERFORM 100-SET-DEFAULTS
    PERFORM 150-LOAD-POLICY-MASTER
    PERFORM 200-NOTE-CONTROL-HOSTS
    PERFORM 300-REFRESH-ROBOTS
    PERFORM 600-REWRITE-POLICY-MASTER

    IF WS-ROBOTS-FAIL-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF

    DISPLAY " "
    DISPLAY "===== WEB-SCRAPE HOST POLICY SUMMARY ====="
    DISPLAY "CONTROL RECORDS READ ..... " WS-CTL-READ-COUNT
    DISPLAY "NO HOST IN URL ........... " WS-NO-HOST-COUNT
    DISPLAY "HOSTS ON CONTROL FILE .... " WS-CTL-HOST-COUNT
    DISPLAY "NEW HOSTS ADDED .......... " WS-NEW-HOST-COUNT
    DISPLAY "HOSTS NOT ON CONTROL FILE  " WS-IDLE-HOST-COUNT
    DISPLAY "ROBOTS.TXT REFRESHED ..... " WS-ROBOTS-READ-COUNT
    DISPLAY "ROBOTS.TXT NOT READABLE .. " WS-ROBOTS-FAIL-COUNT
    DISPLAY "POLICY RECORDS ON FILE ... " WS-POLICY-COUNT
    PERFORM 950-POST-RUN-STATUS
    STOP RUN.

100-SET-DEFAULTS.
    MOVE SPACES TO WS-PARM-ENV
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT "SCRP_HOST_MIN_GAP"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    IF WS-PARM-ENV NOT = SPACES
        IF FUNCTION TRIM(WS-PARM-ENV) IS NUMERIC
            MOVE FUNCTION NUMVAL(WS-PARM-ENV) TO WS-DFLT-MIN-GAP
        ELSE
            DISPLAY "WEB-SCRAPE-HOST-POLICY: SCRP_HOST_MIN_GAP NOT"
                " NUMERIC - USING DEFAULT " WS-DFLT-MIN-GAP
        END-IF
    END-IF
    MOVE SPACES TO WS-PARM-ENV
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT "SCRP_HOST_DAILY_CAP"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    IF WS-PARM-ENV NOT = SPACES
        IF FUNCTION TRIM(WS-PARM-ENV) IS NUMERIC
            MOVE FUNCTION NUMVAL(WS-PARM-ENV) TO WS-DFLT-DAILY-CAP
        ELSE
            DISPLAY "WEB-SCRAPE-HOST-POLICY: SCRP_HOST_DAILY_CAP NOT"
                " NUMERIC - USING DEFAULT " WS-DFLT-DAILY-CAP
        END-IF
    END-IF
    MOVE SPACES TO WS-PARM-ENV
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT "SCRP_ROBOTS_REFRESH_DAYS"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    IF WS-PARM-ENV NOT = SPACES
        IF FUNCTION TRIM(WS-PARM-ENV) IS NUMERIC
            MOVE FUNCTION NUMVAL(WS-PARM-ENV) TO WS-DFLT-ROBOTS-DAYS
        ELSE
            DISPLAY "WEB-SCRAPE-HOST-POLICY: SCRP_ROBOTS_REFRESH_DAYS"
                " NOT NUMERIC - USING DEFAULT " WS-DFLT-ROBOTS-DAYS
        END-IF
    END-IF.

150-LOAD-POLICY-MASTER.
    *> optional - the first ever run has no policy file yet, and
    *> every host on the control file is added with the defaults.
    OPEN OUTPUT HPX-FILE
    IF WS-HPX-STATUS NOT = "00" AND WS-HPX-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-HOST-POLICY: UNABLE TO BUILD SCRPHPX.DAT,"
            " STATUS=" WS-HPX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    CLOSE HPX-FILE
    OPEN I-O HPX-FILE
    IF WS-HPX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-HOST-POLICY: UNABLE TO REOPEN SCRPHPX.DAT,"
            " STATUS=" WS-HPX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN INPUT HPL-FILE
    IF WS-HPL-STATUS = "00"
        PERFORM UNTIL WS-HPL-EOF
            READ HPL-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-HPL-FLAG
                NOT AT END
                    IF SCRP-HPL-HOST NOT = SPACES
                        MOVE FUNCTION LOWER-CASE(SCRP-HPL-HOST)
                            TO HPX-HOST
                        MOVE SCRP-HPL-MIN-GAP TO HPX-MIN-GAP
                        MOVE SCRP-HPL-DAILY-CAP TO HPX-DAILY-CAP
                        MOVE SCRP-HPL-ROBOTS-DAYS TO HPX-ROBOTS-DAYS
                        MOVE SCRP-HPL-ROBOTS-DATE TO HPX-ROBOTS-DATE
                        MOVE SCRP-HPL-DISALLOW-COUNT
                            TO HPX-DISALLOW-COUNT
                        MOVE SCRP-HPL-DISALLOW-MORE
                            TO HPX-DISALLOW-MORE
                        MOVE SCRP-HPL-DISALLOW-LIST
                            TO HPX-DISALLOW-LIST
                        MOVE "https" TO HPX-SCHEME
                        MOVE 'N' TO HPX-IN-CTL-FLAG
                        PERFORM 160-EDIT-POLICY-COLUMNS
                        WRITE HPX-RECORD
                            INVALID KEY
                                DISPLAY "WEB-SCRAPE-HOST-POLICY: "
                                    "DUPLICATE POLICY FOR "
                                    HPX-HOST(1:60) " - FIRST KEPT"
                        END-WRITE
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE HPL-FILE.

160-EDIT-POLICY-COLUMNS.
    *> the file is hand-edited - a column keyed badly falls back to
    *> the installation default rather than to garbage, and says so.
    IF HPX-MIN-GAP IS NOT NUMERIC
        DISPLAY "WEB-SCRAPE-HOST-POLICY: BAD MIN GAP FOR "
            HPX-HOST(1:60) " - DEFAULT " WS-DFLT-MIN-GAP " USED"
        MOVE WS-DFLT-MIN-GAP TO HPX-MIN-GAP
    END-IF
    IF HPX-DAILY-CAP IS NOT NUMERIC
        DISPLAY "WEB-SCRAPE-HOST-POLICY: BAD DAILY CAP FOR "
            HPX-HOST(1:60) " - DEFAULT " WS-DFLT-DAILY-CAP " USED"
        MOVE WS-DFLT-DAILY-CAP TO HPX-DAILY-CAP
    END-IF
    IF HPX-ROBOTS-DAYS IS NOT NUMERIC
        DISPLAY "WEB-SCRAPE-HOST-POLICY: BAD ROBOTS REFRESH FOR "
            HPX-HOST(1:60) " - DEFAULT " WS-DFLT-ROBOTS-DAYS " USED"
        MOVE WS-DFLT-ROBOTS-DAYS TO HPX-ROBOTS-DAYS
    END-IF
    IF HPX-DISALLOW-COUNT IS NOT NUMERIC
            OR HPX-DISALLOW-COUNT > 10
        *> an unreadable rule count means an unreadable rule cache -
        *> drop it and force a fresh read of robots.txt.
        MOVE ZERO TO HPX-DISALLOW-COUNT
        MOVE 'N' TO HPX-DISALLOW-MORE
        MOVE SPACES TO HPX-DISALLOW-LIST
        MOVE SPACES TO HPX-ROBOTS-DATE
    END-IF.

200-NOTE-CONTROL-HOSTS.
    OPEN INPUT CTL-FILE
    IF WS-CTL-FILE-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-HOST-POLICY: UNABLE TO OPEN SCRPCTL.DAT,"
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
                ADD 1 TO WS-CTL-READ-COUNT
                MOVE SCRP-CTL-URL TO WS-HST-URL
                PERFORM 210-EXTRACT-HOST
                IF WS-HST-HOST = SPACES
                    *> the pre-run edit rejects such a URL; nothing
                    *> to keep a policy for.
                    ADD 1 TO WS-NO-HOST-COUNT
                ELSE
                    PERFORM 220-NOTE-HOST
                END-IF
        END-READ
    END-PERFORM
    CLOSE CTL-FILE.

210-EXTRACT-HOST.
    MOVE SPACES TO WS-HST-HOST
    MOVE "https" TO WS-HST-SCHEME
    MOVE 1 TO WS-HST-START
    IF FUNCTION LOWER-CASE(WS-HST-URL(1:8)) = "https://"
        MOVE 9 TO WS-HST-START
    ELSE
        IF FUNCTION LOWER-CASE(WS-HST-URL(1:7)) = "http://"
            MOVE "http" TO WS-HST-SCHEME
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
    END-IF.

220-NOTE-HOST.
    MOVE WS-HST-HOST TO HPX-HOST
    READ HPX-FILE
        INVALID KEY
            *> a host never seen before - the installation defaults,
            *> and robots.txt read this run.
            INITIALIZE HPX-RECORD
            MOVE WS-HST-HOST TO HPX-HOST
            MOVE WS-DFLT-MIN-GAP TO HPX-MIN-GAP
            MOVE WS-DFLT-DAILY-CAP TO HPX-DAILY-CAP
            MOVE WS-DFLT-ROBOTS-DAYS TO HPX-ROBOTS-DAYS
            MOVE SPACES TO HPX-ROBOTS-DATE
            MOVE ZERO TO HPX-DISALLOW-COUNT
            MOVE 'N' TO HPX-DISALLOW-MORE
            MOVE SPACES TO HPX-DISALLOW-LIST
            MOVE WS-HST-SCHEME TO HPX-SCHEME
            MOVE 'Y' TO HPX-IN-CTL-FLAG
            WRITE HPX-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            ADD 1 TO WS-NEW-HOST-COUNT
            ADD 1 TO WS-CTL-HOST-COUNT
            DISPLAY "WEB-SCRAPE-HOST-POLICY: NEW HOST "
                WS-HST-HOST(1:60)
        NOT INVALID KEY
            IF HPX-IN-CTL-FLAG NOT = 'Y'
                MOVE WS-HST-SCHEME TO HPX-SCHEME
                MOVE 'Y' TO HPX-IN-CTL-FLAG
                REWRITE HPX-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                ADD 1 TO WS-CTL-HOST-COUNT
            END-IF
    END-READ.

300-REFRESH-ROBOTS.
    *> reopened so the walk starts from the first key - the random
    *> reads above leave the file positioned anywhere.
    CLOSE HPX-FILE
    OPEN I-O HPX-FILE
    IF WS-HPX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-HOST-POLICY: UNABLE TO REOPEN SCRPHPX.DAT,"
            " STATUS=" WS-HPX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    MOVE 'N' TO WS-EOF-HPX-FLAG
    PERFORM UNTIL WS-HPX-EOF
        READ HPX-FILE NEXT
            AT END
                MOVE 'Y' TO WS-EOF-HPX-FLAG
            NOT AT END
                IF HPX-IN-CTL-FLAG = 'Y'
                    PERFORM 310-CHECK-REFRESH-DUE
                    IF WS-REFRESH-DUE
                        PERFORM 320-READ-ROBOTS
                        REWRITE HPX-RECORD
                            INVALID KEY
                                CONTINUE
                        END-REWRITE
                    END-IF
                ELSE
                    ADD 1 TO WS-IDLE-HOST-COUNT
                END-IF
        END-READ
    END-PERFORM.

310-CHECK-REFRESH-DUE.
    MOVE 'Y' TO WS-REFRESH-DUE-FLAG
    IF HPX-ROBOTS-DATE IS NUMERIC AND HPX-ROBOTS-DATE NOT = ZERO
        MOVE HPX-ROBOTS-DATE TO WS-DATE-NUM
        COMPUTE WS-ROBOTS-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
        IF WS-TODAY-INT - WS-ROBOTS-INT < HPX-ROBOTS-DAYS
            MOVE 'N' TO WS-REFRESH-DUE-FLAG
        END-IF
    END-IF.

320-READ-ROBOTS.
    MOVE SPACES TO WS-ROBOTS-URL
    STRING FUNCTION TRIM(HPX-SCHEME) "://" FUNCTION TRIM(HPX-HOST)
        "/robots.txt" DELIMITED BY SIZE INTO WS-ROBOTS-URL
    MOVE SPACES TO HTML-Data
    MOVE ZERO TO WS-CURL-STATUS
    MOVE ZERO TO WS-CURL-LEN
    INITIALIZE SCRP-HTP-DETAIL
    CALL 'CURL' USING WS-ROBOTS-URL HTML-Data
        WS-CURL-STATUS WS-CURL-LEN SCRP-HTP-DETAIL
    END-CALL
    IF SCRP-HTP-HTTP-CODE IS NOT NUMERIC
        MOVE ZERO TO SCRP-HTP-HTTP-CODE
    END-IF
    MOVE SCRP-HTP-HTTP-CODE TO WS-HTTP-SHOW
    IF WS-CURL-STATUS = ZERO
            AND SCRP-HTP-HTTP-CODE >= 400
            AND SCRP-HTP-HTTP-CODE <= 499
            AND SCRP-HTP-HTTP-CODE NOT = 429
        *> no robots.txt on the host (404, 410 and the like) means
        *> no rules - not the body of the error page parsed as if
        *> it were one.
        MOVE SPACES TO HTML-Data
        MOVE ZERO TO WS-CURL-LEN
    END-IF
    EVALUATE TRUE
        WHEN WS-CURL-STATUS NOT = ZERO
            *> keep yesterday's rules rather than none - an unreachable
            *> robots.txt is not permission to fetch everything. The
            *> date is left alone so the next run tries again.
            ADD 1 TO WS-ROBOTS-FAIL-COUNT
            DISPLAY "WEB-SCRAPE-HOST-POLICY: ROBOTS.TXT NOT READ FOR "
                HPX-HOST(1:60) " CURL STATUS=" WS-CURL-STATUS
                " - CACHED RULES KEPT"
        WHEN SCRP-HTP-HTTP-CODE = 429 OR SCRP-HTP-HTTP-CODE >= 500
            *> the server answered but could not serve the file just
            *> now - as good as unreachable, so the cache stands.
            ADD 1 TO WS-ROBOTS-FAIL-COUNT
            DISPLAY "WEB-SCRAPE-HOST-POLICY: ROBOTS.TXT NOT READ FOR "
                HPX-HOST(1:60) " HTTP=" WS-HTTP-SHOW
                " - CACHED RULES KEPT"
        WHEN OTHER
            ADD 1 TO WS-ROBOTS-READ-COUNT
            MOVE ZERO TO HPX-DISALLOW-COUNT
            MOVE 'N' TO HPX-DISALLOW-MORE
            MOVE SPACES TO HPX-DISALLOW-LIST
            PERFORM 330-PARSE-ROBOTS
            MOVE WS-RUN-DATE TO HPX-ROBOTS-DATE
            IF HPX-DISALLOW-MORE = 'Y'
                DISPLAY "WEB-SCRAPE-HOST-POLICY: " HPX-HOST(1:60)
                    " HAS MORE THAN 10 DISALLOW RULES - FIRST 10 KEPT"
            END-IF
    END-EVALUATE.

330-PARSE-ROBOTS.
    *> robots.txt is line-oriented: the capture is walked one line
    *> at a time. A site with no robots.txt usually answers with an
    *> error page, which simply has no rules in it.
    MOVE 'N' TO WS-RBT-GROUP-FLAG
    MOVE 'N' TO WS-RBT-UA-RUN-FLAG
    MOVE WS-CURL-LEN TO WS-RBT-LIMIT
    IF WS-RBT-LIMIT > LENGTH OF HTML-Data
        MOVE LENGTH OF HTML-Data TO WS-RBT-LIMIT
    END-IF
    MOVE 1 TO WS-RBT-PTR
    PERFORM UNTIL WS-RBT-PTR > WS-RBT-LIMIT
        MOVE SPACES TO WS-RBT-LINE
        UNSTRING HTML-Data(1:WS-RBT-LIMIT) DELIMITED BY X"0A"
            INTO WS-RBT-LINE
            WITH POINTER WS-RBT-PTR
        END-UNSTRING
        PERFORM 340-PARSE-ROBOTS-LINE
    END-PERFORM.

340-PARSE-ROBOTS-LINE.
    INSPECT WS-RBT-LINE REPLACING ALL X"0D" BY SPACE
    INSPECT WS-RBT-LINE REPLACING ALL X"09" BY SPACE
    MOVE SPACES TO WS-RBT-WORK
    UNSTRING WS-RBT-LINE DELIMITED BY "#" INTO WS-RBT-WORK
    END-UNSTRING
    IF WS-RBT-WORK NOT = SPACES
        MOVE FUNCTION TRIM(WS-RBT-WORK) TO WS-RBT-LINE
        MOVE SPACES TO WS-RBT-FIELD
        MOVE SPACES TO WS-RBT-VALUE
        MOVE 1 TO WS-RBT-FLD-PTR
        UNSTRING WS-RBT-LINE DELIMITED BY ":" INTO WS-RBT-FIELD
            WITH POINTER WS-RBT-FLD-PTR
        END-UNSTRING
        IF WS-RBT-FLD-PTR <= 200
            MOVE FUNCTION TRIM(WS-RBT-LINE(WS-RBT-FLD-PTR:))
                TO WS-RBT-VALUE
        END-IF
        MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-RBT-FIELD))
            TO WS-RBT-FIELD
        EVALUATE WS-RBT-FIELD
            WHEN "user-agent"
                *> the first User-agent line after any rule starts a
                *> new group; consecutive ones share the group.
                IF NOT WS-RBT-IN-UA-RUN
                    MOVE 'N' TO WS-RBT-GROUP-FLAG
                END-IF
                MOVE 'Y' TO WS-RBT-UA-RUN-FLAG
                IF WS-RBT-VALUE = "*"
                    MOVE 'Y' TO WS-RBT-GROUP-FLAG
                END-IF
            WHEN "disallow"
                MOVE 'N' TO WS-RBT-UA-RUN-FLAG
                *> an empty Disallow allows everything - no rule.
                IF WS-RBT-GROUP-APPLIES AND WS-RBT-VALUE NOT = SPACES
                    PERFORM 350-ADD-DISALLOW-RULE
                END-IF
            WHEN "crawl-delay"
                MOVE 'N' TO WS-RBT-UA-RUN-FLAG
                IF WS-RBT-GROUP-APPLIES
                        AND FUNCTION TRIM(WS-RBT-VALUE) IS NUMERIC
                    MOVE FUNCTION NUMVAL(WS-RBT-VALUE) TO WS-RBT-DELAY
                    IF WS-RBT-DELAY > HPX-MIN-GAP
                        DISPLAY "WEB-SCRAPE-HOST-POLICY: "
                            HPX-HOST(1:60) " MIN GAP RAISED TO "
                            WS-RBT-DELAY " BY CRAWL-DELAY"
                        MOVE WS-RBT-DELAY TO HPX-MIN-GAP
                    END-IF
                END-IF
            WHEN OTHER
                MOVE 'N' TO WS-RBT-UA-RUN-FLAG
        END-EVALUATE
    END-IF.

350-ADD-DISALLOW-RULE.
    *> the rules are matched as path prefixes - a trailing '*' or
    *> '$' adds nothing to a prefix match and is dropped.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RBT-VALUE))
        TO WS-RBT-VAL-LEN
    IF WS-RBT-VAL-LEN > 1
        IF WS-RBT-VALUE(WS-RBT-VAL-LEN:1) = "*" OR "$"
            MOVE SPACE TO WS-RBT-VALUE(WS-RBT-VAL-LEN:1)
        END-IF
    END-IF
    IF HPX-DISALLOW-COUNT < 10
        ADD 1 TO HPX-DISALLOW-COUNT
        MOVE WS-RBT-VALUE TO HPX-DISALLOW(HPX-DISALLOW-COUNT)
    ELSE
        MOVE 'Y' TO HPX-DISALLOW-MORE
    END-IF.

600-REWRITE-POLICY-MASTER.
    *> written back in host order off one sequential walk of the
    *> keyed set.
    CLOSE HPX-FILE
    OPEN INPUT HPX-FILE
    *> checked before the master is opened for output - a keyed set
    *> that will not reopen must not leave SCRPHPL.DAT emptied.
    IF WS-HPX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-HOST-POLICY: UNABLE TO REOPEN SCRPHPX.DAT,"
            " STATUS=" WS-HPX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT HPL-FILE
    IF WS-HPL-STATUS NOT = "00" AND WS-HPL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-HOST-POLICY: UNABLE TO REWRITE SCRPHPL.DAT,"
            " STATUS=" WS-HPL-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    MOVE 'N' TO WS-EOF-HPX-FLAG
    PERFORM UNTIL WS-HPX-EOF
        READ HPX-FILE NEXT
            AT END
                MOVE 'Y' TO WS-EOF-HPX-FLAG
            NOT AT END
                ADD 1 TO WS-POLICY-COUNT
                INITIALIZE SCRP-HPL-RECORD
                MOVE HPX-HOST TO SCRP-HPL-HOST
                MOVE HPX-MIN-GAP TO SCRP-HPL-MIN-GAP
                MOVE HPX-DAILY-CAP TO SCRP-HPL-DAILY-CAP
                MOVE HPX-ROBOTS-DAYS TO SCRP-HPL-ROBOTS-DAYS
                MOVE HPX-ROBOTS-DATE TO SCRP-HPL-ROBOTS-DATE
                MOVE HPX-DISALLOW-COUNT TO SCRP-HPL-DISALLOW-COUNT
                MOVE HPX-DISALLOW-MORE TO SCRP-HPL-DISALLOW-MORE
                MOVE HPX-DISALLOW-LIST TO SCRP-HPL-DISALLOW-LIST
                WRITE SCRP-HPL-RECORD
        END-READ
    END-PERFORM
    CLOSE HPX-FILE
    CLOSE HPL-FILE.

950-POST-RUN-STATUS.
    *> one record on the shared run-status ledger, clean finish or
    *> error exit alike, for the morning operations board. The
    *> ledger is a by-product of the run, not part of it - a ledger
    *> that will not open is reported and the step's own outcome
    *> and return code stand.
    OPEN EXTEND RSL-FILE
    IF WS-RSL-STATUS NOT = "00" AND WS-RSL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-HOST-POLICY: UNABLE TO OPEN SCRPRSL.DAT,"
            " STATUS=" WS-RSL-STATUS " - RUN STATUS NOT POSTED"
    ELSE
        INITIALIZE SCRP-RSL-RECORD
        MOVE WS-RSL-RUN-DATE TO SCRP-RSL-RUN-DATE
        MOVE "WEB-SCRAPE-HOST-POLICY" TO SCRP-RSL-STEP
        MOVE WS-RSL-START-TIME TO SCRP-RSL-START-TIME
        ACCEPT SCRP-RSL-END-TIME FROM TIME
        MOVE RETURN-CODE TO SCRP-RSL-RETURN-CODE
        MOVE WS-ROBOTS-READ-COUNT TO SCRP-RSL-FETCHED
        MOVE WS-ROBOTS-FAIL-COUNT TO SCRP-RSL-FAILED
        MOVE WS-POLICY-COUNT TO SCRP-RSL-WRITTEN
        WRITE SCRP-RSL-RECORD
        CLOSE RSL-FILE
    END-IF.
