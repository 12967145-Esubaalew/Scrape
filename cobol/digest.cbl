*> The alerts file is reread once per owned keyword to keep the
*> digest in keyword order without holding every 500-character hit
*> text in storage - it is one day's hits, not a master.
*>
*> Web-Scrape-Case-Track runs first and stamps each hit with its
*> case number: a hit that only repeats one already on an open or
*> reviewed case is counted beside its keyword but left out of the
*> detail, and the new hits print with their case numbers so the
*> analyst can key an ACK or CLOSE against them. Cases escalated
*> to a recipient as someone's backup (SCRPCAS.DAT) are listed at
*> the top of that recipient's digest until they are acknowledged
*> or closed - a backup with no subscriptions of their own still
*> gets a digest for them.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WTC-STATUS.

    SELECT OPTIONAL CAS-FILE
        ASSIGN TO "SCRPCAS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAS-STATUS.

    SELECT DIG-FILE
        ASSIGN TO DYNAMIC WS-DIG-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DIG-STATUS.

    SELECT OPTIONAL RSL-FILE
        ASSIGN TO "SCRPRSL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ALR-FILE.
FD  WTC-FILE.
    COPY SCRPWTC.

FD  CAS-FILE.
    COPY SCRPCAS.

FD  DIG-FILE.
01  DIG-RECORD                  PIC X(132).

FD  RSL-FILE.
    COPY SCRPRSL.

WORKING-STORAGE SECTION.
01  WS-ALR-STATUS               PIC XX.
01  WS-SUB-STATUS               PIC XX.
01  WS-WTC-STATUS               PIC XX.
01  WS-CAS-STATUS               PIC XX.
01  WS-DIG-STATUS               PIC XX.
01  WS-DIG-NAME                 PIC X(20).
01  WS-EOF-ALR-FLAG             PIC X(1).
    88  WS-SUB-EOF              VALUE 'Y'.
01  WS-EOF-WTC-FLAG             PIC X(1) VALUE 'N'.
    88  WS-WTC-EOF              VALUE 'Y'.
01  WS-EOF-CAS-FLAG             PIC X(1).
    88  WS-CAS-EOF              VALUE 'Y'.
01  WS-RUN-DATE                 PIC X(8).

*> ---- subscriptions, loaded once ----------------------------------
    05  WS-OWN-ENTRY OCCURS 50 TIMES.
        10  WS-OWNT-KEYWORD     PIC X(60).
        10  WS-OWNT-HITS        PIC 9(6).
        10  WS-OWNT-REPEATS     PIC 9(6).

*> ---- current recipient and keyword being written -----------------
01  WS-CUR-RECIPIENT            PIC X(8).
01  WS-OWNED-FLAG               PIC X(1).
    88  WS-KEYWORD-OWNED        VALUE 'Y'.
01  WS-RECIP-TOTAL-HITS         PIC 9(6).
01  WS-RECIP-REPEATS            PIC 9(6).
01  WS-RECIP-ESC-COUNT          PIC 9(6).

*> ---- digest line building ----------------------------------------
01  WS-DIG-LINE                 PIC X(132).
01  WS-DIGEST-COUNT             PIC 9(4) VALUE ZERO.
01  WS-TOT-HITS                 PIC 9(6) VALUE ZERO.
01  WS-CATCHALL-HITS            PIC 9(6) VALUE ZERO.
01  WS-TOT-REPEATS              PIC 9(6) VALUE ZERO.
01  WS-TOT-ESCALATED            PIC 9(6) VALUE ZERO.

*> ---- run-status ledger posting -----------------------------------
01  WS-RSL-STATUS               PIC XX.
01  WS-RSL-RUN-DATE             PIC X(8).
01  WS-RSL-START-TIME           PIC X(8).

PROCEDURE DIVISION.

000-MAIN-PROCESS.
    ACCEPT WS-RSL-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RSL-START-TIME FROM TIME
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 100-LOAD-SUBSCRIPTIONS
    PERFORM 120-BUILD-RECIPIENT-LIST
    DISPLAY "DIGEST FILES WRITTEN ..... " WS-DIGEST-COUNT
    DISPLAY "HITS DISTRIBUTED ......... " WS-TOT-HITS
    DISPLAY "HITS TO CATCH-ALL ........ " WS-CATCHALL-HITS
    DISPLAY "REPEATS ON EXISTING CASES  " WS-TOT-REPEATS
    DISPLAY "ESCALATED CASES LISTED ... " WS-TOT-ESCALATED
    IF WS-CATCHALL-HITS > ZERO
        DISPLAY "UNOWNED KEYWORDS HAVE HITS - REVIEW SCRPSUB.DAT"
    END-IF
    PERFORM 950-POST-RUN-STATUS
    STOP RUN.

100-LOAD-SUBSCRIPTIONS.
        DISPLAY "WEB-SCRAPE-DIGEST: SCRPSUB.DAT HAS MORE THAN "
            WS-MAX-RCP " RECIPIENTS - EXTRAS GET NO DIGEST OF THEIR"
            " OWN; THEIR KEYWORDS GO TO THE CATCH-ALL"
    END-IF
    PERFORM 140-ADD-ESCALATION-RECIPIENTS.

140-ADD-ESCALATION-RECIPIENTS.
    *> a backup holding an escalated case needs a digest to see it
    *> in, subscribed or not. The case master is optional - an
    *> installation not tracking cases has none.
    MOVE 'N' TO WS-EOF-CAS-FLAG
    OPEN INPUT CAS-FILE
    IF WS-CAS-STATUS = "00"
        PERFORM UNTIL WS-CAS-EOF
            READ CAS-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-CAS-FLAG
                NOT AT END
                    IF SCRP-CAS-ESCALATED
                            AND SCRP-CAS-ESC-TO NOT = SPACES
                            AND SCRP-CAS-ESC-TO NOT = 'CATCHALL'
                        PERFORM 150-ADD-ONE-ESCALATION-RECIPIENT
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE CAS-FILE.

150-ADD-ONE-ESCALATION-RECIPIENT.
    MOVE 'N' TO WS-RCP-FOUND-FLAG
    PERFORM VARYING WS-RCP-SCAN FROM 1 BY 1
            UNTIL WS-RCP-SCAN > WS-RCP-COUNT
        IF WS-RCP-ID(WS-RCP-SCAN) = SCRP-CAS-ESC-TO
            MOVE 'Y' TO WS-RCP-FOUND-FLAG
            MOVE WS-RCP-COUNT TO WS-RCP-SCAN
        END-IF
    END-PERFORM
    IF NOT WS-RCP-FOUND
        IF WS-RCP-COUNT < WS-MAX-RCP
            ADD 1 TO WS-RCP-COUNT
            MOVE SCRP-CAS-ESC-TO TO WS-RCP-ID(WS-RCP-COUNT)
        ELSE
            DISPLAY "WEB-SCRAPE-DIGEST: NO DIGEST SLOT FOR "
                SCRP-CAS-ESC-TO " - ESCALATED CASE "
                SCRP-CAS-CASE-NO " NOT LISTED; SEE SCRPCAG.DAT"
        END-IF
    END-IF.

200-WRITE-ONE-DIGEST.
    PERFORM 220-BUILD-OWNED-KEYWORDS
    PERFORM 240-COUNT-KEYWORD-HITS
    PERFORM 250-COUNT-ESCALATED-CASES

    MOVE ZERO TO WS-RECIP-TOTAL-HITS
    MOVE ZERO TO WS-RECIP-REPEATS
    PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
            UNTIL WS-OWN-IDX > WS-OWN-COUNT
        ADD WS-OWNT-HITS(WS-OWN-IDX) TO WS-RECIP-TOTAL-HITS
        ADD WS-OWNT-REPEATS(WS-OWN-IDX) TO WS-RECIP-REPEATS
    END-PERFORM
    IF WS-CATCHALL-PASS
        ADD WS-RECIP-TOTAL-HITS TO WS-CATCHALL-HITS
    *> still gets their digest (all zeros), because "no hits" is an
    *> answer the analyst needs in hand, not a missing file.
    IF NOT WS-CATCHALL-PASS OR WS-RECIP-TOTAL-HITS > ZERO
            OR WS-RECIP-ESC-COUNT > ZERO
        PERFORM 260-WRITE-DIGEST-FILE
    END-IF.

        DISPLAY "WEB-SCRAPE-DIGEST: UNABLE TO OPEN "
            FUNCTION TRIM(WS-DIG-NAME) ", STATUS=" WS-DIG-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    ADD 1 TO WS-DIGEST-COUNT
    ADD WS-RECIP-TOTAL-HITS TO WS-TOT-HITS
    ADD WS-RECIP-REPEATS TO WS-TOT-REPEATS
    ADD WS-RECIP-ESC-COUNT TO WS-TOT-ESCALATED

    MOVE "===== WEB-SCRAPE WATCHLIST DIGEST =====" TO WS-DIG-LINE
    PERFORM 700-WRITE-DIGEST-LINE
    MOVE SPACES TO WS-DIG-LINE
    PERFORM 700-WRITE-DIGEST-LINE

    *> escalated cases first - they are already overdue.
    IF WS-RECIP-ESC-COUNT > ZERO
        PERFORM 280-WRITE-ESCALATED-CASES
    END-IF

    *> the per-keyword hit counts up top, so the reader sees the
    *> shape of the morning before any detail. Repeats on cases
    *> already open or reviewed are counted here and nowhere else.
    PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
            UNTIL WS-OWN-IDX > WS-OWN-COUNT
        MOVE SPACES TO WS-DIG-LINE
        IF WS-OWNT-REPEATS(WS-OWN-IDX) > ZERO
            STRING WS-OWNT-HITS(WS-OWN-IDX) " HIT(S)  "
                WS-OWNT-KEYWORD(WS-OWN-IDX) "  + "
                WS-OWNT-REPEATS(WS-OWN-IDX) " REPEAT(S) ON CASES"
                DELIMITED BY SIZE INTO WS-DIG-LINE
        ELSE
            STRING WS-OWNT-HITS(WS-OWN-IDX) " HIT(S)  "
                WS-OWNT-KEYWORD(WS-OWN-IDX)
                DELIMITED BY SIZE INTO WS-DIG-LINE
        END-IF
        PERFORM 700-WRITE-DIGEST-LINE
    END-PERFORM

                MOVE WS-SUBT-KEYWORD(WS-SUB-IDX)
                    TO WS-OWNT-KEYWORD(WS-OWN-COUNT)
                MOVE ZERO TO WS-OWNT-HITS(WS-OWN-COUNT)
                MOVE ZERO TO WS-OWNT-REPEATS(WS-OWN-COUNT)
            END-IF
        END-PERFORM
    END-IF.
        ADD 1 TO WS-OWN-COUNT
        MOVE WS-CUR-KEYWORD TO WS-OWNT-KEYWORD(WS-OWN-COUNT)
        MOVE ZERO TO WS-OWNT-HITS(WS-OWN-COUNT)
        MOVE ZERO TO WS-OWNT-REPEATS(WS-OWN-COUNT)
    END-IF.

240-COUNT-KEYWORD-HITS.
                            UNTIL WS-OWN-IDX > WS-OWN-COUNT
                        IF WS-OWNT-KEYWORD(WS-OWN-IDX)
                                = SCRP-ALR-KEYWORD
                            IF SCRP-ALR-REPEAT
                                ADD 1 TO WS-OWNT-REPEATS(WS-OWN-IDX)
                            ELSE
                                ADD 1 TO WS-OWNT-HITS(WS-OWN-IDX)
                            END-IF
                            MOVE WS-OWN-COUNT TO WS-OWN-IDX
                        END-IF
                    END-PERFORM
    END-IF
    CLOSE ALR-FILE.

250-COUNT-ESCALATED-CASES.
    MOVE ZERO TO WS-RECIP-ESC-COUNT
    MOVE 'N' TO WS-EOF-CAS-FLAG
    OPEN INPUT CAS-FILE
    IF WS-CAS-STATUS = "00"
        PERFORM UNTIL WS-CAS-EOF
            READ CAS-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-CAS-FLAG
                NOT AT END
                    IF SCRP-CAS-ESCALATED
                            AND SCRP-CAS-ESC-TO = WS-CUR-RECIPIENT
                        ADD 1 TO WS-RECIP-ESC-COUNT
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE CAS-FILE.

280-WRITE-ESCALATED-CASES.
    MOVE SPACES TO WS-DIG-LINE
    STRING WS-RECIP-ESC-COUNT " CASE(S) ESCALATED TO YOU AS BACKUP"
        " - NOT ACKNOWLEDGED IN TIME BY THEIR OWNER"
        DELIMITED BY SIZE INTO WS-DIG-LINE
    PERFORM 700-WRITE-DIGEST-LINE
    MOVE 'N' TO WS-EOF-CAS-FLAG
    OPEN INPUT CAS-FILE
    IF WS-CAS-STATUS = "00"
        PERFORM UNTIL WS-CAS-EOF
            READ CAS-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-CAS-FLAG
                NOT AT END
                    IF SCRP-CAS-ESCALATED
                            AND SCRP-CAS-ESC-TO = WS-CUR-RECIPIENT
                        PERFORM 290-WRITE-ONE-ESCALATED-CASE
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE CAS-FILE
    MOVE SPACES TO WS-DIG-LINE
    PERFORM 700-WRITE-DIGEST-LINE.

290-WRITE-ONE-ESCALATED-CASE.
    MOVE SPACES TO WS-DIG-LINE
    STRING "  CASE " SCRP-CAS-CASE-NO "  OWNER " SCRP-CAS-OWNER
        "  OPENED " SCRP-CAS-OPENED-DATE
        "  ESCALATED " SCRP-CAS-ESC-DATE
        "  KEYWORD " SCRP-CAS-KEYWORD(1:40)
        DELIMITED BY SIZE INTO WS-DIG-LINE
    PERFORM 700-WRITE-DIGEST-LINE
    MOVE SCRP-CAS-URL TO WS-TXT-SOURCE
    MOVE "    URL: " TO WS-TXT-PREFIX
    PERFORM 710-WRITE-TEXT-LINES
    MOVE SCRP-CAS-TEXT TO WS-TXT-SOURCE
    MOVE "      " TO WS-TXT-PREFIX
    PERFORM 710-WRITE-TEXT-LINES.

300-WRITE-KEYWORD-SECTION.
    MOVE SPACES TO WS-DIG-LINE
    PERFORM 700-WRITE-DIGEST-LINE
                    MOVE 'Y' TO WS-EOF-ALR-FLAG
                NOT AT END
                    IF SCRP-ALR-KEYWORD = WS-CUR-KEYWORD
                            AND NOT SCRP-ALR-REPEAT
                        PERFORM 320-WRITE-ONE-HIT
                    END-IF
            END-READ
        PERFORM 710-WRITE-TEXT-LINES
    END-IF
    MOVE SPACES TO WS-DIG-LINE
    IF SCRP-ALR-CASE-NO = SPACES
        STRING "    PARAGRAPH " SCRP-ALR-PARA-SEQ
            " AT " SCRP-ALR-RUN-TIME
            DELIMITED BY SIZE INTO WS-DIG-LINE
    ELSE
        STRING "    PARAGRAPH " SCRP-ALR-PARA-SEQ
            " AT " SCRP-ALR-RUN-TIME "   CASE " SCRP-ALR-CASE-NO
            DELIMITED BY SIZE INTO WS-DIG-LINE
    END-IF
    PERFORM 700-WRITE-DIGEST-LINE
    MOVE SCRP-ALR-TEXT TO WS-TXT-SOURCE
    MOVE "      " TO WS-TXT-PREFIX
            ADD WS-TXT-TAKE TO WS-TXT-POS
        END-PERFORM
    END-IF.

950-POST-RUN-STATUS.
    *> one record on the shared run-status ledger, clean finish or
    *> error exit alike, for the morning operations board. The
    *> ledger is a by-product of the run, not part of it - a ledger
    *> that will not open is reported and the step's own outcome
    *> and return code stand.
    OPEN EXTEND RSL-FILE
    IF WS-RSL-STATUS NOT = "00" AND WS-RSL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-DIGEST: UNABLE TO OPEN SCRPRSL.DAT, STATUS="
            WS-RSL-STATUS " - RUN STATUS NOT POSTED"
    ELSE
        INITIALIZE SCRP-RSL-RECORD
        MOVE WS-RSL-RUN-DATE TO SCRP-RSL-RUN-DATE
        MOVE "WEB-SCRAPE-DIGEST" TO SCRP-RSL-STEP
        MOVE WS-RSL-START-TIME TO SCRP-RSL-START-TIME
        ACCEPT SCRP-RSL-END-TIME FROM TIME
        MOVE RETURN-CODE TO SCRP-RSL-RETURN-CODE
        MOVE WS-TOT-HITS TO SCRP-RSL-FETCHED
        MOVE WS-DIGEST-COUNT TO SCRP-RSL-WRITTEN
        MOVE WS-CATCHALL-HITS TO SCRP-RSL-EXCEPTIONS
        WRITE SCRP-RSL-RECORD
        CLOSE RSL-FILE
    END-IF.
