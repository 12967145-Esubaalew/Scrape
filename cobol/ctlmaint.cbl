IDENTIFICATION DIVISION.
PROGRAM-ID. Web-Scrape-Ctl-Maint.

*> Online maintenance of the three ops-keyed masters: the control
*> file (SCRPCTL.DAT), the watchlist (SCRPWTC.DAT) and the alert
*> subscriptions (SCRPSUB.DAT). Keying them in a text editor means
*> counting columns by hand - 200 characters of URL before the tag,
*> then frequency, label and four tag/label pairs - and most of what
*> Web-Scrape-Ctl-Edit rejects each morning is a column-shift typo.
*> This program prompts field by field instead, with add, change,
*> delete and browse screens for each file, and applies the rules
*> the batch jobs apply at the point of entry:
*>   - control records get Web-Scrape-Ctl-Edit's edits (URL shape,
*>     tag pattern on every configured section, a section label
*>     needs its tag, frequency value, cost center on the
*>     cost-center reference file and open, duplicate URL) - the same
*>     rules Web-Scrape-Cand-Review applies to a promotion,
*>   - watchlist keywords must be non-blank and not already on the
*>     list (matched case-blind, as the scan matches them), and a
*>     keyword a subscription still names may not be deleted until
*>     the subscription is - the digest and extract would never
*>     match it again; a delete refused for that ends the session
*>     RETURN-CODE 8,
*>   - a subscription needs a recipient ID that can name a digest
*>     file (no embedded blanks, not the reserved CATCHALL) and a
*>     keyword that is on the watchlist, and may not repeat a
*>     recipient/keyword pair already on file.
*> The chosen master is loaded into a keyed work file (SCRPMNW.DAT)
*> in file order; nothing touches the master until the operator
*> saves, when it is rewritten from the work file in that same
*> order with additions at the end - the order Web-Scrape-Split and
*> Web-Scrape-Merge rely on. Quitting without saving leaves the
*> master as it was. Every saved add, change and delete goes to the
*> maintenance log (SCRPMNL.DAT) with the operator, the time it was
*> keyed and the record's before and after images.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CTL-FILE
        ASSIGN TO "SCRPCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-FILE-STATUS.

    SELECT OPTIONAL CCR-FILE
        ASSIGN TO "SCRPCCR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CCR-STATUS.

    SELECT OPTIONAL WTC-FILE
        ASSIGN TO "SCRPWTC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WTC-STATUS.

    SELECT OPTIONAL SUB-FILE
        ASSIGN TO "SCRPSUB.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUB-STATUS.

*> scratch keyed copy of the master being maintained, keyed by its
*> position in the file - browse, change and delete go straight to
*> a record by the number the browse screen shows. Rebuilt each
*> time a master is chosen.
    SELECT MNW-FILE
        ASSIGN TO "SCRPMNW.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MNW-SEQ
        FILE STATUS IS WS-MNW-STATUS.

*> scratch keyed file for the duplicate and cross-file checks: the
*> control URLs, the watchlist keywords and the subscription pairs
*> of the loaded master, each under its own kind byte, with the
*> work-file position that owns the key.
    SELECT MDX-FILE
        ASSIGN TO "SCRPMDX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MDX-KEY
        FILE STATUS IS WS-MDX-STATUS.

*> the session's log entries, held back until the changes are
*> saved so the log never records a change that was discarded.
    SELECT MLW-FILE
        ASSIGN TO "SCRPMLW.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MLW-STATUS.

    SELECT OPTIONAL MNL-FILE
        ASSIGN TO "SCRPMNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MNL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CTL-FILE.
    COPY SCRPCTL.

FD  CCR-FILE.
    COPY SCRPCCR.

FD  WTC-FILE.
    COPY SCRPWTC.

FD  SUB-FILE.
    COPY SCRPSUB.

FD  MNW-FILE.
01  MNW-RECORD.
    05  MNW-SEQ                 PIC 9(6).
    05  MNW-DATA                PIC X(371).

FD  MDX-FILE.
01  MDX-RECORD.
    05  MDX-KEY.
        10  MDX-KIND            PIC X(1).
        10  MDX-VALUE           PIC X(200).
    05  MDX-SEQ                 PIC 9(6).

FD  MLW-FILE.
*> same physical layout as SCRPMNL.DAT.
01  MLW-MNL-RECORD              PIC X(780).

FD  MNL-FILE.
    COPY SCRPMNL.

WORKING-STORAGE SECTION.
01  WS-CTL-FILE-STATUS          PIC XX.
01  WS-CCR-STATUS               PIC XX.
01  WS-WTC-STATUS               PIC XX.
01  WS-SUB-STATUS               PIC XX.
01  WS-MNW-STATUS               PIC XX.
01  WS-MDX-STATUS               PIC XX.
01  WS-MLW-STATUS               PIC XX.
01  WS-MNL-STATUS               PIC XX.
01  WS-EOF-MASTER-FLAG          PIC X(1).
    88  WS-MASTER-EOF           VALUE 'Y'.
01  WS-EOF-MNW-FLAG             PIC X(1).
    88  WS-MNW-EOF              VALUE 'Y'.
01  WS-EOF-MLW-FLAG             PIC X(1).
    88  WS-MLW-EOF              VALUE 'Y'.
01  WS-RUN-DATE                 PIC X(8).
01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.

*> ---- the master being maintained ---------------------------------
01  WS-MNT-FILE-CODE            PIC X(1).
    88  WS-MNT-CONTROL          VALUE 'C'.
    88  WS-MNT-WATCHLIST        VALUE 'W'.
    88  WS-MNT-SUBSCRIPTION     VALUE 'S'.
01  WS-MNT-FILE-NAME            PIC X(8).
01  WS-MNT-FILE-TITLE           PIC X(30).
01  WS-MNT-DONE-FLAG            PIC X(1).
    88  WS-MNT-DONE             VALUE 'Y'.
01  WS-SESSION-DONE-FLAG        PIC X(1) VALUE 'N'.
    88  WS-SESSION-DONE         VALUE 'Y'.
01  WS-LOAD-OK-FLAG             PIC X(1).
    88  WS-LOAD-OK              VALUE 'Y'.
01  WS-LOADED-COUNT             PIC 9(6).
01  WS-HIGH-SEQ                 PIC 9(6).
01  WS-CUR-SEQ                  PIC 9(6).
01  WS-REC-FOUND-FLAG           PIC X(1).
    88  WS-REC-FOUND            VALUE 'Y'.

*> ---- operator replies ---------------------------------------------
01  WS-REPLY                    PIC X(10).
01  WS-REPLY-CODE               PIC X(1).
01  WS-REPLY-LONG               PIC X(200).
01  WS-BLANK-REPLIES            PIC 9(2) VALUE ZERO.
01  WS-MAX-BLANK-REPLIES        PIC 9(2) VALUE 3.
01  WS-CONFIRM-FLAG             PIC X(1).
    88  WS-CONFIRMED            VALUE 'Y'.
01  WS-ENTRY-DONE-FLAG          PIC X(1).
    88  WS-ENTRY-DONE           VALUE 'Y'.

*> ---- one field prompt ---------------------------------------------
01  WS-PROMPT-NAME              PIC X(20).
01  WS-FIELD-VALUE              PIC X(200).
01  WS-FIELD-MAX                PIC 9(3).
01  WS-REPLY-LEN                PIC 9(3).
01  WS-FIELD-DONE-FLAG          PIC X(1).
    88  WS-FIELD-DONE           VALUE 'Y'.

*> ---- before and after images --------------------------------------
01  WS-BEFORE-IMAGE             PIC X(371).
01  WS-AFTER-IMAGE              PIC X(371).
01  WS-LOG-ACTION               PIC X(6).
01  WS-OLD-DUP-KEY              PIC X(201).
01  WS-NEW-DUP-KEY.
    05  WS-NEW-DUP-KIND         PIC X(1).
    05  WS-NEW-DUP-VALUE        PIC X(200).

*> ---- browse ---------------------------------------------------------
01  WS-BROWSE-FROM              PIC 9(6).
01  WS-BROWSE-LINES             PIC 9(2).
01  WS-BROWSE-PAGE              PIC 9(2) VALUE 10.
01  WS-BROWSE-DONE-FLAG         PIC X(1).
    88  WS-BROWSE-DONE          VALUE 'Y'.
01  WS-SEC-SHOW                 PIC 9(1).

*> ---- record validation (Web-Scrape-Ctl-Edit's rules) -------------
01  WS-REJECT-REASON            PIC X(40).
01  WS-URL-TRIM                 PIC X(200).
01  WS-URL-LEN                  PIC 9(4).
01  WS-URL-REST                 PIC X(200).
01  WS-REST-LEN                 PIC 9(4).
01  WS-HOST-PART                PIC X(200).
01  WS-BLANK-COUNT              PIC 9(4).
01  WS-DOT-COUNT                PIC 9(4).
01  WS-TAG-VALID-FLAG           PIC X(1).
    88  WS-TAG-VALID            VALUE 'Y'.
01  WS-TAG-WORK                 PIC X(20).
01  WS-TAG-TRIM                 PIC X(22).
01  WS-TAG-LEN                  PIC 9(2).
01  WS-SEC-IDX                  PIC 9(1).
01  WS-FREQ-WORK                PIC X(8).
01  WS-RCP-WORK                 PIC X(8).
01  WS-RCP-LEN                  PIC 9(2).
01  WS-KEYWORD-WORK             PIC X(60).

*> ---- counters -------------------------------------------------------
01  WS-ADD-COUNT                PIC 9(4) VALUE ZERO.
01  WS-CHANGE-COUNT             PIC 9(4) VALUE ZERO.
01  WS-DELETE-COUNT             PIC 9(4) VALUE ZERO.
01  WS-PENDING-COUNT            PIC 9(4) VALUE ZERO.
01  WS-REFUSED-COUNT            PIC 9(4) VALUE ZERO.
01  WS-SAVED-COUNT              PIC 9(4) VALUE ZERO.
01  WS-DISCARDED-COUNT          PIC 9(4) VALUE ZERO.
01  WS-WRITTEN-COUNT            PIC 9(6).

PROCEDURE DIVISION.

000-MAIN-PROCESS.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 050-IDENTIFY-OPERATOR

    PERFORM UNTIL WS-SESSION-DONE
        PERFORM 100-MAIN-MENU
    END-PERFORM

    DISPLAY " "
    DISPLAY "===== WEB-SCRAPE MASTER MAINTENANCE SUMMARY ====="
    DISPLAY "OPERATOR ................. " WS-OPERATOR-ID
    DISPLAY "CHANGES SAVED ............ " WS-SAVED-COUNT
    DISPLAY "CHANGES DISCARDED ........ " WS-DISCARDED-COUNT
    DISPLAY "ENTRIES REFUSED AT EDIT .. " WS-REFUSED-COUNT
    STOP RUN.

050-IDENTIFY-OPERATOR.
    *> the maintenance log is only worth having if it says who - the
    *> login ID is offered, but the operator must end up with one.
    ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    MOVE 'N' TO WS-ENTRY-DONE-FLAG
    PERFORM UNTIL WS-ENTRY-DONE
        DISPLAY "OPERATOR ID [" WS-OPERATOR-ID "] : "
            WITH NO ADVANCING
        MOVE SPACES TO WS-REPLY
        ACCEPT WS-REPLY
        IF WS-REPLY NOT = SPACES
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REPLY))
                TO WS-OPERATOR-ID
        END-IF
        IF WS-OPERATOR-ID NOT = SPACES
            MOVE 'Y' TO WS-ENTRY-DONE-FLAG
        ELSE
            PERFORM 090-COUNT-BLANK-REPLY
            IF WS-SESSION-DONE
                DISPLAY "WEB-SCRAPE-CTL-MAINT: NO OPERATOR ID - ENDING"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF
    END-PERFORM
    MOVE ZERO TO WS-BLANK-REPLIES.

090-COUNT-BLANK-REPLY.
    *> a menu answered with nothing, over and over, is a session whose
    *> input has gone away - end it rather than prompt forever.
    ADD 1 TO WS-BLANK-REPLIES
    IF WS-BLANK-REPLIES >= WS-MAX-BLANK-REPLIES
        MOVE 'Y' TO WS-SESSION-DONE-FLAG
    END-IF.

100-MAIN-MENU.
    DISPLAY " "
    DISPLAY "===== WEB-SCRAPE MASTER FILE MAINTENANCE ====="
    DISPLAY "  C  CONTROL FILE ........... SCRPCTL.DAT"
    DISPLAY "  W  WATCHLIST .............. SCRPWTC.DAT"
    DISPLAY "  S  SUBSCRIPTIONS .......... SCRPSUB.DAT"
    DISPLAY "  X  EXIT"
    DISPLAY "SELECT : " WITH NO ADVANCING
    MOVE SPACES TO WS-REPLY
    ACCEPT WS-REPLY
    MOVE FUNCTION UPPER-CASE(WS-REPLY(1:1)) TO WS-REPLY-CODE
    IF WS-REPLY = SPACES
        PERFORM 090-COUNT-BLANK-REPLY
    ELSE
        MOVE ZERO TO WS-BLANK-REPLIES
        EVALUATE WS-REPLY-CODE
            WHEN 'C'
                MOVE 'C' TO WS-MNT-FILE-CODE
                MOVE "SCRPCTL" TO WS-MNT-FILE-NAME
                MOVE "CONTROL FILE" TO WS-MNT-FILE-TITLE
                PERFORM 200-MAINTAIN-FILE
            WHEN 'W'
                MOVE 'W' TO WS-MNT-FILE-CODE
                MOVE "SCRPWTC" TO WS-MNT-FILE-NAME
                MOVE "WATCHLIST" TO WS-MNT-FILE-TITLE
                PERFORM 200-MAINTAIN-FILE
            WHEN 'S'
                MOVE 'S' TO WS-MNT-FILE-CODE
                MOVE "SCRPSUB" TO WS-MNT-FILE-NAME
                MOVE "SUBSCRIPTIONS" TO WS-MNT-FILE-TITLE
                PERFORM 200-MAINTAIN-FILE
            WHEN 'X'
                MOVE 'Y' TO WS-SESSION-DONE-FLAG
            WHEN OTHER
                DISPLAY "NOT A CHOICE - C, W, S OR X"
        END-EVALUATE
    END-IF.

200-MAINTAIN-FILE.
    MOVE ZERO TO WS-ADD-COUNT
    MOVE ZERO TO WS-CHANGE-COUNT
    MOVE ZERO TO WS-DELETE-COUNT
    MOVE ZERO TO WS-PENDING-COUNT
    PERFORM 210-BUILD-WORK-FILES
    IF WS-LOAD-OK
        MOVE 'N' TO WS-MNT-DONE-FLAG
        PERFORM UNTIL WS-MNT-DONE
            PERFORM 250-FILE-MENU
        END-PERFORM
    END-IF
    CLOSE MNW-FILE
    CLOSE MDX-FILE
    CLOSE MLW-FILE.

210-BUILD-WORK-FILES.
    *> OPEN OUTPUT truncates whatever the last session left in the
    *> scratch files, then I-O for this session's maintenance.
    MOVE 'Y' TO WS-LOAD-OK-FLAG
    MOVE ZERO TO WS-LOADED-COUNT
    MOVE ZERO TO WS-HIGH-SEQ
    OPEN OUTPUT MNW-FILE
    CLOSE MNW-FILE
    OPEN I-O MNW-FILE
    IF WS-MNW-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CTL-MAINT: UNABLE TO BUILD SCRPMNW.DAT,"
            " STATUS=" WS-MNW-STATUS
        MOVE 'N' TO WS-LOAD-OK-FLAG
    END-IF
    OPEN OUTPUT MDX-FILE
    CLOSE MDX-FILE
    OPEN I-O MDX-FILE
    IF WS-MDX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CTL-MAINT: UNABLE TO BUILD SCRPMDX.DAT,"
            " STATUS=" WS-MDX-STATUS
        MOVE 'N' TO WS-LOAD-OK-FLAG
    END-IF
    OPEN OUTPUT MLW-FILE
    IF WS-MLW-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CTL-MAINT: UNABLE TO OPEN SCRPMLW.DAT,"
            " STATUS=" WS-MLW-STATUS
        MOVE 'N' TO WS-LOAD-OK-FLAG
    END-IF
    IF WS-LOAD-OK
        EVALUATE TRUE
            WHEN WS-MNT-CONTROL
                PERFORM 220-LOAD-CONTROL-MASTER
                *> a cost center must be on the reference file - it
                *> is loaded as reference keys only.
                PERFORM 225-LOAD-COST-CENTERS
            WHEN WS-MNT-WATCHLIST
                PERFORM 230-LOAD-WATCHLIST-MASTER
                *> a keyword a subscription names may not be deleted
                *> - the subscribed keywords are loaded as reference
                *> keys only.
                PERFORM 235-LOAD-SUBSCRIBED-KEYWORDS
            WHEN WS-MNT-SUBSCRIPTION
                *> a subscription must name a watchlist keyword - the
                *> watchlist is loaded as reference keys only.
                PERFORM 230-LOAD-WATCHLIST-MASTER
                PERFORM 240-LOAD-SUBSCRIPTION-MASTER
        END-EVALUATE
    END-IF
    IF WS-LOAD-OK
        DISPLAY " "
        DISPLAY FUNCTION TRIM(WS-MNT-FILE-TITLE) " LOADED - "
            WS-LOADED-COUNT " RECORDS"
    END-IF.

220-LOAD-CONTROL-MASTER.
    OPEN INPUT CTL-FILE
    IF WS-CTL-FILE-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CTL-MAINT: UNABLE TO OPEN SCRPCTL.DAT,"
            " STATUS=" WS-CTL-FILE-STATUS
        MOVE 'N' TO WS-LOAD-OK-FLAG
    ELSE
        MOVE 'N' TO WS-EOF-MASTER-FLAG
        PERFORM UNTIL WS-MASTER-EOF
            READ CTL-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-MASTER-FLAG
                NOT AT END
                    ADD 1 TO WS-HIGH-SEQ
                    ADD 1 TO WS-LOADED-COUNT
                    MOVE WS-HIGH-SEQ TO MNW-SEQ
                    MOVE SCRP-CTL-RECORD TO MNW-DATA
                    WRITE MNW-RECORD
                    *> a duplicate already on the master keeps its
                    *> first occurrence registered - the same one
                    *> Web-Scrape-Ctl-Edit would accept.
                    MOVE 'U' TO MDX-KIND
                    MOVE FUNCTION TRIM(SCRP-CTL-URL) TO MDX-VALUE
                    MOVE WS-HIGH-SEQ TO MDX-SEQ
                    WRITE MDX-RECORD
                        INVALID KEY
                            CONTINUE
                    END-WRITE
            END-READ
        END-PERFORM
    END-IF
    CLOSE CTL-FILE.

225-LOAD-COST-CENTERS.
    *> optional - no file means any keyed cost center is refused as
    *> not on file, the same as the pre-run edit. An open unit is
    *> keyed under kind 'C', a closed one under kind 'Z', so the
    *> edit can tell not-on-file from closed.
    OPEN INPUT CCR-FILE
    IF WS-CCR-STATUS = "00"
        MOVE 'N' TO WS-EOF-MASTER-FLAG
        PERFORM UNTIL WS-MASTER-EOF
            READ CCR-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-MASTER-FLAG
                NOT AT END
                    IF SCRP-CCR-CODE NOT = SPACES
                        IF SCRP-CCR-CLOSED
                            MOVE 'Z' TO MDX-KIND
                        ELSE
                            MOVE 'C' TO MDX-KIND
                        END-IF
                        MOVE SCRP-CCR-CODE TO MDX-VALUE
                        MOVE ZERO TO MDX-SEQ
                        WRITE MDX-RECORD
                            INVALID KEY
                                CONTINUE
                        END-WRITE
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE CCR-FILE.

230-LOAD-WATCHLIST-MASTER.
    *> optional, like every reader of the watchlist - no file is an
    *> empty list. Blank records are kept in place but not keyed.
    OPEN INPUT WTC-FILE
    IF WS-WTC-STATUS NOT = "00" AND WS-WTC-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-CTL-MAINT: UNABLE TO OPEN SCRPWTC.DAT,"
            " STATUS=" WS-WTC-STATUS
        MOVE 'N' TO WS-LOAD-OK-FLAG
    ELSE
        MOVE 'N' TO WS-EOF-MASTER-FLAG
        PERFORM UNTIL WS-MASTER-EOF
            READ WTC-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-MASTER-FLAG
                NOT AT END
                    MOVE ZERO TO MDX-SEQ
                    IF WS-MNT-WATCHLIST
                        ADD 1 TO WS-HIGH-SEQ
                        ADD 1 TO WS-LOADED-COUNT
                        MOVE WS-HIGH-SEQ TO MNW-SEQ
                        MOVE SCRP-WTC-RECORD TO MNW-DATA
                        WRITE MNW-RECORD
                        MOVE WS-HIGH-SEQ TO MDX-SEQ
                    END-IF
                    IF SCRP-WTC-KEYWORD NOT = SPACES
                        MOVE 'K' TO MDX-KIND
                        MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(SCRP-WTC-KEYWORD))
                            TO MDX-VALUE
                        WRITE MDX-RECORD
                            INVALID KEY
                                CONTINUE
                        END-WRITE
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE WTC-FILE.

235-LOAD-SUBSCRIBED-KEYWORDS.
    *> optional - no file means no keyword is subscribed. Keyed
    *> under kind 'S', upper-cased as the watchlist's own keys are.
    OPEN INPUT SUB-FILE
    IF WS-SUB-STATUS = "00"
        MOVE 'N' TO WS-EOF-MASTER-FLAG
        PERFORM UNTIL WS-MASTER-EOF
            READ SUB-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-MASTER-FLAG
                NOT AT END
                    IF SCRP-SUB-KEYWORD NOT = SPACES
                        MOVE 'S' TO MDX-KIND
                        MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(SCRP-SUB-KEYWORD))
                            TO MDX-VALUE
                        MOVE ZERO TO MDX-SEQ
                        WRITE MDX-RECORD
                            INVALID KEY
                                CONTINUE
                        END-WRITE
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE SUB-FILE.

240-LOAD-SUBSCRIPTION-MASTER.
    OPEN INPUT SUB-FILE
    IF WS-SUB-STATUS NOT = "00" AND WS-SUB-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-CTL-MAINT: UNABLE TO OPEN SCRPSUB.DAT,"
            " STATUS=" WS-SUB-STATUS
        MOVE 'N' TO WS-LOAD-OK-FLAG
    ELSE
        MOVE 'N' TO WS-EOF-MASTER-FLAG
        PERFORM UNTIL WS-MASTER-EOF
            READ SUB-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-MASTER-FLAG
                NOT AT END
                    ADD 1 TO WS-HIGH-SEQ
                    ADD 1 TO WS-LOADED-COUNT
                    MOVE WS-HIGH-SEQ TO MNW-SEQ
                    MOVE SCRP-SUB-RECORD TO MNW-DATA
                    WRITE MNW-RECORD
                    PERFORM 790-BUILD-PAIR-KEY
                    MOVE WS-NEW-DUP-KEY TO MDX-KEY
                    MOVE WS-HIGH-SEQ TO MDX-SEQ
                    WRITE MDX-RECORD
                        INVALID KEY
                            CONTINUE
                    END-WRITE
            END-READ
        END-PERFORM
    END-IF
    CLOSE SUB-FILE.

250-FILE-MENU.
    DISPLAY " "
    DISPLAY "===== " FUNCTION TRIM(WS-MNT-FILE-TITLE) " MAINTENANCE - "
        WS-MNT-FILE-NAME ".DAT ====="
    DISPLAY "  A  ADD          C  CHANGE        D  DELETE"
    DISPLAY "  B  BROWSE       S  SAVE CHANGES  Q  QUIT WITHOUT SAVING"
    DISPLAY "CHANGES NOT YET SAVED .... " WS-PENDING-COUNT
    DISPLAY "SELECT : " WITH NO ADVANCING
    MOVE SPACES TO WS-REPLY
    ACCEPT WS-REPLY
    MOVE FUNCTION UPPER-CASE(WS-REPLY(1:1)) TO WS-REPLY-CODE
    IF WS-REPLY = SPACES
        PERFORM 090-COUNT-BLANK-REPLY
        IF WS-SESSION-DONE
            DISPLAY "NO REPLY - " WS-PENDING-COUNT
                " UNSAVED CHANGES DISCARDED"
            ADD WS-PENDING-COUNT TO WS-DISCARDED-COUNT
            MOVE 'Y' TO WS-MNT-DONE-FLAG
        END-IF
    ELSE
        MOVE ZERO TO WS-BLANK-REPLIES
        EVALUATE WS-REPLY-CODE
            WHEN 'A'
                PERFORM 300-ADD-RECORD
            WHEN 'C'
                PERFORM 310-CHANGE-RECORD
            WHEN 'D'
                PERFORM 320-DELETE-RECORD
            WHEN 'B'
                PERFORM 400-BROWSE-RECORDS
            WHEN 'S'
                PERFORM 600-SAVE-CHANGES
                MOVE 'Y' TO WS-MNT-DONE-FLAG
            WHEN 'Q'
                PERFORM 650-QUIT-WITHOUT-SAVING
            WHEN OTHER
                DISPLAY "NOT A CHOICE - A, C, D, B, S OR Q"
        END-EVALUATE
    END-IF.

300-ADD-RECORD.
    *> a new record starts blank and goes on the end of the file -
    *> ENTER on a field leaves it blank.
    DISPLAY " "
    DISPLAY "----- ADD " FUNCTION TRIM(WS-MNT-FILE-TITLE)
        " RECORD -----"
    MOVE SPACES TO WS-BEFORE-IMAGE
    MOVE SPACES TO WS-AFTER-IMAGE
    MOVE ZERO TO WS-CUR-SEQ
    MOVE SPACES TO WS-OLD-DUP-KEY
    PERFORM 500-KEY-AND-EDIT-RECORD
    IF WS-CONFIRMED
        ADD 1 TO WS-HIGH-SEQ
        MOVE WS-HIGH-SEQ TO WS-CUR-SEQ
        MOVE WS-HIGH-SEQ TO MNW-SEQ
        MOVE WS-AFTER-IMAGE TO MNW-DATA
        WRITE MNW-RECORD
            INVALID KEY
                DISPLAY "WEB-SCRAPE-CTL-MAINT: WORK FILE WRITE FAILED,"
                    " STATUS=" WS-MNW-STATUS
        END-WRITE
        PERFORM 780-REGISTER-NEW-KEY
        MOVE "ADD" TO WS-LOG-ACTION
        PERFORM 800-WRITE-LOG-ENTRY
        ADD 1 TO WS-ADD-COUNT
        ADD 1 TO WS-PENDING-COUNT
        DISPLAY "RECORD ADDED AS NUMBER " WS-CUR-SEQ
            " - SAVE TO APPLY"
    END-IF.

310-CHANGE-RECORD.
    DISPLAY " "
    DISPLAY "----- CHANGE " FUNCTION TRIM(WS-MNT-FILE-TITLE)
        " RECORD -----"
    PERFORM 330-ASK-RECORD-NUMBER
    IF WS-REC-FOUND
        MOVE MNW-DATA TO WS-BEFORE-IMAGE
        MOVE MNW-DATA TO WS-AFTER-IMAGE
        PERFORM 340-SHOW-CURRENT-RECORD
        PERFORM 770-BUILD-DUP-KEY
        MOVE WS-NEW-DUP-KEY TO WS-OLD-DUP-KEY
        DISPLAY "ENTER KEEPS A FIELD AS IT IS, * CLEARS IT"
        PERFORM 500-KEY-AND-EDIT-RECORD
        IF WS-CONFIRMED
            IF WS-AFTER-IMAGE = WS-BEFORE-IMAGE
                DISPLAY "NOTHING CHANGED - RECORD LEFT AS IT WAS"
            ELSE
                MOVE WS-CUR-SEQ TO MNW-SEQ
                MOVE WS-AFTER-IMAGE TO MNW-DATA
                REWRITE MNW-RECORD
                    INVALID KEY
                        DISPLAY "WEB-SCRAPE-CTL-MAINT: WORK FILE"
                            " REWRITE FAILED, STATUS=" WS-MNW-STATUS
                END-REWRITE
                PERFORM 785-RELEASE-OLD-KEY
                PERFORM 780-REGISTER-NEW-KEY
                MOVE "CHANGE" TO WS-LOG-ACTION
                PERFORM 800-WRITE-LOG-ENTRY
                ADD 1 TO WS-CHANGE-COUNT
                ADD 1 TO WS-PENDING-COUNT
                DISPLAY "RECORD " WS-CUR-SEQ " CHANGED - SAVE TO APPLY"
            END-IF
        END-IF
    END-IF.

320-DELETE-RECORD.
    DISPLAY " "
    DISPLAY "----- DELETE " FUNCTION TRIM(WS-MNT-FILE-TITLE)
        " RECORD -----"
    PERFORM 330-ASK-RECORD-NUMBER
    IF WS-REC-FOUND
        MOVE MNW-DATA TO WS-BEFORE-IMAGE
        MOVE MNW-DATA TO WS-AFTER-IMAGE
        PERFORM 340-SHOW-CURRENT-RECORD
        PERFORM 325-CHECK-DELETE-REFERENCES
        IF WS-REJECT-REASON NOT = SPACES
            ADD 1 TO WS-REFUSED-COUNT
            MOVE 8 TO RETURN-CODE
            DISPLAY "REFUSED - " FUNCTION TRIM(WS-REJECT-REASON)
            DISPLAY "RECORD " WS-CUR-SEQ " KEPT"
        ELSE
            DISPLAY "DELETE THIS RECORD? (Y/N) : " WITH NO ADVANCING
            PERFORM 590-ASK-CONFIRM
            IF WS-CONFIRMED
                PERFORM 770-BUILD-DUP-KEY
                MOVE WS-NEW-DUP-KEY TO WS-OLD-DUP-KEY
                MOVE SPACES TO WS-AFTER-IMAGE
                MOVE WS-CUR-SEQ TO MNW-SEQ
                DELETE MNW-FILE
                    INVALID KEY
                        DISPLAY "WEB-SCRAPE-CTL-MAINT: WORK FILE"
                            " DELETE FAILED, STATUS=" WS-MNW-STATUS
                END-DELETE
                PERFORM 785-RELEASE-OLD-KEY
                MOVE "DELETE" TO WS-LOG-ACTION
                PERFORM 800-WRITE-LOG-ENTRY
                ADD 1 TO WS-DELETE-COUNT
                ADD 1 TO WS-PENDING-COUNT
                DISPLAY "RECORD " WS-CUR-SEQ " DELETED - SAVE TO APPLY"
            ELSE
                DISPLAY "RECORD " WS-CUR-SEQ " KEPT"
            END-IF
        END-IF
    END-IF.

325-CHECK-DELETE-REFERENCES.
    *> a watchlist keyword is refused while a subscription names it.
    *> Only the record that owns the keyword's key is checked - a
    *> second spelling loaded from the master leaves the keyword on
    *> the list when it goes.
    MOVE SPACES TO WS-REJECT-REASON
    IF WS-MNT-WATCHLIST
        PERFORM 770-BUILD-DUP-KEY
        IF WS-NEW-DUP-VALUE NOT = SPACES
            MOVE WS-NEW-DUP-KEY TO MDX-KEY
            READ MDX-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF MDX-SEQ = WS-CUR-SEQ
                        MOVE 'S' TO MDX-KIND
                        READ MDX-FILE
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                MOVE 'KEYWORD STILL HAS SUBSCRIPTIONS'
                                    TO WS-REJECT-REASON
                        END-READ
                    END-IF
            END-READ
        END-IF
    END-IF.

330-ASK-RECORD-NUMBER.
    *> the number is the one the browse screen shows - the record's
    *> place in the file as loaded, additions numbered on the end.
    MOVE 'N' TO WS-REC-FOUND-FLAG
    DISPLAY "RECORD NUMBER (SEE BROWSE) : " WITH NO ADVANCING
    MOVE SPACES TO WS-REPLY
    ACCEPT WS-REPLY
    IF FUNCTION TRIM(WS-REPLY) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-REPLY) TO WS-CUR-SEQ
        MOVE WS-CUR-SEQ TO MNW-SEQ
        READ MNW-FILE
            INVALID KEY
                DISPLAY "NO RECORD NUMBER " WS-CUR-SEQ
            NOT INVALID KEY
                MOVE 'Y' TO WS-REC-FOUND-FLAG
        END-READ
    ELSE
        DISPLAY "RECORD NUMBER MUST BE NUMERIC"
    END-IF.

340-SHOW-CURRENT-RECORD.
    *> shows the after image - the record as it stands in the work
    *> file before this change is keyed.
    DISPLAY "RECORD NUMBER ...... " WS-CUR-SEQ
    EVALUATE TRUE
        WHEN WS-MNT-CONTROL
            MOVE WS-AFTER-IMAGE TO SCRP-CTL-RECORD
            DISPLAY "URL ................ "
                FUNCTION TRIM(SCRP-CTL-URL)
            DISPLAY "TAG ................ " SCRP-CTL-TAG
            DISPLAY "FREQUENCY .......... " SCRP-CTL-FREQ
            DISPLAY "LABEL .............. " SCRP-CTL-LABEL
            DISPLAY "TYPE (T=TABLE) ..... " SCRP-CTL-TYPE
            DISPLAY "COST CENTER ........ " SCRP-CTL-COST-CENTER
            PERFORM VARYING WS-SEC-IDX FROM 1 BY 1 UNTIL WS-SEC-IDX > 4
                COMPUTE WS-SEC-SHOW = WS-SEC-IDX + 1
                DISPLAY "SECTION " WS-SEC-SHOW " TAG ...... "
                    SCRP-CTL-XTAG(WS-SEC-IDX) "  LABEL "
                    SCRP-CTL-XLABEL(WS-SEC-IDX) "  TYPE "
                    SCRP-CTL-XTYPE(WS-SEC-IDX)
            END-PERFORM
        WHEN WS-MNT-WATCHLIST
            MOVE WS-AFTER-IMAGE TO SCRP-WTC-RECORD
            DISPLAY "KEYWORD ............ " SCRP-WTC-KEYWORD
        WHEN WS-MNT-SUBSCRIPTION
            MOVE WS-AFTER-IMAGE TO SCRP-SUB-RECORD
            DISPLAY "RECIPIENT .......... " SCRP-SUB-RECIPIENT
            DISPLAY "KEYWORD ............ " SCRP-SUB-KEYWORD
    END-EVALUATE.

400-BROWSE-RECORDS.
    *> a page at a time from the number asked for (ENTER starts at
    *> the top), in file order.
    DISPLAY "START AT RECORD NUMBER [1] : " WITH NO ADVANCING
    MOVE SPACES TO WS-REPLY
    ACCEPT WS-REPLY
    IF FUNCTION TRIM(WS-REPLY) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-REPLY) TO WS-BROWSE-FROM
    ELSE
        MOVE 1 TO WS-BROWSE-FROM
    END-IF
    MOVE WS-BROWSE-FROM TO MNW-SEQ
    MOVE 'N' TO WS-BROWSE-DONE-FLAG
    MOVE 'N' TO WS-EOF-MNW-FLAG
    START MNW-FILE KEY IS NOT LESS THAN MNW-SEQ
        INVALID KEY
            DISPLAY "NO RECORDS FROM NUMBER " WS-BROWSE-FROM
            MOVE 'Y' TO WS-BROWSE-DONE-FLAG
    END-START
    PERFORM UNTIL WS-BROWSE-DONE
        DISPLAY " "
        PERFORM 410-SHOW-BROWSE-HEADING
        MOVE ZERO TO WS-BROWSE-LINES
        PERFORM UNTIL WS-BROWSE-LINES >= WS-BROWSE-PAGE
                OR WS-MNW-EOF
            READ MNW-FILE NEXT
                AT END
                    MOVE 'Y' TO WS-EOF-MNW-FLAG
                NOT AT END
                    ADD 1 TO WS-BROWSE-LINES
                    PERFORM 420-SHOW-BROWSE-LINE
            END-READ
        END-PERFORM
        IF WS-MNW-EOF
            DISPLAY "----- END OF " FUNCTION TRIM(WS-MNT-FILE-TITLE)
                " -----"
            MOVE 'Y' TO WS-BROWSE-DONE-FLAG
        ELSE
            DISPLAY "ENTER FOR MORE, Q TO STOP : " WITH NO ADVANCING
            MOVE SPACES TO WS-REPLY
            ACCEPT WS-REPLY
            IF FUNCTION UPPER-CASE(WS-REPLY(1:1)) = 'Q'
                MOVE 'Y' TO WS-BROWSE-DONE-FLAG
            END-IF
        END-IF
    END-PERFORM.

410-SHOW-BROWSE-HEADING.
    EVALUATE TRUE
        WHEN WS-MNT-CONTROL
            DISPLAY "NUMBER URL                                     "
                "           TAG                  FREQ"
        WHEN WS-MNT-WATCHLIST
            DISPLAY "NUMBER KEYWORD"
        WHEN WS-MNT-SUBSCRIPTION
            DISPLAY "NUMBER RECIPNT  KEYWORD"
    END-EVALUATE.

420-SHOW-BROWSE-LINE.
    EVALUATE TRUE
        WHEN WS-MNT-CONTROL
            MOVE MNW-DATA TO SCRP-CTL-RECORD
            DISPLAY MNW-SEQ " " SCRP-CTL-URL(1:50) " "
                SCRP-CTL-TAG " " SCRP-CTL-FREQ
        WHEN WS-MNT-WATCHLIST
            MOVE MNW-DATA TO SCRP-WTC-RECORD
            DISPLAY MNW-SEQ " " SCRP-WTC-KEYWORD
        WHEN WS-MNT-SUBSCRIPTION
            MOVE MNW-DATA TO SCRP-SUB-RECORD
            DISPLAY MNW-SEQ " " SCRP-SUB-RECIPIENT " "
                SCRP-SUB-KEYWORD
    END-EVALUATE.

500-KEY-AND-EDIT-RECORD.
    *> prompts every field of the after image, edits the result and,
    *> when it passes, asks for confirmation. A refused entry can be
    *> re-keyed from what was typed, or abandoned.
    MOVE 'N' TO WS-CONFIRM-FLAG
    MOVE 'N' TO WS-ENTRY-DONE-FLAG
    PERFORM UNTIL WS-ENTRY-DONE
        EVALUATE TRUE
            WHEN WS-MNT-CONTROL
                PERFORM 510-KEY-CONTROL-FIELDS
                PERFORM 700-EDIT-CONTROL-RECORD
            WHEN WS-MNT-WATCHLIST
                PERFORM 520-KEY-WATCHLIST-FIELDS
                PERFORM 750-EDIT-WATCHLIST-RECORD
            WHEN WS-MNT-SUBSCRIPTION
                PERFORM 530-KEY-SUBSCRIPTION-FIELDS
                PERFORM 760-EDIT-SUBSCRIPTION-RECORD
        END-EVALUATE
        IF WS-REJECT-REASON = SPACES
            DISPLAY "ENTRY PASSES EDIT - APPLY IT? (Y/N) : "
                WITH NO ADVANCING
            PERFORM 590-ASK-CONFIRM
            MOVE 'Y' TO WS-ENTRY-DONE-FLAG
        ELSE
            ADD 1 TO WS-REFUSED-COUNT
            DISPLAY "REFUSED - " FUNCTION TRIM(WS-REJECT-REASON)
            DISPLAY "RE-KEY THE ENTRY? (Y/N) : " WITH NO ADVANCING
            PERFORM 590-ASK-CONFIRM
            IF NOT WS-CONFIRMED
                MOVE 'Y' TO WS-ENTRY-DONE-FLAG
            END-IF
            MOVE 'N' TO WS-CONFIRM-FLAG
        END-IF
    END-PERFORM
    IF NOT WS-CONFIRMED
        DISPLAY "ENTRY ABANDONED - NOTHING CHANGED"
    END-IF.

510-KEY-CONTROL-FIELDS.
    MOVE WS-AFTER-IMAGE TO SCRP-CTL-RECORD
    MOVE "URL" TO WS-PROMPT-NAME
    MOVE 200 TO WS-FIELD-MAX
    MOVE SCRP-CTL-URL TO WS-FIELD-VALUE
    PERFORM 580-PROMPT-FIELD
    MOVE WS-FIELD-VALUE TO SCRP-CTL-URL
    MOVE "TAG" TO WS-PROMPT-NAME
    MOVE 20 TO WS-FIELD-MAX
    MOVE SCRP-CTL-TAG TO WS-FIELD-VALUE
    PERFORM 580-PROMPT-FIELD
    MOVE WS-FIELD-VALUE TO SCRP-CTL-TAG
    MOVE "FREQUENCY" TO WS-PROMPT-NAME
    MOVE 8 TO WS-FIELD-MAX
    MOVE SCRP-CTL-FREQ TO WS-FIELD-VALUE
    PERFORM 580-PROMPT-FIELD
    MOVE FUNCTION UPPER-CASE(WS-FIELD-VALUE) TO SCRP-CTL-FREQ
    MOVE "LABEL" TO WS-PROMPT-NAME
    MOVE 10 TO WS-FIELD-MAX
    MOVE SCRP-CTL-LABEL TO WS-FIELD-VALUE
    PERFORM 580-PROMPT-FIELD
    MOVE WS-FIELD-VALUE TO SCRP-CTL-LABEL
    MOVE "TYPE (T=TABLE)" TO WS-PROMPT-NAME
    MOVE 1 TO WS-FIELD-MAX
    MOVE SCRP-CTL-TYPE TO WS-FIELD-VALUE
    PERFORM 580-PROMPT-FIELD
    MOVE FUNCTION UPPER-CASE(WS-FIELD-VALUE) TO SCRP-CTL-TYPE
    PERFORM VARYING WS-SEC-IDX FROM 1 BY 1 UNTIL WS-SEC-IDX > 4
        COMPUTE WS-SEC-SHOW = WS-SEC-IDX + 1
        MOVE SPACES TO WS-PROMPT-NAME
        STRING "SECTION " WS-SEC-SHOW " TAG"
            DELIMITED BY SIZE INTO WS-PROMPT-NAME
        MOVE 20 TO WS-FIELD-MAX
        MOVE SCRP-CTL-XTAG(WS-SEC-IDX) TO WS-FIELD-VALUE
        PERFORM 580-PROMPT-FIELD
        MOVE WS-FIELD-VALUE TO SCRP-CTL-XTAG(WS-SEC-IDX)
        MOVE SPACES TO WS-PROMPT-NAME
        STRING "SECTION " WS-SEC-SHOW " LABEL"
            DELIMITED BY SIZE INTO WS-PROMPT-NAME
        MOVE 10 TO WS-FIELD-MAX
        MOVE SCRP-CTL-XLABEL(WS-SEC-IDX) TO WS-FIELD-VALUE
        PERFORM 580-PROMPT-FIELD
        MOVE WS-FIELD-VALUE TO SCRP-CTL-XLABEL(WS-SEC-IDX)
        MOVE SPACES TO WS-PROMPT-NAME
        STRING "SECTION " WS-SEC-SHOW " TYPE"
            DELIMITED BY SIZE INTO WS-PROMPT-NAME
        MOVE 1 TO WS-FIELD-MAX
        MOVE SCRP-CTL-XTYPE(WS-SEC-IDX) TO WS-FIELD-VALUE
        PERFORM 580-PROMPT-FIELD
        MOVE FUNCTION UPPER-CASE(WS-FIELD-VALUE)
            TO SCRP-CTL-XTYPE(WS-SEC-IDX)
    END-PERFORM
    MOVE "COST CENTER" TO WS-PROMPT-NAME
    MOVE 8 TO WS-FIELD-MAX
    MOVE SCRP-CTL-COST-CENTER TO WS-FIELD-VALUE
    PERFORM 580-PROMPT-FIELD
    MOVE FUNCTION UPPER-CASE(WS-FIELD-VALUE) TO SCRP-CTL-COST-CENTER
    MOVE SCRP-CTL-RECORD TO WS-AFTER-IMAGE.

520-KEY-WATCHLIST-FIELDS.
    MOVE WS-AFTER-IMAGE TO SCRP-WTC-RECORD
    MOVE "KEYWORD" TO WS-PROMPT-NAME
    MOVE 60 TO WS-FIELD-MAX
    MOVE SCRP-WTC-KEYWORD TO WS-FIELD-VALUE
    PERFORM 580-PROMPT-FIELD
    MOVE WS-FIELD-VALUE TO SCRP-WTC-KEYWORD
    MOVE SPACES TO WS-AFTER-IMAGE
    MOVE SCRP-WTC-RECORD TO WS-AFTER-IMAGE.

530-KEY-SUBSCRIPTION-FIELDS.
    MOVE WS-AFTER-IMAGE TO SCRP-SUB-RECORD
    MOVE "RECIPIENT" TO WS-PROMPT-NAME
    MOVE 8 TO WS-FIELD-MAX
    MOVE SCRP-SUB-RECIPIENT TO WS-FIELD-VALUE
    PERFORM 580-PROMPT-FIELD
    MOVE FUNCTION UPPER-CASE(WS-FIELD-VALUE) TO SCRP-SUB-RECIPIENT
    MOVE "KEYWORD" TO WS-PROMPT-NAME
    MOVE 60 TO WS-FIELD-MAX
    MOVE SCRP-SUB-KEYWORD TO WS-FIELD-VALUE
    PERFORM 580-PROMPT-FIELD
    MOVE WS-FIELD-VALUE TO SCRP-SUB-KEYWORD
    MOVE SPACES TO WS-AFTER-IMAGE
    MOVE SCRP-SUB-RECORD TO WS-AFTER-IMAGE.

580-PROMPT-FIELD.
    *> one field: shows the current value, ENTER keeps it, '*' clears
    *> it, anything else replaces it (left-justified - a stray
    *> leading blank is exactly the column shift this screen is
    *> here to stop). A value longer than the column is asked for
    *> again rather than cut short.
    DISPLAY WS-PROMPT-NAME ": " FUNCTION TRIM(WS-FIELD-VALUE)
    MOVE 'N' TO WS-FIELD-DONE-FLAG
    PERFORM UNTIL WS-FIELD-DONE
        DISPLAY "    NEW VALUE : " WITH NO ADVANCING
        MOVE SPACES TO WS-REPLY-LONG
        ACCEPT WS-REPLY-LONG
        MOVE 'Y' TO WS-FIELD-DONE-FLAG
        EVALUATE TRUE
            WHEN WS-REPLY-LONG = SPACES
                CONTINUE
            WHEN FUNCTION TRIM(WS-REPLY-LONG) = '*'
                MOVE SPACES TO WS-FIELD-VALUE
            WHEN OTHER
                MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-REPLY-LONG))
                    TO WS-REPLY-LEN
                IF WS-REPLY-LEN > WS-FIELD-MAX
                    DISPLAY "    TOO LONG - " WS-PROMPT-NAME
                        " HOLDS " WS-FIELD-MAX " CHARACTERS"
                    MOVE 'N' TO WS-FIELD-DONE-FLAG
                ELSE
                    MOVE FUNCTION TRIM(WS-REPLY-LONG) TO WS-FIELD-VALUE
                END-IF
        END-EVALUATE
    END-PERFORM.

590-ASK-CONFIRM.
    MOVE 'N' TO WS-CONFIRM-FLAG
    MOVE SPACES TO WS-REPLY
    ACCEPT WS-REPLY
    IF FUNCTION UPPER-CASE(WS-REPLY(1:1)) = 'Y'
        MOVE 'Y' TO WS-CONFIRM-FLAG
    END-IF.

600-SAVE-CHANGES.
    *> the master is rewritten from the work file in file order, then
    *> the session's log entries are appended to the maintenance log.
    *> Nothing changed means nothing rewritten.
    IF WS-PENDING-COUNT = ZERO
        DISPLAY "NO CHANGES TO SAVE - " WS-MNT-FILE-NAME
            ".DAT LEFT AS IT WAS"
    ELSE
        PERFORM 610-REWRITE-MASTER
        PERFORM 620-APPEND-LOG
        ADD WS-PENDING-COUNT TO WS-SAVED-COUNT
        DISPLAY WS-MNT-FILE-NAME ".DAT SAVED - " WS-WRITTEN-COUNT
            " RECORDS, " WS-ADD-COUNT " ADDED, " WS-CHANGE-COUNT
            " CHANGED, " WS-DELETE-COUNT " DELETED"
        MOVE ZERO TO WS-PENDING-COUNT
    END-IF.

610-REWRITE-MASTER.
    MOVE ZERO TO WS-WRITTEN-COUNT
    EVALUATE TRUE
        WHEN WS-MNT-CONTROL
            OPEN OUTPUT CTL-FILE
            MOVE WS-CTL-FILE-STATUS TO WS-MNW-STATUS
        WHEN WS-MNT-WATCHLIST
            OPEN OUTPUT WTC-FILE
            MOVE WS-WTC-STATUS TO WS-MNW-STATUS
        WHEN WS-MNT-SUBSCRIPTION
            OPEN OUTPUT SUB-FILE
            MOVE WS-SUB-STATUS TO WS-MNW-STATUS
    END-EVALUATE
    IF WS-MNW-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CTL-MAINT: UNABLE TO REWRITE "
            WS-MNT-FILE-NAME ".DAT, STATUS=" WS-MNW-STATUS
            " - CHANGES NOT SAVED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE ZERO TO MNW-SEQ
    MOVE 'N' TO WS-EOF-MNW-FLAG
    START MNW-FILE KEY IS NOT LESS THAN MNW-SEQ
        INVALID KEY
            MOVE 'Y' TO WS-EOF-MNW-FLAG
    END-START
    PERFORM UNTIL WS-MNW-EOF
        READ MNW-FILE NEXT
            AT END
                MOVE 'Y' TO WS-EOF-MNW-FLAG
            NOT AT END
                ADD 1 TO WS-WRITTEN-COUNT
                EVALUATE TRUE
                    WHEN WS-MNT-CONTROL
                        WRITE SCRP-CTL-RECORD FROM MNW-DATA
                    WHEN WS-MNT-WATCHLIST
                        WRITE SCRP-WTC-RECORD FROM MNW-DATA(1:60)
                    WHEN WS-MNT-SUBSCRIPTION
                        WRITE SCRP-SUB-RECORD FROM MNW-DATA(1:68)
                END-EVALUATE
        END-READ
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-MNT-CONTROL
            CLOSE CTL-FILE
        WHEN WS-MNT-WATCHLIST
            CLOSE WTC-FILE
        WHEN WS-MNT-SUBSCRIPTION
            CLOSE SUB-FILE
    END-EVALUATE.

620-APPEND-LOG.
    *> the master is already rewritten - a log that will not open is
    *> reported loudly, and the session's entries stay in SCRPMLW.DAT
    *> for ops to append by hand.
    CLOSE MLW-FILE
    OPEN EXTEND MNL-FILE
    IF WS-MNL-STATUS NOT = "00" AND WS-MNL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-CTL-MAINT: UNABLE TO OPEN SCRPMNL.DAT,"
            " STATUS=" WS-MNL-STATUS " - LOG ENTRIES LEFT IN"
            " SCRPMLW.DAT"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT MLW-FILE
    MOVE 'N' TO WS-EOF-MLW-FLAG
    PERFORM UNTIL WS-MLW-EOF
        READ MLW-FILE
            AT END
                MOVE 'Y' TO WS-EOF-MLW-FLAG
            NOT AT END
                WRITE SCRP-MNL-RECORD FROM MLW-MNL-RECORD
        END-READ
    END-PERFORM
    CLOSE MNL-FILE
    CLOSE MLW-FILE
    OPEN OUTPUT MLW-FILE.

650-QUIT-WITHOUT-SAVING.
    IF WS-PENDING-COUNT = ZERO
        MOVE 'Y' TO WS-MNT-DONE-FLAG
    ELSE
        DISPLAY "DISCARD " WS-PENDING-COUNT " UNSAVED CHANGES? (Y/N) : "
            WITH NO ADVANCING
        PERFORM 590-ASK-CONFIRM
        IF WS-CONFIRMED
            ADD WS-PENDING-COUNT TO WS-DISCARDED-COUNT
            DISPLAY WS-MNT-FILE-NAME ".DAT LEFT AS IT WAS"
            MOVE 'Y' TO WS-MNT-DONE-FLAG
        END-IF
    END-IF.

700-EDIT-CONTROL-RECORD.
    *> Web-Scrape-Ctl-Edit's 200-EDIT-RECORD chain, in its order.
    MOVE WS-AFTER-IMAGE TO SCRP-CTL-RECORD
    MOVE SPACES TO WS-REJECT-REASON
    PERFORM 710-EDIT-URL
    IF WS-REJECT-REASON = SPACES
        PERFORM 730-EDIT-TAG
    END-IF
    IF WS-REJECT-REASON = SPACES
        PERFORM 735-EDIT-FREQUENCY
    END-IF
    IF WS-REJECT-REASON = SPACES
        PERFORM 737-EDIT-SECTION-TYPES
    END-IF
    IF WS-REJECT-REASON = SPACES
        PERFORM 738-EDIT-COST-CENTER
    END-IF
    IF WS-REJECT-REASON = SPACES
        PERFORM 770-BUILD-DUP-KEY
        PERFORM 740-CHECK-DUPLICATE
        IF WS-REJECT-REASON NOT = SPACES
            MOVE 'DUPLICATE URL' TO WS-REJECT-REASON
        END-IF
    END-IF.

710-EDIT-URL.
    *> the same shape rules as Web-Scrape-Ctl-Edit's 210-EDIT-URL:
    *> http/https scheme, a host with a dot, no embedded blanks.
    IF SCRP-CTL-RECORD = SPACES
        MOVE 'BLANK RECORD' TO WS-REJECT-REASON
    ELSE
        IF SCRP-CTL-URL = SPACES
            MOVE 'URL MISSING' TO WS-REJECT-REASON
        ELSE
            MOVE FUNCTION TRIM(SCRP-CTL-URL) TO WS-URL-TRIM
            MOVE FUNCTION LENGTH(FUNCTION TRIM(SCRP-CTL-URL))
                TO WS-URL-LEN
            MOVE ZERO TO WS-BLANK-COUNT
            INSPECT WS-URL-TRIM(1:WS-URL-LEN)
                TALLYING WS-BLANK-COUNT FOR ALL ' '
            EVALUATE TRUE
                WHEN WS-BLANK-COUNT > ZERO
                    MOVE 'URL CONTAINS EMBEDDED BLANKS'
                        TO WS-REJECT-REASON
                WHEN WS-URL-TRIM(1:8) = 'https://'
                    PERFORM 720-EDIT-HOST-PART
                WHEN WS-URL-TRIM(1:7) = 'http://'
                    PERFORM 720-EDIT-HOST-PART
                WHEN OTHER
                    MOVE 'URL SCHEME NOT HTTP OR HTTPS'
                        TO WS-REJECT-REASON
            END-EVALUATE
        END-IF
    END-IF.

720-EDIT-HOST-PART.
    *> everything between the scheme and the first '/' (or the end)
    *> is the host - it must be there and must contain a dot, the
    *> same test as the pre-run edit's 220-EDIT-HOST-PART.
    MOVE SPACES TO WS-URL-REST
    IF WS-URL-TRIM(1:8) = 'https://'
        COMPUTE WS-REST-LEN = WS-URL-LEN - 8
        IF WS-REST-LEN > ZERO
            MOVE WS-URL-TRIM(9:WS-REST-LEN) TO WS-URL-REST
        END-IF
    ELSE
        COMPUTE WS-REST-LEN = WS-URL-LEN - 7
        IF WS-REST-LEN > ZERO
            MOVE WS-URL-TRIM(8:WS-REST-LEN) TO WS-URL-REST
        END-IF
    END-IF
    IF WS-URL-REST = SPACES
        MOVE 'URL HAS NO HOST' TO WS-REJECT-REASON
    ELSE
        MOVE SPACES TO WS-HOST-PART
        UNSTRING WS-URL-REST DELIMITED BY '/'
            INTO WS-HOST-PART
        END-UNSTRING
        MOVE ZERO TO WS-DOT-COUNT
        INSPECT WS-HOST-PART TALLYING WS-DOT-COUNT FOR ALL '.'
        IF WS-HOST-PART = SPACES OR WS-DOT-COUNT = ZERO
            MOVE 'URL HOST NOT PLAUSIBLE' TO WS-REJECT-REASON
        END-IF
    END-IF.

730-EDIT-TAG.
    *> the pre-run edit's 230-EDIT-TAG: the first tag is required,
    *> extras are checked when keyed, and a label keyed without its
    *> tag names a section that would silently capture nothing.
    MOVE 'Y' TO WS-TAG-VALID-FLAG
    MOVE SCRP-CTL-TAG TO WS-TAG-WORK
    PERFORM 732-EDIT-ONE-TAG
    PERFORM VARYING WS-SEC-IDX FROM 1 BY 1 UNTIL WS-SEC-IDX > 4
        IF SCRP-CTL-XTAG(WS-SEC-IDX) NOT = SPACES
            MOVE SCRP-CTL-XTAG(WS-SEC-IDX) TO WS-TAG-WORK
            PERFORM 732-EDIT-ONE-TAG
        ELSE
            IF SCRP-CTL-XLABEL(WS-SEC-IDX) NOT = SPACES
                MOVE 'SECTION LABEL WITHOUT TAG'
                    TO WS-REJECT-REASON
            END-IF
        END-IF
    END-PERFORM
    IF NOT WS-TAG-VALID AND WS-REJECT-REASON = SPACES
        MOVE 'TAG PATTERN INVALID' TO WS-REJECT-REASON
    END-IF.

732-EDIT-ONE-TAG.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TAG-WORK)) TO WS-TAG-LEN
    IF WS-TAG-WORK = SPACES OR WS-TAG-LEN < 3
        MOVE 'N' TO WS-TAG-VALID-FLAG
    ELSE
        MOVE FUNCTION TRIM(WS-TAG-WORK) TO WS-TAG-TRIM
        IF WS-TAG-TRIM(1:1) NOT = '<'
                OR WS-TAG-TRIM(WS-TAG-LEN:1) NOT = '>'
            MOVE 'N' TO WS-TAG-VALID-FLAG
        END-IF
    END-IF.

735-EDIT-FREQUENCY.
    *> the values the scrape's due-date evaluation understands -
    *> blank means daily.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SCRP-CTL-FREQ))
        TO WS-FREQ-WORK
    EVALUATE WS-FREQ-WORK
        WHEN SPACES
        WHEN 'DAILY'
        WHEN 'WEEKLY'
        WHEN 'MONTHLY'
        WHEN 'MONDAY'
        WHEN 'TUESDAY'
        WHEN 'WEDNESDAY'
        WHEN 'THURSDAY'
        WHEN 'FRIDAY'
        WHEN 'SATURDAY'
        WHEN 'SUNDAY'
            CONTINUE
        WHEN OTHER
            MOVE 'FREQUENCY INVALID' TO WS-REJECT-REASON
    END-EVALUATE.

737-EDIT-SECTION-TYPES.
    *> the pre-run edit's 237-EDIT-SECTION-TYPES: blank for text,
    *> 'T' for a table, and no type on an extra section with no tag.
    IF SCRP-CTL-TYPE NOT = SPACE AND NOT SCRP-CTL-TABLE
        MOVE 'SECTION TYPE INVALID' TO WS-REJECT-REASON
    END-IF
    PERFORM VARYING WS-SEC-IDX FROM 1 BY 1 UNTIL WS-SEC-IDX > 4
        IF SCRP-CTL-XTYPE(WS-SEC-IDX) NOT = SPACE
            IF NOT SCRP-CTL-XTABLE(WS-SEC-IDX)
                MOVE 'SECTION TYPE INVALID' TO WS-REJECT-REASON
            ELSE
                IF SCRP-CTL-XTAG(WS-SEC-IDX) = SPACES
                    MOVE 'SECTION TYPE WITHOUT TAG'
                        TO WS-REJECT-REASON
                END-IF
            END-IF
        END-IF
    END-PERFORM.

738-EDIT-COST-CENTER.
    *> the pre-run edit's 238-EDIT-COST-CENTER: blank is unowned and
    *> allowed, a keyed code must be on file and not closed.
    IF SCRP-CTL-COST-CENTER NOT = SPACES
        MOVE 'C' TO MDX-KIND
        MOVE SCRP-CTL-COST-CENTER TO MDX-VALUE
        READ MDX-FILE
            INVALID KEY
                MOVE 'Z' TO MDX-KIND
                MOVE SCRP-CTL-COST-CENTER TO MDX-VALUE
                READ MDX-FILE
                    INVALID KEY
                        MOVE 'COST CENTER NOT ON FILE'
                            TO WS-REJECT-REASON
                    NOT INVALID KEY
                        MOVE 'COST CENTER CLOSED' TO WS-REJECT-REASON
                END-READ
        END-READ
    END-IF.

740-CHECK-DUPLICATE.
    *> the key built by 770 must not belong to another record - the
    *> record being changed may of course keep its own. Sets a
    *> reason the caller words for its own file.
    MOVE WS-NEW-DUP-KEY TO MDX-KEY
    READ MDX-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF MDX-SEQ NOT = WS-CUR-SEQ OR WS-CUR-SEQ = ZERO
                MOVE 'DUPLICATE' TO WS-REJECT-REASON
            END-IF
    END-READ.

750-EDIT-WATCHLIST-RECORD.
    *> the scan ignores a blank keyword and matches case-blind, so a
    *> blank entry or a second spelling of a keyword already on the
    *> list can only be a mistake.
    MOVE WS-AFTER-IMAGE TO SCRP-WTC-RECORD
    MOVE SPACES TO WS-REJECT-REASON
    IF SCRP-WTC-KEYWORD = SPACES
        MOVE 'KEYWORD MISSING' TO WS-REJECT-REASON
    ELSE
        PERFORM 770-BUILD-DUP-KEY
        PERFORM 740-CHECK-DUPLICATE
        IF WS-REJECT-REASON NOT = SPACES
            MOVE 'KEYWORD ALREADY ON WATCHLIST' TO WS-REJECT-REASON
        END-IF
    END-IF.

760-EDIT-SUBSCRIPTION-RECORD.
    *> the recipient ID becomes part of a digest file name
    *> (SCRPDG<id>.DAT), so it may not carry a blank, and CATCHALL
    *> is the digest's own name for unowned hits. The keyword must be
    *> on the watchlist or the subscription can never fire.
    MOVE WS-AFTER-IMAGE TO SCRP-SUB-RECORD
    MOVE SPACES TO WS-REJECT-REASON
    EVALUATE TRUE
        WHEN SCRP-SUB-RECIPIENT = SPACES
            MOVE 'RECIPIENT MISSING' TO WS-REJECT-REASON
        WHEN SCRP-SUB-KEYWORD = SPACES
            MOVE 'KEYWORD MISSING' TO WS-REJECT-REASON
        WHEN OTHER
            MOVE FUNCTION TRIM(SCRP-SUB-RECIPIENT) TO WS-RCP-WORK
            MOVE FUNCTION LENGTH(FUNCTION TRIM(SCRP-SUB-RECIPIENT))
                TO WS-RCP-LEN
            MOVE ZERO TO WS-BLANK-COUNT
            INSPECT WS-RCP-WORK(1:WS-RCP-LEN)
                TALLYING WS-BLANK-COUNT FOR ALL ' '
            IF WS-BLANK-COUNT > ZERO
                MOVE 'RECIPIENT CONTAINS EMBEDDED BLANKS'
                    TO WS-REJECT-REASON
            END-IF
            IF WS-RCP-WORK = 'CATCHALL'
                MOVE 'RECIPIENT CATCHALL IS RESERVED'
                    TO WS-REJECT-REASON
            END-IF
    END-EVALUATE
    IF WS-REJECT-REASON = SPACES
        MOVE 'K' TO MDX-KIND
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SCRP-SUB-KEYWORD))
            TO MDX-VALUE
        READ MDX-FILE
            INVALID KEY
                MOVE 'KEYWORD NOT ON WATCHLIST' TO WS-REJECT-REASON
        END-READ
    END-IF
    IF WS-REJECT-REASON = SPACES
        PERFORM 770-BUILD-DUP-KEY
        PERFORM 740-CHECK-DUPLICATE
        IF WS-REJECT-REASON NOT = SPACES
            MOVE 'RECIPIENT ALREADY HAS THIS KEYWORD'
                TO WS-REJECT-REASON
        END-IF
    END-IF.

770-BUILD-DUP-KEY.
    *> the duplicate key of the after image: the trimmed URL, the
    *> upper-cased keyword, or the recipient/keyword pair.
    MOVE SPACES TO WS-NEW-DUP-KEY
    EVALUATE TRUE
        WHEN WS-MNT-CONTROL
            MOVE WS-AFTER-IMAGE TO SCRP-CTL-RECORD
            MOVE 'U' TO WS-NEW-DUP-KIND
            MOVE FUNCTION TRIM(SCRP-CTL-URL) TO WS-NEW-DUP-VALUE
        WHEN WS-MNT-WATCHLIST
            MOVE WS-AFTER-IMAGE TO SCRP-WTC-RECORD
            MOVE 'K' TO WS-NEW-DUP-KIND
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SCRP-WTC-KEYWORD))
                TO WS-NEW-DUP-VALUE
        WHEN WS-MNT-SUBSCRIPTION
            MOVE WS-AFTER-IMAGE TO SCRP-SUB-RECORD
            PERFORM 790-BUILD-PAIR-KEY
    END-EVALUATE.

780-REGISTER-NEW-KEY.
    *> a blank keyword (kept in place on a loaded watchlist) owns no
    *> key.
    PERFORM 770-BUILD-DUP-KEY
    IF WS-NEW-DUP-VALUE NOT = SPACES
        MOVE WS-NEW-DUP-KEY TO MDX-KEY
        MOVE WS-CUR-SEQ TO MDX-SEQ
        WRITE MDX-RECORD
            INVALID KEY
                REWRITE MDX-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
        END-WRITE
    END-IF.

785-RELEASE-OLD-KEY.
    *> only the record that owns a key may give it up - a duplicate
    *> loaded from the master never registered its own.
    IF WS-OLD-DUP-KEY NOT = SPACES
        MOVE WS-OLD-DUP-KEY TO MDX-KEY
        READ MDX-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF MDX-SEQ = WS-CUR-SEQ
                    DELETE MDX-FILE
                        INVALID KEY
                            CONTINUE
                    END-DELETE
                END-IF
        END-READ
    END-IF.

790-BUILD-PAIR-KEY.
    MOVE SPACES TO WS-NEW-DUP-KEY
    MOVE 'P' TO WS-NEW-DUP-KIND
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SCRP-SUB-KEYWORD))
        TO WS-KEYWORD-WORK
    STRING SCRP-SUB-RECIPIENT WS-KEYWORD-WORK
        DELIMITED BY SIZE INTO WS-NEW-DUP-VALUE.

800-WRITE-LOG-ENTRY.
    MOVE SPACES TO SCRP-MNL-RECORD
    MOVE WS-RUN-DATE TO SCRP-MNL-DATE
    ACCEPT SCRP-MNL-TIME FROM TIME
    MOVE WS-OPERATOR-ID TO SCRP-MNL-OPERATOR
    MOVE WS-MNT-FILE-NAME TO SCRP-MNL-FILE
    MOVE WS-LOG-ACTION TO SCRP-MNL-ACTION
    MOVE WS-BEFORE-IMAGE TO SCRP-MNL-BEFORE
    MOVE WS-AFTER-IMAGE TO SCRP-MNL-AFTER
    WRITE MLW-MNL-RECORD FROM SCRP-MNL-RECORD.
