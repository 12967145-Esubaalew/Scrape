*> This job runs before the scrape: each record is checked for URL
*> shape (scheme, host, no embedded blanks), duplicate URLs are
*> flagged, the tag column gets the same rules as 410-VALIDATE-TAG,
*> the fetch-frequency column must be one of the values the
*> scrape's due-date evaluation understands, and each section-type
*> column must be blank (text) or 'T' (table), and a keyed cost
*> center must be on the cost-center reference file (SCRPCCR.DAT)
*> and not closed - blank is allowed and means the URL is unowned,
*> which the chargeback report lists separately. Clean records go
*> to an accepted control file (SCRPCTA.DAT) the scrape step is
*> pointed at; every bad record goes to a reject listing
*> (SCRPCTR.DAT) with the reason in front of it, and the job ends
*> with RETURN-CODE 8 so the scheduler can page before the scrape
*> wastes its window.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS SNX-URL
        FILE STATUS IS WS-SNX-STATUS.

*> cost-center reference file, optional - without it any keyed
*> cost center is reported not on file. Spilled into a keyed
*> scratch file for the lookup, rebuilt from scratch every run.
    SELECT OPTIONAL CCR-FILE
        ASSIGN TO "SCRPCCR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CCR-STATUS.

    SELECT CCX-FILE
        ASSIGN TO "SCRPCCX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CCX-CODE
        FILE STATUS IS WS-CCX-STATUS.

    SELECT OPTIONAL RSL-FILE
        ASSIGN TO "SCRPRSL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CTL-FILE.
FD  CTA-FILE.
*> accepted records - same physical layout as SCRPCTL.DAT, so the
*> scrape step can be pointed at this file unchanged.
01  CTA-CTL-RECORD              PIC X(371).

FD  CTR-FILE.
*> reject listing: the reason, then the offending record as keyed.
01  CTR-REJECT-RECORD.
    05  CTR-REASON              PIC X(40).
    05  CTR-CTL-DATA            PIC X(371).

FD  SNX-FILE.
01  SNX-RECORD.
    05  SNX-URL                 PIC X(200).

FD  CCR-FILE.
    COPY SCRPCCR.

FD  CCX-FILE.
01  CCX-RECORD.
    05  CCX-CODE                PIC X(8).
    05  CCX-STATUS              PIC X(1).

FD  RSL-FILE.
    COPY SCRPRSL.

WORKING-STORAGE SECTION.
01  WS-CTL-FILE-STATUS          PIC XX.
01  WS-CTA-STATUS               PIC XX.
01  WS-DUP-FOUND-FLAG           PIC X(1).
    88  WS-DUP-FOUND            VALUE 'Y'.

*> ---- cost-center reference, for the cost-center edit ------------
01  WS-CCR-STATUS               PIC XX.
01  WS-CCX-STATUS               PIC XX.
01  WS-EOF-CCR-FLAG             PIC X(1) VALUE 'N'.
    88  WS-CCR-EOF              VALUE 'Y'.
01  WS-CCR-COUNT                PIC 9(4) VALUE ZERO.

*> ---- counters for the end-of-job summary -------------------------
01  WS-ACCEPT-COUNT             PIC 9(4) VALUE ZERO.
01  WS-REJECT-COUNT             PIC 9(4) VALUE ZERO.

*> ---- run-status ledger posting -----------------------------------
01  WS-RSL-STATUS               PIC XX.
01  WS-RSL-RUN-DATE             PIC X(8).
01  WS-RSL-START-TIME           PIC X(8).

PROCEDURE DIVISION.

000-MAIN-PROCESS.
    ACCEPT WS-RSL-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RSL-START-TIME FROM TIME
    OPEN INPUT CTL-FILE
    IF WS-CTL-FILE-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CTL-EDIT: UNABLE TO OPEN SCRPCTL.DAT,"
            " STATUS=" WS-CTL-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT CTA-FILE
        DISPLAY "WEB-SCRAPE-CTL-EDIT: UNABLE TO OPEN SCRPCTA.DAT,"
            " STATUS=" WS-CTA-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT CTR-FILE
        DISPLAY "WEB-SCRAPE-CTL-EDIT: UNABLE TO OPEN SCRPCTR.DAT,"
            " STATUS=" WS-CTR-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT SNX-FILE
        DISPLAY "WEB-SCRAPE-CTL-EDIT: UNABLE TO BUILD SCRPSNX.DAT,"
            " STATUS=" WS-SNX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM 150-LOAD-COST-CENTERS

    PERFORM UNTIL WS-CTL-EOF
        READ CTL-FILE
    CLOSE CTA-FILE
    CLOSE CTR-FILE
    CLOSE SNX-FILE
    CLOSE CCX-FILE

    DISPLAY " "
    DISPLAY "===== WEB-SCRAPE CONTROL EDIT SUMMARY ====="
    DISPLAY "RECORDS READ ............. " WS-CTL-SEQ
    DISPLAY "ACCEPTED ................. " WS-ACCEPT-COUNT
    DISPLAY "REJECTED ................. " WS-REJECT-COUNT
    DISPLAY "COST CENTERS ON FILE ..... " WS-CCR-COUNT
    IF WS-REJECT-COUNT > ZERO
        DISPLAY "SEE SCRPCTR.DAT FOR REASONS - CONTROL FILE NEEDS"
            " ATTENTION BEFORE THE SCRAPE RUNS"
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM 950-POST-RUN-STATUS
    STOP RUN.

150-LOAD-COST-CENTERS.
    *> OPEN OUTPUT truncates any leftover scratch file from an
    *> earlier run, then I-O for the lookups. The reference file is
    *> optional: missing, it loads nothing and every keyed cost
    *> center is rejected not on file.
    OPEN OUTPUT CCX-FILE
    IF WS-CCX-STATUS NOT = "00" AND WS-CCX-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-CTL-EDIT: UNABLE TO BUILD SCRPCCX.DAT,"
            " STATUS=" WS-CCX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    CLOSE CCX-FILE
    OPEN I-O CCX-FILE
    IF WS-CCX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CTL-EDIT: UNABLE TO REOPEN SCRPCCX.DAT,"
            " STATUS=" WS-CCX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN INPUT CCR-FILE
    IF WS-CCR-STATUS = "00"
        PERFORM UNTIL WS-CCR-EOF
            READ CCR-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-CCR-FLAG
                NOT AT END
                    IF SCRP-CCR-CODE NOT = SPACES
                        MOVE SCRP-CCR-CODE TO CCX-CODE
                        MOVE SCRP-CCR-STATUS TO CCX-STATUS
                        WRITE CCX-RECORD
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                ADD 1 TO WS-CCR-COUNT
                        END-WRITE
                    END-IF
            END-READ
        END-PERFORM
    ELSE
        DISPLAY "WEB-SCRAPE-CTL-EDIT: SCRPCCR.DAT NOT AVAILABLE -"
            " KEYED COST CENTERS CANNOT BE VERIFIED"
    END-IF
    CLOSE CCR-FILE.

200-EDIT-RECORD.
    MOVE SPACES TO WS-REJECT-REASON
    PERFORM 210-EDIT-URL
    IF WS-REJECT-REASON = SPACES
        PERFORM 235-EDIT-FREQUENCY
    END-IF
    IF WS-REJECT-REASON = SPACES
        PERFORM 237-EDIT-SECTION-TYPES
    END-IF
    IF WS-REJECT-REASON = SPACES
        PERFORM 238-EDIT-COST-CENTER
    END-IF
    IF WS-REJECT-REASON = SPACES
        PERFORM 240-CHECK-DUPLICATE
    END-IF
            MOVE 'FREQUENCY INVALID' TO WS-REJECT-REASON
    END-EVALUATE.

237-EDIT-SECTION-TYPES.
    *> blank captures the section as text, 'T' as a table as well -
    *> anything else would be quietly taken as text at run time. A
    *> type keyed against an extra section with no tag names a
    *> section that captures nothing, the same slip as a label
    *> without a tag.
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

238-EDIT-COST-CENTER.
    *> blank is allowed - the URL is unowned and the chargeback
    *> report lists it apart. A keyed code must be on the reference
    *> file and still open; a closed unit cannot take on new charges.
    IF SCRP-CTL-COST-CENTER NOT = SPACES
        MOVE SCRP-CTL-COST-CENTER TO CCX-CODE
        READ CCX-FILE
            INVALID KEY
                MOVE 'COST CENTER NOT ON FILE' TO WS-REJECT-REASON
            NOT INVALID KEY
                IF CCX-STATUS = 'C'
                    MOVE 'COST CENTER CLOSED' TO WS-REJECT-REASON
                END-IF
        END-READ
    END-IF.

240-CHECK-DUPLICATE.
    *> a duplicate URL would double-fetch the page and collide in
    *> change detection's prior lookup - the first occurrence is
    IF WS-DUP-FOUND
        MOVE 'DUPLICATE URL' TO WS-REJECT-REASON
    END-IF.

950-POST-RUN-STATUS.
    *> one record on the shared run-status ledger, clean finish or
    *> error exit alike, for the morning operations board. The
    *> ledger is a by-product of the run, not part of it - a ledger
    *> that will not open is reported and the step's own outcome
    *> and return code stand.
    OPEN EXTEND RSL-FILE
    IF WS-RSL-STATUS NOT = "00" AND WS-RSL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-CTL-EDIT: UNABLE TO OPEN SCRPRSL.DAT, STATUS="
            WS-RSL-STATUS " - RUN STATUS NOT POSTED"
    ELSE
        INITIALIZE SCRP-RSL-RECORD
        MOVE WS-RSL-RUN-DATE TO SCRP-RSL-RUN-DATE
        MOVE "WEB-SCRAPE-CTL-EDIT" TO SCRP-RSL-STEP
        MOVE WS-RSL-START-TIME TO SCRP-RSL-START-TIME
        ACCEPT SCRP-RSL-END-TIME FROM TIME
        MOVE RETURN-CODE TO SCRP-RSL-RETURN-CODE
        MOVE WS-CTL-SEQ TO SCRP-RSL-FETCHED
        MOVE WS-REJECT-COUNT TO SCRP-RSL-FAILED
        MOVE WS-ACCEPT-COUNT TO SCRP-RSL-WRITTEN
        MOVE WS-REJECT-COUNT TO SCRP-RSL-EXCEPTIONS
        WRITE SCRP-RSL-RECORD
        CLOSE RSL-FILE
    END-IF.
