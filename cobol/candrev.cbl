*> still in the queue. This job takes a decisions file (SCRPDSP.DAT,
*> one PROMOTE/REJECT/DEFER per candidate URL) and applies it:
*>   - PROMOTE appends a proper SCRP-CTL-RECORD to SCRPCTL.DAT,
*>     built from the decision's tag, frequency and cost-center
*>     columns and validated with the same rules
*>     Web-Scrape-Ctl-Edit applies (tag shape, frequency value,
*>     cost center on the reference file SCRPCCR.DAT and open,
*>     duplicate URL) - a promotion
*>     that fails validation is reported, left in the queue, and
*>     the job ends RETURN-CODE 8 so ops fixes the decision,
*>   - REJECT appends the URL to the permanent reject file
        RECORD KEY IS CVX-URL
        FILE STATUS IS WS-CVX-STATUS.

*> cost-center reference, optional - spilled to a keyed scratch
*> file for the promotion's cost-center check, rebuilt every run.
    SELECT OPTIONAL CCR-FILE
        ASSIGN TO "SCRPCCR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CCR-STATUS.

    SELECT CRX-FILE
        ASSIGN TO "SCRPCRX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CRX-CODE
        FILE STATUS IS WS-CRX-STATUS.

    SELECT OPTIONAL RSL-FILE
        ASSIGN TO "SCRPRSL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CND-FILE.
01  CVX-RECORD.
    05  CVX-URL                 PIC X(200).

FD  CCR-FILE.
    COPY SCRPCCR.

FD  CRX-FILE.
01  CRX-RECORD.
    05  CRX-CODE                PIC X(8).
    05  CRX-STATUS              PIC X(1).

FD  RSL-FILE.
    COPY SCRPRSL.

WORKING-STORAGE SECTION.
01  WS-CND-STATUS               PIC XX.
01  WS-DSP-STATUS               PIC XX.
        10  WS-DSPT-ACTION      PIC X(8).
        10  WS-DSPT-TAG         PIC X(20).
        10  WS-DSPT-FREQ        PIC X(8).
        10  WS-DSPT-COST-CENTER PIC X(8).
        10  WS-DSPT-USED-FLAG   PIC X(1).

*> ---- control-file URLs, for the promotion duplicate check --------
01  WS-CVX-STATUS               PIC XX.

*> ---- cost-center reference, for the promotion cost-center check --
01  WS-CCR-STATUS               PIC XX.
01  WS-CRX-STATUS               PIC XX.
01  WS-EOF-CCR-FLAG             PIC X(1) VALUE 'N'.
    88  WS-CCR-EOF              VALUE 'Y'.

*> ---- promotion validation (Web-Scrape-Ctl-Edit's rules) ----------
01  WS-REJECT-REASON            PIC X(40).
01  WS-URL-TRIM                 PIC X(200).
01  WS-BAD-PROMOTE-COUNT        PIC 9(4) VALUE ZERO.
01  WS-UNMATCHED-DSP-COUNT      PIC 9(4) VALUE ZERO.

*> ---- run-status ledger posting -----------------------------------
01  WS-RSL-STATUS               PIC XX.
01  WS-RSL-RUN-DATE             PIC X(8).
01  WS-RSL-START-TIME           PIC X(8).

PROCEDURE DIVISION.

000-MAIN-PROCESS.
    ACCEPT WS-RSL-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RSL-START-TIME FROM TIME
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 100-LOAD-DECISIONS
    PERFORM 120-LOAD-CONTROL-URLS
    PERFORM 130-LOAD-COST-CENTERS

    OPEN INPUT CND-FILE
    IF WS-CND-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CAND-REVIEW: UNABLE TO OPEN SCRPCND.DAT,"
            " STATUS=" WS-CND-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT CNW-FILE
        DISPLAY "WEB-SCRAPE-CAND-REVIEW: UNABLE TO OPEN SCRPCNW.DAT,"
            " STATUS=" WS-CNW-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM 140-OPEN-CONTROL-EXTEND
    CLOSE CTL-FILE
    CLOSE REJ-FILE
    CLOSE CVX-FILE
    CLOSE CRX-FILE

    PERFORM 600-REPORT-UNMATCHED-DECISIONS
    PERFORM 700-COPY-QUEUE-BACK
        DISPLAY "DECISIONS FILE NEEDS ATTENTION - SEE MESSAGES ABOVE"
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM 950-POST-RUN-STATUS
    STOP RUN.

100-LOAD-DECISIONS.
                                TO WS-DSPT-TAG(WS-DSP-COUNT)
                            MOVE SCRP-DSP-FREQ
                                TO WS-DSPT-FREQ(WS-DSP-COUNT)
                            MOVE FUNCTION UPPER-CASE(
                                SCRP-DSP-COST-CENTER)
                                TO WS-DSPT-COST-CENTER(WS-DSP-COUNT)
                            MOVE 'N' TO WS-DSPT-USED-FLAG(WS-DSP-COUNT)
                        END-IF
                    END-IF
        DISPLAY "WEB-SCRAPE-CAND-REVIEW: UNABLE TO BUILD SCRPCVX.DAT,"
            " STATUS=" WS-CVX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    CLOSE CVX-FILE
        DISPLAY "WEB-SCRAPE-CAND-REVIEW: UNABLE TO REOPEN SCRPCVX.DAT,"
            " STATUS=" WS-CVX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN INPUT CTL-FILE
        DISPLAY "WEB-SCRAPE-CAND-REVIEW: UNABLE TO OPEN SCRPCTL.DAT,"
            " STATUS=" WS-CTL-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-CTL-EOF
    END-PERFORM
    CLOSE CTL-FILE.

130-LOAD-COST-CENTERS.
    *> a promoted URL's cost center gets the pre-run edit's check.
    *> The reference file is optional - missing, any keyed cost
    *> center fails the edit as not on file. OPEN OUTPUT truncates
    *> any leftover scratch file, then I-O for the lookups.
    OPEN OUTPUT CRX-FILE
    IF WS-CRX-STATUS NOT = "00" AND WS-CRX-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-CAND-REVIEW: UNABLE TO BUILD SCRPCRX.DAT,"
            " STATUS=" WS-CRX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    CLOSE CRX-FILE
    OPEN I-O CRX-FILE
    IF WS-CRX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CAND-REVIEW: UNABLE TO REOPEN SCRPCRX.DAT,"
            " STATUS=" WS-CRX-STATUS
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
                        MOVE SCRP-CCR-CODE TO CRX-CODE
                        MOVE SCRP-CCR-STATUS TO CRX-STATUS
                        WRITE CRX-RECORD
                            INVALID KEY
                                CONTINUE
                        END-WRITE
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE CCR-FILE.

140-OPEN-CONTROL-EXTEND.
    OPEN EXTEND CTL-FILE
    IF WS-CTL-FILE-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CAND-REVIEW: UNABLE TO EXTEND SCRPCTL.DAT,"
            " STATUS=" WS-CTL-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

        DISPLAY "WEB-SCRAPE-CAND-REVIEW: UNABLE TO EXTEND SCRPREJ.DAT,"
            " STATUS=" WS-REJ-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

    IF WS-REJECT-REASON = SPACES
        PERFORM 330-EDIT-PROMOTION-FREQUENCY
    END-IF
    IF WS-REJECT-REASON = SPACES
        PERFORM 335-EDIT-PROMOTION-COST-CENTER
    END-IF
    IF WS-REJECT-REASON = SPACES
        PERFORM 340-CHECK-PROMOTION-DUPLICATE
    END-IF
        MOVE SCRP-CND-URL TO SCRP-CTL-URL
        MOVE WS-DSPT-TAG(WS-DSP-CUR) TO SCRP-CTL-TAG
        MOVE WS-DSPT-FREQ(WS-DSP-CUR) TO SCRP-CTL-FREQ
        MOVE WS-DSPT-COST-CENTER(WS-DSP-CUR) TO SCRP-CTL-COST-CENTER
        WRITE SCRP-CTL-RECORD
        ADD 1 TO WS-PROMOTED-COUNT
    ELSE
            MOVE 'FREQUENCY INVALID' TO WS-REJECT-REASON
    END-EVALUATE.

335-EDIT-PROMOTION-COST-CENTER.
    *> the same rule as Web-Scrape-Ctl-Edit's 238-EDIT-COST-CENTER:
    *> blank promotes the URL unowned, a keyed code must be on the
    *> reference file and not closed.
    IF WS-DSPT-COST-CENTER(WS-DSP-CUR) NOT = SPACES
        MOVE WS-DSPT-COST-CENTER(WS-DSP-CUR) TO CRX-CODE
        READ CRX-FILE
            INVALID KEY
                MOVE 'COST CENTER NOT ON FILE' TO WS-REJECT-REASON
            NOT INVALID KEY
                IF CRX-STATUS = 'C'
                    MOVE 'COST CENTER CLOSED' TO WS-REJECT-REASON
                END-IF
        END-READ
    END-IF.

340-CHECK-PROMOTION-DUPLICATE.
    *> the keyed WRITE is both the check and the registration - a
    *> key that bounces is already watched (or already promoted this
        DISPLAY "WEB-SCRAPE-CAND-REVIEW: UNABLE TO REOPEN SCRPCNW.DAT,"
            " STATUS=" WS-CNW-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT CND-FILE
        DISPLAY "WEB-SCRAPE-CAND-REVIEW: UNABLE TO REWRITE SCRPCND.DAT,"
            " STATUS=" WS-CND-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-CNW-EOF
    END-PERFORM
    CLOSE CNW-FILE
    CLOSE CND-FILE.

950-POST-RUN-STATUS.
    *> one record on the shared run-status ledger, clean finish or
    *> error exit alike, for the morning operations board. The
    *> ledger is a by-product of the run, not part of it - a ledger
    *> that will not open is reported and the step's own outcome
    *> and return code stand.
    OPEN EXTEND RSL-FILE
    IF WS-RSL-STATUS NOT = "00" AND WS-RSL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-CAND-REVIEW: UNABLE TO OPEN SCRPRSL.DAT, STATUS="
            WS-RSL-STATUS " - RUN STATUS NOT POSTED"
    ELSE
        INITIALIZE SCRP-RSL-RECORD
        MOVE WS-RSL-RUN-DATE TO SCRP-RSL-RUN-DATE
        MOVE "WEB-SCRAPE-CAND-REVIEW" TO SCRP-RSL-STEP
        MOVE WS-RSL-START-TIME TO SCRP-RSL-START-TIME
        ACCEPT SCRP-RSL-END-TIME FROM TIME
        MOVE RETURN-CODE TO SCRP-RSL-RETURN-CODE
        MOVE WS-READ-COUNT TO SCRP-RSL-FETCHED
        MOVE WS-REJECTED-COUNT TO SCRP-RSL-FAILED
        MOVE WS-PROMOTED-COUNT TO SCRP-RSL-WRITTEN
        COMPUTE SCRP-RSL-EXCEPTIONS = WS-BAD-PROMOTE-COUNT
            + WS-UNMATCHED-DSP-COUNT
        WRITE SCRP-RSL-RECORD
        CLOSE RSL-FILE
    END-IF.
