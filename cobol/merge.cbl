
*> Knits the outputs of a partitioned scrape run back into the
*> single files every downstream step expects. Web-Scrape-Split
*> dealt the control file across N shards by host and one scrape
*> stream ran per shard; the splitter's deal map (SCRPSPM.DAT)
*> names, in control-file order, the shard and shard position each
*> control record went to - so taking the next URL group (header
*> plus its details) from the stream the map names, record by
*> record, restores exact control-file sequence in SCRPOUT.DAT,
*> and Web-Scrape-Report, the prior-day rotation, the retry pass
*> and the reconciliation job are none the wiser. A control record
*> skipped as not due, quarantined or held by host policy wrote no
*> group to its stream's output, only a 'K', 'Q' or 'H' audit
*> record - the knit reads each stream's audit trail first and lets
*> every such position pass empty, so the groups that follow it
*> stay in sequence. A missing deal map, or one whose per-stream
*> counts do not match the stream checkpoints (the shards were
*> re-split after the scrape ran), refuses the merge.
*>
*> Besides the output knit, the per-stream working files are folded
*> back too:
*>     summed; complete only if every stream completed) so the
*>     rerun/restart logic and the reconciliation tie still work,
*>   - SCRPALR1..N.DAT concatenate into the day's SCRPALR.DAT,
*>   - SCRPTBL1..N.DAT (table-section cells) concatenate into the
*>     day's SCRPTBL.DAT the same way,
*>   - SCRPCND1..N.DAT fold into the shared SCRPCND.DAT master,
*>     deduplicated - two streams can legitimately find the same
*>     new link on different pages,
        ASSIGN TO "SCRPALR4.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AL4-STATUS.
    SELECT TBL-FILE
        ASSIGN TO "SCRPTBL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TBL-STATUS.
    SELECT OPTIONAL TB1-FILE
        ASSIGN TO "SCRPTBL1.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TB1-STATUS.
    SELECT OPTIONAL TB2-FILE
        ASSIGN TO "SCRPTBL2.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TB2-STATUS.
    SELECT OPTIONAL TB3-FILE
        ASSIGN TO "SCRPTBL3.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TB3-STATUS.
    SELECT OPTIONAL TB4-FILE
        ASSIGN TO "SCRPTBL4.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TB4-STATUS.

    SELECT OPTIONAL MET-FILE
        ASSIGN TO "SCRPMET.DAT"
        RECORD KEY IS MSX-URL
        FILE STATUS IS WS-MSX-STATUS.

    SELECT SPM-FILE
        ASSIGN TO "SCRPSPM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPM-STATUS.

    SELECT OPTIONAL RSL-FILE
        ASSIGN TO "SCRPRSL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  OUT-FILE.
01  CH4-CHK-RECORD              PIC X(13).

FD  AUDIT-FILE.
01  AUD-OUT-RECORD              PIC X(245).
FD  AU1-FILE.
01  AU1-AUD-RECORD              PIC X(245).
FD  AU2-FILE.
01  AU2-AUD-RECORD              PIC X(245).
FD  AU3-FILE.
01  AU3-AUD-RECORD              PIC X(245).
FD  AU4-FILE.
01  AU4-AUD-RECORD              PIC X(245).

FD  ALR-FILE.
01  ALR-OUT-RECORD              PIC X(789).
FD  AL1-FILE.
01  AL1-ALR-RECORD              PIC X(789).
FD  AL2-FILE.
01  AL2-ALR-RECORD              PIC X(789).
FD  AL3-FILE.
01  AL3-ALR-RECORD              PIC X(789).
FD  AL4-FILE.
01  AL4-ALR-RECORD              PIC X(789).
FD  TBL-FILE.
01  TBL-OUT-RECORD              PIC X(516).
FD  TB1-FILE.
01  TB1-TBL-RECORD              PIC X(516).
FD  TB2-FILE.
01  TB2-TBL-RECORD              PIC X(516).
FD  TB3-FILE.
01  TB3-TBL-RECORD              PIC X(516).
FD  TB4-FILE.
01  TB4-TBL-RECORD              PIC X(516).

FD  MET-FILE.
01  MET-OUT-RECORD              PIC X(530).
FD  ME1-FILE.
01  ME1-MET-RECORD              PIC X(530).
FD  ME2-FILE.
01  ME2-MET-RECORD              PIC X(530).
FD  ME3-FILE.
01  ME3-MET-RECORD              PIC X(530).
FD  ME4-FILE.
01  ME4-MET-RECORD              PIC X(530).

FD  STA-FILE.
    COPY SCRPSTA.
    05  MSX-LAST-SUCCESS        PIC X(8).
    05  MSX-CHECKSUM            PIC X(9).

FD  SPM-FILE.
    COPY SCRPSPM.

FD  RSL-FILE.
    COPY SCRPRSL.

WORKING-STORAGE SECTION.
01  WS-OUT-FILE-STATUS          PIC XX.
01  WS-SH1-STATUS               PIC XX.
01  WS-AL2-STATUS               PIC XX.
01  WS-AL3-STATUS               PIC XX.
01  WS-AL4-STATUS               PIC XX.
01  WS-TBL-STATUS               PIC XX.
01  WS-TB1-STATUS               PIC XX.
01  WS-TB2-STATUS               PIC XX.
01  WS-TB3-STATUS               PIC XX.
01  WS-TB4-STATUS               PIC XX.
01  WS-MET-STATUS               PIC XX.
01  WS-ME1-STATUS               PIC XX.
01  WS-ME2-STATUS               PIC XX.
01  WS-CN2-STATUS               PIC XX.
01  WS-CN3-STATUS               PIC XX.
01  WS-CN4-STATUS               PIC XX.
01  WS-SPM-STATUS               PIC XX.
01  WS-EOF-SPM-FLAG             PIC X(1).
    88  WS-SPM-EOF              VALUE 'Y'.

01  WS-STREAMS-ENV              PIC X(8).
01  WS-STREAM-COUNT             PIC 9(1) VALUE 2.
01  WS-SHD-NEXT-REC             PIC X(753).
01  WS-SHD-READ-OK-FLAG         PIC X(1).
    88  WS-SHD-READ-OK          VALUE 'Y'.
01  WS-MAP-TABLE.
    05  WS-MAP-COUNT            PIC 9(4) OCCURS 4 TIMES
                                VALUE ZERO.
01  WS-MAP-READ-COUNT           PIC 9(4) VALUE ZERO.

*> ---- skipped-position maps ---------------------------------------
*> a stream's 'K', 'Q' and 'H' audit records name the shard
*> sequence positions its scrape did not fetch - the positions the
*> knit must let pass empty to keep the sequence aligned. One map
*> per stream, loaded from the stream audit files before they are
*> folded away.
*> This is a positional map, not a per-URL lookup, so it stays a
*> table - sized for every position of a 10000-URL control file
*> dealt across four streams, and overflow now refuses the merge
01  WS-SKIP-HIT-FLAG            PIC X(1).
    88  WS-SKIP-HIT             VALUE 'Y'.
01  WS-SKIP-COUNT               PIC 9(4) VALUE ZERO.
01  WS-SKIP-K-COUNT             PIC 9(4) VALUE ZERO.
01  WS-SKIP-Q-COUNT             PIC 9(4) VALUE ZERO.
01  WS-SKIP-H-COUNT             PIC 9(4) VALUE ZERO.
01  WS-AUD-SEEN-TABLE.
    05  WS-AUD-SEEN             PIC 9(4) OCCURS 4 TIMES
                                VALUE ZERO.
01  WS-AUD-WORK                 PIC X(245).

*> ---- combined checkpoint -----------------------------------------
*> the stream checkpoints are read through the first shard FD's
01  WS-HDR-COUNT                PIC 9(4) VALUE ZERO.
01  WS-DTL-COUNT                PIC 9(6) VALUE ZERO.
01  WS-ALR-COUNT                PIC 9(4) VALUE ZERO.
01  WS-TBL-COUNT                PIC 9(6) VALUE ZERO.
01  WS-AUD-COUNT                PIC 9(4) VALUE ZERO.
01  WS-CND-NEW-COUNT            PIC 9(4) VALUE ZERO.
01  WS-MET-COUNT                PIC 9(4) VALUE ZERO.
01  WS-ERROR-FLAG               PIC X(1) VALUE 'N'.
    88  WS-MERGE-ERROR          VALUE 'Y'.

*> ---- run-status ledger posting -----------------------------------
01  WS-RSL-STATUS               PIC XX.
01  WS-RSL-RUN-DATE             PIC X(8).
01  WS-RSL-START-TIME           PIC X(8).

PROCEDURE DIVISION.

000-MAIN-PROCESS.
    ACCEPT WS-RSL-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RSL-START-TIME FROM TIME
    PERFORM 100-SET-STREAM-COUNT
    PERFORM 150-COMBINE-CHECKPOINTS
    IF WS-MERGE-ERROR
        DISPLAY "WEB-SCRAPE-MERGE: NOT ALL STREAMS COMPLETED -"
            " SCRPOUT.DAT LEFT UNTOUCHED"
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF

    PERFORM 170-LOAD-STREAM-SKIPS
    PERFORM 175-CHECK-DEAL-MAP
    IF WS-MERGE-ERROR
        DISPLAY "WEB-SCRAPE-MERGE: CANNOT RECONSTRUCT STREAM"
            " SEQUENCE (SEE MESSAGES ABOVE) - SCRPOUT.DAT LEFT"
            " UNTOUCHED"
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM 200-KNIT-OUTPUT
    PERFORM 350-COMBINE-AUDITS
    PERFORM 400-COMBINE-ALERTS
    PERFORM 420-COMBINE-TABLES
    PERFORM 450-COMBINE-METRICS
    PERFORM 500-FOLD-CANDIDATES
    PERFORM 550-FOLD-FETCH-STATE
    DISPLAY "===== WEB-SCRAPE MERGE SUMMARY ====="
    DISPLAY "STREAMS MERGED ........... " WS-STREAM-COUNT
    DISPLAY "URL GROUPS KNIT .......... " WS-HDR-COUNT
    DISPLAY "NOT FETCHED (K/Q/H) ...... " WS-SKIP-COUNT
    DISPLAY "DETAIL RECORDS ........... " WS-DTL-COUNT
    DISPLAY "AUDIT RECORDS FOLDED ..... " WS-AUD-COUNT
    DISPLAY "ALERT RECORDS ............ " WS-ALR-COUNT
    DISPLAY "TABLE CELLS .............. " WS-TBL-COUNT
    DISPLAY "METRICS RECORDS FOLDED ... " WS-MET-COUNT
    DISPLAY "NEW CANDIDATES FOLDED .... " WS-CND-NEW-COUNT
    *> the stream checkpoints count every control record worked,
            " SEQUENCE COUNT " WS-CMB-SEQ-TOTAL
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM 950-POST-RUN-STATUS
    STOP RUN.

100-SET-STREAM-COUNT.
        END-IF
    END-PERFORM.

175-CHECK-DEAL-MAP.
    *> the deal map must account for exactly the positions each
    *> stream worked - a map from a later re-split, or from a
    *> different stream count, would knit groups into the wrong
    *> control-file slots.
    OPEN INPUT SPM-FILE
    IF WS-SPM-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-MERGE: UNABLE TO OPEN SCRPSPM.DAT,"
            " STATUS=" WS-SPM-STATUS
        MOVE 'Y' TO WS-ERROR-FLAG
    ELSE
        MOVE 'N' TO WS-EOF-SPM-FLAG
        PERFORM UNTIL WS-SPM-EOF
            READ SPM-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SPM-FLAG
                NOT AT END
                    IF SCRP-SPM-STREAM >= 1
                            AND SCRP-SPM-STREAM <= WS-STREAM-COUNT
                        ADD 1 TO WS-MAP-COUNT(SCRP-SPM-STREAM)
                    ELSE
                        DISPLAY "WEB-SCRAPE-MERGE: DEAL MAP NAMES"
                            " STREAM " SCRP-SPM-STREAM " FOR CONTROL"
                            " RECORD " SCRP-SPM-CTL-SEQ
                        MOVE 'Y' TO WS-ERROR-FLAG
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SPM-FILE
        PERFORM VARYING WS-CUR-STREAM FROM 1 BY 1
                UNTIL WS-CUR-STREAM > WS-STREAM-COUNT
            IF WS-MAP-COUNT(WS-CUR-STREAM)
                    NOT = WS-SHD-SEQ-LIMIT(WS-CUR-STREAM)
                DISPLAY "WEB-SCRAPE-MERGE: DEAL MAP HAS "
                    WS-MAP-COUNT(WS-CUR-STREAM) " RECORDS FOR STREAM "
                    WS-CUR-STREAM " AGAINST CHECKPOINT COUNT "
                    WS-SHD-SEQ-LIMIT(WS-CUR-STREAM)
                MOVE 'Y' TO WS-ERROR-FLAG
            END-IF
        END-PERFORM
    END-IF.

180-LOAD-ONE-SKIP-MAP.
    *> only this run date's 'K', 'Q' and 'H' records matter; the
    *> audit record carries the shard sequence number in columns
    *> 33-36.
    EVALUATE WS-CUR-STREAM
        WHEN 1
            OPEN INPUT AU1-FILE

190-NOTE-SKIP-RECORD.
    ADD 1 TO WS-AUD-SEEN(WS-CUR-STREAM)
    *> 'K' (not due), 'Q' (quarantined) and 'H' (held by host
    *> policy) all name a shard position that wrote no output group
    *> - each must let its turn pass empty or everything after it
    *> knits out of line.
    IF WS-AUD-WORK(1:8) = WS-CMB-RUN-DATE
            AND (WS-AUD-WORK(237:1) = 'K'
                OR WS-AUD-WORK(237:1) = 'Q'
                OR WS-AUD-WORK(237:1) = 'H')
        IF WS-SKIP-SEQ-COUNT(WS-CUR-STREAM) < WS-MAX-SKIP
            ADD 1 TO WS-SKIP-SEQ-COUNT(WS-CUR-STREAM)
            MOVE WS-AUD-WORK(33:4)
                TO WS-SKIP-SEQ(WS-CUR-STREAM,
                    WS-SKIP-SEQ-COUNT(WS-CUR-STREAM))
            ADD 1 TO WS-SKIP-COUNT
            EVALUATE WS-AUD-WORK(237:1)
                WHEN 'K'
                    ADD 1 TO WS-SKIP-K-COUNT
                WHEN 'Q'
                    ADD 1 TO WS-SKIP-Q-COUNT
                WHEN 'H'
                    ADD 1 TO WS-SKIP-H-COUNT
            END-EVALUATE
        ELSE
            *> a dropped skip position would knit every following
            *> group out of sequence - refuse rather than corrupt.
        DISPLAY "WEB-SCRAPE-MERGE: STREAM OUTPUT MISSING, STATUS="
            WS-SH1-STATUS WS-SH2-STATUS WS-SH3-STATUS WS-SH4-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF

        DISPLAY "WEB-SCRAPE-MERGE: UNABLE TO OPEN SCRPOUT.DAT,"
            " STATUS=" WS-OUT-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF

        END-IF
    END-PERFORM

    *> the knit proper: each deal map record is one control record,
    *> in control-file order, and names the stream that worked it -
    *> that stream's next shard position is taken. A position the
    *> stream did not fetch wrote no group - its turn passes empty
    *> so everything behind it stays in control-file sequence. The
    *> map was checked against the checkpoints before anything was
    *> opened for output, so it cannot run a stream past its count.
    OPEN INPUT SPM-FILE
    MOVE 'N' TO WS-EOF-SPM-FLAG
    PERFORM UNTIL WS-SPM-EOF
        READ SPM-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SPM-FLAG
            NOT AT END
                ADD 1 TO WS-MAP-READ-COUNT
                MOVE SCRP-SPM-STREAM TO WS-CUR-STREAM
                ADD 1 TO WS-SHD-TURN(WS-CUR-STREAM)
                PERFORM 220-CHECK-SKIP-TURN
                IF NOT WS-SKIP-HIT
                        AND WS-SHD-PEND-FLAG(WS-CUR-STREAM) = 'Y'
                    PERFORM 230-COPY-SHARD-GROUP
                END-IF
        END-READ
    END-PERFORM
    CLOSE SPM-FILE

    CLOSE SH1-FILE
    CLOSE SH2-FILE
        DISPLAY "WEB-SCRAPE-MERGE: UNABLE TO OPEN SCRPAUD.DAT,"
            " STATUS=" WS-AUDIT-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM VARYING WS-CUR-STREAM FROM 1 BY 1
        DISPLAY "WEB-SCRAPE-MERGE: UNABLE TO OPEN SCRPALR.DAT,"
            " STATUS=" WS-ALR-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM VARYING WS-CUR-STREAM FROM 1 BY 1
            CLOSE AL4-FILE
    END-EVALUATE.

420-COMBINE-TABLES.
    *> the day's table cells, rebuilt from the stream files the same
    *> way as the alerts - Web-Scrape-Table-Diff matches cells by
    *> URL, section, table, row and column, never by file order.
    OPEN OUTPUT TBL-FILE
    IF WS-TBL-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-MERGE: UNABLE TO OPEN SCRPTBL.DAT,"
            " STATUS=" WS-TBL-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM VARYING WS-CUR-STREAM FROM 1 BY 1
            UNTIL WS-CUR-STREAM > WS-STREAM-COUNT
        PERFORM 425-COPY-STREAM-TABLES
    END-PERFORM
    CLOSE TBL-FILE.

425-COPY-STREAM-TABLES.
    EVALUATE WS-CUR-STREAM
        WHEN 1
            OPEN INPUT TB1-FILE
            PERFORM UNTIL WS-TB1-STATUS NOT = "00"
                READ TB1-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        WRITE TBL-OUT-RECORD FROM TB1-TBL-RECORD
                        ADD 1 TO WS-TBL-COUNT
                END-READ
            END-PERFORM
            CLOSE TB1-FILE
        WHEN 2
            OPEN INPUT TB2-FILE
            PERFORM UNTIL WS-TB2-STATUS NOT = "00"
                READ TB2-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        WRITE TBL-OUT-RECORD FROM TB2-TBL-RECORD
                        ADD 1 TO WS-TBL-COUNT
                END-READ
            END-PERFORM
            CLOSE TB2-FILE
        WHEN 3
            OPEN INPUT TB3-FILE
            PERFORM UNTIL WS-TB3-STATUS NOT = "00"
                READ TB3-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        WRITE TBL-OUT-RECORD FROM TB3-TBL-RECORD
                        ADD 1 TO WS-TBL-COUNT
                END-READ
            END-PERFORM
            CLOSE TB3-FILE
        WHEN 4
            OPEN INPUT TB4-FILE
            PERFORM UNTIL WS-TB4-STATUS NOT = "00"
                READ TB4-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        WRITE TBL-OUT-RECORD FROM TB4-TBL-RECORD
                        ADD 1 TO WS-TBL-COUNT
                END-READ
            END-PERFORM
            CLOSE TB4-FILE
    END-EVALUATE.

450-COMBINE-METRICS.
    *> the metrics master accumulates across runs (the scrape opens
    *> it EXTEND), so the stream files are appended to it, not
        DISPLAY "WEB-SCRAPE-MERGE: UNABLE TO OPEN SCRPMET.DAT,"
            " STATUS=" WS-MET-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM VARYING WS-CUR-STREAM FROM 1 BY 1
        DISPLAY "WEB-SCRAPE-MERGE: UNABLE TO BUILD SCRPMCX.DAT,"
            " STATUS=" WS-MCX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN INPUT CND-FILE
        DISPLAY "WEB-SCRAPE-MERGE: UNABLE TO REOPEN SCRPMCX.DAT,"
            " STATUS=" WS-MCX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF

        DISPLAY "WEB-SCRAPE-MERGE: UNABLE TO OPEN SCRPCND.DAT,"
            " STATUS=" WS-CND-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM VARYING WS-CUR-STREAM FROM 1 BY 1
        DISPLAY "WEB-SCRAPE-MERGE: UNABLE TO BUILD SCRPMSX.DAT,"
            " STATUS=" WS-MSX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN INPUT STA-FILE
        DISPLAY "WEB-SCRAPE-MERGE: UNABLE TO REOPEN SCRPMSX.DAT,"
            " STATUS=" WS-MSX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF

        DISPLAY "WEB-SCRAPE-MERGE: UNABLE TO REWRITE SCRPSTA.DAT,"
            " STATUS=" WS-STA-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    MOVE 'N' TO WS-EOF-MSX-FLAG
        DISPLAY "WEB-SCRAPE-MERGE: UNABLE TO OPEN SCRPCHK.DAT,"
            " STATUS=" WS-CHK-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    WRITE CHK-OUT-RECORD FROM WS-CMB-CHK-RECORD
    CLOSE CHK-FILE.

950-POST-RUN-STATUS.
    *> one record on the shared run-status ledger, clean finish or
    *> error exit alike, for the morning operations board. The
    *> ledger is a by-product of the run, not part of it - a ledger
    *> that will not open is reported and the step's own outcome
    *> and return code stand.
    OPEN EXTEND RSL-FILE
    IF WS-RSL-STATUS NOT = "00" AND WS-RSL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-MERGE: UNABLE TO OPEN SCRPRSL.DAT, STATUS="
            WS-RSL-STATUS " - RUN STATUS NOT POSTED"
    ELSE
        INITIALIZE SCRP-RSL-RECORD
        MOVE WS-RSL-RUN-DATE TO SCRP-RSL-RUN-DATE
        MOVE "WEB-SCRAPE-MERGE" TO SCRP-RSL-STEP
        MOVE WS-RSL-START-TIME TO SCRP-RSL-START-TIME
        ACCEPT SCRP-RSL-END-TIME FROM TIME
        MOVE RETURN-CODE TO SCRP-RSL-RETURN-CODE
        MOVE WS-SKIP-K-COUNT TO SCRP-RSL-SKIP-K
        MOVE WS-SKIP-Q-COUNT TO SCRP-RSL-SKIP-Q
        MOVE WS-SKIP-H-COUNT TO SCRP-RSL-SKIP-H
        MOVE WS-DTL-COUNT TO SCRP-RSL-WRITTEN
        MOVE WS-HDR-COUNT TO SCRP-RSL-HEADERS
        MOVE WS-CMB-RUN-DATE TO SCRP-RSL-CHECK-DATE
        WRITE SCRP-RSL-RECORD
        CLOSE RSL-FILE
    END-IF.
