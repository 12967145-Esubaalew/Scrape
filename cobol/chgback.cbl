IDENTIFICATION DIVISION.
PROGRAM-ID. Web-Scrape-Chargeback.

*> Monthly cost-center chargeback report. The watch list is paid
*> for by the business units that asked for the pages, and finance
*> used to split the bill by head count because nothing said who
*> owned which URL or how much of the fetch window each one used.
*> The control file now carries an owning cost center per URL
*> (blank = unowned), and this job charges one calendar month's
*> usage to it:
*>   - attempts and retry passes, from the audit trail - the raw
*>     SCRPAUD.DAT records still online plus the SCRPAUM.DAT
*>     monthly rollups of the records Web-Scrape-Aud-Maint has
*>     rolled off (the two never overlap: a raw record leaves the
*>     audit file the run its rollup is written),
*>   - elapsed fetch time and bytes fetched, from the per-fetch
*>     metrics in SCRPMET.DAT,
*>   - watchlist hits, from the audit hit counts (raw and rolled
*>     up).
*> Skipped, quarantined and held dispositions spent no fetch and
*> are not charged.
*>
*> Each URL is charged to the cost center on today's control file -
*> ownership is whoever owns the page when the bill is run. A URL
*> with no cost center, or one no longer on the control file at
*> all, is unowned: its usage is still reported (it is still part
*> of the month's total) but in a section of its own, so finance
*> can chase an owner for it. The month is SCRP_CHG_MONTH (YYYYMM);
*> left unset it defaults to the previous calendar month - the job
*> is scheduled on the first of the month for the month just
*> closed.
*>
*> Two outputs:
*>   - SCRPCHG.DAT, a paginated print file: per cost center its
*>     totals then each of its URLs, the unowned URLs after them,
*>     and a summary of one line per cost center. Every line shows
*>     attempts, retries, elapsed seconds, bytes and hits, and the
*>     line's percentage share of the month's attempts, elapsed
*>     time, bytes and hits,
*>   - SCRPCHD.DAT, the same figures as comma-delimited lines for
*>     the finance load, in the Web-Scrape-Extract convention:
*>       CC,"code","name",urls,attempts,retries,seconds,bytes,hits,
*>          att%,sec%,byt%,hit%
*>       URL,"code","url",attempts,retries,seconds,bytes,hits,
*>          att%,sec%,byt%,hit%
*>     then the unowned URLs apart on their own record type, with
*>     why each is unowned (NO COST CENTER / NOT IN CONTROL FILE)
*>     in place of the code, and their total:
*>       UNO,"reason","url",attempts,...
*>       UNT,urls,attempts,...
*>     and a TRL line: TRL,yyyymm,cost centers,urls,unowned urls.
*> RETURN-CODE 4 when the month carries unowned usage.
*>
*> Aggregation goes through keyed work files, the same pattern as
*> the rest of the suite - no fixed table to outgrow. The charge
*> file is keyed owned-before-unowned, then cost center, then URL,
*> with each cost center's total on a blank-URL record that reads
*> ahead of its URLs.

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

    SELECT AUDIT-FILE
        ASSIGN TO "SCRPAUD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT OPTIONAL AUM-FILE
        ASSIGN TO "SCRPAUM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUM-STATUS.

    SELECT MET-FILE
        ASSIGN TO "SCRPMET.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MET-STATUS.

    SELECT CHG-FILE
        ASSIGN TO "SCRPCHG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHG-STATUS.

    SELECT CHD-FILE
        ASSIGN TO "SCRPCHD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHD-STATUS.

*> scratch keyed file of reference keys: each control URL with its
*> cost center (kind 'U'), each cost center with its name (kind
*> 'C'). Rebuilt every run.
    SELECT CUX-FILE
        ASSIGN TO "SCRPCUX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUX-KEY
        FILE STATUS IS WS-CUX-STATUS.

*> scratch keyed file of the month's charges, one record per URL
*> and one per cost center total. Rebuilt every run.
    SELECT CGX-FILE
        ASSIGN TO "SCRPCGX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CGX-KEY
        FILE STATUS IS WS-CGX-STATUS.

    SELECT OPTIONAL RSL-FILE
        ASSIGN TO "SCRPRSL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CTL-FILE.
    COPY SCRPCTL.

FD  CCR-FILE.
    COPY SCRPCCR.

FD  AUDIT-FILE.
    COPY SCRPAUD.

FD  AUM-FILE.
    COPY SCRPAUM.

FD  MET-FILE.
    COPY SCRPMET.

FD  CHG-FILE.
01  CHG-RECORD                  PIC X(132).

FD  CHD-FILE.
*> worst case: a fully quoted URL with every character doubled,
*> plus the record type, the other quoted field and the figures.
01  CHD-RECORD                  PIC X(560).

FD  CUX-FILE.
01  CUX-RECORD.
    05  CUX-KEY.
        10  CUX-KIND            PIC X(1).
        10  CUX-VALUE           PIC X(200).
    05  CUX-COST-CENTER         PIC X(8).
    05  CUX-NAME                PIC X(40).

FD  CGX-FILE.
01  CGX-RECORD.
    05  CGX-KEY.
        10  CGX-GROUP           PIC X(1).
            88  CGX-OWNED       VALUE '1'.
            88  CGX-UNOWNED     VALUE '2'.
        10  CGX-COST-CENTER     PIC X(8).
        10  CGX-URL             PIC X(200).
    05  CGX-NOT-CTL-FLAG        PIC X(1).
    05  CGX-URL-COUNT           PIC 9(6).
    05  CGX-ATTEMPTS            PIC 9(7).
    05  CGX-RETRIES             PIC 9(7).
    05  CGX-ELAPSED-HH          PIC 9(11).
    05  CGX-BYTES               PIC 9(12).
    05  CGX-HITS                PIC 9(7).

FD  RSL-FILE.
    COPY SCRPRSL.

WORKING-STORAGE SECTION.
01  WS-CTL-FILE-STATUS          PIC XX.
01  WS-CCR-STATUS               PIC XX.
01  WS-AUDIT-STATUS             PIC XX.
01  WS-AUM-STATUS               PIC XX.
01  WS-MET-STATUS               PIC XX.
01  WS-CHG-STATUS               PIC XX.
01  WS-CHD-STATUS               PIC XX.
01  WS-CUX-STATUS               PIC XX.
01  WS-CGX-STATUS               PIC XX.
01  WS-EOF-CTL-FLAG             PIC X(1) VALUE 'N'.
    88  WS-CTL-EOF              VALUE 'Y'.
01  WS-EOF-CCR-FLAG             PIC X(1) VALUE 'N'.
    88  WS-CCR-EOF              VALUE 'Y'.
01  WS-EOF-AUDIT-FLAG           PIC X(1) VALUE 'N'.
    88  WS-AUDIT-EOF            VALUE 'Y'.
01  WS-EOF-AUM-FLAG             PIC X(1) VALUE 'N'.
    88  WS-AUM-EOF              VALUE 'Y'.
01  WS-EOF-MET-FLAG             PIC X(1) VALUE 'N'.
    88  WS-MET-EOF              VALUE 'Y'.
01  WS-EOF-CGX-FLAG             PIC X(1).
    88  WS-CGX-EOF              VALUE 'Y'.
01  WS-RUN-DATE                 PIC X(8).

*> ---- the month being charged -------------------------------------
01  WS-CHG-MONTH                PIC X(6).
01  WS-MONTH-ENV                PIC X(20).
01  WS-MONTH-YYYY               PIC 9(4).
01  WS-MONTH-MM                 PIC 9(2).

*> ---- one usage item, on its way to the charge file ---------------
01  WS-USE-URL                  PIC X(200).
01  WS-USE-ATTEMPTS             PIC 9(7).
01  WS-USE-RETRIES              PIC 9(7).
01  WS-USE-ELAPSED-HH           PIC 9(11).
01  WS-USE-BYTES                PIC 9(12).
01  WS-USE-HITS                 PIC 9(7).
01  WS-OWNER-GROUP              PIC X(1).
01  WS-OWNER-CC                 PIC X(8).
01  WS-OWNER-NOT-CTL            PIC X(1).
01  WS-NEW-URL-FLAG             PIC X(1).
    88  WS-NEW-URL              VALUE 'Y'.

*> ---- month totals - the denominators of every share -------------
01  WS-TOT-ATTEMPTS             PIC 9(9) VALUE ZERO.
01  WS-TOT-RETRIES              PIC 9(9) VALUE ZERO.
01  WS-TOT-ELAPSED-HH           PIC 9(13) VALUE ZERO.
01  WS-TOT-BYTES                PIC 9(14) VALUE ZERO.
01  WS-TOT-HITS                 PIC 9(9) VALUE ZERO.

*> ---- one printed or delimited line's figures ---------------------
01  WS-SHR-ATTEMPTS             PIC 9(3)V99.
01  WS-SHR-ELAPSED              PIC 9(3)V99.
01  WS-SHR-BYTES                PIC 9(3)V99.
01  WS-SHR-HITS                 PIC 9(3)V99.
01  WS-SECS-WORK                PIC 9(9)V99.
01  WS-ED-ATTEMPTS              PIC ZZZZZZ9.
01  WS-ED-RETRIES               PIC ZZZZZ9.
01  WS-ED-SECS                  PIC ZZZZZZZ9.99.
01  WS-ED-BYTES                 PIC ZZZZZZZZZZZ9.
01  WS-ED-HITS                  PIC ZZZZZ9.
01  WS-ED-SHR-ATTEMPTS          PIC ZZ9.99.
01  WS-ED-SHR-ELAPSED           PIC ZZ9.99.
01  WS-ED-SHR-BYTES             PIC ZZ9.99.
01  WS-ED-SHR-HITS              PIC ZZ9.99.
01  WS-ED-URL-COUNT             PIC ZZZZZ9.
01  WS-LINE-LABEL               PIC X(50).
01  WS-CC-NAME                  PIC X(40).
01  WS-CUR-CC                   PIC X(8).

*> ---- delimited line building -------------------------------------
01  WS-CHD-LINE                 PIC X(560).
01  WS-CHD-PTR                  PIC 9(4).
01  WS-DL-URL-COUNT             PIC 9(6).
01  WS-DL-ATTEMPTS              PIC 9(7).
01  WS-DL-RETRIES               PIC 9(7).
01  WS-DL-SECS                  PIC 9(9).99.
01  WS-DL-BYTES                 PIC 9(12).
01  WS-DL-HITS                  PIC 9(7).
01  WS-DL-SHR-ATTEMPTS          PIC 9(3).99.
01  WS-DL-SHR-ELAPSED           PIC 9(3).99.
01  WS-DL-SHR-BYTES             PIC 9(3).99.
01  WS-DL-SHR-HITS              PIC 9(3).99.
01  WS-QUOTED-FIELD             PIC X(402).
01  WS-QUO-OIDX                 PIC 9(4).
01  WS-QUO-IIDX                 PIC 9(4).
01  WS-QUO-IN-LEN               PIC 9(4).
01  WS-QUO-SOURCE               PIC X(200).

*> ---- counters for the end-of-job summary -------------------------
01  WS-CTL-COUNT                PIC 9(6) VALUE ZERO.
01  WS-AUD-USED-COUNT           PIC 9(6) VALUE ZERO.
01  WS-AUM-USED-COUNT           PIC 9(6) VALUE ZERO.
01  WS-MET-USED-COUNT           PIC 9(6) VALUE ZERO.
01  WS-USAGE-COUNT              PIC 9(6) VALUE ZERO.
01  WS-CC-COUNT                 PIC 9(4) VALUE ZERO.
01  WS-URL-COUNT                PIC 9(6) VALUE ZERO.
01  WS-UNOWNED-COUNT            PIC 9(6) VALUE ZERO.
01  WS-CHD-COUNT                PIC 9(6) VALUE ZERO.

*> ---- print-file pagination ---------------------------------------
01  WS-CHG-LINE                 PIC X(132).
01  WS-PAGE-NO                  PIC 9(4) VALUE ZERO.
01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 55.

*> ---- run-status ledger posting -----------------------------------
01  WS-RSL-STATUS               PIC XX.
01  WS-RSL-RUN-DATE             PIC X(8).
01  WS-RSL-START-TIME           PIC X(8).

PROCEDURE DIVISION.

000-MAIN-PROCESS.
    ACCEPT WS-RSL-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RSL-START-TIME FROM TIME
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 100-SET-MONTH
    PERFORM 120-BUILD-WORK-FILES
    PERFORM 140-LOAD-OWNERS
    PERFORM 160-LOAD-COST-CENTER-NAMES

    PERFORM 200-CHARGE-AUDIT-RECORDS
    PERFORM 220-CHARGE-AUDIT-ROLLUPS
    PERFORM 240-CHARGE-METRICS
    CLOSE CGX-FILE

    OPEN OUTPUT CHG-FILE
    IF WS-CHG-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CHARGEBACK: UNABLE TO OPEN SCRPCHG.DAT,"
            " STATUS=" WS-CHG-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT CHD-FILE
    IF WS-CHD-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CHARGEBACK: UNABLE TO OPEN SCRPCHD.DAT,"
            " STATUS=" WS-CHD-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF

    PERFORM 300-REPORT-CHARGES
    PERFORM 800-PRINT-COST-CENTER-SUMMARY
    PERFORM 900-PRINT-SUMMARY
    PERFORM 690-WRITE-TRAILER
    CLOSE CHG-FILE
    CLOSE CHD-FILE
    CLOSE CUX-FILE

    COMPUTE WS-SECS-WORK = WS-TOT-ELAPSED-HH / 100
    MOVE WS-SECS-WORK TO WS-ED-SECS
    DISPLAY " "
    DISPLAY "===== WEB-SCRAPE CHARGEBACK SUMMARY ====="
    DISPLAY "MONTH CHARGED ............ " WS-CHG-MONTH
    DISPLAY "CONTROL RECORDS READ ..... " WS-CTL-COUNT
    DISPLAY "AUDIT RECORDS CHARGED .... " WS-AUD-USED-COUNT
    DISPLAY "AUDIT ROLLUPS CHARGED .... " WS-AUM-USED-COUNT
    DISPLAY "METRICS RECORDS CHARGED .. " WS-MET-USED-COUNT
    DISPLAY "COST CENTERS CHARGED ..... " WS-CC-COUNT
    DISPLAY "URLS CHARGED ............. " WS-URL-COUNT
    DISPLAY "UNOWNED URLS ............. " WS-UNOWNED-COUNT
    DISPLAY "TOTAL ATTEMPTS ........... " WS-TOT-ATTEMPTS
    DISPLAY "TOTAL ELAPSED SECONDS .... " WS-ED-SECS
    DISPLAY "TOTAL BYTES .............. " WS-TOT-BYTES
    DISPLAY "TOTAL WATCHLIST HITS ..... " WS-TOT-HITS
    DISPLAY "REPORT WRITTEN TO SCRPCHG.DAT, " WS-PAGE-NO " PAGE(S)"
    DISPLAY "DELIMITED FEED WRITTEN TO SCRPCHD.DAT, " WS-CHD-COUNT
        " LINE(S)"
    IF WS-UNOWNED-COUNT > ZERO
        DISPLAY "UNOWNED USAGE ON FILE - URLS NEED A COST CENTER ON"
            " SCRPCTL.DAT"
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM 950-POST-RUN-STATUS
    STOP RUN.

100-SET-MONTH.
    *> the previous calendar month unless SCRP_CHG_MONTH names one.
    *> A month that is not YYYYMM is refused - billing the wrong
    *> month is worse than billing none.
    MOVE WS-RUN-DATE(1:4) TO WS-MONTH-YYYY
    MOVE WS-RUN-DATE(5:2) TO WS-MONTH-MM
    IF WS-MONTH-MM = 1
        SUBTRACT 1 FROM WS-MONTH-YYYY
        MOVE 12 TO WS-MONTH-MM
    ELSE
        SUBTRACT 1 FROM WS-MONTH-MM
    END-IF
    MOVE WS-MONTH-YYYY TO WS-CHG-MONTH(1:4)
    MOVE WS-MONTH-MM TO WS-CHG-MONTH(5:2)
    MOVE SPACES TO WS-MONTH-ENV
    ACCEPT WS-MONTH-ENV FROM ENVIRONMENT "SCRP_CHG_MONTH"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    IF WS-MONTH-ENV NOT = SPACES
        IF WS-MONTH-ENV(1:6) IS NUMERIC AND WS-MONTH-ENV(7:14) = SPACES
                AND WS-MONTH-ENV(5:2) >= "01"
                AND WS-MONTH-ENV(5:2) <= "12"
            MOVE WS-MONTH-ENV(1:6) TO WS-CHG-MONTH
        ELSE
            DISPLAY "WEB-SCRAPE-CHARGEBACK: SCRP_CHG_MONTH "
                FUNCTION TRIM(WS-MONTH-ENV) " NOT YYYYMM"
            MOVE 8 TO RETURN-CODE
            PERFORM 950-POST-RUN-STATUS
            STOP RUN
        END-IF
    END-IF.

120-BUILD-WORK-FILES.
    *> OPEN OUTPUT truncates any leftover scratch file from an
    *> earlier run, then I-O for this run's inserts and updates.
    OPEN OUTPUT CUX-FILE
    IF WS-CUX-STATUS NOT = "00" AND WS-CUX-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-CHARGEBACK: UNABLE TO BUILD SCRPCUX.DAT,"
            " STATUS=" WS-CUX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    CLOSE CUX-FILE
    OPEN I-O CUX-FILE
    IF WS-CUX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CHARGEBACK: UNABLE TO REOPEN SCRPCUX.DAT,"
            " STATUS=" WS-CUX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT CGX-FILE
    IF WS-CGX-STATUS NOT = "00" AND WS-CGX-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-CHARGEBACK: UNABLE TO BUILD SCRPCGX.DAT,"
            " STATUS=" WS-CGX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    CLOSE CGX-FILE
    OPEN I-O CGX-FILE
    IF WS-CGX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CHARGEBACK: UNABLE TO REOPEN SCRPCGX.DAT,"
            " STATUS=" WS-CGX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

140-LOAD-OWNERS.
    *> today's control file says who owns each URL. A URL keyed
    *> twice keeps its first record's cost center - the record the
    *> pre-run edit accepts.
    OPEN INPUT CTL-FILE
    IF WS-CTL-FILE-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CHARGEBACK: UNABLE TO OPEN SCRPCTL.DAT,"
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
                IF SCRP-CTL-URL NOT = SPACES
                    MOVE 'U' TO CUX-KIND
                    MOVE FUNCTION TRIM(SCRP-CTL-URL) TO CUX-VALUE
                    MOVE SCRP-CTL-COST-CENTER TO CUX-COST-CENTER
                    MOVE SPACES TO CUX-NAME
                    WRITE CUX-RECORD
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                END-IF
        END-READ
    END-PERFORM
    CLOSE CTL-FILE.

160-LOAD-COST-CENTER-NAMES.
    *> optional - the names only dress the report. A cost center
    *> charged but missing from the reference file prints as such.
    *> Closed units keep their names: last month's bill may still
    *> be theirs.
    OPEN INPUT CCR-FILE
    IF WS-CCR-STATUS = "00"
        PERFORM UNTIL WS-CCR-EOF
            READ CCR-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-CCR-FLAG
                NOT AT END
                    IF SCRP-CCR-CODE NOT = SPACES
                        MOVE 'C' TO CUX-KIND
                        MOVE SCRP-CCR-CODE TO CUX-VALUE
                        MOVE SCRP-CCR-CODE TO CUX-COST-CENTER
                        MOVE SCRP-CCR-NAME TO CUX-NAME
                        WRITE CUX-RECORD
                            INVALID KEY
                                CONTINUE
                        END-WRITE
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE CCR-FILE.

200-CHARGE-AUDIT-RECORDS.
    *> the raw audit records of the month still online: every
    *> fetch attempt ('S', 'F', a retry pass 'R', and anything
    *> unrecognized, which the rollup counts as an attempt too) and
    *> its watchlist hits. 'K', 'Q' and 'H' spent no fetch.
    OPEN INPUT AUDIT-FILE
    IF WS-AUDIT-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CHARGEBACK: UNABLE TO OPEN SCRPAUD.DAT,"
            " STATUS=" WS-AUDIT-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-AUDIT-EOF
        READ AUDIT-FILE
            AT END
                MOVE 'Y' TO WS-EOF-AUDIT-FLAG
            NOT AT END
                IF SCRP-AUD-RUN-DATE(1:6) = WS-CHG-MONTH
                    PERFORM 210-CHARGE-ONE-AUDIT-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE AUDIT-FILE.

210-CHARGE-ONE-AUDIT-RECORD.
    EVALUATE SCRP-AUD-STATUS
        WHEN 'K'
        WHEN 'Q'
        WHEN 'H'
            CONTINUE
        WHEN OTHER
            PERFORM 260-CLEAR-USAGE
            MOVE SCRP-AUD-URL TO WS-USE-URL
            MOVE 1 TO WS-USE-ATTEMPTS
            IF SCRP-AUD-STATUS = 'R'
                MOVE 1 TO WS-USE-RETRIES
            END-IF
            IF SCRP-AUD-HIT-COUNT IS NUMERIC
                MOVE SCRP-AUD-HIT-COUNT TO WS-USE-HITS
            END-IF
            ADD 1 TO WS-AUD-USED-COUNT
            PERFORM 400-CHARGE-USAGE
    END-EVALUATE.

220-CHARGE-AUDIT-ROLLUPS.
    *> the month's raw records already rolled off by the audit
    *> maintenance job. Optional: no rollup file yet is no rolled-off
    *> records. A rollup written before the hits column existed
    *> carries no hits.
    OPEN INPUT AUM-FILE
    IF WS-AUM-STATUS = "00"
        PERFORM UNTIL WS-AUM-EOF
            READ AUM-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-AUM-FLAG
                NOT AT END
                    IF SCRP-AUM-MONTH = WS-CHG-MONTH
                        PERFORM 230-CHARGE-ONE-ROLLUP
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE AUM-FILE.

230-CHARGE-ONE-ROLLUP.
    PERFORM 260-CLEAR-USAGE
    MOVE SCRP-AUM-URL TO WS-USE-URL
    MOVE SCRP-AUM-ATTEMPTS TO WS-USE-ATTEMPTS
    MOVE SCRP-AUM-RETRIES TO WS-USE-RETRIES
    IF SCRP-AUM-HITS IS NUMERIC
        MOVE SCRP-AUM-HITS TO WS-USE-HITS
    END-IF
    IF WS-USE-ATTEMPTS > ZERO OR WS-USE-HITS > ZERO
        ADD 1 TO WS-AUM-USED-COUNT
        PERFORM 400-CHARGE-USAGE
    END-IF.

240-CHARGE-METRICS.
    *> elapsed time and bytes of every fetch of the month, main run
    *> and retry alike.
    OPEN INPUT MET-FILE
    IF WS-MET-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CHARGEBACK: UNABLE TO OPEN SCRPMET.DAT,"
            " STATUS=" WS-MET-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-MET-EOF
        READ MET-FILE
            AT END
                MOVE 'Y' TO WS-EOF-MET-FLAG
            NOT AT END
                IF SCRP-MET-RUN-DATE(1:6) = WS-CHG-MONTH
                    PERFORM 260-CLEAR-USAGE
                    MOVE SCRP-MET-URL TO WS-USE-URL
                    MOVE SCRP-MET-ELAPSED-HH TO WS-USE-ELAPSED-HH
                    MOVE SCRP-MET-BYTES TO WS-USE-BYTES
                    ADD 1 TO WS-MET-USED-COUNT
                    PERFORM 400-CHARGE-USAGE
                END-IF
        END-READ
    END-PERFORM
    CLOSE MET-FILE.

260-CLEAR-USAGE.
    MOVE SPACES TO WS-USE-URL
    MOVE ZERO TO WS-USE-ATTEMPTS
    MOVE ZERO TO WS-USE-RETRIES
    MOVE ZERO TO WS-USE-ELAPSED-HH
    MOVE ZERO TO WS-USE-BYTES
    MOVE ZERO TO WS-USE-HITS.

300-REPORT-CHARGES.
    *> one pass in key order: each owned cost center's total record
    *> reads ahead of its URLs, then the unowned group the same way.
    OPEN INPUT CGX-FILE
    IF WS-CGX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CHARGEBACK: UNABLE TO REOPEN SCRPCGX.DAT,"
            " STATUS=" WS-CGX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    MOVE 'N' TO WS-EOF-CGX-FLAG
    PERFORM UNTIL WS-CGX-EOF
        READ CGX-FILE NEXT
            AT END
                MOVE 'Y' TO WS-EOF-CGX-FLAG
            NOT AT END
                PERFORM 320-REPORT-ONE-CHARGE
        END-READ
    END-PERFORM
    CLOSE CGX-FILE.

320-REPORT-ONE-CHARGE.
    PERFORM 500-COMPUTE-SHARES
    EVALUATE TRUE
        WHEN CGX-OWNED AND CGX-URL = SPACES
            ADD 1 TO WS-CC-COUNT
            PERFORM 520-FIND-COST-CENTER-NAME
            MOVE SPACES TO WS-CHG-LINE
            PERFORM 700-WRITE-REPORT-LINE
            MOVE SPACES TO WS-LINE-LABEL
            STRING "COST CENTER " CGX-COST-CENTER " "
                WS-CC-NAME(1:29)
                DELIMITED BY SIZE INTO WS-LINE-LABEL
            PERFORM 600-PRINT-FIGURES-LINE
            MOVE SPACES TO WS-CHG-LINE
            MOVE ALL "-" TO WS-CHG-LINE(1:50)
            PERFORM 700-WRITE-REPORT-LINE
            PERFORM 650-WRITE-COST-CENTER-LINE
        WHEN CGX-OWNED
            ADD 1 TO WS-URL-COUNT
            MOVE SPACES TO WS-LINE-LABEL
            STRING "  " CGX-URL(1:48)
                DELIMITED BY SIZE INTO WS-LINE-LABEL
            PERFORM 600-PRINT-FIGURES-LINE
            PERFORM 660-WRITE-URL-LINE
        WHEN CGX-URL = SPACES
            MOVE SPACES TO WS-CHG-LINE
            PERFORM 700-WRITE-REPORT-LINE
            MOVE "UNOWNED URLS - NO COST CENTER ON THE CONTROL RECORD,"
                TO WS-CHG-LINE
            MOVE " OR NO LONGER ON THE CONTROL FILE (*)"
                TO WS-CHG-LINE(53:37)
            PERFORM 700-WRITE-REPORT-LINE
            MOVE "UNOWNED TOTAL" TO WS-LINE-LABEL
            PERFORM 600-PRINT-FIGURES-LINE
            MOVE SPACES TO WS-CHG-LINE
            MOVE ALL "-" TO WS-CHG-LINE(1:50)
            PERFORM 700-WRITE-REPORT-LINE
        WHEN OTHER
            ADD 1 TO WS-URL-COUNT
            ADD 1 TO WS-UNOWNED-COUNT
            MOVE SPACES TO WS-LINE-LABEL
            IF CGX-NOT-CTL-FLAG = 'Y'
                STRING "* " CGX-URL(1:48)
                    DELIMITED BY SIZE INTO WS-LINE-LABEL
            ELSE
                STRING "  " CGX-URL(1:48)
                    DELIMITED BY SIZE INTO WS-LINE-LABEL
            END-IF
            PERFORM 600-PRINT-FIGURES-LINE
            PERFORM 670-WRITE-UNOWNED-LINE
    END-EVALUATE.

400-CHARGE-USAGE.
    *> posts one usage item to its URL's record and to its owner's
    *> total record, creating either on first sight.
    PERFORM 410-FIND-OWNER
    MOVE WS-OWNER-GROUP TO CGX-GROUP
    MOVE WS-OWNER-CC TO CGX-COST-CENTER
    MOVE FUNCTION TRIM(WS-USE-URL) TO CGX-URL
    MOVE 'N' TO WS-NEW-URL-FLAG
    READ CGX-FILE
        INVALID KEY
            MOVE 'Y' TO WS-NEW-URL-FLAG
            PERFORM 420-START-CHARGE-RECORD
            PERFORM 430-APPLY-USAGE
            WRITE CGX-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
        NOT INVALID KEY
            PERFORM 430-APPLY-USAGE
            REWRITE CGX-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
    END-READ

    MOVE WS-OWNER-GROUP TO CGX-GROUP
    MOVE WS-OWNER-CC TO CGX-COST-CENTER
    MOVE SPACES TO CGX-URL
    READ CGX-FILE
        INVALID KEY
            PERFORM 420-START-CHARGE-RECORD
            PERFORM 430-APPLY-USAGE
            WRITE CGX-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
        NOT INVALID KEY
            PERFORM 430-APPLY-USAGE
            REWRITE CGX-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
    END-READ

    ADD 1 TO WS-USAGE-COUNT
    ADD WS-USE-ATTEMPTS TO WS-TOT-ATTEMPTS
    ADD WS-USE-RETRIES TO WS-TOT-RETRIES
    ADD WS-USE-ELAPSED-HH TO WS-TOT-ELAPSED-HH
    ADD WS-USE-BYTES TO WS-TOT-BYTES
    ADD WS-USE-HITS TO WS-TOT-HITS.

410-FIND-OWNER.
    *> owned when the URL is on today's control file with a cost
    *> center; unowned otherwise, noting a URL that has left the
    *> control file altogether.
    MOVE 'U' TO CUX-KIND
    MOVE FUNCTION TRIM(WS-USE-URL) TO CUX-VALUE
    READ CUX-FILE
        INVALID KEY
            MOVE '2' TO WS-OWNER-GROUP
            MOVE SPACES TO WS-OWNER-CC
            MOVE 'Y' TO WS-OWNER-NOT-CTL
        NOT INVALID KEY
            MOVE 'N' TO WS-OWNER-NOT-CTL
            IF CUX-COST-CENTER = SPACES
                MOVE '2' TO WS-OWNER-GROUP
                MOVE SPACES TO WS-OWNER-CC
            ELSE
                MOVE '1' TO WS-OWNER-GROUP
                MOVE CUX-COST-CENTER TO WS-OWNER-CC
            END-IF
    END-READ.

420-START-CHARGE-RECORD.
    *> the key is already in place.
    IF CGX-URL = SPACES
        MOVE 'N' TO CGX-NOT-CTL-FLAG
    ELSE
        MOVE WS-OWNER-NOT-CTL TO CGX-NOT-CTL-FLAG
    END-IF
    MOVE ZERO TO CGX-URL-COUNT
    MOVE ZERO TO CGX-ATTEMPTS
    MOVE ZERO TO CGX-RETRIES
    MOVE ZERO TO CGX-ELAPSED-HH
    MOVE ZERO TO CGX-BYTES
    MOVE ZERO TO CGX-HITS.

430-APPLY-USAGE.
    *> a total record counts its URLs as they first appear.
    IF CGX-URL = SPACES AND WS-NEW-URL
        ADD 1 TO CGX-URL-COUNT
    END-IF
    ADD WS-USE-ATTEMPTS TO CGX-ATTEMPTS
    ADD WS-USE-RETRIES TO CGX-RETRIES
    ADD WS-USE-ELAPSED-HH TO CGX-ELAPSED-HH
    ADD WS-USE-BYTES TO CGX-BYTES
    ADD WS-USE-HITS TO CGX-HITS.

500-COMPUTE-SHARES.
    *> the record's percentage of the month's total of each measure;
    *> a measure with no month total shares nothing.
    MOVE ZERO TO WS-SHR-ATTEMPTS
    MOVE ZERO TO WS-SHR-ELAPSED
    MOVE ZERO TO WS-SHR-BYTES
    MOVE ZERO TO WS-SHR-HITS
    IF WS-TOT-ATTEMPTS > ZERO
        COMPUTE WS-SHR-ATTEMPTS ROUNDED =
            CGX-ATTEMPTS * 100 / WS-TOT-ATTEMPTS
    END-IF
    IF WS-TOT-ELAPSED-HH > ZERO
        COMPUTE WS-SHR-ELAPSED ROUNDED =
            CGX-ELAPSED-HH * 100 / WS-TOT-ELAPSED-HH
    END-IF
    IF WS-TOT-BYTES > ZERO
        COMPUTE WS-SHR-BYTES ROUNDED =
            CGX-BYTES * 100 / WS-TOT-BYTES
    END-IF
    IF WS-TOT-HITS > ZERO
        COMPUTE WS-SHR-HITS ROUNDED =
            CGX-HITS * 100 / WS-TOT-HITS
    END-IF
    COMPUTE WS-SECS-WORK = CGX-ELAPSED-HH / 100.

520-FIND-COST-CENTER-NAME.
    MOVE 'C' TO CUX-KIND
    MOVE CGX-COST-CENTER TO CUX-VALUE
    READ CUX-FILE
        INVALID KEY
            MOVE "(NOT ON COST-CENTER FILE)" TO WS-CC-NAME
        NOT INVALID KEY
            MOVE CUX-NAME TO WS-CC-NAME
    END-READ.

600-PRINT-FIGURES-LINE.
    *> the label in the first fifty columns, then the figures and
    *> shares of the current charge record.
    MOVE CGX-ATTEMPTS TO WS-ED-ATTEMPTS
    MOVE CGX-RETRIES TO WS-ED-RETRIES
    MOVE WS-SECS-WORK TO WS-ED-SECS
    MOVE CGX-BYTES TO WS-ED-BYTES
    MOVE CGX-HITS TO WS-ED-HITS
    MOVE WS-SHR-ATTEMPTS TO WS-ED-SHR-ATTEMPTS
    MOVE WS-SHR-ELAPSED TO WS-ED-SHR-ELAPSED
    MOVE WS-SHR-BYTES TO WS-ED-SHR-BYTES
    MOVE WS-SHR-HITS TO WS-ED-SHR-HITS
    MOVE SPACES TO WS-CHG-LINE
    STRING WS-LINE-LABEL " " WS-ED-ATTEMPTS " " WS-ED-RETRIES
        " " WS-ED-SECS " " WS-ED-BYTES " " WS-ED-HITS
        " " WS-ED-SHR-ATTEMPTS " " WS-ED-SHR-ELAPSED
        " " WS-ED-SHR-BYTES " " WS-ED-SHR-HITS
        DELIMITED BY SIZE INTO WS-CHG-LINE
    PERFORM 700-WRITE-REPORT-LINE.

610-SET-DELIMITED-FIGURES.
    MOVE CGX-ATTEMPTS TO WS-DL-ATTEMPTS
    MOVE CGX-RETRIES TO WS-DL-RETRIES
    MOVE WS-SECS-WORK TO WS-DL-SECS
    MOVE CGX-BYTES TO WS-DL-BYTES
    MOVE CGX-HITS TO WS-DL-HITS
    MOVE WS-SHR-ATTEMPTS TO WS-DL-SHR-ATTEMPTS
    MOVE WS-SHR-ELAPSED TO WS-DL-SHR-ELAPSED
    MOVE WS-SHR-BYTES TO WS-DL-SHR-BYTES
    MOVE WS-SHR-HITS TO WS-DL-SHR-HITS.

620-APPEND-DELIMITED-FIGURES.
    STRING WS-DL-ATTEMPTS ',' WS-DL-RETRIES ',' WS-DL-SECS ','
        WS-DL-BYTES ',' WS-DL-HITS ',' WS-DL-SHR-ATTEMPTS ','
        WS-DL-SHR-ELAPSED ',' WS-DL-SHR-BYTES ',' WS-DL-SHR-HITS
        DELIMITED BY SIZE
        INTO WS-CHD-LINE
        WITH POINTER WS-CHD-PTR
    END-STRING
    WRITE CHD-RECORD FROM WS-CHD-LINE
    ADD 1 TO WS-CHD-COUNT.

650-WRITE-COST-CENTER-LINE.
    PERFORM 610-SET-DELIMITED-FIGURES
    MOVE SPACES TO WS-CHD-LINE
    MOVE 1 TO WS-CHD-PTR
    MOVE SPACES TO WS-QUO-SOURCE
    MOVE CGX-COST-CENTER TO WS-QUO-SOURCE
    PERFORM 680-BUILD-QUOTED-FIELD
    STRING 'CC,' WS-QUOTED-FIELD(1:WS-QUO-OIDX) ','
        DELIMITED BY SIZE
        INTO WS-CHD-LINE
        WITH POINTER WS-CHD-PTR
    END-STRING
    MOVE SPACES TO WS-QUO-SOURCE
    MOVE WS-CC-NAME TO WS-QUO-SOURCE
    PERFORM 680-BUILD-QUOTED-FIELD
    MOVE CGX-URL-COUNT TO WS-DL-URL-COUNT
    STRING WS-QUOTED-FIELD(1:WS-QUO-OIDX) ',' WS-DL-URL-COUNT ','
        DELIMITED BY SIZE
        INTO WS-CHD-LINE
        WITH POINTER WS-CHD-PTR
    END-STRING
    PERFORM 620-APPEND-DELIMITED-FIGURES.

660-WRITE-URL-LINE.
    PERFORM 610-SET-DELIMITED-FIGURES
    MOVE SPACES TO WS-CHD-LINE
    MOVE 1 TO WS-CHD-PTR
    MOVE SPACES TO WS-QUO-SOURCE
    MOVE CGX-COST-CENTER TO WS-QUO-SOURCE
    PERFORM 680-BUILD-QUOTED-FIELD
    STRING 'URL,' WS-QUOTED-FIELD(1:WS-QUO-OIDX) ','
        DELIMITED BY SIZE
        INTO WS-CHD-LINE
        WITH POINTER WS-CHD-PTR
    END-STRING
    MOVE CGX-URL TO WS-QUO-SOURCE
    PERFORM 680-BUILD-QUOTED-FIELD
    STRING WS-QUOTED-FIELD(1:WS-QUO-OIDX) ','
        DELIMITED BY SIZE
        INTO WS-CHD-LINE
        WITH POINTER WS-CHD-PTR
    END-STRING
    PERFORM 620-APPEND-DELIMITED-FIGURES.

670-WRITE-UNOWNED-LINE.
    PERFORM 610-SET-DELIMITED-FIGURES
    MOVE SPACES TO WS-CHD-LINE
    MOVE 1 TO WS-CHD-PTR
    MOVE SPACES TO WS-QUO-SOURCE
    IF CGX-NOT-CTL-FLAG = 'Y'
        MOVE "NOT IN CONTROL FILE" TO WS-QUO-SOURCE
    ELSE
        MOVE "NO COST CENTER" TO WS-QUO-SOURCE
    END-IF
    PERFORM 680-BUILD-QUOTED-FIELD
    STRING 'UNO,' WS-QUOTED-FIELD(1:WS-QUO-OIDX) ','
        DELIMITED BY SIZE
        INTO WS-CHD-LINE
        WITH POINTER WS-CHD-PTR
    END-STRING
    MOVE CGX-URL TO WS-QUO-SOURCE
    PERFORM 680-BUILD-QUOTED-FIELD
    STRING WS-QUOTED-FIELD(1:WS-QUO-OIDX) ','
        DELIMITED BY SIZE
        INTO WS-CHD-LINE
        WITH POINTER WS-CHD-PTR
    END-STRING
    PERFORM 620-APPEND-DELIMITED-FIGURES.

675-WRITE-UNOWNED-TOTAL.
    *> the unowned group's total, after its URLs.
    PERFORM 610-SET-DELIMITED-FIGURES
    MOVE SPACES TO WS-CHD-LINE
    MOVE 1 TO WS-CHD-PTR
    MOVE CGX-URL-COUNT TO WS-DL-URL-COUNT
    STRING 'UNT,' WS-DL-URL-COUNT ','
        DELIMITED BY SIZE
        INTO WS-CHD-LINE
        WITH POINTER WS-CHD-PTR
    END-STRING
    PERFORM 620-APPEND-DELIMITED-FIGURES.

680-BUILD-QUOTED-FIELD.
    *> wrap the trimmed source in quotes, doubling any quote inside
    *> it - Web-Scrape-Extract's convention for the delimited
    *> feeds. Leaves the built field and its length in
    *> WS-QUOTED-FIELD / WS-QUO-OIDX.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-QUO-SOURCE TRAILING))
        TO WS-QUO-IN-LEN
    IF WS-QUO-SOURCE = SPACES
        MOVE ZERO TO WS-QUO-IN-LEN
    END-IF
    MOVE SPACES TO WS-QUOTED-FIELD
    MOVE '"' TO WS-QUOTED-FIELD(1:1)
    MOVE 1 TO WS-QUO-OIDX
    PERFORM VARYING WS-QUO-IIDX FROM 1 BY 1
            UNTIL WS-QUO-IIDX > WS-QUO-IN-LEN
        ADD 1 TO WS-QUO-OIDX
        MOVE WS-QUO-SOURCE(WS-QUO-IIDX:1)
            TO WS-QUOTED-FIELD(WS-QUO-OIDX:1)
        IF WS-QUO-SOURCE(WS-QUO-IIDX:1) = '"'
            ADD 1 TO WS-QUO-OIDX
            MOVE '"' TO WS-QUOTED-FIELD(WS-QUO-OIDX:1)
        END-IF
    END-PERFORM
    ADD 1 TO WS-QUO-OIDX
    MOVE '"' TO WS-QUOTED-FIELD(WS-QUO-OIDX:1).

690-WRITE-TRAILER.
    *> TRL record so the finance load can verify the feed arrived
    *> whole before loading it.
    MOVE SPACES TO WS-CHD-LINE
    MOVE 1 TO WS-CHD-PTR
    STRING 'TRL,' WS-CHG-MONTH ',' WS-CC-COUNT ',' WS-URL-COUNT ','
        WS-UNOWNED-COUNT
        DELIMITED BY SIZE
        INTO WS-CHD-LINE
        WITH POINTER WS-CHD-PTR
    END-STRING
    WRITE CHD-RECORD FROM WS-CHD-LINE.

700-WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM 710-START-NEW-PAGE
    END-IF
    WRITE CHG-RECORD FROM WS-CHG-LINE
    ADD 1 TO WS-LINE-COUNT.

710-START-NEW-PAGE.
    ADD 1 TO WS-PAGE-NO
    MOVE SPACES TO CHG-RECORD
    STRING "WEB-SCRAPE COST-CENTER CHARGEBACK REPORT"
        "      MONTH " WS-CHG-MONTH
        "      RUN DATE " WS-RUN-DATE
        "    PAGE " WS-PAGE-NO
        DELIMITED BY SIZE INTO CHG-RECORD
    WRITE CHG-RECORD
    MOVE SPACES TO CHG-RECORD
    WRITE CHG-RECORD
    MOVE SPACES TO CHG-RECORD
    MOVE "COST CENTER / URL" TO CHG-RECORD(1:17)
    MOVE "ATTEMPTS" TO CHG-RECORD(51:8)
    MOVE "RETRY" TO CHG-RECORD(61:5)
    MOVE "ELAPSED SEC" TO CHG-RECORD(67:11)
    MOVE "BYTES" TO CHG-RECORD(86:5)
    MOVE "HITS" TO CHG-RECORD(94:4)
    MOVE "ATT %" TO CHG-RECORD(100:5)
    MOVE "SEC %" TO CHG-RECORD(107:5)
    MOVE "BYT %" TO CHG-RECORD(114:5)
    MOVE "HIT %" TO CHG-RECORD(121:5)
    WRITE CHG-RECORD
    MOVE ALL "-" TO CHG-RECORD(1:125)
    WRITE CHG-RECORD
    MOVE 4 TO WS-LINE-COUNT.

800-PRINT-COST-CENTER-SUMMARY.
    *> a second pass over the total records only: one line per
    *> cost center, unowned last, then the month's totals - the
    *> page finance actually bills from.
    MOVE SPACES TO WS-CHG-LINE
    PERFORM 700-WRITE-REPORT-LINE
    MOVE "===== COST CENTER SUMMARY =====" TO WS-CHG-LINE
    PERFORM 700-WRITE-REPORT-LINE
    OPEN INPUT CGX-FILE
    IF WS-CGX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CHARGEBACK: UNABLE TO REOPEN SCRPCGX.DAT,"
            " STATUS=" WS-CGX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    MOVE 'N' TO WS-EOF-CGX-FLAG
    PERFORM UNTIL WS-CGX-EOF
        READ CGX-FILE NEXT
            AT END
                MOVE 'Y' TO WS-EOF-CGX-FLAG
            NOT AT END
                IF CGX-URL = SPACES
                    PERFORM 820-SUMMARIZE-ONE-TOTAL
                END-IF
        END-READ
    END-PERFORM

    *> the month line reuses the charge record's figure fields.
    MOVE WS-TOT-ATTEMPTS TO CGX-ATTEMPTS
    MOVE WS-TOT-RETRIES TO CGX-RETRIES
    MOVE WS-TOT-ELAPSED-HH TO CGX-ELAPSED-HH
    MOVE WS-TOT-BYTES TO CGX-BYTES
    MOVE WS-TOT-HITS TO CGX-HITS
    PERFORM 500-COMPUTE-SHARES
    MOVE SPACES TO WS-CHG-LINE
    MOVE ALL "-" TO WS-CHG-LINE(1:125)
    PERFORM 700-WRITE-REPORT-LINE
    MOVE "MONTH TOTAL" TO WS-LINE-LABEL
    PERFORM 600-PRINT-FIGURES-LINE
    CLOSE CGX-FILE.

820-SUMMARIZE-ONE-TOTAL.
    PERFORM 500-COMPUTE-SHARES
    MOVE CGX-URL-COUNT TO WS-ED-URL-COUNT
    MOVE SPACES TO WS-LINE-LABEL
    IF CGX-OWNED
        PERFORM 520-FIND-COST-CENTER-NAME
        STRING CGX-COST-CENTER " " WS-CC-NAME(1:29) " "
            WS-ED-URL-COUNT " URLS"
            DELIMITED BY SIZE INTO WS-LINE-LABEL
    ELSE
        STRING "UNOWNED " "                              "
            WS-ED-URL-COUNT " URLS"
            DELIMITED BY SIZE INTO WS-LINE-LABEL
        PERFORM 675-WRITE-UNOWNED-TOTAL
    END-IF
    PERFORM 600-PRINT-FIGURES-LINE.

900-PRINT-SUMMARY.
    COMPUTE WS-SECS-WORK = WS-TOT-ELAPSED-HH / 100
    MOVE WS-SECS-WORK TO WS-ED-SECS
    MOVE SPACES TO WS-CHG-LINE
    PERFORM 700-WRITE-REPORT-LINE
    MOVE "===== CHARGEBACK SUMMARY =====" TO WS-CHG-LINE
    PERFORM 700-WRITE-REPORT-LINE
    MOVE SPACES TO WS-CHG-LINE
    STRING "MONTH CHARGED ............ " WS-CHG-MONTH
        DELIMITED BY SIZE INTO WS-CHG-LINE
    PERFORM 700-WRITE-REPORT-LINE
    MOVE SPACES TO WS-CHG-LINE
    STRING "COST CENTERS CHARGED ..... " WS-CC-COUNT
        DELIMITED BY SIZE INTO WS-CHG-LINE
    PERFORM 700-WRITE-REPORT-LINE
    MOVE SPACES TO WS-CHG-LINE
    STRING "URLS CHARGED ............. " WS-URL-COUNT
        DELIMITED BY SIZE INTO WS-CHG-LINE
    PERFORM 700-WRITE-REPORT-LINE
    MOVE SPACES TO WS-CHG-LINE
    STRING "UNOWNED URLS ............. " WS-UNOWNED-COUNT
        " (* = NO LONGER ON THE CONTROL FILE)"
        DELIMITED BY SIZE INTO WS-CHG-LINE
    PERFORM 700-WRITE-REPORT-LINE
    MOVE SPACES TO WS-CHG-LINE
    STRING "TOTAL ELAPSED SECONDS .... " WS-ED-SECS
        DELIMITED BY SIZE INTO WS-CHG-LINE
    PERFORM 700-WRITE-REPORT-LINE.

950-POST-RUN-STATUS.
    *> one record on the shared run-status ledger, clean finish or
    *> error exit alike, for the morning operations board. The
    *> ledger is a by-product of the run, not part of it - a ledger
    *> that will not open is reported and the step's own outcome
    *> and return code stand.
    OPEN EXTEND RSL-FILE
    IF WS-RSL-STATUS NOT = "00" AND WS-RSL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-CHARGEBACK: UNABLE TO OPEN SCRPRSL.DAT,"
            " STATUS=" WS-RSL-STATUS " - RUN STATUS NOT POSTED"
    ELSE
        INITIALIZE SCRP-RSL-RECORD
        MOVE WS-RSL-RUN-DATE TO SCRP-RSL-RUN-DATE
        MOVE "WEB-SCRAPE-CHARGEBACK" TO SCRP-RSL-STEP
        MOVE WS-RSL-START-TIME TO SCRP-RSL-START-TIME
        ACCEPT SCRP-RSL-END-TIME FROM TIME
        MOVE RETURN-CODE TO SCRP-RSL-RETURN-CODE
        MOVE WS-USAGE-COUNT TO SCRP-RSL-FETCHED
        MOVE WS-URL-COUNT TO SCRP-RSL-WRITTEN
        MOVE WS-UNOWNED-COUNT TO SCRP-RSL-EXCEPTIONS
        WRITE SCRP-RSL-RECORD
        CLOSE RSL-FILE
    END-IF.
