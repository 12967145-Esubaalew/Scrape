IDENTIFICATION DIVISION.
PROGRAM-ID. Web-Scrape-Case-Track.

*> Case tracking for watchlist hits. The digest delivers the day's
*> hits, but nothing recorded whether anybody acted on one, and a
*> keyword sitting in a page's unchanged paragraph raised the same
*> alert every morning until the page changed. This job turns the
*> hits into cases on a case master (SCRPCAS.DAT):
*>   - the first hit of a keyword in a paragraph of a page opens a
*>     case, owned by the recipient whose digest carries the
*>     keyword (first subscriber on SCRPSUB.DAT, else CATCHALL),
*>   - a repeat of that hit while the case is open, escalated or
*>     acknowledged attaches to the case (last-seen date and hit
*>     count) instead of raising a fresh alert - the alert record
*>     is stamped with the case number and flagged 'R' so the
*>     digest leaves it out of the detail,
*>   - on a closed case the same paragraph text is the content
*>     already reviewed and stays closed; changed text opens a new
*>     case,
*>   - the analysts' decisions file (SCRPCAD.DAT, one ACK or CLOSE
*>     per case number) is applied first, the same way
*>     Web-Scrape-Cand-Review applies SCRPDSP.DAT - a decision for
*>     an unknown case, an unknown action or a case already past
*>     that state is reported and the job ends RETURN-CODE 8 so the
*>     analyst fixes the decision. Once the master is rewritten the
*>     applied decisions are taken off SCRPCAD.DAT, staged through
*>     SCRPCDW.DAT and copied back, so only the ones in error (and
*>     any past the table's cap) are there for the next run; a
*>     decision already in effect - the same analyst, the case
*>     already in that state, as on a rerun - is passed over and
*>     not counted in error,
*>   - a case still open (not acknowledged) more than the
*>     escalation age in days after it opened is escalated to the
*>     owner's backup (SCRPRCP.DAT), whose digest then lists it
*>     until it is acknowledged or closed. An overdue case whose
*>     owner has no backup stays open and is flagged NO BACKUP.
*> Every case not yet closed is listed on the aging report
*> (SCRPCAG.DAT) with its age and an age-bucket summary; the job
*> ends RETURN-CODE 4 while any case is escalated or overdue with
*> no backup, so the morning board shows it.
*>
*> Runs after the scrape (and merge/retry when they run) and
*> before Web-Scrape-Digest. The master is rebuilt from a scratch
*> keyed file by case number and the alerts file is restamped
*> through a work file and only copied back after a clean pass -
*> the stage-then-copy-back shape Web-Scrape-Archive uses. A rerun
*> on the same day finds the cases it opened the first time and
*> stamps their alerts the same way again.
*>
*> The escalation age, in days, comes from the environment
*> (SCRP_CASE_DAYS); it defaults to 3 days.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ALR-FILE
        ASSIGN TO "SCRPALR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALR-STATUS.

    SELECT ALW-FILE
        ASSIGN TO "SCRPALW.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALW-STATUS.

    SELECT OPTIONAL CAS-FILE
        ASSIGN TO "SCRPCAS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAS-STATUS.

    SELECT OPTIONAL CAD-FILE
        ASSIGN TO "SCRPCAD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAD-STATUS.

    SELECT OPTIONAL SUB-FILE
        ASSIGN TO "SCRPSUB.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUB-STATUS.

    SELECT OPTIONAL RCP-FILE
        ASSIGN TO "SCRPRCP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RCP-STATUS.

    SELECT CDW-FILE
        ASSIGN TO "SCRPCDW.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CDW-STATUS.

    SELECT CAG-FILE
        ASSIGN TO "SCRPCAG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAG-STATUS.

*> scratch keyed files, rebuilt every run: every case by case
*> number (the staged generation of the master), and the latest
*> case number for each URL/keyword/paragraph, which is how a
*> day's hit finds the case it repeats.
    SELECT CSX-FILE
        ASSIGN TO "SCRPCSX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CSX-CASE-NO
        FILE STATUS IS WS-CSX-STATUS.

    SELECT CKX-FILE
        ASSIGN TO "SCRPCKX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CKX-KEY
        FILE STATUS IS WS-CKX-STATUS.

    SELECT OPTIONAL RSL-FILE
        ASSIGN TO "SCRPRSL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ALR-FILE.
    COPY SCRPALR.

FD  ALW-FILE.
*> same physical layout as SCRPALR.DAT - the day's alerts with
*> their case columns stamped.
01  ALW-ALR-RECORD              PIC X(789).

FD  CAS-FILE.
    COPY SCRPCAS.

FD  CAD-FILE.
    COPY SCRPCAD.

FD  CDW-FILE.
*> same physical layout as SCRPCAD.DAT - the decisions left over
*> for the next run.
01  CDW-CAD-RECORD              PIC X(84).

FD  SUB-FILE.
    COPY SCRPSUB.

FD  RCP-FILE.
    COPY SCRPRCP.

FD  CAG-FILE.
01  CAG-RECORD                  PIC X(132).

FD  CSX-FILE.
01  CSX-RECORD.
    05  CSX-CASE-NO             PIC 9(8).
    05  CSX-STATUS              PIC X(1).
        88  CSX-OPEN            VALUE 'O'.
        88  CSX-ESCALATED       VALUE 'E'.
        88  CSX-ACKED           VALUE 'A'.
        88  CSX-CLOSED          VALUE 'C'.
    05  CSX-URL                 PIC X(200).
    05  CSX-KEYWORD             PIC X(60).
    05  CSX-PARA-SEQ            PIC 9(4).
    05  CSX-OWNER               PIC X(8).
    05  CSX-OPENED-DATE         PIC X(8).
    05  CSX-LAST-SEEN           PIC X(8).
    05  CSX-HIT-COUNT           PIC 9(4).
    05  CSX-ESC-TO              PIC X(8).
    05  CSX-ESC-DATE            PIC X(8).
    05  CSX-ACK-BY              PIC X(8).
    05  CSX-ACK-DATE            PIC X(8).
    05  CSX-CLOSED-BY           PIC X(8).
    05  CSX-CLOSED-DATE         PIC X(8).
    05  CSX-NOTE                PIC X(60).
    05  CSX-TEXT                PIC X(500).

FD  CKX-FILE.
01  CKX-RECORD.
    05  CKX-KEY.
        10  CKX-URL             PIC X(200).
        10  CKX-KEYWORD         PIC X(60).
        10  CKX-PARA-SEQ        PIC 9(4).
    05  CKX-CASE-NO             PIC 9(8).

FD  RSL-FILE.
    COPY SCRPRSL.

WORKING-STORAGE SECTION.
01  WS-ALR-STATUS               PIC XX.
01  WS-ALW-STATUS               PIC XX.
01  WS-CAS-STATUS               PIC XX.
01  WS-CAD-STATUS               PIC XX.
01  WS-CDW-STATUS               PIC XX.
01  WS-SUB-STATUS               PIC XX.
01  WS-RCP-STATUS               PIC XX.
01  WS-CAG-STATUS               PIC XX.
01  WS-CSX-STATUS               PIC XX.
01  WS-CKX-STATUS               PIC XX.
01  WS-EOF-ALR-FLAG             PIC X(1) VALUE 'N'.
    88  WS-ALR-EOF              VALUE 'Y'.
01  WS-EOF-ALW-FLAG             PIC X(1) VALUE 'N'.
    88  WS-ALW-EOF              VALUE 'Y'.
01  WS-EOF-CAS-FLAG             PIC X(1) VALUE 'N'.
    88  WS-CAS-EOF              VALUE 'Y'.
01  WS-EOF-CAD-FLAG             PIC X(1) VALUE 'N'.
    88  WS-CAD-EOF              VALUE 'Y'.
01  WS-EOF-CDW-FLAG             PIC X(1) VALUE 'N'.
    88  WS-CDW-EOF              VALUE 'Y'.
01  WS-EOF-SUB-FLAG             PIC X(1) VALUE 'N'.
    88  WS-SUB-EOF              VALUE 'Y'.
01  WS-EOF-RCP-FLAG             PIC X(1) VALUE 'N'.
    88  WS-RCP-EOF              VALUE 'Y'.
01  WS-EOF-CSX-FLAG             PIC X(1) VALUE 'N'.
    88  WS-CSX-EOF              VALUE 'Y'.
01  WS-HAVE-ALERTS-FLAG         PIC X(1) VALUE 'N'.
    88  WS-HAVE-ALERTS          VALUE 'Y'.
01  WS-RUN-DATE                 PIC X(8).

*> ---- escalation age -----------------------------------------------
01  WS-CASE-DAYS-ENV            PIC X(8).
01  WS-CASE-DAYS                PIC 9(4) VALUE 3.
01  WS-DATE-NUM                 PIC 9(8).
01  WS-TODAY-INT                PIC 9(8).
01  WS-OPENED-INT               PIC 9(8).
01  WS-CASE-AGE                 PIC 9(5).

*> ---- the decisions, loaded once ----------------------------------
*> capped and overflow-flagged the same way Web-Scrape-Cand-Review
*> caps its decisions - a decisions file is the analysts' batch for
*> the day, not a master.
01  WS-MAX-CAD                  PIC 9(4) VALUE 200.
01  WS-CAD-COUNT                PIC 9(4) VALUE ZERO.
01  WS-CAD-IDX                  PIC 9(4).
01  WS-CAD-OVERFLOW-FLAG        PIC X(1) VALUE 'N'.
    88  WS-CAD-OVERFLOW         VALUE 'Y'.
01  WS-CAD-TABLE.
    05  WS-CAD-ENTRY OCCURS 200 TIMES.
        10  WS-CADT-CASE-NO     PIC 9(8).
        10  WS-CADT-ACTION      PIC X(8).
        10  WS-CADT-ANALYST     PIC X(8).
        10  WS-CADT-NOTE        PIC X(60).
        10  WS-CADT-DONE-FLAG   PIC X(1).
01  WS-ACTION-WORK              PIC X(8).
01  WS-CAD-READ-COUNT           PIC 9(4).
01  WS-CAD-KEPT-COUNT           PIC 9(4) VALUE ZERO.

*> ---- keyword owners: first subscriber of each keyword -------------
*> the same 200-pair cap as Web-Scrape-Digest's subscription table.
01  WS-MAX-OWN                  PIC 9(4) VALUE 200.
01  WS-OWN-COUNT                PIC 9(4) VALUE ZERO.
01  WS-OWN-IDX                  PIC 9(4).
01  WS-OWN-FOUND-FLAG           PIC X(1).
    88  WS-OWN-FOUND            VALUE 'Y'.
01  WS-OWN-OVERFLOW-FLAG        PIC X(1) VALUE 'N'.
    88  WS-OWN-OVERFLOW         VALUE 'Y'.
01  WS-OWN-TABLE.
    05  WS-OWN-ENTRY OCCURS 200 TIMES.
        10  WS-OWNT-KEYWORD     PIC X(60).
        10  WS-OWNT-RECIPIENT   PIC X(8).
01  WS-CUR-KEYWORD              PIC X(60).
01  WS-CUR-OWNER                PIC X(8).

*> ---- recipient backups -------------------------------------------
*> the digest's own 50-recipient ceiling.
01  WS-MAX-BKP                  PIC 9(4) VALUE 50.
01  WS-BKP-COUNT                PIC 9(4) VALUE ZERO.
01  WS-BKP-IDX                  PIC 9(4).
01  WS-BKP-OVERFLOW-FLAG        PIC X(1) VALUE 'N'.
    88  WS-BKP-OVERFLOW         VALUE 'Y'.
01  WS-BKP-TABLE.
    05  WS-BKP-ENTRY OCCURS 50 TIMES.
        10  WS-BKPT-RECIPIENT   PIC X(8).
        10  WS-BKPT-BACKUP      PIC X(8).
01  WS-CUR-BACKUP               PIC X(8).

*> ---- case numbering -----------------------------------------------
01  WS-LAST-CASE-NO             PIC 9(8) VALUE ZERO.
01  WS-CASE-NO-SHOW             PIC 9(8).

*> ---- aging report -------------------------------------------------
01  WS-CAG-LINE                 PIC X(132).
01  WS-PAGE-NO                  PIC 9(4) VALUE ZERO.
01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 55.
01  WS-AGE-SHOW                 PIC ZZZZ9.
01  WS-HITS-SHOW                PIC ZZZ9.
01  WS-CAG-FLAG-TEXT            PIC X(18).
01  WS-STATUS-TEXT              PIC X(9).
01  WS-BKT-0-2                  PIC 9(6) VALUE ZERO.
01  WS-BKT-3-7                  PIC 9(6) VALUE ZERO.
01  WS-BKT-8-14                 PIC 9(6) VALUE ZERO.
01  WS-BKT-15-30                PIC 9(6) VALUE ZERO.
01  WS-BKT-OVER-30              PIC 9(6) VALUE ZERO.

*> ---- counters for the end-of-job summary -------------------------
01  WS-ALERTS-READ              PIC 9(6) VALUE ZERO.
01  WS-CASES-OPENED             PIC 9(6) VALUE ZERO.
01  WS-REPEAT-COUNT             PIC 9(6) VALUE ZERO.
01  WS-ACKED-COUNT              PIC 9(6) VALUE ZERO.
01  WS-CLOSED-COUNT             PIC 9(6) VALUE ZERO.
01  WS-BAD-CAD-COUNT            PIC 9(6) VALUE ZERO.
01  WS-CAD-IN-EFFECT-COUNT      PIC 9(6) VALUE ZERO.
01  WS-ESCALATED-TODAY          PIC 9(6) VALUE ZERO.
01  WS-ESCALATED-COUNT          PIC 9(6) VALUE ZERO.
01  WS-NO-BACKUP-COUNT          PIC 9(6) VALUE ZERO.
01  WS-OPEN-COUNT               PIC 9(6) VALUE ZERO.
01  WS-ACK-OPEN-COUNT           PIC 9(6) VALUE ZERO.
01  WS-MASTER-COUNT             PIC 9(6) VALUE ZERO.
01  WS-LISTED-COUNT             PIC 9(6) VALUE ZERO.

*> ---- run-status ledger posting -----------------------------------
01  WS-RSL-STATUS               PIC XX.
01  WS-RSL-RUN-DATE             PIC X(8).
01  WS-RSL-START-TIME           PIC X(8).

PROCEDURE DIVISION.

000-MAIN-PROCESS.
    ACCEPT WS-RSL-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RSL-START-TIME FROM TIME
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 100-SET-ESCALATION-AGE
    PERFORM 120-LOAD-DECISIONS
    PERFORM 140-LOAD-OWNERS
    PERFORM 160-LOAD-BACKUPS
    PERFORM 200-LOAD-CASE-MASTER

    PERFORM 300-APPLY-DECISIONS
    PERFORM 400-ATTACH-ALERTS
    PERFORM 600-AGE-AND-REWRITE-CASES
    IF WS-HAVE-ALERTS
        PERFORM 800-COPY-ALERTS-BACK
    END-IF
    IF WS-CAD-COUNT > ZERO OR WS-CAD-OVERFLOW
        PERFORM 820-CLEAR-APPLIED-DECISIONS
    END-IF
    CLOSE CKX-FILE

    DISPLAY " "
    DISPLAY "===== WEB-SCRAPE CASE TRACKING SUMMARY ====="
    DISPLAY "ESCALATION AGE (DAYS) .... " WS-CASE-DAYS
    DISPLAY "ALERTS READ .............. " WS-ALERTS-READ
    DISPLAY "CASES OPENED ............. " WS-CASES-OPENED
    DISPLAY "REPEATS ON EXISTING CASES  " WS-REPEAT-COUNT
    DISPLAY "CASES ACKNOWLEDGED ....... " WS-ACKED-COUNT
    DISPLAY "CASES CLOSED ............. " WS-CLOSED-COUNT
    DISPLAY "DECISIONS ALREADY IN EFFECT" WS-CAD-IN-EFFECT-COUNT
    DISPLAY "DECISIONS IN ERROR ....... " WS-BAD-CAD-COUNT
    DISPLAY "DECISIONS LEFT IN SCRPCAD  " WS-CAD-KEPT-COUNT
    DISPLAY "ESCALATED THIS RUN ....... " WS-ESCALATED-TODAY
    DISPLAY "ESCALATED OUTSTANDING .... " WS-ESCALATED-COUNT
    DISPLAY "OVERDUE, NO BACKUP ....... " WS-NO-BACKUP-COUNT
    DISPLAY "CASES NOT YET CLOSED ..... " WS-LISTED-COUNT
    DISPLAY "CASES ON MASTER .......... " WS-MASTER-COUNT
    DISPLAY "AGING REPORT WRITTEN TO SCRPCAG.DAT"
    IF WS-BAD-CAD-COUNT > ZERO
        DISPLAY "DECISIONS FILE NEEDS ATTENTION - SEE MESSAGES ABOVE"
        MOVE 8 TO RETURN-CODE
    ELSE
        IF WS-ESCALATED-COUNT > ZERO OR WS-NO-BACKUP-COUNT > ZERO
            DISPLAY "ESCALATED OR OVERDUE CASES - SEE SCRPCAG.DAT"
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    PERFORM 950-POST-RUN-STATUS
    STOP RUN.

100-SET-ESCALATION-AGE.
    MOVE SPACES TO WS-CASE-DAYS-ENV
    ACCEPT WS-CASE-DAYS-ENV FROM ENVIRONMENT "SCRP_CASE_DAYS"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    IF WS-CASE-DAYS-ENV NOT = SPACES
        IF FUNCTION TRIM(WS-CASE-DAYS-ENV) IS NUMERIC
            MOVE FUNCTION NUMVAL(WS-CASE-DAYS-ENV) TO WS-CASE-DAYS
        ELSE
            DISPLAY "WEB-SCRAPE-CASE-TRACK: SCRP_CASE_DAYS NOT"
                " NUMERIC - USING DEFAULT " WS-CASE-DAYS
        END-IF
    END-IF
    MOVE WS-RUN-DATE TO WS-DATE-NUM
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

120-LOAD-DECISIONS.
    *> optional - a morning with no decisions keyed simply ages the
    *> cases and attaches the day's hits. Closed unconditionally,
    *> the same status-"05" reason as every optional input in the
    *> suite.
    OPEN INPUT CAD-FILE
    IF WS-CAD-STATUS = "00"
        PERFORM UNTIL WS-CAD-EOF
            READ CAD-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-CAD-FLAG
                NOT AT END
                    IF SCRP-CAD-RECORD NOT = SPACES
                        IF WS-CAD-COUNT >= WS-MAX-CAD
                            MOVE 'Y' TO WS-CAD-OVERFLOW-FLAG
                        ELSE
                            ADD 1 TO WS-CAD-COUNT
                            MOVE SCRP-CAD-CASE-NO
                                TO WS-CADT-CASE-NO(WS-CAD-COUNT)
                            MOVE FUNCTION UPPER-CASE(
                                FUNCTION TRIM(SCRP-CAD-ACTION))
                                TO WS-CADT-ACTION(WS-CAD-COUNT)
                            MOVE SCRP-CAD-ANALYST
                                TO WS-CADT-ANALYST(WS-CAD-COUNT)
                            MOVE SCRP-CAD-NOTE
                                TO WS-CADT-NOTE(WS-CAD-COUNT)
                            MOVE 'N'
                                TO WS-CADT-DONE-FLAG(WS-CAD-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        IF WS-CAD-OVERFLOW
            DISPLAY "WEB-SCRAPE-CASE-TRACK: SCRPCAD.DAT HAS MORE THAN "
                WS-MAX-CAD " DECISIONS - EXTRAS IGNORED THIS RUN"
        END-IF
    END-IF
    CLOSE CAD-FILE.

140-LOAD-OWNERS.
    *> a keyword is owned by its first subscriber, keywords
    *> upper-cased the way the digest and the scrape hold them. A
    *> keyword nobody subscribes to is owned by the catch-all.
    OPEN INPUT SUB-FILE
    IF WS-SUB-STATUS = "00"
        PERFORM UNTIL WS-SUB-EOF
            READ SUB-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SUB-FLAG
                NOT AT END
                    IF SCRP-SUB-RECIPIENT NOT = SPACES
                            AND SCRP-SUB-KEYWORD NOT = SPACES
                        PERFORM 145-ADD-OWNER
                    END-IF
            END-READ
        END-PERFORM
        IF WS-OWN-OVERFLOW
            DISPLAY "WEB-SCRAPE-CASE-TRACK: SCRPSUB.DAT HAS MORE THAN "
                WS-MAX-OWN " KEYWORDS - EXTRAS OWNED BY CATCHALL"
        END-IF
    END-IF
    CLOSE SUB-FILE.

145-ADD-OWNER.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SCRP-SUB-KEYWORD))
        TO WS-CUR-KEYWORD
    PERFORM 520-FIND-OWNER
    IF NOT WS-OWN-FOUND
        IF WS-OWN-COUNT >= WS-MAX-OWN
            MOVE 'Y' TO WS-OWN-OVERFLOW-FLAG
        ELSE
            ADD 1 TO WS-OWN-COUNT
            MOVE WS-CUR-KEYWORD TO WS-OWNT-KEYWORD(WS-OWN-COUNT)
            MOVE SCRP-SUB-RECIPIENT TO WS-OWNT-RECIPIENT(WS-OWN-COUNT)
        END-IF
    END-IF.

160-LOAD-BACKUPS.
    *> optional - without it nothing can escalate, and overdue
    *> cases are flagged NO BACKUP on the aging report instead.
    OPEN INPUT RCP-FILE
    IF WS-RCP-STATUS = "00"
        PERFORM UNTIL WS-RCP-EOF
            READ RCP-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-RCP-FLAG
                NOT AT END
                    IF SCRP-RCP-RECIPIENT NOT = SPACES
                        IF WS-BKP-COUNT >= WS-MAX-BKP
                            MOVE 'Y' TO WS-BKP-OVERFLOW-FLAG
                        ELSE
                            ADD 1 TO WS-BKP-COUNT
                            MOVE SCRP-RCP-RECIPIENT
                                TO WS-BKPT-RECIPIENT(WS-BKP-COUNT)
                            MOVE SCRP-RCP-BACKUP
                                TO WS-BKPT-BACKUP(WS-BKP-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        IF WS-BKP-OVERFLOW
            DISPLAY "WEB-SCRAPE-CASE-TRACK: SCRPRCP.DAT HAS MORE THAN "
                WS-MAX-BKP " RECIPIENTS - EXTRAS HAVE NO BACKUP"
        END-IF
    END-IF
    CLOSE RCP-FILE.

200-LOAD-CASE-MASTER.
    *> OPEN OUTPUT truncates any leftover scratch file from an
    *> earlier run, then I-O for the run's inserts and updates.
    OPEN OUTPUT CSX-FILE
    IF WS-CSX-STATUS NOT = "00" AND WS-CSX-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-CASE-TRACK: UNABLE TO BUILD SCRPCSX.DAT,"
            " STATUS=" WS-CSX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    CLOSE CSX-FILE
    OPEN I-O CSX-FILE
    IF WS-CSX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CASE-TRACK: UNABLE TO REOPEN SCRPCSX.DAT,"
            " STATUS=" WS-CSX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT CKX-FILE
    IF WS-CKX-STATUS NOT = "00" AND WS-CKX-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-CASE-TRACK: UNABLE TO BUILD SCRPCKX.DAT,"
            " STATUS=" WS-CKX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    CLOSE CKX-FILE
    OPEN I-O CKX-FILE
    IF WS-CKX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CASE-TRACK: UNABLE TO REOPEN SCRPCKX.DAT,"
            " STATUS=" WS-CKX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF

    *> the master is optional - the first ever run starts with no
    *> cases and numbers the first one 1.
    OPEN INPUT CAS-FILE
    IF WS-CAS-STATUS = "00"
        PERFORM UNTIL WS-CAS-EOF
            READ CAS-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-CAS-FLAG
                NOT AT END
                    IF SCRP-CAS-CASE-NO IS NUMERIC
                            AND SCRP-CAS-CASE-NO > ZERO
                        PERFORM 220-SPILL-CASE
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE CAS-FILE.

220-SPILL-CASE.
    MOVE SCRP-CAS-RECORD TO CSX-RECORD
    WRITE CSX-RECORD
        INVALID KEY
            DISPLAY "WEB-SCRAPE-CASE-TRACK: DUPLICATE CASE "
                SCRP-CAS-CASE-NO " ON SCRPCAS.DAT - FIRST KEPT"
    END-WRITE
    IF SCRP-CAS-CASE-NO > WS-LAST-CASE-NO
        MOVE SCRP-CAS-CASE-NO TO WS-LAST-CASE-NO
    END-IF
    *> the master is kept in case-number order, so a later case for
    *> the same hit (one reopened after a close on changed text)
    *> replaces the earlier one in the hit index.
    MOVE SCRP-CAS-URL TO CKX-URL
    MOVE SCRP-CAS-KEYWORD TO CKX-KEYWORD
    MOVE SCRP-CAS-PARA-SEQ TO CKX-PARA-SEQ
    MOVE SCRP-CAS-CASE-NO TO CKX-CASE-NO
    WRITE CKX-RECORD
        INVALID KEY
            REWRITE CKX-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
    END-WRITE.

300-APPLY-DECISIONS.
    PERFORM VARYING WS-CAD-IDX FROM 1 BY 1
            UNTIL WS-CAD-IDX > WS-CAD-COUNT
        PERFORM 320-APPLY-ONE-DECISION
    END-PERFORM.

320-APPLY-ONE-DECISION.
    MOVE WS-CADT-CASE-NO(WS-CAD-IDX) TO CSX-CASE-NO
    MOVE WS-CADT-ACTION(WS-CAD-IDX) TO WS-ACTION-WORK
    READ CSX-FILE
        INVALID KEY
            ADD 1 TO WS-BAD-CAD-COUNT
            DISPLAY "WEB-SCRAPE-CASE-TRACK: DECISION FOR UNKNOWN CASE "
                WS-CADT-CASE-NO(WS-CAD-IDX)
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN WS-ACTION-WORK = 'ACK'
                        AND (CSX-OPEN OR CSX-ESCALATED)
                    MOVE 'A' TO CSX-STATUS
                    MOVE WS-CADT-ANALYST(WS-CAD-IDX) TO CSX-ACK-BY
                    MOVE WS-RUN-DATE TO CSX-ACK-DATE
                    IF WS-CADT-NOTE(WS-CAD-IDX) NOT = SPACES
                        MOVE WS-CADT-NOTE(WS-CAD-IDX) TO CSX-NOTE
                    END-IF
                    PERFORM 340-REWRITE-CASE
                    ADD 1 TO WS-ACKED-COUNT
                    MOVE 'Y' TO WS-CADT-DONE-FLAG(WS-CAD-IDX)
                WHEN WS-ACTION-WORK = 'CLOSE' AND NOT CSX-CLOSED
                    MOVE 'C' TO CSX-STATUS
                    MOVE WS-CADT-ANALYST(WS-CAD-IDX) TO CSX-CLOSED-BY
                    MOVE WS-RUN-DATE TO CSX-CLOSED-DATE
                    IF WS-CADT-NOTE(WS-CAD-IDX) NOT = SPACES
                        MOVE WS-CADT-NOTE(WS-CAD-IDX) TO CSX-NOTE
                    END-IF
                    PERFORM 340-REWRITE-CASE
                    ADD 1 TO WS-CLOSED-COUNT
                    MOVE 'Y' TO WS-CADT-DONE-FLAG(WS-CAD-IDX)
                WHEN (WS-ACTION-WORK = 'ACK' AND CSX-ACKED
                        AND CSX-ACK-BY = WS-CADT-ANALYST(WS-CAD-IDX))
                  OR (WS-ACTION-WORK = 'CLOSE' AND CSX-CLOSED
                        AND CSX-CLOSED-BY = WS-CADT-ANALYST(WS-CAD-IDX))
                    *> the decision is already on the case - a rerun,
                    *> or a decisions file the last run could not
                    *> clear. Nothing to change and nothing wrong.
                    ADD 1 TO WS-CAD-IN-EFFECT-COUNT
                    MOVE 'Y' TO WS-CADT-DONE-FLAG(WS-CAD-IDX)
                WHEN WS-ACTION-WORK = 'ACK' OR WS-ACTION-WORK = 'CLOSE'
                    *> acknowledging a case already acknowledged or
                    *> closed, or closing a closed one - usually a
                    *> decision keyed twice or against the wrong case.
                    ADD 1 TO WS-BAD-CAD-COUNT
                    DISPLAY "WEB-SCRAPE-CASE-TRACK: CASE "
                        CSX-CASE-NO " IS ALREADY STATUS " CSX-STATUS
                        " - " FUNCTION TRIM(WS-ACTION-WORK) " IGNORED"
                WHEN OTHER
                    ADD 1 TO WS-BAD-CAD-COUNT
                    DISPLAY "WEB-SCRAPE-CASE-TRACK: ACTION '"
                        WS-ACTION-WORK "' NOT ACK/CLOSE FOR CASE "
                        CSX-CASE-NO " - CASE UNCHANGED"
            END-EVALUATE
    END-READ.

340-REWRITE-CASE.
    REWRITE CSX-RECORD
        INVALID KEY
            CONTINUE
    END-REWRITE.

400-ATTACH-ALERTS.
    *> the alerts file is optional - a day with no hits anywhere
    *> still ages the cases. Only when it is there is it restamped
    *> and copied back.
    OPEN INPUT ALR-FILE
    IF WS-ALR-STATUS = "00"
        MOVE 'Y' TO WS-HAVE-ALERTS-FLAG
        OPEN OUTPUT ALW-FILE
        IF WS-ALW-STATUS NOT = "00"
            DISPLAY "WEB-SCRAPE-CASE-TRACK: UNABLE TO OPEN SCRPALW.DAT,"
                " STATUS=" WS-ALW-STATUS
            MOVE 8 TO RETURN-CODE
            PERFORM 950-POST-RUN-STATUS
            STOP RUN
        END-IF
        PERFORM UNTIL WS-ALR-EOF
            READ ALR-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-ALR-FLAG
                NOT AT END
                    ADD 1 TO WS-ALERTS-READ
                    PERFORM 420-ATTACH-ONE-ALERT
                    WRITE ALW-ALR-RECORD FROM SCRP-ALR-RECORD
            END-READ
        END-PERFORM
        CLOSE ALW-FILE
    END-IF
    CLOSE ALR-FILE.

420-ATTACH-ONE-ALERT.
    MOVE SCRP-ALR-URL TO CKX-URL
    MOVE SCRP-ALR-KEYWORD TO CKX-KEYWORD
    MOVE SCRP-ALR-PARA-SEQ TO CKX-PARA-SEQ
    READ CKX-FILE
        INVALID KEY
            PERFORM 500-OPEN-NEW-CASE
        NOT INVALID KEY
            MOVE CKX-CASE-NO TO CSX-CASE-NO
            READ CSX-FILE
                INVALID KEY
                    PERFORM 500-OPEN-NEW-CASE
                NOT INVALID KEY
                    PERFORM 440-ATTACH-TO-CASE
            END-READ
    END-READ.

440-ATTACH-TO-CASE.
    EVALUATE TRUE
        WHEN CSX-OPENED-DATE = SCRP-ALR-RUN-DATE
            *> opened by this same day's run - a rerun, or the hit
            *> fetched again by the retry pass. It is still the hit
            *> that opened the case, not a repeat.
            MOVE CSX-CASE-NO TO WS-CASE-NO-SHOW
            MOVE WS-CASE-NO-SHOW TO SCRP-ALR-CASE-NO
            MOVE 'N' TO SCRP-ALR-CASE-FLAG
        WHEN CSX-CLOSED AND SCRP-ALR-TEXT NOT = CSX-TEXT
            *> the paragraph changed since the case was reviewed -
            *> that is new content, and a new case.
            PERFORM 500-OPEN-NEW-CASE
        WHEN OTHER
            MOVE CSX-CASE-NO TO WS-CASE-NO-SHOW
            MOVE WS-CASE-NO-SHOW TO SCRP-ALR-CASE-NO
            MOVE 'R' TO SCRP-ALR-CASE-FLAG
            ADD 1 TO WS-REPEAT-COUNT
            *> a closed case is left as it was closed. An open one
            *> counts the day once, so a rerun does not count it
            *> twice.
            IF NOT CSX-CLOSED AND CSX-LAST-SEEN < SCRP-ALR-RUN-DATE
                MOVE SCRP-ALR-RUN-DATE TO CSX-LAST-SEEN
                IF CSX-HIT-COUNT < 9999
                    ADD 1 TO CSX-HIT-COUNT
                END-IF
                PERFORM 340-REWRITE-CASE
            END-IF
    END-EVALUATE.

500-OPEN-NEW-CASE.
    ADD 1 TO WS-LAST-CASE-NO
    ADD 1 TO WS-CASES-OPENED
    MOVE SCRP-ALR-KEYWORD TO WS-CUR-KEYWORD
    PERFORM 520-FIND-OWNER
    IF WS-OWN-FOUND
        MOVE WS-OWNT-RECIPIENT(WS-OWN-IDX) TO WS-CUR-OWNER
    ELSE
        MOVE 'CATCHALL' TO WS-CUR-OWNER
    END-IF

    INITIALIZE CSX-RECORD
    MOVE WS-LAST-CASE-NO TO CSX-CASE-NO
    MOVE 'O' TO CSX-STATUS
    MOVE SCRP-ALR-URL TO CSX-URL
    MOVE SCRP-ALR-KEYWORD TO CSX-KEYWORD
    MOVE SCRP-ALR-PARA-SEQ TO CSX-PARA-SEQ
    MOVE WS-CUR-OWNER TO CSX-OWNER
    MOVE SCRP-ALR-RUN-DATE TO CSX-OPENED-DATE
    MOVE SCRP-ALR-RUN-DATE TO CSX-LAST-SEEN
    MOVE 1 TO CSX-HIT-COUNT
    MOVE SCRP-ALR-TEXT TO CSX-TEXT
    WRITE CSX-RECORD
        INVALID KEY
            CONTINUE
    END-WRITE

    MOVE SCRP-ALR-URL TO CKX-URL
    MOVE SCRP-ALR-KEYWORD TO CKX-KEYWORD
    MOVE SCRP-ALR-PARA-SEQ TO CKX-PARA-SEQ
    MOVE WS-LAST-CASE-NO TO CKX-CASE-NO
    WRITE CKX-RECORD
        INVALID KEY
            REWRITE CKX-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
    END-WRITE

    MOVE WS-LAST-CASE-NO TO WS-CASE-NO-SHOW
    MOVE WS-CASE-NO-SHOW TO SCRP-ALR-CASE-NO
    MOVE 'N' TO SCRP-ALR-CASE-FLAG.

520-FIND-OWNER.
    *> leaves the owner's index in WS-OWN-IDX when found.
    MOVE 'N' TO WS-OWN-FOUND-FLAG
    PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
            UNTIL WS-OWN-IDX > WS-OWN-COUNT OR WS-OWN-FOUND
        IF WS-OWNT-KEYWORD(WS-OWN-IDX) = WS-CUR-KEYWORD
            MOVE 'Y' TO WS-OWN-FOUND-FLAG
        END-IF
    END-PERFORM
    IF WS-OWN-FOUND
        SUBTRACT 1 FROM WS-OWN-IDX
    END-IF.

540-FIND-BACKUP.
    MOVE SPACES TO WS-CUR-BACKUP
    PERFORM VARYING WS-BKP-IDX FROM 1 BY 1
            UNTIL WS-BKP-IDX > WS-BKP-COUNT
        IF WS-BKPT-RECIPIENT(WS-BKP-IDX) = CSX-OWNER
            MOVE WS-BKPT-BACKUP(WS-BKP-IDX) TO WS-CUR-BACKUP
            MOVE WS-BKP-COUNT TO WS-BKP-IDX
        END-IF
    END-PERFORM
    *> a recipient named as their own backup has nobody to hand to.
    IF WS-CUR-BACKUP = CSX-OWNER
        MOVE SPACES TO WS-CUR-BACKUP
    END-IF.

600-AGE-AND-REWRITE-CASES.
    *> the master and the aging report both come off one sequential
    *> walk of the keyed set, in case-number order - the same shape
    *> as Web-Scrape-Quarantine's master and listing. Escalation is
    *> decided on the way past, so the staged set never needs a
    *> second pass.
    CLOSE CSX-FILE
    OPEN INPUT CSX-FILE
    IF WS-CSX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CASE-TRACK: UNABLE TO REOPEN SCRPCSX.DAT,"
            " STATUS=" WS-CSX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    *> OPEN OUTPUT on a not-yet-existing OPTIONAL file auto-creates
    *> it with FILE STATUS "05" (the first ever run) - not a
    *> failure.
    OPEN OUTPUT CAS-FILE
    IF WS-CAS-STATUS NOT = "00" AND WS-CAS-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-CASE-TRACK: UNABLE TO REWRITE SCRPCAS.DAT,"
            " STATUS=" WS-CAS-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT CAG-FILE
    IF WS-CAG-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CASE-TRACK: UNABLE TO OPEN SCRPCAG.DAT,"
            " STATUS=" WS-CAG-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    MOVE 'N' TO WS-EOF-CSX-FLAG
    PERFORM UNTIL WS-CSX-EOF
        READ CSX-FILE NEXT
            AT END
                MOVE 'Y' TO WS-EOF-CSX-FLAG
            NOT AT END
                ADD 1 TO WS-MASTER-COUNT
                MOVE SPACES TO WS-CAG-FLAG-TEXT
                IF NOT CSX-CLOSED
                    PERFORM 620-AGE-ONE-CASE
                END-IF
                WRITE SCRP-CAS-RECORD FROM CSX-RECORD
                IF NOT CSX-CLOSED
                    PERFORM 640-WRITE-AGING-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE CSX-FILE
    CLOSE CAS-FILE
    PERFORM 680-WRITE-AGING-SUMMARY
    CLOSE CAG-FILE.

620-AGE-ONE-CASE.
    MOVE ZERO TO WS-CASE-AGE
    IF CSX-OPENED-DATE IS NUMERIC
        MOVE CSX-OPENED-DATE TO WS-DATE-NUM
        COMPUTE WS-OPENED-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
        IF WS-TODAY-INT > WS-OPENED-INT
            COMPUTE WS-CASE-AGE = WS-TODAY-INT - WS-OPENED-INT
        END-IF
    END-IF
    IF CSX-OPEN AND WS-CASE-AGE > WS-CASE-DAYS
        PERFORM 540-FIND-BACKUP
        IF WS-CUR-BACKUP = SPACES
            ADD 1 TO WS-NO-BACKUP-COUNT
            MOVE "OVERDUE-NO BACKUP" TO WS-CAG-FLAG-TEXT
        ELSE
            MOVE 'E' TO CSX-STATUS
            MOVE WS-CUR-BACKUP TO CSX-ESC-TO
            MOVE WS-RUN-DATE TO CSX-ESC-DATE
            ADD 1 TO WS-ESCALATED-TODAY
            MOVE "ESCALATED TODAY" TO WS-CAG-FLAG-TEXT
            DISPLAY "WEB-SCRAPE-CASE-TRACK: CASE " CSX-CASE-NO
                " ESCALATED FROM " CSX-OWNER " TO " WS-CUR-BACKUP
        END-IF
    END-IF
    EVALUATE TRUE
        WHEN CSX-OPEN
            ADD 1 TO WS-OPEN-COUNT
        WHEN CSX-ESCALATED
            ADD 1 TO WS-ESCALATED-COUNT
        WHEN CSX-ACKED
            ADD 1 TO WS-ACK-OPEN-COUNT
    END-EVALUATE
    EVALUATE TRUE
        WHEN WS-CASE-AGE <= 2
            ADD 1 TO WS-BKT-0-2
        WHEN WS-CASE-AGE <= 7
            ADD 1 TO WS-BKT-3-7
        WHEN WS-CASE-AGE <= 14
            ADD 1 TO WS-BKT-8-14
        WHEN WS-CASE-AGE <= 30
            ADD 1 TO WS-BKT-15-30
        WHEN OTHER
            ADD 1 TO WS-BKT-OVER-30
    END-EVALUATE.

640-WRITE-AGING-LINE.
    ADD 1 TO WS-LISTED-COUNT
    EVALUATE TRUE
        WHEN CSX-OPEN
            MOVE "OPEN" TO WS-STATUS-TEXT
        WHEN CSX-ESCALATED
            MOVE "ESCALATED" TO WS-STATUS-TEXT
        WHEN CSX-ACKED
            MOVE "ACKED" TO WS-STATUS-TEXT
        WHEN OTHER
            MOVE CSX-STATUS TO WS-STATUS-TEXT
    END-EVALUATE
    MOVE WS-CASE-AGE TO WS-AGE-SHOW
    MOVE CSX-HIT-COUNT TO WS-HITS-SHOW
    MOVE SPACES TO WS-CAG-LINE
    STRING CSX-CASE-NO " " WS-STATUS-TEXT " " CSX-OWNER " "
        CSX-OPENED-DATE " " WS-AGE-SHOW " " WS-HITS-SHOW " "
        CSX-LAST-SEEN " " CSX-ESC-TO " " CSX-KEYWORD(1:24) " "
        WS-CAG-FLAG-TEXT
        DELIMITED BY SIZE INTO WS-CAG-LINE
    PERFORM 700-WRITE-REPORT-LINE
    MOVE SPACES TO WS-CAG-LINE
    STRING "         URL: " CSX-URL(1:100) " PARA " CSX-PARA-SEQ
        DELIMITED BY SIZE INTO WS-CAG-LINE
    PERFORM 700-WRITE-REPORT-LINE.

680-WRITE-AGING-SUMMARY.
    IF WS-LISTED-COUNT = ZERO
        MOVE "NO CASES AWAITING ACTION" TO WS-CAG-LINE
        PERFORM 700-WRITE-REPORT-LINE
    END-IF
    MOVE SPACES TO WS-CAG-LINE
    PERFORM 700-WRITE-REPORT-LINE
    MOVE "CASES NOT YET CLOSED, BY AGE IN DAYS" TO WS-CAG-LINE
    PERFORM 700-WRITE-REPORT-LINE
    MOVE SPACES TO WS-CAG-LINE
    STRING "  0-2 .......... " WS-BKT-0-2 DELIMITED BY SIZE
        INTO WS-CAG-LINE
    PERFORM 700-WRITE-REPORT-LINE
    MOVE SPACES TO WS-CAG-LINE
    STRING "  3-7 .......... " WS-BKT-3-7 DELIMITED BY SIZE
        INTO WS-CAG-LINE
    PERFORM 700-WRITE-REPORT-LINE
    MOVE SPACES TO WS-CAG-LINE
    STRING "  8-14 ......... " WS-BKT-8-14 DELIMITED BY SIZE
        INTO WS-CAG-LINE
    PERFORM 700-WRITE-REPORT-LINE
    MOVE SPACES TO WS-CAG-LINE
    STRING "  15-30 ........ " WS-BKT-15-30 DELIMITED BY SIZE
        INTO WS-CAG-LINE
    PERFORM 700-WRITE-REPORT-LINE
    MOVE SPACES TO WS-CAG-LINE
    STRING "  OVER 30 ...... " WS-BKT-OVER-30 DELIMITED BY SIZE
        INTO WS-CAG-LINE
    PERFORM 700-WRITE-REPORT-LINE
    MOVE SPACES TO WS-CAG-LINE
    PERFORM 700-WRITE-REPORT-LINE
    MOVE SPACES TO WS-CAG-LINE
    STRING "OPEN " WS-OPEN-COUNT "   ESCALATED " WS-ESCALATED-COUNT
        "   ACKNOWLEDGED " WS-ACK-OPEN-COUNT
        "   OVERDUE WITH NO BACKUP " WS-NO-BACKUP-COUNT
        DELIMITED BY SIZE INTO WS-CAG-LINE
    PERFORM 700-WRITE-REPORT-LINE.

800-COPY-ALERTS-BACK.
    *> the restamped alerts only replace SCRPALR.DAT after the whole
    *> pass ran cleanly and the case master they point into is on
    *> disk.
    MOVE 'N' TO WS-EOF-ALW-FLAG
    OPEN INPUT ALW-FILE
    IF WS-ALW-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CASE-TRACK: UNABLE TO REOPEN SCRPALW.DAT,"
            " STATUS=" WS-ALW-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT ALR-FILE
    IF WS-ALR-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CASE-TRACK: UNABLE TO REWRITE SCRPALR.DAT,"
            " STATUS=" WS-ALR-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-ALW-EOF
        READ ALW-FILE
            AT END
                MOVE 'Y' TO WS-EOF-ALW-FLAG
            NOT AT END
                WRITE SCRP-ALR-RECORD FROM ALW-ALR-RECORD
        END-READ
    END-PERFORM
    CLOSE ALW-FILE
    CLOSE ALR-FILE.

820-CLEAR-APPLIED-DECISIONS.
    *> the decisions file is re-read in the order it was loaded, so
    *> its Nth non-blank record is table entry N. Every decision not
    *> applied - in error, or past the cap - is staged and copied
    *> back over SCRPCAD.DAT; an applied one is dropped, so it is
    *> not keyed against its case again tomorrow. Only done once
    *> the case master is on disk.
    OPEN OUTPUT CDW-FILE
    IF WS-CDW-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CASE-TRACK: UNABLE TO OPEN SCRPCDW.DAT,"
            " STATUS=" WS-CDW-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN INPUT CAD-FILE
    IF WS-CAD-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CASE-TRACK: UNABLE TO REOPEN SCRPCAD.DAT,"
            " STATUS=" WS-CAD-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    MOVE ZERO TO WS-CAD-READ-COUNT
    MOVE 'N' TO WS-EOF-CAD-FLAG
    PERFORM UNTIL WS-CAD-EOF
        READ CAD-FILE
            AT END
                MOVE 'Y' TO WS-EOF-CAD-FLAG
            NOT AT END
                IF SCRP-CAD-RECORD NOT = SPACES
                    ADD 1 TO WS-CAD-READ-COUNT
                    IF WS-CAD-READ-COUNT > WS-CAD-COUNT
                        WRITE CDW-CAD-RECORD FROM SCRP-CAD-RECORD
                        ADD 1 TO WS-CAD-KEPT-COUNT
                    ELSE
                        IF WS-CADT-DONE-FLAG(WS-CAD-READ-COUNT)
                                NOT = 'Y'
                            WRITE CDW-CAD-RECORD FROM SCRP-CAD-RECORD
                            ADD 1 TO WS-CAD-KEPT-COUNT
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CAD-FILE
    CLOSE CDW-FILE
    OPEN INPUT CDW-FILE
    IF WS-CDW-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CASE-TRACK: UNABLE TO REOPEN SCRPCDW.DAT,"
            " STATUS=" WS-CDW-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT CAD-FILE
    IF WS-CAD-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-CASE-TRACK: UNABLE TO REWRITE SCRPCAD.DAT,"
            " STATUS=" WS-CAD-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    MOVE 'N' TO WS-EOF-CDW-FLAG
    PERFORM UNTIL WS-CDW-EOF
        READ CDW-FILE
            AT END
                MOVE 'Y' TO WS-EOF-CDW-FLAG
            NOT AT END
                WRITE SCRP-CAD-RECORD FROM CDW-CAD-RECORD
        END-READ
    END-PERFORM
    CLOSE CDW-FILE
    CLOSE CAD-FILE.

700-WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM 710-START-NEW-PAGE
    END-IF
    WRITE CAG-RECORD FROM WS-CAG-LINE
    ADD 1 TO WS-LINE-COUNT.

710-START-NEW-PAGE.
    ADD 1 TO WS-PAGE-NO
    MOVE SPACES TO CAG-RECORD
    STRING "WEB-SCRAPE ALERT CASE AGING REPORT"
        "              RUN DATE " WS-RUN-DATE
        "    ESCALATE AFTER " WS-CASE-DAYS " DAYS"
        "    PAGE " WS-PAGE-NO
        DELIMITED BY SIZE INTO CAG-RECORD
    WRITE CAG-RECORD
    MOVE SPACES TO CAG-RECORD
    WRITE CAG-RECORD
    MOVE SPACES TO CAG-RECORD
    MOVE "CASE NO" TO CAG-RECORD(1:7)
    MOVE "STATUS" TO CAG-RECORD(10:6)
    MOVE "OWNER" TO CAG-RECORD(20:5)
    MOVE "OPENED" TO CAG-RECORD(29:6)
    MOVE "AGE" TO CAG-RECORD(40:3)
    MOVE "HITS" TO CAG-RECORD(44:4)
    MOVE "LAST SEEN" TO CAG-RECORD(49:9)
    MOVE "ESC TO" TO CAG-RECORD(58:6)
    MOVE "KEYWORD" TO CAG-RECORD(67:7)
    MOVE "FLAG" TO CAG-RECORD(92:4)
    WRITE CAG-RECORD
    MOVE ALL "-" TO CAG-RECORD(1:109)
    WRITE CAG-RECORD
    MOVE 4 TO WS-LINE-COUNT.

950-POST-RUN-STATUS.
    *> one record on the shared run-status ledger, clean finish or
    *> error exit alike, for the morning operations board. The
    *> ledger is a by-product of the run, not part of it - a ledger
    *> that will not open is reported and the step's own outcome
    *> and return code stand.
    OPEN EXTEND RSL-FILE
    IF WS-RSL-STATUS NOT = "00" AND WS-RSL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-CASE-TRACK: UNABLE TO OPEN SCRPRSL.DAT, STATUS="
            WS-RSL-STATUS " - RUN STATUS NOT POSTED"
    ELSE
        INITIALIZE SCRP-RSL-RECORD
        MOVE WS-RSL-RUN-DATE TO SCRP-RSL-RUN-DATE
        MOVE "WEB-SCRAPE-CASE-TRACK" TO SCRP-RSL-STEP
        MOVE WS-RSL-START-TIME TO SCRP-RSL-START-TIME
        ACCEPT SCRP-RSL-END-TIME FROM TIME
        MOVE RETURN-CODE TO SCRP-RSL-RETURN-CODE
        MOVE WS-ALERTS-READ TO SCRP-RSL-FETCHED
        MOVE WS-BAD-CAD-COUNT TO SCRP-RSL-FAILED
        MOVE WS-CASES-OPENED TO SCRP-RSL-WRITTEN
        COMPUTE SCRP-RSL-EXCEPTIONS = WS-ESCALATED-COUNT
            + WS-NO-BACKUP-COUNT
        WRITE SCRP-RSL-RECORD
        CLOSE RSL-FILE
    END-IF.
