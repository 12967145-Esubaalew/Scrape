IDENTIFICATION DIVISION.
PROGRAM-ID. Web-Scrape-Backup.

*> Master-file backup. The masters the chain keeps from day to
*> day - the fetch history, the audit rollup and trail, the per-URL
*> status, the quarantine, the candidate and rejected URLs, the
*> control file, the alert cases, the reference files beside the
*> control file, the host politeness policy and the recipient-to-
*> backup map (the list is copybook SCRPBKL) - were only ever as
*> good as the last run that rewrote them: a bad control change,
*> a maintenance job that died part way through a rewrite or a job
*> rerun out of order could not be backed out to how things stood
*> at a known point. This job runs after the rotation and before
*> the master-maintenance steps (Archive, Quarantine, Aud-Maint,
*> Case-Track and the rest), so a set holds the day's scrape and
*> retry appends and is the "previous backup" a failed
*> maintenance rewrite is restored from before it is rerun:
*>   - it copies each master to a dated backup copy,
*>     SCRPBK<code><yyyymmdd>.DAT, counting its records and
*>     building a control total as it goes (a master that does not
*>     exist yet is catalogued as absent, its copy empty),
*>   - it reads every copy back and refuses, RETURN-CODE 8 so the
*>     scheduler pages, if a copy does not count and total to its
*>     master - the set is then left off the catalog, so it can
*>     never be restored,
*>   - only then does it enter the set in the backup catalog
*>     SCRPBCT.DAT (one record per master, with the count and
*>     total the restore verifies against), keep the newest
*>     SCRP_BACKUP_SETS sets (default 7) and empty the copies of
*>     sets that age out - the same catalog-and-trim handling as
*>     Web-Scrape-Rotate's output generations.
*> A rerun on the same day rebuilds that day's set whole. Putting
*> a set back is Web-Scrape-Restore's job.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL MST-FILE
        ASSIGN TO DYNAMIC WS-MST-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MST-STATUS.

    SELECT OPTIONAL BAK-FILE
        ASSIGN TO DYNAMIC WS-BAK-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BAK-STATUS.

    SELECT OPTIONAL BCT-FILE
        ASSIGN TO "SCRPBCT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BCT-STATUS.

    SELECT OPTIONAL RSL-FILE
        ASSIGN TO "SCRPRSL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MST-FILE.
*> any one master, whole record - room above the widest of them
*> (SCRPCAS, 909), so no master's record is ever cut short.
01  MST-RECORD                  PIC X(1000).

FD  BAK-FILE.
*> same physical layout as the master it is a copy of.
01  BAK-RECORD                  PIC X(1000).

FD  BCT-FILE.
    COPY SCRPBCT.

FD  RSL-FILE.
    COPY SCRPRSL.

WORKING-STORAGE SECTION.
01  WS-MST-STATUS               PIC XX.
01  WS-BAK-STATUS               PIC XX.
01  WS-BCT-STATUS               PIC XX.
01  WS-MST-NAME                 PIC X(12).
01  WS-BAK-NAME                 PIC X(24).
01  WS-EOF-MST-FLAG             PIC X(1) VALUE 'N'.
    88  WS-MST-EOF              VALUE 'Y'.
01  WS-EOF-BAK-FLAG             PIC X(1) VALUE 'N'.
    88  WS-BAK-EOF              VALUE 'Y'.
01  WS-EOF-BCT-FLAG             PIC X(1) VALUE 'N'.
    88  WS-BCT-EOF              VALUE 'Y'.

*> ---- the masters in a set -----------------------------------------
    COPY SCRPBKL.
01  WS-BKL-IDX                  PIC 9(2).

*> ---- today's set ---------------------------------------------------
*> what each master counted and totalled on the way out, and what
*> its copy counted and totalled read back.
01  WS-SET-DATE                 PIC X(8).
01  WS-SET-TABLE.
    05  WS-SET-ENTRY OCCURS 20 TIMES.
        10  WS-SET-PRESENT      PIC X(1).
        10  WS-SET-RECORDS      PIC 9(9).
        10  WS-SET-TOTAL        PIC 9(15).
01  WS-MASTERS-COPIED           PIC 9(4) VALUE ZERO.
01  WS-MASTERS-ABSENT           PIC 9(4) VALUE ZERO.
01  WS-REC-COUNT                PIC 9(9) VALUE ZERO.
01  WS-MISMATCH-COUNT           PIC 9(4) VALUE ZERO.
01  WS-BAK-RECORDS              PIC 9(9).
01  WS-BAK-TOTAL                PIC 9(15).

*> ---- control total -------------------------------------------------
*> the same position-weighted character checksum Web-Scrape keeps
*> per page, taken per record over its text up to the last
*> non-blank, and summed per file.
01  WS-CK-LEN                   PIC 9(4).
01  WS-CK-IDX                   PIC 9(4).
01  WS-REC-CHECKSUM             PIC 9(9).
01  WS-FILE-RECORDS             PIC 9(9).
01  WS-FILE-TOTAL               PIC 9(15).

*> ---- retained sets -------------------------------------------------
*> the catalog is a handful of sets - a small table, one catalog
*> record image per master. One spare set slot past WS-MAX-SETS
*> for today's set before the trim, as in Web-Scrape-Rotate; room
*> for more files per set than the list holds so an older, longer
*> set still reads back whole.
01  WS-SETS-ENV                 PIC X(8).
01  WS-KEEP-SETS                PIC 9(2) VALUE 7.
01  WS-MAX-SETS                 PIC 9(2) VALUE 20.
01  WS-MAX-SET-FILES            PIC 9(2) VALUE 20.
01  WS-CAT-COUNT                PIC 9(2) VALUE ZERO.
01  WS-CAT-IDX                  PIC 9(2).
01  WS-CAT-FILE-IDX             PIC 9(2).
01  WS-DROP-COUNT               PIC 9(2) VALUE ZERO.
01  WS-FIRST-KEPT               PIC 9(2).
01  WS-CAT-TABLE.
    05  WS-CAT-SET OCCURS 21 TIMES.
        10  WS-CAT-DATE         PIC X(8).
        10  WS-CAT-FILES        PIC 9(2).
        10  WS-CAT-IMAGE OCCURS 20 TIMES PIC X(44).
01  WS-CAT-WORK                 PIC X(44).
01  WS-CAT-WORK-FIELDS REDEFINES WS-CAT-WORK.
    05  WS-CAT-WORK-DATE        PIC X(8).
    05  WS-CAT-WORK-CODE        PIC X(3).
    05  FILLER                  PIC X(33).

*> ---- run-status ledger posting -----------------------------------
01  WS-RSL-STATUS               PIC XX.
01  WS-RSL-RUN-DATE             PIC X(8).
01  WS-RSL-START-TIME           PIC X(8).

PROCEDURE DIVISION.

000-MAIN-PROCESS.
    ACCEPT WS-RSL-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RSL-START-TIME FROM TIME
    MOVE WS-RSL-RUN-DATE TO WS-SET-DATE
    PERFORM 050-CHECK-MASTER-LIST
    PERFORM 100-SET-RETENTION
    PERFORM 200-COPY-MASTERS
    PERFORM 300-VERIFY-COPIES
    PERFORM 400-LOAD-CATALOG
    PERFORM 450-TRIM-SETS
    PERFORM 500-REWRITE-CATALOG

    DISPLAY " "
    DISPLAY "===== WEB-SCRAPE BACKUP SUMMARY ====="
    DISPLAY "BACKUP SET DATE .......... " WS-SET-DATE
    DISPLAY "MASTERS COPIED ........... " WS-MASTERS-COPIED
    DISPLAY "MASTERS ABSENT ........... " WS-MASTERS-ABSENT
    DISPLAY "RECORDS COPIED ........... " WS-REC-COUNT
    DISPLAY "SETS RETAINED ............ " WS-CAT-COUNT
    DISPLAY "SETS AGED OUT ............ " WS-DROP-COUNT
    PERFORM VARYING WS-BKL-IDX FROM 1 BY 1
            UNTIL WS-BKL-IDX > SCRP-BKL-COUNT
        IF WS-SET-PRESENT(WS-BKL-IDX) = 'Y'
            DISPLAY "  SCRP" SCRP-BKL-CODE(WS-BKL-IDX) ".DAT  RECORDS "
                WS-SET-RECORDS(WS-BKL-IDX) "  TOTAL "
                WS-SET-TOTAL(WS-BKL-IDX)
        ELSE
            DISPLAY "  SCRP" SCRP-BKL-CODE(WS-BKL-IDX) ".DAT  ABSENT"
        END-IF
    END-PERFORM
    PERFORM 950-POST-RUN-STATUS
    STOP RUN.

050-CHECK-MASTER-LIST.
    *> the set table and the catalog's files per set both hold
    *> WS-MAX-SET-FILES masters - a longer list would run off them.
    IF SCRP-BKL-COUNT > WS-MAX-SET-FILES
        DISPLAY "WEB-SCRAPE-BACKUP: SCRPBKL LISTS " SCRP-BKL-COUNT
            " MASTERS, MORE THAN THE " WS-MAX-SET-FILES
            " A SET HOLDS - SET NOT TAKEN"
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

100-SET-RETENTION.
    MOVE SPACES TO WS-SETS-ENV
    ACCEPT WS-SETS-ENV FROM ENVIRONMENT "SCRP_BACKUP_SETS"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    IF WS-SETS-ENV NOT = SPACES
        IF FUNCTION TRIM(WS-SETS-ENV) IS NUMERIC
                AND FUNCTION NUMVAL(WS-SETS-ENV) >= 1
                AND FUNCTION NUMVAL(WS-SETS-ENV) <= WS-MAX-SETS
            MOVE FUNCTION NUMVAL(WS-SETS-ENV) TO WS-KEEP-SETS
        ELSE
            DISPLAY "WEB-SCRAPE-BACKUP: SCRP_BACKUP_SETS NOT 1-"
                WS-MAX-SETS " - USING DEFAULT " WS-KEEP-SETS
        END-IF
    END-IF.

200-COPY-MASTERS.
    PERFORM VARYING WS-BKL-IDX FROM 1 BY 1
            UNTIL WS-BKL-IDX > SCRP-BKL-COUNT
        PERFORM 250-COPY-ONE-MASTER
    END-PERFORM.

250-COPY-ONE-MASTER.
    *> an absent master opens status "05" under OPTIONAL - it is
    *> catalogued as absent with an empty copy, same unconditional
    *> CLOSE as everywhere else an optional file may be missing.
    MOVE SPACES TO WS-MST-NAME
    STRING "SCRP" SCRP-BKL-CODE(WS-BKL-IDX) ".DAT"
        DELIMITED BY SIZE INTO WS-MST-NAME
    PERFORM 600-BUILD-BACKUP-NAME
    MOVE ZERO TO WS-FILE-RECORDS
    MOVE ZERO TO WS-FILE-TOTAL
    OPEN INPUT MST-FILE
    IF WS-MST-STATUS NOT = "00" AND WS-MST-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-BACKUP: UNABLE TO OPEN "
            FUNCTION TRIM(WS-MST-NAME) ", STATUS=" WS-MST-STATUS
            " - SET NOT TAKEN"
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    IF WS-MST-STATUS = "00"
        MOVE 'Y' TO WS-SET-PRESENT(WS-BKL-IDX)
        ADD 1 TO WS-MASTERS-COPIED
    ELSE
        MOVE 'N' TO WS-SET-PRESENT(WS-BKL-IDX)
        ADD 1 TO WS-MASTERS-ABSENT
    END-IF
    *> OUTPUT, not EXTEND - a rerun rebuilds the day's copy whole
    *> instead of doubling it.
    OPEN OUTPUT BAK-FILE
    IF WS-BAK-STATUS NOT = "00" AND WS-BAK-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-BACKUP: UNABLE TO OPEN "
            FUNCTION TRIM(WS-BAK-NAME) ", STATUS=" WS-BAK-STATUS
            " - SET NOT TAKEN"
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    IF WS-SET-PRESENT(WS-BKL-IDX) = 'Y'
        MOVE 'N' TO WS-EOF-MST-FLAG
        PERFORM UNTIL WS-MST-EOF
            READ MST-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-MST-FLAG
                NOT AT END
                    WRITE BAK-RECORD FROM MST-RECORD
                    ADD 1 TO WS-FILE-RECORDS
                    PERFORM 700-RECORD-CHECKSUM
            END-READ
        END-PERFORM
    END-IF
    CLOSE MST-FILE
    CLOSE BAK-FILE
    MOVE WS-FILE-RECORDS TO WS-SET-RECORDS(WS-BKL-IDX)
    MOVE WS-FILE-TOTAL TO WS-SET-TOTAL(WS-BKL-IDX)
    ADD WS-FILE-RECORDS TO WS-REC-COUNT.

300-VERIFY-COPIES.
    *> read every copy back before the set goes on the catalog - a
    *> copy that lost or altered a record is caught here, while the
    *> masters it came from are still as they were.
    PERFORM VARYING WS-BKL-IDX FROM 1 BY 1
            UNTIL WS-BKL-IDX > SCRP-BKL-COUNT
        PERFORM 600-BUILD-BACKUP-NAME
        PERFORM 650-COUNT-BACKUP-COPY
        IF WS-BAK-RECORDS NOT = WS-SET-RECORDS(WS-BKL-IDX)
                OR WS-BAK-TOTAL NOT = WS-SET-TOTAL(WS-BKL-IDX)
            DISPLAY "WEB-SCRAPE-BACKUP: " FUNCTION TRIM(WS-BAK-NAME)
                " READS BACK " WS-BAK-RECORDS " RECORDS TOTAL "
                WS-BAK-TOTAL " - MASTER HAD "
                WS-SET-RECORDS(WS-BKL-IDX) " TOTAL "
                WS-SET-TOTAL(WS-BKL-IDX)
            ADD 1 TO WS-MISMATCH-COUNT
        END-IF
    END-PERFORM
    IF WS-MISMATCH-COUNT > ZERO
        DISPLAY "WEB-SCRAPE-BACKUP: " WS-MISMATCH-COUNT
            " COPIES DO NOT MATCH THEIR MASTERS - SET " WS-SET-DATE
            " NOT CATALOGUED"
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

400-LOAD-CATALOG.
    *> the catalog is kept set by set, oldest first; a set starts
    *> wherever the date changes. Today's own earlier set (a rerun)
    *> is dropped here - the set just taken replaces it.
    OPEN INPUT BCT-FILE
    IF WS-BCT-STATUS = "00"
        PERFORM UNTIL WS-BCT-EOF
            READ BCT-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-BCT-FLAG
                NOT AT END
                    IF SCRP-BCT-SET-DATE NOT = SPACES
                            AND SCRP-BCT-SET-DATE NOT = WS-SET-DATE
                        PERFORM 420-TABLE-CATALOG-RECORD
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE BCT-FILE

    ADD 1 TO WS-CAT-COUNT
    MOVE WS-SET-DATE TO WS-CAT-DATE(WS-CAT-COUNT)
    MOVE ZERO TO WS-CAT-FILES(WS-CAT-COUNT)
    PERFORM VARYING WS-BKL-IDX FROM 1 BY 1
            UNTIL WS-BKL-IDX > SCRP-BKL-COUNT
        INITIALIZE SCRP-BCT-RECORD
        MOVE WS-SET-DATE TO SCRP-BCT-SET-DATE
        MOVE SCRP-BKL-CODE(WS-BKL-IDX) TO SCRP-BCT-CODE
        MOVE WS-SET-PRESENT(WS-BKL-IDX) TO SCRP-BCT-PRESENT
        MOVE WS-SET-RECORDS(WS-BKL-IDX) TO SCRP-BCT-RECORDS
        MOVE WS-SET-TOTAL(WS-BKL-IDX) TO SCRP-BCT-TOTAL
        MOVE WS-RSL-START-TIME TO SCRP-BCT-TIME
        ADD 1 TO WS-CAT-FILES(WS-CAT-COUNT)
        MOVE SCRP-BCT-RECORD
            TO WS-CAT-IMAGE(WS-CAT-COUNT, WS-CAT-FILES(WS-CAT-COUNT))
    END-PERFORM.

420-TABLE-CATALOG-RECORD.
    IF WS-CAT-COUNT = ZERO
            OR SCRP-BCT-SET-DATE NOT = WS-CAT-DATE(WS-CAT-COUNT)
        IF WS-CAT-COUNT < WS-MAX-SETS
            ADD 1 TO WS-CAT-COUNT
            MOVE SCRP-BCT-SET-DATE TO WS-CAT-DATE(WS-CAT-COUNT)
            MOVE ZERO TO WS-CAT-FILES(WS-CAT-COUNT)
        ELSE
            *> past the most sets ever kept - nothing more to table.
            MOVE 'Y' TO WS-EOF-BCT-FLAG
        END-IF
    END-IF
    IF NOT WS-BCT-EOF
            AND SCRP-BCT-SET-DATE = WS-CAT-DATE(WS-CAT-COUNT)
            AND WS-CAT-FILES(WS-CAT-COUNT) < WS-MAX-SET-FILES
        ADD 1 TO WS-CAT-FILES(WS-CAT-COUNT)
        MOVE SCRP-BCT-RECORD
            TO WS-CAT-IMAGE(WS-CAT-COUNT, WS-CAT-FILES(WS-CAT-COUNT))
    END-IF.

450-TRIM-SETS.
    *> oldest first, since the catalog is kept newest-last. An aged-
    *> out set's copies are emptied rather than left lying about.
    IF WS-CAT-COUNT > WS-KEEP-SETS
        COMPUTE WS-DROP-COUNT = WS-CAT-COUNT - WS-KEEP-SETS
        PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                UNTIL WS-CAT-IDX > WS-DROP-COUNT
            PERFORM 460-EMPTY-SET
        END-PERFORM
        COMPUTE WS-FIRST-KEPT = WS-DROP-COUNT + 1
        PERFORM VARYING WS-CAT-IDX FROM WS-FIRST-KEPT BY 1
                UNTIL WS-CAT-IDX > WS-CAT-COUNT
            MOVE WS-CAT-SET(WS-CAT-IDX)
                TO WS-CAT-SET(WS-CAT-IDX - WS-DROP-COUNT)
        END-PERFORM
        SUBTRACT WS-DROP-COUNT FROM WS-CAT-COUNT
    END-IF.

460-EMPTY-SET.
    *> a copy already gone is left absent rather than created empty.
    PERFORM VARYING WS-CAT-FILE-IDX FROM 1 BY 1
            UNTIL WS-CAT-FILE-IDX > WS-CAT-FILES(WS-CAT-IDX)
        MOVE WS-CAT-IMAGE(WS-CAT-IDX, WS-CAT-FILE-IDX) TO WS-CAT-WORK
        MOVE SPACES TO WS-BAK-NAME
        STRING "SCRPBK" WS-CAT-WORK-CODE WS-CAT-DATE(WS-CAT-IDX)
            ".DAT" DELIMITED BY SIZE INTO WS-BAK-NAME
        OPEN INPUT BAK-FILE
        IF WS-BAK-STATUS = "00"
            CLOSE BAK-FILE
            OPEN OUTPUT BAK-FILE
        END-IF
        CLOSE BAK-FILE
    END-PERFORM
    DISPLAY "WEB-SCRAPE-BACKUP: SET " WS-CAT-DATE(WS-CAT-IDX)
        " AGED OUT".

500-REWRITE-CATALOG.
    OPEN OUTPUT BCT-FILE
    IF WS-BCT-STATUS NOT = "00" AND WS-BCT-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-BACKUP: UNABLE TO REWRITE SCRPBCT.DAT,"
            " STATUS=" WS-BCT-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
            UNTIL WS-CAT-IDX > WS-CAT-COUNT
        PERFORM VARYING WS-CAT-FILE-IDX FROM 1 BY 1
                UNTIL WS-CAT-FILE-IDX > WS-CAT-FILES(WS-CAT-IDX)
            MOVE WS-CAT-IMAGE(WS-CAT-IDX, WS-CAT-FILE-IDX)
                TO SCRP-BCT-RECORD
            WRITE SCRP-BCT-RECORD
        END-PERFORM
    END-PERFORM
    CLOSE BCT-FILE.

600-BUILD-BACKUP-NAME.
    MOVE SPACES TO WS-BAK-NAME
    STRING "SCRPBK" SCRP-BKL-CODE(WS-BKL-IDX) WS-SET-DATE ".DAT"
        DELIMITED BY SIZE INTO WS-BAK-NAME.

650-COUNT-BACKUP-COPY.
    MOVE ZERO TO WS-FILE-RECORDS
    MOVE ZERO TO WS-FILE-TOTAL
    OPEN INPUT BAK-FILE
    IF WS-BAK-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-BACKUP: UNABLE TO REOPEN "
            FUNCTION TRIM(WS-BAK-NAME) ", STATUS=" WS-BAK-STATUS
            " - SET " WS-SET-DATE " NOT CATALOGUED"
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    MOVE 'N' TO WS-EOF-BAK-FLAG
    PERFORM UNTIL WS-BAK-EOF
        READ BAK-FILE
            AT END
                MOVE 'Y' TO WS-EOF-BAK-FLAG
            NOT AT END
                MOVE BAK-RECORD TO MST-RECORD
                ADD 1 TO WS-FILE-RECORDS
                PERFORM 700-RECORD-CHECKSUM
        END-READ
    END-PERFORM
    CLOSE BAK-FILE
    MOVE WS-FILE-RECORDS TO WS-BAK-RECORDS
    MOVE WS-FILE-TOTAL TO WS-BAK-TOTAL.

700-RECORD-CHECKSUM.
    *> bounded by the last non-blank, not the record area - a line
    *> sequential record comes back space-padded to the area, and
    *> the pad must not count. The running totals are kept inside
    *> their pictures with FUNCTION MOD, as in Web-Scrape, so a
    *> large master can never wrap a total silently.
    MOVE ZERO TO WS-REC-CHECKSUM
    MOVE FUNCTION LENGTH(FUNCTION TRIM(MST-RECORD TRAILING))
        TO WS-CK-LEN
    IF MST-RECORD = SPACES
        MOVE ZERO TO WS-CK-LEN
    END-IF
    PERFORM VARYING WS-CK-IDX FROM 1 BY 1 UNTIL WS-CK-IDX > WS-CK-LEN
        COMPUTE WS-REC-CHECKSUM = FUNCTION MOD(WS-REC-CHECKSUM +
            FUNCTION ORD(MST-RECORD(WS-CK-IDX:1)) * WS-CK-IDX,
            999999999)
    END-PERFORM
    *> the record's place in the file weighs in too, so two records
    *> trading places change the file's total.
    COMPUTE WS-FILE-TOTAL = FUNCTION MOD(WS-FILE-TOTAL +
        WS-REC-CHECKSUM * FUNCTION MOD(WS-FILE-RECORDS, 997)
        + WS-REC-CHECKSUM, 999999999999999).

950-POST-RUN-STATUS.
    *> one record on the shared run-status ledger, clean finish or
    *> error exit alike, for the morning operations board. The
    *> ledger is a by-product of the run, not part of it - a ledger
    *> that will not open is reported and the step's own outcome
    *> and return code stand.
    OPEN EXTEND RSL-FILE
    IF WS-RSL-STATUS NOT = "00" AND WS-RSL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-BACKUP: UNABLE TO OPEN SCRPRSL.DAT, STATUS="
            WS-RSL-STATUS " - RUN STATUS NOT POSTED"
    ELSE
        INITIALIZE SCRP-RSL-RECORD
        MOVE WS-RSL-RUN-DATE TO SCRP-RSL-RUN-DATE
        MOVE "WEB-SCRAPE-BACKUP" TO SCRP-RSL-STEP
        MOVE WS-RSL-START-TIME TO SCRP-RSL-START-TIME
        ACCEPT SCRP-RSL-END-TIME FROM TIME
        MOVE RETURN-CODE TO SCRP-RSL-RETURN-CODE
        MOVE WS-MASTERS-COPIED TO SCRP-RSL-FETCHED
        MOVE WS-REC-COUNT TO SCRP-RSL-WRITTEN
        MOVE WS-MISMATCH-COUNT TO SCRP-RSL-EXCEPTIONS
        MOVE WS-SET-DATE TO SCRP-RSL-CHECK-DATE
        WRITE SCRP-RSL-RECORD
        CLOSE RSL-FILE
    END-IF.
