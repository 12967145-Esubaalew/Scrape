IDENTIFICATION DIVISION.
PROGRAM-ID. Web-Scrape-Restore.

*> Point-in-time restore of the masters from a backup set taken by
*> Web-Scrape-Backup. Run on demand, with the set's date in
*> SCRP_RESTORE_DATE (YYYYMMDD) - there is no default: putting the
*> wrong day back over every master is not something to do by
*> accident, so a missing or malformed date is refused,
*> RETURN-CODE 8. The set is put back whole or not at all:
*>   - the catalog SCRPBCT.DAT must hold the date's set with a
*>     record for every master on the SCRPBKL list - a set short a
*>     file (taken before a master joined the list, or a catalog
*>     that was cut down by hand) is refused,
*>   - every copy SCRPBK<code><yyyymmdd>.DAT is read through and
*>     must count and total to what the catalog recorded when the
*>     set was taken - a copy that is missing, cut short or altered
*>     since is refused, and the refusal comes before any master is
*>     touched, so a refused restore leaves every master as it was,
*>   - only then is each master rewritten from its copy (a master
*>     that was absent when the set was taken is left empty), and
*>     every master is read back and checked against the catalog
*>     once more. A mismatch there - a disk that filled part way
*>     through - is RETURN-CODE 8 with the masters named; the
*>     copies are untouched by a restore, so it can simply be run
*>     again.
*> The restore does not touch the catalog or the copies, and it
*> runs outside the nightly chain - it is not on the operations
*> board, though it posts to the run-status ledger like any step.

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
*> any one master, whole record - the same area Web-Scrape-Backup
*> copies it through, room above the widest master (SCRPCAS, 909).
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
01  WS-ENV-WORK                 PIC X(200).

*> ---- the masters in a set -----------------------------------------
    COPY SCRPBKL.
01  WS-BKL-IDX                  PIC 9(2).

*> ---- the set being restored ----------------------------------------
*> what the catalog says each master counted and totalled when the
*> set was taken - found flag 'N' until the catalog record is read.
01  WS-SET-DATE                 PIC X(8) VALUE SPACES.
01  WS-SET-TIME                 PIC X(8) VALUE SPACES.
01  WS-MAX-SET-FILES            PIC 9(2) VALUE 20.
01  WS-SET-TABLE.
    05  WS-SET-ENTRY OCCURS 20 TIMES.
        10  WS-SET-FOUND        PIC X(1).
        10  WS-SET-PRESENT      PIC X(1).
        10  WS-SET-RECORDS      PIC 9(9).
        10  WS-SET-TOTAL        PIC 9(15).
01  WS-CAT-MATCHED-FLAG         PIC X(1).
    88  WS-CAT-MATCHED          VALUE 'Y'.
01  WS-MISSING-COUNT            PIC 9(4) VALUE ZERO.
01  WS-MISMATCH-COUNT           PIC 9(4) VALUE ZERO.
01  WS-VERIFIED-COUNT           PIC 9(4) VALUE ZERO.
01  WS-RESTORED-COUNT           PIC 9(4) VALUE ZERO.
01  WS-EMPTIED-COUNT            PIC 9(4) VALUE ZERO.
01  WS-REC-COUNT                PIC 9(9) VALUE ZERO.

*> ---- control total -------------------------------------------------
*> must be reckoned exactly as Web-Scrape-Backup reckons it.
01  WS-CK-LEN                   PIC 9(4).
01  WS-CK-IDX                   PIC 9(4).
01  WS-REC-CHECKSUM             PIC 9(9).
01  WS-FILE-RECORDS             PIC 9(9).
01  WS-FILE-TOTAL               PIC 9(15).

*> ---- run-status ledger posting -----------------------------------
01  WS-RSL-STATUS               PIC XX.
01  WS-RSL-RUN-DATE             PIC X(8).
01  WS-RSL-START-TIME           PIC X(8).

PROCEDURE DIVISION.

000-MAIN-PROCESS.
    ACCEPT WS-RSL-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RSL-START-TIME FROM TIME
    PERFORM 050-CHECK-MASTER-LIST
    PERFORM 100-GET-RESTORE-DATE
    PERFORM 200-LOAD-SET
    PERFORM 250-CHECK-SET-WHOLE
    PERFORM 300-VERIFY-COPIES
    PERFORM 400-PUT-BACK-MASTERS
    PERFORM 500-VERIFY-MASTERS

    DISPLAY " "
    DISPLAY "===== WEB-SCRAPE RESTORE SUMMARY ====="
    DISPLAY "BACKUP SET RESTORED ...... " WS-SET-DATE " " WS-SET-TIME
    DISPLAY "COPIES VERIFIED .......... " WS-VERIFIED-COUNT
    DISPLAY "MASTERS RESTORED ......... " WS-RESTORED-COUNT
    DISPLAY "MASTERS LEFT EMPTY ....... " WS-EMPTIED-COUNT
    DISPLAY "RECORDS RESTORED ......... " WS-REC-COUNT
    PERFORM VARYING WS-BKL-IDX FROM 1 BY 1
            UNTIL WS-BKL-IDX > SCRP-BKL-COUNT
        DISPLAY "  SCRP" SCRP-BKL-CODE(WS-BKL-IDX) ".DAT  RECORDS "
            WS-SET-RECORDS(WS-BKL-IDX) "  TOTAL "
            WS-SET-TOTAL(WS-BKL-IDX)
    END-PERFORM
    PERFORM 950-POST-RUN-STATUS
    STOP RUN.

050-CHECK-MASTER-LIST.
    *> the set table holds WS-MAX-SET-FILES masters, as the backup
    *> job's does - a longer list would run off it.
    IF SCRP-BKL-COUNT > WS-MAX-SET-FILES
        DISPLAY "WEB-SCRAPE-RESTORE: SCRPBKL LISTS " SCRP-BKL-COUNT
            " MASTERS, MORE THAN THE " WS-MAX-SET-FILES
            " A SET HOLDS - NOTHING RESTORED"
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

100-GET-RESTORE-DATE.
    MOVE SPACES TO WS-ENV-WORK
    ACCEPT WS-ENV-WORK FROM ENVIRONMENT "SCRP_RESTORE_DATE"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT
    IF WS-ENV-WORK = SPACES
        DISPLAY "WEB-SCRAPE-RESTORE: SCRP_RESTORE_DATE NOT SET - NAME"
            " THE BACKUP SET TO PUT BACK; NOTHING RESTORED"
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    IF WS-ENV-WORK(1:8) IS NUMERIC AND WS-ENV-WORK(9:192) = SPACES
        IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-ENV-WORK(1:8)))
                = ZERO
            MOVE WS-ENV-WORK(1:8) TO WS-SET-DATE
        END-IF
    END-IF
    IF WS-SET-DATE = SPACES
        DISPLAY "WEB-SCRAPE-RESTORE: SCRP_RESTORE_DATE NOT A VALID"
            " YYYYMMDD DATE - NOTHING RESTORED"
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

200-LOAD-SET.
    PERFORM VARYING WS-BKL-IDX FROM 1 BY 1
            UNTIL WS-BKL-IDX > SCRP-BKL-COUNT
        MOVE 'N' TO WS-SET-FOUND(WS-BKL-IDX)
        MOVE 'N' TO WS-SET-PRESENT(WS-BKL-IDX)
        MOVE ZERO TO WS-SET-RECORDS(WS-BKL-IDX)
        MOVE ZERO TO WS-SET-TOTAL(WS-BKL-IDX)
    END-PERFORM
    OPEN INPUT BCT-FILE
    IF WS-BCT-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-RESTORE: NO BACKUP CATALOG SCRPBCT.DAT,"
            " STATUS=" WS-BCT-STATUS " - NOTHING RESTORED"
        CLOSE BCT-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-BCT-EOF
        READ BCT-FILE
            AT END
                MOVE 'Y' TO WS-EOF-BCT-FLAG
            NOT AT END
                IF SCRP-BCT-SET-DATE = WS-SET-DATE
                    PERFORM 220-TABLE-CATALOG-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE BCT-FILE.

220-TABLE-CATALOG-RECORD.
    *> a catalogued file no longer on the master list is not put
    *> back - there is no master for it to go to.
    MOVE 'N' TO WS-CAT-MATCHED-FLAG
    PERFORM VARYING WS-BKL-IDX FROM 1 BY 1
            UNTIL WS-BKL-IDX > SCRP-BKL-COUNT OR WS-CAT-MATCHED
        IF SCRP-BKL-CODE(WS-BKL-IDX) = SCRP-BCT-CODE
            MOVE 'Y' TO WS-CAT-MATCHED-FLAG
            MOVE 'Y' TO WS-SET-FOUND(WS-BKL-IDX)
            MOVE SCRP-BCT-PRESENT TO WS-SET-PRESENT(WS-BKL-IDX)
            MOVE SCRP-BCT-RECORDS TO WS-SET-RECORDS(WS-BKL-IDX)
            MOVE SCRP-BCT-TOTAL TO WS-SET-TOTAL(WS-BKL-IDX)
            MOVE SCRP-BCT-TIME TO WS-SET-TIME
        END-IF
    END-PERFORM
    IF NOT WS-CAT-MATCHED
        DISPLAY "WEB-SCRAPE-RESTORE: SCRP" SCRP-BCT-CODE
            ".DAT IN SET " WS-SET-DATE " IS NO LONGER A MASTER -"
            " NOT RESTORED"
    END-IF.

250-CHECK-SET-WHOLE.
    PERFORM VARYING WS-BKL-IDX FROM 1 BY 1
            UNTIL WS-BKL-IDX > SCRP-BKL-COUNT
        IF WS-SET-FOUND(WS-BKL-IDX) NOT = 'Y'
            ADD 1 TO WS-MISSING-COUNT
            DISPLAY "WEB-SCRAPE-RESTORE: SET " WS-SET-DATE
                " HAS NO BACKUP OF SCRP" SCRP-BKL-CODE(WS-BKL-IDX)
                ".DAT"
        END-IF
    END-PERFORM
    IF WS-MISSING-COUNT = SCRP-BKL-COUNT
        DISPLAY "WEB-SCRAPE-RESTORE: NO BACKUP SET FOR " WS-SET-DATE
            " ON SCRPBCT.DAT - NOTHING RESTORED"
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    IF WS-MISSING-COUNT > ZERO
        DISPLAY "WEB-SCRAPE-RESTORE: SET " WS-SET-DATE " IS MISSING "
            WS-MISSING-COUNT " OF " SCRP-BKL-COUNT " MASTERS - A"
            " PARTIAL SET IS NOT RESTORED; NOTHING RESTORED"
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

300-VERIFY-COPIES.
    *> every copy is proved against the catalog before the first
    *> master is opened for output.
    PERFORM VARYING WS-BKL-IDX FROM 1 BY 1
            UNTIL WS-BKL-IDX > SCRP-BKL-COUNT
        PERFORM 600-BUILD-NAMES
        PERFORM 650-COUNT-BACKUP-COPY
        IF WS-BAK-STATUS NOT = "00"
            DISPLAY "WEB-SCRAPE-RESTORE: UNABLE TO OPEN "
                FUNCTION TRIM(WS-BAK-NAME) ", STATUS=" WS-BAK-STATUS
            ADD 1 TO WS-MISMATCH-COUNT
        ELSE
            IF WS-FILE-RECORDS NOT = WS-SET-RECORDS(WS-BKL-IDX)
                    OR WS-FILE-TOTAL NOT = WS-SET-TOTAL(WS-BKL-IDX)
                DISPLAY "WEB-SCRAPE-RESTORE: " FUNCTION TRIM(WS-BAK-NAME)
                    " COUNTS " WS-FILE-RECORDS " TOTAL " WS-FILE-TOTAL
                    " - CATALOG SAYS " WS-SET-RECORDS(WS-BKL-IDX)
                    " TOTAL " WS-SET-TOTAL(WS-BKL-IDX)
                ADD 1 TO WS-MISMATCH-COUNT
            ELSE
                ADD 1 TO WS-VERIFIED-COUNT
            END-IF
        END-IF
    END-PERFORM
    IF WS-MISMATCH-COUNT > ZERO
        DISPLAY "WEB-SCRAPE-RESTORE: " WS-MISMATCH-COUNT " COPIES IN SET "
            WS-SET-DATE " DO NOT MATCH THE CATALOG - NOTHING RESTORED"
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

400-PUT-BACK-MASTERS.
    PERFORM VARYING WS-BKL-IDX FROM 1 BY 1
            UNTIL WS-BKL-IDX > SCRP-BKL-COUNT
        PERFORM 600-BUILD-NAMES
        PERFORM 450-PUT-BACK-ONE-MASTER
    END-PERFORM.

450-PUT-BACK-ONE-MASTER.
    OPEN INPUT BAK-FILE
    IF WS-BAK-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-RESTORE: UNABLE TO REOPEN "
            FUNCTION TRIM(WS-BAK-NAME) ", STATUS=" WS-BAK-STATUS
            " - RESTORE INCOMPLETE, RUN IT AGAIN"
        CLOSE BAK-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT MST-FILE
    IF WS-MST-STATUS NOT = "00" AND WS-MST-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-RESTORE: UNABLE TO REWRITE "
            FUNCTION TRIM(WS-MST-NAME) ", STATUS=" WS-MST-STATUS
            " - RESTORE INCOMPLETE, RUN IT AGAIN"
        CLOSE BAK-FILE
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
                WRITE MST-RECORD FROM BAK-RECORD
                ADD 1 TO WS-REC-COUNT
        END-READ
    END-PERFORM
    CLOSE BAK-FILE
    CLOSE MST-FILE
    IF WS-SET-PRESENT(WS-BKL-IDX) = 'Y'
        ADD 1 TO WS-RESTORED-COUNT
    ELSE
        ADD 1 TO WS-EMPTIED-COUNT
    END-IF.

500-VERIFY-MASTERS.
    *> the masters as now on disk, against the catalog once more.
    MOVE ZERO TO WS-MISMATCH-COUNT
    PERFORM VARYING WS-BKL-IDX FROM 1 BY 1
            UNTIL WS-BKL-IDX > SCRP-BKL-COUNT
        PERFORM 600-BUILD-NAMES
        PERFORM 660-COUNT-MASTER
        IF WS-MST-STATUS NOT = "00"
                OR WS-FILE-RECORDS NOT = WS-SET-RECORDS(WS-BKL-IDX)
                OR WS-FILE-TOTAL NOT = WS-SET-TOTAL(WS-BKL-IDX)
            DISPLAY "WEB-SCRAPE-RESTORE: " FUNCTION TRIM(WS-MST-NAME)
                " COUNTS " WS-FILE-RECORDS " TOTAL " WS-FILE-TOTAL
                " AFTER RESTORE - SET SAYS "
                WS-SET-RECORDS(WS-BKL-IDX) " TOTAL "
                WS-SET-TOTAL(WS-BKL-IDX)
            ADD 1 TO WS-MISMATCH-COUNT
        END-IF
    END-PERFORM
    IF WS-MISMATCH-COUNT > ZERO
        DISPLAY "WEB-SCRAPE-RESTORE: " WS-MISMATCH-COUNT " MASTERS DO"
            " NOT MATCH SET " WS-SET-DATE " AFTER RESTORE - RESTORE"
            " INCOMPLETE, RUN IT AGAIN"
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

600-BUILD-NAMES.
    MOVE SPACES TO WS-MST-NAME
    STRING "SCRP" SCRP-BKL-CODE(WS-BKL-IDX) ".DAT"
        DELIMITED BY SIZE INTO WS-MST-NAME
    MOVE SPACES TO WS-BAK-NAME
    STRING "SCRPBK" SCRP-BKL-CODE(WS-BKL-IDX) WS-SET-DATE ".DAT"
        DELIMITED BY SIZE INTO WS-BAK-NAME.

650-COUNT-BACKUP-COPY.
    *> a copy that is not there opens "05" under OPTIONAL and is
    *> left for the caller to refuse.
    MOVE ZERO TO WS-FILE-RECORDS
    MOVE ZERO TO WS-FILE-TOTAL
    OPEN INPUT BAK-FILE
    IF WS-BAK-STATUS = "00"
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
    END-IF
    CLOSE BAK-FILE.

660-COUNT-MASTER.
    MOVE ZERO TO WS-FILE-RECORDS
    MOVE ZERO TO WS-FILE-TOTAL
    OPEN INPUT MST-FILE
    IF WS-MST-STATUS = "00"
        MOVE 'N' TO WS-EOF-MST-FLAG
        PERFORM UNTIL WS-MST-EOF
            READ MST-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-MST-FLAG
                NOT AT END
                    ADD 1 TO WS-FILE-RECORDS
                    PERFORM 700-RECORD-CHECKSUM
            END-READ
        END-PERFORM
    END-IF
    CLOSE MST-FILE.

700-RECORD-CHECKSUM.
    *> the backup job's control total, term for term - bounded by
    *> the record's last non-blank, kept inside its pictures with
    *> FUNCTION MOD, weighted by the record's place in the file.
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
    COMPUTE WS-FILE-TOTAL = FUNCTION MOD(WS-FILE-TOTAL +
        WS-REC-CHECKSUM * FUNCTION MOD(WS-FILE-RECORDS, 997)
        + WS-REC-CHECKSUM, 999999999999999).

950-POST-RUN-STATUS.
    *> one record on the shared run-status ledger, clean finish or
    *> error exit alike. The ledger is a by-product of the run, not
    *> part of it - a ledger that will not open is reported and the
    *> step's own outcome and return code stand.
    OPEN EXTEND RSL-FILE
    IF WS-RSL-STATUS NOT = "00" AND WS-RSL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-RESTORE: UNABLE TO OPEN SCRPRSL.DAT,"
            " STATUS=" WS-RSL-STATUS " - RUN STATUS NOT POSTED"
    ELSE
        INITIALIZE SCRP-RSL-RECORD
        MOVE WS-RSL-RUN-DATE TO SCRP-RSL-RUN-DATE
        MOVE "WEB-SCRAPE-RESTORE" TO SCRP-RSL-STEP
        MOVE WS-RSL-START-TIME TO SCRP-RSL-START-TIME
        ACCEPT SCRP-RSL-END-TIME FROM TIME
        MOVE RETURN-CODE TO SCRP-RSL-RETURN-CODE
        MOVE WS-VERIFIED-COUNT TO SCRP-RSL-FETCHED
        MOVE WS-MISMATCH-COUNT TO SCRP-RSL-FAILED
        MOVE WS-REC-COUNT TO SCRP-RSL-WRITTEN
        MOVE WS-MISSING-COUNT TO SCRP-RSL-EXCEPTIONS
        MOVE WS-SET-DATE TO SCRP-RSL-CHECK-DATE
        WRITE SCRP-RSL-RECORD
        CLOSE RSL-FILE
    END-IF.
