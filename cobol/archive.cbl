*> The retention window, in days, comes from the environment
*> (SCRP_RETAIN_DAYS) so ops can set it per installation without a
*> recompile; it defaults to 60 days.
*>
*> Each header's history record also carries the shape of that
*> day's extraction - total text bytes, and paragraphs and bytes per
*> labeled section - counted off the URL's detail records as they
*> go by, for Web-Scrape-Health's baselines.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS HDX-URL
        FILE STATUS IS WS-HDX-STATUS.

    SELECT OPTIONAL RSL-FILE
        ASSIGN TO "SCRPRSL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  OUT-FILE.

FD  HSW-FILE.
*> same physical layout as SCRPHST.DAT - the next generation of it.
01  HSW-HST-RECORD              PIC X(343).

FD  HDX-FILE.
01  HDX-RECORD.
    05  HDX-PARA-COUNT          PIC 9(4).
    05  HDX-CHECKSUM            PIC 9(9).
    05  HDX-CHANGE-FLAG         PIC X(1).
    05  HDX-TEXT-BYTES          PIC 9(7).
    05  HDX-SECTION-STATS.
        10  HDX-SECTION OCCURS 5 TIMES.
            15  HDX-SEC-LABEL   PIC X(10).
            15  HDX-SEC-PARAS   PIC 9(4).
            15  HDX-SEC-BYTES   PIC 9(7).

FD  RSL-FILE.
    COPY SCRPRSL.

WORKING-STORAGE SECTION.
01  WS-OUT-FILE-STATUS          PIC XX.
01  WS-EOF-HDX-FLAG             PIC X(1) VALUE 'N'.
    88  WS-HDX-EOF              VALUE 'Y'.

*> ---- section counting off the detail records ---------------------
01  WS-SEC-IDX                  PIC 9(2).
01  WS-SEC-SLOT                 PIC 9(2).
01  WS-SEC-OVERFLOW-COUNT       PIC 9(4) VALUE ZERO.

*> ---- new-entry build area ----------------------------------------
*> built here and not in SCRP-HST-RECORD: that is HST-FILE's record
*> area, and while the merge holds a just-read master record there
    05  WS-HSB-PARA-COUNT       PIC 9(4).
    05  WS-HSB-CHECKSUM         PIC 9(9).
    05  WS-HSB-CHANGE-FLAG      PIC X(1).
    05  WS-HSB-TEXT-BYTES       PIC 9(7).
    05  WS-HSB-SECTION-STATS    PIC X(105).

*> ---- merge keys --------------------------------------------------
01  WS-NEW-KEY.
01  WS-KEPT-COUNT               PIC 9(4) VALUE ZERO.
01  WS-PURGED-COUNT             PIC 9(4) VALUE ZERO.

*> ---- run-status ledger posting -----------------------------------
01  WS-RSL-STATUS               PIC XX.
01  WS-RSL-RUN-DATE             PIC X(8).
01  WS-RSL-START-TIME           PIC X(8).

PROCEDURE DIVISION.

000-MAIN-PROCESS.
    ACCEPT WS-RSL-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RSL-START-TIME FROM TIME
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 100-SET-RETENTION
    PERFORM 150-LOAD-TODAYS-HEADERS
    IF WS-HSW-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-ARCHIVE: UNABLE TO OPEN SCRPHSW.DAT, STATUS="
            WS-HSW-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF

    DISPLAY "SAME-DATE REPLACED ....... " WS-REPLACED-COUNT
    DISPLAY "HISTORY KEPT ............. " WS-KEPT-COUNT
    DISPLAY "HISTORY PURGED ........... " WS-PURGED-COUNT
    IF WS-SEC-OVERFLOW-COUNT > ZERO
        DISPLAY "PARAGRAPHS PAST 5 SECTIONS " WS-SEC-OVERFLOW-COUNT
            " (IN TEXT BYTES, NOT IN A SECTION SLOT)"
    END-IF
    PERFORM 950-POST-RUN-STATUS
    STOP RUN.

100-SET-RETENTION.
    IF WS-HDX-STATUS NOT = "00" AND WS-HDX-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-ARCHIVE: UNABLE TO BUILD SCRPHDX.DAT,"
            " STATUS=" WS-HDX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    CLOSE HDX-FILE
    IF WS-HDX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-ARCHIVE: UNABLE TO REOPEN SCRPHDX.DAT,"
            " STATUS=" WS-HDX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN INPUT OUT-FILE
    IF WS-OUT-FILE-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-ARCHIVE: UNABLE TO OPEN SCRPOUT.DAT, STATUS="
            WS-OUT-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-OUT-EOF
            NOT AT END
                IF SCRP-OUT-PARA-SEQ = ZERO
                    PERFORM 160-SPILL-HEADER
                ELSE
                    PERFORM 170-COUNT-DETAIL
                END-IF
        END-READ
    END-PERFORM
    MOVE SCRP-OUT-PARA-COUNT TO HDX-PARA-COUNT
    MOVE SCRP-OUT-CHECKSUM TO HDX-CHECKSUM
    MOVE SCRP-OUT-CHANGE-FLAG TO HDX-CHANGE-FLAG
    MOVE ZERO TO HDX-TEXT-BYTES
    PERFORM VARYING WS-SEC-IDX FROM 1 BY 1 UNTIL WS-SEC-IDX > 5
        MOVE SPACES TO HDX-SEC-LABEL(WS-SEC-IDX)
        MOVE ZERO TO HDX-SEC-PARAS(WS-SEC-IDX)
        MOVE ZERO TO HDX-SEC-BYTES(WS-SEC-IDX)
    END-PERFORM
    WRITE HDX-RECORD
        INVALID KEY
            REWRITE HDX-RECORD
            END-REWRITE
    END-WRITE.

170-COUNT-DETAIL.
    *> details follow their header in the output file, so the
    *> header's keyed record is already there to add to. A detail
    *> with no header ahead of it has nowhere to go and is passed by.
    MOVE SCRP-OUT-URL TO HDX-URL
    READ HDX-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE ZERO TO WS-SEC-SLOT
            PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                    UNTIL WS-SEC-IDX > 5 OR WS-SEC-SLOT > ZERO
                IF HDX-SEC-PARAS(WS-SEC-IDX) = ZERO
                        OR HDX-SEC-LABEL(WS-SEC-IDX) = SCRP-OUT-SECTION
                    MOVE WS-SEC-IDX TO WS-SEC-SLOT
                END-IF
            END-PERFORM
            ADD SCRP-OUT-TEXT-LEN TO HDX-TEXT-BYTES
            IF WS-SEC-SLOT = ZERO
                ADD 1 TO WS-SEC-OVERFLOW-COUNT
            ELSE
                MOVE SCRP-OUT-SECTION TO HDX-SEC-LABEL(WS-SEC-SLOT)
                ADD 1 TO HDX-SEC-PARAS(WS-SEC-SLOT)
                ADD SCRP-OUT-TEXT-LEN TO HDX-SEC-BYTES(WS-SEC-SLOT)
            END-IF
            REWRITE HDX-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
    END-READ.

205-READ-NEW-HEADER.
    READ HDX-FILE NEXT
        AT END
    IF WS-HST-STATUS NOT = "00" AND WS-HST-STATUS NOT = "10"
        DISPLAY "WEB-SCRAPE-ARCHIVE: READ ERROR ON SCRPHST.DAT, STATUS="
            WS-HST-STATUS " - MASTER LEFT UNCHANGED"
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

    MOVE HDX-PARA-COUNT TO WS-HSB-PARA-COUNT
    MOVE HDX-CHECKSUM TO WS-HSB-CHECKSUM
    MOVE HDX-CHANGE-FLAG TO WS-HSB-CHANGE-FLAG
    MOVE HDX-TEXT-BYTES TO WS-HSB-TEXT-BYTES
    MOVE HDX-SECTION-STATS TO WS-HSB-SECTION-STATS
    WRITE HSW-HST-RECORD FROM WS-HSB-BUILD
    ADD 1 TO WS-ADDED-COUNT
    PERFORM 205-READ-NEW-HEADER.
    IF WS-HSW-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-ARCHIVE: UNABLE TO REOPEN SCRPHSW.DAT, STATUS="
            WS-HSW-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    *> OPEN OUTPUT on a not-yet-existing OPTIONAL file auto-creates
    IF WS-HST-STATUS NOT = "00" AND WS-HST-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-ARCHIVE: UNABLE TO REWRITE SCRPHST.DAT, STATUS="
            WS-HST-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-HSW-EOF
    END-PERFORM
    CLOSE HSW-FILE
    CLOSE HST-FILE.

950-POST-RUN-STATUS.
    *> one record on the shared run-status ledger, clean finish or
    *> error exit alike, for the morning operations board. The
    *> ledger is a by-product of the run, not part of it - a ledger
    *> that will not open is reported and the step's own outcome
    *> and return code stand.
    OPEN EXTEND RSL-FILE
    IF WS-RSL-STATUS NOT = "00" AND WS-RSL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-ARCHIVE: UNABLE TO OPEN SCRPRSL.DAT, STATUS="
            WS-RSL-STATUS " - RUN STATUS NOT POSTED"
    ELSE
        INITIALIZE SCRP-RSL-RECORD
        MOVE WS-RSL-RUN-DATE TO SCRP-RSL-RUN-DATE
        MOVE "WEB-SCRAPE-ARCHIVE" TO SCRP-RSL-STEP
        MOVE WS-RSL-START-TIME TO SCRP-RSL-START-TIME
        ACCEPT SCRP-RSL-END-TIME FROM TIME
        MOVE RETURN-CODE TO SCRP-RSL-RETURN-CODE
        COMPUTE SCRP-RSL-HEADERS = WS-ADDED-COUNT + WS-REPLACED-COUNT
        MOVE SCRP-RSL-HEADERS TO SCRP-RSL-FETCHED
        COMPUTE SCRP-RSL-WRITTEN = WS-ADDED-COUNT + WS-REPLACED-COUNT
            + WS-KEPT-COUNT
        WRITE SCRP-RSL-RECORD
        CLOSE RSL-FILE
    END-IF.
