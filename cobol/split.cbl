*> (each with SCRP_STREAM set to its shard number), then
*> Web-Scrape-Merge to knit the shard outputs back together.
*>
*> Records are dealt by host: every URL of one host goes to the
*> same shard, so the host politeness policy (minimum gap, daily
*> cap) is enforced by the one scrape that fetches the host instead
*> of being broken by N streams hitting it side by side. The first
*> URL of a host not yet dealt decides its shard - the shard with
*> the fewest records so far, lowest number on a tie. Because the
*> deal is no longer a fixed rotation, every record's shard and
*> shard position go to the deal map (SCRPSPM.DAT) in control-file
*> order; the merge step walks the map to restore exact control-
*> file sequence - so the daily report and the prior-day rotation
*> are none the wiser.
*>
*> The stream count comes from SCRP_STREAMS (2-4, default 2). Four
*> is the ceiling because the merge holds every shard open at once
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SH4-STATUS.

    SELECT SPM-FILE
        ASSIGN TO "SCRPSPM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPM-STATUS.

*> host-to-shard assignments made so far this run, keyed by host -
*> scratch, rebuilt every run.
    SELECT SPX-FILE
        ASSIGN TO "SCRPSPX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SPX-HOST
        FILE STATUS IS WS-SPX-STATUS.

    SELECT OPTIONAL RSL-FILE
        ASSIGN TO "SCRPRSL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RSL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CTL-FILE.
    COPY SCRPCTL.

FD  SH1-FILE.
01  SH1-CTL-RECORD              PIC X(371).

FD  SH2-FILE.
01  SH2-CTL-RECORD              PIC X(371).

FD  SH3-FILE.
01  SH3-CTL-RECORD              PIC X(371).

FD  SH4-FILE.
01  SH4-CTL-RECORD              PIC X(371).

FD  SPM-FILE.
    COPY SCRPSPM.

FD  SPX-FILE.
01  SPX-RECORD.
    05  SPX-HOST                PIC X(100).
    05  SPX-STREAM              PIC 9(1).

FD  RSL-FILE.
    COPY SCRPRSL.

WORKING-STORAGE SECTION.
01  WS-CTL-FILE-STATUS          PIC XX.
01  WS-SH2-STATUS               PIC XX.
01  WS-SH3-STATUS               PIC XX.
01  WS-SH4-STATUS               PIC XX.
01  WS-SPM-STATUS               PIC XX.
01  WS-SPX-STATUS               PIC XX.
01  WS-EOF-CTL-FLAG             PIC X(1) VALUE 'N'.
    88  WS-CTL-EOF              VALUE 'Y'.

01  WS-DEALT-TABLE.
    05  WS-DEALT-COUNT          PIC 9(4) OCCURS 4 TIMES
                                VALUE ZERO.
01  WS-HOST-TABLE.
    05  WS-HOST-COUNT           PIC 9(4) OCCURS 4 TIMES
                                VALUE ZERO.
01  WS-STREAM-IDX               PIC 9(1).

*> ---- host extraction ---------------------------------------------
*> the same rule the host policy job and the scrape use: what sits
*> between "://" and the first '/', ':', '?' or '#', lower-cased. A
*> URL with no host to speak of is dealt as a host of its own name.
01  WS-HST-URL                  PIC X(200).
01  WS-HST-HOST                 PIC X(100).
01  WS-HST-START                PIC 9(4).
01  WS-HST-IDX                  PIC 9(4).
01  WS-HST-END                  PIC 9(4).

*> ---- run-status ledger posting -----------------------------------
01  WS-RSL-STATUS               PIC XX.
01  WS-RSL-RUN-DATE             PIC X(8).
01  WS-RSL-START-TIME           PIC X(8).

PROCEDURE DIVISION.

000-MAIN-PROCESS.
    ACCEPT WS-RSL-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RSL-START-TIME FROM TIME
    PERFORM 100-SET-STREAM-COUNT

    OPEN INPUT CTL-FILE
        DISPLAY "WEB-SCRAPE-SPLIT: UNABLE TO OPEN SCRPCTL.DAT,"
            " STATUS=" WS-CTL-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    PERFORM 150-OPEN-SHARD-FILES
    PERFORM 160-OPEN-DEAL-MAP

    PERFORM UNTIL WS-CTL-EOF
        READ CTL-FILE
                MOVE 'Y' TO WS-EOF-CTL-FLAG
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                PERFORM 180-CHOOSE-STREAM
                PERFORM 200-DEAL-RECORD
        END-READ
    END-PERFORM

    CLOSE CTL-FILE
    PERFORM 300-CLOSE-SHARD-FILES
    CLOSE SPM-FILE
    CLOSE SPX-FILE

    DISPLAY " "
    DISPLAY "===== WEB-SCRAPE SPLIT SUMMARY ====="
    DISPLAY "STREAMS .................. " WS-STREAM-COUNT
    DISPLAY "CONTROL RECORDS READ ..... " WS-READ-COUNT
    DISPLAY "DEALT TO STREAM 1 ........ " WS-DEALT-COUNT(1)
        "  HOSTS " WS-HOST-COUNT(1)
    DISPLAY "DEALT TO STREAM 2 ........ " WS-DEALT-COUNT(2)
        "  HOSTS " WS-HOST-COUNT(2)
    IF WS-STREAM-COUNT >= 3
        DISPLAY "DEALT TO STREAM 3 ........ " WS-DEALT-COUNT(3)
            "  HOSTS " WS-HOST-COUNT(3)
    END-IF
    IF WS-STREAM-COUNT >= 4
        DISPLAY "DEALT TO STREAM 4 ........ " WS-DEALT-COUNT(4)
            "  HOSTS " WS-HOST-COUNT(4)
    END-IF
    PERFORM 950-POST-RUN-STATUS
    STOP RUN.

100-SET-STREAM-COUNT.
            " STATUS=" WS-SH1-STATUS WS-SH2-STATUS
            WS-SH3-STATUS WS-SH4-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

160-OPEN-DEAL-MAP.
    OPEN OUTPUT SPM-FILE
    IF WS-SPM-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-SPLIT: UNABLE TO OPEN SCRPSPM.DAT,"
            " STATUS=" WS-SPM-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT SPX-FILE
    IF WS-SPX-STATUS NOT = "00" AND WS-SPX-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-SPLIT: UNABLE TO BUILD SCRPSPX.DAT,"
            " STATUS=" WS-SPX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF
    CLOSE SPX-FILE
    OPEN I-O SPX-FILE
    IF WS-SPX-STATUS NOT = "00"
        DISPLAY "WEB-SCRAPE-SPLIT: UNABLE TO REOPEN SCRPSPX.DAT,"
            " STATUS=" WS-SPX-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 950-POST-RUN-STATUS
        STOP RUN
    END-IF.

180-CHOOSE-STREAM.
    MOVE SCRP-CTL-URL TO WS-HST-URL
    PERFORM 190-EXTRACT-HOST
    IF WS-HST-HOST = SPACES
        MOVE WS-HST-URL(1:100) TO WS-HST-HOST
    END-IF
    MOVE WS-HST-HOST TO SPX-HOST
    READ SPX-FILE
        INVALID KEY
            *> first URL of this host - it goes to the lightest
            *> shard, and so do all its later URLs.
            MOVE 1 TO WS-CUR-STREAM
            PERFORM VARYING WS-STREAM-IDX FROM 2 BY 1
                    UNTIL WS-STREAM-IDX > WS-STREAM-COUNT
                IF WS-DEALT-COUNT(WS-STREAM-IDX)
                        < WS-DEALT-COUNT(WS-CUR-STREAM)
                    MOVE WS-STREAM-IDX TO WS-CUR-STREAM
                END-IF
            END-PERFORM
            MOVE WS-HST-HOST TO SPX-HOST
            MOVE WS-CUR-STREAM TO SPX-STREAM
            WRITE SPX-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            ADD 1 TO WS-HOST-COUNT(WS-CUR-STREAM)
        NOT INVALID KEY
            MOVE SPX-STREAM TO WS-CUR-STREAM
    END-READ.

190-EXTRACT-HOST.
    MOVE SPACES TO WS-HST-HOST
    MOVE 1 TO WS-HST-START
    IF FUNCTION LOWER-CASE(WS-HST-URL(1:8)) = "https://"
        MOVE 9 TO WS-HST-START
    ELSE
        IF FUNCTION LOWER-CASE(WS-HST-URL(1:7)) = "http://"
            MOVE 8 TO WS-HST-START
        END-IF
    END-IF
    MOVE 201 TO WS-HST-END
    PERFORM VARYING WS-HST-IDX FROM WS-HST-START BY 1
            UNTIL WS-HST-IDX > 200
        IF WS-HST-URL(WS-HST-IDX:1) = "/" OR ":" OR "?" OR "#"
                OR SPACE
            MOVE WS-HST-IDX TO WS-HST-END
            MOVE 200 TO WS-HST-IDX
        END-IF
    END-PERFORM
    IF WS-HST-END > WS-HST-START
            AND WS-HST-END - WS-HST-START <= 100
        MOVE FUNCTION LOWER-CASE(
            WS-HST-URL(WS-HST-START:WS-HST-END - WS-HST-START))
            TO WS-HST-HOST
    END-IF.

200-DEAL-RECORD.
    ADD 1 TO WS-DEALT-COUNT(WS-CUR-STREAM)
    INITIALIZE SCRP-SPM-RECORD
    MOVE WS-READ-COUNT TO SCRP-SPM-CTL-SEQ
    MOVE WS-CUR-STREAM TO SCRP-SPM-STREAM
    MOVE WS-DEALT-COUNT(WS-CUR-STREAM) TO SCRP-SPM-SHARD-SEQ
    MOVE WS-HST-HOST TO SCRP-SPM-HOST
    WRITE SCRP-SPM-RECORD
    EVALUATE WS-CUR-STREAM
        WHEN 1
            WRITE SH1-CTL-RECORD FROM SCRP-CTL-RECORD
    CLOSE SH2-FILE
    CLOSE SH3-FILE
    CLOSE SH4-FILE.

950-POST-RUN-STATUS.
    *> one record on the shared run-status ledger, clean finish or
    *> error exit alike, for the morning operations board. The
    *> ledger is a by-product of the run, not part of it - a ledger
    *> that will not open is reported and the step's own outcome
    *> and return code stand.
    OPEN EXTEND RSL-FILE
    IF WS-RSL-STATUS NOT = "00" AND WS-RSL-STATUS NOT = "05"
        DISPLAY "WEB-SCRAPE-SPLIT: UNABLE TO OPEN SCRPRSL.DAT, STATUS="
            WS-RSL-STATUS " - RUN STATUS NOT POSTED"
    ELSE
        INITIALIZE SCRP-RSL-RECORD
        MOVE WS-RSL-RUN-DATE TO SCRP-RSL-RUN-DATE
        MOVE "WEB-SCRAPE-SPLIT" TO SCRP-RSL-STEP
        MOVE WS-RSL-START-TIME TO SCRP-RSL-START-TIME
        ACCEPT SCRP-RSL-END-TIME FROM TIME
        MOVE RETURN-CODE TO SCRP-RSL-RETURN-CODE
        MOVE WS-READ-COUNT TO SCRP-RSL-FETCHED
        COMPUTE SCRP-RSL-WRITTEN = WS-DEALT-COUNT(1)
            + WS-DEALT-COUNT(2) + WS-DEALT-COUNT(3)
            + WS-DEALT-COUNT(4)
        WRITE SCRP-RSL-RECORD
        CLOSE RSL-FILE
    END-IF.
