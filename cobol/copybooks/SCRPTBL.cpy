    *> SCRPTBL - table cell record: one record per cell of an HTML
    *> table captured by a control-record section of type 'T',
    *> written by Web-Scrape (and the retry pass) to SCRPTBL.DAT
    *> next to SCRPOUT.DAT. A URL's tables are numbered in page
    *> order across its table sections; rows are numbered from one
    *> in page order, a row made up only of <th> cells being the
    *> table's heading rather than a data row. Each cell carries the
    *> heading cell above it and the first cell of its own row (the
    *> row label - "fee X" on a fee schedule), so a changed cell can
    *> be reported in words without the rest of the table. Values
    *> are cleansed exactly as paragraph text is; the truncation flag
    *> marks a cell cut short at the value column. SCRPTBP.DAT, the
    *> prior day's copy installed by Web-Scrape-Rotate, has this
    *> same layout.
    01  SCRP-TBL-RECORD.
        05  SCRP-TBL-URL            PIC X(200).
        05  SCRP-TBL-RUN-DATE       PIC X(8).
        05  SCRP-TBL-RUN-TIME       PIC X(8).
        05  SCRP-TBL-SECTION        PIC X(10).
        05  SCRP-TBL-TABLE-SEQ      PIC 9(2).
        05  SCRP-TBL-ROW            PIC 9(4).
        05  SCRP-TBL-COL            PIC 9(3).
        05  SCRP-TBL-ROW-LABEL      PIC X(40).
        05  SCRP-TBL-HEADER         PIC X(40).
        05  SCRP-TBL-VALUE          PIC X(200).
        05  SCRP-TBL-TRUNC-FLAG     PIC X(1).
            88  SCRP-TBL-TRUNCATED  VALUE 'Y'.
