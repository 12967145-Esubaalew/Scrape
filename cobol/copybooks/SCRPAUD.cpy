    *> One record per URL processed, appended for every run so
    *> compliance can answer "when/how often did we pull this page"
    *> straight from the file instead of spool archives.
    *> The hit count is the watchlist hits the page raised on a
    *> successful fetch (main run or retry), zero for every other
    *> disposition - the chargeback report charges it to the page's
    *> cost center. Carried last: records written before the column
    *> existed read it as spaces, taken as zero.
    01  SCRP-AUD-RECORD.
        05  SCRP-AUD-RUN-DATE       PIC X(8).
        05  SCRP-AUD-RUN-TIME       PIC X(8).
        05  SCRP-AUD-URL            PIC X(200).
        05  SCRP-AUD-STATUS         PIC X(1).
        05  SCRP-AUD-PARA-COUNT     PIC 9(4).
        05  SCRP-AUD-HIT-COUNT      PIC 9(4).
