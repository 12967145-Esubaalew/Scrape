    *> SCRPCAP - raw page capture record: the page exactly as the
    *> fetcher handed it back, one record per successful fetch,
    *> written by Web-Scrape (source 'M') and by the retry pass
    *> (source 'R') into the day's capture store,
    *> SCRPCAP<yyyymmdd>.DAT (a partitioned scrape writes
    *> SCRPCAP<yyyymmdd><stream>.DAT). The store lets a page be
    *> re-extracted later - after a control-file tag fix, a
    *> cleansing change or a new watchlist keyword - without
    *> fetching it again (Web-Scrape-Reextract). Raw page source
    *> carries its own line breaks, so the store is a fixed-length
    *> record sequential file, not line sequential text like the
    *> other masters. Length is what the fetcher reported and can
    *> exceed the 10000-byte capture area - the truncation flag says
    *> when it did. Retention is Web-Scrape-Rotate's, by day, via
    *> the capture catalog SCRPCCT.DAT.
    01  SCRP-CAP-RECORD.
        05  SCRP-CAP-URL            PIC X(200).
        05  SCRP-CAP-RUN-DATE       PIC X(8).
        05  SCRP-CAP-RUN-TIME       PIC X(8).
        05  SCRP-CAP-SOURCE         PIC X(1).
        05  SCRP-CAP-LEN            PIC 9(6).
        05  SCRP-CAP-TRUNC-FLAG     PIC X(1).
        05  SCRP-CAP-HTTP-CODE      PIC 9(3).
        05  SCRP-CAP-DATA           PIC X(10000).
