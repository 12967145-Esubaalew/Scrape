    *> exceed the 10000-byte capture area - the truncation flag says
    *> when it did. The metrics report reads this file so stream-
    *> count and batch-window decisions come from data, not guesses.
    *> The HTTP columns are the fetcher's response detail (SCRPHTP):
    *> final status code, first redirect status, final URL after
    *> redirects, Content-Type and Last-Modified. The failure class
    *> says what kind of failure a failed fetch was - 'T' transient
    *> (timeouts, 5xx, 429 - worth the retry pass's re-fetch), 'P'
    *> permanent (404, 410, most other 4xx, malformed URL - a
    *> re-fetch will fail the same way), blank for a good fetch.
    *> Carried last; records from before they were added read as
    *> blanks and are taken as "no detail".
    01  SCRP-MET-RECORD.
        05  SCRP-MET-URL            PIC X(200).
        05  SCRP-MET-RUN-DATE       PIC X(8).
        05  SCRP-MET-BYTES          PIC 9(6).
        05  SCRP-MET-TRUNC-FLAG     PIC X(1).
        05  SCRP-MET-SOURCE         PIC X(1).
        05  SCRP-MET-HTTP-CODE      PIC 9(3).
        05  SCRP-MET-REDIRECT-CODE  PIC 9(3).
        05  SCRP-MET-FINAL-URL      PIC X(200).
        05  SCRP-MET-CONTENT-TYPE   PIC X(60).
        05  SCRP-MET-LAST-MODIFIED  PIC X(30).
        05  SCRP-MET-FAIL-CLASS     PIC X(1).
            88  SCRP-MET-TRANSIENT  VALUE 'T'.
            88  SCRP-MET-PERMANENT  VALUE 'P'.
