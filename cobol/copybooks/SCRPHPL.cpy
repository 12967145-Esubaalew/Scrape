    *> SCRPHPL - host politeness policy record: one record per
    *> source host (lower-cased, no scheme or port), ops-maintained
    *> like SCRPCTL.DAT and kept current by the host policy job.
    *>   MIN-GAP        seconds that must pass between two fetches
    *>                  from the host, however many of its pages are
    *>                  on the control file
    *>   DAILY-CAP      fetches allowed from the host per run date,
    *>                  main run and retry pass together (0 = no cap)
    *>   ROBOTS-DAYS    how often the host's robots.txt is re-read;
    *>                  the rules below are a cache of the last read
    *>   ROBOTS-DATE    date of that last read (spaces = never read)
    *>   DISALLOW-*     the path prefixes robots.txt disallows for
    *>                  every user agent ("User-agent: *" group). A
    *>                  host with more rules than the list holds keeps
    *>                  the first ten and sets the more flag.
    *> Web-Scrape and Web-Scrape-Retry hold a URL (audit disposition
    *> 'H') rather than fetch it when its path is disallowed, when
    *> the host's cap is used up, or when honouring the gap would
    *> keep the run waiting longer than it is allowed to.
    01  SCRP-HPL-RECORD.
        05  SCRP-HPL-HOST           PIC X(100).
        05  SCRP-HPL-MIN-GAP        PIC 9(4).
        05  SCRP-HPL-DAILY-CAP      PIC 9(4).
        05  SCRP-HPL-ROBOTS-DAYS    PIC 9(3).
        05  SCRP-HPL-ROBOTS-DATE    PIC X(8).
        05  SCRP-HPL-DISALLOW-COUNT PIC 9(2).
        05  SCRP-HPL-DISALLOW-MORE  PIC X(1).
        05  SCRP-HPL-DISALLOW-LIST.
            10  SCRP-HPL-DISALLOW   PIC X(60) OCCURS 10 TIMES.
