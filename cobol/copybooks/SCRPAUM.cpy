    *> without every raw record staying online. Attempts count the
    *> fetch attempts (main-run successes and failures plus retry
    *> passes); skipped counts the dispositions that spent no fetch,
    *> 'K' (not due) and 'Q' (quarantined) alike; held counts the
    *> URLs held back by host policy ('H') - also no fetch, but kept
    *> apart so a page starved by its host's cap or robots.txt rules
    *> is not mistaken for one that was simply not due. The
    *> distinct operator and job-ID lists carry up to eight entries
    *> each - a month touched by more than eight distinct values
    *> keeps its first eight and sets the more flag, so the count
    *> on the record (not just the counts) because the window slides
    *> daily: a later maintenance run rolling off more of the same
    *> month must know which operators are already counted.
    *> Held is carried last: a record rolled up before the column
    *> existed reads it as spaces and the maintenance job takes that
    *> as zero. Hits (the watchlist hits off the month's audit hit
    *> counts, for the chargeback report) is carried after it on the
    *> same terms.
    01  SCRP-AUM-RECORD.
        05  SCRP-AUM-URL            PIC X(200).
        05  SCRP-AUM-MONTH          PIC X(6).
        05  SCRP-AUM-JOB-MORE-FLAG  PIC X(1).
        05  SCRP-AUM-JOB-LIST.
            10  SCRP-AUM-JOB-ID     PIC X(8) OCCURS 8 TIMES.
        05  SCRP-AUM-HELD           PIC 9(6).
        05  SCRP-AUM-HITS           PIC 9(6).
