    *> release automatically once a success is on record dated
    *> after the quarantine - a streak merely shrunk by the history
    *> retention purge keeps the URL held).
    *> A URL whose latest fetch was a permanent 404 or 410 is
    *> quarantined at once, streak or not; the HTTP code column says
    *> so (blank for a streak quarantine). Carried last.
    01  SCRP-QUR-RECORD.
        05  SCRP-QUR-URL            PIC X(200).
        05  SCRP-QUR-STREAK         PIC 9(4).
        05  SCRP-QUR-LAST-SUCCESS   PIC X(8).
        05  SCRP-QUR-DATE           PIC X(8).
        05  SCRP-QUR-HTTP-CODE      PIC X(3).
