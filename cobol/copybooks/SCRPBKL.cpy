    *> SCRPBKL - the master files a backup set holds, in the order
    *> Web-Scrape-Backup takes them and Web-Scrape-Restore puts them
    *> back. Each is known by the three letters between SCRP and
    *> .DAT in its name: the fetch history, the audit rollup and
    *> raw audit trail, the per-URL status, the quarantine, the
    *> candidate URLs, the rejected candidates, the control file,
    *> the alert cases, the reference files maintained beside the
    *> control file (watchlist, subscriptions, cost centers), the
    *> host politeness policy Web-Scrape-Host-Policy rewrites every
    *> night, and the recipient-to-backup map the case tracking job
    *> escalates by. A program copying this list holds at most 20.
    *> Both programs copy this list, so a master added here is
    *> backed up and restored alike; a set taken before it was
    *> added will be short that file and is refused by the restore.
    01  SCRP-BKL-VALUES.
        05  FILLER PIC X(3) VALUE "HST".
        05  FILLER PIC X(3) VALUE "AUM".
        05  FILLER PIC X(3) VALUE "AUD".
        05  FILLER PIC X(3) VALUE "STA".
        05  FILLER PIC X(3) VALUE "QUR".
        05  FILLER PIC X(3) VALUE "CND".
        05  FILLER PIC X(3) VALUE "REJ".
        05  FILLER PIC X(3) VALUE "CTL".
        05  FILLER PIC X(3) VALUE "CAS".
        05  FILLER PIC X(3) VALUE "WTC".
        05  FILLER PIC X(3) VALUE "SUB".
        05  FILLER PIC X(3) VALUE "CCR".
        05  FILLER PIC X(3) VALUE "HPL".
        05  FILLER PIC X(3) VALUE "RCP".
    01  SCRP-BKL-TABLE REDEFINES SCRP-BKL-VALUES.
        05  SCRP-BKL-CODE OCCURS 14 TIMES PIC X(3).
    01  SCRP-BKL-COUNT              PIC 9(2) VALUE 14.
