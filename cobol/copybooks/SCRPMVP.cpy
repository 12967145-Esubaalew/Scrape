    *> SCRPMVP - moved-page proposal record: a watched URL that the
    *> site now answers with a permanent redirect (301 or 308),
    *> written by Web-Scrape-Moved as a proposed control-file update
    *> for ops to review and key through Web-Scrape-Ctl-Maint. The
    *> action is CHANGE (point the control record at the new URL) or
    *> DELETE (the new URL is already watched under its own control
    *> record, so the old one is only a duplicate now). The images
    *> are the control record as it stands and as it would stand,
    *> in the maintenance log's before/after shape - a DELETE has a
    *> blank after image. Rewritten each run: the file is the
    *> current list of pages that have moved, not a history.
    01  SCRP-MVP-RECORD.
        05  SCRP-MVP-DATE           PIC X(8).
        05  SCRP-MVP-ACTION         PIC X(6).
        05  SCRP-MVP-REDIRECT-CODE  PIC 9(3).
        05  SCRP-MVP-OLD-URL        PIC X(200).
        05  SCRP-MVP-NEW-URL        PIC X(200).
        05  SCRP-MVP-BEFORE         PIC X(371).
        05  SCRP-MVP-AFTER          PIC X(371).
