    *> SCRPBCT - master-file backup catalog record, SCRPBCT.DAT: one
    *> record per master file per backup set, sets oldest first and
    *> a set's files in SCRPBKL order. Web-Scrape-Backup writes a set
    *> only after every master in it was copied, so a set on the
    *> catalog is a whole set; Web-Scrape-Restore will not put back a
    *> set that is missing a file or whose copies no longer count
    *> and total to what was catalogued. The backup copy itself is
    *> SCRPBK<code><yyyymmdd>.DAT (code as in SCRPBKL). Present is
    *> 'N' for a master that did not exist when the set was taken -
    *> its copy is empty and a restore leaves the master empty. The
    *> control total is the sum over the file of each record's
    *> position-weighted character checksum, so a changed, dropped
    *> or reordered byte shows up even where the count still agrees.
    01  SCRP-BCT-RECORD.
        05  SCRP-BCT-SET-DATE       PIC X(8).
        05  SCRP-BCT-CODE           PIC X(3).
        05  SCRP-BCT-PRESENT        PIC X(1).
        05  SCRP-BCT-RECORDS        PIC 9(9).
        05  SCRP-BCT-TOTAL          PIC 9(15).
        05  SCRP-BCT-TIME           PIC X(8).
