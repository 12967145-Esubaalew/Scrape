    *> scrape evaluates it against the per-URL last-success state in
    *> SCRPSTA.DAT - a page that failed its last attempt stays
    *> eligible until it succeeds, whatever its frequency.
    *> The section-type columns, one per section (the first for the
    *> original tag column, then one per extra section), say what
    *> the section's tag captures: blank for running text, 'T' for
    *> an HTML table (the tag is then the table's opening tag). A
    *> table section is still captured as text like any other, and
    *> its cells are also written row by row to SCRPTBL.DAT so the
    *> table diff can report changes cell by cell. Records keyed
    *> before the columns existed read back blank - text.
    *> The cost-center column names the business unit that owns the
    *> URL and pays for it on the monthly chargeback report. It must
    *> be on the cost-center reference file SCRPCCR.DAT and open;
    *> blank means unowned - records keyed before the column existed
    *> read back that way, and the report lists them separately.
    01  SCRP-CTL-RECORD.
        05  SCRP-CTL-URL            PIC X(200).
        05  SCRP-CTL-TAG            PIC X(20).
            10  SCRP-CTL-EXTRA OCCURS 4 TIMES.
                15  SCRP-CTL-XTAG   PIC X(20).
                15  SCRP-CTL-XLABEL PIC X(10).
        05  SCRP-CTL-TYPE           PIC X(1).
            88  SCRP-CTL-TABLE      VALUE 'T'.
        05  SCRP-CTL-EXTRA-TYPES.
            10  SCRP-CTL-XTYPE      PIC X(1) OCCURS 4 TIMES.
                88  SCRP-CTL-XTABLE VALUE 'T'.
        05  SCRP-CTL-COST-CENTER    PIC X(8).
