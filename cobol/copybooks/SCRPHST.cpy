    *> the history answers "how often does this page change and does
    *> it fetch reliably", not "what did it say" - that stays in the
    *> daily output files.
    *> What the history does carry of the text is its shape: the
    *> total text bytes extracted and, per labeled section, the
    *> paragraphs and bytes it produced - up to five sections, the
    *> control record's most, in the order they first appeared in
    *> the output. A slot with no paragraphs is unused (a section
    *> that produced nothing has no detail records to count).
    *> Web-Scrape-Health baselines each page's extraction on them.
    *> Records archived before the columns existed read back with
    *> all of it blank. Carried last.
    01  SCRP-HST-RECORD.
        05  SCRP-HST-URL            PIC X(200).
        05  SCRP-HST-RUN-DATE       PIC X(8).
            88  SCRP-HST-CHANGED    VALUE 'Y'.
            88  SCRP-HST-UNCHANGED  VALUE 'N'.
            88  SCRP-HST-NO-PRIOR   VALUE '?'.
        05  SCRP-HST-TEXT-BYTES     PIC 9(7).
        05  SCRP-HST-SECTION-STATS.
            10  SCRP-HST-SECTION OCCURS 5 TIMES.
                15  SCRP-HST-SEC-LABEL  PIC X(10).
                15  SCRP-HST-SEC-PARAS  PIC 9(4).
                15  SCRP-HST-SEC-BYTES  PIC 9(7).
