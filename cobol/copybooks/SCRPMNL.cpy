    *> SCRPMNL - master-file maintenance log record: one record per
    *> add, change or delete saved through Web-Scrape-Ctl-Maint to
    *> SCRPCTL.DAT, SCRPWTC.DAT or SCRPSUB.DAT. Append-only - it is
    *> compliance's answer to "who added or dropped that watched site,
    *> and when". The images are the record exactly as it stood in
    *> the master before and after the change, padded to the longest
    *> of the three layouts: an add has a blank before image, a
    *> delete a blank after image. The timestamp is when the change
    *> was keyed; the changes of one session only reach the log (and
    *> the master) when the operator saves them.
    01  SCRP-MNL-RECORD.
        05  SCRP-MNL-DATE           PIC X(8).
        05  SCRP-MNL-TIME           PIC X(8).
        05  SCRP-MNL-OPERATOR       PIC X(8).
        05  SCRP-MNL-FILE           PIC X(8).
        05  SCRP-MNL-ACTION         PIC X(6).
        05  SCRP-MNL-BEFORE         PIC X(371).
        05  SCRP-MNL-AFTER          PIC X(371).
