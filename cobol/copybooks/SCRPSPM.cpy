    *> SCRPSPM - split deal map record: one record per control
    *> record, in control-file order, written by Web-Scrape-Split.
    *> Records are dealt by host rather than round-robin (every URL
    *> of one host goes to one stream, so the host's minimum gap is
    *> honoured by a single scrape instead of being broken by N
    *> streams fetching side by side), which means the rotation no
    *> longer says where a control record went - this map does.
    *> Web-Scrape-Merge walks it to knit the stream outputs back
    *> into control-file sequence.
    01  SCRP-SPM-RECORD.
        05  SCRP-SPM-CTL-SEQ        PIC 9(4).
        05  SCRP-SPM-STREAM         PIC 9(1).
        05  SCRP-SPM-SHARD-SEQ      PIC 9(4).
        05  SCRP-SPM-HOST           PIC X(100).
