    *> applies), REJECT retires the URL to the permanent reject file
    *> so harvesting never queues it again, and DEFER leaves it in
    *> the queue for a later review. A candidate with no decision on
    *> file stays in the queue untouched. The cost-center column
    *> names the unit that will own the promoted URL and becomes its
    *> SCRP-CTL-COST-CENTER, checked against the cost-center reference
    *> file like the pre-run edit checks it; blank promotes the URL
    *> unowned. Decisions keyed before the column existed read back
    *> blank.
    01  SCRP-DSP-RECORD.
        05  SCRP-DSP-URL            PIC X(200).
        05  SCRP-DSP-ACTION         PIC X(8).
        05  SCRP-DSP-TAG            PIC X(20).
        05  SCRP-DSP-FREQ           PIC X(8).
        05  SCRP-DSP-COST-CENTER    PIC X(8).
