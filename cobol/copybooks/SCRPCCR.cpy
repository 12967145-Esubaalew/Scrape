    *> SCRPCCR - cost-center reference record: one record per
    *> business unit that can own watched URLs and be charged for
    *> them. Maintained by finance/ops like SCRPSUB.DAT. The control
    *> file's cost-center column must name a code on this file that
    *> is not closed (Ctl-Edit, Ctl-Maint and Cand-Review all check);
    *> the name is what the monthly chargeback report prints. A unit
    *> that is wound up is marked closed rather than deleted, so its
    *> past months still report under its own name.
    01  SCRP-CCR-RECORD.
        05  SCRP-CCR-CODE           PIC X(8).
        05  SCRP-CCR-NAME           PIC X(40).
        05  SCRP-CCR-STATUS         PIC X(1).
            88  SCRP-CCR-CLOSED     VALUE 'C'.
