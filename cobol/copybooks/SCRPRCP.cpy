    *> SCRPRCP - alert recipient record: one record per digest
    *> recipient naming who covers for them. A case left
    *> unacknowledged past the escalation age is handed to the
    *> owner's backup, and shows in the backup's digest until it is
    *> acknowledged or closed. Maintained by ops like SCRPSUB.DAT; a
    *> recipient with no record here has no backup, and their
    *> overdue cases are reported as unescalated on the aging
    *> report instead.
    01  SCRP-RCP-RECORD.
        05  SCRP-RCP-RECIPIENT      PIC X(8).
        05  SCRP-RCP-BACKUP         PIC X(8).
