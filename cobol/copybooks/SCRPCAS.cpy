    *> SCRPCAS - alert case record: one record per watchlist hit
    *> that needed someone's attention, opened by the case tracking
    *> job the first time a keyword hits a paragraph of a page and
    *> kept until an analyst closes it. The hit is known by URL,
    *> keyword and paragraph sequence - a repeat of that hit on a
    *> later run attaches to the case (last-seen date and hit count)
    *> instead of raising a fresh alert. The owner is the recipient
    *> whose digest carries the keyword (the first subscriber on
    *> SCRPSUB.DAT, CATCHALL when nobody subscribes). Status:
    *>   O  open - delivered, nobody has acknowledged it yet
    *>   E  escalated - still unacknowledged past the escalation
    *>      age, handed to the owner's backup (SCRPRCP.DAT)
    *>   A  acknowledged - an analyst has it in hand
    *>   C  closed - reviewed and disposed of
    *> The acknowledging and closing analyst and dates are
    *> compliance's proof that flagged content was reviewed, not
    *> just delivered. The text is the paragraph as it read when the
    *> case opened; a closed case whose paragraph hits again with
    *> the same text stays closed - it is the content already
    *> reviewed - while changed text opens a new case.
    01  SCRP-CAS-RECORD.
        05  SCRP-CAS-CASE-NO        PIC 9(8).
        05  SCRP-CAS-STATUS         PIC X(1).
            88  SCRP-CAS-OPEN       VALUE 'O'.
            88  SCRP-CAS-ESCALATED  VALUE 'E'.
            88  SCRP-CAS-ACKED      VALUE 'A'.
            88  SCRP-CAS-CLOSED     VALUE 'C'.
        05  SCRP-CAS-URL            PIC X(200).
        05  SCRP-CAS-KEYWORD        PIC X(60).
        05  SCRP-CAS-PARA-SEQ       PIC 9(4).
        05  SCRP-CAS-OWNER          PIC X(8).
        05  SCRP-CAS-OPENED-DATE    PIC X(8).
        05  SCRP-CAS-LAST-SEEN      PIC X(8).
        05  SCRP-CAS-HIT-COUNT      PIC 9(4).
        05  SCRP-CAS-ESC-TO         PIC X(8).
        05  SCRP-CAS-ESC-DATE       PIC X(8).
        05  SCRP-CAS-ACK-BY         PIC X(8).
        05  SCRP-CAS-ACK-DATE       PIC X(8).
        05  SCRP-CAS-CLOSED-BY      PIC X(8).
        05  SCRP-CAS-CLOSED-DATE    PIC X(8).
        05  SCRP-CAS-NOTE           PIC X(60).
        05  SCRP-CAS-TEXT           PIC X(500).
