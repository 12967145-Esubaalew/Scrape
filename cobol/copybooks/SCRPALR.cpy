    *> SCRPOUT.DAT looking for topics of interest. The paragraph
    *> sequence ties the hit back to the matching detail record in
    *> SCRPOUT.DAT for that URL and run date.
    *> The case columns are stamped by the case tracking job, which
    *> runs between the scrape and the digest: the number of the
    *> case the hit opened or attached to, and whether it opened a
    *> new case ('N') or repeats a hit already on an open or
    *> reviewed case ('R') - the digest leaves repeats out of the
    *> detail. Carried last and blank until the job has run, which
    *> the digest takes as a new hit.
    01  SCRP-ALR-RECORD.
        05  SCRP-ALR-URL            PIC X(200).
        05  SCRP-ALR-RUN-DATE       PIC X(8).
        05  SCRP-ALR-KEYWORD        PIC X(60).
        05  SCRP-ALR-PARA-SEQ       PIC 9(4).
        05  SCRP-ALR-TEXT           PIC X(500).
        05  SCRP-ALR-CASE-NO        PIC X(8).
        05  SCRP-ALR-CASE-FLAG      PIC X(1).
            88  SCRP-ALR-NEW-CASE   VALUE 'N'.
            88  SCRP-ALR-REPEAT     VALUE 'R'.
