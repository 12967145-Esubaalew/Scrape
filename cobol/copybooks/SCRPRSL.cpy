    *> SCRPRSL - run-status ledger record. Every step of the nightly
    *> chain appends one record to SCRPRSL.DAT as it ends - clean
    *> finish or error exit alike - so "did last night's run finish
    *> clean" is answered from one file by the operations board
    *> instead of a dozen job logs. The count columns are the step's
    *> own key figures; a step fills the ones that mean something
    *> for it and leaves the rest zero:
    *>   FETCHED     URLs handed to the fetcher (or records read by
    *>               a step that fetches nothing)
    *>   FAILED      fetches that failed / records rejected
    *>   SKIP-K/Q    URLs skipped not-due / quarantined
    *>   SKIP-H      URLs held by host policy (robots.txt, daily
    *>               cap, minimum gap) - carried last on the record
    *>   WRITTEN     records written to the step's main output
    *>   EXCEPTIONS  exceptions the step itself raised
    *>   HEADERS     URL header records produced or tallied - the
    *>               figure the board ties from step to step
    *>   CHECK-DATE  checkpoint run date the step worked to or
    *>               verified (scrape, merge, recon, rotate)
    *> The stream column carries SCRP_STREAM for a partitioned
    *> scrape, blank otherwise. The restart flag marks a scrape that
    *> resumed an abended run, whose counts add to the earlier
    *> partial run's rather than replace them.
    01  SCRP-RSL-RECORD.
        05  SCRP-RSL-RUN-DATE       PIC X(8).
        05  SCRP-RSL-STEP           PIC X(24).
        05  SCRP-RSL-STREAM         PIC X(1).
        05  SCRP-RSL-START-TIME     PIC X(8).
        05  SCRP-RSL-END-TIME       PIC X(8).
        05  SCRP-RSL-RETURN-CODE    PIC 9(4).
        05  SCRP-RSL-FETCHED        PIC 9(6).
        05  SCRP-RSL-FAILED         PIC 9(6).
        05  SCRP-RSL-SKIP-K         PIC 9(6).
        05  SCRP-RSL-SKIP-Q         PIC 9(6).
        05  SCRP-RSL-WRITTEN        PIC 9(6).
        05  SCRP-RSL-EXCEPTIONS     PIC 9(6).
        05  SCRP-RSL-HEADERS        PIC 9(6).
        05  SCRP-RSL-CHECK-DATE     PIC X(8).
        05  SCRP-RSL-RESTART-FLAG   PIC X(1).
        05  SCRP-RSL-SKIP-H         PIC 9(6).
