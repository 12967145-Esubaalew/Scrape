    *> SCRPCAD - case decision record, keyed in by analysts after
    *> working their digest and the case aging report: one decision
    *> per case, the same way SCRPDSP.DAT carries ops' decisions on
    *> the candidate queue. ACK acknowledges the case (it stops
    *> aging toward escalation), CLOSE closes it as reviewed. The
    *> analyst ID and note go onto the case record; the date is the
    *> date the case tracking job applied the decision.
    01  SCRP-CAD-RECORD.
        05  SCRP-CAD-CASE-NO        PIC 9(8).
        05  SCRP-CAD-ACTION         PIC X(8).
        05  SCRP-CAD-ANALYST        PIC X(8).
        05  SCRP-CAD-NOTE           PIC X(60).
