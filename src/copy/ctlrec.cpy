      *> change only, not a remapping.
           05 ct-next-cust-id      pic 9(5).
           05 ct-next-order-id     pic 9(5).
           05 ct-next-hold-id      pic 9(5).
      *> Where the general ledger interface last cut off: the date
      *> and time of the cut, and ct-total as it stood then. The
      *> next night's GL file covers the postings after this cut,
      *> and its net movement on deposit liabilities has to agree
      *> with how far ct-total has moved since. A zero date means
      *> the interface has never run.
           05 ct-gl-date           pic 9(8).
           05 ct-gl-time           pic 9(8).
           05 ct-gl-total          pic s9(11)v99.
      *> Next numbers for sar_mon's cases and parm_req's parameter
      *> change requests
           05 ct-next-case-id      pic 9(5).
           05 ct-next-req-id       pic 9(5).
      *> Nightly run-control record - a second fixed row on the
      *> control file, keyed "R" beside the shop control record's
      *> "T", recording which of tonight's batch steps have run so
      *> step order: "P" pending, "C" complete, "S" skipped,
      *> "F" failed.
           05 rc-step-status-table.
               10 rc-step-status   pic x(01) occurs 17 times.
