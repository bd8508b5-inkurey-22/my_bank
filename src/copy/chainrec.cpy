      *> Journal chain anchor record - the JRNCHAIN file holds one
      *> row keyed "J" for the live journal, carrying the number and
      *> check value of the last row posted, and one row per period
      *> jrn_cut has moved to an archive, keyed "P" and the period,
      *> carrying the numbers of the first and last chained rows it
      *> moved, the check value of the row before the first, and the
      *> check value of the last. The live anchor lets a truncated
      *> journal be caught; the period rows let the chain be followed
      *> across the gap each cutover leaves in the live journal.
       01 jc-chain-record.
           05 jc-key.
               10 jc-key-type      pic x(01).
                   88 jc-live-anchor   value "J".
                   88 jc-period-anchor value "P".
               10 jc-key-period    pic x(06).
           05 jc-first-seq         pic 9(9).
           05 jc-last-seq          pic 9(9).
           05 jc-open-chain        pic 9(10).
           05 jc-close-chain       pic 9(10).
