
       *> Procedure to read the next account and flag it dormant when
       *> its last activity is past the cutoff - accounts already
       *> dormant are left alone so the report only shows the new ones.
       *> A term deposit is left untouched through its term by
       *> design, so it is never flagged for going quiet.
       review-one-account.
           read account-file next record
               at end
                   exit paragraph
           end-read.
           add 1 to accounts-read end-add.
           if fm-acc-not-dormant and not fm-acc-term
               and fm-acc-last-act < cutoff-date
               move "Y" to fm-acc-dorm-flag
               rewrite fm-account-record end-rewrite
               add 1 to accounts-flagged end-add
