      *> the archive has been read back and its record count and
      *> amount total proved against what was written - a cutover
      *> that cannot prove itself leaves the live journal exactly as
      *> it was. Rows move with their chain numbers and check values
      *> untouched, and the period's place in the chain is recorded on
      *> JRNCHAIN so verification can follow the chain from the
      *> archive to what stays live.

       environment division.
       input-output section.
               organization is line sequential
               file status is work-file-status.

           select chain-file assign to "JRNCHAIN"
               organization is indexed
               access mode is dynamic
               record key is jc-key
               file status is chain-file-status.

       data division.
       file section.
       fd transaction-file.
       copy "txnrec.cpy".

       fd archive-journal.
       01 aj-journal-record pic x(100).

       fd work-file.
       01 wk-journal-record pic x(100).

       fd chain-file.
       copy "chainrec.cpy".

       working-storage section.

       01 transaction-file-status pic x(02).
       01 archive-journal-status pic x(02).
       01 work-file-status pic x(02).
       01 chain-file-status pic x(02).

      *> Period being cut over and the dated archive file it goes to
       01 cut-period pic 9(6).
       01 verify-total pic 9(13)v99 value 0.
       01 copied-count pic 9(9) value 0.

      *> The period's place in the journal chain: its first and last
      *> chained rows, the check value of the chained row before the
      *> first, and the last check value seen on the way through
       01 cut-first-seq pic 9(9) value 0.
       01 cut-last-seq pic 9(9) value 0.
       01 cut-open-chain pic 9(10) value 0.
       01 cut-close-chain pic 9(10) value 0.
       01 seen-chain pic 9(10) value 0.
      *> The last chained row any earlier cut archived
       01 latest-seq pic 9(9) value 0.

       procedure division.
           display "Period to archive (YYYYMM): " with no advancing
               end-display.
           perform verify-archive.
           if verify-count = moved-count
               and verify-total = moved-total
               perform record-period-chain
               perform rewrite-live-journal
               display "Cutover complete - " moved-count
                   " entries archived to " cut-archive-name ", "
               close transaction-file
               goback
           end-if.
           perform seed-seen-chain.
           open output archive-journal.
           open output work-file.
           read transaction-file at end move "10" to
           close archive-journal.
           close work-file.

       *> Procedure to start the chain seen from the close of the
       *> latest period already archived - after a first cut the live
       *> journal no longer holds the row this period chains on from.
       *> With no period archived yet the chain starts from nothing.
       seed-seen-chain.
           open input chain-file.
           if chain-file-status = "35"
               close chain-file
               exit paragraph
           end-if.
           move "P" to jc-key-type.
           move low-values to jc-key-period.
           start chain-file key is greater than jc-key
               invalid key
                   move "10" to chain-file-status
           end-start.
           perform seed-one-anchor
               until chain-file-status = "10".
           close chain-file.

       *> Procedure to read the next period anchor and keep its close
       *> value when it is the latest in the chain so far
       seed-one-anchor.
           read chain-file next record
               at end
                   move "10" to chain-file-status
                   exit paragraph
           end-read.
           if not jc-period-anchor
               move "10" to chain-file-status
               exit paragraph
           end-if.
           if jc-last-seq > latest-seq
               move jc-last-seq to latest-seq
               move jc-close-chain to seen-chain
           end-if.

       *> Procedure to route the current journal entry to the archive
       *> or the work file, then read the next one
       split-one-entry.
               write aj-journal-record
               add 1 to moved-count end-add
               add tj-amount to moved-total end-add
               perform note-period-chain
           else
               move tj-transaction-record to wk-journal-record
               write wk-journal-record
               add 1 to kept-count end-add
           end-if.
           if tj-chain-seq numeric and tj-chain-seq not = 0
               move tj-chain-value to seen-chain
           end-if.
           read transaction-file at end move "10" to
               transaction-file-status end-read.

       *> Procedure to note the current archived row's place in the
       *> chain - a row posted before the chain was carried has none
       note-period-chain.
           if tj-chain-seq not numeric or tj-chain-seq = 0
               exit paragraph
           end-if.
           if cut-first-seq = 0
               move tj-chain-seq to cut-first-seq
               move seen-chain to cut-open-chain
           end-if.
           move tj-chain-seq to cut-last-seq.
           move tj-chain-value to cut-close-chain.

       *> Procedure to record the archived period's place in the
       *> chain, once the archive has proved out
       record-period-chain.
           if cut-first-seq = 0
               exit paragraph
           end-if.
           open i-o chain-file.
           if chain-file-status = "35"
               open output chain-file
               close chain-file
               open i-o chain-file
           end-if.
           move "P" to jc-key-type.
           move cut-period to jc-key-period.
           move cut-first-seq to jc-first-seq.
           move cut-last-seq to jc-last-seq.
           move cut-open-chain to jc-open-chain.
           move cut-close-chain to jc-close-chain.
           write jc-chain-record
               invalid key
                   rewrite jc-chain-record end-rewrite
           end-write.
           close chain-file.

       *> Procedure to read the archive back and re-derive its count
       *> and amount total, proving what reached disk matches what
       *> the split pass wrote. The live journal is closed here, so
