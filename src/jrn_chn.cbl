       identification division.
       program-id. jrn_chn.

      *> Shared journal chain stamp - called by every program that
      *> posts to the journal, immediately before the row is
      *> written. Takes the next number in the journal's one
      *> unbroken sequence and the check value of the last row
      *> posted from the live anchor on JRNCHAIN, stamps the staged
      *> row with its number and its own check value, and moves the
      *> anchor on to it. The anchor is opened and closed on each
      *> call, so no posting program has to hold it.

       environment division.
       input-output section.
       file-control.
           select chain-file assign to "JRNCHAIN"
               organization is indexed
               access mode is dynamic
               record key is jc-key
               file status is chain-file-status.

       data division.
       file section.
       fd chain-file.
       copy "chainrec.cpy".

       working-storage section.

      *> File status codes
       01 chain-file-status pic x(02).

      *> The row being stamped, picked apart
       copy "txnrec.cpy".

      *> The part of the row the check value covers
       01 chain-row-image pic x(90).

       linkage section.
       01 la-journal-row pic x(100).

       procedure division using la-journal-row.
           move la-journal-row to tj-transaction-record.
           open i-o chain-file.
           if chain-file-status = "35"
               open output chain-file
               close chain-file
               open i-o chain-file
           end-if.
           move "J" to jc-key-type.
           move spaces to jc-key-period.
           read chain-file key is jc-key
               invalid key
                   move 0 to jc-first-seq
                   move 0 to jc-last-seq
                   move 0 to jc-open-chain
                   move 0 to jc-close-chain
                   write jc-chain-record end-write
           end-read.
           add 1 to jc-last-seq end-add.
           move jc-last-seq to tj-chain-seq.
           move tj-transaction-record (1:90) to chain-row-image.
           call "jrn_hash" using chain-row-image jc-close-chain
               tj-chain-value
           end-call.
           move tj-chain-value to jc-close-chain.
           rewrite jc-chain-record end-rewrite.
           close chain-file.
           move tj-transaction-record to la-journal-row.
           goback.

       end program jrn_chn.
