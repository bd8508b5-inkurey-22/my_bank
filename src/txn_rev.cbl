                   perform debit-account-back
                   subtract orig-amount from control-adjust
                       end-subtract
      *> A fee or an early-break penalty comes back the same way a
      *> withdrawal does - the debit is returned to the account and
      *> the money goes back onto the control total.
               when orig-txn-type = "WD" or orig-txn-type = "FE"
                   or orig-txn-type = "PN"
                   perform credit-account-back
                   add orig-amount to control-adjust end-add
               when orig-txn-type = "TR"
      *> when the original sits on an archive.
           move "TXNJRNL" to jrn-file-name.
           open extend transaction-file.
           call "jrn_chn" using tj-transaction-record
           end-call.
           write tj-transaction-record.
           close transaction-file.

