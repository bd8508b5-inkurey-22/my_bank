               88 tj-type-outbound value "OB".
               88 tj-type-inbound  value "IB".
               88 tj-type-fee      value "FE".
               88 tj-type-penalty  value "PN".
           05 tj-src-acc           pic 9(5).
           05 tj-dest-acc          pic 9(5).
           05 tj-amount            pic 9(9)v99.
      *> every field an older journal row carried stays at its
      *> original position.
           05 tj-oper-id           pic x(04).
      *> Journal chain - every posting is numbered in one unbroken
      *> sequence across the live journal and its archives, and
      *> carries a check value folded from the row up to and
      *> including its number together with the check value of the
      *> row before it. A row edited, inserted or deleted anywhere
      *> breaks the chain at that point. Stamped by jrn_chn as the
      *> row is written; blank on a row posted before the chain was
      *> carried.
           05 tj-chain-seq         pic 9(9).
           05 tj-chain-value       pic 9(10).
