       identification division.
       program-id. jrn_hash.

      *> Shared journal check value - folds one journal row, up to
      *> and including its chain number, into the check value of the
      *> row before it, character by character into a rolling
      *> remainder the same way pwd_hash folds a password. jrn_chn
      *> stamps each new row with the result; jrn_chk recomputes it
      *> to prove a row has not changed since it was written.

       data division.
       working-storage section.

      *> Position being folded and the character code in hand
       01 char-sub pic 9(3).
       01 char-code pic 9(3).

      *> The rolling accumulator and its prime modulus
       01 chain-acc pic 9(18).
       01 chain-rem pic 9(18).
       01 divide-quotient pic 9(18).
       01 chain-modulus pic 9(10) value 9999999967.

       linkage section.
       01 la-row-image pic x(90).
       01 la-prev-chain pic 9(10).
       01 la-chain pic 9(10).

       procedure division using la-row-image la-prev-chain la-chain.
           move la-prev-chain to chain-acc.
           perform fold-one-char
               varying char-sub from 1 by 1 until char-sub > 90.
           move chain-acc to la-chain.
           goback.

       *> Procedure to fold the next row character into the
       *> accumulator
       fold-one-char.
           compute char-code =
               function ord (la-row-image (char-sub:1))
           end-compute.
           compute chain-acc = chain-acc * 31 + char-code
           end-compute.
           divide chain-acc by chain-modulus giving divide-quotient
               remainder chain-rem end-divide.
           move chain-rem to chain-acc.

       end program jrn_hash.
