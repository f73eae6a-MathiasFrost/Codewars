      *   'R' - number return (input is the number handed back)
      *   'F' - flag update (input the flag word before, output the
      *         word after the named flags were set or cleared)
      *   'T' - ownership transfer (input the number moved, output
      *         the same number once the master names the new
      *         holder; RES-DTL-NEW-HOLDER carries who received it)
      * RES-DTL-STATUS: '00' serviced, '04' no bigger/smaller
      * rearrangement exists (or, on an 'R' row, the number is not
      * on the master), '08' flag word overflowed bit_counter (or
      * '16' the flag update's result does not fit the 18-digit
      * flag word (bit position too high, or the set would
      * overflow the word) - the update is refused, never applied
      * truncated, '20' the requestor's daily issuance quota (see
      * REQMREC) was used up - the 'N' row standing at the first
      * refused group position, where the block stopped, '24' the
      * 'T' row's number is live but held by a requestor other than
      * the one giving it up (a 'T' row not on the master is '04',
      * already returned '08', as for 'R'), '28' the 'B' row's
      * record named a flag-word account that is not on FLAGMAST
      * (see FWMREC) - nothing was decoded, '32' replayed: the
      * record repeated a request reference its requestor had used
      * before (see RQHREC), so the original answer's rows are sent
      * again, output and group as they first went out, with the
      * status they first carried in RES-DTL-ORIG-STATUS. Nothing
      * was called, issued or applied for a '32' row, and it adds
      * nothing to the hash total. '36' issued from a fallback pool
      * (see FBPREC): the search found no rearrangement, so the
      * number on the 'N' row was drawn from the pool that applies
      * to the requestor or product prefix instead; it is a live
      * issuance like '00', carries a check digit and counts in the
      * hash total.
      * RES-TRL-HASH-TOTAL is the sum of every issued block number
      * ('00' and '36' rows), truncated to 18 digits, for
      * receiver-side control checking.
      * RES-DTL-GROUP is the position within a block allocation: a
      * quantity-K request writes K 'N' rows sharing one sequence
      * number, group 001 through K (a short block simply stops
      * early, its last row status '04'). Rows from bit_counter
      * carry group 000.
      * RES-DTL-CHECK is the check digit computed over the 38
      * digits of RES-DTL-OUTPUT on issued-number rows (see CKDPARM),
      * under the series' rule (zero for a series with none);
      * zero on failed rows and bit_counter rows.
      * RES-DTL-REQUESTOR is the branch/customer identity carried off
      * the validated work record, so a disputed allocation traces
      * straight back to the party that requested it.
      * RES-DTL-SERIES is the number series of the row's number (see
      * SERREC): a number is only unique within its series, and
      * RES-DTL-CHECK is computed under that series' rule.
      *****************************************************************
       01  res-header-rec.
           05 res-hdr-type           pic x(1).
           05 res-dtl-group          pic 9(3).
           05 res-dtl-check          pic 9(1).
           05 res-dtl-requestor      pic x(8).
           05 res-dtl-new-holder     pic x(8).
           05 res-dtl-orig-status    pic x(2).
           05 res-dtl-series         pic x(2).
           05 filler                 pic x(7).
       01  res-trailer-rec.
           05 res-trl-type           pic x(1).
           05 res-trl-detail-count   pic 9(9).
