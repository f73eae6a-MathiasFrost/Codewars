      *               informational and skipped.
      *   2026-09-02  Flag-update records ('F') expect one 'F'
      *               result row and one flag_update audit row.
      *   2026-10-15  A block stopped by the requestor's daily quota
      *               ends at its status '20' row, which made no call
      *               and so owns no audit row.
      *   2026-10-15  Ownership-transfer records ('T') expect one 'T'
      *               result row and one number_transfer audit row.
      *   2026-10-15  Records naming a flag-word account work on the
      *               stored word, which only the RESULTS row shows:
      *               their result input is not held to WORK-BITS,
      *               the audit row is matched to the result row's
      *               input instead, and a status '28' decode (no
      *               such account) owns no audit row.
      *   2026-10-15  A record carrying a request reference may have
      *               been answered by replay: its status '32' rows
      *               are taken as they stand and it owns one
      *               request_replay audit row instead of the
      *               service's own. RESULTS is now read through a
      *               one-row lookahead so the first row can be
      *               looked at before the record's type is checked.
      *   2026-10-15  Fallback-pool issuances: a '36' row hashes like
      *               '00'; the first one in a group owns the
      *               NOT-FOUND call that sent the group to its pool,
      *               the rest own no call row, and fallback-issued
      *               marker rows are skipped.
      *   2026-10-15  request_done turnaround rows skipped by the
      *               audit-row reader.
      *   2026-10-15  AUDIT rows widened to 200 bytes.
      *   2026-10-15  AUDIT rows are 264 bytes with the audit chain
      *               area behind the row; rows are parsed on their
      *               200-byte body as before.
      ******************************************************************
       identification division.
       program-id. RECON.

       fd  audit-file
           label records are standard.
       01  audit-rec             pic x(264).

       fd  checkpoint-file
           label records are standard.
           88 rcn-aud-eof              value 'Y'.
       01  rcn-aud-pending-switch pic x value 'N'.
           88 rcn-aud-pending          value 'Y'.
       01  rcn-res-pending-switch pic x value 'N'.
           88 rcn-res-pending          value 'Y'.
       01  rcn-replayed-switch   pic x value 'N'.
           88 rcn-replayed             value 'Y'.
       01  rcn-replay-done-switch pic x value 'N'.
           88 rcn-replay-done          value 'Y'.
       01  rcn-chain-switch      pic x value 'N'.
           88 rcn-chain                value 'Y'.
       01  rcn-prev-out          pic x(38) value spaces.
       01  rcn-group-sub         pic 9(3) value 0.
       01  rcn-group-done-switch pic x value 'N'.
           88 rcn-group-done           value 'Y'.
       01  rcn-fallback-switch   pic x value 'N'.
           88 rcn-fallback             value 'Y'.
      * Set while a record naming a flag-word account is checked:
      * its rows carry the stored word, not WORK-BITS.
       01  rcn-stored-word-switch pic x value 'N'.
           88 rcn-stored-word          value 'Y'.

      * Saved copy of the trailer so the totals can be checked after
      * the drain pass, whether the trailer turned up in sequence or
              stop run
           end-if.

      * A row looked at and handed back (see RECON-WORK-RECORD) is
      * still in the record area and is returned again as it stands.
       read-results-row.
           if rcn-res-pending
              move 'N' to rcn-res-pending-switch
              exit paragraph
           end-if.
           read results-file
              at end
                 move 'Y' to rcn-res-eof-switch
      * number-issued rows mark a master claim for the chargeback
      * extract - neither is a service call, and the chained
      * next_bigger_number rows around them already reconcile on
      * their own, so both are skipped. request_done rows only mark
      * a request settled for the turnaround report, and
      * fallback-issued rows mark a pool draw for the chargeback
      * extract; both are skipped the same way.
       get-audit-row.
           perform until rcn-aud-pending or rcn-aud-eof
              read audit-file
                    if audit-rec(23:14) not = "reserved-range"
                          and audit-rec(23:13)
                             not = "number-issued"
                          and audit-rec(23:12)
                             not = "request_done"
                          and audit-rec(23:15)
                             not = "fallback-issued"
                       move 'Y' to rcn-aud-pending-switch
                    end-if
              end-read
           move spaces to rcn-aud-head.
           move spaces to rcn-aud-input.
           move spaces to rcn-aud-output.
           unstring audit-rec(1:200) delimited by " IN=" or " OUT="
              into rcn-aud-head rcn-aud-input rcn-aud-output.

       verify-results-header.
      ******************************************************************
      * One input record: expect a RESULTS detail row and an AUDIT
      * row for each service its type code requested, in file order.
      * A record carrying a request reference whose first row is a
      * replay ('32') was answered from the request history instead.
      ******************************************************************
       recon-work-record.
           read work-file
                 move 'Y' to rcn-work-eof-switch
              not at end
                 add 1 to rcn-work-count
                 move 'N' to rcn-replayed-switch
                 if work-req-ref not = spaces
                    perform read-results-row
                    move 'Y' to rcn-res-pending-switch
                    if not rcn-res-eof and res-dtl-type = 'D'
                          and res-dtl-seq = rcn-work-count
                          and res-dtl-status = "32"
                       move 'Y' to rcn-replayed-switch
                    end-if
                 end-if
                 if rcn-replayed
                    perform check-replayed-request
                 else
                    perform recon-work-services
                 end-if
           end-read.

       recon-work-services.
           if work-type-number or work-type-both
              move 'N' to rcn-exp-service
              move work-n to rcn-exp-input
              if work-qty numeric and work-qty > 0
                 move work-qty to rcn-exp-qty
              else
                 move 1 to rcn-exp-qty
              end-if
              perform check-results-group
           end-if.
           if work-account not = spaces
              move 'Y' to rcn-stored-word-switch
           end-if.
           if work-type-bits or work-type-both
              move 'B' to rcn-exp-service
              move work-bits to rcn-exp-input
              perform check-results-row
              move rcn-exp-input to rcn-exp-aud-input
              if res-dtl-status not = "28"
                    or rcn-res-eof or rcn-have-trailer
                 perform check-audit-row
              end-if
           end-if.
           if work-type-return
              move 'R' to rcn-exp-service
              move work-n to rcn-exp-input
              move rcn-exp-input to rcn-exp-aud-input
              perform check-results-row
              perform check-audit-row
           end-if.
           if work-type-transfer
              move 'T' to rcn-exp-service
              move work-n to rcn-exp-input
              move rcn-exp-input to rcn-exp-aud-input
              perform check-results-row
              perform check-audit-row
           end-if.
           if work-type-flagupd
              move 'F' to rcn-exp-service
              move work-bits to rcn-exp-input
              perform check-results-row
              move rcn-exp-input to rcn-exp-aud-input
              perform check-audit-row
           end-if.
           move 'N' to rcn-stored-word-switch.

      ******************************************************************
      * A replayed request: every '32' row under the record's
      * sequence is the original answer sent again and is tallied as
      * it stands; the record owns one request_replay audit row
      * naming its reference.
      ******************************************************************
       check-replayed-request.
           move 'N' to rcn-replay-done-switch.
           perform consume-replayed-row until rcn-replay-done.
           move 'Q' to rcn-exp-service.
           perform get-audit-row.
           if not rcn-aud-pending
              move spaces to report-rec
              string "AUDIT ROW MISSING - RECORD " rcn-work-count
                 " SERVICE " rcn-exp-service
                 delimited by size into report-rec
              write report-rec
              add 1 to rcn-disc-count
           else
              perform parse-audit-row
              if rcn-aud-head(23:14) not = "request_replay"
                    or rcn-aud-input(1:16) not = work-req-ref
                 move spaces to report-rec
                 string "AUDIT ROW MISMATCH - RECORD " rcn-work-count
                    " SERVICE " rcn-exp-service
                    delimited by size into report-rec
                 write report-rec
                 add 1 to rcn-disc-count
              end-if
              move 'N' to rcn-aud-pending-switch
           end-if.

       consume-replayed-row.
           move 'N' to rcn-res-pending-switch.
           perform tally-results-row.
           perform read-results-row.
           move 'Y' to rcn-res-pending-switch.
           if rcn-res-eof or res-dtl-type not = 'D'
                 or res-dtl-seq not = rcn-work-count
                 or res-dtl-status not = "32"
              move 'Y' to rcn-replay-done-switch
           end-if.

      ******************************************************************
      * A quantity-K number request owns up to K result rows (fewer
      * when the block came back short - the '04' row ends it), each
      * with its own audit trail. The first call's audit input is
      * the requested number; each later call's input is the number
      * the previous call issued. Once the search runs dry the
      * driver draws the rest of the group from a fallback pool:
      * the first '36' row owns the NOT-FOUND call that ended the
      * search, and no later row in the group (a '36', or the '04'
      * of a pool that ran dry) makes a call at all.
      ******************************************************************
       check-results-group.
           move 0 to rcn-group-sub.
           move 'N' to rcn-group-done-switch.
           move 'N' to rcn-fallback-switch.
           move rcn-exp-input to rcn-exp-aud-input.
           perform until rcn-group-sub >= rcn-exp-qty
                 or rcn-group-done
              add 1 to rcn-group-sub
              perform check-results-row
              if res-dtl-status = "20"
                    and not rcn-res-eof and not rcn-have-trailer
                 move 'Y' to rcn-group-done-switch
                 exit perform
              end-if
              if rcn-fallback and not rcn-res-eof
                    and not rcn-have-trailer
                    and (res-dtl-status = "36" or res-dtl-status = "04")
                 if res-dtl-status = "04"
                    move 'Y' to rcn-group-done-switch
                 end-if
              else
                 if res-dtl-status = "04" or res-dtl-status = "36"
                    move "NOT-FOUND" to rcn-exp-output
                 else
                    move res-dtl-output to rcn-exp-output
                 end-if
                 if res-dtl-status = "36"
                    move 'Y' to rcn-fallback-switch
                 end-if
                 perform check-audit-row
                 if rcn-res-eof or rcn-have-trailer
                       or res-dtl-status = "04"
                    move 'Y' to rcn-group-done-switch
                 else
                    move res-dtl-output to rcn-exp-aud-input
                 end-if
              end-if
           end-perform.

              if res-dtl-type not = 'D'
                 or res-dtl-seq not = rcn-work-count
                 or res-dtl-service not = rcn-exp-service
                 or (res-dtl-input not = rcn-exp-input
                    and not rcn-stored-word)
                 move spaces to report-rec
                 string "RESULTS ROW MISMATCH - RECORD " rcn-work-count
                    " SERVICE " rcn-exp-service
                 write report-rec
                 add 1 to rcn-disc-count
              end-if
              if rcn-stored-word
                 move res-dtl-input to rcn-exp-input
              end-if
              perform tally-results-row
           end-if.

           add 1 to rcn-detail-count.
           if res-dtl-service = 'N'
              add 1 to rcn-nbn-count
              if res-dtl-status = "00" or res-dtl-status = "36"
                 compute rcn-hash-total =
                    function mod(rcn-hash-total + res-dtl-output
                       1000000000000000000)
                    and (rcn-aud-head(23:13) not = "number_return"
                       or rcn-aud-input(1:38)
                          not = rcn-exp-aud-input))
                 or (rcn-exp-service = 'T'
                    and (rcn-aud-head(23:15) not = "number_transfer"
                       or rcn-aud-input(1:38)
                          not = rcn-exp-aud-input))
                 or (rcn-exp-service = 'F'
                    and (rcn-aud-head(23:11) not = "flag_update"
                       or rcn-aud-input(1:18)
