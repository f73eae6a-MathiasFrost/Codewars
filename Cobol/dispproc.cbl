      *
      * Modification History:
      *   2026-09-02  Initial version.
      *   2026-10-15  A write-off also leaves a request_done row with
      *               the item's requestor, priority and upload stamp,
      *               for the turnaround report.
      *   2026-10-15  Number series: decision and request_done rows
      *               carry the item's SER= tag; AUDIT rows widened
      *               to 200 bytes.
      *   2026-10-15  Decision rows sealed into the audit chain
      *               (audit_seal), continuing from the AUDCHN
      *               register and DAUDIT's own last row; rows are
      *               now 264 bytes.
      *   2026-10-15  A write-off's request_done row carries the
      *               request reference held on the item (SUSREC).
      ******************************************************************
       identification division.
       program-id. DISPPROC.
              organization is line sequential
              file status is dpp-audit-status.

           select audchn-file assign to "AUDCHN"
              organization is line sequential
              file status is dpp-audchn-status.

           select report-file assign to "DECRPT"
              organization is line sequential
              file status is dpp-report-status.
                 ==susp-first-date== by ==req-first-date==
                 ==susp-attempts== by ==req-attempts==
                 ==susp-qty== by ==req-qty==
                 ==susp-requestor== by ==req-requestor==
                 ==susp-priority== by ==req-priority==
                 ==susp-upload-date== by ==req-upload-date==
                 ==susp-upload-time== by ==req-upload-time==
                 ==susp-series== by ==req-series==
                 ==susp-req-ref== by ==req-req-ref==.

       fd  remain-file
           label records are standard.
                 ==susp-first-date== by ==rem-first-date==
                 ==susp-attempts== by ==rem-attempts==
                 ==susp-qty== by ==rem-qty==
                 ==susp-requestor== by ==rem-requestor==
                 ==susp-priority== by ==rem-priority==
                 ==susp-upload-date== by ==rem-upload-date==
                 ==susp-upload-time== by ==rem-upload-time==
                 ==susp-series== by ==rem-series==
                 ==susp-req-ref== by ==rem-req-ref==.

       fd  audit-file
           label records are standard.
           copy AUDREC.

      * Audit chain register (layout in ACHREC).
       fd  audchn-file
           label records are standard.
           copy ACHREC.

       fd  report-file
           label records are standard.
       01  dpp-remain-status     pic xx value spaces.
       01  dpp-audit-status      pic xx value spaces.
       01  dpp-report-status     pic xx value spaces.
       01  dpp-audchn-status     pic xx value spaces.

       01  dpp-held-eof-switch   pic x value 'N'.
           88 dpp-held-eof             value 'Y'.
           88 dpp-dec-eof              value 'Y'.
       01  dpp-held-open-switch  pic x value 'N'.
           88 dpp-held-open            value 'Y'.
       01  dpp-chain-eof-switch  pic x value 'N'.
           88 dpp-chain-eof            value 'Y'.

      * audit_seal
           copy SEALPARM
              replacing ==seal-function== by ==dpp-seal-function==
                 ==seal-new-row== by ==dpp-seal-new-row==
                 ==seal-check-row== by ==dpp-seal-check-row==
                 ==seal-last-seq== by ==dpp-seal-last-seq==
                 ==seal-last-hash== by ==dpp-seal-last-hash==
                 ==seal-valid-switch== by ==dpp-seal-valid-switch==
                 ==seal-valid== by ==dpp-seal-valid==.

      * Decision cards loaded up front; each may satisfy exactly one
      * held item, so a duplicate card is visible as an unmatched
           88 dpp-matched              value 'Y'.

       01  dpp-timestamp         pic x(21) value spaces.
       01  dpp-done-priority     pic 9(1) value 0.
       01  dpp-done-upload       pic x(14) value zeros.
       01  dpp-done-ref          pic x(16) value spaces.
       01  dpp-done-series       pic x(2) value spaces.
       01  dpp-held-count        pic 9(5) value 0.
       01  dpp-requeue-count     pic 9(5) value 0.
       01  dpp-writeoff-count    pic 9(5) value 0.
              move 16 to return-code
              stop run
           end-if.
           perform load-audit-chain-tail.
           open extend audit-file.
           if dpp-audit-status = "35"
              open output audit-file
                 add 1 to dpp-writeoff-count
           end-evaluate.
           perform audit-one-decision.
           if dpp-dec-action(dpp-hit-sub) = 'W'
              perform audit-request-written-off
           end-if.

      * Same IN=/OUT= shape as the driver's rows, so the audit
      * readers (NBNINQ's number scan in particular) surface these
      * without knowing dispositions exist.
       audit-one-decision.
           move function current-date to dpp-timestamp.
           if susp-series = spaces
              move "00" to dpp-done-series
           else
              move susp-series to dpp-done-series
           end-if.
           move spaces to audit-rec.
           evaluate dpp-dec-action(dpp-hit-sub)
              when 'Q'
                    " ACT=Q TYPE=" susp-type
                    " REASON=" dpp-dec-reason(dpp-hit-sub)
                    " QTY=" dpp-dec-qty(dpp-hit-sub)
                    " SER=" dpp-done-series
                    " IN=" susp-n " OUT=REQUEUED"
                    delimited by size into audit-rec
              when 'C'
                    " ACT=C TYPE=" susp-type
                    " REASON=" dpp-dec-reason(dpp-hit-sub)
                    " QTY=" dpp-dec-qty(dpp-hit-sub)
                    " SER=" dpp-done-series
                    " IN=" susp-n " OUT=CONVERTED"
                    delimited by size into audit-rec
              when other
                    " ACT=W TYPE=" susp-type
                    " REASON=" dpp-dec-reason(dpp-hit-sub)
                    " QTY=" dpp-dec-qty(dpp-hit-sub)
                    " SER=" dpp-done-series
                    " IN=" susp-n " OUT=WRITTEN-OFF"
                    delimited by size into audit-rec
           end-evaluate.
           perform write-audit-row.

      * A write-off is the request's final outcome: it gets the same
      * request_done row the driver writes for a settled request, so
      * TATRPT counts it against its upload stamp and priority.
       audit-request-written-off.
           if susp-priority numeric and susp-priority > 0
              move susp-priority to dpp-done-priority
           else
              move 9 to dpp-done-priority
           end-if.
           if susp-upload-date numeric and susp-upload-time numeric
              move susp-upload-date to dpp-done-upload(1:8)
              move susp-upload-time to dpp-done-upload(9:6)
           else
              move zeros to dpp-done-upload
           end-if.
           move susp-req-ref to dpp-done-ref.
           move spaces to audit-rec.
           if susp-type = 'B'
              string dpp-timestamp " request_done REQ="
                 susp-requestor " PRI=" dpp-done-priority
                 " UPL=" dpp-done-upload
                 " ATT=" susp-attempts " REF=" dpp-done-ref
                 " IN=" susp-bits " OUT=WRITTEN-OFF"
                 delimited by size into audit-rec
           else
              string dpp-timestamp " request_done REQ="
                 susp-requestor " PRI=" dpp-done-priority
                 " UPL=" dpp-done-upload
                 " ATT=" susp-attempts " REF=" dpp-done-ref
                 " SER=" dpp-done-series
                 " IN=" susp-n " OUT=WRITTEN-OFF"
                 delimited by size into audit-rec
           end-if.
           perform write-audit-row.

      * Decision rows are sealed into the audit chain as they are
      * written. DAUDIT is archived ahead of the night's AUDIT rows,
      * so the chain runs from the committed tail on the register
      * through whatever DAUDIT already holds, then on to these.
       write-audit-row.
           move 'S' to dpp-seal-function.
           call "audit_seal" using audit-rec dpp-seal-function
              dpp-seal-last-seq dpp-seal-last-hash
              dpp-seal-valid-switch.
           write audit-rec.

       load-audit-chain-tail.
           move 0 to dpp-seal-last-seq.
           move 0 to dpp-seal-last-hash.
           move 'N' to dpp-chain-eof-switch.
           open input audchn-file.
           if dpp-audchn-status = "00"
              perform read-chain-register-row until dpp-chain-eof
              close audchn-file
           end-if.
           move 'N' to dpp-chain-eof-switch.
           open input audit-file.
           if dpp-audit-status = "00"
              perform read-held-audit-row until dpp-chain-eof
              close audit-file
           end-if.

       read-chain-register-row.
           read audchn-file
              at end
                 move 'Y' to dpp-chain-eof-switch
              not at end
                 if ach-last-seq numeric and ach-last-hash numeric
                    move ach-last-seq to dpp-seal-last-seq
                    move ach-last-hash to dpp-seal-last-hash
                 end-if
           end-read.

       read-held-audit-row.
           read audit-file
              at end
                 move 'Y' to dpp-chain-eof-switch
              not at end
                 if aud-sealed and aud-seq numeric
                       and aud-hash numeric
                    move aud-seq to dpp-seal-last-seq
                    move aud-hash to dpp-seal-last-hash
                 end-if
           end-read.

      * A decision that matched nothing is either mistyped or aimed
      * at an item already settled - either way a human should see
      * it, not assume it worked.
