      * carried onto every downstream row (RESULTS, AUDIT, suspense,
      * and the issued-number master) so any output traces back to
      * who asked for it.
      * 'T' transfers ownership of the issued number in WORK-N from
      * WORK-REQUESTOR (the holder giving it up) to WORK-NEW-HOLDER,
      * for an account moving between branches. WORK-NEW-HOLDER is
      * spaces on every other type.
      * WORK-ACCOUNT names a customer account on the FLAGMAST
      * flag-word master (see FWMREC). On an 'F' record it makes the
      * update apply to the account's stored word; on a 'B' or 'A'
      * record it has the stored word decoded. Either way WORK-BITS
      * may then be left zero - the stored word is what counts once
      * the account is on the master. Spaces keeps the caller's word.
      * WORK-EFF-DATE is the date (yyyymmdd) the request is to be
      * serviced; zero means tonight. WORKEDIT parks a record dated
      * after its run date on the pending file (see PENDREC) and the
      * nightly PENDREL release step feeds it back into the
      * validated file the night the date arrives.
      * WORK-REQ-REF is the requestor's own reference for the request
      * (spaces when the branch sends none). The driver keeps the
      * answer each referenced request got on the REQHIST request
      * history (see RQHREC); a reference the same requestor has
      * used before is a resubmission, and gets the original answer
      * replayed instead of being serviced again.
      * WORK-UPLOAD-DATE and WORK-UPLOAD-TIME are the date and time
      * (hhmmss) WORKEDIT took the upload in - one stamp for the
      * whole submission - carried onto suspense and the held queue
      * so the request's final outcome can be measured against the
      * moment the branch handed it over (see the request_done
      * audit row and TATRPT).
      * WORK-SERIES is the number series the request belongs to (see
      * SERREC); WORKEDIT normalizes blank to the base series '00'
      * and rejects a code SERCTL does not define. The number in
      * WORK-N is only unique within its series, so the series
      * travels with it onto every downstream row.
       01  work-rec.
           05 work-n             pic 9(38).
           05 work-flag-upd      redefines work-n.
               88 work-type-both       value 'A'.
               88 work-type-return     value 'R'.
               88 work-type-flagupd    value 'F'.
               88 work-type-transfer   value 'T'.
           05 work-qty           pic 9(3).
           05 work-ckd-flag      pic x(1).
           05 work-requestor     pic x(8).
           05 work-priority      pic 9(1).
           05 work-new-holder    pic x(8).
           05 work-account       pic x(12).
           05 work-eff-date      pic 9(8).
           05 work-req-ref       pic x(16).
           05 work-upload-date   pic 9(8).
           05 work-upload-time   pic 9(6).
           05 work-series        pic x(2).
