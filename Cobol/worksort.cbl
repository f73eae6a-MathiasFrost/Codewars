      *
      * Modification History:
      *   2026-09-02  Initial version.
      *   2026-10-15  New-holder field added to the work record
      *               layout (WORKREC) for ownership transfers; the
      *               sort record's work image widened to match.
      *   2026-10-15  Flag-word account field added to the work record
      *               layout (WORKREC); sort work image widened again.
      *   2026-10-15  Effective-date field added to the work record
      *               layout (WORKREC); sort work image widened again.
      *   2026-10-15  Request-reference field added to the work record
      *               layout (WORKREC); sort work image widened again.
      *   2026-10-15  Upload date and time added to the work record
      *               layout (WORKREC); sort work image widened again.
      *   2026-10-15  Number series added to the work record layout
      *               (WORKREC); sort work image widened again.
      ******************************************************************
       identification division.
       program-id. WORKSORT.
                 ==work-qty== by ==out-qty==
                 ==work-ckd-flag== by ==out-ckd-flag==
                 ==work-requestor== by ==out-requestor==
                 ==work-priority== by ==out-priority==
                 ==work-new-holder== by ==out-new-holder==
                 ==work-account== by ==out-account==
                 ==work-eff-date== by ==out-eff-date==
                 ==work-req-ref== by ==out-req-ref==
                 ==work-upload-date== by ==out-upload-date==
                 ==work-upload-time== by ==out-upload-time==
                 ==work-series== by ==out-series==.

      * The arrival sequence rides the sort record so same-priority
      * records keep their upload order whatever the sort does with
       01  sort-rec.
           05 srt-priority       pic 9(1).
           05 srt-arrival        pic 9(9).
           05 srt-work           pic x(130).

       working-storage section.
       01  wst-work-status       pic xx value spaces.
