      *               produces, so the contiguous slices keep urgent
      *               work at the front of partition 1 instead of
      *               stranding it at the back of partition 4.
      *   2026-10-15  New-holder field added to the work record
      *               layout (WORKREC), carried through each slice.
      *   2026-10-15  Flag-word account field added to the work record
      *               layout (WORKREC), carried through each slice.
      *   2026-10-15  Effective-date field added to the work record
      *               layout (WORKREC), carried through each slice.
      *   2026-10-15  Request-reference field added to the work record
      *               layout (WORKREC), carried through each slice.
      *   2026-10-15  Upload date and time added to the work record
      *               layout (WORKREC), carried through each slice.
      *   2026-10-15  Number series added to the work record layout
      *               (WORKREC), carried through each slice.
      ******************************************************************
       identification division.
       program-id. WORKSPLIT.
                 ==work-qty== by ==p1-qty==
                 ==work-ckd-flag== by ==p1-ckd-flag==
                 ==work-requestor== by ==p1-requestor==
                 ==work-priority== by ==p1-priority==
                 ==work-new-holder== by ==p1-new-holder==
                 ==work-account== by ==p1-account==
                 ==work-eff-date== by ==p1-eff-date==
                 ==work-req-ref== by ==p1-req-ref==
                 ==work-upload-date== by ==p1-upload-date==
                 ==work-upload-time== by ==p1-upload-time==
                 ==work-series== by ==p1-series==.

       fd  part2-file
           label records are standard.
                 ==work-qty== by ==p2-qty==
                 ==work-ckd-flag== by ==p2-ckd-flag==
                 ==work-requestor== by ==p2-requestor==
                 ==work-priority== by ==p2-priority==
                 ==work-new-holder== by ==p2-new-holder==
                 ==work-account== by ==p2-account==
                 ==work-eff-date== by ==p2-eff-date==
                 ==work-req-ref== by ==p2-req-ref==
                 ==work-upload-date== by ==p2-upload-date==
                 ==work-upload-time== by ==p2-upload-time==
                 ==work-series== by ==p2-series==.

       fd  part3-file
           label records are standard.
                 ==work-qty== by ==p3-qty==
                 ==work-ckd-flag== by ==p3-ckd-flag==
                 ==work-requestor== by ==p3-requestor==
                 ==work-priority== by ==p3-priority==
                 ==work-new-holder== by ==p3-new-holder==
                 ==work-account== by ==p3-account==
                 ==work-eff-date== by ==p3-eff-date==
                 ==work-req-ref== by ==p3-req-ref==
                 ==work-upload-date== by ==p3-upload-date==
                 ==work-upload-time== by ==p3-upload-time==
                 ==work-series== by ==p3-series==.

       fd  part4-file
           label records are standard.
                 ==work-qty== by ==p4-qty==
                 ==work-ckd-flag== by ==p4-ckd-flag==
                 ==work-requestor== by ==p4-requestor==
                 ==work-priority== by ==p4-priority==
                 ==work-new-holder== by ==p4-new-holder==
                 ==work-account== by ==p4-account==
                 ==work-eff-date== by ==p4-eff-date==
                 ==work-req-ref== by ==p4-req-ref==
                 ==work-upload-date== by ==p4-upload-date==
                 ==work-upload-time== by ==p4-upload-time==
                 ==work-series== by ==p4-series==.

       working-storage section.
       01  spl-work-status       pic xx value spaces.
