      *   2026-08-22  Initial version.
      *   2026-09-02  RESULTS records widened to 120 bytes for the
      *               requestor ID on detail rows (see RESREC).
      *   2026-10-15  New-holder field on transfer detail rows (see
      *               RESREC) carried in both parsed copies.
      *   2026-10-15  Original-status field on replayed detail rows
      *               (see RESREC) carried in both parsed copies.
      *   2026-10-15  Series field on detail rows (see RESREC) carried
      *               in both parsed copies; a changed series is a
      *               CHANGED row.
      ******************************************************************
       identification division.
       program-id. SIMCMP.
                 ==res-dtl-group== by ==sim-dtl-group==
                 ==res-dtl-check== by ==sim-dtl-check==
                 ==res-dtl-requestor== by ==sim-dtl-requestor==
                 ==res-dtl-new-holder== by ==sim-dtl-new-holder==
                 ==res-dtl-orig-status== by ==sim-dtl-orig-status==
                 ==res-dtl-series== by ==sim-dtl-series==
                 ==res-trailer-rec== by ==sim-trailer-rec==
                 ==res-trl-type== by ==sim-trl-type==
                 ==res-trl-detail-count== by ==sim-trl-detail-count==
                 ==res-dtl-group== by ==prd-dtl-group==
                 ==res-dtl-check== by ==prd-dtl-check==
                 ==res-dtl-requestor== by ==prd-dtl-requestor==
                 ==res-dtl-new-holder== by ==prd-dtl-new-holder==
                 ==res-dtl-orig-status== by ==prd-dtl-orig-status==
                 ==res-dtl-series== by ==prd-dtl-series==
                 ==res-trailer-rec== by ==prd-trailer-rec==
                 ==res-trl-type== by ==prd-trl-type==
                 ==res-trl-detail-count== by ==prd-trl-detail-count==
           if sim-dtl-output not = prd-dtl-output
                 or sim-dtl-status not = prd-dtl-status
                 or sim-dtl-check not = prd-dtl-check
                 or sim-dtl-series not = prd-dtl-series
              add 1 to cmp-changed-count
              move spaces to report-rec
              string "CHANGED - SEQ " sim-dtl-seq
                 " SVC " sim-dtl-service
                 " GRP " sim-dtl-group
                 " PROD " prd-dtl-status " " prd-dtl-output
                 " SER " prd-dtl-series
                 delimited by size into report-rec
              write report-rec
              move spaces to report-rec
              string "          SIM  " sim-dtl-status " "
                 sim-dtl-output " SER " sim-dtl-series
                 delimited by size into report-rec
              write report-rec
           end-if.
