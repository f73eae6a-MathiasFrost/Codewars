      *****************************************************************
      * PENDREC - record layout of the PENDING future-dated request
      * file. WORKEDIT writes one record per accepted request whose
      * effective date (WORK-EFF-DATE) is after its run date, onto
      * PENDNEW; the nightly PENDREL step carries them on the PENDING
      * generations until the date arrives and then releases them
      * into the validated work file at their stated priority.
      * PEND-SUBM-ID and PEND-REC-NO (the upload's submission ID and
      * the record's position in that upload) identify a pending
      * request for the cancel cards and the pending report.
      * PEND-WORK is the validated work record exactly as WORKEDIT
      * built it (layout in WORKREC).
      *****************************************************************
       01  pend-rec.
           05 pend-subm-id       pic x(8).
           05 pend-rec-no        pic 9(9).
           05 pend-queued-date   pic 9(8).
           05 pend-work          pic x(130).
