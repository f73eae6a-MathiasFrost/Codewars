      *****************************************************************
      * NGTREC - record layout of the NIGHTDAY file: the one record
      * CALGATE writes at the top of the nightly, giving the date it
      * checked against the shop calendar and what it decided. The
      * morning status report reads it back rather than asking the
      * clock again - the job can run past midnight, and the page
      * must judge the night by the same date the gate did.
      * NGT-VERDICT 'P' - a processing day, the night ran;
      *             'N' - a non-processing day, the night was skipped;
      *             'F' - the calendar was too big to trust, the night
      *                   was held for operations.
      *****************************************************************
       01  night-rec.
           05 ngt-run-date        pic 9(8).
           05 ngt-verdict         pic x(1).
               88 ngt-processing       value 'P'.
               88 ngt-skipped          value 'N'.
               88 ngt-held             value 'F'.
           05 filler              pic x(71).
