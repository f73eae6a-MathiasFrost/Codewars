      *****************************************************************
      * FWHREC - record layout of the FLAGHIST flag-word history, one
      * record per change to a stored flag word, keyed by the account
      * and when it changed (the time keeps two changes on one day in
      * order). Carries the flag named, the action ('S' set, 'C'
      * clear), the requestor, and the word before and after, so
      * "when did this flag go on" is a keyed browse of one account.
      * FWH-SEQ is the driver's transaction sequence on the RESULTS
      * row the change wrote.
      *****************************************************************
       01  fwh-rec.
           05 fwh-key.
              10 fwh-account        pic x(12).
              10 fwh-date           pic 9(8).
              10 fwh-time           pic 9(6).
           05 fwh-changed-by        pic x(8).
           05 fwh-flag-name         pic x(20).
           05 fwh-action            pic x(1).
           05 fwh-before            pic 9(18).
           05 fwh-after             pic 9(18).
           05 fwh-seq               pic 9(9).
           05 fwh-cycle             pic 9(2).
