      *****************************************************************
      * FWMREC - record layout of the FLAGMAST flag-word master, one
      * record per customer account, keyed by the account ID. Holds
      * the account's current 18-digit flag word, so a flag update
      * ('F') or a decode ('B') naming the account works on the
      * stored word instead of whatever copy the caller sent - two
      * updates for one account in one night each see the other.
      * FWM-CHANGED-DATE and FWM-CHANGED-BY are the run date and the
      * requestor of the last update that changed the word. The first
      * update for an account not yet on the master starts from the
      * word its record carries, and that seeds the record.
      *****************************************************************
       01  fwm-rec.
           05 fwm-account        pic x(12).
           05 fwm-word           pic 9(18).
           05 fwm-changed-date   pic 9(8).
           05 fwm-changed-by     pic x(8).
