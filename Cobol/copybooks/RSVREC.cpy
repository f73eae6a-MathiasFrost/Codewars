      *****************************************************************
      * RSVREC - record layout of compliance's RSVRNG reserved-range
      * list: number ranges that must never be issued from, with the
      * reason code that lands on the AUDIT row when the driver steps
      * a candidate past one. Maintained through RSVMNT, read by the
      * batch driver.
      * Low bound in 1-38, high bound in 39-76, reason code in 77-80.
      * RSV-EFF-FROM / RSV-EFF-TO bound the dates a version is in
      * force (99999999 or blank leaves it open-ended; fully blank
      * dates are the hand-kept shape and read as always in force).
      * RSV-RANGE-ID is compliance's name for the range, carried
      * across its versions so a change or expiry can say which
      * range it means; hand-kept rows without one are given a
      * PRE-prefixed ID the first time RSVMNT reads them.
      * RSV-SERIES is the number series the range is reserved in (see
      * SERREC); a range only stops candidates of its own series.
      * Blank on a row kept before series existed reads as the base
      * series '00'.
      *****************************************************************
       01  rsvrng-rec.
           05 rsv-low            pic 9(38).
           05 rsv-high           pic 9(38).
           05 rsv-reason         pic x(4).
           05 rsv-eff-from       pic x(8).
           05 rsv-eff-to         pic x(8).
           05 rsv-range-id       pic x(8).
           05 rsv-series         pic x(2).
