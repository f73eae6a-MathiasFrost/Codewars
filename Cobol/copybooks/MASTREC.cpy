      *****************************************************************
      * MASTREC - record layout of the NBNMAST issued-number master,
      * keyed by the number series and the number itself. Shared by
      * the batch driver and every utility that reads or rebuilds
      * the master, so the one file this shop cannot recreate is
      * never screen-scraped.
      * MAST-REQUESTOR is the branch/customer identity the number was
      * issued to, carried off the validated work record, so "who
      * holds number X" is a keyed read instead of an archive dig.
      * release date its quarantine runs to; once the run date
      * reaches the release date the number is issuable again and the
      * driver reclaims the record in place.
      * MAST-SERIES (see SERREC) segments the master: each series is
      * its own number space, so the same digits may be live in two
      * series at once, and collision checking is done within the
      * series. Numbers issued before series existed are in '00'.
      *****************************************************************
       01  mast-rec.
           05 mast-key.
              10 mast-series     pic x(2).
              10 mast-number     pic 9(38).
           05 mast-issue-date    pic 9(8).
           05 mast-requestor     pic x(8).
           05 mast-status        pic x(1).
