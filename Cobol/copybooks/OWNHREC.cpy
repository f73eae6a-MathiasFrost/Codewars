      *****************************************************************
      * OWNHREC - record layout of the OWNHIST ownership-history
      * file, one record per change of holder on an issued number,
      * keyed by the number's series and the number (the same digits
      * in two series are two different numbers) and the date (and
      * time, so two transfers of one number on one day keep their
      * order). Written by the
      * batch driver for every 'T' transfer it applies; read by
      * NBNINQ to show a number's chain of custody. The first row
      * for a number names the holder it was issued to in
      * OWNH-FROM-REQUESTOR; rows dated before the master's current
      * issue date belong to an earlier life of a reclaimed number.
      * OWNH-SEQ is the driver's transaction sequence on the RESULTS
      * row the transfer wrote, so the two can be tied together.
      *****************************************************************
       01  ownh-rec.
           05 ownh-key.
              10 ownh-series        pic x(2).
              10 ownh-number        pic 9(38).
              10 ownh-date          pic 9(8).
              10 ownh-time          pic 9(6).
           05 ownh-from-requestor   pic x(8).
           05 ownh-to-requestor     pic x(8).
           05 ownh-seq              pic 9(9).
           05 ownh-cycle            pic 9(2).
