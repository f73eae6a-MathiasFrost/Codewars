      *****************************************************************
      * FBPREC - record layout of the FBPOOL fallback issuance pools,
      * kept by operations. When next_bigger_number finds no
      * rearrangement for a number request, the batch driver draws
      * the request's numbers from the pool that applies to it
      * instead of sending it to suspense.
      * FBP-KIND 'R' keys the pool to one requestor (FBP-MATCH 1-8
      * is the requestor ID); 'P' keys it to a product prefix
      * (FBP-MATCH holds the leading digits, left-justified, that
      * the requested number's significant digits must start
      * with). A requestor pool wins over any prefix pool, and the
      * longest matching prefix wins among prefix pools.
      * Kind in 1, match value 2-21, start number 22-59, increment
      * 60-68, high limit 69-106 (zero for no limit), pool ID
      * 107-114 (carried onto the AUDIT fallback-issued row), number
      * series 115-116 (see SERREC; blank is the base series '00') -
      * a pool only serves requests of its own series.
      *****************************************************************
       01  fbpool-rec.
           05 fbp-kind           pic x(1).
              88 fbp-requestor-pool   value 'R'.
              88 fbp-prefix-pool      value 'P'.
           05 fbp-match          pic x(20).
           05 fbp-start          pic 9(38).
           05 fbp-increment      pic 9(9).
           05 fbp-high           pic 9(38).
           05 fbp-pool-id        pic x(8).
           05 fbp-series         pic x(2).
