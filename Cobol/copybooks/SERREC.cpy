      *****************************************************************
      * SERREC - record layout of the SERCTL number-series control
      * file, kept by operations. Every number the shop issues
      * belongs to one series - card numbers, account blocks,
      * internal reference IDs - and each series is its own number
      * space: its own segment of the NBNMAST master, its own
      * RSVRNG reserved ranges and fallback pools, and its own
      * check-digit rule.
      * Series code in 1-2, check-digit rule in 3, name in 4-33.
      * SER-CKD-RULE (see CKDPARM): 'L' Luhn, 'W' weighted 3-1
      * modulus 10, 'E' weighted 2-7 modulus 11, 'N' the series
      * carries no check digit. Blank reads as 'L'.
      * Series '00' is the base series - every number issued before
      * series existed, and any request sent without a series code.
      * It is Luhn unless SERCTL says otherwise, so a shop without
      * the file runs exactly as before.
      *****************************************************************
       01  serctl-rec.
           05 ser-code           pic x(2).
           05 ser-ckd-rule       pic x(1).
           05 ser-name           pic x(30).
