      *****************************************************************
      * ACHREC - record layout of AUDCHN, the audit chain register.
      * AUDARCH appends one row every time it commits sealed AUDIT
      * rows to the archive: 'R' for the end-of-cycle roll into a
      * new generation, 'B' for rows banked onto the current one
      * (day cycles, flag and reserved-range maintenance). The last
      * row is the committed tail of the chain - every program that
      * seals AUDIT rows starts from it - and AUDVRFY checks the
      * archive against every row as a fixed point.
      * Kind in 1, commit timestamp 2-22, first and last sequence
      * committed 23-34 and 35-46, hash of the last row 47-64, rows
      * copied 65-73.
      *****************************************************************
       01  audchn-rec.
           05 ach-kind           pic x(1).
              88 ach-roll             value 'R'.
              88 ach-bank             value 'B'.
           05 ach-stamp          pic x(21).
           05 ach-first-seq      pic 9(12).
           05 ach-last-seq       pic 9(12).
           05 ach-last-hash      pic 9(18).
           05 ach-rows           pic 9(9).
           05 filler             pic x(7).
