      *****************************************************************
      * AUDREC - one row of the AUDIT trail, live or archived (264
      * bytes). Columns 1-200 are the row as every reader parses it:
      * the 21-character timestamp, the event name from column 23,
      * its tags, and IN=/OUT=. Columns 201-263 chain the row to the
      * one before it so nobody can edit, drop or reorder a row
      * after the fact without it showing (see audit_seal, SEALPARM
      * and AUDVRFY):
      *   201-205 ' SEQ=', 206-217 the row's place in the chain,
      *   218-222 ' PRV=', 223-240 the previous row's hash,
      *   241-245 ' HSH=', 246-263 this row's hash.
      * The chain area is blank on partition rows until WORKMRG
      * seals them into the merged trail, and on rows archived
      * before the chain began.
      *****************************************************************
       01  audit-rec.
           05 aud-body           pic x(200).
           05 aud-chain.
              10 aud-seq-tag     pic x(5).
                 88 aud-sealed         value " SEQ=".
              10 aud-seq         pic 9(12).
              10 aud-prv-tag     pic x(5).
              10 aud-prev-hash   pic 9(18).
              10 aud-hsh-tag     pic x(5).
              10 aud-hash        pic 9(18).
           05 filler             pic x(1).
