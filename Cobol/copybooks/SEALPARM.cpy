      *****************************************************************
      * SEALPARM - shared parameter layout for audit_seal, passed
      * after the AUDREC row itself.
      * Include as-is in the subprogram's LINKAGE SECTION; callers that
      * need distinct data-names should use COPY SEALPARM REPLACING.
      * SEAL-FUNCTION 'S' seals a new row: it becomes row SEAL-LAST-
      * SEQ + 1, chained to SEAL-LAST-HASH, and SEAL-LAST-SEQ and
      * SEAL-LAST-HASH move on to it - the caller keeps them between
      * calls as the tail of the chain.
      * SEAL-FUNCTION 'V' re-computes the hash of a row already
      * sealed, from its own body, sequence and previous-row hash,
      * and answers in SEAL-VALID-SWITCH whether it still matches
      * the hash the row carries. The tail is not touched.
      *****************************************************************
       01  seal-function     pic x(1).
           88 seal-new-row         value 'S'.
           88 seal-check-row       value 'V'.
       01  seal-last-seq     pic 9(12).
       01  seal-last-hash    pic 9(18).
       01  seal-valid-switch pic x(1).
           88 seal-valid           value 'Y'.
