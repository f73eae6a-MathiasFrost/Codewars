      *
      * Modification History:
      *   2026-09-02  Initial version.
      *   2026-10-15  Master keyed by number series and number
      *               (MASTREC): image rows widened to the 73-byte
      *               record, unloaded and reloaded in series order.
      ******************************************************************
       identification division.
       program-id. MASTBKP.
           select master-file assign to "NBNMAST"
              organization is indexed
              access is sequential
              record key is mast-key
              file status is bkp-master-status.

           select image-file assign to "MASTIMG"
           label records are standard.
       01  img-detail-rec.
           05 img-type           pic x(1).
           05 img-master         pic x(73).
       01  img-trailer-rec.
           05 img-trl-type       pic x(1).
           05 img-trl-count      pic 9(9).
           05 img-trl-hash       pic 9(18).
           05 filler             pic x(46).

       fd  parm-file
           label records are standard.
      * Image-side copy of the master layout for the verify compare.
           copy MASTREC
              replacing ==mast-rec== by ==wrk-rec==
                 ==mast-key== by ==wrk-key==
                 ==mast-series== by ==wrk-series==
                 ==mast-number== by ==wrk-number==
                 ==mast-issue-date== by ==wrk-issue-date==
                 ==mast-requestor== by ==wrk-requestor==
              add 1 to bkp-diff-count
              move spaces to report-rec
              string "IMAGE RECORD NOT ON LIVE MASTER - "
                 wrk-series " " wrk-number
                 delimited by size into report-rec
              write report-rec
           else
              if wrk-rec not = mast-rec
                 add 1 to bkp-diff-count
                 move spaces to report-rec
                 string "RECORD DIFFERS - IMAGE " wrk-series " "
                    wrk-number " LIVE " mast-series " " mast-number
                    delimited by size into report-rec
                 write report-rec
              end-if
           perform until bkp-mast-eof
              add 1 to bkp-diff-count
              move spaces to report-rec
              string "LIVE RECORD NOT ON IMAGE - " mast-series " "
                 mast-number
                 delimited by size into report-rec
              write report-rec
              read master-file next
