      *   2026-09-02  The merged checkpoint carries the run date,
      *               for the morning status report's staleness
      *               check.
      *   2026-10-15  Partition AUDIT rows widened to 200 bytes.
      *   2026-10-15  The merged AUDIT rows are sealed into the audit
      *               chain (audit_seal) in merged order, continuing
      *               from the AUDCHN register and any rows held on
      *               AUDPRIOR; rows are now 264 bytes.
      ******************************************************************
       identification division.
       program-id. WORKMERGE.
              organization is line sequential
              file status is mrg-audit-status.

           select audchn-file assign to "AUDCHN"
              organization is line sequential
              file status is mrg-audchn-status.

           select audprior-file assign to "AUDPRIOR"
              organization is line sequential
              file status is mrg-audprior-status.

           select checkpoint-file assign to "CHKPT"
              organization is line sequential
              file status is mrg-checkpoint-status.

       fd  audit1-file
           label records are standard.
       01  a1-rec                pic x(264).
       fd  audit2-file
           label records are standard.
       01  a2-rec                pic x(264).
       fd  audit3-file
           label records are standard.
       01  a3-rec                pic x(264).
       fd  audit4-file
           label records are standard.
       01  a4-rec                pic x(264).

       fd  results-out
           label records are standard.
       01  rout-rec              pic x(120).

      * The merged trail, sealed into the audit chain as it is
      * written (layout in AUDREC).
       fd  audit-out
           label records are standard.
           copy AUDREC.

      * Audit chain register (layout in ACHREC), and the night's
      * rows sealed ahead of the partitions but not yet archived
      * (DISPPROC's decisions on DAUDIT).
       fd  audchn-file
           label records are standard.
           copy ACHREC.

       fd  audprior-file
           label records are standard.
       01  audprior-rec          pic x(264).

      * Combined checkpoint in the driver's own layout, marked
      * complete and carrying the summed totals, so the RECON step
       01  mrg-results-status    pic xx value spaces.
       01  mrg-audit-status      pic xx value spaces.
       01  mrg-summary-status    pic xx value spaces.
       01  mrg-audchn-status     pic xx value spaces.
       01  mrg-audprior-status   pic xx value spaces.

      * Always all four: the CTLCARD partition count governs only how
      * WORKSPLIT slices the input. All four instances run every
           88 mrg-opened               value 'Y'.
       01  mrg-trailer-switch    pic x value 'N'.
           88 mrg-have-trailer         value 'Y'.
       01  mrg-in-rec            pic x(264).

      * The chain area of a row already on file (see AUDREC).
       01  mrg-chain-tail-row.
           05 filler                 pic x(200).
           05 mrg-tail-seq-tag       pic x(5).
              88 mrg-tail-sealed           value " SEQ=".
           05 mrg-tail-seq           pic 9(12).
           05 filler                 pic x(28).
           05 mrg-tail-hash          pic 9(18).
           05 filler                 pic x(1).
      * audit_seal
           copy SEALPARM
              replacing ==seal-function== by ==mrg-seal-function==
                 ==seal-new-row== by ==mrg-seal-new-row==
                 ==seal-check-row== by ==mrg-seal-check-row==
                 ==seal-last-seq== by ==mrg-seal-last-seq==
                 ==seal-last-hash== by ==mrg-seal-last-hash==
                 ==seal-valid-switch== by ==mrg-seal-valid-switch==
                 ==seal-valid== by ==mrg-seal-valid==.

       01  mrg-seq-offset        pic 9(9) value 0.
       01  mrg-part-max-seq      pic 9(9) value 0.
              perform merge-results-partition
           end-perform.
           perform write-merged-trailer.
           perform load-audit-chain-tail.
           perform varying mrg-part from 1 by 1
              until mrg-part > mrg-part-count
              perform merge-audit-partition

      ******************************************************************
      * AUDIT rows carry their own timestamps and inputs - partition
      * order is all the merge has to preserve. The partitions write
      * their rows unsealed (four concurrent instances cannot share
      * one chain); each is sealed here, in merged order, onto the
      * chain's tail.
      ******************************************************************
       merge-audit-partition.
           perform open-audit-partition.
           end-if.

       copy-one-audit-row.
           move mrg-in-rec to audit-rec.
           move 'S' to mrg-seal-function.
           call "audit_seal" using audit-rec mrg-seal-function
              mrg-seal-last-seq mrg-seal-last-hash
              mrg-seal-valid-switch.
           write audit-rec.
           perform read-audit-partition.

      * Where the chain stands before the merged rows: the committed
      * tail off the register, then any row sealed since and not
      * yet archived (AUDPRIOR). No register at all is the start of
      * the chain.
       load-audit-chain-tail.
           move 0 to mrg-seal-last-seq.
           move 0 to mrg-seal-last-hash.
           move 'N' to mrg-eof-switch.
           open input audchn-file.
           if mrg-audchn-status = "00"
              perform read-chain-register-row until mrg-eof
              close audchn-file
           end-if.
           move 'N' to mrg-eof-switch.
           open input audprior-file.
           if mrg-audprior-status = "00"
              perform read-prior-audit-row until mrg-eof
              close audprior-file
           end-if.

       read-chain-register-row.
           read audchn-file
              at end
                 move 'Y' to mrg-eof-switch
              not at end
                 if ach-last-seq numeric and ach-last-hash numeric
                    move ach-last-seq to mrg-seal-last-seq
                    move ach-last-hash to mrg-seal-last-hash
                 end-if
           end-read.

       read-prior-audit-row.
           read audprior-file into mrg-chain-tail-row
              at end
                 move 'Y' to mrg-eof-switch
              not at end
                 if mrg-tail-sealed and mrg-tail-seq numeric
                       and mrg-tail-hash numeric
                    move mrg-tail-seq to mrg-seal-last-seq
                    move mrg-tail-hash to mrg-seal-last-hash
                 end-if
           end-read.

       open-audit-partition.
           move 'N' to mrg-open-switch.
           move 'N' to mrg-eof-switch.
