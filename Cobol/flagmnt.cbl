      * (eff-from/eff-to on every row), so the dictionary keeps its
      * history: the driver rerun for a past date decodes with the
      * dictionary as it stood that night. Every applied change is
      * logged to FLAGLOG with who keyed it and when, and leaves a
      * flag_maint row on AUDIT, sealed into the audit chain from
      * the AUDCHN register's tail; the job banks those rows onto
      * the audit archive only when the new dictionary is
      * installed, so the trail never shows a change that did not
      * go in.
      *
      * FLAGTXN transactions, one per line:
      *   action in 1       - 'A' add, 'C' change, 'R' retire
      *
      * Modification History:
      *   2026-09-02  Initial version.
      *   2026-10-15  Every applied change also leaves a flag_maint
      *               row on AUDIT, sealed into the audit chain
      *               (audit_seal) from the AUDCHN register's tail.
      ******************************************************************
       identification division.
       program-id. FLAGMNT.
              organization is line sequential
              file status is fmt-report-status.

           select audit-file assign to "AUDIT"
              organization is line sequential
              file status is fmt-audit-status.

           select audchn-file assign to "AUDCHN"
              organization is line sequential
              file status is fmt-audchn-status.

       data division.
       file section.
      * Current dictionary, in the driver's effective-dated layout.
           label records are standard.
       01  report-rec            pic x(132).

      * AUDIT rows (layout in AUDREC) and the audit chain register
      * (layout in ACHREC).
       fd  audit-file
           label records are standard.
           copy AUDREC.

       fd  audchn-file
           label records are standard.
           copy ACHREC.

       working-storage section.
       01  fmt-flagdef-status    pic xx value spaces.
       01  fmt-txn-status        pic xx value spaces.
       01  fmt-newdef-status     pic xx value spaces.
       01  fmt-log-status        pic xx value spaces.
       01  fmt-report-status     pic xx value spaces.
       01  fmt-audit-status      pic xx value spaces.
       01  fmt-audchn-status     pic xx value spaces.
       01  fmt-chain-eof-switch  pic x value 'N'.
           88 fmt-chain-eof            value 'Y'.

      * audit_seal
           copy SEALPARM
              replacing ==seal-function== by ==fmt-seal-function==
                 ==seal-new-row== by ==fmt-seal-new-row==
                 ==seal-check-row== by ==fmt-seal-check-row==
                 ==seal-last-seq== by ==fmt-seal-last-seq==
                 ==seal-last-hash== by ==fmt-seal-last-hash==
                 ==seal-valid-switch== by ==fmt-seal-valid-switch==
                 ==seal-valid== by ==fmt-seal-valid==.

       01  fmt-def-eof-switch    pic x value 'N'.
           88 fmt-def-eof              value 'Y'.
              move 16 to return-code
              stop run
           end-if.
           perform load-audit-chain-tail.
           open output audit-file.
           if fmt-audit-status not = "00"
              display "ERROR OPENING AUDIT - STATUS "
                 fmt-audit-status
              move 16 to return-code
              stop run
           end-if.

      * This run's rows follow the committed tail of the chain; no
      * register at all is the start of the chain.
       load-audit-chain-tail.
           move 0 to fmt-seal-last-seq.
           move 0 to fmt-seal-last-hash.
           open input audchn-file.
           if fmt-audchn-status = "00"
              perform read-chain-register-row until fmt-chain-eof
              close audchn-file
           end-if.

       read-chain-register-row.
           read audchn-file
              at end
                 move 'Y' to fmt-chain-eof-switch
              not at end
                 if ach-last-seq numeric and ach-last-hash numeric
                    move ach-last-seq to fmt-seal-last-seq
                    move ach-last-hash to fmt-seal-last-hash
                 end-if
           end-read.

      * Rows from before the effective-dating scheme carry blank
      * dates; they read in as in force since day one, open-ended.
              delimited by size into log-rec.
           write log-rec.

           move spaces to audit-rec.
           string fmt-timestamp " flag_maint USER=" txn-user
              " ACT=" txn-action " POS=" txn-bit-pos
              " NAME=" txn-flag-name " SEV=" txn-severity
              " EFF=" txn-eff-date
              delimited by size into audit-rec.
           move 'S' to fmt-seal-function.
           call "audit_seal" using audit-rec fmt-seal-function
              fmt-seal-last-seq fmt-seal-last-hash
              fmt-seal-valid-switch.
           write audit-rec.

       write-new-dictionary.
           perform varying fmt-sub from 1 by 1
              until fmt-sub > fmt-def-count
           close newdef-file.
           close log-file.
           close report-file.
           close audit-file.

       end program FLAGMNT.
