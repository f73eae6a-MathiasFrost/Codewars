      *               calls alone over-bill). CHKPT now carries the
      *               run date, for the morning status report's
      *               staleness check.
      *   2026-10-15  Daily issuance quotas: each requestor's cap comes
      *               off the REQMAST entitlement master and the
      *               numbers already drawn on the run date off
      *               REQUSE (rewritten at every checkpoint, so a
      *               restart or a later cycle the same day carries
      *               on from the true figure). A block that reaches
      *               the cap stops with a status '20' row, the
      *               refused remainder counts on SUMRPT and CHKPT,
      *               and nothing is queued to suspense for it.
      *   2026-10-15  Ownership transfers: WORK-TYPE 'T' moves an issued
      *               number from the requestor holding it to the
      *               holder named on the record, provided the giver
      *               really holds it and it is not sitting returned.
      *               Each transfer writes a 'T' RESULTS row and an
      *               AUDIT row, and an applied one adds a row to the
      *               OWNHIST ownership history (number and date
      *               keyed) that NBNINQ reads for chain of custody.
      *   2026-10-15  Flag-word master: an 'F' record naming an account
      *               updates the word stored for it on FLAGMAST
      *               (read, changed, rewritten - so two updates in
      *               one night each see the other) and logs the
      *               before and after words on the FLAGHIST history;
      *               a 'B' or 'A' record naming an account decodes
      *               the stored word, or gets a status '28' row when
      *               the account is not on the master.
      *   2026-10-15  Request references: a record carrying the
      *               requestor's own reference (WORK-REQ-REF) has
      *               every RESULTS row it produces kept on the
      *               REQHIST history; a later record from the same
      *               requestor with the same reference is not
      *               serviced again but answered by replaying the
      *               kept rows as status '32', with the original
      *               status alongside, and an AUDIT request_replay
      *               row. Replays count on SUMRPT and CHKPT.
      *   2026-10-15  Reserved ranges are effective-dated (layout now
      *               in RSVREC, maintained through RSVMNT): only the
      *               versions in force on the run date are loaded.
      *   2026-10-15  Turnaround: every request the run settles - on
      *               its first attempt, or as a suspense retry that
      *               goes through - writes an AUDIT request_done row
      *               with its priority, upload stamp and attempt
      *               number; suspense items carry the priority and
      *               upload stamp through their retries.
      *   2026-10-15  Fallback issuance pools (FBPOOL, layout in
      *               FBPREC): a number request whose digits have no
      *               rearrangement left draws from its requestor's
      *               or product prefix's pool instead of going to
      *               suspense. Drawn numbers clear RSVRNG and the
      *               master like any candidate, go out as RESULTS
      *               status '36' with an AUDIT fallback-issued row,
      *               and are counted on SUMRPT and CHKPT.
      *   2026-10-15  Number series: each request carries its series
      *               (WORK-SERIES), and the master is keyed by series
      *               and number, so collisions are only looked for
      *               within the series. Reserved ranges and fallback
      *               pools apply to their own series only, the
      *               check digit follows the series' rule off SERCTL,
      *               and the series rides on the RESULTS row, the
      *               suspense item and a SER= tag on every number
      *               row on AUDIT (now 200 bytes).
      *   2026-10-15  Tamper-evident audit chain: every AUDIT row is
      *               sealed (audit_seal) with its sequence number and
      *               a hash over the row before it, continuing from
      *               the AUDCHN register and any rows held on
      *               AUDPRIOR (on a restart, from AUDIT's own last
      *               row); a partition writes its rows unsealed for
      *               WORKMRG to seal. AUDIT rows are now 264 bytes.
      *   2026-10-15  Business-day calendar (CALENDAR, layout in
      *               CALREC, read through business_day): the
      *               quarantine on a returned number is counted in
      *               business days, a suspense retry that fails on
      *               a weekend or holiday night recycles without
      *               spending an attempt, and an empty night that
      *               is not a business day raises no ZERO alert.
      *   2026-10-15  OWNHIST is keyed by series ahead of the number,
      *               so transfers of the same digits in two series
      *               are kept apart.
      *   2026-10-15  Partitioned quota shares add up to the quota
      *               exactly (remainder to the lowest partition
      *               IDs); a zero share refuses the requestor.
      *   2026-10-15  Suspense items carry the request reference, so
      *               a retry's request_done row still names it.
      *   2026-10-15  A referenced suspense retry that settles replaces
      *               the request's kept REQHIST rows for the retried
      *               service, so a resubmission replays the number
      *               finally issued rather than the queued failure.
      *   2026-10-15  A partitioned instance reads the shared REQUSE
      *               (REQSHARE) and deals out only what is left of
      *               each quota; idle instances share one slot on a
      *               reduced-count night (partition 4's retries).
      ******************************************************************
       identification division.
       program-id. COBOL.
              organization is line sequential
              file status is drv-audit-status.

           select audchn-file assign to "AUDCHN"
              organization is line sequential
              file status is drv-audchn-status.

           select audprior-file assign to "AUDPRIOR"
              organization is line sequential
              file status is drv-audprior-status.

           select master-file assign to "NBNMAST"
              organization is indexed
              access is random
              record key is mast-key
              file status is drv-master-status.

           select flagdef-file assign to "FLAGDEF"
              organization is line sequential
              file status is drv-reserved-status.

           select fallback-file assign to "FBPOOL"
              organization is line sequential
              file status is drv-fallback-status.

           select series-file assign to "SERCTL"
              organization is line sequential
              file status is drv-series-status.

           select cycleno-file assign to "CYCLENO"
              organization is line sequential
              file status is drv-cycleno-status.
              organization is line sequential
              file status is drv-holdout-status.

           select ownhist-file assign to "OWNHIST"
              organization is indexed
              access is random
              record key is ownh-key
              file status is drv-ownhist-status.

           select flagmast-file assign to "FLAGMAST"
              organization is indexed
              access is random
              record key is fwm-account
              file status is drv-flagmast-status.

           select flaghist-file assign to "FLAGHIST"
              organization is indexed
              access is random
              record key is fwh-key
              file status is drv-flaghist-status.

           select reqmast-file assign to "REQMAST"
              organization is line sequential
              file status is drv-reqmast-status.

           select requse-file assign to "REQUSE"
              organization is line sequential
              file status is drv-requse-status.

           select reqshare-file assign to "REQSHARE"
              organization is line sequential
              file status is drv-reqshare-status.

           select reqhist-file assign to "REQHIST"
              organization is indexed
              access is random
              record key is rqh-key
              file status is drv-reqhist-status.

       data division.
       file section.
       fd  work-file
      * the whole file for real but commits nothing (see the
      * DRV-SIMULATION tests through the code; the simulation JCL
      * points RESULTS at the simulation dataset). Quarantine days
      * for returned numbers in 24-26, counted in business days on
      * the shop calendar - blank or zero keeps the 90-day shop
      * default. Decode as-of date in 27-34: the flag
      * dictionary is loaded as it stood on that date (blank or
      * zero means today), for rerunning the flag report against a
      * past night's work. The nightly and day card is built by
      * CTLEDIT from the operators' keyword settings, every column
      * written explicitly; only the simulation card is kept by hand.
       fd  control-file
           label records are standard.
       01  ctl-rec.

       fd  audit-file
           label records are standard.
           copy AUDREC.

      * Audit chain register (layout in ACHREC) - the last row is
      * the committed tail of the chain this run's rows continue.
       fd  audchn-file
           label records are standard.
           copy ACHREC.

      * Rows sealed tonight ahead of this run but not yet archived
      * (DISPPROC's decisions on DAUDIT) - the chain runs through
      * them first. DUMMY where nothing is held back.
       fd  audprior-file
           label records are standard.
       01  audprior-rec          pic x(264).

      * Master of every block number this shop has ever issued, keyed
      * by series and number (layout in MASTREC). Consulted after
      * each successful next_bigger_number call so a candidate
      * already live in the field is stepped past instead of
      * re-issued.
                 ==susp-first-date== by ==spo-first-date==
                 ==susp-attempts== by ==spo-attempts==
                 ==susp-qty== by ==spo-qty==
                 ==susp-requestor== by ==spo-requestor==
                 ==susp-priority== by ==spo-priority==
                 ==susp-upload-date== by ==spo-upload-date==
                 ==susp-upload-time== by ==spo-upload-time==
                 ==susp-series== by ==spo-series==
                 ==susp-req-ref== by ==spo-req-ref==.

       fd  disposition-file
           label records are standard.
                 ==susp-first-date== by ==hld-first-date==
                 ==susp-attempts== by ==hld-attempts==
                 ==susp-qty== by ==hld-qty==
                 ==susp-requestor== by ==hld-requestor==
                 ==susp-priority== by ==hld-priority==
                 ==susp-upload-date== by ==hld-upload-date==
                 ==susp-upload-time== by ==hld-upload-time==
                 ==susp-series== by ==hld-series==
                 ==susp-req-ref== by ==hld-req-ref==.

      * Operations' quiesce request: a record starting 'Y' asks the
      * driver to stop cleanly at the next checkpoint boundary.
           05 lok-cycle          pic 9(2).
           05 lok-date           pic 9(8).

      * Compliance's reserved-range list, effective-dated and
      * maintained through RSVMNT (layout in RSVREC).
       fd  reserved-file
           label records are standard.
           copy RSVREC.

      * Operations' fallback issuance pools (layout in FBPREC).
       fd  fallback-file
           label records are standard.
           copy FBPREC.

      * Number series control file (layout in SERREC).
       fd  series-file
           label records are standard.
           copy SERREC.

      * Every change of holder on an issued number, keyed by the
      * number and when it changed (layout in OWNHREC).
       fd  ownhist-file
           label records are standard.
           copy OWNHREC.

      * Stored flag word per customer account (layout in FWMREC),
      * and the history of every change to one (layout in FWHREC).
       fd  flagmast-file
           label records are standard.
           copy FWMREC.

       fd  flaghist-file
           label records are standard.
           copy FWHREC.

      * Requestor entitlement master (layout in REQMREC) - the driver
      * reads only the daily quota; WORKEDIT has already refused
      * unknown, inactive and unentitled requestors.
       fd  reqmast-file
           label records are standard.
           copy REQMREC.

      * Numbers drawn per requestor on the run date, across every
      * cycle of that date: requestor in 1-8, run date in 9-16,
      * numbers issued in 17-25. Rewritten whole at each checkpoint
      * and at end of job, so it always agrees with CHKPT.
       fd  requse-file
           label records are standard.
       01  requse-rec.
           05 ruse-requestor     pic x(8).
           05 ruse-run-date      pic 9(8).
           05 ruse-issued        pic 9(9).

      * The shared REQUSE, read (never written) by a partitioned
      * instance for the day's draw outside the partitioned night.
       fd  reqshare-file
           label records are standard.
       01  reqshare-rec.
           05 rshr-requestor     pic x(8).
           05 rshr-run-date      pic 9(8).
           05 rshr-issued        pic 9(9).

       fd  reqhist-file
           label records are standard.
           copy RQHREC.

       working-storage section.
      * next_bigger_number
                 ==function-verify== by ==ckd-function-verify==
                 ==check-digit== by ==ckd-check-digit==
                 ==valid-switch== by ==ckd-valid-switch==
                 ==digit-valid== by ==ckd-digit-valid==
                 ==check-rule== by ==ckd-check-rule==
                 ==rule-luhn== by ==ckd-rule-luhn==
                 ==rule-weighted== by ==ckd-rule-weighted==
                 ==rule-mod11== by ==ckd-rule-mod11==
                 ==rule-none== by ==ckd-rule-none==.

       01  drv-eof-switch         pic x value 'N'.
           88 drv-eof                   value 'Y'.
       01  drv-flagrpt-status     pic xx value spaces.
       01  drv-flagwrk-status     pic xx value spaces.
       01  drv-audit-timestamp    pic x(21).
       01  drv-audchn-status      pic xx value spaces.
       01  drv-audprior-status    pic xx value spaces.
      * Only a run that writes the trail in order seals its rows; a
      * partition instance writes them unsealed and WORKMRG seals
      * them as it merges the four slices.
       01  drv-audit-seal-switch  pic x value 'N'.
           88 drv-audit-sealing         value 'Y'.
       01  drv-chain-eof-switch   pic x value 'N'.
           88 drv-chain-eof             value 'Y'.
      * The chain area of a row already on file (see AUDREC).
       01  drv-chain-tail-row.
           05 filler                 pic x(200).
           05 drv-tail-seq-tag       pic x(5).
              88 drv-tail-sealed           value " SEQ=".
           05 drv-tail-seq           pic 9(12).
           05 filler                 pic x(28).
           05 drv-tail-hash          pic 9(18).
           05 filler                 pic x(1).
      * audit_seal
           copy SEALPARM
              replacing ==seal-function== by ==drv-seal-function==
                 ==seal-new-row== by ==drv-seal-new-row==
                 ==seal-check-row== by ==drv-seal-check-row==
                 ==seal-last-seq== by ==drv-seal-last-seq==
                 ==seal-last-hash== by ==drv-seal-last-hash==
                 ==seal-valid-switch== by ==drv-seal-valid-switch==
                 ==seal-valid== by ==drv-seal-valid==.
      * business_day - the run date's standing on the shop calendar
      * decides whether a failed retry spends an attempt and whether
      * an empty night is paged.
           copy BDPARM.
       01  drv-business-day-switch pic x value 'Y'.
           88 drv-business-day           value 'Y'.
      * ' RETRY' while the suspense phase runs, spaces otherwise -
      * spliced into the audit head after the program name.
       01  drv-audit-tag          pic x(6) value spaces.
              10 drv-rsv-low        pic 9(38).
              10 drv-rsv-high       pic 9(38).
              10 drv-rsv-rsn        pic x(4).
              10 drv-rsv-series     pic x(2).
       01  drv-rsv-count           pic 9(3) value 0.
       01  drv-rsv-sub             pic 9(3) value 0.
       01  drv-rsv-eof-switch      pic x value 'N'.
       01  drv-reserved-hit-sw     pic x value 'N'.
           88 drv-reserved-hit          value 'Y'.
       01  drv-rsv-hit-reason      pic x(4) value spaces.
       01  drv-rsv-asof-date       pic 9(8) value 0.
       01  drv-reserved-count      pic 9(9) value 0.

      * Fallback issuance pools loaded at start of job. Each pool's
      * cursor starts at the pool's start number every run and steps
      * by its increment; numbers a previous night (or a concurrent
      * partition) already issued are live on the master and are
      * stepped past by the probe, so no cursor is carried between
      * runs. A pool whose cursor passes its high limit is dry for
      * the rest of the run and its requests suspend as before.
       01  drv-fallback-status     pic xx value spaces.
       01  drv-fbp-table.
           05 drv-fbp-entry occurs 50 times.
              10 drv-fbp-kind       pic x(1).
              10 drv-fbp-match      pic x(20).
              10 drv-fbp-match-len  pic 9(2).
              10 drv-fbp-start      pic 9(38).
              10 drv-fbp-incr       pic 9(9).
              10 drv-fbp-high       pic 9(38).
              10 drv-fbp-id         pic x(8).
              10 drv-fbp-cursor     pic 9(38).
              10 drv-fbp-dry-sw     pic x(1).
                 88 drv-fbp-dry          value 'Y'.
              10 drv-fbp-series     pic x(2).
       01  drv-fbp-count           pic 9(2) value 0.
       01  drv-fbp-sub             pic 9(2) value 0.
       01  drv-fbp-hit             pic 9(2) value 0.
       01  drv-fbp-best-len        pic 9(2) value 0.
       01  drv-fbp-lead-zeros      pic 9(2) value 0.
       01  drv-fbp-draws           pic 9(3) value 0.
       01  drv-fbp-eof-switch      pic x value 'N'.
           88 drv-fbp-eof               value 'Y'.
       01  drv-fbp-drawn-switch    pic x value 'N'.
           88 drv-fbp-drawn             value 'Y'.
       01  drv-fallback-mode-sw    pic x value 'N'.
           88 drv-fallback-mode         value 'Y'.
       01  drv-fallback-count      pic 9(9) value 0.
       01  drv-fallback-dry-count  pic 9(9) value 0.

      * Number series and their check-digit rules, loaded from
      * SERCTL. The base series '00' is always present and is Luhn
      * unless SERCTL says otherwise. WORKEDIT has already refused
      * any request in a series not on the file; a suspense item
      * whose series has since been dropped falls back to Luhn.
       01  drv-series-status       pic xx value spaces.
       01  drv-ser-eof-switch      pic x value 'N'.
           88 drv-ser-eof               value 'Y'.
       01  drv-ser-table.
           05 drv-ser-entry occurs 50 times.
              10 drv-ser-code       pic x(2).
              10 drv-ser-rule       pic x(1).
       01  drv-ser-count           pic 9(2) value 0.
       01  drv-ser-sub             pic 9(2) value 0.
       01  drv-ser-found-sw        pic x value 'N'.
           88 drv-ser-found             value 'Y'.
       01  drv-ser-lookup          pic x(2) value spaces.
       01  drv-ser-rule-cur        pic x(1) value 'L'.

      * Daily issuance quotas by requestor. A requestor not on the
      * table (or with a zero quota) is uncapped. Under the
      * partitioned run each instance keeps its own usage, so what
      * is left of the quota after the day's draw so far (the
      * shared REQUSE, read on REQSHARE) is dealt out between the
      * instances: each drawing slot gets what is left divided by
      * the slot count, and the remainder goes one apiece to the
      * lowest slots. The slots are the partitions up to the
      * CTLCARD count, plus one more on a reduced-count night for
      * the idle instances - partition 4 still retries suspense.
      * The shares add up to what is left exactly, so the day as a
      * whole cannot pass the quota; an instance whose share comes
      * to nothing refuses the requestor outright rather than
      * treating it as uncapped. WORKMERGE's step after the merge
      * folds the instances' usage back into the shared REQUSE.
       01  drv-reqmast-status      pic xx value spaces.
       01  drv-requse-status       pic xx value spaces.
       01  drv-reqshare-status     pic xx value spaces.
       01  drv-reqm-eof-switch     pic x value 'N'.
           88 drv-reqm-eof               value 'Y'.
       01  drv-requse-eof-switch   pic x value 'N'.
           88 drv-requse-eof             value 'Y'.
       01  drv-req-table.
           05 drv-req-entry occurs 500 times.
              10 drv-req-id         pic x(8).
              10 drv-req-quota      pic 9(7).
              10 drv-req-used       pic 9(9).
              10 drv-req-shared     pic 9(9).
       01  drv-req-count           pic 9(4) value 0.
       01  drv-req-sub             pic 9(4) value 0.
       01  drv-req-found-sw        pic x value 'N'.
           88 drv-req-found              value 'Y'.
       01  drv-quota-allowance     pic 9(9) value 0.
       01  drv-quota-remainder     pic 9(9) value 0.
       01  drv-quota-left          pic 9(9) value 0.
       01  drv-quota-slots         pic 9(1) value 0.
       01  drv-quota-slot          pic 9(1) value 0.
      * The partitioned JCL runs this many instances every night,
      * whatever the CTLCARD count (see WORKMERGE).
       01  drv-partition-max       pic 9(1) value 4.
       01  drv-quota-capped-sw     pic x value 'N'.
           88 drv-quota-capped           value 'Y'.
       01  drv-quota-refused-sw    pic x value 'N'.
           88 drv-quota-refused          value 'Y'.
       01  drv-quota-refused-count pic 9(9) value 0.

       01  drv-cycleno-status      pic xx value spaces.
       01  drv-cyclelock-status    pic xx value spaces.
       01  drv-cycle-number        pic 9(2) value 0.
       01  drv-flag-bit-quot       pic 9(18) value 0.
       01  drv-flag-new-word       pic 9(18) value 0.

      * Ownership transfer work fields: '00' applied, '04' the
      * number is not on the master, '08' it sits returned, '24' a
      * different requestor holds it.
       01  drv-ownhist-status      pic xx value spaces.
       01  drv-transfer-status     pic x(2) value spaces.
       01  drv-transfer-count      pic 9(9) value 0.
       01  drv-transfer-rej-count  pic 9(9) value 0.
       01  drv-ownh-written-sw     pic x value 'N'.
           88 drv-ownh-written           value 'Y'.
       01  drv-ownh-tries          pic 9(3) value 0.

      * Flag-word master work fields. A rehearsal reads the master
      * if it can but never writes it; without one, every named
      * account reads as not on file.
       01  drv-flagmast-status     pic xx value spaces.
       01  drv-flaghist-status     pic xx value spaces.
       01  drv-fwm-open-sw         pic x value 'N'.
           88 drv-fwm-open               value 'Y'.
       01  drv-fwm-found-sw        pic x value 'N'.
           88 drv-fwm-found              value 'Y'.
       01  drv-fwm-change-count    pic 9(9) value 0.
       01  drv-no-account-count    pic 9(9) value 0.
       01  drv-fwh-written-sw      pic x value 'N'.
           88 drv-fwh-written            value 'Y'.
       01  drv-fwh-tries           pic 9(3) value 0.

      * Request-history work fields. A record whose reference is
      * already on REQHIST is replayed, unless the row found is this
      * very record's own from the attempt a restart is redoing (same
      * run date, cycle and sequence), in which case it is serviced
      * again and its rows rewritten. A rehearsal reads the history
      * if it can but never writes it.
       01  drv-reqhist-status      pic xx value spaces.
       01  drv-rqh-open-sw         pic x value 'N'.
           88 drv-rqh-open               value 'Y'.
       01  drv-replay-sw           pic x value 'N'.
           88 drv-replay                 value 'Y'.
       01  drv-rqh-redo-sw         pic x value 'N'.
           88 drv-rqh-redo               value 'Y'.
       01  drv-rqh-eof-sw          pic x value 'N'.
           88 drv-rqh-eof                value 'Y'.
       01  drv-rqh-row             pic 9(4) value 0.
      * A referenced suspense retry's RESULTS rows, held until the
      * retry is known to have settled. They then take the place of
      * the kept rows of the retried service on REQHIST, after the
      * kept rows of any other service (a both-services request
      * keeps its bit-count row), so a resubmission replays what was
      * finally issued rather than the failure that was queued.
       01  drv-rqk-table.
           05 drv-rqk-result occurs 1000 times pic x(120).
       01  drv-rqk-count           pic 9(4) value 0.
       01  drv-rqk-total           pic 9(4) value 0.
       01  drv-rqk-sub             pic 9(4) value 0.
       01  drv-rqk-full-sw         pic x value 'N'.
           88 drv-rqk-full               value 'Y'.
       01  drv-replay-count        pic 9(9) value 0.
       01  drv-orig-run-date       pic 9(8) value 0.

      * Turnaround: the suspense queue count before a work record is
      * serviced, so one that queued nothing is known to be settled,
      * and the attempt its outcome came on.
       01  drv-susp-new-before     pic 9(9) value 0.
       01  drv-done-attempts       pic 9(3) value 0.

      * Quarantine days are business days on the shop calendar.
       01  drv-quarantine-days     pic 9(3) value 90.
       01  drv-return-status       pic x(2) value spaces.
       01  drv-return-count        pic 9(9) value 0.
           perform load-partition-id.
           perform load-flag-definitions.
           perform load-reserved-ranges.
           perform load-fallback-pools.
           perform load-series-control.
           perform load-requestor-master.
           perform run-self-check.
           perform load-checkpoint.
           perform set-start-time.
           perform open-files.
           perform load-requestor-usage.
           perform skip-to-restart-point.
           perform process-work-file until drv-eof or drv-quiesce.
           if not drv-quiesce
      ******************************************************************
      * Loads compliance's reserved-range list. No RSVRNG dataset (or
      * an empty one) means nothing is reserved and issuance runs as
      * it always has. Only the versions in force today load: a range
      * reserved ahead of its date is not yet stepped around, and an
      * expired one no longer is.
      ******************************************************************
       load-reserved-ranges.
           move function current-date(1:8) to drv-rsv-asof-date.
           move 0 to drv-rsv-count.
           move 'N' to drv-rsv-eof-switch.
           open input reserved-file.
              not at end
                 if rsv-low numeric and rsv-high numeric
                       and rsv-high >= rsv-low
                       and not (rsv-eff-from numeric
                          and rsv-eff-from > drv-rsv-asof-date)
                       and not (rsv-eff-to numeric
                          and rsv-eff-to < drv-rsv-asof-date)
                    if drv-rsv-count < 100
                       add 1 to drv-rsv-count
                       move rsv-low to drv-rsv-low(drv-rsv-count)
                       move rsv-high to drv-rsv-high(drv-rsv-count)
                       move rsv-reason to drv-rsv-rsn(drv-rsv-count)
                       if rsv-series = spaces
                          move "00" to drv-rsv-series(drv-rsv-count)
                       else
                          move rsv-series
                             to drv-rsv-series(drv-rsv-count)
                       end-if
                    else
                       display "RESERVED RANGE TABLE FULL - RUN "
                          "REFUSED RATHER THAN ISSUE FROM AN "
                 end-if
           end-read.

      ******************************************************************
      * Loads operations' fallback issuance pools. No FBPOOL dataset
      * (or an empty one) means no request has a pool and a search
      * that comes up empty suspends as it always has. A row that
      * does not make a usable pool (unknown kind, blank match, a
      * non-numeric prefix, zero increment, or a limit below the
      * start - a blank limit reads as none) is reported and left
      * out; a table overflow drops the rows past it - a request
      * without a pool only suspends.
      ******************************************************************
       load-fallback-pools.
           move 0 to drv-fbp-count.
           move 'N' to drv-fbp-eof-switch.
           open input fallback-file.
           if drv-fallback-status = "00"
              perform load-one-fallback-pool until drv-fbp-eof
              close fallback-file
           end-if.

       load-one-fallback-pool.
           read fallback-file
              at end
                 move 'Y' to drv-fbp-eof-switch
                 exit paragraph
           end-read.
           if fbpool-rec(1:1) = '*' or fbpool-rec = spaces
              exit paragraph
           end-if.
           if fbpool-rec(69:38) = spaces
              move zeros to fbp-high
           end-if.
           move 0 to drv-fbp-best-len.
           inspect fbp-match tallying drv-fbp-best-len
              for characters before initial space.
           if not (fbp-requestor-pool or fbp-prefix-pool)
                 or drv-fbp-best-len = 0
                 or (fbp-prefix-pool
                    and fbp-match(1:drv-fbp-best-len) not numeric)
                 or fbp-start not numeric
                 or fbp-increment not numeric
                 or fbp-increment = 0
                 or fbp-high not numeric
                 or (fbp-high > 0 and fbp-high < fbp-start)
              display "FALLBACK POOL ROW IGNORED - " fbp-pool-id
                 " " fbp-kind " " fbp-match
              exit paragraph
           end-if.
           if drv-fbp-count >= 50
              display "FALLBACK POOL TABLE FULL - POOL "
                 fbp-pool-id " NOT LOADED"
              exit paragraph
           end-if.
           add 1 to drv-fbp-count.
           move fbp-kind to drv-fbp-kind(drv-fbp-count).
           move fbp-match to drv-fbp-match(drv-fbp-count).
           move drv-fbp-best-len to drv-fbp-match-len(drv-fbp-count).
           move fbp-start to drv-fbp-start(drv-fbp-count).
           move fbp-increment to drv-fbp-incr(drv-fbp-count).
           move fbp-high to drv-fbp-high(drv-fbp-count).
           move fbp-pool-id to drv-fbp-id(drv-fbp-count).
           move fbp-start to drv-fbp-cursor(drv-fbp-count).
           move 'N' to drv-fbp-dry-sw(drv-fbp-count).
           if fbp-series = spaces
              move "00" to drv-fbp-series(drv-fbp-count)
           else
              move fbp-series to drv-fbp-series(drv-fbp-count)
           end-if.

      ******************************************************************
      * Loads the number series and their check-digit rules. SERCTL
      * is optional - without it only the base series exists, under
      * Luhn, and the run issues exactly as it always has. A series
      * listed twice keeps its first row; a series past the table
      * limit is reported and takes Luhn like any other series the
      * table does not know.
      ******************************************************************
       load-series-control.
           move 1 to drv-ser-count.
           move "00" to drv-ser-code(1).
           move 'L' to drv-ser-rule(1).
           move 'N' to drv-ser-eof-switch.
           open input series-file.
           if drv-series-status = "00"
              perform load-one-series until drv-ser-eof
              close series-file
           end-if.

       load-one-series.
           read series-file
              at end
                 move 'Y' to drv-ser-eof-switch
                 exit paragraph
           end-read.
           if ser-code = spaces or ser-code(1:1) = '*'
              exit paragraph
           end-if.
           move ser-code to drv-ser-lookup.
           perform find-series.
           evaluate true
              when drv-ser-found and ser-code = "00"
                 move ser-ckd-rule to drv-ser-rule(1)
              when drv-ser-found
                 continue
              when drv-ser-count < 50
                 add 1 to drv-ser-count
                 move ser-code to drv-ser-code(drv-ser-count)
                 move ser-ckd-rule to drv-ser-rule(drv-ser-count)
              when other
                 display "SERIES TABLE FULL - SERIES " ser-code
                    " NOT LOADED"
           end-evaluate.

      * DRV-SER-SUB is left on the series found.
       find-series.
           move 'N' to drv-ser-found-sw.
           perform varying drv-ser-sub from 1 by 1
              until drv-ser-sub > drv-ser-count or drv-ser-found
              if drv-ser-code(drv-ser-sub) = drv-ser-lookup
                 move 'Y' to drv-ser-found-sw
              end-if
           end-perform.
           if drv-ser-found
              subtract 1 from drv-ser-sub
           end-if.

      ******************************************************************
      * Loads each requestor's daily quota off the entitlement
      * master. No REQMAST dataset leaves every requestor uncapped -
      * intake has already been gated by WORKEDIT, so the run goes
      * on, but the console says so.
      ******************************************************************
       load-requestor-master.
           move 0 to drv-req-count.
           move 'N' to drv-reqm-eof-switch.
           open input reqmast-file.
           if drv-reqmast-status = "00"
              perform load-one-requestor until drv-reqm-eof
              close reqmast-file
           else
              display "REQMAST UNAVAILABLE - STATUS "
                 drv-reqmast-status " - DAILY QUOTAS NOT ENFORCED"
           end-if.

       load-one-requestor.
           read reqmast-file
              at end
                 move 'Y' to drv-reqm-eof-switch
              not at end
                 if reqm-requestor not = spaces
                    if drv-req-count < 500
                       add 1 to drv-req-count
                       move reqm-requestor to drv-req-id(drv-req-count)
                       if reqm-daily-quota numeric
                          move reqm-daily-quota
                             to drv-req-quota(drv-req-count)
                       else
                          move 0 to drv-req-quota(drv-req-count)
                       end-if
                       move 0 to drv-req-used(drv-req-count)
                       move 0 to drv-req-shared(drv-req-count)
                    else
                       display "REQUESTOR TABLE FULL - RUN REFUSED "
                          "RATHER THAN LEAVE QUOTAS UNENFORCED - "
                          "RAISE THE TABLE LIMIT"
                       move 16 to return-code
                       stop run
                    end-if
                 end-if
           end-read.

      * What each requestor has already drawn on the run date - an
      * earlier cycle's issuance, or this run's own up to the
      * checkpoint a restart resumes from. Rows for any other date
      * are yesterday's and simply fall away.
       load-requestor-usage.
           move 'N' to drv-requse-eof-switch.
           open input requse-file.
           if drv-requse-status = "00"
              perform load-one-usage-row until drv-requse-eof
              close requse-file
           end-if.
           if drv-partition-id > 0
              perform load-shared-usage
           end-if.

       load-one-usage-row.
           read requse-file
              at end
                 move 'Y' to drv-requse-eof-switch
              not at end
                 if ruse-run-date = drv-run-date
                       and ruse-issued numeric
                    move ruse-requestor to work-requestor
                    perform find-requestor-quota
                    if drv-req-found
                       move ruse-issued to drv-req-used(drv-req-sub)
                    end-if
                 end-if
           end-read.

      * A partitioned instance's own REQUSEn holds only its own draw;
      * the rest of the day's - the day cycles', and an earlier
      * partitioned night's once folded back - is on the shared
      * REQUSE. Without it the instance cannot know what is left.
       load-shared-usage.
           move 'N' to drv-requse-eof-switch.
           open input reqshare-file.
           if drv-reqshare-status not = "00"
              display "REQSHARE UNAVAILABLE - STATUS "
                 drv-reqshare-status " - DAY'S DRAW TAKEN AS NONE"
              exit paragraph
           end-if.
           perform load-one-shared-row until drv-requse-eof.
           close reqshare-file.

       load-one-shared-row.
           read reqshare-file
              at end
                 move 'Y' to drv-requse-eof-switch
              not at end
                 if rshr-run-date = drv-run-date
                       and rshr-issued numeric
                    move rshr-requestor to work-requestor
                    perform find-requestor-quota
                    if drv-req-found
                       move rshr-issued to drv-req-shared(drv-req-sub)
                    end-if
                 end-if
           end-read.

       find-requestor-quota.
           move 'N' to drv-req-found-sw.
           perform varying drv-req-sub from 1 by 1
              until drv-req-sub > drv-req-count or drv-req-found
              if drv-req-id(drv-req-sub) = work-requestor
                 move 'Y' to drv-req-found-sw
              end-if
           end-perform.
           move 0 to drv-quota-allowance.
           move 'N' to drv-quota-capped-sw.
           if drv-req-found
              subtract 1 from drv-req-sub
              if drv-req-quota(drv-req-sub) > 0
                 move 'Y' to drv-quota-capped-sw
                 move drv-req-quota(drv-req-sub) to drv-quota-allowance
                 if drv-partition-id > 0
                    perform find-partition-share
                 end-if
              end-if
           end-if.

       find-partition-share.
           move 0 to drv-quota-left.
           if drv-req-shared(drv-req-sub) < drv-req-quota(drv-req-sub)
              compute drv-quota-left = drv-req-quota(drv-req-sub)
                 - drv-req-shared(drv-req-sub)
           end-if.
      * No usable CTLCARD count: every instance is its own slot.
           if drv-partition-count < 1
                 or drv-partition-count > drv-partition-max
              move drv-partition-max to drv-quota-slots
              move drv-partition-id to drv-quota-slot
           else
              move drv-partition-count to drv-quota-slots
              if drv-quota-slots < drv-partition-max
                 add 1 to drv-quota-slots
              end-if
              if drv-partition-id > drv-partition-count
                 move drv-quota-slots to drv-quota-slot
              else
                 move drv-partition-id to drv-quota-slot
              end-if
           end-if.
           divide drv-quota-left by drv-quota-slots
              giving drv-quota-allowance
              remainder drv-quota-remainder.
           if drv-quota-slot <= drv-quota-remainder
              add 1 to drv-quota-allowance
           end-if.

      * Rewritten whole alongside every CHKPT write, so the usage on
      * file always matches the point a restart resumes from.
       write-requestor-usage.
           open output requse-file.
           if drv-requse-status not = "00"
              display "REQUSE UNAVAILABLE - STATUS " drv-requse-status
              exit paragraph
           end-if.
           perform varying drv-req-sub from 1 by 1
              until drv-req-sub > drv-req-count
              if drv-req-used(drv-req-sub) > 0
                 move drv-req-id(drv-req-sub) to ruse-requestor
                 move drv-run-date to ruse-run-date
                 move drv-req-used(drv-req-sub) to ruse-issued
                 write requse-rec
              end-if
           end-perform.
           close requse-file.

      ******************************************************************
      * Reads the last checkpoint written by a prior, interrupted run.
      * No checkpoint file, or one marked complete, means start at
                       move chk-reclaim-count to drv-reclaim-count
                       move chk-reserved-count to drv-reserved-count
                       move chk-flagupd-count to drv-flagupd-count
                       move chk-quota-refused-count
                          to drv-quota-refused-count
                       move chk-transfer-count to drv-transfer-count
                       move chk-transfer-rej-count
                          to drv-transfer-rej-count
                       move chk-fwm-change-count
                          to drv-fwm-change-count
                       move chk-no-account-count
                          to drv-no-account-count
                       move chk-replay-count to drv-replay-count
                       move chk-fallback-count to drv-fallback-count
                       move chk-fallback-dry-count
                          to drv-fallback-dry-count
                    end-if
              end-read
              close checkpoint-file
      * One header per run - a restart extends the file the prior
      * attempt already headed, so only a fresh run writes one.
           move function current-date(1:8) to drv-run-date.
           perform classify-run-date.
           if drv-restart-count = 0
              move spaces to res-header-rec
              move 'H' to res-hdr-type

      * The audit trail records what production did - a rehearsal
      * must leave it untouched, so it is never even opened.
           if not drv-simulation and drv-partition-id = 0
              perform load-audit-chain-tail
           end-if.
           if not drv-simulation
              if drv-restart-count > 0
                 open extend audit-file
              stop run
           end-if.

      * The ownership history is created on first use the same way.
      * A rehearsal applies no transfers, so it never opens it.
           if not drv-simulation
              open i-o ownhist-file
              if drv-ownhist-status = "35"
                 open output ownhist-file
                 close ownhist-file
                 open i-o ownhist-file
              end-if
              if drv-ownhist-status not = "00"
                 display "ERROR OPENING OWNHIST - STATUS "
                    drv-ownhist-status
                 stop run
              end-if
           end-if.

      * The flag-word master and its history likewise. A rehearsal
      * reads the master if there is one and touches neither.
           if drv-simulation
              open input flagmast-file
              if drv-flagmast-status = "00"
                 move 'Y' to drv-fwm-open-sw
              end-if
           else
              open i-o flagmast-file
              if drv-flagmast-status = "35"
                 open output flagmast-file
                 close flagmast-file
                 open i-o flagmast-file
              end-if
              if drv-flagmast-status not = "00"
                 display "ERROR OPENING FLAGMAST - STATUS "
                    drv-flagmast-status
                 stop run
              end-if
              move 'Y' to drv-fwm-open-sw
              open i-o flaghist-file
              if drv-flaghist-status = "35"
                 open output flaghist-file
                 close flaghist-file
                 open i-o flaghist-file
              end-if
              if drv-flaghist-status not = "00"
                 display "ERROR OPENING FLAGHIST - STATUS "
                    drv-flaghist-status
                 stop run
              end-if
           end-if.

      * The request history likewise: created on first use, read
      * but never written by a rehearsal.
           if drv-simulation
              open input reqhist-file
              if drv-reqhist-status = "00"
                 move 'Y' to drv-rqh-open-sw
              end-if
           else
              open i-o reqhist-file
              if drv-reqhist-status = "35"
                 open output reqhist-file
                 close reqhist-file
                 open i-o reqhist-file
              end-if
              if drv-reqhist-status not = "00"
                 display "ERROR OPENING REQHIST - STATUS "
                    drv-reqhist-status
                 stop run
              end-if
              move 'Y' to drv-rqh-open-sw
           end-if.

      ******************************************************************
      * Skips over the records a prior run already committed so a
      * restart resumes after the last checkpoint instead of redoing
           end-read.

       process-one-record.
           move 'N' to drv-replay-sw.
           if work-series = spaces
              move "00" to work-series
           end-if.
           move 'N' to drv-rqh-redo-sw.
           move 0 to drv-rqh-row.
           if work-req-ref not = spaces and drv-rqh-open
                 and not drv-suspense-phase
              perform find-request-history
           end-if.
      * A future-dated request's clock starts the day its date came
      * due, not the day it was parked.
           if not drv-suspense-phase
                 and work-eff-date numeric
                 and (work-upload-date not numeric
                    or work-eff-date > work-upload-date)
              move work-eff-date to work-upload-date
              move 0 to work-upload-time
           end-if.
           move drv-susp-new-count to drv-susp-new-before.
           if drv-replay
              perform replay-request
           else
              perform service-one-record
              if not drv-suspense-phase
                    and drv-susp-new-count = drv-susp-new-before
                 move 1 to drv-done-attempts
                 perform audit-request-done
              end-if
           end-if.
           if function mod(drv-record-count
                 drv-checkpoint-interval) = 0
              perform write-checkpoint-progress
           end-if.

       service-one-record.
           if work-type-number or work-type-both
              perform allocate-number-block
           end-if.
           if work-type-flagupd
              perform process-flag-update
           end-if.
           if work-type-transfer
              perform process-number-transfer
           end-if.
           if work-type-bits or work-type-both
              move 'Y' to drv-fwm-found-sw
              if work-account not = spaces
                 perform fetch-account-word
              end-if
              if drv-fwm-found
                 perform call-bit-counter
                 perform write-result-bits
                 if not bc-overflow
                    perform write-flag-decode
                 end-if
              else
                 perform write-result-no-account
              end-if
           end-if.
           if drv-rqh-redo
              perform drop-stale-history
           end-if.

      ******************************************************************
      * Looks the record's reference up on the request history. The
      * first kept row settles it: none means a new request; one from
      * this run, cycle and sequence on a restart means the attempt
      * that died is being redone; anything else means the requestor
      * has sent this request before and gets the first answer again.
      ******************************************************************
       find-request-history.
           move work-requestor to rqh-requestor.
           move work-req-ref to rqh-req-ref.
           move 1 to rqh-row.
           read reqhist-file
              invalid key
                 exit paragraph
           end-read.
           if drv-restart-count > 0
                 and rqh-run-date = drv-run-date
                 and rqh-cycle = drv-cycle-number
                 and rqh-seq = drv-record-count
              move 'Y' to drv-rqh-redo-sw
           else
              move 'Y' to drv-replay-sw
              move rqh-run-date to drv-orig-run-date
           end-if.

      ******************************************************************
      * Sends the kept rows again under this record's sequence number,
      * each as a status '32' row carrying its original status. No
      * service is called and nothing is issued, applied, queued or
      * hashed; the rows count in the trailer like any other detail.
      ******************************************************************
       replay-request.
           move 'N' to drv-rqh-eof-sw.
           perform replay-one-row
              varying drv-rqh-row from 1 by 1
              until drv-rqh-eof.
           add 1 to drv-replay-count.
           if drv-simulation
              exit paragraph
           end-if.
           move function current-date to drv-audit-timestamp.
           move spaces to audit-rec.
           string drv-audit-timestamp " request_replay REQ="
              work-requestor " ORIG=" drv-orig-run-date
              " IN=" work-req-ref " OUT=REPLAYED"
              delimited by size into audit-rec.
           perform write-audit-row.

       replay-one-row.
           move drv-rqh-row to rqh-row.
           read reqhist-file
              invalid key
                 move 'Y' to drv-rqh-eof-sw
                 exit paragraph
           end-read.
           move rqh-result to res-detail-rec.
           move res-dtl-status to res-dtl-orig-status.
           move "32" to res-dtl-status.
           move drv-record-count to res-dtl-seq.
           write res-detail-rec.
           add 1 to drv-detail-count.
           if res-dtl-service = 'N'
              add 1 to drv-nbn-count
           end-if.
           if res-dtl-service = 'B'
              add 1 to drv-bc-count
           end-if.

      ******************************************************************
      * Keeps the RESULTS row just written against the record's
      * reference. On a redo the attempt that died may already have
      * kept the row, so it is replaced. A suspense retry's rows are
      * held until the retry settles (see REPLACE-REQUEST-HISTORY).
      ******************************************************************
       keep-request-history.
           if work-req-ref = spaces or not drv-rqh-open
                 or drv-simulation
              exit paragraph
           end-if.
           if drv-suspense-phase
              perform hold-retry-history
              exit paragraph
           end-if.
           add 1 to drv-rqh-row.
           move work-requestor to rqh-requestor.
           move work-req-ref to rqh-req-ref.
           move drv-rqh-row to rqh-row.
           move drv-run-date to rqh-run-date.
           move drv-cycle-number to rqh-cycle.
           move drv-record-count to rqh-seq.
           move res-detail-rec to rqh-result.
           write rqh-rec
              invalid key
                 if drv-rqh-redo
                    rewrite rqh-rec
                 else
                    display "REQHIST ROW NOT KEPT - STATUS "
                       drv-reqhist-status " REQ=" work-requestor
                       " REF=" work-req-ref
                 end-if
           end-write.

       hold-retry-history.
           if drv-rqk-count < 1000
              add 1 to drv-rqk-count
              move res-detail-rec to drv-rqk-result(drv-rqk-count)
           else
              move 'Y' to drv-rqk-full-sw
           end-if.

      ******************************************************************
      * A referenced suspense retry has settled: its rows replace the
      * kept rows of the retried service. The kept rows of any other
      * service are read in behind the retry's, then everything is
      * written back from row 1 - those rows first, the retry's after
      * - and whatever is left beyond is removed. An answer too long
      * for the table leaves the history as it was.
      ******************************************************************
       replace-request-history.
           if work-req-ref = spaces or not drv-rqh-open
                 or drv-simulation or drv-rqk-count = 0
              exit paragraph
           end-if.
           move drv-rqk-count to drv-rqk-total.
           move 'N' to drv-rqh-eof-sw.
           perform read-one-kept-row
              varying drv-rqh-row from 1 by 1
              until drv-rqh-eof or drv-rqk-full.
           if drv-rqk-full
              display "REQHIST NOT UPDATED - RETRY ANSWER TOO LONG"
                 " - REQ=" work-requestor " REF=" work-req-ref
              exit paragraph
           end-if.
           move 0 to drv-rqh-row.
           perform varying drv-rqk-sub from drv-rqk-count by 1
              until drv-rqk-sub >= drv-rqk-total
              add 1 to drv-rqh-row
              move drv-rqk-result(drv-rqk-sub + 1) to rqh-result
              perform write-replaced-row
           end-perform.
           perform varying drv-rqk-sub from 1 by 1
              until drv-rqk-sub > drv-rqk-count
              add 1 to drv-rqh-row
              move drv-rqk-result(drv-rqk-sub) to rqh-result
              perform write-replaced-row
           end-perform.
           perform drop-stale-history.

       read-one-kept-row.
           move work-requestor to rqh-requestor.
           move work-req-ref to rqh-req-ref.
           move drv-rqh-row to rqh-row.
           read reqhist-file
              invalid key
                 move 'Y' to drv-rqh-eof-sw
                 exit paragraph
           end-read.
           if rqh-result(11:1) not = susp-type
              if drv-rqk-total < 1000
                 add 1 to drv-rqk-total
                 move rqh-result to drv-rqk-result(drv-rqk-total)
              else
                 move 'Y' to drv-rqk-full-sw
              end-if
           end-if.

       write-replaced-row.
           move work-requestor to rqh-requestor.
           move work-req-ref to rqh-req-ref.
           move drv-rqh-row to rqh-row.
           move drv-run-date to rqh-run-date.
           move drv-cycle-number to rqh-cycle.
           move drv-record-count to rqh-seq.
           write rqh-rec
              invalid key
                 rewrite rqh-rec
                    invalid key
                       display "REQHIST ROW NOT KEPT - STATUS "
                          drv-reqhist-status " REQ=" work-requestor
                          " REF=" work-req-ref
                 end-rewrite
           end-write.

      * A redone attempt that produced fewer rows than the one that
      * died leaves the surplus behind; it is removed here.
       drop-stale-history.
           move 'N' to drv-rqh-eof-sw.
           perform drop-one-stale-row
              until drv-rqh-eof.

       drop-one-stale-row.
           add 1 to drv-rqh-row.
           move work-requestor to rqh-requestor.
           move work-req-ref to rqh-req-ref.
           move drv-rqh-row to rqh-row.
           delete reqhist-file
              invalid key
                 move 'Y' to drv-rqh-eof-sw
           end-delete.

      ******************************************************************
      * Retries yesterday's suspense items after the regular work
      * file: an item whose service now succeeds simply drops off
           end-read.

       process-suspense-record.
           move susp-req-ref to work-req-ref.
           move 0 to drv-rqk-count.
           move 'N' to drv-rqk-full-sw.
           move susp-n to work-n.
           move susp-bits to work-bits.
           move susp-type to work-type.
           move susp-requestor to work-requestor.
           move susp-series to work-series.
           if susp-priority numeric and susp-priority > 0
              move susp-priority to work-priority
           else
              move 9 to work-priority
           end-if.
           if susp-upload-date numeric and susp-upload-time numeric
              move susp-upload-date to work-upload-date
              move susp-upload-time to work-upload-time
           else
              move 0 to work-upload-date
              move 0 to work-upload-time
           end-if.
           move spaces to work-new-holder.
           move spaces to work-account.
           if susp-qty numeric and susp-qty > 0
              move susp-qty to work-qty
           else
              move 1 to work-qty
           end-if.
           perform process-one-record.
      * A retry the requestor's quota refused outright is not a
      * failure of the item - it recycles as it came, without using
      * up an attempt, and tries again on a fresh day's quota.
           if susp-type = 'N' and drv-quota-refused
                 and drv-group-issued = 0
              add 1 to drv-susp-aged-count
              if not drv-simulation
                 move susp-rec to spo-rec
                 write spo-rec
              end-if
              exit paragraph
           end-if.
           move 'N' to drv-susp-failed-switch.
      * A retried block that issued even part of its quantity has
      * its rows on RESULTS already - recycling it would allocate
           end-if.
           if not drv-susp-failed
              add 1 to drv-susp-ok-count
              compute drv-done-attempts = susp-attempts + 1
              perform audit-request-done
              perform replace-request-history
           else
      * Attempts are spent on business days only - a retry that fails
      * on a weekend or holiday night, when the front office sent
      * nothing new, recycles as it came.
              if not drv-business-day
                 add 1 to drv-susp-aged-count
                 if not drv-simulation
                    move susp-rec to spo-rec
                    write spo-rec
                 end-if
              else
                 if susp-attempts + 1 >= drv-max-attempts
                    add 1 to drv-susp-final-count
                    add 1 to susp-attempts
                    perform write-final-disposition
                 else
                    add 1 to drv-susp-aged-count
                    if not drv-simulation
                       move susp-rec to spo-rec
                       add 1 to spo-attempts
                       write spo-rec
                    end-if
                 end-if
              end-if
           end-if.

           move drv-run-date to spo-first-date.
           move 1 to spo-attempts.
           move work-requestor to spo-requestor.
           move work-priority to spo-priority.
           move work-upload-date to spo-upload-date.
           move work-upload-time to spo-upload-time.
           move work-series to spo-series.
           move work-req-ref to spo-req-ref.
           write spo-rec.
           add 1 to drv-susp-new-count.

      * group sequence says how many of the K were actually issued.
      * Only a group that issued nothing at all is worth a suspense
      * retry; a short block is a business decision, not a rerun.
      * A requestor who reaches the daily quota partway through gets
      * a status '20' row where the block stopped; the refused
      * remainder is counted, never queued to suspense.
      ******************************************************************
       allocate-number-block.
           if work-qty numeric and work-qty > 0
           end-if.
           move 0 to drv-group-issued.
           move 0 to drv-group-seq.
           move 'N' to drv-quota-refused-sw.
           move 'N' to drv-fallback-mode-sw.
           move 0 to drv-fbp-draws.
           move work-series to drv-ser-lookup.
           perform find-series.
           if drv-ser-found
              move drv-ser-rule(drv-ser-sub) to drv-ser-rule-cur
           else
              move 'L' to drv-ser-rule-cur
           end-if.
           perform find-requestor-quota.
           move work-n to nbn-n.
      * The UNTIL below tests before the first iteration - clear any
      * not-found left over from the previous transaction or the
      * self-check pass so the group always gets its first call.
           move 0 to nbn-status.
           perform allocate-one-number
              until drv-group-seq >= drv-group-qty or nbn-not-found
                 or drv-quota-refused.
           if nbn-not-found
              if drv-group-issued = 0 and not drv-suspense-phase
                 move 'N' to spo-type
           end-if.

       allocate-one-number.
           if drv-quota-capped
              if drv-req-used(drv-req-sub) >= drv-quota-allowance
                 perform refuse-over-quota
                 exit paragraph
              end-if
           end-if.
           add 1 to drv-group-seq.
      * Once a group's search has run dry the rest of its positions
      * come straight from the pool - the digits will not rearrange
      * any further, so there is nothing left to call for.
           if drv-fallback-mode
              perform draw-fallback-number
           else
              perform invoke-next-bigger-number
              perform check-issued-master
              if nbn-not-found
                 perform find-fallback-pool
                 if drv-fbp-hit > 0
                    move 'Y' to drv-fallback-mode-sw
                    perform draw-fallback-number
                 end-if
              end-if
           end-if.
           perform write-result-nbn.
           if nbn-found
              add 1 to drv-group-issued
              move nbn-result to nbn-n
              if drv-req-found
                 add 1 to drv-req-used(drv-req-sub)
              end-if
           end-if.

       refuse-over-quota.
           move 'Y' to drv-quota-refused-sw.
           compute drv-quota-refused-count = drv-quota-refused-count
              + drv-group-qty - drv-group-seq.
           add 1 to drv-group-seq.
           perform write-result-quota.
           display "QUOTA REFUSED - RECORD " drv-record-count
              " REQUESTOR " work-requestor
              " ISSUED " drv-group-issued " OF " drv-group-qty.

       invoke-next-bigger-number.
           move zeros to nbn-result.
           move zeros to nbn-result-wide.
              end-if
           end-perform.

      * A candidate inside any reserved range of its series is never
      * issued, whether or not it is on the master - compliance's
      * list wins before the master is even probed.
       check-reserved-range.
           move 'N' to drv-reserved-hit-sw.
           move spaces to drv-rsv-hit-reason.
                 or drv-reserved-hit
              if nbn-result >= drv-rsv-low(drv-rsv-sub)
                    and nbn-result <= drv-rsv-high(drv-rsv-sub)
                    and drv-rsv-series(drv-rsv-sub) = work-series
                 move 'Y' to drv-reserved-hit-sw
                 move drv-rsv-rsn(drv-rsv-sub)
                    to drv-rsv-hit-reason
              end-if
           end-perform.

      * Every row leaves here: sealed into the audit chain where this
      * run writes the trail in order, unsealed from a partition.
       write-audit-row.
           if drv-audit-sealing
              move 'S' to drv-seal-function
              call "audit_seal" using audit-rec drv-seal-function
                 drv-seal-last-seq drv-seal-last-hash
                 drv-seal-valid-switch
           end-if.
           write audit-rec.

      * Where the chain stands before this run's first row: the
      * committed tail off the register, then any row sealed since
      * and not yet archived (AUDPRIOR), then - on a restart - the
      * last row the failed attempt already put on AUDIT. No
      * register at all is the start of the chain.
       load-audit-chain-tail.
           move 0 to drv-seal-last-seq.
           move 0 to drv-seal-last-hash.
           move 'N' to drv-chain-eof-switch.
           open input audchn-file.
           if drv-audchn-status = "00"
              perform read-chain-register-row until drv-chain-eof
              close audchn-file
           end-if.
           move 'N' to drv-chain-eof-switch.
           open input audprior-file.
           if drv-audprior-status = "00"
              perform read-prior-audit-row until drv-chain-eof
              close audprior-file
           end-if.
           if drv-restart-count > 0
              move 'N' to drv-chain-eof-switch
              open input audit-file
              if drv-audit-status = "00"
                 perform read-own-audit-row until drv-chain-eof
                 close audit-file
              end-if
           end-if.
           move 'Y' to drv-audit-seal-switch.

       read-chain-register-row.
           read audchn-file
              at end
                 move 'Y' to drv-chain-eof-switch
              not at end
                 if ach-last-seq numeric and ach-last-hash numeric
                    move ach-last-seq to drv-seal-last-seq
                    move ach-last-hash to drv-seal-last-hash
                 end-if
           end-read.

       read-prior-audit-row.
           read audprior-file into drv-chain-tail-row
              at end
                 move 'Y' to drv-chain-eof-switch
              not at end
                 perform take-chain-tail-row
           end-read.

       read-own-audit-row.
           read audit-file into drv-chain-tail-row
              at end
                 move 'Y' to drv-chain-eof-switch
              not at end
                 perform take-chain-tail-row
           end-read.

       take-chain-tail-row.
           if drv-tail-sealed and drv-tail-seq numeric
                 and drv-tail-hash numeric
              move drv-tail-seq to drv-seal-last-seq
              move drv-tail-hash to drv-seal-last-hash
           end-if.

      * One informational row per number actually claimed on the
      * master - the call rows alone cannot say which OUT was really
      * issued (a collision re-call's OUT looks the same), and the
           move spaces to audit-rec.
           string drv-audit-timestamp " number-issued"
              drv-audit-tag " REQ=" work-requestor
              " SER=" work-series
              " IN=" work-n " OUT=" nbn-result
              delimited by size into audit-rec.
           perform write-audit-row.

       audit-reserved-skip.
           if drv-simulation
           move function current-date to drv-audit-timestamp.
           move spaces to audit-rec.
           string drv-audit-timestamp " reserved-range REQ="
              work-requestor " SER=" work-series " N=" nbn-result
              " REASON=" drv-rsv-hit-reason
              delimited by size into audit-rec.
           perform write-audit-row.

      ******************************************************************
      * The pool for the request in hand: the requestor's own pool if
      * it has one, otherwise the longest product prefix the
      * requested number's significant digits start with - only
      * pools of the request's own series are considered. DRV-FBP-HIT
      * stays zero when no pool applies.
      ******************************************************************
       find-fallback-pool.
           move 0 to drv-fbp-hit.
           move 0 to drv-fbp-best-len.
           move 0 to drv-fbp-lead-zeros.
           inspect work-n tallying drv-fbp-lead-zeros
              for leading zeros.
           perform varying drv-fbp-sub from 1 by 1
              until drv-fbp-sub > drv-fbp-count
              if drv-fbp-kind(drv-fbp-sub) = 'R'
                    and drv-fbp-series(drv-fbp-sub) = work-series
                    and drv-fbp-match(drv-fbp-sub)(1:8)
                       = work-requestor
                    and drv-fbp-best-len < 99
                 move drv-fbp-sub to drv-fbp-hit
                 move 99 to drv-fbp-best-len
              end-if
              if drv-fbp-kind(drv-fbp-sub) = 'P'
                    and drv-fbp-series(drv-fbp-sub) = work-series
                    and drv-fbp-match-len(drv-fbp-sub)
                       > drv-fbp-best-len
                    and drv-fbp-match-len(drv-fbp-sub)
                       <= 38 - drv-fbp-lead-zeros
                 if work-n(drv-fbp-lead-zeros + 1:
                          drv-fbp-match-len(drv-fbp-sub))
                       = drv-fbp-match(drv-fbp-sub)
                          (1:drv-fbp-match-len(drv-fbp-sub))
                    move drv-fbp-sub to drv-fbp-hit
                    move drv-fbp-match-len(drv-fbp-sub)
                       to drv-fbp-best-len
                 end-if
              end-if
           end-perform.

      ******************************************************************
      * Draws the next free number off the group's pool into
      * NBN-RESULT. Each candidate is cleared against the reserved
      * ranges and claimed on the master exactly as a searched
      * candidate is; a reserved hit or a collision just moves the
      * cursor on. A dry pool leaves the position not-found, so the
      * group stops short (or suspends, if nothing was issued) the
      * same way a dry search always has.
      ******************************************************************
       draw-fallback-number.
           move 'N' to drv-fbp-drawn-switch.
           perform try-fallback-candidate
              until drv-fbp-drawn or drv-fbp-dry(drv-fbp-hit).
           if drv-fbp-drawn
              move 0 to nbn-status
              add 1 to drv-fbp-draws
              add 1 to drv-fallback-count
              perform audit-fallback-issued
           else
              move 4 to nbn-status
              move zeros to nbn-result
              add 1 to drv-fallback-dry-count
              display "FALLBACK POOL DRY - POOL "
                 drv-fbp-id(drv-fbp-hit)
                 " REQUESTOR " work-requestor
           end-if.

       try-fallback-candidate.
           if drv-fbp-high(drv-fbp-hit) > 0
                 and drv-fbp-cursor(drv-fbp-hit)
                    > drv-fbp-high(drv-fbp-hit)
              move 'Y' to drv-fbp-dry-sw(drv-fbp-hit)
              exit paragraph
           end-if.
           move drv-fbp-cursor(drv-fbp-hit) to nbn-result.
           add drv-fbp-incr(drv-fbp-hit)
              to drv-fbp-cursor(drv-fbp-hit)
              on size error
                 move 'Y' to drv-fbp-dry-sw(drv-fbp-hit)
           end-add.
           perform check-reserved-range.
           if drv-reserved-hit
              add 1 to drv-reserved-count
              perform audit-reserved-skip
              exit paragraph
           end-if.
           perform probe-issued-master.
           if drv-master-free
              perform record-issued-number
           end-if.
           if drv-master-free
              move 'Y' to drv-fbp-drawn-switch
           else
              add 1 to drv-collision-count
           end-if.

      * One row per number drawn from a pool, in place of the
      * number-issued marker: the chargeback extract bills it as an
      * issuance and counts it apart. DRAW= is the draw within the
      * group - draw 001 stands on the position whose NOT-FOUND call
      * row is already on AUDIT just ahead of it.
       audit-fallback-issued.
           if drv-simulation
              exit paragraph
           end-if.
           move function current-date to drv-audit-timestamp.
           move spaces to audit-rec.
           string drv-audit-timestamp " fallback-issued"
              drv-audit-tag " REQ=" work-requestor
              " POOL=" drv-fbp-id(drv-fbp-hit)
              " DRAW=" drv-fbp-draws " SER=" work-series
              " IN=" work-n " OUT=" nbn-result
              delimited by size into audit-rec.
           perform write-audit-row.

      * A record sitting returned whose quarantine has run its course
      * is free again: the reclaim switch tells RECORD-ISSUED-NUMBER
      * to REWRITE the existing record rather than WRITE a new one.
       probe-issued-master.
           move work-series to mast-series.
           move nbn-result to mast-number.
           move 'N' to drv-reclaim-switch.
           read master-file
           if drv-simulation
              exit paragraph
           end-if.
           move work-series to mast-series.
           move nbn-result to mast-number.
           move drv-run-date to mast-issue-date.
           move work-requestor to mast-requestor.
      ******************************************************************
      * Hands the number in WORK-N back to the shop: its master
      * record is marked returned with the return date and a release
      * date DRV-QUARANTINE-DAYS business days out on the shop
      * calendar (a long holiday weekend does not eat into it),
      * after which the issuance side
      * reclaims it (see PROBE-ISSUED-MASTER). A number not on the
      * master, or one already sitting returned, is reported on its
      * result row instead of updated.
      ******************************************************************
       process-number-return.
           move work-series to mast-series.
           move work-n to mast-number.
           read master-file
              invalid key
           if drv-return-status = "00" and not drv-simulation
              move 'R' to mast-status
              move drv-run-date to mast-return-date
              move 'A' to bday-function
              move drv-run-date to bday-from-date
              move drv-quarantine-days to bday-days
              perform call-business-day
              move bday-to-date to mast-release-date
              rewrite mast-rec
           end-if.
           if drv-return-status = "00"
           perform write-result-return.
           perform audit-number-return.

      ******************************************************************
      * Where the run date stands on the shop calendar (CALENDAR, see
      * CALREC). A weekend or holiday night still runs - CALGATE has
      * already held the job on a non-processing day - but it spends
      * no suspense attempts and pages no empty night. A calendar
      * too big for business_day's table stops the run: the release
      * dates it would set could not be trusted.
      ******************************************************************
       classify-run-date.
           move 'T' to bday-function.
           move drv-run-date to bday-from-date.
           perform call-business-day.
           if bday-business
              move 'Y' to drv-business-day-switch
           else
              move 'N' to drv-business-day-switch
              display "RUN DATE " drv-run-date
                 " IS NOT A BUSINESS DAY - SUSPENSE ATTEMPTS NOT SPENT"
           end-if.

       call-business-day.
           call "business_day" using bday-function bday-from-date
              bday-to-date bday-days bday-business-switch
              bday-processing-switch bday-calendar-status.
           if bday-calendar-full
              display "CALENDAR TABLE FULL - RUN REFUSED RATHER THAN "
                 "COUNT BUSINESS DAYS OFF PART OF IT"
              move 16 to return-code
              stop run
           end-if.

       write-result-return.
           move spaces to res-detail-rec.
           move 'D' to res-dtl-type.
           move drv-record-count to res-dtl-seq.
           move 'R' to res-dtl-service.
           move work-n to res-dtl-input.
           move work-series to res-dtl-series.
           move 0 to res-dtl-group.
           move 0 to res-dtl-check.
           move work-requestor to res-dtl-requestor.
              move zeros to res-dtl-output
           end-if.
           write res-detail-rec.
           perform keep-request-history.
           add 1 to drv-detail-count.

       audit-number-return.
           evaluate drv-return-status
              when "00"
                 string drv-audit-timestamp " number_return REQ="
                    work-requestor " SER=" work-series
                    " IN=" work-n " OUT=RETURNED"
                    delimited by size into audit-rec
              when "04"
                 string drv-audit-timestamp " number_return REQ="
                    work-requestor " SER=" work-series " IN=" work-n
                    " OUT=NOT-ON-MASTER"
                    delimited by size into audit-rec
              when other
                 string drv-audit-timestamp " number_return REQ="
                    work-requestor " SER=" work-series " IN=" work-n
                    " OUT=ALREADY-RETURNED"
                    delimited by size into audit-rec
           end-evaluate.
           perform write-audit-row.

      ******************************************************************
      * Moves the number in WORK-N from WORK-REQUESTOR to
      * WORK-NEW-HOLDER. Only the requestor the master says holds a
      * live number may give it away: a number not on the master
      * ('04'), one sitting returned ('08') or one held by somebody
      * else ('24') is reported on its result row and left alone.
      * An applied transfer rewrites the master's holder and adds a
      * row to the ownership history. Like a return, a refused
      * transfer is a fact about the number, not a failure worth a
      * suspense retry.
      ******************************************************************
       process-number-transfer.
           move work-series to mast-series.
           move work-n to mast-number.
           read master-file
              invalid key
                 move "04" to drv-transfer-status
              not invalid key
                 evaluate true
                    when mast-returned
                       move "08" to drv-transfer-status
                    when mast-requestor not = work-requestor
                       move "24" to drv-transfer-status
                    when other
                       move "00" to drv-transfer-status
                 end-evaluate
           end-read.
           if drv-transfer-status = "00" and not drv-simulation
              move work-new-holder to mast-requestor
              rewrite mast-rec
              perform record-ownership-change
           end-if.
           if drv-transfer-status = "00"
              add 1 to drv-transfer-count
           else
              add 1 to drv-transfer-rej-count
           end-if.
           perform write-result-transfer.
           perform audit-number-transfer.

      * The history key carries the time of day, so a number passed
      * on twice in one run keeps both rows in order; on the rare
      * duplicate (two transfers inside one second) the time is
      * stepped on until the row fits.
       record-ownership-change.
           move spaces to ownh-rec.
           move work-series to ownh-series.
           move work-n to ownh-number.
           move drv-run-date to ownh-date.
           move function current-date(9:6) to ownh-time.
           move work-requestor to ownh-from-requestor.
           move work-new-holder to ownh-to-requestor.
           move drv-record-count to ownh-seq.
           move drv-cycle-number to ownh-cycle.
           move 'N' to drv-ownh-written-sw.
           move 0 to drv-ownh-tries.
           perform write-ownership-row
              until drv-ownh-written or drv-ownh-tries > 100.
           if not drv-ownh-written
              display "OWNHIST ROW NOT WRITTEN - RECORD "
                 drv-record-count " STATUS " drv-ownhist-status
           end-if.

       write-ownership-row.
           add 1 to drv-ownh-tries.
           write ownh-rec
              invalid key
                 add 1 to ownh-time
              not invalid key
                 move 'Y' to drv-ownh-written-sw
           end-write.

       write-result-transfer.
           move spaces to res-detail-rec.
           move 'D' to res-dtl-type.
           move drv-record-count to res-dtl-seq.
           move 'T' to res-dtl-service.
           move work-n to res-dtl-input.
           move work-series to res-dtl-series.
           move 0 to res-dtl-group.
           move 0 to res-dtl-check.
           move work-requestor to res-dtl-requestor.
           move drv-transfer-status to res-dtl-status.
           move work-new-holder to res-dtl-new-holder.
           if drv-transfer-status = "00"
              move work-n to res-dtl-output
           else
              move zeros to res-dtl-output
           end-if.
           write res-detail-rec.
           perform keep-request-history.
           add 1 to drv-detail-count.

       audit-number-transfer.
           if drv-simulation
              exit paragraph
           end-if.
           move function current-date to drv-audit-timestamp.
           move spaces to audit-rec.
           evaluate drv-transfer-status
              when "00"
                 string drv-audit-timestamp " number_transfer REQ="
                    work-requestor " TO=" work-new-holder
                    " SER=" work-series " IN=" work-n
                    " OUT=TRANSFERRED"
                    delimited by size into audit-rec
              when "04"
                 string drv-audit-timestamp " number_transfer REQ="
                    work-requestor " TO=" work-new-holder
                    " SER=" work-series " IN=" work-n
                    " OUT=NOT-ON-MASTER"
                    delimited by size into audit-rec
              when "08"
                 string drv-audit-timestamp " number_transfer REQ="
                    work-requestor " TO=" work-new-holder
                    " SER=" work-series " IN=" work-n
                    " OUT=ALREADY-RETURNED"
                    delimited by size into audit-rec
              when other
                 string drv-audit-timestamp " number_transfer REQ="
                    work-requestor " TO=" work-new-holder
                    " SER=" work-series " IN=" work-n
                    " OUT=HELD-BY-OTHER"
                    delimited by size into audit-rec
           end-evaluate.
           perform write-audit-row.

      ******************************************************************
      * Sets or clears one named flag in the supplied flag word: the
      ******************************************************************
       process-flag-update.
           add 1 to drv-flagupd-count.
           if work-account not = spaces
              perform fetch-account-word
           end-if.
           move work-bits to drv-flag-new-word.
           perform resolve-flag-name.
           evaluate true
                 move "00" to drv-flagupd-status
                 perform apply-flag-update
           end-evaluate.
           if work-account not = spaces
                 and drv-flagupd-status = "00"
              perform store-account-word
           end-if.
           perform write-result-flagupd.
           perform audit-flag-update.

      ******************************************************************
      * An account on the flag-word master puts its stored word in
      * WORK-BITS in place of the caller's copy, so the update, the
      * decode, the RESULTS row and the AUDIT row all work from it.
      ******************************************************************
       fetch-account-word.
           move 'N' to drv-fwm-found-sw.
           if not drv-fwm-open
              exit paragraph
           end-if.
           move work-account to fwm-account.
           read flagmast-file
              invalid key
                 move 'N' to drv-fwm-found-sw
              not invalid key
                 move 'Y' to drv-fwm-found-sw
                 move fwm-word to work-bits
           end-read.

      * Rewrites the stored word when the update changed it, or
      * seeds the account's record from the caller's word on its
      * first update, and logs every actual change before/after.
       store-account-word.
           if drv-simulation
              exit paragraph
           end-if.
           if drv-fwm-found
              if drv-flag-new-word = work-bits
                 exit paragraph
              end-if
              move drv-flag-new-word to fwm-word
              move drv-run-date to fwm-changed-date
              move work-requestor to fwm-changed-by
              rewrite fwm-rec
           else
              move spaces to fwm-rec
              move work-account to fwm-account
              move drv-flag-new-word to fwm-word
              move drv-run-date to fwm-changed-date
              move work-requestor to fwm-changed-by
              write fwm-rec
              if drv-flag-new-word = work-bits
                 exit paragraph
              end-if
           end-if.
           add 1 to drv-fwm-change-count.
           move spaces to fwh-rec.
           move work-account to fwh-account.
           move drv-run-date to fwh-date.
           move function current-date(9:6) to fwh-time.
           move work-requestor to fwh-changed-by.
           move work-flag-name to fwh-flag-name.
           move work-flag-action to fwh-action.
           move work-bits to fwh-before.
           move drv-flag-new-word to fwh-after.
           move drv-record-count to fwh-seq.
           move drv-cycle-number to fwh-cycle.
           move 'N' to drv-fwh-written-sw.
           move 0 to drv-fwh-tries.
           perform write-flag-history-row
              until drv-fwh-written or drv-fwh-tries > 100.
           if not drv-fwh-written
              display "FLAGHIST ROW NOT WRITTEN - RECORD "
                 drv-record-count " STATUS " drv-flaghist-status
           end-if.

       write-flag-history-row.
           add 1 to drv-fwh-tries.
           write fwh-rec
              invalid key
                 add 1 to fwh-time
              not invalid key
                 move 'Y' to drv-fwh-written-sw
           end-write.

       resolve-flag-name.
           move 'N' to drv-flag-found-sw.
           move 0 to drv-flagupd-pos.
              move zeros to res-dtl-output
           end-if.
           write res-detail-rec.
           perform keep-request-history.
           add 1 to drv-detail-count.

       audit-flag-update.
                    " IN=" work-bits " OUT=DOES-NOT-FIT"
                    delimited by size into audit-rec
           end-evaluate.
           perform write-audit-row.

       call-bit-counter.
           move work-bits to bits.
           move work-n to res-dtl-input.
           move drv-group-seq to res-dtl-group.
           move work-requestor to res-dtl-requestor.
           move work-series to res-dtl-series.
           if nbn-found
              move nbn-result to res-dtl-output
              if drv-fallback-mode
                 move "36" to res-dtl-status
              else
                 move "00" to res-dtl-status
              end-if
              move nbn-result to ckd-number-in
              move 'G' to ckd-function-code
              move drv-ser-rule-cur to ckd-check-rule
              call "check_digit" using ckd-number-in
                 ckd-function-code ckd-check-digit ckd-valid-switch
                 ckd-check-rule
              move ckd-check-digit to res-dtl-check
              compute drv-hash-total =
                 function mod(drv-hash-total + nbn-result
              move 0 to res-dtl-check
           end-if.
           write res-detail-rec.
           perform keep-request-history.
           add 1 to drv-detail-count.
           add 1 to drv-nbn-count.

      * The row standing where a quota stopped the block: no call was
      * made for it, so it carries no audit row and no check digit.
       write-result-quota.
           move spaces to res-detail-rec.
           move 'D' to res-dtl-type.
           move drv-record-count to res-dtl-seq.
           move 'N' to res-dtl-service.
           move work-n to res-dtl-input.
           move zeros to res-dtl-output.
           move "20" to res-dtl-status.
           move drv-group-seq to res-dtl-group.
           move 0 to res-dtl-check.
           move work-requestor to res-dtl-requestor.
           move work-series to res-dtl-series.
           write res-detail-rec.
           perform keep-request-history.
           add 1 to drv-detail-count.
           add 1 to drv-nbn-count.

              move "00" to res-dtl-status
           end-if.
           write res-detail-rec.
           perform keep-request-history.
           add 1 to drv-detail-count.
           add 1 to drv-bc-count.

      * A decode naming an account that is not on the flag-word
      * master: nothing was called, so no audit row and no decode -
      * the row says why.
       write-result-no-account.
           add 1 to drv-no-account-count.
           move spaces to res-detail-rec.
           move 'D' to res-dtl-type.
           move drv-record-count to res-dtl-seq.
           move 'B' to res-dtl-service.
           move work-bits to res-dtl-input.
           move zeros to res-dtl-output.
           move "28" to res-dtl-status.
           move 0 to res-dtl-group.
           move 0 to res-dtl-check.
           move work-requestor to res-dtl-requestor.
           write res-detail-rec.
           perform keep-request-history.
           add 1 to drv-detail-count.
           add 1 to drv-bc-count.

           move spaces to audit-rec.
           if nbn-found
              string drv-audit-timestamp " next_bigger_number"
                 drv-audit-tag " REQ=" work-requestor
                 " SER=" work-series " IN=" nbn-n " OUT=" nbn-result
                 delimited by size into audit-rec
           else
              string drv-audit-timestamp " next_bigger_number"
                 drv-audit-tag " REQ=" work-requestor
                 " SER=" work-series " IN=" nbn-n " OUT=NOT-FOUND"
                 delimited by size into audit-rec
           end-if.
           perform write-audit-row.

      ******************************************************************
      * One request_done row per request the run settles - answered on
      * its first attempt without anything queued to suspense, or a
      * suspense retry that finally went through - carrying the
      * requestor, priority, upload stamp and the attempt it settled
      * on. The row's own timestamp is the outcome time; TATRPT
      * measures turnaround from these. A replay is not a new
      * request and writes none; write-offs get theirs from DISPPROC.
      ******************************************************************
       audit-request-done.
           if drv-simulation
              exit paragraph
           end-if.
           move function current-date to drv-audit-timestamp.
           move spaces to audit-rec.
           if work-type-bits or work-type-flagupd
              string drv-audit-timestamp " request_done REQ="
                 work-requestor " PRI=" work-priority
                 " UPL=" work-upload-date work-upload-time
                 " ATT=" drv-done-attempts " REF=" work-req-ref
                 " IN=" work-bits " OUT=ANSWERED"
                 delimited by size into audit-rec
           else
              string drv-audit-timestamp " request_done REQ="
                 work-requestor " PRI=" work-priority
                 " UPL=" work-upload-date work-upload-time
                 " ATT=" drv-done-attempts " REF=" work-req-ref
                 " SER=" work-series " IN=" work-n " OUT=ANSWERED"
                 delimited by size into audit-rec
           end-if.
           perform write-audit-row.

       audit-bit-counter.
           if drv-simulation
                 work-requestor " IN=" work-bits " OUT=" bitres
                 delimited by size into audit-rec
           end-if.
           perform write-audit-row.

      ******************************************************************
      * Writes the current record count to CHKPT so an abend can
           move drv-cycle-number to chk-cycle.
           move drv-flagupd-count to chk-flagupd-count.
           move drv-run-date to chk-run-date.
           move drv-quota-refused-count to chk-quota-refused-count.
           move drv-transfer-count to chk-transfer-count.
           move drv-transfer-rej-count to chk-transfer-rej-count.
           move drv-fwm-change-count to chk-fwm-change-count.
           move drv-no-account-count to chk-no-account-count.
           move drv-replay-count to chk-replay-count.
           move drv-fallback-count to chk-fallback-count.
           move drv-fallback-dry-count to chk-fallback-dry-count.
           write chk-file-rec.
           close checkpoint-file.
           perform write-requestor-usage.
           perform write-progress-message.
           perform poll-stop-request.

           move drv-cycle-number to chk-cycle.
           move drv-flagupd-count to chk-flagupd-count.
           move drv-run-date to chk-run-date.
           move drv-quota-refused-count to chk-quota-refused-count.
           move drv-transfer-count to chk-transfer-count.
           move drv-transfer-rej-count to chk-transfer-rej-count.
           move drv-fwm-change-count to chk-fwm-change-count.
           move drv-no-account-count to chk-no-account-count.
           move drv-replay-count to chk-replay-count.
           move drv-fallback-count to chk-fallback-count.
           move drv-fallback-dry-count to chk-fallback-dry-count.
           write chk-file-rec.
           close checkpoint-file.
           perform write-requestor-usage.

      ******************************************************************
      * One trailer per run: record counts and the issued-number hash
              close suspense-out
           end-if.
           close master-file.
           if not drv-simulation
              close ownhist-file
              close flaghist-file
           end-if.
           if drv-fwm-open
              close flagmast-file
           end-if.
           if drv-rqh-open
              close reqhist-file
           end-if.
           if drv-suspin-open
              close suspense-in
           end-if.
              delimited by size into summary-rec.
           write summary-rec.

           move spaces to summary-rec.
           string "FALLBACK POOL ISSUED.... " drv-fallback-count
              delimited by size into summary-rec.
           write summary-rec.

           move spaces to summary-rec.
           string "FALLBACK POOL DRY....... " drv-fallback-dry-count
              delimited by size into summary-rec.
           write summary-rec.

           move spaces to summary-rec.
           string "SHORT ALLOCATIONS....... " drv-short-alloc-count
              delimited by size into summary-rec.
           write summary-rec.

           move spaces to summary-rec.
           string "QUOTA REFUSED........... " drv-quota-refused-count
              delimited by size into summary-rec.
           write summary-rec.

           move spaces to summary-rec.
           string "FLAG UPDATES............ " drv-flagupd-count
              delimited by size into summary-rec.
              delimited by size into summary-rec.
           write summary-rec.

           move spaces to summary-rec.
           string "TRANSFERS PROCESSED..... " drv-transfer-count
              delimited by size into summary-rec.
           write summary-rec.

           move spaces to summary-rec.
           string "TRANSFERS REFUSED....... " drv-transfer-rej-count
              delimited by size into summary-rec.
           write summary-rec.

           move spaces to summary-rec.
           string "FLAG WORDS CHANGED...... " drv-fwm-change-count
              delimited by size into summary-rec.
           write summary-rec.

           move spaces to summary-rec.
           string "ACCOUNT NOT ON FLAGMAST. " drv-no-account-count
              delimited by size into summary-rec.
           write summary-rec.

           move spaces to summary-rec.
           string "REQUESTS REPLAYED....... " drv-replay-count
              delimited by size into summary-rec.
           write summary-rec.

           move spaces to summary-rec.
           string "SUSPENSE RETRIED........ " drv-susp-in-count
              delimited by size into summary-rec.
                 perform write-one-alert
              end-if
              if drv-record-count = 0 and not drv-idle-partition
                    and drv-business-day
                 move "ZERO" to alert-code
                 move 0 to alert-value
                 move 0 to alert-threshold
