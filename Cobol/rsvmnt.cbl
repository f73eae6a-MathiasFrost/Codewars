      ******************************************************************
      * Author: Mathias Loken
      * Date: 2026-10-15
      * Purpose: Maintain the RSVRNG reserved-range list.
      * Tectonics: cobc
      *
      * Applies compliance's add/change/expire transactions to the
      * reserved-range list with full edits, in place of the hand
      * edits that let an inverted low/high pair or two overlapping
      * ranges with different reason codes reach the driver. Ranges
      * are effective-dated the way FLAGDEF is (eff-from/eff-to on
      * every row, layout in RSVREC), so the list keeps its history
      * and a change can be keyed ahead of the day it takes effect.
      * Every applied change is logged to RSVLOG with who keyed it
      * and when, and leaves a range_maint row on AUDIT, sealed into
      * the audit chain from the AUDCHN register's tail; the job
      * banks those rows onto the audit archive only when the new
      * list is installed.
      *
      * Before a range is reserved or widened, RSVCONF lists every
      * number on the NBNMAST issued-number master that falls inside
      * the new ground, with its holder: once the change takes
      * effect the driver steps around the range, and compliance
      * decides what to do about numbers already out there before
      * that day comes.
      *
      * RSVTXN transactions, one per line:
      *   action in 1        - 'A' add, 'C' change, 'E' expire
      *   range ID 2-9
      *   low bound 10-47    - 'A' and 'C' only
      *   high bound 48-85   - 'A' and 'C' only
      *   reason code 86-89  - 'A' and 'C' only
      *   effective date 90-97 (yyyymmdd)
      *   user ID 98-105
      *   number series 106-107 - blank is the base series '00'
      *
      * A range belongs to one number series (see SERREC) and only
      * stops candidates of that series; a range ID stays in the
      * series it was added in, so a change naming another series
      * is refused, as is an add that reuses a closed range ID under
      * another series; an expire needs no series at all. Overlaps
      * and master conflicts are only looked for within the series.
      *
      * ADD refuses a range ID that already has an open version
      * (that is a change); CHANGE and EXPIRE refuse one with no
      * open version, or an effective date not after the open
      * version's start. CHANGE closes the open version the day
      * BEFORE the effective date and opens the new one from it, so
      * exactly one version covers every date; EXPIRE closes it the
      * same way. A new or changed range may not overlap another
      * range in force on or after its effective date under a
      * different reason code (the same reason code is allowed and
      * noted), and may not take the open ranges past the hundred
      * the driver holds. The new list goes to RSVRNGO - the job
      * copies it over RSVRNG only when no transaction was rejected.
      *
      * RETURN-CODE 0 all applied, 2 all applied but RSVCONF lists
      * issued numbers inside new ground, 4 transactions rejected
      * (see RMNTRPT), 16 nothing trustworthy was produced.
      *
      * Modification History:
      *   2026-10-15  Initial version.
      *   2026-10-15  Number series: ranges carry their series
      *               (RSVTXN 106-107), overlap edits and the master
      *               conflict scan stay within the series, and the
      *               master is read by series and number.
      *   2026-10-15  Every applied change also leaves a range_maint
      *               row on AUDIT, sealed into the audit chain
      *               (audit_seal) from the AUDCHN register's tail.
      *   2026-10-15  An add reusing a closed range ID under another
      *               series is refused - an ID keeps its series.
      ******************************************************************
       identification division.
       program-id. RSVMNT.

       environment division.
       input-output section.
       file-control.
           select reserved-file assign to "RSVRNG"
              organization is line sequential
              file status is rmt-reserved-status.

           select txn-file assign to "RSVTXN"
              organization is line sequential
              file status is rmt-txn-status.

           select master-file assign to "NBNMAST"
              organization is indexed
              access is dynamic
              record key is mast-key
              file status is rmt-master-status.

           select newrsv-file assign to "RSVRNGO"
              organization is line sequential
              file status is rmt-newrsv-status.

           select log-file assign to "RSVLOG"
              organization is line sequential
              file status is rmt-log-status.

           select report-file assign to "RMNTRPT"
              organization is line sequential
              file status is rmt-report-status.

           select conflict-file assign to "RSVCONF"
              organization is line sequential
              file status is rmt-conflict-status.

           select audit-file assign to "AUDIT"
              organization is line sequential
              file status is rmt-audit-status.

           select audchn-file assign to "AUDCHN"
              organization is line sequential
              file status is rmt-audchn-status.

       data division.
       file section.
       fd  reserved-file
           label records are standard.
           copy RSVREC.

       fd  txn-file
           label records are standard.
       01  txn-rec.
           05 txn-action         pic x(1).
           05 txn-range-id       pic x(8).
           05 txn-low            pic x(38).
           05 txn-high           pic x(38).
           05 txn-reason         pic x(4).
           05 txn-eff-date       pic x(8).
           05 txn-user           pic x(8).
           05 txn-series         pic x(2).

       fd  master-file
           label records are standard.
           copy MASTREC.

       fd  newrsv-file
           label records are standard.
           copy RSVREC
              replacing ==rsvrng-rec== by ==newrsv-rec==
                 ==rsv-low== by ==nrsv-low==
                 ==rsv-high== by ==nrsv-high==
                 ==rsv-reason== by ==nrsv-reason==
                 ==rsv-eff-from== by ==nrsv-eff-from==
                 ==rsv-eff-to== by ==nrsv-eff-to==
                 ==rsv-range-id== by ==nrsv-range-id==
                 ==rsv-series== by ==nrsv-series==.

       fd  log-file
           label records are standard.
       01  log-rec               pic x(160).

       fd  report-file
           label records are standard.
       01  report-rec            pic x(132).

       fd  conflict-file
           label records are standard.
       01  conflict-rec          pic x(132).

      * AUDIT rows (layout in AUDREC) and the audit chain register
      * (layout in ACHREC).
       fd  audit-file
           label records are standard.
           copy AUDREC.

       fd  audchn-file
           label records are standard.
           copy ACHREC.

       working-storage section.
       01  rmt-reserved-status   pic xx value spaces.
       01  rmt-txn-status        pic xx value spaces.
       01  rmt-master-status     pic xx value spaces.
       01  rmt-newrsv-status     pic xx value spaces.
       01  rmt-log-status        pic xx value spaces.
       01  rmt-report-status     pic xx value spaces.
       01  rmt-conflict-status   pic xx value spaces.
       01  rmt-audit-status      pic xx value spaces.
       01  rmt-audchn-status     pic xx value spaces.
       01  rmt-chain-eof-switch  pic x value 'N'.
           88 rmt-chain-eof            value 'Y'.

      * audit_seal
           copy SEALPARM
              replacing ==seal-function== by ==rmt-seal-function==
                 ==seal-new-row== by ==rmt-seal-new-row==
                 ==seal-check-row== by ==rmt-seal-check-row==
                 ==seal-last-seq== by ==rmt-seal-last-seq==
                 ==seal-last-hash== by ==rmt-seal-last-hash==
                 ==seal-valid-switch== by ==rmt-seal-valid-switch==
                 ==seal-valid== by ==rmt-seal-valid==.

       01  rmt-rsv-eof-switch    pic x value 'N'.
           88 rmt-rsv-eof              value 'Y'.
       01  rmt-txn-eof-switch    pic x value 'N'.
           88 rmt-txn-eof              value 'Y'.
       01  rmt-mast-eof-switch   pic x value 'N'.
           88 rmt-mast-eof             value 'Y'.
       01  rmt-rsv-open-switch   pic x value 'N'.
           88 rmt-rsv-open             value 'Y'.

      * In-core list: the whole version history, open and closed
      * rows alike.
       01  rmt-rsv-table.
           05 rmt-rsv-entry occurs 500 times.
              10 rmt-low         pic 9(38).
              10 rmt-high        pic 9(38).
              10 rmt-rsn         pic x(4).
              10 rmt-from        pic 9(8).
              10 rmt-to          pic 9(8).
              10 rmt-id          pic x(8).
              10 rmt-ser         pic x(2).
       01  rmt-rsv-count         pic 9(3) value 0.
       01  rmt-open-count        pic 9(3) value 0.
       01  rmt-pre-count         pic 9(5) value 0.
       01  rmt-sub               pic 9(3) value 0.
       01  rmt-open-sub          pic 9(3) value 0.
       01  rmt-open-found-sw     pic x value 'N'.
           88 rmt-open-found           value 'Y'.
      * Series of the range ID's versions, open or closed.
       01  rmt-id-seen-switch    pic x value 'N'.
           88 rmt-id-seen              value 'Y'.
       01  rmt-id-series         pic x(2) value spaces.
       01  rmt-olap-sub          pic 9(3) value 0.
       01  rmt-same-olap-sub     pic 9(3) value 0.

      * The transaction's bounds and date once edited numeric.
       01  rmt-new-low           pic 9(38) value 0.
       01  rmt-new-high          pic 9(38) value 0.
       01  rmt-new-from          pic 9(8) value 0.
       01  rmt-new-series        pic x(2) value spaces.
       01  rmt-old-low           pic 9(38) value 0.
       01  rmt-old-high          pic 9(38) value 0.

      * Calendar check of the transaction's effective date, as in
      * FLAGMNT.
       01  rmt-date-ok-switch    pic x value 'N'.
           88 rmt-date-ok              value 'Y'.
       01  rmt-eff-date-parse.
           05 rmt-eff-yyyy       pic 9(4).
           05 rmt-eff-mm         pic 9(2).
           05 rmt-eff-dd         pic 9(2).
       01  rmt-month-days        pic 9(2) value 0.

      * One stretch of new ground to check against the master.
       01  rmt-scan-low          pic 9(38) value 0.
       01  rmt-scan-high         pic 9(38) value 0.
       01  rmt-scan-count        pic 9(9) value 0.
       01  rmt-mast-state        pic x(8) value spaces.

       01  rmt-timestamp         pic x(21) value spaces.
       01  rmt-reject-reason     pic x(60) value spaces.
       01  rmt-applied-count     pic 9(5) value 0.
       01  rmt-reject-count      pic 9(5) value 0.
       01  rmt-conflict-count    pic 9(9) value 0.

       procedure division.

           display "Reserved-range maintenance".

           perform open-maintenance-files.
           perform load-current-ranges.
           perform apply-one-transaction until rmt-txn-eof.
           perform write-new-ranges.
           perform write-maintenance-report.
           perform close-maintenance-files.

           if rmt-reject-count > 0
              move 4 to return-code
           else
              if rmt-conflict-count > 0
                 move 2 to return-code
              else
                 move 0 to return-code
              end-if
           end-if.

           stop run.

      * No RSVRNG yet just means nothing has been reserved - the
      * first adds build the list. The master must be there: a
      * conflict check that could not look is not a clean one.
       open-maintenance-files.
           open input reserved-file.
           if rmt-reserved-status = "00"
              move 'Y' to rmt-rsv-open-switch
           else
              move 'Y' to rmt-rsv-eof-switch
           end-if.
           open input txn-file.
           if rmt-txn-status not = "00"
              display "ERROR OPENING RSVTXN - STATUS "
                 rmt-txn-status
              move 16 to return-code
              stop run
           end-if.
           open input master-file.
           if rmt-master-status not = "00"
              display "ERROR OPENING NBNMAST - STATUS "
                 rmt-master-status
              move 16 to return-code
              stop run
           end-if.
           open output newrsv-file.
           if rmt-newrsv-status not = "00"
              display "ERROR OPENING RSVRNGO - STATUS "
                 rmt-newrsv-status
              move 16 to return-code
              stop run
           end-if.
           open extend log-file.
           if rmt-log-status = "35"
              open output log-file
           end-if.
           if rmt-log-status not = "00"
              display "ERROR OPENING RSVLOG - STATUS "
                 rmt-log-status
              move 16 to return-code
              stop run
           end-if.
           open output report-file.
           if rmt-report-status not = "00"
              display "ERROR OPENING RMNTRPT - STATUS "
                 rmt-report-status
              move 16 to return-code
              stop run
           end-if.
           open output conflict-file.
           if rmt-conflict-status not = "00"
              display "ERROR OPENING RSVCONF - STATUS "
                 rmt-conflict-status
              move 16 to return-code
              stop run
           end-if.
           move spaces to conflict-rec.
           string "RESERVED-RANGE CONFLICTS - ISSUED NUMBERS INSIDE "
              "NEW OR WIDENED RANGES"
              delimited by size into conflict-rec.
           write conflict-rec.
           perform load-audit-chain-tail.
           open output audit-file.
           if rmt-audit-status not = "00"
              display "ERROR OPENING AUDIT - STATUS "
                 rmt-audit-status
              move 16 to return-code
              stop run
           end-if.

      * This run's rows follow the committed tail of the chain; no
      * register at all is the start of the chain.
       load-audit-chain-tail.
           move 0 to rmt-seal-last-seq.
           move 0 to rmt-seal-last-hash.
           open input audchn-file.
           if rmt-audchn-status = "00"
              perform read-chain-register-row until rmt-chain-eof
              close audchn-file
           end-if.

       read-chain-register-row.
           read audchn-file
              at end
                 move 'Y' to rmt-chain-eof-switch
              not at end
                 if ach-last-seq numeric and ach-last-hash numeric
                    move ach-last-seq to rmt-seal-last-seq
                    move ach-last-hash to rmt-seal-last-hash
                 end-if
           end-read.

      ******************************************************************
      * Loads the current list. Hand-kept rows with blank dates read
      * in as in force since day one, open-ended, and rows without a
      * range ID are given one so later transactions can name them.
      * A row the driver itself would drop (bounds not numeric or
      * inverted) is reported and left off the new list.
      ******************************************************************
       load-current-ranges.
           perform load-one-range until rmt-rsv-eof.
           if rmt-rsv-open
              close reserved-file
           end-if.

       load-one-range.
           read reserved-file
              at end
                 move 'Y' to rmt-rsv-eof-switch
                 exit paragraph
           end-read.
           if rsv-low not numeric or rsv-high not numeric
                 or rsv-high < rsv-low
              move spaces to report-rec
              string "RSVRNG ROW DROPPED - BOUNDS NOT USABLE - "
                 rsvrng-rec(1:80)
                 delimited by size into report-rec
              write report-rec
              exit paragraph
           end-if.
           if rmt-rsv-count >= 500
              display "RESERVED RANGE HISTORY TABLE FULL - "
                 "NOTHING WRITTEN - RAISE THE TABLE LIMIT"
              move 16 to return-code
              stop run
           end-if.
           add 1 to rmt-rsv-count.
           move rsv-low to rmt-low(rmt-rsv-count).
           move rsv-high to rmt-high(rmt-rsv-count).
           move rsv-reason to rmt-rsn(rmt-rsv-count).
           if rsv-eff-from numeric
              move rsv-eff-from to rmt-from(rmt-rsv-count)
           else
              move 0 to rmt-from(rmt-rsv-count)
           end-if.
           if rsv-eff-to numeric
              move rsv-eff-to to rmt-to(rmt-rsv-count)
           else
              move 99999999 to rmt-to(rmt-rsv-count)
           end-if.
           if rsv-range-id = spaces
              add 1 to rmt-pre-count
              move spaces to rmt-id(rmt-rsv-count)
              string "PRE" rmt-pre-count
                 delimited by size into rmt-id(rmt-rsv-count)
              move spaces to report-rec
              string "RANGE ID " rmt-id(rmt-rsv-count)
                 " GIVEN TO UNNAMED RANGE " rsv-low " - " rsv-high
                 delimited by size into report-rec
              write report-rec
           else
              move rsv-range-id to rmt-id(rmt-rsv-count)
           end-if.
           if rsv-series = spaces
              move "00" to rmt-ser(rmt-rsv-count)
           else
              move rsv-series to rmt-ser(rmt-rsv-count)
           end-if.
           if rmt-to(rmt-rsv-count) = 99999999
              add 1 to rmt-open-count
           end-if.

      ******************************************************************
      * One transaction: edit it cold, then work the open version of
      * its range. Anything rejected goes to RMNTRPT with the reason.
      ******************************************************************
       apply-one-transaction.
           read txn-file
              at end
                 move 'Y' to rmt-txn-eof-switch
              not at end
                 perform edit-and-apply-transaction
           end-read.

       edit-and-apply-transaction.
           move spaces to rmt-reject-reason.
           if txn-series = spaces
              move "00" to rmt-new-series
           else
              move txn-series to rmt-new-series
           end-if.
           perform find-open-version.
           perform validate-effective-date.
           evaluate true
              when txn-action not = 'A' and txn-action not = 'C'
                    and txn-action not = 'E'
                 move "ACTION NOT A, C, OR E" to rmt-reject-reason
              when txn-range-id = spaces
                 move "RANGE ID BLANK" to rmt-reject-reason
              when txn-action not = 'E' and txn-low not numeric
                 move "LOW BOUND NOT NUMERIC" to rmt-reject-reason
              when txn-action not = 'E' and txn-high not numeric
                 move "HIGH BOUND NOT NUMERIC" to rmt-reject-reason
              when txn-action not = 'E' and txn-high < txn-low
                 move "LOW BOUND ABOVE HIGH BOUND"
                    to rmt-reject-reason
              when txn-action not = 'E' and txn-reason = spaces
                 move "REASON CODE BLANK" to rmt-reject-reason
              when txn-eff-date not numeric
                 move "EFFECTIVE DATE NOT NUMERIC"
                    to rmt-reject-reason
              when not rmt-date-ok
                 move "EFFECTIVE DATE NOT ON THE CALENDAR"
                    to rmt-reject-reason
              when txn-user = spaces
                 move "USER ID BLANK" to rmt-reject-reason
              when txn-action = 'A' and rmt-open-found
                 move "RANGE ID ALREADY OPEN - USE CHANGE"
                    to rmt-reject-reason
              when txn-action not = 'A' and not rmt-open-found
                 move "RANGE ID HAS NO OPEN VERSION"
                    to rmt-reject-reason
              when txn-action = 'C'
                    and rmt-new-series not = rmt-ser(rmt-open-sub)
                 move "SERIES DIFFERS FROM THE OPEN VERSION"
                    to rmt-reject-reason
              when txn-action = 'A' and rmt-id-seen
                    and rmt-new-series not = rmt-id-series
                 move "RANGE ID BELONGS TO ANOTHER SERIES"
                    to rmt-reject-reason
              when txn-action not = 'A'
                    and txn-eff-date <= rmt-from(rmt-open-sub)
                 move "EFFECTIVE DATE NOT AFTER OPEN VERSION START"
                    to rmt-reject-reason
              when txn-action = 'A' and rmt-open-count >= 100
                 move "DRIVER HOLDS 100 OPEN RANGES - EXPIRE ONE"
                    to rmt-reject-reason
              when rmt-rsv-count >= 499
                 move "RANGE HISTORY TABLE FULL" to rmt-reject-reason
           end-evaluate.
           if rmt-reject-reason = spaces and txn-action not = 'E'
              move txn-low to rmt-new-low
              move txn-high to rmt-new-high
              move txn-eff-date to rmt-new-from
              perform check-range-overlap
           end-if.
           if rmt-reject-reason not = spaces
              add 1 to rmt-reject-count
              move spaces to report-rec
              string "REJECTED " txn-action " RANGE " txn-range-id
                 " - " rmt-reject-reason
                 delimited by size into report-rec
              write report-rec
           else
              perform apply-clean-transaction
           end-if.

       validate-effective-date.
           move 'N' to rmt-date-ok-switch.
           if txn-eff-date not numeric
              exit paragraph
           end-if.
           move txn-eff-date to rmt-eff-date-parse.
           evaluate rmt-eff-mm
              when 1 when 3 when 5 when 7 when 8 when 10 when 12
                 move 31 to rmt-month-days
              when 4 when 6 when 9 when 11
                 move 30 to rmt-month-days
              when 2
                 if function mod(rmt-eff-yyyy 4) = 0
                       and (function mod(rmt-eff-yyyy 100) not = 0
                          or function mod(rmt-eff-yyyy 400) = 0)
                    move 29 to rmt-month-days
                 else
                    move 28 to rmt-month-days
                 end-if
              when other
                 move 0 to rmt-month-days
           end-evaluate.
           if rmt-eff-yyyy > 0
                 and rmt-month-days > 0
                 and rmt-eff-dd >= 1
                 and rmt-eff-dd <= rmt-month-days
              move 'Y' to rmt-date-ok-switch
           end-if.

      * Also notes the series the range ID was first added in - its
      * versions, open or closed, all carry it.
       find-open-version.
           move 'N' to rmt-open-found-sw.
           move 0 to rmt-open-sub.
           move 'N' to rmt-id-seen-switch.
           move spaces to rmt-id-series.
           perform varying rmt-sub from 1 by 1
              until rmt-sub > rmt-rsv-count or rmt-open-found
              if rmt-id(rmt-sub) = txn-range-id
                 if not rmt-id-seen
                    move 'Y' to rmt-id-seen-switch
                    move rmt-ser(rmt-sub) to rmt-id-series
                 end-if
                 if rmt-to(rmt-sub) = 99999999
                    move 'Y' to rmt-open-found-sw
                    move rmt-sub to rmt-open-sub
                 end-if
              end-if
           end-perform.

      ******************************************************************
      * A range overlapping another range that is in force on or
      * after the effective date, under a different reason code, is
      * refused: the driver would step past the shared numbers under
      * whichever reason it met first. The same reason code twice is
      * harmless and only noted. The range's own versions are left
      * out - a change replaces its open version - and so are ranges
      * of other series, which never meet the same candidate.
      ******************************************************************
       check-range-overlap.
           move 0 to rmt-olap-sub.
           move 0 to rmt-same-olap-sub.
           perform varying rmt-sub from 1 by 1
              until rmt-sub > rmt-rsv-count or rmt-olap-sub > 0
              if rmt-id(rmt-sub) not = txn-range-id
                    and rmt-ser(rmt-sub) = rmt-new-series
                    and rmt-to(rmt-sub) >= rmt-new-from
                    and rmt-low(rmt-sub) <= rmt-new-high
                    and rmt-high(rmt-sub) >= rmt-new-low
                 if rmt-rsn(rmt-sub) = txn-reason
                    move rmt-sub to rmt-same-olap-sub
                 else
                    move rmt-sub to rmt-olap-sub
                 end-if
              end-if
           end-perform.
           if rmt-olap-sub > 0
              move spaces to rmt-reject-reason
              string "OVERLAPS RANGE " rmt-id(rmt-olap-sub)
                 " REASON " rmt-rsn(rmt-olap-sub)
                 delimited by size into rmt-reject-reason
              exit paragraph
           end-if.
           if rmt-same-olap-sub > 0
              move spaces to report-rec
              string "NOTE " txn-action " RANGE " txn-range-id
                 " OVERLAPS RANGE " rmt-id(rmt-same-olap-sub)
                 " UNDER THE SAME REASON " txn-reason
                 delimited by size into report-rec
              write report-rec
           end-if.

      * CHANGE and EXPIRE close the open version the day BEFORE the
      * new arrangement takes effect, as FLAGMNT does; ADD and
      * CHANGE then open a new version from the effective date. The
      * conflict check runs on the ground the new version adds.
       apply-clean-transaction.
           if txn-action = 'C' or txn-action = 'E'
              move rmt-low(rmt-open-sub) to rmt-old-low
              move rmt-high(rmt-open-sub) to rmt-old-high
              compute rmt-to(rmt-open-sub) =
                 function date-of-integer(
                    function integer-of-date(
                       function numval(txn-eff-date)) - 1)
              subtract 1 from rmt-open-count
           end-if.
           if txn-action = 'A' or txn-action = 'C'
              add 1 to rmt-rsv-count
              move rmt-new-low to rmt-low(rmt-rsv-count)
              move rmt-new-high to rmt-high(rmt-rsv-count)
              move txn-reason to rmt-rsn(rmt-rsv-count)
              move rmt-new-from to rmt-from(rmt-rsv-count)
              move 99999999 to rmt-to(rmt-rsv-count)
              move txn-range-id to rmt-id(rmt-rsv-count)
              move rmt-new-series to rmt-ser(rmt-rsv-count)
              add 1 to rmt-open-count
           end-if.
           add 1 to rmt-applied-count.
           perform log-one-change.
           if txn-action = 'A'
              move rmt-new-low to rmt-scan-low
              move rmt-new-high to rmt-scan-high
              perform list-master-conflicts
           end-if.
           if txn-action = 'C'
              perform check-widened-ground
           end-if.

      * A change's new ground is whatever the new bounds take in
      * below the old low bound and above the old high bound.
       check-widened-ground.
           if rmt-new-low < rmt-old-low
              move rmt-new-low to rmt-scan-low
              if rmt-new-high < rmt-old-low
                 move rmt-new-high to rmt-scan-high
              else
                 compute rmt-scan-high = rmt-old-low - 1
              end-if
              perform list-master-conflicts
           end-if.
           if rmt-new-high > rmt-old-high
              if rmt-new-low > rmt-old-high
                 move rmt-new-low to rmt-scan-low
              else
                 compute rmt-scan-low = rmt-old-high + 1
              end-if
              move rmt-new-high to rmt-scan-high
              perform list-master-conflicts
           end-if.

      ******************************************************************
      * Lists every master number of the range's series from
      * RMT-SCAN-LOW through RMT-SCAN-HIGH with its holder: live
      * numbers are in the field now; returned ones would be
      * reclaimed into the range's ground once their quarantine
      * ends.
      ******************************************************************
       list-master-conflicts.
           move 0 to rmt-scan-count.
           move spaces to conflict-rec.
           string "RANGE " txn-range-id " " txn-action " EFF "
              txn-eff-date " REASON " txn-reason " BY " txn-user
              delimited by size into conflict-rec.
           write conflict-rec.
           move spaces to conflict-rec.
           string "  NEW GROUND " rmt-scan-low " - " rmt-scan-high
              " SERIES " rmt-new-series
              delimited by size into conflict-rec.
           write conflict-rec.
           move 'N' to rmt-mast-eof-switch.
           move rmt-new-series to mast-series.
           move rmt-scan-low to mast-number.
           start master-file key is >= mast-key
              invalid key
                 move 'Y' to rmt-mast-eof-switch
           end-start.
           perform list-one-conflict until rmt-mast-eof.
           move spaces to conflict-rec.
           string "  ISSUED NUMBERS INSIDE.. " rmt-scan-count
              delimited by size into conflict-rec.
           write conflict-rec.
           add rmt-scan-count to rmt-conflict-count.

       list-one-conflict.
           read master-file next record
              at end
                 move 'Y' to rmt-mast-eof-switch
                 exit paragraph
           end-read.
           if mast-series not = rmt-new-series
                 or mast-number > rmt-scan-high
              move 'Y' to rmt-mast-eof-switch
              exit paragraph
           end-if.
           add 1 to rmt-scan-count.
           if mast-returned
              move "RETURNED" to rmt-mast-state
           else
              move "LIVE" to rmt-mast-state
           end-if.
           move spaces to conflict-rec.
           string "  " mast-number " HOLDER " mast-requestor
              " ISSUED " mast-issue-date " " rmt-mast-state
              delimited by size into conflict-rec.
           write conflict-rec.

       log-one-change.
           move function current-date to rmt-timestamp.
           move spaces to log-rec.
           if txn-action = 'E'
              string rmt-timestamp " " txn-user " " txn-action
                 " RANGE " txn-range-id " EFF " txn-eff-date
                 delimited by size into log-rec
           else
              string rmt-timestamp " " txn-user " " txn-action
                 " RANGE " txn-range-id " " txn-low " - " txn-high
                 " RSN " txn-reason " EFF " txn-eff-date
                 " SER " rmt-new-series
                 delimited by size into log-rec
           end-if.
           write log-rec.

           move spaces to audit-rec.
           if txn-action = 'E'
              string rmt-timestamp " range_maint USER=" txn-user
                 " ACT=E RANGE=" txn-range-id " EFF=" txn-eff-date
                 delimited by size into audit-rec
           else
              string rmt-timestamp " range_maint USER=" txn-user
                 " ACT=" txn-action " RANGE=" txn-range-id
                 " RSN=" txn-reason " EFF=" txn-eff-date
                 " SER=" rmt-new-series
                 " LOW=" txn-low " HIGH=" txn-high
                 delimited by size into audit-rec
           end-if.
           move 'S' to rmt-seal-function.
           call "audit_seal" using audit-rec rmt-seal-function
              rmt-seal-last-seq rmt-seal-last-hash
              rmt-seal-valid-switch.
           write audit-rec.

       write-new-ranges.
           perform varying rmt-sub from 1 by 1
              until rmt-sub > rmt-rsv-count
              move spaces to newrsv-rec
              move rmt-low(rmt-sub) to nrsv-low
              move rmt-high(rmt-sub) to nrsv-high
              move rmt-rsn(rmt-sub) to nrsv-reason
              move rmt-from(rmt-sub) to nrsv-eff-from
              move rmt-to(rmt-sub) to nrsv-eff-to
              move rmt-id(rmt-sub) to nrsv-range-id
              move rmt-ser(rmt-sub) to nrsv-series
              write newrsv-rec
           end-perform.

       write-maintenance-report.
           move spaces to report-rec.
           string "RANGE ROWS OUT.......... " rmt-rsv-count
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "OPEN RANGES............. " rmt-open-count
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "CHANGES APPLIED......... " rmt-applied-count
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "CHANGES REJECTED........ " rmt-reject-count
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "ISSUED NUMBERS IN CONFL. " rmt-conflict-count
              delimited by size into report-rec.
           write report-rec.

           display "End of maintenance - " rmt-applied-count
              " applied, " rmt-reject-count " rejected, "
              rmt-conflict-count " conflicts".

       close-maintenance-files.
           close txn-file.
           close master-file.
           close newrsv-file.
           close log-file.
           close report-file.
           close conflict-file.
           close audit-file.

       end program RSVMNT.
