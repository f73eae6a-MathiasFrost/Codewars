      ******************************************************************
      * Author: Mathias Loken
      * Date: 2026-10-15
      * Purpose: Branch inventory confirmation against NBNMAST.
      * Tectonics: cobc
      *
      * Branches send back what they believe they hold, one requestor
      * and number per INVIN row; this program walks that inventory
      * against the issued-number master requestor by requestor and
      * reports three lists on INVRPT:
      *   1. numbers a branch claims that the master shows returned,
      *      held by a different requestor, or never issued at all;
      *   2. live master numbers held by a requestor that sent an
      *      inventory but did not list them;
      *   3. requestors that sent no inventory at all - every active
      *      REQMAST requestor and every holder of a live number is
      *      expected to.
      * Any entry on lists 1 or 2 raises an 'INVB' record on ALERTS,
      * and any entry on list 3 an 'INVN' record, the way ACKMATCH
      * pages for unacknowledged rows - audit breaks are acted on,
      * not filed.
      *
      * The master is keyed by series and number, so inventory rows
      * and the master's live numbers are released to one sort on
      * requestor and number and matched off the sorted stream; a
      * claimed number with no live match is then read back off the
      * master by key to say why. The three lists build on the
      * INVWK1-3 scratch files as the walk goes and are copied onto
      * the report in list order at the end.
      *
      * INVIN layout: requestor in 1-8, number right-justified
      * zero-filled in 9-46, number series in 47-48 (blank is the
      * base series '00' - see SERREC). A row whose number is not
      * numeric is listed on list 1 as unreadable. A number is
      * matched within its series: the same digits held in another
      * series are a different number.
      *
      * RETURN-CODE 0 the inventories agree, 4 only missing
      * inventories, 8 breaks on lists 1 or 2, 16 fatal.
      *
      * Modification History:
      *   2026-10-15  Initial version.
      *   2026-10-15  Number series: INVIN carries the series in 47-48,
      *               the master is keyed by series and number
      *               (MASTREC), and numbers match within a series.
      ******************************************************************
       identification division.
       program-id. INVMATCH.

       environment division.
       input-output section.
       file-control.
           select inventory-file assign to "INVIN"
              organization is line sequential
              file status is inv-invin-status.

           select master-file assign to "NBNMAST"
              organization is indexed
              access is dynamic
              record key is mast-key
              file status is inv-master-status.

           select reqmast-file assign to "REQMAST"
              organization is line sequential
              file status is inv-reqmast-status.

           select claim-work assign to "INVWK1"
              organization is line sequential
              file status is inv-wk1-status.

           select unlisted-work assign to "INVWK2"
              organization is line sequential
              file status is inv-wk2-status.

           select missing-work assign to "INVWK3"
              organization is line sequential
              file status is inv-wk3-status.

           select report-file assign to "INVRPT"
              organization is line sequential
              file status is inv-report-status.

           select alerts-file assign to "ALERTS"
              organization is line sequential
              file status is inv-alerts-status.

           select sort-file assign to "SORTWK".

       data division.
       file section.
       fd  inventory-file
           label records are standard.
       01  invin-rec.
           05 invin-requestor    pic x(8).
           05 invin-number       pic x(38).
           05 invin-number-num   redefines invin-number pic 9(38).
           05 invin-series       pic x(2).

       fd  master-file
           label records are standard.
           copy MASTREC.

       fd  reqmast-file
           label records are standard.
           copy REQMREC.

       fd  claim-work
           label records are standard.
       01  claim-work-rec        pic x(132).

       fd  unlisted-work
           label records are standard.
       01  unlisted-work-rec     pic x(132).

       fd  missing-work
           label records are standard.
       01  missing-work-rec      pic x(132).

       fd  report-file
           label records are standard.
       01  report-rec            pic x(132).

       fd  alerts-file
           label records are standard.
           copy ALRTREC.

      * SRT-SOURCE: 0 an expected-requestor marker off REQMAST (no
      * number), 1 a number the branch listed, 2 a live number the
      * master says the requestor holds.
       sd  sort-file.
       01  sort-rec.
           05 srt-requestor      pic x(8).
           05 srt-series         pic x(2).
           05 srt-number         pic 9(38).
           05 srt-source         pic 9(1).

       working-storage section.
       01  inv-invin-status      pic xx value spaces.
       01  inv-master-status     pic xx value spaces.
       01  inv-reqmast-status    pic xx value spaces.
       01  inv-wk1-status        pic xx value spaces.
       01  inv-wk2-status        pic xx value spaces.
       01  inv-wk3-status        pic xx value spaces.
       01  inv-report-status     pic xx value spaces.
       01  inv-alerts-status     pic xx value spaces.

       01  inv-eof-switch        pic x value 'N'.
           88 inv-eof                  value 'Y'.
       01  inv-first-switch      pic x value 'Y'.
           88 inv-first-row            value 'Y'.
       01  inv-today             pic 9(8) value 0.

      * Requestors that sent an inventory, built while INVIN is
      * released - complete before the matching walk begins.
       01  inv-sent-table.
           05 inv-sent-id occurs 500 times pic x(8).
       01  inv-sent-count        pic 9(4) value 0.
       01  inv-sent-key          pic x(8) value spaces.
       01  inv-sent-sub          pic 9(4) value 0.
       01  inv-sent-found-sw     pic x value 'N'.
           88 inv-sent-found           value 'Y'.

      * The (requestor, number) group being matched.
       01  inv-cur-requestor     pic x(8) value spaces.
       01  inv-cur-series        pic x(2) value spaces.
       01  inv-cur-number        pic 9(38) value 0.
       01  inv-grp-listed-sw     pic x value 'N'.
           88 inv-grp-listed           value 'Y'.
       01  inv-grp-live-sw       pic x value 'N'.
           88 inv-grp-live             value 'Y'.
       01  inv-req-sent-sw       pic x value 'N'.
           88 inv-req-sent             value 'Y'.
       01  inv-req-live-count    pic 9(9) value 0.

       01  inv-line              pic x(132) value spaces.

       01  inv-invin-count       pic 9(9) value 0.
       01  inv-matched-count     pic 9(9) value 0.
       01  inv-claim-count       pic 9(9) value 0.
       01  inv-unlisted-count    pic 9(9) value 0.
       01  inv-missing-count     pic 9(9) value 0.
       01  inv-break-count       pic 9(9) value 0.

       procedure division.

           display "Branch inventory confirmation".

           move function current-date(1:8) to inv-today.
           perform open-inventory-files.

           sort sort-file
              on ascending key srt-requestor srt-series srt-number
                 srt-source
              input procedure is release-inventory-and-master
              output procedure is match-inventory.

           close claim-work.
           close unlisted-work.
           close missing-work.
           close master-file.
           perform write-inventory-report.
           perform raise-inventory-alerts.
           close report-file.

           display "End of inventory confirmation - "
              inv-break-count " breaks, "
              inv-missing-count " missing inventories".
           evaluate true
              when inv-break-count > 0
                 move 8 to return-code
              when inv-missing-count > 0
                 move 4 to return-code
              when other
                 move 0 to return-code
           end-evaluate.
           stop run.

       open-inventory-files.
           open input master-file.
           if inv-master-status not = "00"
              display "ERROR OPENING NBNMAST - STATUS "
                 inv-master-status
              move 16 to return-code
              stop run
           end-if.
           open output claim-work.
           if inv-wk1-status not = "00"
              display "ERROR OPENING INVWK1 - STATUS "
                 inv-wk1-status
              move 16 to return-code
              stop run
           end-if.
           open output unlisted-work.
           if inv-wk2-status not = "00"
              display "ERROR OPENING INVWK2 - STATUS "
                 inv-wk2-status
              move 16 to return-code
              stop run
           end-if.
           open output missing-work.
           if inv-wk3-status not = "00"
              display "ERROR OPENING INVWK3 - STATUS "
                 inv-wk3-status
              move 16 to return-code
              stop run
           end-if.
           open output report-file.
           if inv-report-status not = "00"
              display "ERROR OPENING INVRPT - STATUS "
                 inv-report-status
              move 16 to return-code
              stop run
           end-if.

      ******************************************************************
      * Releases the inventory rows, a marker for every active
      * REQMAST requestor, and every live master number under its
      * holder. Returned numbers are nobody's holding and stay out.
      ******************************************************************
       release-inventory-and-master.
           open input inventory-file.
           if inv-invin-status not = "00"
              display "ERROR OPENING INVIN - STATUS "
                 inv-invin-status
              move 16 to return-code
              stop run
           end-if.
           move 'N' to inv-eof-switch.
           perform release-one-inventory-row until inv-eof.
           close inventory-file.

      * Without the entitlement master the expected branches are
      * just the holders of live numbers.
           open input reqmast-file.
           if inv-reqmast-status = "00"
              move 'N' to inv-eof-switch
              perform release-one-requestor until inv-eof
              close reqmast-file
           else
              display "REQMAST UNAVAILABLE - STATUS "
                 inv-reqmast-status
                 " - EXPECTING HOLDERS OF LIVE NUMBERS ONLY"
           end-if.

           move 'N' to inv-eof-switch.
           perform release-one-live-number until inv-eof.

       release-one-inventory-row.
           read inventory-file
              at end
                 move 'Y' to inv-eof-switch
           end-read.
           if inv-eof
              exit paragraph
           end-if.
           add 1 to inv-invin-count.
           move invin-requestor to inv-sent-key.
           perform note-requestor-sent.
           if invin-number not numeric
              add 1 to inv-claim-count
              move spaces to inv-line
              string "  " invin-requestor " " invin-number
                 "  UNREADABLE NUMBER"
                 delimited by size into inv-line
              write claim-work-rec from inv-line
              exit paragraph
           end-if.
           move invin-requestor to srt-requestor.
           move invin-series to srt-series.
           if invin-series = spaces
              move "00" to srt-series
           end-if.
           move invin-number-num to srt-number.
           move 1 to srt-source.
           release sort-rec.

       note-requestor-sent.
           perform find-sent-requestor.
           if inv-sent-found
              exit paragraph
           end-if.
           if inv-sent-count >= 500
              display "MORE THAN 500 REQUESTORS ON INVIN"
              move 16 to return-code
              stop run
           end-if.
           add 1 to inv-sent-count.
           move inv-sent-key to inv-sent-id(inv-sent-count).

       find-sent-requestor.
           move 'N' to inv-sent-found-sw.
           perform varying inv-sent-sub from 1 by 1
              until inv-sent-sub > inv-sent-count or inv-sent-found
              if inv-sent-id(inv-sent-sub) = inv-sent-key
                 move 'Y' to inv-sent-found-sw
              end-if
           end-perform.

       release-one-requestor.
           read reqmast-file
              at end
                 move 'Y' to inv-eof-switch
              not at end
                 if reqm-is-active and reqm-requestor not = spaces
                    move reqm-requestor to srt-requestor
                    move spaces to srt-series
                    move 0 to srt-number
                    move 0 to srt-source
                    release sort-rec
                 end-if
           end-read.

       release-one-live-number.
           read master-file next record
              at end
                 move 'Y' to inv-eof-switch
              not at end
                 if not mast-returned
                    move mast-requestor to srt-requestor
                    move mast-series to srt-series
                    move mast-number to srt-number
                    move 2 to srt-source
                    release sort-rec
                 end-if
           end-read.

      ******************************************************************
      * Matching walk: rows arrive grouped by requestor and number.
      * A group is settled when the key changes; a requestor is
      * settled when the requestor changes.
      ******************************************************************
       match-inventory.
           move 'N' to inv-eof-switch.
           perform match-one-sorted-row until inv-eof.
           if not inv-first-row
              perform settle-number-group
              perform settle-requestor
           end-if.

       match-one-sorted-row.
           return sort-file
              at end
                 move 'Y' to inv-eof-switch
           end-return.
           if inv-eof
              exit paragraph
           end-if.
           if inv-first-row
              move 'N' to inv-first-switch
              perform start-requestor
              perform start-number-group
           else
              if srt-requestor not = inv-cur-requestor
                 perform settle-number-group
                 perform settle-requestor
                 perform start-requestor
                 perform start-number-group
              else
                 if srt-number not = inv-cur-number
                       or srt-series not = inv-cur-series
                    perform settle-number-group
                    perform start-number-group
                 end-if
              end-if
           end-if.
           evaluate srt-source
              when 1
                 move 'Y' to inv-grp-listed-sw
              when 2
                 move 'Y' to inv-grp-live-sw
              when other
                 continue
           end-evaluate.

       start-requestor.
           move srt-requestor to inv-cur-requestor.
           move 0 to inv-req-live-count.
           move srt-requestor to inv-sent-key.
           perform find-sent-requestor.
           move inv-sent-found-sw to inv-req-sent-sw.

       start-number-group.
           move srt-series to inv-cur-series.
           move srt-number to inv-cur-number.
           move 'N' to inv-grp-listed-sw.
           move 'N' to inv-grp-live-sw.

       settle-number-group.
           if inv-grp-live
              add 1 to inv-req-live-count
           end-if.
           evaluate true
              when inv-grp-listed and inv-grp-live
                 add 1 to inv-matched-count
              when inv-grp-listed
                 perform report-claimed-number
              when inv-grp-live and inv-req-sent
                 perform report-unlisted-number
              when other
                 continue
           end-evaluate.

      * The branch listed a number it does not hold live: read the
      * master to say whether it was never issued, sits returned, or
      * belongs to somebody else.
       report-claimed-number.
           add 1 to inv-claim-count.
           move inv-cur-series to mast-series.
           move inv-cur-number to mast-number.
           move spaces to inv-line.
           read master-file
              invalid key
                 string "  " inv-cur-requestor " " inv-cur-series
                    " " inv-cur-number
                    "  NEVER ISSUED"
                    delimited by size into inv-line
              not invalid key
                 if mast-returned
                    string "  " inv-cur-requestor " " inv-cur-series
                       " " inv-cur-number
                       "  RETURNED " mast-return-date
                       delimited by size into inv-line
                 else
                    string "  " inv-cur-requestor " " inv-cur-series
                       " " inv-cur-number
                       "  HELD BY " mast-requestor
                       delimited by size into inv-line
                 end-if
           end-read.
           write claim-work-rec from inv-line.

       report-unlisted-number.
           add 1 to inv-unlisted-count.
           move spaces to inv-line.
           string "  " inv-cur-requestor " " inv-cur-series
              " " inv-cur-number
              delimited by size into inv-line.
           write unlisted-work-rec from inv-line.

       settle-requestor.
           if inv-req-sent
              exit paragraph
           end-if.
           add 1 to inv-missing-count.
           move spaces to inv-line.
           string "  " inv-cur-requestor
              "  LIVE NUMBERS HELD " inv-req-live-count
              delimited by size into inv-line.
           write missing-work-rec from inv-line.

      ******************************************************************
      * The report: the three lists in order, each copied off its
      * scratch file under its own heading, then the counts.
      ******************************************************************
       write-inventory-report.
           move spaces to report-rec.
           string "BRANCH INVENTORY CONFIRMATION AS OF " inv-today
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           write report-rec.
           move "1. CLAIMED BUT RETURNED, HELD ELSEWHERE, NEVER ISSUED"
              to report-rec.
           write report-rec.
           open input claim-work.
           move 'N' to inv-eof-switch.
           perform copy-one-claim-line until inv-eof.
           close claim-work.

           move spaces to report-rec.
           write report-rec.
           move "2. HELD ON THE MASTER BUT NOT LISTED BY THE BRANCH"
              to report-rec.
           write report-rec.
           open input unlisted-work.
           move 'N' to inv-eof-switch.
           perform copy-one-unlisted-line until inv-eof.
           close unlisted-work.

           move spaces to report-rec.
           write report-rec.
           move "3. REQUESTORS THAT SENT NO INVENTORY" to report-rec.
           write report-rec.
           open input missing-work.
           move 'N' to inv-eof-switch.
           perform copy-one-missing-line until inv-eof.
           close missing-work.

           compute inv-break-count =
              inv-claim-count + inv-unlisted-count.

           move spaces to report-rec.
           write report-rec.
           move spaces to report-rec.
           string "INVENTORY ROWS READ..... " inv-invin-count
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "REQUESTORS REPORTING.... " inv-sent-count
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "NUMBERS CONFIRMED....... " inv-matched-count
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "CLAIMED NOT HELD........ " inv-claim-count
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "HELD NOT LISTED......... " inv-unlisted-count
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "NO INVENTORY SENT....... " inv-missing-count
              delimited by size into report-rec.
           write report-rec.

       copy-one-claim-line.
           read claim-work
              at end
                 move 'Y' to inv-eof-switch
              not at end
                 write report-rec from claim-work-rec
           end-read.

       copy-one-unlisted-line.
           read unlisted-work
              at end
                 move 'Y' to inv-eof-switch
              not at end
                 write report-rec from unlisted-work-rec
           end-read.

       copy-one-missing-line.
           read missing-work
              at end
                 move 'Y' to inv-eof-switch
              not at end
                 write report-rec from missing-work-rec
           end-read.

      ******************************************************************
      * Breaks page operations the same way ACKMATCH does: 'INVB' for
      * lists 1 and 2 together, 'INVN' for the missing inventories.
      ******************************************************************
       raise-inventory-alerts.
           if inv-break-count = 0 and inv-missing-count = 0
              exit paragraph
           end-if.
           open extend alerts-file.
           if inv-alerts-status = "35"
              open output alerts-file
           end-if.
           if inv-alerts-status not = "00"
              display "ALERTS UNAVAILABLE - STATUS "
                 inv-alerts-status
              exit paragraph
           end-if.
           if inv-break-count > 0
              move spaces to alert-rec
              move inv-today to alert-run-date
              move "INVB" to alert-code
              move inv-break-count to alert-value
              move 0 to alert-threshold
              write alert-rec
           end-if.
           if inv-missing-count > 0
              move spaces to alert-rec
              move inv-today to alert-run-date
              move "INVN" to alert-code
              move inv-missing-count to alert-value
              move 0 to alert-threshold
              write alert-rec
           end-if.
           close alerts-file.
           move spaces to report-rec.
           string "ALERTS RAISED - BREAKS " inv-break-count
              " MISSING " inv-missing-count
              delimited by size into report-rec.
           write report-rec.

       end program INVMATCH.
