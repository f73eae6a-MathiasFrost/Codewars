      * rows in between belong to nobody's bill. Block allocations
      * write one marker per issued number, so block quantities are
      * counted number by number. Retries are the RETRY-tagged rows
      * of those same billable kinds. A request_replay row is a
      * resubmitted request answered from the request history: no
      * service ran for it, so it is counted on the report for
      * finance's information and billed to nobody.
      *
      * A number drawn from a fallback pool leaves a fallback-issued
      * marker instead of number-issued. It bills as an issuance and
      * is also counted apart, so finance can see how much of a
      * branch's supply came from its pool. The first draw in a
      * group (DRAW=001) stands on the position whose NOT-FOUND call
      * row was already counted as serviced, so it adds to issued
      * and fallback only; later draws are serviced positions of
      * their own.
      *
      * Each number series (see SERREC) is a product of its own and
      * is billed apart: usage is totalled per requestor, date and
      * series, the series taken off the row's SER= tag. A row
      * without one - a decode, or an archive generation written
      * before series existed - belongs to the base series '00'.
      * CHGRPT carries the month's totals per series as well.
      *
      * The trailer also carries the month's record volume summed
      * off RUNHIST, as the cross-foot anchor: service calls run
      *
      * BILLOUT 'D' row: type 1, requestor 2-9, run date 10-17,
      * numbers issued 18-26, number requests serviced 27-35,
      * decode calls 36-44, retries 45-53, fallback-pool issuances
      * 63-71 (54-62 zero), number series 72-73. 'T' row: type 1,
      * grand totals in the same columns, RUNHIST month volume in
      * 54-62, series blank.
      *
      * Modification History:
      *   2026-09-02  Initial version.
      *   2026-10-15  request_replay rows counted on CHGRPT as not
      *               billed.
      *   2026-10-15  fallback-issued rows billed as issuances and
      *               counted apart in BILLOUT 63-71 and on CHGRPT.
      *   2026-10-15  Usage billed per number series: slots keyed by
      *               requestor, date and series, the series in
      *               BILLOUT 72-73, and per-series totals on CHGRPT.
      *   2026-10-15  AUDIT rows are 264 bytes with the audit chain
      *               area behind the row; rows are parsed on their
      *               200-byte body as before.
      ******************************************************************
       identification division.
       program-id. CHGEXTR.
       file section.
       fd  audit-file
           label records are standard.
       01  audit-rec             pic x(264).

       fd  runhist-file
           label records are standard.
           05 bill-bc-calls      pic 9(9).
           05 bill-retries       pic 9(9).
           05 bill-runh-volume   pic 9(9).
           05 bill-fallback      pic 9(9).
           05 bill-series        pic x(2).

       fd  report-file
           label records are standard.
       01  chg-row-date          pic 9(8) value 0.
       01  chg-retry-hits        pic 9(3) value 0.

      * One slot per requestor per run date per series: 9999 covers
      * two hundred requestors across a 31-day month of nightly plus
      * day-cycle dates with room for a second series. Overflow does
      * not pass silently - see CHG-UNBILLED-COUNT and the
      * RETURN-CODE rules above.
       01  chg-usage-table.
           05 chg-usage-entry occurs 9999 times.
              10 chg-requestor   pic x(8).
              10 chg-date        pic 9(8).
              10 chg-series      pic x(2).
              10 chg-issued      pic 9(9).
              10 chg-nbn-calls   pic 9(9).
              10 chg-bc-calls    pic 9(9).
              10 chg-retries     pic 9(9).
              10 chg-fallback    pic 9(9).
       01  chg-usage-count       pic 9(4) value 0.
       01  chg-sub               pic 9(4) value 0.
       01  chg-hit-sub           pic 9(4) value 0.
       01  chg-tot-nbn           pic 9(9) value 0.
       01  chg-tot-bc            pic 9(9) value 0.
       01  chg-tot-retries       pic 9(9) value 0.
       01  chg-replay-count      pic 9(9) value 0.
       01  chg-tot-fallback      pic 9(9) value 0.
       01  chg-first-draw        pic 9(3) value 0.
       01  chg-runh-volume       pic 9(9) value 0.

      * Month totals by series, for CHGRPT.
       01  chg-ser-table.
           05 chg-ser-entry occurs 50 times.
              10 chg-ser-code    pic x(2).
              10 chg-ser-issued  pic 9(9).
              10 chg-ser-nbn     pic 9(9).
              10 chg-ser-bc      pic 9(9).
              10 chg-ser-fallback pic 9(9).
       01  chg-ser-count         pic 9(2) value 0.
       01  chg-ser-sub           pic 9(2) value 0.
       01  chg-row-series        pic x(2) value spaces.

      * Parsed view of one AUDIT row, same split the other audit
      * readers use.
       01  chg-aud-head          pic x(100).
       01  chg-aud-input         pic x(60).
       01  chg-aud-output        pic x(60).
       01  chg-head-front        pic x(100).
       01  chg-head-tail         pic x(100).
       01  chg-ser-front         pic x(100).
       01  chg-ser-tail          pic x(100).

       procedure division.

           move spaces to chg-aud-head.
           move spaces to chg-aud-input.
           move spaces to chg-aud-output.
           unstring audit-rec(1:200) delimited by " IN=" or " OUT="
              into chg-aud-head chg-aud-input chg-aud-output.
           evaluate true
              when chg-aud-head(23:13) = "number-issued"
                 continue
              when chg-aud-head(23:15) = "fallback-issued"
                 continue
              when chg-aud-head(23:18) = "next_bigger_number"
                    and chg-aud-output(1:9) = "NOT-FOUND"
                 continue
              when chg-aud-head(23:11) = "bit_counter"
                 continue
              when chg-aud-head(23:14) = "request_replay"
                 add 1 to chg-replay-count
                 exit paragraph
              when other
                 exit paragraph
           end-evaluate.
           move 0 to chg-retry-hits.
           inspect chg-aud-head
              tallying chg-retry-hits for all " RETRY ".
           move 0 to chg-first-draw.
           if chg-aud-head(23:15) = "fallback-issued"
              inspect chg-aud-head
                 tallying chg-first-draw for all " DRAW=001"
           end-if.
           if chg-retry-hits > 0 and chg-first-draw = 0
              add 1 to chg-retries(chg-hit-sub)
              add 1 to chg-tot-retries
           end-if.
                 add 1 to chg-tot-issued
                 add 1 to chg-nbn-calls(chg-hit-sub)
                 add 1 to chg-tot-nbn
              when chg-aud-head(23:15) = "fallback-issued"
                 add 1 to chg-issued(chg-hit-sub)
                 add 1 to chg-tot-issued
                 add 1 to chg-fallback(chg-hit-sub)
                 add 1 to chg-tot-fallback
                 if chg-first-draw = 0
                    add 1 to chg-nbn-calls(chg-hit-sub)
                    add 1 to chg-tot-nbn
                 end-if
              when chg-aud-head(23:18) = "next_bigger_number"
                 add 1 to chg-nbn-calls(chg-hit-sub)
                 add 1 to chg-tot-nbn

      * The requestor rides the head after "REQ=". A row without one
      * (pre-requestor archive generations) bills to the UNKNOWN
      * bucket rather than vanishing. The series rides it after
      * " SER=".
       find-usage-slot.
           move spaces to chg-head-front.
           move spaces to chg-head-tail.
           if chg-head-tail = spaces
              move "UNKNOWN" to chg-head-tail
           end-if.
           move spaces to chg-ser-front.
           move spaces to chg-ser-tail.
           unstring chg-aud-head delimited by " SER="
              into chg-ser-front chg-ser-tail.
           if chg-ser-tail(1:2) = spaces
              move "00" to chg-row-series
           else
              move chg-ser-tail(1:2) to chg-row-series
           end-if.
           move 'N' to chg-found-switch.
           move 0 to chg-hit-sub.
           perform varying chg-sub from 1 by 1
              until chg-sub > chg-usage-count or chg-slot-found
              if chg-requestor(chg-sub) = chg-head-tail(1:8)
                    and chg-date(chg-sub) = chg-row-date
                    and chg-series(chg-sub) = chg-row-series
                 move 'Y' to chg-found-switch
                 move chg-sub to chg-hit-sub
              end-if
           end-perform.
           if not chg-slot-found
              if chg-usage-count < 9999
                 add 1 to chg-usage-count
                 move chg-head-tail(1:8)
                    to chg-requestor(chg-usage-count)
                 move chg-row-date to chg-date(chg-usage-count)
                 move chg-row-series to chg-series(chg-usage-count)
                 move 0 to chg-issued(chg-usage-count)
                 move 0 to chg-nbn-calls(chg-usage-count)
                 move 0 to chg-bc-calls(chg-usage-count)
                 move 0 to chg-retries(chg-usage-count)
                 move 0 to chg-fallback(chg-usage-count)
                 move chg-usage-count to chg-hit-sub
              else
                 add 1 to chg-unbilled-count
              move chg-bc-calls(chg-sub) to bill-bc-calls
              move chg-retries(chg-sub) to bill-retries
              move 0 to bill-runh-volume
              move chg-fallback(chg-sub) to bill-fallback
              move chg-series(chg-sub) to bill-series
              write bill-rec
              perform add-series-totals
           end-perform.
           move spaces to bill-rec.
           move 'T' to bill-type.
           move chg-tot-bc to bill-bc-calls.
           move chg-tot-retries to bill-retries.
           move chg-runh-volume to bill-runh-volume.
           move chg-tot-fallback to bill-fallback.
           write bill-rec.

      * Folds one slot into its series' month totals. More series
      * than the table holds is not expected - SERCTL's own limit is
      * the same - and an extra series is left off CHGRPT only; the
      * BILLOUT rows are complete either way.
       add-series-totals.
           perform varying chg-ser-sub from 1 by 1
              until chg-ser-sub > chg-ser-count
                 or chg-ser-code(chg-ser-sub) = chg-series(chg-sub)
              continue
           end-perform.
           if chg-ser-sub > chg-ser-count
              if chg-ser-count >= 50
                 exit paragraph
              end-if
              add 1 to chg-ser-count
              move chg-ser-count to chg-ser-sub
              move chg-series(chg-sub) to chg-ser-code(chg-ser-sub)
              move 0 to chg-ser-issued(chg-ser-sub)
              move 0 to chg-ser-nbn(chg-ser-sub)
              move 0 to chg-ser-bc(chg-ser-sub)
              move 0 to chg-ser-fallback(chg-ser-sub)
           end-if.
           add chg-issued(chg-sub) to chg-ser-issued(chg-ser-sub).
           add chg-nbn-calls(chg-sub) to chg-ser-nbn(chg-ser-sub).
           add chg-bc-calls(chg-sub) to chg-ser-bc(chg-ser-sub).
           add chg-fallback(chg-sub) to chg-ser-fallback(chg-ser-sub).

       write-series-totals.
           move spaces to report-rec.
           string "SERIES " chg-ser-code(chg-ser-sub)
              " ISSUED " chg-ser-issued(chg-ser-sub)
              " FALLBACK " chg-ser-fallback(chg-ser-sub)
              " SERVICED " chg-ser-nbn(chg-ser-sub)
              " DECODES " chg-ser-bc(chg-ser-sub)
              delimited by size into report-rec.
           write report-rec.

       write-chargeback-report.
           move spaces to report-rec.
           string "BILLING MONTH........... " chg-month
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "FALLBACK POOL ISSUED.... " chg-tot-fallback
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "NUMBER REQS SERVICED.... " chg-tot-nbn
              delimited by size into report-rec.
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "REPLAYS (NOT BILLED).... " chg-replay-count
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           write report-rec.
           move "USAGE BY NUMBER SERIES" to report-rec.
           write report-rec.
           perform write-series-totals
              varying chg-ser-sub from 1 by 1
              until chg-ser-sub > chg-ser-count.

           display "End of extract - " chg-usage-count
              " requestor/date slots".

