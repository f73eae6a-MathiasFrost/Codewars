      ******************************************************************
      * Author: Mathias Loken
      * Date: 2026-10-15
      * Purpose: Burst the promoted RESULTS into per-requestor files.
      * Tectonics: cobc
      *
      * Settlement takes the whole promoted RESULTS file; a branch
      * that wants its own results directly gets a delivery file cut
      * from it here, after the promote step. Each delivery file is
      * a RESULTS file in its own right (layout in RESREC): the
      * promoted header, the branch's detail rows in promoted order,
      * and its own trailer of counts and issued-number hash total,
      * worked out exactly the way the driver works RES-TRL-HASH-
      * TOTAL, so the branch can balance its file the same way
      * settlement balances the whole.
      *
      * ROUTTBL says who gets a file, one line per requestor:
      *   requestor ID in 1-8
      *   route code in 9       - 'D' a delivery file of its own,
      *                           'S' covered by the settlement feed
      *                           alone
      *   delivery slot in 10   - 1-8, the DELIVERn file that
      *                           carries this requestor ('D' only)
      * A slot carries one requestor; which branch's dataset sits
      * behind each DELIVERn DD is the JCL's business. A requestor
      * not on the table, or on it with a line that cannot be used,
      * is covered by settlement alone.
      *
      * BURSTRPT proves the cut: each delivery file's totals, the
      * settlement-only remainder, and their sum set against the
      * promoted file's own trailer.
      *
      * RETURN-CODE 0 clean, 4 routing lines refused (see BURSTRPT),
      * 8 the delivery files do not add back up to the promoted
      * trailer or the promoted file has no header or trailer - hold
      * the delivery - 16 nothing trustworthy was produced.
      *
      * Modification History:
      *   2026-10-15  Initial version.
      *   2026-10-15  Fallback-pool issuances (status '36') count in
      *               the per-file and settlement hash totals.
      *   2026-10-15  Series field on detail rows (see RESREC) named
      *               in the delivery work area.
      ******************************************************************
       identification division.
       program-id. RESBURST.

       environment division.
       input-output section.
       file-control.
           select results-file assign to "RESULTS"
              organization is line sequential
              file status is bst-results-status.

           select route-file assign to "ROUTTBL"
              organization is line sequential
              file status is bst-route-status.

           select deliver1-file assign to "DELIVER1"
              organization is line sequential
              file status is bst-deliver-status.

           select deliver2-file assign to "DELIVER2"
              organization is line sequential
              file status is bst-deliver-status.

           select deliver3-file assign to "DELIVER3"
              organization is line sequential
              file status is bst-deliver-status.

           select deliver4-file assign to "DELIVER4"
              organization is line sequential
              file status is bst-deliver-status.

           select deliver5-file assign to "DELIVER5"
              organization is line sequential
              file status is bst-deliver-status.

           select deliver6-file assign to "DELIVER6"
              organization is line sequential
              file status is bst-deliver-status.

           select deliver7-file assign to "DELIVER7"
              organization is line sequential
              file status is bst-deliver-status.

           select deliver8-file assign to "DELIVER8"
              organization is line sequential
              file status is bst-deliver-status.

           select report-file assign to "BURSTRPT"
              organization is line sequential
              file status is bst-report-status.

       data division.
       file section.
       fd  results-file
           label records are standard.
           copy RESREC.

       fd  route-file
           label records are standard.
       01  route-rec.
           05 rte-requestor      pic x(8).
           05 rte-code           pic x(1).
           05 rte-slot           pic x(1).

       fd  deliver1-file
           label records are standard.
       01  deliver1-rec          pic x(120).

       fd  deliver2-file
           label records are standard.
       01  deliver2-rec          pic x(120).

       fd  deliver3-file
           label records are standard.
       01  deliver3-rec          pic x(120).

       fd  deliver4-file
           label records are standard.
       01  deliver4-rec          pic x(120).

       fd  deliver5-file
           label records are standard.
       01  deliver5-rec          pic x(120).

       fd  deliver6-file
           label records are standard.
       01  deliver6-rec          pic x(120).

       fd  deliver7-file
           label records are standard.
       01  deliver7-rec          pic x(120).

       fd  deliver8-file
           label records are standard.
       01  deliver8-rec          pic x(120).

       fd  report-file
           label records are standard.
       01  report-rec            pic x(132).

       working-storage section.
       01  bst-results-status    pic xx value spaces.
       01  bst-route-status      pic xx value spaces.
       01  bst-deliver-status    pic xx value spaces.
       01  bst-report-status     pic xx value spaces.

       01  bst-res-eof-switch    pic x value 'N'.
           88 bst-res-eof              value 'Y'.
       01  bst-rte-eof-switch    pic x value 'N'.
           88 bst-rte-eof              value 'Y'.
       01  bst-header-seen       pic x value 'N'.
           88 bst-have-header          value 'Y'.
       01  bst-trailer-seen      pic x value 'N'.
           88 bst-have-trailer         value 'Y'.
       01  bst-balanced-switch   pic x value 'Y'.
           88 bst-balanced             value 'Y'.

      * Delivery file work area: the header is the promoted one as
      * it stands; the trailer is built here for each file.
           copy RESREC
              replacing ==res-header-rec== by ==dlv-header-rec==
                 ==res-hdr-type== by ==dlv-hdr-type==
                 ==res-hdr-run-date== by ==dlv-hdr-run-date==
                 ==res-hdr-cycle== by ==dlv-hdr-cycle==
                 ==res-detail-rec== by ==dlv-detail-rec==
                 ==res-dtl-type== by ==dlv-dtl-type==
                 ==res-dtl-seq== by ==dlv-dtl-seq==
                 ==res-dtl-service== by ==dlv-dtl-service==
                 ==res-dtl-input== by ==dlv-dtl-input==
                 ==res-dtl-output== by ==dlv-dtl-output==
                 ==res-dtl-status== by ==dlv-dtl-status==
                 ==res-dtl-group== by ==dlv-dtl-group==
                 ==res-dtl-check== by ==dlv-dtl-check==
                 ==res-dtl-requestor== by ==dlv-dtl-requestor==
                 ==res-dtl-new-holder== by ==dlv-dtl-new-holder==
                 ==res-dtl-orig-status== by ==dlv-dtl-orig-status==
                 ==res-dtl-series== by ==dlv-dtl-series==
                 ==res-trailer-rec== by ==dlv-trailer-rec==
                 ==res-trl-type== by ==dlv-trl-type==
                 ==res-trl-detail-count== by ==dlv-trl-detail-count==
                 ==res-trl-nbn-count== by ==dlv-trl-nbn-count==
                 ==res-trl-bc-count== by ==dlv-trl-bc-count==
                 ==res-trl-hash-total== by ==dlv-trl-hash-total==.

      * Routing table as loaded. Settlement-only lines are kept too,
      * so the report can tell a requestor deliberately left to
      * settlement from one nobody has routed yet.
       01  bst-route-table.
           05 bst-route-entry occurs 500 times.
              10 bst-rte-requestor pic x(8).
              10 bst-rte-slot      pic 9(1).
       01  bst-route-count       pic 9(3) value 0.
       01  bst-refused-count     pic 9(9) value 0.
       01  bst-sub               pic 9(3) value 0.
       01  bst-hit-sub           pic 9(3) value 0.
       01  bst-slot              pic 9(1) value 0.
       01  bst-find-requestor    pic x(8) value spaces.

      * One set of totals per delivery slot, accumulated as its rows
      * are written.
       01  bst-slot-table.
           05 bst-slot-entry occurs 8 times.
              10 bst-slot-requestor pic x(8).
              10 bst-slot-detail   pic 9(9).
              10 bst-slot-nbn      pic 9(9).
              10 bst-slot-bc       pic 9(9).
              10 bst-slot-hash     pic 9(18).

      * Rows left to the settlement feed alone, the part of them
      * belonging to requestors not on the table at all, what was
      * counted off the promoted file, and the sum of the cut.
       01  bst-stl-detail        pic 9(9) value 0.
       01  bst-stl-nbn           pic 9(9) value 0.
       01  bst-stl-bc            pic 9(9) value 0.
       01  bst-stl-hash          pic 9(18) value 0.
       01  bst-unrouted-count    pic 9(9) value 0.
       01  bst-prm-detail        pic 9(9) value 0.
       01  bst-prm-nbn           pic 9(9) value 0.
       01  bst-prm-bc            pic 9(9) value 0.
       01  bst-prm-hash          pic 9(18) value 0.
       01  bst-sum-detail        pic 9(9) value 0.
       01  bst-sum-nbn           pic 9(9) value 0.
       01  bst-sum-bc            pic 9(9) value 0.
       01  bst-sum-hash          pic 9(18) value 0.
       01  bst-trl-detail        pic 9(9) value 0.
       01  bst-trl-nbn           pic 9(9) value 0.
       01  bst-trl-bc            pic 9(9) value 0.
       01  bst-trl-hash          pic 9(18) value 0.

       01  bst-run-date          pic 9(8) value 0.
       01  bst-cycle             pic 9(2) value 0.

       procedure division.

           display "Delivery burst of the promoted RESULTS".

           perform open-burst-files.
           perform write-report-heading.
           perform load-routing-table.
           perform read-promoted-header.
           perform burst-one-row
              until bst-res-eof or bst-have-trailer.
           perform write-delivery-trailers.
           perform prove-burst-totals.
           perform close-burst-files.

           if not bst-balanced
              move 8 to return-code
           else
              if bst-refused-count > 0
                 move 4 to return-code
              else
                 move 0 to return-code
              end-if
           end-if.

           stop run.

      * Every delivery file is opened output whether or not a
      * requestor is routed to it, so an unused slot is left empty
      * rather than holding an earlier night's rows.
       open-burst-files.
           open input results-file.
           if bst-results-status not = "00"
              display "ERROR OPENING RESULTS - STATUS "
                 bst-results-status
              move 16 to return-code
              stop run
           end-if.
           open input route-file.
           if bst-route-status not = "00"
              display "ERROR OPENING ROUTTBL - STATUS "
                 bst-route-status
              move 16 to return-code
              stop run
           end-if.
           open output deliver1-file deliver2-file deliver3-file
                       deliver4-file deliver5-file deliver6-file
                       deliver7-file deliver8-file.
           if bst-deliver-status not = "00"
              display "ERROR OPENING DELIVERY FILES - STATUS "
                 bst-deliver-status
              move 16 to return-code
              stop run
           end-if.
           open output report-file.
           if bst-report-status not = "00"
              display "ERROR OPENING BURSTRPT - STATUS "
                 bst-report-status
              move 16 to return-code
              stop run
           end-if.
           perform varying bst-slot from 1 by 1 until bst-slot > 8
              move spaces to bst-slot-requestor(bst-slot)
              move 0 to bst-slot-detail(bst-slot)
              move 0 to bst-slot-nbn(bst-slot)
              move 0 to bst-slot-bc(bst-slot)
              move 0 to bst-slot-hash(bst-slot)
           end-perform.

       write-report-heading.
           move spaces to report-rec.
           string "DELIVERY BURST OF THE PROMOTED RESULTS - "
              function current-date(1:8)
              delimited by size into report-rec.
           write report-rec.

      ******************************************************************
      * Loads ROUTTBL. A line with no requestor, a route code other
      * than 'D' or 'S', a 'D' line without a slot 1-8, a slot
      * another requestor already has, or a second line for the same
      * requestor is refused and listed; the requestor falls back to
      * settlement alone.
      ******************************************************************
       load-routing-table.
           perform load-one-route until bst-rte-eof.
           close route-file.

       load-one-route.
           read route-file
              at end
                 move 'Y' to bst-rte-eof-switch
                 exit paragraph
           end-read.
           if rte-requestor = spaces
                 or (rte-code not = 'D' and rte-code not = 'S')
                 or (rte-code = 'D'
                    and (rte-slot not numeric or rte-slot = '0'
                       or rte-slot = '9'))
              perform refuse-route-line
              exit paragraph
           end-if.
           move rte-requestor to bst-find-requestor.
           perform find-route.
           if bst-hit-sub > 0
              perform refuse-route-line
              exit paragraph
           end-if.
           if rte-code = 'D'
              move rte-slot to bst-slot
              if bst-slot-requestor(bst-slot) not = spaces
                 perform refuse-route-line
                 exit paragraph
              end-if
           else
              move 0 to bst-slot
           end-if.
           if bst-route-count >= 500
              perform refuse-route-line
              exit paragraph
           end-if.
           add 1 to bst-route-count.
           move rte-requestor to bst-rte-requestor(bst-route-count).
           move bst-slot to bst-rte-slot(bst-route-count).
           if bst-slot > 0
              move rte-requestor to bst-slot-requestor(bst-slot)
           end-if.

       refuse-route-line.
           add 1 to bst-refused-count.
           move spaces to report-rec.
           string "ROUTING LINE REFUSED - " route-rec
              delimited by size into report-rec.
           write report-rec.

      * Sets BST-HIT-SUB to the entry for BST-FIND-REQUESTOR, or 0.
       find-route.
           move 0 to bst-hit-sub.
           perform varying bst-sub from 1 by 1
              until bst-sub > bst-route-count or bst-hit-sub > 0
              if bst-rte-requestor(bst-sub) = bst-find-requestor
                 move bst-sub to bst-hit-sub
              end-if
           end-perform.

      * The promoted header opens every delivery file that has a
      * requestor; a promoted file without one is not delivered.
       read-promoted-header.
           read results-file
              at end
                 move 'Y' to bst-res-eof-switch
           end-read.
           if bst-res-eof or res-hdr-type not = 'H'
              move 'N' to bst-balanced-switch
              move spaces to report-rec
              move "PROMOTED RESULTS HEADER MISSING" to report-rec
              write report-rec
              exit paragraph
           end-if.
           move 'Y' to bst-header-seen.
           move res-hdr-run-date to bst-run-date.
           move res-hdr-cycle to bst-cycle.
           move res-header-rec to dlv-header-rec.
           perform varying bst-slot from 1 by 1 until bst-slot > 8
              if bst-slot-requestor(bst-slot) not = spaces
                 perform write-delivery-header
              end-if
           end-perform.

       write-delivery-header.
           evaluate bst-slot
              when 1
                 write deliver1-rec from dlv-header-rec
              when 2
                 write deliver2-rec from dlv-header-rec
              when 3
                 write deliver3-rec from dlv-header-rec
              when 4
                 write deliver4-rec from dlv-header-rec
              when 5
                 write deliver5-rec from dlv-header-rec
              when 6
                 write deliver6-rec from dlv-header-rec
              when 7
                 write deliver7-rec from dlv-header-rec
              when 8
                 write deliver8-rec from dlv-header-rec
           end-evaluate.

      ******************************************************************
      * One promoted row: the trailer is kept for the proof; a detail
      * row goes to its requestor's delivery file, or counts to the
      * settlement-only remainder. Counts and hash are taken the way
      * the driver takes them for RES-TRL-*: every row counts, by
      * service, and only issued numbers ('N', status '00' or '36')
      * hash.
      ******************************************************************
       burst-one-row.
           read results-file
              at end
                 move 'Y' to bst-res-eof-switch
                 exit paragraph
           end-read.
           if res-hdr-type = 'T'
              move 'Y' to bst-trailer-seen
              move res-trl-detail-count to bst-trl-detail
              move res-trl-nbn-count to bst-trl-nbn
              move res-trl-bc-count to bst-trl-bc
              move res-trl-hash-total to bst-trl-hash
              exit paragraph
           end-if.
           add 1 to bst-prm-detail.
           if res-dtl-service = 'N'
              add 1 to bst-prm-nbn
              if res-dtl-status = "00" or res-dtl-status = "36"
                 compute bst-prm-hash =
                    function mod(bst-prm-hash + res-dtl-output
                       1000000000000000000)
              end-if
           end-if.
           if res-dtl-service = 'B'
              add 1 to bst-prm-bc
           end-if.
           move res-dtl-requestor to bst-find-requestor.
           perform find-route.
           if bst-hit-sub = 0
              add 1 to bst-unrouted-count
              move 0 to bst-slot
           else
              move bst-rte-slot(bst-hit-sub) to bst-slot
           end-if.
           if bst-slot = 0
              perform tally-settlement-row
           else
              perform write-delivery-row
           end-if.

       write-delivery-row.
           evaluate bst-slot
              when 1
                 write deliver1-rec from res-detail-rec
              when 2
                 write deliver2-rec from res-detail-rec
              when 3
                 write deliver3-rec from res-detail-rec
              when 4
                 write deliver4-rec from res-detail-rec
              when 5
                 write deliver5-rec from res-detail-rec
              when 6
                 write deliver6-rec from res-detail-rec
              when 7
                 write deliver7-rec from res-detail-rec
              when 8
                 write deliver8-rec from res-detail-rec
           end-evaluate.
           add 1 to bst-slot-detail(bst-slot).
           if res-dtl-service = 'N'
              add 1 to bst-slot-nbn(bst-slot)
              if res-dtl-status = "00" or res-dtl-status = "36"
                 compute bst-slot-hash(bst-slot) =
                    function mod(bst-slot-hash(bst-slot)
                       + res-dtl-output 1000000000000000000)
              end-if
           end-if.
           if res-dtl-service = 'B'
              add 1 to bst-slot-bc(bst-slot)
           end-if.

       tally-settlement-row.
           add 1 to bst-stl-detail.
           if res-dtl-service = 'N'
              add 1 to bst-stl-nbn
              if res-dtl-status = "00" or res-dtl-status = "36"
                 compute bst-stl-hash =
                    function mod(bst-stl-hash + res-dtl-output
                       1000000000000000000)
              end-if
           end-if.
           if res-dtl-service = 'B'
              add 1 to bst-stl-bc
           end-if.

      * Each delivery file with a requestor closes on a trailer of
      * its own totals - a branch with no rows tonight still gets a
      * header and a zero trailer, so an empty night reads as one.
       write-delivery-trailers.
           if not bst-have-header
              exit paragraph
           end-if.
           perform varying bst-slot from 1 by 1 until bst-slot > 8
              if bst-slot-requestor(bst-slot) not = spaces
                 perform write-delivery-trailer
              end-if
           end-perform.

       write-delivery-trailer.
           move spaces to dlv-trailer-rec.
           move 'T' to dlv-trl-type.
           move bst-slot-detail(bst-slot) to dlv-trl-detail-count.
           move bst-slot-nbn(bst-slot) to dlv-trl-nbn-count.
           move bst-slot-bc(bst-slot) to dlv-trl-bc-count.
           move bst-slot-hash(bst-slot) to dlv-trl-hash-total.
           evaluate bst-slot
              when 1
                 write deliver1-rec from dlv-trailer-rec
              when 2
                 write deliver2-rec from dlv-trailer-rec
              when 3
                 write deliver3-rec from dlv-trailer-rec
              when 4
                 write deliver4-rec from dlv-trailer-rec
              when 5
                 write deliver5-rec from dlv-trailer-rec
              when 6
                 write deliver6-rec from dlv-trailer-rec
              when 7
                 write deliver7-rec from dlv-trailer-rec
              when 8
                 write deliver8-rec from dlv-trailer-rec
           end-evaluate.

      ******************************************************************
      * The proof: one line per delivery file, the settlement-only
      * remainder, their sum, and the promoted trailer. The sum must
      * equal the trailer on all four totals, and so must what was
      * counted off the promoted file itself.
      ******************************************************************
       prove-burst-totals.
           move spaces to report-rec.
           string "PROMOTED RUN DATE " bst-run-date " CYCLE "
              bst-cycle
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "FILE      REQSTR    DETAILS   NBN ROWS  BC ROWS   "
              "HASH TOTAL"
              delimited by size into report-rec.
           write report-rec.
           move 0 to bst-sum-detail.
           move 0 to bst-sum-nbn.
           move 0 to bst-sum-bc.
           move 0 to bst-sum-hash.
           perform varying bst-slot from 1 by 1 until bst-slot > 8
              perform prove-one-slot
           end-perform.
           move spaces to report-rec.
           string "SETTLE    --------  " bst-stl-detail " "
              bst-stl-nbn " " bst-stl-bc " " bst-stl-hash
              delimited by size into report-rec.
           write report-rec.
           add bst-stl-detail to bst-sum-detail.
           add bst-stl-nbn to bst-sum-nbn.
           add bst-stl-bc to bst-sum-bc.
           compute bst-sum-hash =
              function mod(bst-sum-hash + bst-stl-hash
                 1000000000000000000).
           move spaces to report-rec.
           string "SUM       --------  " bst-sum-detail " "
              bst-sum-nbn " " bst-sum-bc " " bst-sum-hash
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "COUNTED   --------  " bst-prm-detail " "
              bst-prm-nbn " " bst-prm-bc " " bst-prm-hash
              delimited by size into report-rec.
           write report-rec.
           if not bst-have-trailer
              move 'N' to bst-balanced-switch
              move spaces to report-rec
              move "PROMOTED RESULTS TRAILER MISSING" to report-rec
              write report-rec
           else
              move spaces to report-rec
              string "TRAILER   --------  " bst-trl-detail " "
                 bst-trl-nbn " " bst-trl-bc " " bst-trl-hash
                 delimited by size into report-rec
              write report-rec
              if bst-sum-detail not = bst-trl-detail
                    or bst-sum-nbn not = bst-trl-nbn
                    or bst-sum-bc not = bst-trl-bc
                    or bst-sum-hash not = bst-trl-hash
                    or bst-prm-detail not = bst-trl-detail
                    or bst-prm-nbn not = bst-trl-nbn
                    or bst-prm-bc not = bst-trl-bc
                    or bst-prm-hash not = bst-trl-hash
                 move 'N' to bst-balanced-switch
              end-if
           end-if.
           move spaces to report-rec.
           string "ROWS FOR UNROUTED REQSTR " bst-unrouted-count
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "ROUTING LINES REFUSED... " bst-refused-count
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           if bst-balanced
              move "DELIVERY FILES BALANCE TO THE PROMOTED TRAILER"
                 to report-rec
           else
              move "DELIVERY FILES OUT OF BALANCE - HOLD DELIVERY"
                 to report-rec
           end-if.
           write report-rec.

       prove-one-slot.
           move spaces to report-rec.
           if bst-slot-requestor(bst-slot) = spaces
              string "DELIVER" bst-slot "  (UNUSED)"
                 delimited by size into report-rec
              write report-rec
              exit paragraph
           end-if.
           string "DELIVER" bst-slot "  "
              bst-slot-requestor(bst-slot) "  "
              bst-slot-detail(bst-slot) " "
              bst-slot-nbn(bst-slot) " "
              bst-slot-bc(bst-slot) " "
              bst-slot-hash(bst-slot)
              delimited by size into report-rec.
           write report-rec.
           add bst-slot-detail(bst-slot) to bst-sum-detail.
           add bst-slot-nbn(bst-slot) to bst-sum-nbn.
           add bst-slot-bc(bst-slot) to bst-sum-bc.
           compute bst-sum-hash =
              function mod(bst-sum-hash + bst-slot-hash(bst-slot)
                 1000000000000000000).

       close-burst-files.
           close results-file.
           close deliver1-file deliver2-file deliver3-file
                 deliver4-file deliver5-file deliver6-file
                 deliver7-file deliver8-file.
           close report-file.
           display "End of burst - " bst-prm-detail " rows, "
              bst-route-count " routing lines".
