      * Tectonics: cobc
      *
      * Takes block numbers on INQPARM cards (one number per card,
      * right-justified zero-filled in 1-38, its number series in
      * 39-40 - blank is the base series '00') and answers "what is the
      * story on number X" on one page per query: whether the number
      * is on the issued-number master and since when (with holder,
      * return and release dates), its check digit from check_digit
      * under the series' rule, any suspense record carrying it
      * (reason and attempts), and every audit row whose input or
      * output is the number. One run of this replaces the old
      * routine of grepping the archive, browsing NBNMAST, and
      * scanning the suspense generations by hand - and the page
      * reads without knowing any of those files exist.
      *
      * Point AUDITIN at the archive generations covering the period
      * in question plus the live file (same concatenation AUDQRY
      *
      * Modification History:
      *   2026-09-02  Initial version.
      *   2026-10-15  Chain of custody: the page lists who the number
      *               was issued to and every transfer since, off the
      *               OWNHIST ownership history, with transfers from
      *               an earlier issue of a reclaimed number marked.
      *   2026-10-15  Number series: the card names the series (39-40),
      *               the master is read by series and number, the
      *               check digit follows the series' rule off SERCTL,
      *               and only suspense items and audit rows of that
      *               series are listed.
      *   2026-10-15  AUDIT rows are 264 bytes with the audit chain
      *               area behind the row; rows are parsed on their
      *               200-byte body as before.
      *   2026-10-15  Chain of custody reads OWNHIST by series and
      *               number, so the same digits in another series
      *               no longer show in it.
      *   2026-10-15  AUDIT row head held at the full 200-byte body,
      *               so the SER= tag on a request_done row is read.
      ******************************************************************
       identification division.
       program-id. NBNINQ.
           select master-file assign to "NBNMAST"
              organization is indexed
              access is random
              record key is mast-key
              file status is inq-master-status.

           select ownhist-file assign to "OWNHIST"
              organization is indexed
              access is dynamic
              record key is ownh-key
              file status is inq-ownhist-status.

           select suspense-in assign to "SUSPIN"
              organization is line sequential
              file status is inq-susp-status.
              organization is line sequential
              file status is inq-report-status.

           select series-file assign to "SERCTL"
              organization is line sequential
              file status is inq-series-status.

       data division.
       file section.
       fd  parm-file
           label records are standard.
       01  parm-rec.
           05 inq-parm-number    pic x(38).
           05 inq-parm-series    pic x(2).

       fd  master-file
           label records are standard.
           copy MASTREC.

       fd  ownhist-file
           label records are standard.
           copy OWNHREC.

       fd  suspense-in
           label records are standard.
           copy SUSREC.

       fd  audit-file
           label records are standard.
       01  audit-rec             pic x(264).

       fd  report-file
           label records are standard.
       01  report-rec            pic x(132).

       fd  series-file
           label records are standard.
           copy SERREC.

       working-storage section.
      * check_digit interface (see CKDPARM).
           copy CKDPARM
                 ==function-verify== by ==ckd-function-verify==
                 ==check-digit== by ==ckd-check-digit==
                 ==valid-switch== by ==ckd-valid-switch==
                 ==digit-valid== by ==ckd-digit-valid==
                 ==check-rule== by ==ckd-check-rule==
                 ==rule-luhn== by ==ckd-rule-luhn==
                 ==rule-weighted== by ==ckd-rule-weighted==
                 ==rule-mod11== by ==ckd-rule-mod11==
                 ==rule-none== by ==ckd-rule-none==.

       01  inq-parm-status       pic xx value spaces.
       01  inq-master-status     pic xx value spaces.
       01  inq-susp-status       pic xx value spaces.
       01  inq-audit-status      pic xx value spaces.
       01  inq-report-status     pic xx value spaces.
       01  inq-ownhist-status    pic xx value spaces.
       01  inq-series-status     pic xx value spaces.

       01  inq-parm-eof-switch   pic x value 'N'.
           88 inq-parm-eof             value 'Y'.
           88 inq-susp-eof             value 'Y'.
       01  inq-aud-eof-switch    pic x value 'N'.
           88 inq-aud-eof              value 'Y'.
       01  inq-ownh-open-switch  pic x value 'N'.
           88 inq-ownh-open            value 'Y'.
       01  inq-ownh-eof-switch   pic x value 'N'.
           88 inq-ownh-eof             value 'Y'.
       01  inq-issued-shown-sw   pic x value 'N'.
           88 inq-issued-shown         value 'Y'.

       01  inq-mast-found-sw     pic x value 'N'.
           88 inq-on-master            value 'Y'.
       01  inq-query-count       pic 9(5) value 0.
       01  inq-susp-hits         pic 9(5) value 0.
       01  inq-audit-hits        pic 9(5) value 0.
       01  inq-series            pic x(2) value spaces.

      * Number series and their check-digit rules off SERCTL; the
      * base series '00' is always there, Luhn unless SERCTL says
      * otherwise.
       01  inq-ser-eof-switch    pic x value 'N'.
           88 inq-ser-eof              value 'Y'.
       01  inq-ser-table.
           05 inq-ser-entry occurs 50 times.
              10 inq-ser-code       pic x(2).
              10 inq-ser-rule       pic x(1).
       01  inq-ser-count         pic 9(2) value 0.
       01  inq-ser-sub           pic 9(2) value 0.
       01  inq-ser-found-sw      pic x value 'N'.
           88 inq-ser-found            value 'Y'.

      * Parsed view of one AUDIT row, same split RECON and AUDQRY
      * use: the head carries the timestamp and the program name
      * from column 23.
       01  inq-aud-head          pic x(200).
       01  inq-aud-input         pic x(60).
       01  inq-aud-output        pic x(60).
      * The SER= tag off the head; a row written before number series
      * existed carries none and belongs to the base series.
       01  inq-aud-lead          pic x(200).
       01  inq-aud-series        pic x(2).

       procedure division.

           display "Single-number status inquiry".

           perform open-inquiry-files.
           perform load-series-control.
           perform answer-one-query until inq-parm-eof.
           perform close-inquiry-files.

              move 16 to return-code
              stop run
           end-if.
      * No ownership history yet just means nothing was ever
      * transferred - every number is still with its first holder.
           open input ownhist-file.
           if inq-ownhist-status = "00"
              move 'Y' to inq-ownh-open-switch
           end-if.

       answer-one-query.
           read parm-file
                    add 1 to inq-query-count
                    move inq-parm-number to inq-number
                    move inq-number to inq-number-x
                    if inq-parm-series = spaces
                       move "00" to inq-series
                    else
                       move inq-parm-series to inq-series
                    end-if
                    perform write-one-query-page
                 end-if
           end-read.
           move all '-' to report-rec.
           write report-rec.
           move spaces to report-rec.
           string "NUMBER " inq-number " SERIES " inq-series
              delimited by size into report-rec.
           write report-rec.

           perform report-master-standing.
           perform report-chain-of-custody.
           perform report-check-digit.
           perform report-suspense-standing.
           perform report-audit-history.

       report-master-standing.
           move inq-series to mast-series.
           move inq-number to mast-number.
           read master-file
              invalid key
              write report-rec
           end-if.

      ******************************************************************
      * Chain of custody: the holder the number was issued to, then
      * each transfer in date order, ending with who holds it now.
      * The first history row of the current issue names the holder
      * it was issued to; with no such row the number never moved.
      * Rows dated before the master's issue date belong to an
      * earlier issue of a number that was returned and reclaimed.
      ******************************************************************
       report-chain-of-custody.
           if not inq-on-master
              exit paragraph
           end-if.
           move "  CHAIN OF CUSTODY" to report-rec.
           write report-rec.
           move 'N' to inq-issued-shown-sw.
           move 'Y' to inq-ownh-eof-switch.
           if inq-ownh-open
              move inq-series to ownh-series
              move inq-number to ownh-number
              move 0 to ownh-date
              move 0 to ownh-time
              move 'N' to inq-ownh-eof-switch
              start ownhist-file key is not less than ownh-key
                 invalid key
                    move 'Y' to inq-ownh-eof-switch
              end-start
           end-if.
           perform report-one-custody-row until inq-ownh-eof.
           if not inq-issued-shown
              move spaces to report-rec
              string "    ISSUED " mast-issue-date
                 " TO " mast-requestor
                 delimited by size into report-rec
              write report-rec
           end-if.
           move spaces to report-rec.
           string "    HELD NOW BY " mast-requestor
              delimited by size into report-rec.
           write report-rec.

       report-one-custody-row.
           read ownhist-file next record
              at end
                 move 'Y' to inq-ownh-eof-switch
           end-read.
           if inq-ownh-eof
              exit paragraph
           end-if.
           if ownh-series not = inq-series
                 or ownh-number not = inq-number
              move 'Y' to inq-ownh-eof-switch
              exit paragraph
           end-if.
           if ownh-date < mast-issue-date
              move spaces to report-rec
              string "    EARLIER ISSUE - TRANSFERRED " ownh-date
                 " FROM " ownh-from-requestor
                 " TO " ownh-to-requestor
                 delimited by size into report-rec
              write report-rec
              exit paragraph
           end-if.
           if not inq-issued-shown
              move 'Y' to inq-issued-shown-sw
              move spaces to report-rec
              string "    ISSUED " mast-issue-date
                 " TO " ownh-from-requestor
                 delimited by size into report-rec
              write report-rec
           end-if.
           move spaces to report-rec.
           string "    TRANSFERRED " ownh-date
              " FROM " ownh-from-requestor
              " TO " ownh-to-requestor
              delimited by size into report-rec.
           write report-rec.

       report-check-digit.
           perform find-series.
           if inq-ser-found
              move inq-ser-rule(inq-ser-sub) to ckd-check-rule
           else
              move 'L' to ckd-check-rule
           end-if.
           move spaces to report-rec.
           if ckd-rule-none
              string "  NO CHECK DIGIT IN SERIES " inq-series
                 delimited by size into report-rec
              write report-rec
              exit paragraph
           end-if.
           move inq-number to ckd-number-in.
           move 'G' to ckd-function-code.
           call "check_digit" using ckd-number-in
              ckd-function-code ckd-check-digit ckd-valid-switch
              ckd-check-rule.
           evaluate true
              when ckd-rule-weighted
                 string "  WEIGHTED 3-1 CHECK DIGIT " ckd-check-digit
                    delimited by size into report-rec
              when ckd-rule-mod11
                 string "  MODULUS 11 CHECK DIGIT " ckd-check-digit
                    delimited by size into report-rec
              when other
                 string "  LUHN CHECK DIGIT " ckd-check-digit
                    delimited by size into report-rec
           end-evaluate.
           write report-rec.

       report-suspense-standing.
              at end
                 move 'Y' to inq-susp-eof-switch
              not at end
                 if susp-series = spaces
                    move "00" to susp-series
                 end-if
                 if susp-n = inq-number and susp-series = inq-series
                    add 1 to inq-susp-hits
                    move spaces to report-rec
                    string "  ON SUSPENSE - REASON " susp-reason
           write report-rec.

      * A row belongs on the page when its input or its output is
      * the queried number in the queried series - that covers the
      * request that asked for it, the call that issued it, and the
      * return that retired it.
       scan-one-audit-row.
           read audit-file
              at end
                 move spaces to inq-aud-head
                 move spaces to inq-aud-input
                 move spaces to inq-aud-output
                 unstring audit-rec(1:200)
                    delimited by " IN=" or " OUT="
                    into inq-aud-head inq-aud-input inq-aud-output
                 move spaces to inq-aud-lead
                 move spaces to inq-aud-series
                 unstring inq-aud-head delimited by " SER="
                    into inq-aud-lead inq-aud-series
                 if inq-aud-series = spaces
                    move "00" to inq-aud-series
                 end-if
                 if (inq-aud-input(1:38) = inq-number-x
                       or inq-aud-output(1:38) = inq-number-x)
                       and inq-aud-series = inq-series
                    add 1 to inq-audit-hits
                    move spaces to report-rec
                    string "  " audit-rec(1:8) " " audit-rec(9:6)
                 end-if
           end-read.

      ******************************************************************
      * Loads the number series table. No SERCTL dataset leaves only
      * the base series, under Luhn. A series the table cannot hold
      * is reported and answered under Luhn.
      ******************************************************************
       load-series-control.
           move 1 to inq-ser-count.
           move "00" to inq-ser-code(1).
           move 'L' to inq-ser-rule(1).
           move 'N' to inq-ser-eof-switch.
           open input series-file.
           if inq-series-status = "00"
              perform load-one-series until inq-ser-eof
              close series-file
           end-if.

       load-one-series.
           read series-file
              at end
                 move 'Y' to inq-ser-eof-switch
                 exit paragraph
           end-read.
           if ser-code = spaces or ser-code(1:1) = '*'
              exit paragraph
           end-if.
           move ser-code to inq-series.
           perform find-series.
           evaluate true
              when inq-ser-found and ser-code = "00"
                 move ser-ckd-rule to inq-ser-rule(1)
              when inq-ser-found
                 continue
              when inq-ser-count < 50
                 add 1 to inq-ser-count
                 move ser-code to inq-ser-code(inq-ser-count)
                 move ser-ckd-rule to inq-ser-rule(inq-ser-count)
              when other
                 display "SERIES TABLE FULL - SERIES " ser-code
                    " NOT LOADED"
           end-evaluate.

      * INQ-SER-SUB is left on the series found.
       find-series.
           move 'N' to inq-ser-found-sw.
           perform varying inq-ser-sub from 1 by 1
              until inq-ser-sub > inq-ser-count or inq-ser-found
              if inq-ser-code(inq-ser-sub) = inq-series
                 move 'Y' to inq-ser-found-sw
              end-if
           end-perform.
           if inq-ser-found
              subtract 1 from inq-ser-sub
           end-if.

       close-inquiry-files.
           close parm-file.
           close master-file.
           if inq-ownh-open
              close ownhist-file
           end-if.
           close report-file.

       end program NBNINQ.
