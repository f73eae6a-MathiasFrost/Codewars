      ******************************************************************
      * Author: Mathias Loken
      * Date: 2026-10-15
      * Purpose: Holdings statement per requestor.
      * Tectonics: cobc
      *
      * Answers a branch's "which numbers do we hold, and what is
      * stuck?" in one pass instead of one NBNINQ card at a time:
      * one section per MAST-REQUESTOR listing
      *   - the live numbers it holds, with their issue dates,
      *   - the numbers it returned that are still in quarantine,
      *     with return and release dates (a returned number past
      *     its release date is the shop's again, not the branch's),
      *   - every SUSPENSE and HOLDOUT (held) item carrying its
      *     requestor ID, with the reason code and the item's age in
      *     days since it was first queued,
      * and a totals line per requestor, so each branch manager gets
      * their own page.
      *
      * The master is keyed by series and number, not by holder, so
      * the three sources are released to a sort on requestor and
      * section and the statement is printed off the sorted stream
      * with a control break per requestor.
      *
      * STMTPARM card: requestor in 1-8 for an on-demand statement of
      * that requestor alone; blank (or no card) is the monthly run
      * covering every requestor. SUSPIN and HELDIN may be absent -
      * nothing queued just means nothing stuck.
      *
      * RETURN-CODE 0 normally, 16 the master could not be opened.
      *
      * Modification History:
      *   2026-10-15  Initial version.
      *   2026-10-15  Held-file layout (SUSREC) gained the priority and
      *               upload stamp.
      *   2026-10-15  Number series: the master is keyed by series and
      *               number (MASTREC), and every statement line
      *               shows the number's series, ordered by series
      *               within each section.
      *   2026-10-15  Held items carry the request reference (SUSREC).
      ******************************************************************
       identification division.
       program-id. HOLDSTMT.

       environment division.
       input-output section.
       file-control.
           select parm-file assign to "STMTPARM"
              organization is line sequential
              file status is hst-parm-status.

           select master-file assign to "NBNMAST"
              organization is indexed
              access is sequential
              record key is mast-key
              file status is hst-master-status.

           select suspense-in assign to "SUSPIN"
              organization is line sequential
              file status is hst-susp-status.

           select held-in assign to "HELDIN"
              organization is line sequential
              file status is hst-held-status.

           select report-file assign to "STMTRPT"
              organization is line sequential
              file status is hst-report-status.

           select sort-file assign to "SORTWK".

       data division.
       file section.
       fd  parm-file
           label records are standard.
       01  parm-rec.
           05 hst-parm-requestor pic x(8).

       fd  master-file
           label records are standard.
           copy MASTREC.

       fd  suspense-in
           label records are standard.
           copy SUSREC.

       fd  held-in
           label records are standard.
           copy SUSREC
              replacing ==susp-rec== by ==hld-rec==
                 ==susp-n== by ==hld-n==
                 ==susp-bits== by ==hld-bits==
                 ==susp-type== by ==hld-type==
                 ==susp-reason== by ==hld-reason==
                 ==susp-first-date== by ==hld-first-date==
                 ==susp-attempts== by ==hld-attempts==
                 ==susp-qty== by ==hld-qty==
                 ==susp-requestor== by ==hld-requestor==
                 ==susp-priority== by ==hld-priority==
                 ==susp-upload-date== by ==hld-upload-date==
                 ==susp-upload-time== by ==hld-upload-time==
                 ==susp-series== by ==hld-series==
                 ==susp-req-ref== by ==hld-req-ref==.

       fd  report-file
           label records are standard.
       01  report-rec            pic x(132).

      * One statement line per sort record. SRT-SECTION orders the
      * requestor's page: 1 live, 2 quarantined, 3 suspense, 4 held.
      * SRT-DATE-1 is the issue date (1), the release date (2) or
      * the first-queued date (3, 4); SRT-DATE-2 the return date.
      * SRT-SERIES is the number's series (a queued item from before
      * series existed shows the base series '00').
       sd  sort-file.
       01  sort-rec.
           05 srt-requestor      pic x(8).
           05 srt-section        pic 9(1).
           05 srt-series         pic x(2).
           05 srt-number         pic 9(38).
           05 srt-date-1         pic 9(8).
           05 srt-date-2         pic 9(8).
           05 srt-type           pic x(1).
           05 srt-reason         pic x(2).
           05 srt-attempts       pic 9(3).
           05 srt-qty            pic 9(3).

       working-storage section.
       01  hst-parm-status       pic xx value spaces.
       01  hst-master-status     pic xx value spaces.
       01  hst-susp-status       pic xx value spaces.
       01  hst-held-status       pic xx value spaces.
       01  hst-report-status     pic xx value spaces.

       01  hst-eof-switch        pic x value 'N'.
           88 hst-eof                  value 'Y'.
       01  hst-first-switch      pic x value 'Y'.
           88 hst-first-section        value 'Y'.

       01  hst-only-requestor    pic x(8) value spaces.
       01  hst-today             pic 9(8) value 0.
       01  hst-age-days          pic 9(5) value 0.

       01  hst-cur-requestor     pic x(8) value spaces.
       01  hst-cur-section       pic 9(1) value 0.

      * Per-requestor totals, cleared at each break.
       01  hst-live-count        pic 9(9) value 0.
       01  hst-quar-count        pic 9(9) value 0.
       01  hst-susp-count        pic 9(9) value 0.
       01  hst-held-count        pic 9(9) value 0.

      * Run totals.
       01  hst-requestor-count   pic 9(9) value 0.
       01  hst-master-read       pic 9(9) value 0.
       01  hst-tot-live          pic 9(9) value 0.
       01  hst-tot-quar          pic 9(9) value 0.
       01  hst-tot-susp          pic 9(9) value 0.
       01  hst-tot-held          pic 9(9) value 0.

       procedure division.

           display "Holdings statement per requestor".

           perform load-statement-parm.
           open output report-file.
           if hst-report-status not = "00"
              display "ERROR OPENING STMTRPT - STATUS "
                 hst-report-status
              move 16 to return-code
              stop run
           end-if.

           sort sort-file
              on ascending key srt-requestor srt-section srt-series
                 srt-number
              input procedure is release-holdings
              output procedure is print-statements.

           perform write-run-totals.
           close report-file.

           display "End of holdings statement - "
              hst-requestor-count " requestors".
           move 0 to return-code.
           stop run.

       load-statement-parm.
           move function current-date(1:8) to hst-today.
           open input parm-file.
           if hst-parm-status = "00"
              read parm-file
                 at end
                    continue
                 not at end
                    move hst-parm-requestor to hst-only-requestor
              end-read
              close parm-file
           end-if.

      ******************************************************************
      * Releases every holding to the sort: the master's live and
      * quarantined numbers, then the suspense and held items. An
      * on-demand run releases only the named requestor's.
      ******************************************************************
       release-holdings.
           open input master-file.
           if hst-master-status not = "00"
              display "ERROR OPENING NBNMAST - STATUS "
                 hst-master-status
              move 16 to return-code
              stop run
           end-if.
           move 'N' to hst-eof-switch.
           perform release-one-master-record until hst-eof.
           close master-file.

           open input suspense-in.
           if hst-susp-status = "00"
              move 'N' to hst-eof-switch
              perform release-one-suspense-item until hst-eof
              close suspense-in
           end-if.

           open input held-in.
           if hst-held-status = "00"
              move 'N' to hst-eof-switch
              perform release-one-held-item until hst-eof
              close held-in
           end-if.

       release-one-master-record.
           read master-file next
              at end
                 move 'Y' to hst-eof-switch
           end-read.
           if hst-eof
              exit paragraph
           end-if.
           add 1 to hst-master-read.
           if hst-only-requestor not = spaces
                 and mast-requestor not = hst-only-requestor
              exit paragraph
           end-if.
           move spaces to sort-rec.
           move mast-requestor to srt-requestor.
           move mast-series to srt-series.
           move mast-number to srt-number.
           move 0 to srt-attempts.
           move 0 to srt-qty.
           if mast-returned
              if mast-release-date <= hst-today
                 exit paragraph
              end-if
              move 2 to srt-section
              move mast-release-date to srt-date-1
              move mast-return-date to srt-date-2
           else
              move 1 to srt-section
              move mast-issue-date to srt-date-1
              move 0 to srt-date-2
           end-if.
           release sort-rec.

       release-one-suspense-item.
           read suspense-in
              at end
                 move 'Y' to hst-eof-switch
              not at end
                 if hst-only-requestor = spaces
                       or susp-requestor = hst-only-requestor
                    move spaces to sort-rec
                    move susp-requestor to srt-requestor
                    move 3 to srt-section
                    move susp-n to srt-number
                    move susp-series to srt-series
                    if susp-series = spaces
                       move "00" to srt-series
                    end-if
                    move susp-first-date to srt-date-1
                    move 0 to srt-date-2
                    move susp-type to srt-type
                    move susp-reason to srt-reason
                    move susp-attempts to srt-attempts
                    move susp-qty to srt-qty
                    release sort-rec
                 end-if
           end-read.

       release-one-held-item.
           read held-in
              at end
                 move 'Y' to hst-eof-switch
              not at end
                 if hst-only-requestor = spaces
                       or hld-requestor = hst-only-requestor
                    move spaces to sort-rec
                    move hld-requestor to srt-requestor
                    move 4 to srt-section
                    move hld-n to srt-number
                    move hld-series to srt-series
                    if hld-series = spaces
                       move "00" to srt-series
                    end-if
                    move hld-first-date to srt-date-1
                    move 0 to srt-date-2
                    move hld-type to srt-type
                    move hld-reason to srt-reason
                    move hld-attempts to srt-attempts
                    move hld-qty to srt-qty
                    release sort-rec
                 end-if
           end-read.

      ******************************************************************
      * Prints the sorted holdings, breaking to a new statement at
      * every change of requestor and to a new heading at every
      * change of section within it.
      ******************************************************************
       print-statements.
           move 'N' to hst-eof-switch.
           perform print-one-holding until hst-eof.
           if not hst-first-section
              perform write-requestor-totals
           end-if.
           if hst-requestor-count = 0
              move spaces to report-rec
              if hst-only-requestor = spaces
                 move "NO HOLDINGS ON FILE" to report-rec
              else
                 string "NO HOLDINGS FOR REQUESTOR "
                    hst-only-requestor
                    delimited by size into report-rec
              end-if
              write report-rec
           end-if.

       print-one-holding.
           return sort-file
              at end
                 move 'Y' to hst-eof-switch
           end-return.
           if hst-eof
              exit paragraph
           end-if.
           if hst-first-section or srt-requestor not = hst-cur-requestor
              if not hst-first-section
                 perform write-requestor-totals
              end-if
              perform start-requestor-statement
           end-if.
           if srt-section not = hst-cur-section
              perform write-section-heading
           end-if.
           evaluate srt-section
              when 1
                 perform write-live-line
              when 2
                 perform write-quarantine-line
              when other
                 perform write-queued-line
           end-evaluate.

       start-requestor-statement.
           move 'N' to hst-first-switch.
           move srt-requestor to hst-cur-requestor.
           move 0 to hst-cur-section.
           move 0 to hst-live-count.
           move 0 to hst-quar-count.
           move 0 to hst-susp-count.
           move 0 to hst-held-count.
           add 1 to hst-requestor-count.
           move spaces to report-rec.
           write report-rec.
           move all '=' to report-rec.
           write report-rec.
           move spaces to report-rec.
           string "HOLDINGS STATEMENT FOR REQUESTOR " srt-requestor
              " AS OF " hst-today
              delimited by size into report-rec.
           write report-rec.
           move all '=' to report-rec.
           write report-rec.

       write-section-heading.
           move srt-section to hst-cur-section.
           move spaces to report-rec.
           write report-rec.
           evaluate srt-section
              when 1
                 move "  LIVE NUMBERS HELD" to report-rec
              when 2
                 move "  RETURNED - IN QUARANTINE" to report-rec
              when 3
                 move "  ON SUSPENSE (AWAITING RETRY)" to report-rec
              when other
                 move "  HELD (OUT OF ATTEMPTS, AWAITING DECISION)"
                    to report-rec
           end-evaluate.
           write report-rec.

       write-live-line.
           add 1 to hst-live-count.
           move spaces to report-rec.
           string "    " srt-series " " srt-number
              " ISSUED " srt-date-1
              delimited by size into report-rec.
           write report-rec.

       write-quarantine-line.
           add 1 to hst-quar-count.
           move spaces to report-rec.
           string "    " srt-series " " srt-number
              " RETURNED " srt-date-2
              " RELEASE " srt-date-1
              delimited by size into report-rec.
           write report-rec.

      * Age counts from the date the item was first queued, so a
      * statement shows how long the branch has been waiting.
       write-queued-line.
           if srt-section = 3
              add 1 to hst-susp-count
           else
              add 1 to hst-held-count
           end-if.
           move 0 to hst-age-days.
           if srt-date-1 > 0 and srt-date-1 <= hst-today
              compute hst-age-days =
                 function integer-of-date(hst-today)
                    - function integer-of-date(srt-date-1)
           end-if.
           move spaces to report-rec.
           string "    " srt-series " " srt-number
              " TYPE " srt-type
              " QTY " srt-qty " REASON " srt-reason
              " SINCE " srt-date-1 " AGE " hst-age-days " DAYS"
              " ATTEMPTS " srt-attempts
              delimited by size into report-rec.
           write report-rec.

       write-requestor-totals.
           add hst-live-count to hst-tot-live.
           add hst-quar-count to hst-tot-quar.
           add hst-susp-count to hst-tot-susp.
           add hst-held-count to hst-tot-held.
           move spaces to report-rec.
           write report-rec.
           move spaces to report-rec.
           string "  TOTALS FOR " hst-cur-requestor
              " - LIVE " hst-live-count
              " QUARANTINED " hst-quar-count
              " SUSPENSE " hst-susp-count
              " HELD " hst-held-count
              delimited by size into report-rec.
           write report-rec.

       write-run-totals.
           move spaces to report-rec.
           write report-rec.
           move all '-' to report-rec.
           write report-rec.
           move spaces to report-rec.
           string "REQUESTORS.............. " hst-requestor-count
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "MASTER RECORDS READ..... " hst-master-read
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "LIVE NUMBERS............ " hst-tot-live
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "IN QUARANTINE........... " hst-tot-quar
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "SUSPENSE ITEMS.......... " hst-tot-susp
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "HELD ITEMS.............. " hst-tot-held
              delimited by size into report-rec.
           write report-rec.

       end program HOLDSTMT.
