      ******************************************************************
      * Author: Mathias Loken
      * Date: 2026-10-15
      * Purpose: Monthly turnaround and service-level report.
      * Tectonics: cobc
      *
      * WORK-PRIORITY decides the order requests are serviced in; this
      * report measures whether that order shows up at the branch.
      * Reads the audit archive generations covering one month (point
      * AUDITIN at them, same concatenation style as CHGEXTR) and
      * takes every request_done row - the driver writes one when it
      * settles a request, DISPPROC when an operator writes a held
      * item off - whose outcome falls in the month. Each row carries
      * the requestor, priority, the upload stamp WORKEDIT put on the
      * request at intake (or the morning a future-dated request came
      * due), the attempt it settled on, and the outcome time, so:
      *   SAME-CYCLE  settled on its first attempt, the day it was
      *               uploaded (a day cycle, or that night's run)
      *   NEXT-NIGHT  first attempt, the day after upload
      *   LATER       first attempt, two or more days after upload
      *               (a held night, a deferral)
      *   RETRY 1/2/3+ settled on that suspense retry
      *   WRITTEN OFF ran out of attempts and was written off
      *   UNSTAMPED   first attempt of a request queued before the
      *               intake stamp existed - counted, never timed
      * Elapsed hours run from the upload stamp to the outcome.
      *
      * The agreed service levels are on SLATBL, one priority band per
      * line:
      *   low priority in 1, high priority in 2, target hours in 3-6,
      *   target percent within the hours in 7-9, band name in 10-29
      * A settled request is a breach when its elapsed time is past
      * its band's target hours; a write-off is always a breach. A
      * band MISSED its level when fewer than the target percent of
      * its requests came in within the hours. Priorities in no band
      * are reported but not checked. Every breach is listed by
      * request at the end, for answering a branch's complaint.
      *
      * A driver restarted from its checkpoint re-settles the records
      * after the last checkpoint and so writes their request_done
      * rows again; rows alike in everything but the outcome time
      * are counted once (DUPLICATES on the report).
      *
      * TATPARM card: report month in 1-6 (yyyymm).
      *
      * RETURN-CODE 0 every band met its level, 4 a band missed, 8 no
      * request_done rows for the month (wrong generations mounted),
      * 16 nothing trustworthy was produced.
      *
      * Modification History:
      *   2026-10-15  Initial version.
      *   2026-10-15  AUDIT rows widened to 200 bytes; the request_done
      *               row's SER= tag sits ahead of IN= and is passed
      *               over.
      *   2026-10-15  AUDIT rows are 264 bytes with the audit chain
      *               area behind the row; rows are parsed on their
      *               200-byte body as before.
      ******************************************************************
       identification division.
       program-id. TATRPT.

       environment division.
       input-output section.
       file-control.
           select audit-file assign to "AUDITIN"
              organization is line sequential
              file status is tat-audit-status.

           select parm-file assign to "TATPARM"
              organization is line sequential
              file status is tat-parm-status.

           select sla-file assign to "SLATBL"
              organization is line sequential
              file status is tat-sla-status.

           select breach-file assign to "TATWRK"
              organization is line sequential
              file status is tat-breach-status.

           select report-file assign to "TATRPT"
              organization is line sequential
              file status is tat-report-status.

           select sort-file assign to "SORTWK".

       data division.
       file section.
       fd  audit-file
           label records are standard.
       01  audit-rec             pic x(264).

       fd  parm-file
           label records are standard.
       01  parm-rec.
           05 tat-parm-month     pic x(6).

       fd  sla-file
           label records are standard.
       01  sla-rec.
           05 sla-low-priority   pic x(1).
           05 sla-high-priority  pic x(1).
           05 sla-target-hours   pic x(4).
           05 sla-target-pct     pic x(3).
           05 sla-band-name      pic x(20).

      * Breach lines as they turn up, copied onto the end of TATRPT
      * once the summaries are printed.
       fd  breach-file
           label records are standard.
       01  breach-rec            pic x(132).

       fd  report-file
           label records are standard.
       01  report-rec            pic x(132).

      * One settled request. SRT-UPLOAD and SRT-OUTCOME are
      * yyyymmddhhmmss; SRT-WRITTEN-OFF is 'Y' for a DISPPROC
      * write-off.
       sd  sort-file.
       01  sort-rec.
           05 srt-requestor      pic x(8).
           05 srt-priority       pic 9(1).
           05 srt-upload         pic x(14).
           05 srt-input          pic x(38).
           05 srt-attempts       pic 9(3).
           05 srt-ref            pic x(16).
           05 srt-outcome        pic x(14).
           05 srt-written-off    pic x(1).

       working-storage section.
       01  tat-audit-status      pic xx value spaces.
       01  tat-parm-status       pic xx value spaces.
       01  tat-sla-status        pic xx value spaces.
       01  tat-breach-status     pic xx value spaces.
       01  tat-report-status     pic xx value spaces.

       01  tat-eof-switch        pic x value 'N'.
           88 tat-eof                  value 'Y'.
       01  tat-first-switch      pic x value 'Y'.
           88 tat-first-group          value 'Y'.

       01  tat-month             pic x(6) value spaces.
       01  tat-rows-read         pic 9(9) value 0.
       01  tat-rows-used         pic 9(9) value 0.
       01  tat-dup-count         pic 9(9) value 0.
       01  tat-breach-count      pic 9(9) value 0.
       01  tat-missed-count      pic 9(3) value 0.
       01  tat-group-count       pic 9(9) value 0.

      * Parsed tail of one request_done row.
       01  tat-aud-lead          pic x(10).
       01  tat-aud-input         pic x(60).
       01  tat-aud-output        pic x(60).

      * Service-level bands off SLATBL, and the band each priority
      * falls in (0 = none).
       01  tat-band-table.
           05 tat-band-entry occurs 9 times.
              10 tat-band-low    pic 9(1).
              10 tat-band-high   pic 9(1).
              10 tat-band-hours  pic 9(4).
              10 tat-band-pct    pic 9(3).
              10 tat-band-name   pic x(20).
              10 tat-band-within pic 9(9).
              10 tat-band-breach pic 9(9).
       01  tat-band-count        pic 9(1) value 0.
       01  tat-pri-band-table.
           05 tat-pri-band       pic 9(1) occurs 9 times.
       01  tat-band-sub          pic 9(2) value 0.
       01  tat-sla-low           pic 9(1) value 0.
       01  tat-sla-high          pic 9(1) value 0.

      * Outcome categories, in report column order: 1 same-cycle,
      * 2 next-night, 3 later, 4-6 retry 1, 2, 3+, 7 written off,
      * 8 unstamped.
       01  tat-cat               pic 9(1) value 0.
       01  tat-cat-sub           pic 9(1) value 0.

      * Counts for the requestor/priority group being printed.
       01  tat-grp-counts.
           05 tat-grp-requests   pic 9(9).
           05 tat-grp-cat        pic 9(9) occurs 8 times.
           05 tat-grp-measured   pic 9(9).
           05 tat-grp-minutes    pic 9(11).
           05 tat-grp-breaches   pic 9(9).

      * Month counts by priority.
       01  tat-pri-table.
           05 tat-pri-entry occurs 9 times.
              10 tat-pri-requests pic 9(9).
              10 tat-pri-cat     pic 9(9) occurs 8 times.
              10 tat-pri-measured pic 9(9).
              10 tat-pri-minutes pic 9(11).
              10 tat-pri-breaches pic 9(9).
       01  tat-pri-sub           pic 9(2) value 0.

      * The current group, and the previous row for the duplicate
      * check.
       01  tat-cur-requestor     pic x(8) value spaces.
       01  tat-cur-priority      pic 9(1) value 0.
       01  tat-prev-key          pic x(81) value spaces.
       01  tat-this-key          pic x(81) value spaces.

      * Elapsed time of one request.
       01  tat-upl-parts.
           05 tat-upl-date       pic 9(8).
           05 tat-upl-hh         pic 9(2).
           05 tat-upl-mi         pic 9(2).
           05 tat-upl-ss         pic 9(2).
       01  tat-out-parts.
           05 tat-out-date       pic 9(8).
           05 tat-out-hh         pic 9(2).
           05 tat-out-mi         pic 9(2).
           05 tat-out-ss         pic 9(2).
       01  tat-days              pic s9(7) value 0.
       01  tat-minutes           pic s9(9) value 0.
       01  tat-measured-sw       pic x value 'N'.
           88 tat-measured             value 'Y'.
       01  tat-breach-sw         pic x value 'N'.
           88 tat-breach               value 'Y'.

      * Report edit fields.
       01  tat-cnt-ed            pic z(7)9.
       01  tat-hrs-ed            pic z(5)9.9.
       01  tat-pct-ed            pic zz9.9.
       01  tat-hours             pic 9(7)v9 value 0.
       01  tat-pct               pic 9(3)v9 value 0.
       01  tat-line              pic x(132) value spaces.
       01  tat-line-pos          pic 9(3) value 0.

       procedure division.

           display "Monthly turnaround report".

           perform load-report-month.
           perform load-service-levels.
           perform open-turnaround-files.

           sort sort-file
              on ascending key srt-requestor srt-priority srt-upload
                 srt-input srt-attempts srt-ref srt-outcome
              input procedure is release-settled-requests
              output procedure is print-requestor-lines.

           perform write-priority-summary.
           perform write-band-summary.
           perform copy-breach-lines.
           perform write-run-totals.
           close report-file.

           evaluate true
              when tat-rows-used = 0
                 display "NO REQUEST_DONE ROWS FOR THE MONTH - "
                    "CHECK THE AUDITIN GENERATIONS"
                 move 8 to return-code
              when tat-missed-count > 0
                 move 4 to return-code
              when other
                 move 0 to return-code
           end-evaluate.

           stop run.

       load-report-month.
           open input parm-file.
           if tat-parm-status not = "00"
              display "ERROR OPENING TATPARM - STATUS "
                 tat-parm-status
              move 16 to return-code
              stop run
           end-if.
           read parm-file
              at end
                 continue
              not at end
                 move tat-parm-month to tat-month
           end-read.
           close parm-file.
           if tat-month = spaces or tat-month not numeric
              display "TATPARM MONTH MISSING OR NOT YYYYMM"
              move 16 to return-code
              stop run
           end-if.

      ******************************************************************
      * Service-level bands. A line whose priorities or targets are
      * not digits, or that overlaps a band already loaded, is shown
      * and ignored - its priorities stay unchecked rather than
      * being checked against the wrong level.
      ******************************************************************
       load-service-levels.
           move zeros to tat-pri-band-table.
           open input sla-file.
           if tat-sla-status not = "00"
              display "ERROR OPENING SLATBL - STATUS " tat-sla-status
              move 16 to return-code
              stop run
           end-if.
           move 'N' to tat-eof-switch.
           perform load-one-service-level until tat-eof.
           close sla-file.

       load-one-service-level.
           read sla-file
              at end
                 move 'Y' to tat-eof-switch
                 exit paragraph
           end-read.
           if sla-rec = spaces or sla-rec(1:1) = '*'
              exit paragraph
           end-if.
           if sla-low-priority not numeric
                 or sla-high-priority not numeric
                 or sla-target-hours not numeric
                 or sla-target-pct not numeric
                 or sla-low-priority = '0'
                 or sla-low-priority > sla-high-priority
                 or tat-band-count = 9
              display "SLATBL LINE IGNORED - " sla-rec
              exit paragraph
           end-if.
           move sla-low-priority to tat-sla-low.
           move sla-high-priority to tat-sla-high.
           perform varying tat-pri-sub from tat-sla-low by 1
              until tat-pri-sub > tat-sla-high
              if tat-pri-band(tat-pri-sub) > 0
                 display "SLATBL LINE OVERLAPS A BAND - " sla-rec
                 exit paragraph
              end-if
           end-perform.
           add 1 to tat-band-count.
           move tat-sla-low to tat-band-low(tat-band-count).
           move tat-sla-high to tat-band-high(tat-band-count).
           move sla-target-hours to tat-band-hours(tat-band-count).
           move sla-target-pct to tat-band-pct(tat-band-count).
           move sla-band-name to tat-band-name(tat-band-count).
           move 0 to tat-band-within(tat-band-count).
           move 0 to tat-band-breach(tat-band-count).
           perform varying tat-pri-sub from tat-sla-low by 1
              until tat-pri-sub > tat-sla-high
              move tat-band-count to tat-pri-band(tat-pri-sub)
           end-perform.

       open-turnaround-files.
           open input audit-file.
           if tat-audit-status not = "00"
              display "ERROR OPENING AUDITIN - STATUS "
                 tat-audit-status
              move 16 to return-code
              stop run
           end-if.
           open output breach-file.
           if tat-breach-status not = "00"
              display "ERROR OPENING TATWRK - STATUS "
                 tat-breach-status
              move 16 to return-code
              stop run
           end-if.
           open output report-file.
           if tat-report-status not = "00"
              display "ERROR OPENING TATRPT - STATUS "
                 tat-report-status
              move 16 to return-code
              stop run
           end-if.
           move zeros to tat-pri-table.
           move spaces to report-rec.
           string "TURNAROUND AND SERVICE LEVEL REPORT - MONTH "
              tat-month
              delimited by size into report-rec.
           write report-rec.

      ******************************************************************
      * Releases every request_done row settled in the month. The row
      * is fixed-width up to its IN= field; IN= and OUT= are split
      * off the tail as the other audit readers do.
      ******************************************************************
       release-settled-requests.
           move 'N' to tat-eof-switch.
           perform release-one-audit-row until tat-eof.
           close audit-file.

       release-one-audit-row.
           read audit-file
              at end
                 move 'Y' to tat-eof-switch
                 exit paragraph
           end-read.
           add 1 to tat-rows-read.
           if audit-rec(1:8) not numeric
                 or audit-rec(1:6) not = tat-month
                 or audit-rec(23:12) not = "request_done"
              exit paragraph
           end-if.
           move spaces to tat-aud-lead.
           move spaces to tat-aud-input.
           move spaces to tat-aud-output.
           unstring audit-rec(102:99) delimited by " IN=" or " OUT="
              into tat-aud-lead tat-aud-input tat-aud-output.
           move spaces to sort-rec.
           move audit-rec(40:8) to srt-requestor.
           if audit-rec(53:1) numeric and audit-rec(53:1) not = '0'
              move audit-rec(53:1) to srt-priority
           else
              move 9 to srt-priority
           end-if.
           move audit-rec(59:14) to srt-upload.
           if audit-rec(78:3) numeric
              move audit-rec(78:3) to srt-attempts
           else
              move 1 to srt-attempts
           end-if.
           move audit-rec(86:16) to srt-ref.
           move tat-aud-input(1:38) to srt-input.
           move audit-rec(1:14) to srt-outcome.
           if tat-aud-output(1:11) = "WRITTEN-OFF"
              move 'Y' to srt-written-off
           else
              move 'N' to srt-written-off
           end-if.
           release sort-rec.

      ******************************************************************
      * Prints one line per requestor and priority, tallying each
      * request into its outcome category and, where it can be timed,
      * its elapsed minutes; breaches go to the scratch breach list.
      ******************************************************************
       print-requestor-lines.
           move spaces to report-rec.
           write report-rec.
           move "BY REQUESTOR AND PRIORITY" to report-rec.
           write report-rec.
           perform write-column-heading.
           move 'N' to tat-eof-switch.
           perform tally-one-request until tat-eof.
           if not tat-first-group
              move spaces to tat-line
              string tat-cur-requestor " " tat-cur-priority
                 delimited by size into tat-line
              perform write-group-line
           end-if.
           close breach-file.

       tally-one-request.
           return sort-file
              at end
                 move 'Y' to tat-eof-switch
           end-return.
           if tat-eof
              exit paragraph
           end-if.
           move sort-rec(1:80) to tat-this-key.
           move srt-written-off to tat-this-key(81:1).
           if tat-this-key = tat-prev-key
              add 1 to tat-dup-count
              exit paragraph
           end-if.
           move tat-this-key to tat-prev-key.
           add 1 to tat-rows-used.
           if tat-first-group
                 or srt-requestor not = tat-cur-requestor
                 or srt-priority not = tat-cur-priority
              if not tat-first-group
                 move spaces to tat-line
                 string tat-cur-requestor " " tat-cur-priority
                    delimited by size into tat-line
                 perform write-group-line
              end-if
              move 'N' to tat-first-switch
              move srt-requestor to tat-cur-requestor
              move srt-priority to tat-cur-priority
              move zeros to tat-grp-counts
              add 1 to tat-group-count
           end-if.
           perform time-one-request.
           move srt-priority to tat-pri-sub.
           add 1 to tat-grp-requests.
           add 1 to tat-pri-requests(tat-pri-sub).
           add 1 to tat-grp-cat(tat-cat).
           add 1 to tat-pri-cat(tat-pri-sub, tat-cat).
           if tat-measured
              add 1 to tat-grp-measured
              add 1 to tat-pri-measured(tat-pri-sub)
              add tat-minutes to tat-grp-minutes
              add tat-minutes to tat-pri-minutes(tat-pri-sub)
           end-if.
           perform check-service-level.

      * The category, and the elapsed minutes when the upload stamp
      * is there to measure from.
       time-one-request.
           move 'N' to tat-measured-sw.
           move 0 to tat-minutes.
           move 0 to tat-days.
           if srt-upload numeric and srt-upload(1:8) >= "16010101"
              move srt-upload to tat-upl-parts
              move srt-outcome to tat-out-parts
              compute tat-days =
                 function integer-of-date(tat-out-date)
                 - function integer-of-date(tat-upl-date)
              compute tat-minutes = tat-days * 1440
                 + (tat-out-hh * 60 + tat-out-mi)
                 - (tat-upl-hh * 60 + tat-upl-mi)
              if tat-minutes < 0
                 move 0 to tat-minutes
              end-if
              if srt-written-off not = 'Y'
                 move 'Y' to tat-measured-sw
              end-if
           end-if.
           evaluate true
              when srt-written-off = 'Y'
                 move 7 to tat-cat
              when srt-attempts > 3
                 move 6 to tat-cat
              when srt-attempts > 1
                 compute tat-cat = srt-attempts + 2
              when srt-upload not numeric
                    or srt-upload(1:8) < "16010101"
                 move 8 to tat-cat
              when tat-days = 0
                 move 1 to tat-cat
              when tat-days = 1
                 move 2 to tat-cat
              when other
                 move 3 to tat-cat
           end-evaluate.

      * Against the band for the request's priority: a write-off is a
      * breach outright; a timed request is a breach past the band's
      * hours. An untimed request is not held to a level.
       check-service-level.
           move 'N' to tat-breach-sw.
           move tat-pri-band(tat-pri-sub) to tat-band-sub.
           if tat-band-sub = 0
              exit paragraph
           end-if.
           evaluate true
              when srt-written-off = 'Y'
                 move 'Y' to tat-breach-sw
              when not tat-measured
                 exit paragraph
              when tat-minutes > tat-band-hours(tat-band-sub) * 60
                 move 'Y' to tat-breach-sw
           end-evaluate.
           if tat-breach
              add 1 to tat-band-breach(tat-band-sub)
              add 1 to tat-grp-breaches
              add 1 to tat-pri-breaches(tat-pri-sub)
              perform write-breach-line
           else
              add 1 to tat-band-within(tat-band-sub)
           end-if.

       write-breach-line.
           add 1 to tat-breach-count.
           if tat-breach-count = 1
              move spaces to breach-rec
              write breach-rec
              move "BREACHES BY REQUEST" to breach-rec
              write breach-rec
              move spaces to breach-rec
              string "REQUESTR P REFERENCE        UPLOADED       "
                 "SETTLED          HOURS  TARGET ATT OUTCOME     "
                 "INPUT"
                 delimited by size into breach-rec
              write breach-rec
           end-if.
           compute tat-hours rounded = tat-minutes / 60.
           move tat-hours to tat-hrs-ed.
           move tat-band-hours(tat-band-sub) to tat-cnt-ed.
           move spaces to breach-rec.
           if srt-written-off = 'Y'
              string srt-requestor " " srt-priority " " srt-ref " "
                 srt-upload " " srt-outcome " " tat-hrs-ed " "
                 tat-cnt-ed(5:4) " " srt-attempts " WRITTEN OFF "
                 srt-input
                 delimited by size into breach-rec
           else
              string srt-requestor " " srt-priority " " srt-ref " "
                 srt-upload " " srt-outcome " " tat-hrs-ed " "
                 tat-cnt-ed(5:4) " " srt-attempts " LATE        "
                 srt-input
                 delimited by size into breach-rec
           end-if.
           write breach-rec.

       write-column-heading.
           move spaces to report-rec.
           string "REQUESTR P  REQUESTS SAME-CYC NEXT-NGT    LATER  "
              "RETRY 1  RETRY 2 RETRY 3+ WRIT-OFF UNSTAMPD  AVG-HRS "
              "BREACHES"
              delimited by size into report-rec.
           write report-rec.

      * TAT-LINE arrives holding the line's label in 1-10; the counts
      * are laid in after it from the TAT-GRP-COUNTS the caller has
      * filled.
       write-group-line.
           move 11 to tat-line-pos.
           move tat-grp-requests to tat-cnt-ed.
           perform add-count-to-line.
           perform varying tat-cat-sub from 1 by 1
              until tat-cat-sub > 8
              move tat-grp-cat(tat-cat-sub) to tat-cnt-ed
              perform add-count-to-line
           end-perform.
           if tat-grp-measured > 0
              compute tat-hours rounded =
                 tat-grp-minutes / tat-grp-measured / 60
           else
              move 0 to tat-hours
           end-if.
           move tat-hours to tat-hrs-ed.
           move tat-hrs-ed to tat-line(tat-line-pos + 1:8).
           add 9 to tat-line-pos.
           move tat-grp-breaches to tat-cnt-ed.
           perform add-count-to-line.
           move tat-line to report-rec.
           write report-rec.

       add-count-to-line.
           move tat-cnt-ed to tat-line(tat-line-pos + 1:8).
           add 9 to tat-line-pos.

      ******************************************************************
      * The month by priority, then each band against its level.
      ******************************************************************
       write-priority-summary.
           move spaces to report-rec.
           write report-rec.
           move "BY PRIORITY" to report-rec.
           write report-rec.
           perform write-column-heading.
           perform varying tat-pri-sub from 1 by 1 until tat-pri-sub > 9
              if tat-pri-requests(tat-pri-sub) > 0
                 move tat-pri-requests(tat-pri-sub)
                    to tat-grp-requests
                 perform varying tat-cat-sub from 1 by 1
                    until tat-cat-sub > 8
                    move tat-pri-cat(tat-pri-sub, tat-cat-sub)
                       to tat-grp-cat(tat-cat-sub)
                 end-perform
                 move tat-pri-measured(tat-pri-sub)
                    to tat-grp-measured
                 move tat-pri-minutes(tat-pri-sub) to tat-grp-minutes
                 move tat-pri-breaches(tat-pri-sub)
                    to tat-grp-breaches
                 move spaces to tat-line
                 string "ALL      " tat-pri-sub(2:1)
                    delimited by size into tat-line
                 perform write-group-line
              end-if
           end-perform.

       write-band-summary.
           move spaces to report-rec.
           write report-rec.
           move "SERVICE LEVELS" to report-rec.
           write report-rec.
           move spaces to report-rec.
           string "BAND                 PRI TARGET-HRS TARGET-PCT   "
              "WITHIN  BREACHED  PCT-WITHIN RESULT"
              delimited by size into report-rec.
           write report-rec.
           if tat-band-count = 0
              move "NO SERVICE LEVELS ON SLATBL - NOTHING CHECKED"
                 to report-rec
              write report-rec
              exit paragraph
           end-if.
           perform varying tat-band-sub from 1 by 1
              until tat-band-sub > tat-band-count
              perform write-one-band-line
           end-perform.

       write-one-band-line.
           if tat-band-within(tat-band-sub)
                 + tat-band-breach(tat-band-sub) > 0
              compute tat-pct rounded =
                 tat-band-within(tat-band-sub) * 100
                 / (tat-band-within(tat-band-sub)
                    + tat-band-breach(tat-band-sub))
           else
              move 100 to tat-pct
           end-if.
           move tat-pct to tat-pct-ed.
           move spaces to report-rec.
           move spaces to tat-line.
           if tat-pct < tat-band-pct(tat-band-sub)
              add 1 to tat-missed-count
              move "MISSED" to tat-line
           else
              move "MET" to tat-line
           end-if.
           move tat-band-within(tat-band-sub) to tat-cnt-ed.
           string tat-band-name(tat-band-sub) " "
              tat-band-low(tat-band-sub) "-"
              tat-band-high(tat-band-sub) "       "
              tat-band-hours(tat-band-sub) "        "
              tat-band-pct(tat-band-sub) " " tat-cnt-ed
              delimited by size into report-rec.
           move tat-band-breach(tat-band-sub) to tat-cnt-ed.
           move tat-cnt-ed to report-rec(61:8).
           move tat-pct-ed to report-rec(75:5).
           move tat-line(1:6) to report-rec(81:6).
           write report-rec.

       copy-breach-lines.
           open input breach-file.
           if tat-breach-status not = "00"
              exit paragraph
           end-if.
           move 'N' to tat-eof-switch.
           perform copy-one-breach-line until tat-eof.
           close breach-file.

       copy-one-breach-line.
           read breach-file
              at end
                 move 'Y' to tat-eof-switch
              not at end
                 move breach-rec to report-rec
                 write report-rec
           end-read.

       write-run-totals.
           move spaces to report-rec.
           write report-rec.

           move spaces to report-rec.
           string "AUDIT ROWS READ......... " tat-rows-read
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "REQUESTS SETTLED........ " tat-rows-used
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "DUPLICATES (RESTART).... " tat-dup-count
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "BREACHES................ " tat-breach-count
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "BANDS MISSED............ " tat-missed-count
              delimited by size into report-rec.
           write report-rec.

           display "End of turnaround report - " tat-rows-used
              " requests, " tat-breach-count " breaches".

       end program TATRPT.
