      ******************************************************************
      * Author: Mathias Loken
      * Date: 2026-10-15
      * Purpose: Fold the partition instances' quota usage back into
      *          the shared REQUSE.
      * Tectonics: cobc
      *
      * Under the partitioned night each driver instance keeps the
      * numbers it drew per requestor on its own REQUSE1-REQUSE4,
      * and reads the shared REQUSE (the day cycles' draw) only to
      * work out what is left of each quota. This step, run in the
      * merge job once the instances are done, adds the four
      * instances' rows into the shared REQUSE by requestor and run
      * date, so a day cycle later the same date - or a rerun of the
      * night - is held to the whole day's draw.
      *
      * Once the shared REQUSE is rewritten the four instance files
      * are emptied: their draw is now on the shared file, and a
      * rerun of this step must not add it a second time. A
      * partition restarted after the fold starts from an empty
      * REQUSEn and finds its earlier draw on the shared file.
      *
      * Only the latest run date found on any of the five files is
      * carried: the driver's quota reads that date alone, and rows
      * for any earlier date are yesterday's and fall away here, as
      * they do when a single-instance run rewrites REQUSE. The
      * inputs are read twice - once for the date, once to fold.
      *
      * An instance file that is absent counts as empty. The shared
      * file is only rewritten once every input has been read.
      *
      * FOLDRPT lists the folded rows and the counts.
      *
      * RETURN-CODE 0 clean, 16 nothing was changed (an input could
      * not be read, the shared file could not be rewritten, or the
      * rows do not fit the table).
      *
      * Modification History:
      *   2026-10-15  Initial version.
      *   2026-10-15  Only the latest run date is carried; rows for
      *               earlier dates are dropped, as the driver does.
      ******************************************************************
       identification division.
       program-id. REQFOLD.

       environment division.
       input-output section.
       file-control.
           select requse-file assign to "REQUSE"
              organization is line sequential
              file status is rqf-requse-status.

           select part1-file assign to "REQUSE1"
              organization is line sequential
              file status is rqf-p1-status.
           select part2-file assign to "REQUSE2"
              organization is line sequential
              file status is rqf-p2-status.
           select part3-file assign to "REQUSE3"
              organization is line sequential
              file status is rqf-p3-status.
           select part4-file assign to "REQUSE4"
              organization is line sequential
              file status is rqf-p4-status.

           select report-file assign to "FOLDRPT"
              organization is line sequential
              file status is rqf-report-status.

       data division.
       file section.
      * Numbers drawn per requestor per run date: requestor in 1-8,
      * run date in 9-16, numbers issued in 17-25 (the driver's
      * REQUSE layout).
       fd  requse-file
           label records are standard.
       01  requse-rec.
           05 ruse-requestor     pic x(8).
           05 ruse-run-date      pic 9(8).
           05 ruse-issued        pic 9(9).

       fd  part1-file
           label records are standard.
       01  p1-rec                pic x(25).
       fd  part2-file
           label records are standard.
       01  p2-rec                pic x(25).
       fd  part3-file
           label records are standard.
       01  p3-rec                pic x(25).
       fd  part4-file
           label records are standard.
       01  p4-rec                pic x(25).

       fd  report-file
           label records are standard.
       01  report-rec            pic x(132).

       working-storage section.
       01  rqf-requse-status     pic xx value spaces.
       01  rqf-p1-status         pic xx value spaces.
       01  rqf-p2-status         pic xx value spaces.
       01  rqf-p3-status         pic xx value spaces.
       01  rqf-p4-status         pic xx value spaces.
       01  rqf-report-status     pic xx value spaces.
       01  rqf-in-status         pic xx value spaces.

       01  rqf-eof-switch        pic x value 'N'.
           88 rqf-eof                  value 'Y'.
       01  rqf-open-switch       pic x value 'N'.
           88 rqf-opened               value 'Y'.

      * One usage row, from whichever input is being read.
       01  rqf-in-rec.
           05 rqf-in-requestor   pic x(8).
           05 rqf-in-run-date    pic 9(8).
           05 rqf-in-issued      pic 9(9).

      * The folded usage, one entry per requestor and run date.
       01  rqf-use-table.
           05 rqf-use-entry occurs 2000 times.
              10 rqf-use-requestor  pic x(8).
              10 rqf-use-run-date   pic 9(8).
              10 rqf-use-issued     pic 9(9).
       01  rqf-use-count         pic 9(4) value 0.
       01  rqf-use-sub           pic 9(4) value 0.
       01  rqf-found-switch      pic x value 'N'.
           88 rqf-found                value 'Y'.

       01  rqf-part              pic 9(1) value 0.
       01  rqf-shared-rows       pic 9(9) value 0.
       01  rqf-part-rows         pic 9(9) value 0.
       01  rqf-part-issued       pic 9(9) value 0.
       01  rqf-bad-rows          pic 9(9) value 0.
       01  rqf-old-rows          pic 9(9) value 0.

      * The first pass only finds the latest run date; the second
      * folds the rows for it.
       01  rqf-pass-switch       pic x value 'S'.
           88 rqf-scan-pass            value 'S'.
           88 rqf-fold-pass            value 'F'.
       01  rqf-latest-date       pic 9(8) value 0.

       procedure division.

           display "Requestor quota usage fold".

           open output report-file.
           if rqf-report-status not = "00"
              display "ERROR OPENING FOLDRPT - STATUS "
                 rqf-report-status
              move 16 to return-code
              stop run
           end-if.
           move "REQUESTOR QUOTA USAGE FOLD" to report-rec.
           write report-rec.

           move 'S' to rqf-pass-switch.
           perform varying rqf-part from 0 by 1 until rqf-part > 4
              perform load-usage-file
           end-perform.
           move 'F' to rqf-pass-switch.
           perform varying rqf-part from 0 by 1 until rqf-part > 4
              perform load-usage-file
           end-perform.
           perform write-shared-usage.
           perform empty-partition-files.
           perform write-fold-summary.

           move 0 to return-code.
           stop run.

      ******************************************************************
      * Reads one usage file into the table - RQF-PART 0 is the shared
      * REQUSE, 1-4 the instances'. Absent is empty; any other open
      * failure stops the step before anything is rewritten.
      ******************************************************************
       load-usage-file.
           perform open-usage-file.
           if not rqf-opened
              if rqf-in-status = "35"
                 exit paragraph
              end-if
              display "ERROR OPENING USAGE FILE " rqf-part
                 " - STATUS " rqf-in-status " - NOTHING FOLDED"
              move 16 to return-code
              stop run
           end-if.
           move 'N' to rqf-eof-switch.
           perform read-usage-file.
           perform fold-one-row until rqf-eof.
           perform close-usage-file.

       open-usage-file.
           move 'N' to rqf-open-switch.
           evaluate rqf-part
              when 0
                 open input requse-file
                 move rqf-requse-status to rqf-in-status
              when 1
                 open input part1-file
                 move rqf-p1-status to rqf-in-status
              when 2
                 open input part2-file
                 move rqf-p2-status to rqf-in-status
              when 3
                 open input part3-file
                 move rqf-p3-status to rqf-in-status
              when 4
                 open input part4-file
                 move rqf-p4-status to rqf-in-status
           end-evaluate.
           if rqf-in-status = "00"
              move 'Y' to rqf-open-switch
           end-if.

       read-usage-file.
           evaluate rqf-part
              when 0
                 read requse-file
                    at end move 'Y' to rqf-eof-switch
                    not at end move requse-rec to rqf-in-rec
                 end-read
              when 1
                 read part1-file
                    at end move 'Y' to rqf-eof-switch
                    not at end move p1-rec to rqf-in-rec
                 end-read
              when 2
                 read part2-file
                    at end move 'Y' to rqf-eof-switch
                    not at end move p2-rec to rqf-in-rec
                 end-read
              when 3
                 read part3-file
                    at end move 'Y' to rqf-eof-switch
                    not at end move p3-rec to rqf-in-rec
                 end-read
              when 4
                 read part4-file
                    at end move 'Y' to rqf-eof-switch
                    not at end move p4-rec to rqf-in-rec
                 end-read
           end-evaluate.

       close-usage-file.
           evaluate rqf-part
              when 0 close requse-file
              when 1 close part1-file
              when 2 close part2-file
              when 3 close part3-file
              when 4 close part4-file
           end-evaluate.

      * A row that is not a requestor, a date and a count is listed
      * and left out - the driver writes none, so it is damage.
       fold-one-row.
           if rqf-scan-pass
              if rqf-in-run-date numeric
                    and rqf-in-run-date > rqf-latest-date
                 move rqf-in-run-date to rqf-latest-date
              end-if
              perform read-usage-file
              exit paragraph
           end-if.
           if rqf-in-requestor = spaces
                 or rqf-in-run-date not numeric
                 or rqf-in-issued not numeric
              add 1 to rqf-bad-rows
              move spaces to report-rec
              string "UNREADABLE USAGE ROW - FILE " rqf-part " - "
                 rqf-in-rec
                 delimited by size into report-rec
              write report-rec
           else
              perform add-usage-row
           end-if.
           perform read-usage-file.

       add-usage-row.
           if rqf-in-run-date < rqf-latest-date
              add 1 to rqf-old-rows
              exit paragraph
           end-if.
           if rqf-part = 0
              add 1 to rqf-shared-rows
           else
              add 1 to rqf-part-rows
              add rqf-in-issued to rqf-part-issued
              move spaces to report-rec
              string "PARTITION " rqf-part " REQ=" rqf-in-requestor
                 " DATE=" rqf-in-run-date " ISSUED=" rqf-in-issued
                 delimited by size into report-rec
              write report-rec
           end-if.
           move 'N' to rqf-found-switch.
           perform varying rqf-use-sub from 1 by 1
              until rqf-use-sub > rqf-use-count or rqf-found
              if rqf-use-requestor(rqf-use-sub) = rqf-in-requestor
                    and rqf-use-run-date(rqf-use-sub)
                       = rqf-in-run-date
                 move 'Y' to rqf-found-switch
              end-if
           end-perform.
           if rqf-found
              subtract 1 from rqf-use-sub
              add rqf-in-issued to rqf-use-issued(rqf-use-sub)
              exit paragraph
           end-if.
           if rqf-use-count >= 2000
              display "USAGE TABLE FULL - MORE THAN 2000 REQUESTOR "
                 "AND DATE ROWS - NOTHING FOLDED"
              move 16 to return-code
              stop run
           end-if.
           add 1 to rqf-use-count.
           move rqf-in-requestor to rqf-use-requestor(rqf-use-count).
           move rqf-in-run-date to rqf-use-run-date(rqf-use-count).
           move rqf-in-issued to rqf-use-issued(rqf-use-count).

       write-shared-usage.
           open output requse-file.
           if rqf-requse-status not = "00"
              display "ERROR OPENING REQUSE - STATUS "
                 rqf-requse-status " - NOTHING FOLDED"
              move 16 to return-code
              stop run
           end-if.
           perform varying rqf-use-sub from 1 by 1
              until rqf-use-sub > rqf-use-count
              move rqf-use-requestor(rqf-use-sub) to ruse-requestor
              move rqf-use-run-date(rqf-use-sub) to ruse-run-date
              move rqf-use-issued(rqf-use-sub) to ruse-issued
              write requse-rec
           end-perform.
           close requse-file.

      * The instances' draw is on the shared file now; emptied so a
      * rerun of this step cannot add it twice.
       empty-partition-files.
           open output part1-file.
           if rqf-p1-status = "00"
              close part1-file
           else
              display "REQUSE1 NOT EMPTIED - STATUS " rqf-p1-status
           end-if.
           open output part2-file.
           if rqf-p2-status = "00"
              close part2-file
           else
              display "REQUSE2 NOT EMPTIED - STATUS " rqf-p2-status
           end-if.
           open output part3-file.
           if rqf-p3-status = "00"
              close part3-file
           else
              display "REQUSE3 NOT EMPTIED - STATUS " rqf-p3-status
           end-if.
           open output part4-file.
           if rqf-p4-status = "00"
              close part4-file
           else
              display "REQUSE4 NOT EMPTIED - STATUS " rqf-p4-status
           end-if.

       write-fold-summary.
           move spaces to report-rec.
           write report-rec.

           move spaces to report-rec.
           string "SHARED ROWS READ........ " rqf-shared-rows
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "PARTITION ROWS FOLDED... " rqf-part-rows
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "NUMBERS FOLDED.......... " rqf-part-issued
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "UNREADABLE ROWS......... " rqf-bad-rows
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "EARLIER DATES DROPPED... " rqf-old-rows
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "RUN DATE CARRIED........ " rqf-latest-date
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "REQUSE ROWS WRITTEN..... " rqf-use-count
              delimited by size into report-rec.
           write report-rec.

           close report-file.

           display "End of usage fold - " rqf-part-issued
              " numbers folded from " rqf-part-rows " rows".

       end program REQFOLD.
