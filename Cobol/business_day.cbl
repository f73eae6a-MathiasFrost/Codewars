      ******************************************************************
      * Author: Mathias Loken
      * Date: 2026-10-15
      * Purpose: Business-day arithmetic off the shop calendar (see
      *          BDPARM for the interface, CALREC for the calendar).
      * Tectonics: cobc
      *
      * One calendar, kept by operations on the CALENDAR file, for
      * every program that counts days the branches are open: the
      * driver's quarantine on returned numbers and its suspense
      * aging, ACKMATCH's acknowledgment grace, and the CALGATE step
      * that lets the nightly jobs skip a non-processing day. The
      * file is read once, on the first call, and kept for the rest
      * of the run. Without it every day counts, as it always did.
      *
      * Day of the week comes from the day's integer date: day 1
      * (1601-01-01) was a Monday, so the remainder of the integer
      * less one, divided by seven, is 0 for Monday through 6 for
      * Sunday.
      *
      * Modification History:
      *   2026-10-15  Initial version.
      ******************************************************************
       identification division.
       program-id. business_day.

       environment division.
       input-output section.
       file-control.
           select calendar-file assign to "CALENDAR"
              organization is line sequential
              file status is bdy-calendar-status.

       data division.
       file section.
       fd  calendar-file
           label records are standard.
           copy CALREC.

       working-storage section.
       01  bdy-calendar-status   pic x(2).
       01  bdy-loaded-switch     pic x(1) value 'N'.
           88 bdy-loaded               value 'Y'.
       01  bdy-calendar-eof-switch pic x(1) value 'N'.
           88 bdy-calendar-eof         value 'Y'.
       01  bdy-load-status       pic x(1) value space.
       01  bdy-cal-count         pic 9(4) value 0.
       01  bdy-cal-table.
           05 bdy-cal-entry occurs 3660 times.
              10 bdy-cal-date    pic 9(8).
              10 bdy-cal-kind    pic x(1).
       01  bdy-cal-idx           pic 9(4) value 0.
       01  bdy-day               pic 9(8) value 0.
       01  bdy-day-int           pic 9(7) value 0.
       01  bdy-end-int           pic 9(7) value 0.
       01  bdy-weekday           pic 9(1) value 0.
       01  bdy-counted           pic 9(5) value 0.
       01  bdy-day-kind          pic x(1) value space.
       01  bdy-business-day-switch pic x(1) value 'Y'.
           88 bdy-business-day         value 'Y'.
       01  bdy-processing-day-switch pic x(1) value 'Y'.
           88 bdy-processing-day       value 'Y'.

       linkage section.
           copy BDPARM.

       procedure division using bday-function bday-from-date
              bday-to-date bday-days bday-business-switch
              bday-processing-switch bday-calendar-status.
           if not bdy-loaded
              perform load-calendar
           end-if.
           move bdy-load-status to bday-calendar-status.

           evaluate true
              when bday-test
                 compute bdy-day-int =
                    function integer-of-date(bday-from-date)
                 perform classify-day
                 move bdy-business-day-switch to bday-business-switch
                 move bdy-processing-day-switch
                    to bday-processing-switch
              when bday-add
                 compute bdy-day-int =
                    function integer-of-date(bday-from-date)
                 move 0 to bdy-counted
                 perform add-one-day until bdy-counted >= bday-days
                 move function date-of-integer(bdy-day-int)
                    to bday-to-date
              when bday-count
                 move 0 to bday-days
                 if bday-to-date > bday-from-date
                    compute bdy-day-int =
                       function integer-of-date(bday-from-date)
                    compute bdy-end-int =
                       function integer-of-date(bday-to-date)
                    perform count-one-day
                       until bdy-day-int >= bdy-end-int
                 end-if
           end-evaluate.

           goback.

      ******************************************************************
      * Loads the calendar once. No CALENDAR dataset means every day
      * counts (status 'M'); more rows than the table holds is 'F',
      * for the caller to refuse rather than count off a calendar
      * it only half knows.
      ******************************************************************
       load-calendar.
           move 'Y' to bdy-loaded-switch.
           move space to bdy-load-status.
           move 0 to bdy-cal-count.
           open input calendar-file.
           if bdy-calendar-status not = "00"
              display "NO CALENDAR - STATUS " bdy-calendar-status
                 " - EVERY DAY COUNTS AS A BUSINESS DAY"
              move 'M' to bdy-load-status
              exit paragraph
           end-if.
           move 'N' to bdy-calendar-eof-switch.
           perform load-one-calendar-row until bdy-calendar-eof.
           close calendar-file.

       load-one-calendar-row.
           read calendar-file
              at end
                 move 'Y' to bdy-calendar-eof-switch
              not at end
                 if cal-date numeric and cal-date > 0
                    if bdy-cal-count < 3660
                       add 1 to bdy-cal-count
                       move cal-date to bdy-cal-date(bdy-cal-count)
                       move cal-kind to bdy-cal-kind(bdy-cal-count)
                    else
                       display "CALENDAR TABLE FULL - RAISE THE "
                          "TABLE LIMIT OR PURGE PAST YEARS"
                       move 'F' to bdy-load-status
                       move 'Y' to bdy-calendar-eof-switch
                    end-if
                 end-if
           end-read.

      * Moves one day on, counting it if it is a business day.
       add-one-day.
           add 1 to bdy-day-int.
           perform classify-day.
           if bdy-business-day
              add 1 to bdy-counted
           end-if.

       count-one-day.
           add 1 to bdy-day-int.
           perform classify-day.
           if bdy-business-day
              add 1 to bday-days
           end-if.

      ******************************************************************
      * Classifies the day in BDY-DAY-INT: Monday to Friday is a
      * business day and every day a processing day, then the
      * calendar's row for the date (if any) overrides. Without a
      * calendar every day is both.
      ******************************************************************
       classify-day.
           move 'Y' to bdy-business-day-switch.
           move 'Y' to bdy-processing-day-switch.
           if bdy-load-status = 'M'
              exit paragraph
           end-if.
           compute bdy-weekday = function mod(bdy-day-int - 1 7).
           if bdy-weekday > 4
              move 'N' to bdy-business-day-switch
           end-if.
           move function date-of-integer(bdy-day-int) to bdy-day.
           move space to bdy-day-kind.
           perform varying bdy-cal-idx from 1 by 1
              until bdy-cal-idx > bdy-cal-count
              if bdy-cal-date(bdy-cal-idx) = bdy-day
                 move bdy-cal-kind(bdy-cal-idx) to bdy-day-kind
              end-if
           end-perform.
           evaluate bdy-day-kind
              when space
                 continue
              when 'B'
                 move 'Y' to bdy-business-day-switch
              when 'N'
                 move 'N' to bdy-business-day-switch
                 move 'N' to bdy-processing-day-switch
              when other
                 move 'N' to bdy-business-day-switch
           end-evaluate.

       end program business_day.
