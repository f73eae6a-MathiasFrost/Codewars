      ******************************************************************
      * Author: Mathias Loken
      * Date: 2026-10-15
      * Purpose: Tell the nightly jobs whether tonight is a
      *          processing day on the shop calendar.
      * Tectonics: cobc
      *
      * First step of every nightly job. Asks business_day whether
      * the run date is a processing day on the CALENDAR file (see
      * CALREC) and ends with the return code the job's COND tests
      * read:
      *   RETURN-CODE 0 - a processing day, run as usual (a holiday
      *                   or a weekend is still a processing day
      *                   unless the calendar marks it 'N');
      *               4 - a non-processing day: every later step is
      *                   bypassed, the driver never runs, and there
      *                   is nothing to page operations about;
      *              16 - the calendar has more rows than the table
      *                   holds, so the day cannot be trusted either
      *                   way - the night is held for operations.
      * No CALENDAR dataset at all reads as a processing day, so the
      * night runs as it did before the calendar existed.
      *
      * The date checked and the verdict are written to NIGHTDAY (see
      * NGTREC) where the job supplies one, so a later step that must
      * know how the night stood - the morning status page - reads
      * the gate's own answer instead of a clock that may have passed
      * midnight since.
      *
      * Modification History:
      *   2026-10-15  Initial version.
      *   2026-10-15  Record the date checked and the verdict on
      *               NIGHTDAY for the morning status page.
      ******************************************************************
       identification division.
       program-id. CALGATE.

       environment division.
       input-output section.
       file-control.
           select night-file assign to "NIGHTDAY"
              organization is line sequential
              file status is cgt-night-status.

       data division.
       file section.
       fd  night-file
           label records are standard.
           copy NGTREC.

       working-storage section.
       01  cgt-night-status      pic xx value spaces.
       01  cgt-run-date          pic 9(8) value 0.
       01  cgt-verdict           pic x value 'P'.
           copy BDPARM.

       procedure division.
           display "Processing-day check".

           move function current-date(1:8) to cgt-run-date.
           move 'T' to bday-function.
           move cgt-run-date to bday-from-date.
           call "business_day" using bday-function
              bday-from-date bday-to-date bday-days
              bday-business-switch bday-processing-switch
              bday-calendar-status.

           if bday-calendar-full
              display "RUN DATE " cgt-run-date
                 " - CALENDAR TOO BIG TO TRUST - NIGHT HELD"
              move 'F' to cgt-verdict
              perform write-night-day
              move 16 to return-code
              stop run
           end-if.

           if bday-processing
              if bday-business
                 display "RUN DATE " cgt-run-date
                    " - BUSINESS DAY - NIGHTLY RUNS"
              else
                 display "RUN DATE " cgt-run-date
                    " - NOT A BUSINESS DAY, BUT A PROCESSING DAY"
                    " - NIGHTLY RUNS"
              end-if
              move 0 to return-code
           else
              display "RUN DATE " cgt-run-date
                 " - NON-PROCESSING DAY ON THE CALENDAR"
                 " - NIGHTLY SKIPPED"
              move 'N' to cgt-verdict
              move 4 to return-code
           end-if.

           perform write-night-day.
           stop run.

      * A job with no NIGHTDAY has no step that reads it; the verdict
      * stands on the return code alone.
       write-night-day.
           open output night-file.
           if cgt-night-status not = "00"
              display "NIGHTDAY NOT WRITTEN - STATUS " cgt-night-status
              exit paragraph
           end-if.
           move spaces to night-rec.
           move cgt-run-date to ngt-run-date.
           move cgt-verdict to ngt-verdict.
           write night-rec.
           close night-file.
