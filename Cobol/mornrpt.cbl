      * for exactly that reason: a step held by COND leaves its
      * report empty, never last night's. CHKPT cannot be cleared
      * (it is the restart point), so it carries a run-date stamp
      * instead and a date earlier than the night's reads as the
      * driver not having run tonight.
      *
      * The night's date and its standing on the shop calendar come
      * from NIGHTDAY (see NGTREC), written by the CALGATE step at
      * the top of the job - never from the clock, which may have
      * passed midnight since the gate looked. On a non-processing
      * day CALGATE has bypassed the whole night, so every report is
      * empty by design: the page then says the night was skipped by
      * the calendar instead of listing every step as failed. With
      * no NIGHTDAY record the night's date is unknown, so the
      * checkpoint cannot be shown to be tonight's and reads stale.
      *
      * Modification History:
      *   2026-09-02  Initial version.
      *   2026-10-15  A non-processing day on the shop calendar
      *               prints a one-line skipped-night page instead
      *               of failing every step the calendar bypassed.
      *   2026-10-15  Night's date and calendar verdict read from
      *               CALGATE's NIGHTDAY record, not the clock.
      ******************************************************************
       identification division.
       program-id. MORNRPT.
       environment division.
       input-output section.
       file-control.
           select night-file assign to "NIGHTDAY"
              organization is line sequential
              file status is mrn-night-status.

           select editrpt-file assign to "EDITRPT"
              organization is line sequential
              file status is mrn-editrpt-status.

       data division.
       file section.
       fd  night-file
           label records are standard.
           copy NGTREC.

       fd  editrpt-file
           label records are standard.
       01  editrpt-rec           pic x(100).
       01  report-rec            pic x(132).

       working-storage section.
       01  mrn-night-status      pic xx value spaces.
       01  mrn-editrpt-status    pic xx value spaces.
       01  mrn-sumrpt-status     pic xx value spaces.
       01  mrn-reconrpt-status   pic xx value spaces.
       01  mrn-chk-stale-switch  pic x value 'N'.
           88 mrn-chk-stale            value 'Y'.
       01  mrn-chk-run-date      pic 9(8) value 0.
       01  mrn-night-seen-switch pic x value 'N'.
           88 mrn-night-seen           value 'Y'.
       01  mrn-night-date        pic 9(8) value 0.
       01  mrn-chk-age-days      pic s9(5) value 0.

      * RECON outcome.

           display "Morning status consolidation".

           perform check-processing-day.
           perform read-edit-report.
           perform read-run-summary.
           perform read-recon-report.
           move 0 to return-code.
           stop run.

      * A non-processing day ran nothing, and the page says so.
       check-processing-day.
           open input night-file.
           if mrn-night-status not = "00"
              exit paragraph
           end-if.
           read night-file
              at end
                 continue
              not at end
                 if ngt-run-date is numeric and ngt-run-date > 0
                    move 'Y' to mrn-night-seen-switch
                    move ngt-run-date to mrn-night-date
                 end-if
           end-read.
           close night-file.
           if not mrn-night-seen or not ngt-skipped
              exit paragraph
           end-if.
           perform open-status-report.
           perform write-status-header.
           move spaces to report-rec.
           string "NIGHTLY......... SKIPPED - " mrn-night-date
              " IS A NON-PROCESSING DAY ON THE CALENDAR, NOTHING RAN"
              " AND NOTHING PROMOTED"
              delimited by size into report-rec.
           write report-rec.
           close report-file.
           move 0 to return-code.
           stop run.

       read-edit-report.
           open input editrpt-file.
           if mrn-editrpt-status not = "00"

      * CHKPT is never cleared - it is the restart point - so the
      * run-date stamp is what separates tonight's checkpoint from
      * one left over by a held night. The driver stamps the date it
      * started, which is never earlier than the date CALGATE checked
      * at the top of the same night; an earlier stamp (or none, or
      * no night's date to compare it with) means the driver did not
      * run tonight, whatever the status byte says.
       read-checkpoint.
           open input checkpoint-file.
           if mrn-checkpoint-status not = "00"
           end-read.
           close checkpoint-file.
           if mrn-chk-seen
              if mrn-chk-run-date = 0 or not mrn-night-seen
                 move 'Y' to mrn-chk-stale-switch
              else
                 compute mrn-chk-age-days =
                    function integer-of-date(mrn-night-date)
                       - function integer-of-date(mrn-chk-run-date)
                 if mrn-chk-age-days > 0
                    move 'Y' to mrn-chk-stale-switch
                 end-if
              end-if
