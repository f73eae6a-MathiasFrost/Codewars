      * settlement never acknowledged, and ACKs with no matching row,
      * land on ACKRPT by name instead of surfacing weeks later when
      * a customer calls. When unacknowledged rows remain after the
      * agreed grace period (business days on the ACKCTL card,
      * counted on the shop calendar from the RESULTS header run
      * date), an 'ACKU' record goes to the ALERTS file so operations
      * is paged, not surprised. Settlement's Monday acknowledgments
      * for a Friday night are one business day old, not three.
      *
      * ACKIN layout, in promoted-file row order:
      *   sequence in 1-9, service in 10, group in 11-13,
      *   acknowledgment date in 14-21 (yyyymmdd)
      * ACKCTL card: grace business days in 1-3 (blank keeps 2).
      *
      * RETURN-CODE 0 everything paired, 4 mismatches found, 8 the
      * grace period has run out on unacknowledged rows.
      *
      * Modification History:
      *   2026-09-02  Initial version.
      *   2026-10-15  The grace period counts business days on the
      *               shop calendar (CALENDAR, through business_day),
      *               so a weekend or holiday between the run and
      *               settlement's acknowledgment no longer pages.
      ******************************************************************
       identification division.
       program-id. ACKMATCH.
       01  ack-run-date          pic 9(8) value 0.
       01  ack-today             pic 9(8) value 0.
       01  ack-age-days          pic s9(5) value 0.
      * business_day - the grace period counts business days on the
      * shop calendar.
           copy BDPARM.

      * Composite ordering keys, same shape the simulation compare
      * uses: sequence, then service ('N' rows precede the others
              ack-unacked-count " unacknowledged".

      ******************************************************************
      * The grace period runs from the RESULTS header run date, in
      * business days off the CALENDAR file (see business_day): once
      * it is spent and rows are still unacknowledged, an 'ACKU'
      * record pages operations through the notification system. A
      * calendar too big to trust falls back to counting every day,
      * so a page is never held back by it.
      ******************************************************************
       raise-ack-alert.
           move 0 to ack-age-days.
              exit paragraph
           end-if.
           move function current-date(1:8) to ack-today.
           move 'C' to bday-function.
           move ack-run-date to bday-from-date.
           move ack-today to bday-to-date.
           call "business_day" using bday-function bday-from-date
              bday-to-date bday-days bday-business-switch
              bday-processing-switch bday-calendar-status.
           if bday-calendar-full
              display "CALENDAR TABLE FULL - GRACE COUNTED IN "
                 "CALENDAR DAYS"
              compute ack-age-days =
                 function integer-of-date(ack-today)
                    - function integer-of-date(ack-run-date)
           else
              move bday-days to ack-age-days
           end-if.
           if ack-age-days >= ack-grace-days
              open extend alerts-file
              if ack-alerts-status = "35"
              end-if
              move spaces to report-rec
              string "GRACE PERIOD SPENT - ACKU ALERT RAISED AFTER "
                 ack-age-days " BUSINESS DAYS"
                 delimited by size into report-rec
              write report-rec
           end-if.
