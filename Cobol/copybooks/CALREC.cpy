      *****************************************************************
      * CALREC - record layout of the CALENDAR business-day file,
      * kept by operations. Monday to Friday are business days and
      * Saturday and Sunday are not, unless a row here says
      * otherwise for that date:
      *   'H' - holiday: not a business day, but the batch runs if
      *         it is scheduled (nothing counts the day - quarantine,
      *         acknowledgment grace and suspense attempts all pass
      *         it over - and a night with no intake is not paged);
      *   'N' - non-processing day: not a business day, and the
      *         nightly jobs skip the day altogether (see CALGATE);
      *   'B' - a business day after all (a working Saturday).
      * Any other kind reads as 'H'. Date in 1-8 (yyyymmdd), kind in
      * 9, a description for the people who keep it in 10-39. Rows
      * need not be in date order; a row whose date is not numeric
      * (a '*' comment, a blank line) is passed over.
      *****************************************************************
       01  calendar-rec.
           05 cal-date           pic 9(8).
           05 cal-kind           pic x(1).
              88 cal-holiday          value 'H'.
              88 cal-non-processing   value 'N'.
              88 cal-business         value 'B'.
           05 cal-desc           pic x(30).
           05 filler             pic x(1).
