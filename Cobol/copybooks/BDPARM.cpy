      *****************************************************************
      * BDPARM - shared parameter layout for business_day.
      * Include as-is in the subprogram's LINKAGE SECTION; callers that
      * need distinct data-names should use COPY BDPARM REPLACING.
      * BDAY-FUNCTION 'T' tests BDAY-FROM-DATE and answers in
      * BDAY-BUSINESS-SWITCH and BDAY-PROCESSING-SWITCH.
      * BDAY-FUNCTION 'A' returns in BDAY-TO-DATE the date BDAY-DAYS
      * business days after BDAY-FROM-DATE (zero days gives the
      * from-date back).
      * BDAY-FUNCTION 'C' returns in BDAY-DAYS the business days
      * after BDAY-FROM-DATE up to and including BDAY-TO-DATE (zero
      * when the to-date is not later).
      * BDAY-CALENDAR-STATUS says what the CALENDAR file gave, read
      * on the first call: ' ' loaded; 'M' no calendar, so every
      * day counts as a business and processing day, as it did
      * before the calendar existed; 'F' more rows than the table
      * holds - the answers would be wrong, and the caller should
      * refuse to run on them.
      *****************************************************************
       01  bday-function          pic x(1).
           88 bday-test                 value 'T'.
           88 bday-add                  value 'A'.
           88 bday-count                value 'C'.
       01  bday-from-date         pic 9(8).
       01  bday-to-date           pic 9(8).
       01  bday-days              pic 9(5).
       01  bday-business-switch   pic x(1).
           88 bday-business             value 'Y'.
       01  bday-processing-switch pic x(1).
           88 bday-processing           value 'Y'.
       01  bday-calendar-status   pic x(1).
           88 bday-calendar-loaded      value ' '.
           88 bday-calendar-missing     value 'M'.
           88 bday-calendar-full        value 'F'.
