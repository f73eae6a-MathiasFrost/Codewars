      *   NB - WORK-BITS is not numeric
      *   SH - record shorter than the minimum layout
      *   ZP - the field(s) the requested service needs are zero
      *   TC - transaction type code not 'N', 'B', 'A', 'R', 'F' or
      *        'T'
      *   QT - block quantity in 58-60 is not numeric
      *   CD - carried check digit does not verify (or the flag in
      *        column 61 is neither blank nor 'C')
      *   PR - priority code in 70 is neither blank nor a digit
      *   FU - flag update ('F') action not 'S' or 'C', or the flag
      *        name is blank
      *   RU - requestor ID is not on the REQMAST entitlement master
      *   RI - requestor is on REQMAST but not active
      *   RS - requestor is not entitled to the transaction type
      *   TH - transfer ('T') new holder in 71-78 is blank, the same
      *        as the requestor, or not an active REQMAST requestor
      *   ED - effective date in 91-98 is not numeric or not a real
      *        calendar date
      *   SE - number series code in 115-116 is not defined on the
      *        SERCTL series control file
      *
      * The raw feed is framed by batch control records:
      *   HDR in 1-3, submission ID in 4-11, creation date 12-19
      * the requested service does not use may be left as spaces;
      * it is normalized to zeros on the validated record.
      *
      * Columns 79-90 may name a flag-word account (see WORKREC) on an
      * 'F', 'B' or 'A' record; the flag word in 39-56 may then be
      * left blank, and a 'B' record needs no non-zero word of its
      * own - the driver uses the account's stored word.
      *
      * Columns 91-98 may carry an effective date (yyyymmdd). Blank or
      * zero means tonight; a record dated after the run date passes
      * every edit now but is parked on PENDNEW (layout in PENDREC)
      * instead of VALIDWK, for the PENDREL release step to feed into
      * the validated file the night its date arrives. Nothing is
      * parked for an upload that fails batch control.
      *
      * Columns 99-114 may carry the requestor's own reference for the
      * request, passed through unedited for the driver's resubmission
      * check (see WORKREC).
      *
      * Columns 115-116 may carry the number series code (see SERREC).
      * Blank means the base series '00'; any other code must be on
      * SERCTL. A carried check digit is verified under the record's
      * series rule.
      *
      * Modification History:
      *   2026-08-22  Initial version.
      *   2026-08-22  Transaction type code ('N' number service only,
      *               record after the trailer is a batch-control
      *               failure in its own right, not something the
      *               count balance can be allowed to hide.
      *   2026-10-15  Requestor entitlement: the requestor ID must be
      *               on the REQMAST master (layout in REQMREC),
      *               active, and entitled to the record's type code;
      *               failures reject RU, RI and RS. A missing master
      *               ends the step RC 16 before VALIDWK is opened -
      *               intake without the entitlement list is not
      *               intake at all.
      *   2026-10-15  'T' (ownership transfer) accepted as a
      *               transaction type: the number rides WORK-N with
      *               the 'R' edits, and the holder receiving it rides
      *               columns 71-78, edited as an active requestor
      *               other than the one giving the number up.
      *   2026-10-15  Flag-word account in columns 79-90 carried onto
      *               the validated record for 'F', 'B' and 'A'; with
      *               an account named the flag word may be blank and
      *               a 'B' record's zero edit no longer applies.
      *   2026-10-15  Effective date in columns 91-98 edited (reject
      *               ED) and carried onto the validated record; a
      *               record dated after the run date is parked on
      *               PENDNEW (once the upload balances) for the
      *               PENDREL release step instead of VALIDWK, and
      *               counted as pending.
      *   2026-10-15  Requestor's request reference in columns 99-114
      *               carried onto the validated record.
      *   2026-10-15  Every accepted record is stamped with the date
      *               and time the upload was taken in, carried onto
      *               the validated and pending records for the
      *               turnaround measurement.
      *   2026-10-15  Number series code in columns 115-116 edited
      *               against SERCTL (reject SE; blank is the base
      *               series '00') and carried onto the validated
      *               record; carried check digits are verified under
      *               the series' own rule.
      ******************************************************************
       identification division.
       program-id. WORKEDIT.
              organization is line sequential
              file status is edt-register-status.

           select reqmast-file assign to "REQMAST"
              organization is line sequential
              file status is edt-reqmast-status.

           select pendwk-file assign to "PENDWK"
              organization is line sequential
              file status is edt-pendwk-status.

           select pend-file assign to "PENDNEW"
              organization is line sequential
              file status is edt-pend-status.

           select series-file assign to "SERCTL"
              organization is line sequential
              file status is edt-series-status.

       data division.
       file section.
       fd  raw-file
           label records are standard
           record is varying in size from 1 to 116 characters
              depending on edt-raw-len.
       01  raw-rec               pic x(116).

       fd  valid-file
           label records are standard.
       01  reject-rec.
           05 rej-reason         pic x(2).
           05 filler             pic x(1).
           05 rej-data           pic x(116).

       fd  report-file
           label records are standard.
           05 filler             pic x(1).
           05 reg-proc-date      pic 9(8).

      * Requestor entitlement master (layout in REQMREC): who may
      * submit work at all, and for which services.
       fd  reqmast-file
           label records are standard.
           copy REQMREC.

      * Future-dated requests accepted by this run (layout in
      * PENDREC), held on a scratch file until the batch trailer has
      * balanced - only then are they appended to PENDNEW for the
      * PENDREL release step. A refused upload, resent once fixed,
      * must not leave a first copy of its requests parked.
       fd  pendwk-file
           label records are standard.
           copy PENDREC.

       fd  pend-file
           label records are standard.
       01  pendnew-rec           pic x(155).

      * Number series control file (layout in SERREC).
       fd  series-file
           label records are standard.
           copy SERREC.

       working-storage section.
       01  edt-eof-switch        pic x value 'N'.
           88 edt-eof                  value 'Y'.
       01  edt-trl-count         pic 9(9) value 0.
       01  edt-stray-count       pic 9(9) value 0.
       01  edt-today             pic x(8) value spaces.
       01  edt-today-num         redefines edt-today pic 9(8).
       01  edt-upload-time       pic 9(6) value 0.
       01  edt-pend-status       pic xx value spaces.
       01  edt-pendwk-status     pic xx value spaces.
       01  edt-pwk-eof-switch    pic x value 'N'.
           88 edt-pwk-eof              value 'Y'.

      * Calendar check of the effective date, as FLAGMNT does for
      * its dictionary effective dates.
       01  edt-date-ok-switch    pic x value 'N'.
           88 edt-date-ok              value 'Y'.
       01  edt-eff-date-parse.
           05 edt-eff-yyyy       pic 9(4).
           05 edt-eff-mm         pic 9(2).
           05 edt-eff-dd         pic 9(2).
       01  edt-month-days        pic 9(2) value 0.

      * Requestor entitlement table, loaded from REQMAST before the
      * first record is edited. A master that does not fit stops the
      * step - a requestor dropped off the table would be rejected
      * as unknown for no fault of its own.
       01  edt-reqmast-status    pic xx value spaces.
       01  edt-reqm-eof-switch   pic x value 'N'.
           88 edt-reqm-eof             value 'Y'.
       01  edt-req-table.
           05 edt-req-entry occurs 500 times.
              10 edt-req-id         pic x(8).
              10 edt-req-active     pic x(1).
              10 edt-req-services   pic x(10).
       01  edt-req-count         pic 9(4) value 0.
       01  edt-req-sub           pic 9(4) value 0.
       01  edt-req-found-sw      pic x value 'N'.
           88 edt-req-found            value 'Y'.
       01  edt-svc-tally         pic 9(2) value 0.
       01  edt-holder-ok-switch  pic x value 'N'.
           88 edt-holder-ok            value 'Y'.

      * Number series table, loaded from SERCTL. The base series '00'
      * is always on it (Luhn unless SERCTL says otherwise), so an
      * upload without series codes edits as it always has.
       01  edt-series-status     pic xx value spaces.
       01  edt-ser-eof-switch    pic x value 'N'.
           88 edt-ser-eof              value 'Y'.
       01  edt-ser-table.
           05 edt-ser-entry occurs 50 times.
              10 edt-ser-code       pic x(2).
              10 edt-ser-rule       pic x(1).
       01  edt-ser-count         pic 9(2) value 0.
       01  edt-ser-sub           pic 9(2) value 0.
       01  edt-ser-found-sw      pic x value 'N'.
           88 edt-ser-found            value 'Y'.

      * Minimum length of a raw WORKIN record: WORK-N (38) plus
      * WORK-BITS (18). A shorter line is rejected outright rather
           05 edt-requestor      pic x(8).
           05 edt-priority       pic x(1).
           05 edt-priority-num   redefines edt-priority pic 9(1).
           05 edt-new-holder     pic x(8).
           05 edt-account        pic x(12).
           05 edt-eff-date       pic x(8).
           05 edt-eff-date-num   redefines edt-eff-date pic 9(8).
           05 edt-req-ref        pic x(16).
           05 edt-series         pic x(2).

      * check_digit interface (see CKDPARM), used to verify incoming
      * serials flagged as carrying a check digit.
                 ==function-verify== by ==ckd-function-verify==
                 ==check-digit== by ==ckd-check-digit==
                 ==valid-switch== by ==ckd-valid-switch==
                 ==digit-valid== by ==ckd-digit-valid==
                 ==check-rule== by ==ckd-check-rule==
                 ==rule-luhn== by ==ckd-rule-luhn==
                 ==rule-weighted== by ==ckd-rule-weighted==
                 ==rule-mod11== by ==ckd-rule-mod11==
                 ==rule-none== by ==ckd-rule-none==.

       01  edt-ckd-ok-switch     pic x value 'Y'.
           88 edt-ckd-ok               value 'Y'.
       01  edt-badreq-count      pic 9(9) value 0.
       01  edt-badpri-count      pic 9(9) value 0.
       01  edt-badflag-count     pic 9(9) value 0.
       01  edt-unkreq-count      pic 9(9) value 0.
       01  edt-inactreq-count    pic 9(9) value 0.
       01  edt-unauth-count      pic 9(9) value 0.
       01  edt-badholder-count   pic 9(9) value 0.
       01  edt-baddate-count     pic 9(9) value 0.
       01  edt-pending-count     pic 9(9) value 0.
       01  edt-badser-count      pic 9(9) value 0.

       procedure division.

           perform verify-batch-header.
           perform load-requestor-master.
           perform load-series-control.
           perform open-edit-files.
           perform edit-work-file until edt-eof.
           perform balance-batch-trailer.
              close register-file
           end-if.

      ******************************************************************
      * Loads the requestor entitlement master. Unlike the optional
      * control datasets, REQMAST is required: without it every
      * requestor is unknown, so the step stops RC 16 before VALIDWK
      * is touched rather than reject the whole upload.
      ******************************************************************
       load-requestor-master.
           move 0 to edt-req-count.
           move 'N' to edt-reqm-eof-switch.
           open input reqmast-file.
           if edt-reqmast-status not = "00"
              display "ERROR OPENING REQMAST - STATUS "
                 edt-reqmast-status
              move 16 to return-code
              stop run
           end-if.
           perform load-one-requestor until edt-reqm-eof.
           close reqmast-file.

       load-one-requestor.
           read reqmast-file
              at end
                 move 'Y' to edt-reqm-eof-switch
              not at end
                 if reqm-requestor not = spaces
                    if edt-req-count < 500
                       add 1 to edt-req-count
                       move reqm-requestor to edt-req-id(edt-req-count)
                       move reqm-active
                          to edt-req-active(edt-req-count)
                       move reqm-services
                          to edt-req-services(edt-req-count)
                    else
                       display "REQUESTOR TABLE FULL - REQMAST HAS "
                          "MORE THAN 500 ROWS - RAISE THE TABLE LIMIT"
                       move 16 to return-code
                       stop run
                    end-if
                 end-if
           end-read.

      ******************************************************************
      * Loads the number series table. SERCTL is optional - without
      * it only the base series exists. A series listed twice keeps
      * its first row; a table overflow stops the step, since a
      * series dropped off the table would reject every request in
      * it as unknown.
      ******************************************************************
       load-series-control.
           move 1 to edt-ser-count.
           move "00" to edt-ser-code(1).
           move 'L' to edt-ser-rule(1).
           move 'N' to edt-ser-eof-switch.
           open input series-file.
           if edt-series-status = "00"
              perform load-one-series until edt-ser-eof
              close series-file
           end-if.

       load-one-series.
           read series-file
              at end
                 move 'Y' to edt-ser-eof-switch
              not at end
                 if ser-code not = spaces and ser-code(1:1) not = '*'
                    move ser-code to edt-series
                    perform find-series
                    evaluate true
                       when edt-ser-found and ser-code = "00"
                          move ser-ckd-rule to edt-ser-rule(1)
                       when edt-ser-found
                          continue
                       when edt-ser-count < 50
                          add 1 to edt-ser-count
                          move ser-code to edt-ser-code(edt-ser-count)
                          move ser-ckd-rule
                             to edt-ser-rule(edt-ser-count)
                       when other
                          display "SERIES TABLE FULL - SERCTL HAS "
                             "MORE THAN 50 SERIES - RAISE THE TABLE "
                             "LIMIT"
                          move 16 to return-code
                          stop run
                    end-evaluate
                 end-if
           end-read.

      * EDT-SER-SUB is left on the series found.
       find-series.
           move 'N' to edt-ser-found-sw.
           perform varying edt-ser-sub from 1 by 1
              until edt-ser-sub > edt-ser-count or edt-ser-found
              if edt-ser-code(edt-ser-sub) = edt-series
                 move 'Y' to edt-ser-found-sw
              end-if
           end-perform.
           if edt-ser-found
              subtract 1 from edt-ser-sub
           end-if.

      * An open failure ends the step with RETURN-CODE 16 so the
      * driver step's COND test skips rather than run against a
      * stale or missing validated file.
              move 16 to return-code
              stop run
           end-if.
           open output pendwk-file.
           if edt-pendwk-status not = "00"
              display "ERROR OPENING PENDWK - STATUS "
                 edt-pendwk-status
              move 16 to return-code
              stop run
           end-if.
           move function current-date(1:8) to edt-today.
           move function current-date(9:6) to edt-upload-time.

      ******************************************************************
      * One unit of work: read a raw line, apply every edit in order
           end-read.

       edit-one-record.
           move raw-rec(1:116) to edt-fields.
           if edt-type = space
              move 'A' to edt-type
           end-if.
           if edt-priority = space or edt-priority = '0'
              move '9' to edt-priority
           end-if.
           if edt-eff-date = spaces
              move zeros to edt-eff-date
           end-if.
           if edt-series = spaces
              move "00" to edt-series
           end-if.
           perform find-series.
           perform validate-effective-date.
           perform verify-check-digit.
           perform check-new-holder.
           perform find-requestor.
           if (edt-type = 'N' or edt-type = 'R' or edt-type = 'T')
                 and edt-bits = spaces
              move zeros to edt-bits
           end-if.
           if edt-type = 'B' and edt-n = spaces
              move zeros to edt-n
           end-if.
           if (edt-type = 'F' or edt-type = 'B' or edt-type = 'A')
                 and edt-account not = spaces and edt-bits = spaces
              move zeros to edt-bits
           end-if.
           evaluate true
              when edt-raw-len < edt-min-length
                 add 1 to edt-short-count
                 perform write-reject-record
              when edt-type not = 'N' and edt-type not = 'B'
                    and edt-type not = 'A' and edt-type not = 'R'
                    and edt-type not = 'F' and edt-type not = 'T'
                 add 1 to edt-badtype-count
                 move "TC" to edt-reject-reason
                 perform write-reject-record
                 add 1 to edt-badqty-count
                 move "QT" to edt-reject-reason
                 perform write-reject-record
              when not edt-ser-found
                 add 1 to edt-badser-count
                 move "SE" to edt-reject-reason
                 perform write-reject-record
              when not edt-ckd-ok
                 add 1 to edt-badckd-count
                 move "CD" to edt-reject-reason
                 add 1 to edt-badreq-count
                 move "RQ" to edt-reject-reason
                 perform write-reject-record
              when not edt-req-found
                 add 1 to edt-unkreq-count
                 move "RU" to edt-reject-reason
                 perform write-reject-record
              when edt-req-active(edt-req-sub) not = 'Y'
                 add 1 to edt-inactreq-count
                 move "RI" to edt-reject-reason
                 perform write-reject-record
              when edt-svc-tally = 0
                 add 1 to edt-unauth-count
                 move "RS" to edt-reject-reason
                 perform write-reject-record
              when edt-type = 'T' and not edt-holder-ok
                 add 1 to edt-badholder-count
                 move "TH" to edt-reject-reason
                 perform write-reject-record
              when edt-priority not numeric
                 add 1 to edt-badpri-count
                 move "PR" to edt-reject-reason
                 perform write-reject-record
              when not edt-date-ok
                 add 1 to edt-baddate-count
                 move "ED" to edt-reject-reason
                 perform write-reject-record
              when (edt-type = 'N' or edt-type = 'R'
                       or edt-type = 'T')
                    and edt-n-num = 0
                 add 1 to edt-zero-count
                 move "ZP" to edt-reject-reason
                 perform write-reject-record
              when edt-type = 'B' and edt-bits-num = 0
                    and edt-account = spaces
                 add 1 to edt-zero-count
                 move "ZP" to edt-reject-reason
                 perform write-reject-record
                 perform write-valid-record
           end-evaluate.

      ******************************************************************
      * Looks the record's requestor up on the entitlement table and
      * counts how often its type code appears in the services the
      * requestor is entitled to - zero means not entitled.
      ******************************************************************
       find-requestor.
           move 'N' to edt-req-found-sw.
           move 0 to edt-svc-tally.
           perform varying edt-req-sub from 1 by 1
              until edt-req-sub > edt-req-count or edt-req-found
              if edt-req-id(edt-req-sub) = edt-requestor
                 move 'Y' to edt-req-found-sw
              end-if
           end-perform.
           if edt-req-found
              subtract 1 from edt-req-sub
              inspect edt-req-services(edt-req-sub)
                 tallying edt-svc-tally for all edt-type
           end-if.

      * A transfer's receiving holder must be a different, active
      * requestor on the entitlement master - a number handed to an
      * unknown or closed branch would be stranded on the master.
       check-new-holder.
           move 'N' to edt-holder-ok-switch.
           if edt-type not = 'T' or edt-new-holder = spaces
                 or edt-new-holder = edt-requestor
              exit paragraph
           end-if.
           perform varying edt-req-sub from 1 by 1
              until edt-req-sub > edt-req-count or edt-holder-ok
              if edt-req-id(edt-req-sub) = edt-new-holder
                    and edt-req-active(edt-req-sub) = 'Y'
                 move 'Y' to edt-holder-ok-switch
              end-if
           end-perform.

      * Zero is no date at all (service tonight); anything else must
      * be a real calendar date.
       validate-effective-date.
           move 'N' to edt-date-ok-switch.
           if edt-eff-date not numeric
              exit paragraph
           end-if.
           if edt-eff-date-num = 0
              move 'Y' to edt-date-ok-switch
              exit paragraph
           end-if.
           move edt-eff-date to edt-eff-date-parse.
           evaluate edt-eff-mm
              when 1 when 3 when 5 when 7 when 8 when 10 when 12
                 move 31 to edt-month-days
              when 4 when 6 when 9 when 11
                 move 30 to edt-month-days
              when 2
                 if function mod(edt-eff-yyyy 4) = 0
                       and (function mod(edt-eff-yyyy 100) not = 0
                          or function mod(edt-eff-yyyy 400) = 0)
                    move 29 to edt-month-days
                 else
                    move 28 to edt-month-days
                 end-if
              when other
                 move 0 to edt-month-days
           end-evaluate.
           if edt-eff-yyyy > 0
                 and edt-month-days > 0
                 and edt-eff-dd >= 1
                 and edt-eff-dd <= edt-month-days
              move 'Y' to edt-date-ok-switch
           end-if.

      ******************************************************************
      * A raw record flagged 'C' carries its serial's check digit in
      * the low-order position of WORK-N. Verify it against the rest
              when other
                 move edt-n-num to ckd-number-in
                 move 'V' to ckd-function-code
                 move 'L' to ckd-check-rule
                 if edt-ser-found
                    move edt-ser-rule(edt-ser-sub) to ckd-check-rule
                 end-if
                 call "check_digit" using ckd-number-in
                    ckd-function-code ckd-check-digit
                    ckd-valid-switch ckd-check-rule
                 if ckd-digit-valid
                    divide edt-n-num by 10 giving edt-n-num
                 else
           move space to work-ckd-flag.
           move edt-requestor to work-requestor.
           move edt-priority-num to work-priority.
           if edt-type = 'T'
              move edt-new-holder to work-new-holder
           else
              move spaces to work-new-holder
           end-if.
           if edt-type = 'F' or edt-type = 'B' or edt-type = 'A'
              move edt-account to work-account
           else
              move spaces to work-account
           end-if.
           move edt-eff-date-num to work-eff-date.
           move edt-req-ref to work-req-ref.
           move edt-today-num to work-upload-date.
           move edt-upload-time to work-upload-time.
           move edt-series to work-series.
           if edt-eff-date-num > edt-today-num
              perform write-pending-record
           else
              write work-rec
              add 1 to edt-valid-count
           end-if.

      * A future-dated request has passed every edit tonight; it is
      * parked with its upload's submission ID and its position in
      * the upload, which is how an operator's cancel card names it.
       write-pending-record.
           move spaces to pend-rec.
           move edt-subm-id to pend-subm-id.
           move edt-read-count to pend-rec-no.
           move edt-today-num to pend-queued-date.
           move work-rec to pend-work.
           write pend-rec.
           add 1 to edt-pending-count.

      * Appends this run's future-dated requests to PENDNEW, where
      * they wait for the PENDREL release step. Called only for a
      * balanced upload.
       post-pending-records.
           open extend pend-file.
           if edt-pend-status = "35"
              open output pend-file
           end-if.
           if edt-pend-status not = "00"
              display "ERROR OPENING PENDNEW - STATUS " edt-pend-status
              move 16 to return-code
              stop run
           end-if.
           move 'N' to edt-pwk-eof-switch.
           open input pendwk-file.
           perform post-one-pending until edt-pwk-eof.
           close pendwk-file.
           close pend-file.

       post-one-pending.
           read pendwk-file
              at end
                 move 'Y' to edt-pwk-eof-switch
              not at end
                 write pendnew-rec from pend-rec
           end-read.

       write-reject-record.
           move spaces to reject-rec.
           close raw-file.
           close valid-file.
           close reject-file.
           close pendwk-file.
           if not edt-batch-bad and edt-pending-count > 0
              perform post-pending-records
           end-if.
           open output count-file.
           if edt-count-status = "00"
              move edt-valid-count to count-rec
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "RECORDS PENDING......... " edt-pending-count
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "RECORDS REJECTED........ " edt-reject-count
              delimited by size into report-rec.
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "  UNKNOWN REQUESTOR (RU) " edt-unkreq-count
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "  INACTIVE REQSTR (RI).. " edt-inactreq-count
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "  NOT ENTITLED (RS)..... " edt-unauth-count
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "  BAD NEW HOLDER (TH)... " edt-badholder-count
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "  BAD EFF DATE (ED)..... " edt-baddate-count
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "  UNKNOWN SERIES (SE)... " edt-badser-count
              delimited by size into report-rec.
           write report-rec.

           if edt-batch-bad
              move "BATCH CONTROL FAILED - DRIVER STEP HELD"
                 to report-rec
