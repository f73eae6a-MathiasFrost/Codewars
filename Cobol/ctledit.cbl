      ******************************************************************
      * Author: Mathias Loken
      * Date: 2026-10-15
      * Purpose: Validate keyword control settings, build CTLCARD.
      * Tectonics: cobc
      *
      * The driver and WORKSPLIT read a 34-column positional control
      * card, and the driver quietly falls back to a default for any
      * blank - so a value keyed one column off can switch on
      * simulation (column 23), change the quarantine days or turn
      * off the self-check without anyone noticing. Operators now
      * keep the settings as named keywords on CTLKEYS instead; this
      * program edits every value against its allowed range and,
      * only when every line is clean, builds the positional card on
      * CTLCARDO for the job to install over CTLCARD. Anything
      * invalid ends the step RETURN-CODE 8 and nothing is built.
      *
      * CTLKEYS, one setting per line, KEYWORD=VALUE; blank lines
      * and lines starting '*' are comments:
      *   CHECKPOINT=       records between checkpoints, 1-99999
      *                     (default 100)                  col 1-5
      *   NBN-TRACE=        Y or N (default N)             col 6
      *   NBN-WIDE=         N - wide mode is not wired to the
      *                     batch (default N)              col 7
      *   BC-TRACE=         Y or N (default N)             col 8
      *   DIRECTION=        B next bigger, S next smaller
      *                     (default B)                    col 9
      *   SELF-CHECK=       Y or N (default Y)             col 10
      *   MAX-ATTEMPTS=     suspense retry limit, 1-999
      *                     (default 3)                    col 11-13
      *   PARTITIONS=       WORKSPLIT slice count, 1-4
      *                     (default 1)                    col 14
      *   ALERT-NF-COUNT=   not-found count alert, 0-99999,
      *                     0 off (default 0)              col 15-19
      *   ALERT-NF-RATE=    not-found rate per 1000, 0-999,
      *                     0 off (default 0)              col 20-22
      *   SIMULATION=       Y or N (default N)             col 23
      *   QUARANTINE-DAYS=  returned-number quarantine in
      *                     business days, 1-999
      *                     (default 90)                   col 24-26
      *   DECODE-ASOF=      flag dictionary as-of date yyyymmdd,
      *                     0 today (default 0)            col 27-34
      *   CHANGED-BY=       user ID of whoever changed the settings,
      *                     required; not carried on the card
      * A keyword left out takes its default, and every column of
      * the card is written explicitly - nothing is left blank for
      * the driver to guess at. An unknown keyword, a keyword given
      * twice, or a value outside its range is an error.
      *
      * Each value that differs from the card being replaced (the
      * current CTLCARD, read if there is one) is logged to CTLLOG
      * with the old value, the new value and CHANGED-BY. CTLRPT
      * lists every setting and where it came from.
      *
      * RETURN-CODE 0 card built, 8 settings invalid - no card built
      * and the night must not be released - 16 nothing trustworthy
      * was produced.
      *
      * Modification History:
      *   2026-10-15  Initial version.
      *   2026-10-15  QUARANTINE-DAYS is counted in business days
      *               on the shop calendar; description updated.
      ******************************************************************
       identification division.
       program-id. CTLEDIT.

       environment division.
       input-output section.
       file-control.
           select keys-file assign to "CTLKEYS"
              organization is line sequential
              file status is cte-keys-status.

           select oldcard-file assign to "CTLCARD"
              organization is line sequential
              file status is cte-oldcard-status.

           select newcard-file assign to "CTLCARDO"
              organization is line sequential
              file status is cte-newcard-status.

           select log-file assign to "CTLLOG"
              organization is line sequential
              file status is cte-log-status.

           select report-file assign to "CTLRPT"
              organization is line sequential
              file status is cte-report-status.

       data division.
       file section.
       fd  keys-file
           label records are standard.
       01  keys-rec              pic x(80).

       fd  oldcard-file
           label records are standard.
       01  oldcard-rec           pic x(34).

       fd  newcard-file
           label records are standard.
       01  newcard-rec           pic x(34).

       fd  log-file
           label records are standard.
       01  log-rec               pic x(100).

       fd  report-file
           label records are standard.
       01  report-rec            pic x(132).

       working-storage section.
       01  cte-keys-status       pic xx value spaces.
       01  cte-oldcard-status    pic xx value spaces.
       01  cte-newcard-status    pic xx value spaces.
       01  cte-log-status        pic xx value spaces.
       01  cte-report-status     pic xx value spaces.

       01  cte-keys-eof-switch   pic x value 'N'.
           88 cte-keys-eof             value 'Y'.

      * Keyword table, populated by LOAD-KEYWORD-TABLE. Kind 'N' is
      * a whole number MIN through MAX, right-justified with zeros
      * into the card columns; kind 'C' is one character out of
      * ALLOWED; kind 'D' is a calendar date yyyymmdd, or 0.
       01  cte-kw-table.
           05 cte-kw-entry occurs 13 times.
              10 cte-kw-name     pic x(16).
              10 cte-kw-pos      pic 9(2).
              10 cte-kw-len      pic 9(1).
              10 cte-kw-kind     pic x(1).
              10 cte-kw-min      pic 9(8).
              10 cte-kw-max      pic 9(8).
              10 cte-kw-allowed  pic x(4).
              10 cte-kw-default  pic x(8).
              10 cte-kw-value    pic x(8).
              10 cte-kw-set-sw   pic x(1).
                 88 cte-kw-set         value 'Y'.
       01  cte-kw-count          pic 9(2) value 0.
       01  cte-sub               pic 9(2) value 0.
       01  cte-hit-sub           pic 9(2) value 0.

      * One CTLKEYS line, split.
       01  cte-line-kw           pic x(20) value spaces.
       01  cte-line-val          pic x(40) value spaces.
       01  cte-val               pic x(40) value spaces.
       01  cte-val-len           pic 9(2) value 0.
       01  cte-val-num           pic 9(8) value 0.
       01  cte-val-num-x redefines cte-val-num pic x(8).
       01  cte-min-ed            pic z(7)9.
       01  cte-max-ed            pic z(7)9.
       01  cte-line-no           pic 9(5) value 0.
       01  cte-error-text        pic x(50) value spaces.

       01  cte-changed-by        pic x(8) value spaces.
       01  cte-changed-by-sw     pic x value 'N'.
           88 cte-have-changed-by      value 'Y'.

      * Calendar check of a DECODE-ASOF value, as in FLAGMNT.
       01  cte-date-ok-switch    pic x value 'N'.
           88 cte-date-ok              value 'Y'.
       01  cte-date-parse.
           05 cte-date-yyyy      pic 9(4).
           05 cte-date-mm        pic 9(2).
           05 cte-date-dd        pic 9(2).
       01  cte-month-days        pic 9(2) value 0.

       01  cte-old-card          pic x(34) value spaces.
       01  cte-new-card          pic x(34) value spaces.
       01  cte-old-value         pic x(8) value spaces.
       01  cte-source            pic x(7) value spaces.
       01  cte-timestamp         pic x(21) value spaces.

       01  cte-error-count       pic 9(5) value 0.
       01  cte-change-count      pic 9(5) value 0.

       procedure division.

           display "Control card validation".

           perform open-edit-files.
           perform load-keyword-table.
           perform read-current-card.
           perform edit-one-line until cte-keys-eof.
           if not cte-have-changed-by
              move 0 to cte-line-no
              move "CHANGED-BY NOT GIVEN" to cte-error-text
              perform report-line-error
           end-if.
           if cte-error-count = 0
              perform build-new-card
              perform log-changed-values
           end-if.
           perform write-edit-report.
           perform close-edit-files.

           if cte-error-count > 0
              move 8 to return-code
           else
              move 0 to return-code
           end-if.

           stop run.

       open-edit-files.
           open input keys-file.
           if cte-keys-status not = "00"
              display "ERROR OPENING CTLKEYS - STATUS "
                 cte-keys-status
              move 16 to return-code
              stop run
           end-if.
           open output newcard-file.
           if cte-newcard-status not = "00"
              display "ERROR OPENING CTLCARDO - STATUS "
                 cte-newcard-status
              move 16 to return-code
              stop run
           end-if.
           open extend log-file.
           if cte-log-status = "35"
              open output log-file
           end-if.
           if cte-log-status not = "00"
              display "ERROR OPENING CTLLOG - STATUS "
                 cte-log-status
              move 16 to return-code
              stop run
           end-if.
           open output report-file.
           if cte-report-status not = "00"
              display "ERROR OPENING CTLRPT - STATUS "
                 cte-report-status
              move 16 to return-code
              stop run
           end-if.
           move spaces to report-rec.
           string "CONTROL CARD VALIDATION - "
              function current-date(1:8)
              delimited by size into report-rec.
           write report-rec.

      ******************************************************************
      * The keyword table, in card-column order. Kept as moves rather
      * than VALUE clauses so each keyword's rules read on one block.
      ******************************************************************
       load-keyword-table.
           move 0 to cte-kw-count.
           move "CHECKPOINT" to cte-line-kw.
           perform add-keyword.
           move 1 to cte-kw-pos(cte-kw-count).
           move 5 to cte-kw-len(cte-kw-count).
           move 'N' to cte-kw-kind(cte-kw-count).
           move 1 to cte-kw-min(cte-kw-count).
           move 99999 to cte-kw-max(cte-kw-count).
           move "100" to cte-kw-default(cte-kw-count).

           move "NBN-TRACE" to cte-line-kw.
           perform add-keyword.
           move 6 to cte-kw-pos(cte-kw-count).
           move "YN" to cte-kw-allowed(cte-kw-count).
           move "N" to cte-kw-default(cte-kw-count).

           move "NBN-WIDE" to cte-line-kw.
           perform add-keyword.
           move 7 to cte-kw-pos(cte-kw-count).
           move "N" to cte-kw-allowed(cte-kw-count).
           move "N" to cte-kw-default(cte-kw-count).

           move "BC-TRACE" to cte-line-kw.
           perform add-keyword.
           move 8 to cte-kw-pos(cte-kw-count).
           move "YN" to cte-kw-allowed(cte-kw-count).
           move "N" to cte-kw-default(cte-kw-count).

           move "DIRECTION" to cte-line-kw.
           perform add-keyword.
           move 9 to cte-kw-pos(cte-kw-count).
           move "BS" to cte-kw-allowed(cte-kw-count).
           move "B" to cte-kw-default(cte-kw-count).

           move "SELF-CHECK" to cte-line-kw.
           perform add-keyword.
           move 10 to cte-kw-pos(cte-kw-count).
           move "YN" to cte-kw-allowed(cte-kw-count).
           move "Y" to cte-kw-default(cte-kw-count).

           move "MAX-ATTEMPTS" to cte-line-kw.
           perform add-keyword.
           move 11 to cte-kw-pos(cte-kw-count).
           move 3 to cte-kw-len(cte-kw-count).
           move 'N' to cte-kw-kind(cte-kw-count).
           move 1 to cte-kw-min(cte-kw-count).
           move 999 to cte-kw-max(cte-kw-count).
           move "3" to cte-kw-default(cte-kw-count).

           move "PARTITIONS" to cte-line-kw.
           perform add-keyword.
           move 14 to cte-kw-pos(cte-kw-count).
           move 'N' to cte-kw-kind(cte-kw-count).
           move 1 to cte-kw-min(cte-kw-count).
           move 4 to cte-kw-max(cte-kw-count).
           move "1" to cte-kw-default(cte-kw-count).

           move "ALERT-NF-COUNT" to cte-line-kw.
           perform add-keyword.
           move 15 to cte-kw-pos(cte-kw-count).
           move 5 to cte-kw-len(cte-kw-count).
           move 'N' to cte-kw-kind(cte-kw-count).
           move 0 to cte-kw-min(cte-kw-count).
           move 99999 to cte-kw-max(cte-kw-count).
           move "0" to cte-kw-default(cte-kw-count).

           move "ALERT-NF-RATE" to cte-line-kw.
           perform add-keyword.
           move 20 to cte-kw-pos(cte-kw-count).
           move 3 to cte-kw-len(cte-kw-count).
           move 'N' to cte-kw-kind(cte-kw-count).
           move 0 to cte-kw-min(cte-kw-count).
           move 999 to cte-kw-max(cte-kw-count).
           move "0" to cte-kw-default(cte-kw-count).

           move "SIMULATION" to cte-line-kw.
           perform add-keyword.
           move 23 to cte-kw-pos(cte-kw-count).
           move "YN" to cte-kw-allowed(cte-kw-count).
           move "N" to cte-kw-default(cte-kw-count).

           move "QUARANTINE-DAYS" to cte-line-kw.
           perform add-keyword.
           move 24 to cte-kw-pos(cte-kw-count).
           move 3 to cte-kw-len(cte-kw-count).
           move 'N' to cte-kw-kind(cte-kw-count).
           move 1 to cte-kw-min(cte-kw-count).
           move 999 to cte-kw-max(cte-kw-count).
           move "90" to cte-kw-default(cte-kw-count).

           move "DECODE-ASOF" to cte-line-kw.
           perform add-keyword.
           move 27 to cte-kw-pos(cte-kw-count).
           move 8 to cte-kw-len(cte-kw-count).
           move 'D' to cte-kw-kind(cte-kw-count).
           move "0" to cte-kw-default(cte-kw-count).

      * A new entry starts as a one-column 'C' keyword, unset.
       add-keyword.
           add 1 to cte-kw-count.
           move cte-line-kw to cte-kw-name(cte-kw-count).
           move 0 to cte-kw-pos(cte-kw-count).
           move 1 to cte-kw-len(cte-kw-count).
           move 'C' to cte-kw-kind(cte-kw-count).
           move 0 to cte-kw-min(cte-kw-count).
           move 0 to cte-kw-max(cte-kw-count).
           move spaces to cte-kw-allowed(cte-kw-count).
           move spaces to cte-kw-default(cte-kw-count).
           move spaces to cte-kw-value(cte-kw-count).
           move 'N' to cte-kw-set-sw(cte-kw-count).

      * The card being replaced, for the change log. No CTLCARD yet
      * logs every value as new.
       read-current-card.
           move spaces to cte-old-card.
           open input oldcard-file.
           if cte-oldcard-status = "00"
              read oldcard-file
                 not at end
                    move oldcard-rec to cte-old-card
              end-read
              close oldcard-file
           end-if.

      ******************************************************************
      * One CTLKEYS line: split at the '=', find the keyword, edit
      * the value by the keyword's kind. Every bad line is reported,
      * not just the first, so one pass fixes them all.
      ******************************************************************
       edit-one-line.
           read keys-file
              at end
                 move 'Y' to cte-keys-eof-switch
                 exit paragraph
           end-read.
           add 1 to cte-line-no.
           if keys-rec = spaces or keys-rec(1:1) = '*'
              exit paragraph
           end-if.
           move spaces to cte-line-kw.
           move spaces to cte-line-val.
           unstring keys-rec delimited by "="
              into cte-line-kw cte-line-val.
           move function trim(cte-line-kw) to cte-line-kw.
           move function trim(cte-line-val) to cte-val.
           move function upper-case(cte-line-kw) to cte-line-kw.
           move 0 to cte-val-len.
           inspect cte-val tallying cte-val-len
              for characters before initial space.
           if cte-line-kw = "CHANGED-BY"
              perform edit-changed-by
              exit paragraph
           end-if.
           move 0 to cte-hit-sub.
           perform varying cte-sub from 1 by 1
              until cte-sub > cte-kw-count or cte-hit-sub > 0
              if cte-kw-name(cte-sub) = cte-line-kw
                 move cte-sub to cte-hit-sub
              end-if
           end-perform.
           evaluate true
              when cte-hit-sub = 0
                 move "UNKNOWN KEYWORD" to cte-error-text
              when cte-kw-set(cte-hit-sub)
                 move "KEYWORD GIVEN TWICE" to cte-error-text
              when cte-val-len = 0
                 move "VALUE MISSING" to cte-error-text
              when other
                 move spaces to cte-error-text
                 evaluate cte-kw-kind(cte-hit-sub)
                    when 'N'
                       perform edit-number-value
                    when 'C'
                       perform edit-choice-value
                    when 'D'
                       perform edit-date-value
                 end-evaluate
           end-evaluate.
           if cte-error-text not = spaces
              perform report-line-error
           else
              move 'Y' to cte-kw-set-sw(cte-hit-sub)
           end-if.

       edit-changed-by.
           evaluate true
              when cte-have-changed-by
                 move "KEYWORD GIVEN TWICE" to cte-error-text
                 perform report-line-error
              when cte-val-len = 0
                 move "VALUE MISSING" to cte-error-text
                 perform report-line-error
              when cte-val-len > 8
                 move "USER ID LONGER THAN 8" to cte-error-text
                 perform report-line-error
              when other
                 move cte-val to cte-changed-by
                 move 'Y' to cte-changed-by-sw
           end-evaluate.

       edit-number-value.
           if cte-val-len > 8 or cte-val(1:cte-val-len) not numeric
              move "VALUE NOT A WHOLE NUMBER" to cte-error-text
              exit paragraph
           end-if.
           move cte-val(1:cte-val-len) to cte-val-num.
           if cte-val-num < cte-kw-min(cte-hit-sub)
                 or cte-val-num > cte-kw-max(cte-hit-sub)
              move cte-kw-min(cte-hit-sub) to cte-min-ed
              move cte-kw-max(cte-hit-sub) to cte-max-ed
              move spaces to cte-error-text
              string "VALUE OUTSIDE " function trim(cte-min-ed)
                 " - " function trim(cte-max-ed)
                 delimited by size into cte-error-text
              exit paragraph
           end-if.
           move cte-val(1:cte-val-len) to cte-kw-value(cte-hit-sub).

       edit-choice-value.
           move function upper-case(cte-val) to cte-val.
           if cte-val-len > 1
              move "VALUE NOT ONE CHARACTER" to cte-error-text
              exit paragraph
           end-if.
           move 0 to cte-sub.
           inspect cte-kw-allowed(cte-hit-sub)
              tallying cte-sub for all cte-val(1:1).
           if cte-sub = 0
              move spaces to cte-error-text
              string "VALUE NOT ONE OF " cte-kw-allowed(cte-hit-sub)
                 delimited by size into cte-error-text
              exit paragraph
           end-if.
           move cte-val(1:1) to cte-kw-value(cte-hit-sub).

       edit-date-value.
           if cte-val(1:cte-val-len) = "0"
              move "0" to cte-kw-value(cte-hit-sub)
              exit paragraph
           end-if.
           if cte-val-len not = 8 or cte-val(1:8) not numeric
              move "DATE NOT YYYYMMDD OR 0" to cte-error-text
              exit paragraph
           end-if.
           move cte-val(1:8) to cte-date-parse.
           perform validate-calendar-date.
           if not cte-date-ok
              move "DATE NOT ON THE CALENDAR" to cte-error-text
              exit paragraph
           end-if.
           move cte-val(1:8) to cte-kw-value(cte-hit-sub).

       validate-calendar-date.
           move 'N' to cte-date-ok-switch.
           evaluate cte-date-mm
              when 1 when 3 when 5 when 7 when 8 when 10 when 12
                 move 31 to cte-month-days
              when 4 when 6 when 9 when 11
                 move 30 to cte-month-days
              when 2
                 if function mod(cte-date-yyyy 4) = 0
                       and (function mod(cte-date-yyyy 100) not = 0
                          or function mod(cte-date-yyyy 400) = 0)
                    move 29 to cte-month-days
                 else
                    move 28 to cte-month-days
                 end-if
              when other
                 move 0 to cte-month-days
           end-evaluate.
           if cte-date-yyyy > 0
                 and cte-month-days > 0
                 and cte-date-dd >= 1
                 and cte-date-dd <= cte-month-days
              move 'Y' to cte-date-ok-switch
           end-if.

       report-line-error.
           add 1 to cte-error-count.
           move spaces to report-rec.
           if cte-line-no = 0
              string "ERROR - " cte-error-text
                 delimited by size into report-rec
           else
              string "ERROR LINE " cte-line-no " - "
                 function trim(cte-error-text) " - " keys-rec(1:60)
                 delimited by size into report-rec
           end-if.
           write report-rec.

      ******************************************************************
      * Lays every keyword's value, or its default, into its card
      * columns: numbers right-justified with leading zeros, so the
      * driver never meets a blank it would quietly default.
      ******************************************************************
       build-new-card.
           move spaces to cte-new-card.
           perform varying cte-sub from 1 by 1
              until cte-sub > cte-kw-count
              if not cte-kw-set(cte-sub)
                 move cte-kw-default(cte-sub) to cte-kw-value(cte-sub)
              end-if
              move 0 to cte-val-len
              inspect cte-kw-value(cte-sub) tallying cte-val-len
                 for characters before initial space
              if cte-kw-kind(cte-sub) = 'C'
                 move cte-kw-value(cte-sub)(1:1)
                    to cte-new-card(cte-kw-pos(cte-sub):1)
              else
                 move cte-kw-value(cte-sub)(1:cte-val-len)
                    to cte-val-num
                 move cte-val-num-x(9 - cte-kw-len(cte-sub):
                       cte-kw-len(cte-sub))
                    to cte-new-card(cte-kw-pos(cte-sub):
                       cte-kw-len(cte-sub))
              end-if
           end-perform.
           write newcard-rec from cte-new-card.

       log-changed-values.
           move function current-date to cte-timestamp.
           perform varying cte-sub from 1 by 1
              until cte-sub > cte-kw-count
              if cte-new-card(cte-kw-pos(cte-sub):cte-kw-len(cte-sub))
                    not = cte-old-card(cte-kw-pos(cte-sub):
                       cte-kw-len(cte-sub))
                 add 1 to cte-change-count
                 move spaces to cte-old-value
                 move cte-old-card(cte-kw-pos(cte-sub):
                       cte-kw-len(cte-sub)) to cte-old-value
                 move spaces to log-rec
                 string cte-timestamp " " cte-changed-by " "
                    cte-kw-name(cte-sub) " OLD=" cte-old-value
                    " NEW=" cte-new-card(cte-kw-pos(cte-sub):
                       cte-kw-len(cte-sub))
                    delimited by size into log-rec
                 write log-rec
              end-if
           end-perform.

       write-edit-report.
           perform varying cte-sub from 1 by 1
              until cte-sub > cte-kw-count
              if cte-kw-set(cte-sub)
                 move "SET" to cte-source
              else
                 move "DEFAULT" to cte-source
                 move cte-kw-default(cte-sub) to cte-kw-value(cte-sub)
              end-if
              move spaces to report-rec
              string cte-kw-name(cte-sub) " " cte-source " "
                 cte-kw-value(cte-sub)
                 delimited by size into report-rec
              write report-rec
           end-perform.

           move spaces to report-rec.
           if cte-error-count = 0
              string "CARD BUILT.............. " cte-new-card
                 delimited by size into report-rec
           else
              string "NO CARD BUILT - SETTINGS INVALID - "
                 "DO NOT RELEASE THE NIGHT"
                 delimited by size into report-rec
           end-if.
           write report-rec.

           move spaces to report-rec.
           string "CHANGED BY.............. " cte-changed-by
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "VALUES CHANGED.......... " cte-change-count
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "ERRORS.................. " cte-error-count
              delimited by size into report-rec.
           write report-rec.

           display "End of control card validation - "
              cte-error-count " errors, " cte-change-count
              " values changed".

       close-edit-files.
           close keys-file.
           close newcard-file.
           close log-file.
           close report-file.

       end program CTLEDIT.
