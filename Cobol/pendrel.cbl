      ******************************************************************
      * Author: Mathias Loken
      * Date: 2026-10-15
      * Purpose: Release future-dated requests on their effective date.
      * Tectonics: cobc
      *
      * WORKEDIT parks every accepted request dated after its run
      * date on PENDNEW (layout in PENDREC) instead of the validated
      * file. This nightly step, run between WORKEDIT and WORKSORT,
      * carries those requests forward on the PENDING generations
      * and feeds each one into VALIDWK the night its effective date
      * arrives; WORKSORT then orders it in at its stated priority
      * like any other request. The released count is added to the
      * WORKCNT volume WORKEDIT published, so the driver's ETA sees
      * the whole night's work.
      *
      * PENDIN is last night's PENDING generation and PENDNEW the
      * requests parked since; either may be absent (nothing waiting
      * yet). Everything still waiting goes to PENDOUT, the next
      * generation, and PENDNEW is emptied once its requests have
      * been carried there.
      *
      * PENDCAN cancel cards, one per line, withdraw a request
      * before it runs:
      *   submission ID in 1-8  - the upload's HDR submission ID
      *   record number 9-17    - the request's position among the
      *                           upload's data records; blank or
      *                           zero cancels every request still
      *                           pending from that submission
      *   user ID 18-25
      * A cancelled request is dropped, never released. A card that
      * matches nothing still waiting is listed on PENDRPT.
      *
      * A request due tonight is held to the requestor entitlement
      * master (REQMAST) as it stands tonight, not as it stood when
      * the request was parked: a requestor closed, suspended or
      * withdrawn from the service since - or, on a transfer, a
      * receiving holder no longer active - has the request refused
      * with WORKEDIT's reject code (RU, RI, RS or TH) and dropped.
      * The requestor resubmits once its entitlement is restored.
      *
      * PENDRPT lists every request handled - released, refused,
      * cancelled or still pending with the date it will release -
      * followed by the counts.
      *
      * RETURN-CODE 0 clean, 4 cancel cards that matched no pending
      * request or requests refused at release (see PENDRPT), 16
      * nothing trustworthy was produced.
      *
      * Modification History:
      *   2026-10-15  Initial version.
      *   2026-10-15  Pending records widened for the upload stamp on
      *               the work record (PENDREC).
      *   2026-10-15  Pending records widened for the number series on
      *               the work record (PENDREC).
      *   2026-10-15  Requests due tonight are held to tonight's
      *               REQMAST entitlement before release; refused
      *               requests are listed on PENDRPT and dropped.
      ******************************************************************
       identification division.
       program-id. PENDREL.

       environment division.
       input-output section.
       file-control.
           select pendin-file assign to "PENDIN"
              organization is line sequential
              file status is pnd-pendin-status.

           select pendnew-file assign to "PENDNEW"
              organization is line sequential
              file status is pnd-pendnew-status.

           select cancel-file assign to "PENDCAN"
              organization is line sequential
              file status is pnd-cancel-status.

           select pendout-file assign to "PENDOUT"
              organization is line sequential
              file status is pnd-pendout-status.

           select valid-file assign to "VALIDWK"
              organization is line sequential
              file status is pnd-valid-status.

           select count-file assign to "WORKCNT"
              organization is line sequential
              file status is pnd-count-status.

           select report-file assign to "PENDRPT"
              organization is line sequential
              file status is pnd-report-status.

           select reqmast-file assign to "REQMAST"
              organization is line sequential
              file status is pnd-reqmast-status.

       data division.
       file section.
       fd  pendin-file
           label records are standard.
       01  pendin-rec            pic x(155).

       fd  pendnew-file
           label records are standard.
       01  pendnew-rec           pic x(155).

       fd  cancel-file
           label records are standard.
       01  cancel-rec.
           05 can-subm-id        pic x(8).
           05 can-rec-no         pic x(9).
           05 can-user           pic x(8).

       fd  pendout-file
           label records are standard.
       01  pendout-rec           pic x(155).

       fd  valid-file
           label records are standard.
           copy WORKREC.

       fd  count-file
           label records are standard.
       01  count-rec             pic 9(9).

       fd  report-file
           label records are standard.
       01  report-rec            pic x(132).

      * Requestor entitlement master (layout in REQMREC).
       fd  reqmast-file
           label records are standard.
           copy REQMREC.

       working-storage section.
       01  pnd-pendin-status     pic xx value spaces.
       01  pnd-pendnew-status    pic xx value spaces.
       01  pnd-cancel-status     pic xx value spaces.
       01  pnd-pendout-status    pic xx value spaces.
       01  pnd-valid-status      pic xx value spaces.
       01  pnd-count-status      pic xx value spaces.
       01  pnd-report-status     pic xx value spaces.
       01  pnd-reqmast-status    pic xx value spaces.

       01  pnd-in-eof-switch     pic x value 'N'.
           88 pnd-in-eof               value 'Y'.
       01  pnd-new-eof-switch    pic x value 'N'.
           88 pnd-new-eof              value 'Y'.
       01  pnd-can-eof-switch    pic x value 'N'.
           88 pnd-can-eof              value 'Y'.
       01  pnd-in-open-switch    pic x value 'N'.
           88 pnd-in-open              value 'Y'.
       01  pnd-new-open-switch   pic x value 'N'.
           88 pnd-new-open             value 'Y'.

      * The pending request being worked, from either input.
           copy PENDREC.

      * Cancel cards loaded up front. A whole-submission card may
      * withdraw many requests; either kind counts as used once it
      * has withdrawn at least one.
       01  pnd-can-table.
           05 pnd-can-entry occurs 200 times.
              10 pnd-can-subm-id pic x(8).
              10 pnd-can-rec-no  pic 9(9).
              10 pnd-can-user    pic x(8).
              10 pnd-can-used-sw pic x(1).
                 88 pnd-can-used       value 'Y'.
       01  pnd-can-count         pic 9(3) value 0.
       01  pnd-sub               pic 9(3) value 0.
       01  pnd-hit-sub           pic 9(3) value 0.
       01  pnd-match-switch      pic x value 'N'.
           88 pnd-matched              value 'Y'.

      * Requestor entitlement table, loaded from REQMAST before the
      * first request is released, as WORKEDIT loads it.
       01  pnd-reqm-eof-switch   pic x value 'N'.
           88 pnd-reqm-eof             value 'Y'.
       01  pnd-req-table.
           05 pnd-req-entry occurs 500 times.
              10 pnd-req-id         pic x(8).
              10 pnd-req-active     pic x(1).
              10 pnd-req-services   pic x(10).
       01  pnd-req-count         pic 9(4) value 0.
       01  pnd-req-sub           pic 9(4) value 0.
       01  pnd-req-found-sw      pic x value 'N'.
           88 pnd-req-found            value 'Y'.
       01  pnd-svc-tally         pic 9(2) value 0.
       01  pnd-holder-ok-switch  pic x value 'N'.
           88 pnd-holder-ok            value 'Y'.
       01  pnd-refuse-reason     pic x(2) value spaces.

       01  pnd-today             pic 9(8) value 0.
       01  pnd-action            pic x(9) value spaces.
       01  pnd-prior-count       pic 9(9) value 0.

       01  pnd-read-count        pic 9(9) value 0.
       01  pnd-release-count     pic 9(9) value 0.
       01  pnd-cancel-count      pic 9(9) value 0.
       01  pnd-pending-count     pic 9(9) value 0.
       01  pnd-orphan-count      pic 9(9) value 0.
       01  pnd-refuse-count      pic 9(9) value 0.

       procedure division.

           display "Pending request release".

           move function current-date(1:8) to pnd-today.
           perform load-requestor-master.
           perform open-release-files.
           perform write-report-heading.
           perform load-cancel-cards.
           perform work-one-carried until pnd-in-eof.
           perform work-one-new until pnd-new-eof.
           perform report-orphan-cancels.
           perform close-release-files.
           perform update-work-count.
           perform write-release-summary.

           if pnd-orphan-count > 0 or pnd-refuse-count > 0
              move 4 to return-code
           else
              move 0 to return-code
           end-if.

           stop run.

      * No PENDING generation or PENDNEW yet just means nothing has
      * been parked - the step still runs so cancel cards get their
      * report. VALIDWK is WORKEDIT's output for tonight and must
      * be there to extend.
       open-release-files.
           open input pendin-file.
           if pnd-pendin-status = "00"
              move 'Y' to pnd-in-open-switch
           else
              move 'Y' to pnd-in-eof-switch
           end-if.
           open input pendnew-file.
           if pnd-pendnew-status = "00"
              move 'Y' to pnd-new-open-switch
           else
              move 'Y' to pnd-new-eof-switch
           end-if.
           open extend valid-file.
           if pnd-valid-status not = "00"
              display "ERROR OPENING VALIDWK - STATUS "
                 pnd-valid-status
              move 16 to return-code
              stop run
           end-if.
           open output pendout-file.
           if pnd-pendout-status not = "00"
              display "ERROR OPENING PENDOUT - STATUS "
                 pnd-pendout-status
              move 16 to return-code
              stop run
           end-if.
           open output report-file.
           if pnd-report-status not = "00"
              display "ERROR OPENING PENDRPT - STATUS "
                 pnd-report-status
              move 16 to return-code
              stop run
           end-if.

      * REQMAST is required, as it is for WORKEDIT: without it every
      * requestor would be unknown and every due request refused.
       load-requestor-master.
           open input reqmast-file.
           if pnd-reqmast-status not = "00"
              display "ERROR OPENING REQMAST - STATUS "
                 pnd-reqmast-status
              move 16 to return-code
              stop run
           end-if.
           perform load-one-requestor until pnd-reqm-eof.
           close reqmast-file.

       load-one-requestor.
           read reqmast-file
              at end
                 move 'Y' to pnd-reqm-eof-switch
              not at end
                 if reqm-requestor not = spaces
                    if pnd-req-count < 500
                       add 1 to pnd-req-count
                       move reqm-requestor to pnd-req-id(pnd-req-count)
                       move reqm-active
                          to pnd-req-active(pnd-req-count)
                       move reqm-services
                          to pnd-req-services(pnd-req-count)
                    else
                       display "REQUESTOR TABLE FULL - REQMAST HAS "
                          "MORE THAN 500 ROWS - RAISE THE TABLE LIMIT"
                       move 16 to return-code
                       stop run
                    end-if
                 end-if
           end-read.

       load-cancel-cards.
           open input cancel-file.
           if pnd-cancel-status not = "00"
              move 'Y' to pnd-can-eof-switch
              exit paragraph
           end-if.
           perform load-one-cancel-card until pnd-can-eof.
           close cancel-file.

       load-one-cancel-card.
           read cancel-file
              at end
                 move 'Y' to pnd-can-eof-switch
              not at end
                 if can-rec-no = spaces
                    move zeros to can-rec-no
                 end-if
                 if can-subm-id not = spaces
                       and can-rec-no numeric
                       and can-user not = spaces
                       and pnd-can-count < 200
                    add 1 to pnd-can-count
                    move can-subm-id
                       to pnd-can-subm-id(pnd-can-count)
                    move can-rec-no to pnd-can-rec-no(pnd-can-count)
                    move can-user to pnd-can-user(pnd-can-count)
                    move 'N' to pnd-can-used-sw(pnd-can-count)
                 else
                    add 1 to pnd-orphan-count
                    move spaces to report-rec
                    string "CANCEL CARD UNREADABLE - "
                       cancel-rec
                       delimited by size into report-rec
                    write report-rec
                 end-if
           end-read.

       write-report-heading.
           move spaces to report-rec.
           string "PENDING REQUEST RELEASE - RUN DATE " pnd-today
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "ACTION    SUBM-ID  REC-NO    REQSTR   T P "
              "EFFECTIVE QUEUED   NUMBER / FLAG UPDATE"
              delimited by size into report-rec.
           write report-rec.

      ******************************************************************
      * One pending request, from last night's generation or parked
      * since: a matching cancel card drops it, an effective date
      * that has arrived releases it into VALIDWK, and anything else
      * waits on the next generation unchanged.
      ******************************************************************
       work-one-carried.
           read pendin-file into pend-rec
              at end
                 move 'Y' to pnd-in-eof-switch
              not at end
                 perform work-one-pending
           end-read.

       work-one-new.
           read pendnew-file into pend-rec
              at end
                 move 'Y' to pnd-new-eof-switch
              not at end
                 perform work-one-pending
           end-read.

       work-one-pending.
           add 1 to pnd-read-count.
           move spaces to pnd-refuse-reason.
           move pend-work to work-rec.
           perform match-one-cancel.
           evaluate true
              when pnd-matched
                 move 'Y' to pnd-can-used-sw(pnd-hit-sub)
                 add 1 to pnd-cancel-count
                 move "CANCELLED" to pnd-action
              when work-eff-date <= pnd-today
                 perform check-entitlement
                 if pnd-refuse-reason = spaces
                    write work-rec
                    add 1 to pnd-release-count
                    move "RELEASED" to pnd-action
                 else
                    add 1 to pnd-refuse-count
                    move "REFUSED" to pnd-action
                 end-if
              when other
                 write pendout-rec from pend-rec
                 add 1 to pnd-pending-count
                 move "PENDING" to pnd-action
           end-evaluate.
           perform write-pending-line.

      ******************************************************************
      * Holds a request due tonight to tonight's entitlement master,
      * in WORKEDIT's order: the requestor must still be on it,
      * active and entitled to the service, and a transfer's
      * receiving holder must still be a different, active
      * requestor. The first failure is the refusal reason.
      ******************************************************************
       check-entitlement.
           move spaces to pnd-refuse-reason.
           perform check-new-holder.
           perform find-requestor.
           evaluate true
              when not pnd-req-found
                 move "RU" to pnd-refuse-reason
              when pnd-req-active(pnd-req-sub) not = 'Y'
                 move "RI" to pnd-refuse-reason
              when pnd-svc-tally = 0
                 move "RS" to pnd-refuse-reason
              when work-type = 'T' and not pnd-holder-ok
                 move "TH" to pnd-refuse-reason
              when other
                 continue
           end-evaluate.

       find-requestor.
           move 'N' to pnd-req-found-sw.
           move 0 to pnd-svc-tally.
           perform varying pnd-req-sub from 1 by 1
              until pnd-req-sub > pnd-req-count or pnd-req-found
              if pnd-req-id(pnd-req-sub) = work-requestor
                 move 'Y' to pnd-req-found-sw
              end-if
           end-perform.
           if pnd-req-found
              subtract 1 from pnd-req-sub
              inspect pnd-req-services(pnd-req-sub)
                 tallying pnd-svc-tally for all work-type
           end-if.

       check-new-holder.
           move 'N' to pnd-holder-ok-switch.
           if work-type not = 'T' or work-new-holder = spaces
                 or work-new-holder = work-requestor
              exit paragraph
           end-if.
           perform varying pnd-req-sub from 1 by 1
              until pnd-req-sub > pnd-req-count or pnd-holder-ok
              if pnd-req-id(pnd-req-sub) = work-new-holder
                    and pnd-req-active(pnd-req-sub) = 'Y'
                 move 'Y' to pnd-holder-ok-switch
              end-if
           end-perform.

       match-one-cancel.
           move 'N' to pnd-match-switch.
           move 0 to pnd-hit-sub.
           perform varying pnd-sub from 1 by 1
              until pnd-sub > pnd-can-count or pnd-matched
              if pnd-can-subm-id(pnd-sub) = pend-subm-id
                    and (pnd-can-rec-no(pnd-sub) = 0
                       or pnd-can-rec-no(pnd-sub) = pend-rec-no)
                 move 'Y' to pnd-match-switch
                 move pnd-sub to pnd-hit-sub
              end-if
           end-perform.

       write-pending-line.
           move spaces to report-rec.
           if work-type-flagupd
              string pnd-action " " pend-subm-id " " pend-rec-no
                 " " work-requestor " " work-type " " work-priority
                 " " work-eff-date "  " pend-queued-date " "
                 work-flag-action " " work-flag-name
                 delimited by size into report-rec
           else
              string pnd-action " " pend-subm-id " " pend-rec-no
                 " " work-requestor " " work-type " " work-priority
                 " " work-eff-date "  " pend-queued-date " "
                 work-n
                 delimited by size into report-rec
           end-if.
           if pnd-matched
              string " BY " pnd-can-user(pnd-hit-sub)
                 delimited by size into report-rec(120:13)
           end-if.
           if pnd-refuse-reason not = spaces
              string " REASON " pnd-refuse-reason
                 delimited by size into report-rec(120:13)
           end-if.
           write report-rec.

      * A cancel card that withdrew nothing is mistyped, aimed at a
      * request already released, or a second card for one already
      * cancelled - a human should see it, not assume it worked.
       report-orphan-cancels.
           perform varying pnd-sub from 1 by 1
              until pnd-sub > pnd-can-count
              if not pnd-can-used(pnd-sub)
                 add 1 to pnd-orphan-count
                 move spaces to report-rec
                 string "CANCEL MATCHED NO PENDING REQUEST - SUBM "
                    pnd-can-subm-id(pnd-sub) " REC "
                    pnd-can-rec-no(pnd-sub)
                    " USER " pnd-can-user(pnd-sub)
                    delimited by size into report-rec
                 write report-rec
              end-if
           end-perform.

      * PENDNEW is emptied only once everything on it has been
      * released, cancelled or carried onto PENDOUT.
       close-release-files.
           if pnd-in-open
              close pendin-file
           end-if.
           if pnd-new-open
              close pendnew-file
              open output pendnew-file
              if pnd-pendnew-status = "00"
                 close pendnew-file
              else
                 display "PENDNEW NOT EMPTIED - STATUS "
                    pnd-pendnew-status
              end-if
           end-if.
           close valid-file.
           close pendout-file.

      * The released requests join WORKEDIT's count of accepted
      * records, so the driver's ETA covers the whole night.
       update-work-count.
           if pnd-release-count = 0
              exit paragraph
           end-if.
           move 0 to pnd-prior-count.
           open input count-file.
           if pnd-count-status = "00"
              read count-file
                 not at end
                    move count-rec to pnd-prior-count
              end-read
              close count-file
           end-if.
           open output count-file.
           if pnd-count-status = "00"
              compute count-rec = pnd-prior-count + pnd-release-count
              write count-rec
              close count-file
           end-if.

       write-release-summary.
           move spaces to report-rec.
           write report-rec.

           move spaces to report-rec.
           string "PENDING REQUESTS READ... " pnd-read-count
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "RELEASED TO VALIDWK..... " pnd-release-count
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "REFUSED AT RELEASE...... " pnd-refuse-count
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "CANCELLED............... " pnd-cancel-count
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "STILL PENDING........... " pnd-pending-count
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "UNMATCHED CANCELS....... " pnd-orphan-count
              delimited by size into report-rec.
           write report-rec.

           close report-file.

           display "End of pending release - " pnd-release-count
              " released, " pnd-pending-count " still pending".

       end program PENDREL.
