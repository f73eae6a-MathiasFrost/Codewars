      * 16 - losing audit rows is the one failure this program is
      * not allowed to have.
      *
      * The end-of-cycle roll (ARCPARM 'R' or no card) archives
      * DAUDIT's held decision rows first, then the live file - the
      * order the audit chain sealed them in - into a new generation.
      * ARCPARM 'B' banks a day cycle's or a maintenance job's rows
      * onto the current generation instead (ARCHOUT opened EXTEND).
      * Either way, once the copy is complete a row goes onto the
      * AUDCHN chain register with the first and last sequence
      * committed and the last row's hash: that is the tail every
      * program sealing AUDIT rows continues from, and a fixed point
      * AUDVRFY checks the archive against. A register that cannot
      * be written is RETURN-CODE 16 with the live file left intact.
      *
      * Modification History:
      *   2026-08-22  Initial version.
      *   2026-10-15  AUDIT rows widened to 200 bytes.
      *   2026-10-15  Audit chain: the roll archives DAUDIT's held
      *               rows ahead of the live file, ARCPARM 'B' banks
      *               rows onto the current generation, and every
      *               commit is recorded on the AUDCHN register.
      *               Rows are now 264 bytes.
      ******************************************************************
       identification division.
       program-id. AUDARCH.
              organization is line sequential
              file status is arc-archive-status.

           select held-file assign to "DAUDIT"
              organization is line sequential
              file status is arc-held-status.

           select audchn-file assign to "AUDCHN"
              organization is line sequential
              file status is arc-audchn-status.

           select parm-file assign to "ARCPARM"
              organization is line sequential
              file status is arc-parm-status.

       data division.
       file section.
       fd  audit-file
           label records are standard.
       01  audit-rec             pic x(264).

       fd  archive-file
           label records are standard.
       01  archive-rec           pic x(264).

       fd  held-file
           label records are standard.
       01  held-rec              pic x(264).

      * Audit chain register (layout in ACHREC).
       fd  audchn-file
           label records are standard.
           copy ACHREC.

       fd  parm-file
           label records are standard.
       01  parm-rec              pic x(1).

       working-storage section.
       01  arc-audit-status      pic xx value spaces.
       01  arc-archive-status    pic xx value spaces.
       01  arc-held-status       pic xx value spaces.
       01  arc-audchn-status     pic xx value spaces.
       01  arc-parm-status       pic xx value spaces.
       01  arc-mode              pic x(1) value 'R'.
           88 arc-bank                 value 'B'.
       01  arc-held-switch       pic x value 'N'.
           88 arc-held-open            value 'Y'.
       01  arc-row               pic x(264).
      * The chain area of the row being archived (see AUDREC).
       01  arc-chain-row redefines arc-row.
           05 filler             pic x(200).
           05 arc-row-seq-tag    pic x(5).
              88 arc-row-sealed        value " SEQ=".
           05 arc-row-seq        pic 9(12).
           05 filler             pic x(28).
           05 arc-row-hash       pic 9(18).
           05 filler             pic x(1).
       01  arc-sealed-count      pic 9(9) value 0.
       01  arc-first-seq         pic 9(12) value 0.
       01  arc-last-seq          pic 9(12) value 0.
       01  arc-last-hash         pic 9(18) value 0.
       01  arc-eof-switch        pic x value 'N'.
           88 arc-eof                  value 'Y'.
       01  arc-copied-count      pic 9(9) value 0.

           display "Audit trail archive".

           open input parm-file.
           if arc-parm-status = "00"
              read parm-file
                 not at end
                    if parm-rec = 'B'
                       move 'B' to arc-mode
                    end-if
              end-read
              close parm-file
           end-if.

      * The held decision rows ride the roll only; an absent DAUDIT
      * is simply nothing held.
           if not arc-bank
              open input held-file
              evaluate arc-held-status
                 when "00"
                    move 'Y' to arc-held-switch
                 when "35"
                    continue
                 when other
                    display "ERROR OPENING DAUDIT - STATUS "
                       arc-held-status
                    move 16 to return-code
                    stop run
              end-evaluate
           end-if.

           open input audit-file.
           if arc-audit-status not = "00"
              display "ERROR OPENING AUDIT - STATUS " arc-audit-status
              move 16 to return-code
              stop run
           end-if.
           if arc-bank
              open extend archive-file
           else
              open output archive-file
           end-if.
           if arc-archive-status not = "00"
              display "ERROR OPENING ARCHOUT - STATUS "
                 arc-archive-status
              stop run
           end-if.

           if arc-held-open
              perform archive-one-held-row
                 until arc-eof or arc-trouble
              close held-file
              move 'N' to arc-eof-switch
           end-if.
           perform archive-one-row until arc-eof or arc-trouble.

           close audit-file.
              stop run
           end-if.

           if arc-sealed-count > 0
              perform register-chain-commit
           end-if.

      * The copy is complete and closed - only now is it safe to
      * clear the live trail for the next cycle.
           open output audit-file.
           move 0 to return-code.
           stop run.

       archive-one-held-row.
           read held-file
              at end
                 move 'Y' to arc-eof-switch
              not at end
                 move held-rec to arc-row
                 perform write-archive-row
           end-read.

       archive-one-row.
           read audit-file
              at end
                 move 'Y' to arc-eof-switch
              not at end
                 move audit-rec to arc-row
                 perform write-archive-row
           end-read.

       write-archive-row.
           write archive-rec from arc-row.
           if arc-archive-status not = "00"
              display "ARCHIVE WRITE FAILED - STATUS "
                 arc-archive-status
              move 'Y' to arc-trouble-switch
           else
              add 1 to arc-copied-count
              if arc-row-sealed and arc-row-seq numeric
                    and arc-row-hash numeric
                 if arc-sealed-count = 0
                    move arc-row-seq to arc-first-seq
                 end-if
                 add 1 to arc-sealed-count
                 move arc-row-seq to arc-last-seq
                 move arc-row-hash to arc-last-hash
              end-if
           end-if.

      * The committed tail goes on the register only after the
      * archive is closed clean. If it cannot be written the live
      * trail stays as it is: the next writer would otherwise seal
      * onto a stale tail.
       register-chain-commit.
           open extend audchn-file.
           if arc-audchn-status = "35"
              open output audchn-file
           end-if.
           if arc-audchn-status not = "00"
              display "ERROR OPENING AUDCHN - STATUS "
                 arc-audchn-status
              display "CHAIN REGISTER NOT UPDATED - LIVE AUDIT LEFT "
                 "INTACT"
              move 16 to return-code
              stop run
           end-if.
           move spaces to audchn-rec.
           move arc-mode to ach-kind.
           move function current-date to ach-stamp.
           move arc-first-seq to ach-first-seq.
           move arc-last-seq to ach-last-seq.
           move arc-last-hash to ach-last-hash.
           move arc-copied-count to ach-rows.
           write audchn-rec.
           if arc-audchn-status not = "00"
              display "CHAIN REGISTER WRITE FAILED - STATUS "
                 arc-audchn-status
              close audchn-file
              move 16 to return-code
              stop run
           end-if.
           close audchn-file.
           display "CHAIN COMMITTED THROUGH SEQUENCE " arc-last-seq.

       end program AUDARCH.
