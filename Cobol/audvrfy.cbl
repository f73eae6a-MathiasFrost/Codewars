      ******************************************************************
      * Author: Mathias Loken
      * Date: 2026-10-15
      * Purpose: Auditor verification of the AUDIT chain.
      * Tectonics: cobc
      *
      * Walks the audit rows on AUDITIN (point the DD at the archive
      * generations for the period, oldest first, and the live file
      * too if the period includes today) and proves the chain every
      * row was sealed into (see AUDREC and audit_seal):
      *   GAP              - sequence numbers missing between two
      *                      rows: rows deleted, or a generation
      *                      left out of the set;
      *   OUT OF SEQUENCE  - a row at or below a sequence already
      *                      seen: rows re-ordered or repeated;
      *   ALTERED ROW      - the row no longer hashes to the value it
      *                      was sealed with;
      *   BROKEN LINK      - the row does not chain to the hash of
      *                      the row before it (BETWEEN GENERATIONS
      *                      where that row closed a commit on the
      *                      AUDCHN register);
      *   UNSEALED ROW     - a row without a chain area after the
      *                      chain has begun: a row slipped in;
      *   REGISTER MISMATCH - the last row of a commit does not carry
      *                      the hash AUDCHN recorded for it, so the
      *                      rows were re-sealed after the fact;
      *   ROWS MISSING AT END OF COMMIT - the walk ended partway
      *                      through a commit AUDCHN recorded: rows
      *                      deleted from the tail of the newest
      *                      generation supplied. A commit wholly
      *                      beyond the last row walked is a
      *                      generation not supplied, not an error.
      * Rows archived before the chain began carry no chain area;
      * they are counted ahead of the first sealed row and are not
      * exceptions. AUDCHN is optional - without it the chain is
      * still walked, only the fixed points are not checked.
      *
      * VFYRPT lists every exception, then the totals, the first and
      * last sequence covered and the last row's hash (record that
      * and the next period's run must chain onto it), and a single
      * PASS or FAIL for the period.
      *
      * RETURN-CODE 0 PASS, 4 no sealed rows to verify, 8 FAIL,
      * 16 the trail could not be read.
      *
      * Modification History:
      *   2026-10-15  Initial version.
      *   2026-10-15  Where the walk ends is checked against AUDCHN:
      *               rows missing off the tail of a commit are an
      *               exception (ROWS MISSING AT END OF COMMIT).
      ******************************************************************
       identification division.
       program-id. AUDVRFY.

       environment division.
       input-output section.
       file-control.
           select audit-file assign to "AUDITIN"
              organization is line sequential
              file status is vfy-audit-status.

           select audchn-file assign to "AUDCHN"
              organization is line sequential
              file status is vfy-audchn-status.

           select report-file assign to "VFYRPT"
              organization is line sequential
              file status is vfy-report-status.

       data division.
       file section.
       fd  audit-file
           label records are standard.
           copy AUDREC.

      * Audit chain register (layout in ACHREC).
       fd  audchn-file
           label records are standard.
           copy ACHREC.

       fd  report-file
           label records are standard.
       01  report-rec            pic x(132).

       working-storage section.
       01  vfy-audit-status      pic xx value spaces.
       01  vfy-audchn-status     pic xx value spaces.
       01  vfy-report-status     pic xx value spaces.
       01  vfy-eof-switch        pic x value 'N'.
           88 vfy-eof                  value 'Y'.
       01  vfy-reg-open-switch   pic x value 'N'.
           88 vfy-reg-open             value 'Y'.
       01  vfy-reg-eof-switch    pic x value 'Y'.
           88 vfy-reg-eof              value 'Y'.

      * audit_seal
           copy SEALPARM
              replacing ==seal-function== by ==vfy-seal-function==
                 ==seal-new-row== by ==vfy-seal-new-row==
                 ==seal-check-row== by ==vfy-seal-check-row==
                 ==seal-last-seq== by ==vfy-seal-last-seq==
                 ==seal-last-hash== by ==vfy-seal-last-hash==
                 ==seal-valid-switch== by ==vfy-seal-valid-switch==
                 ==seal-valid== by ==vfy-seal-valid==.

      * The last in-order row walked - what the next row must chain
      * onto.
       01  vfy-have-prev-switch  pic x value 'N'.
           88 vfy-have-prev            value 'Y'.
       01  vfy-prev-seq          pic 9(12) value 0.
       01  vfy-prev-hash         pic 9(18) value 0.
       01  vfy-first-seq         pic 9(12) value 0.
       01  vfy-missing           pic 9(12) value 0.
       01  vfy-want-seq          pic 9(12) value 0.
      * The register commit whose last row is at or just behind the
      * row being walked.
       01  vfy-reg-last-seq      pic 9(12) value 0.
       01  vfy-reg-last-hash     pic 9(18) value 0.
       01  vfy-reg-stamp         pic x(21) value spaces.
       01  vfy-reg-first-seq     pic 9(12) value 0.
       01  vfy-reg-held-switch   pic x value 'N'.
           88 vfy-reg-held             value 'Y'.
       01  vfy-boundary-switch   pic x value 'N'.
           88 vfy-at-boundary          value 'Y'.
       01  vfy-boundary-hash     pic 9(18) value 0.

       01  vfy-read-count        pic 9(9) value 0.
       01  vfy-prechain-count    pic 9(9) value 0.
       01  vfy-sealed-count      pic 9(9) value 0.
       01  vfy-reg-read-count    pic 9(9) value 0.
       01  vfy-anchor-count      pic 9(9) value 0.
       01  vfy-gap-count         pic 9(9) value 0.
       01  vfy-order-count       pic 9(9) value 0.
       01  vfy-altered-count     pic 9(9) value 0.
       01  vfy-link-count        pic 9(9) value 0.
       01  vfy-unsealed-count    pic 9(9) value 0.
       01  vfy-register-count    pic 9(9) value 0.
       01  vfy-tail-count        pic 9(9) value 0.
       01  vfy-exception-count   pic 9(9) value 0.
       01  vfy-exception-text    pic x(40) value spaces.

       procedure division.

           display "Audit chain verification".

           perform open-verify-files.
           perform verify-one-row until vfy-eof.
           perform check-register-tail.
           perform write-verify-summary.
           perform close-verify-files.

           evaluate true
              when vfy-exception-count > 0
                 move 8 to return-code
              when vfy-sealed-count = 0
                 move 4 to return-code
              when other
                 move 0 to return-code
           end-evaluate.

           stop run.

       open-verify-files.
           open input audit-file.
           if vfy-audit-status not = "00"
              display "ERROR OPENING AUDITIN - STATUS "
                 vfy-audit-status
              move 16 to return-code
              stop run
           end-if.
           open output report-file.
           if vfy-report-status not = "00"
              display "ERROR OPENING VFYRPT - STATUS "
                 vfy-report-status
              move 16 to return-code
              stop run
           end-if.
           open input audchn-file.
           if vfy-audchn-status = "00"
              move 'Y' to vfy-reg-open-switch
              move 'N' to vfy-reg-eof-switch
              perform read-register-row
           end-if.
           move spaces to report-rec.
           string "AUDIT CHAIN VERIFICATION - EXCEPTIONS"
              delimited by size into report-rec.
           write report-rec.

       read-register-row.
           move 'N' to vfy-reg-held-switch.
           read audchn-file
              at end
                 move 'Y' to vfy-reg-eof-switch
              not at end
                 if ach-last-seq numeric and ach-last-hash numeric
                    add 1 to vfy-reg-read-count
                    move 'Y' to vfy-reg-held-switch
                    move ach-last-seq to vfy-reg-last-seq
                    move ach-last-hash to vfy-reg-last-hash
                    move ach-stamp to vfy-reg-stamp
                    if ach-first-seq numeric
                       move ach-first-seq to vfy-reg-first-seq
                    else
                       move ach-last-seq to vfy-reg-first-seq
                    end-if
                 end-if
           end-read.

       verify-one-row.
           read audit-file
              at end
                 move 'Y' to vfy-eof-switch
              not at end
                 add 1 to vfy-read-count
                 if aud-sealed
                    perform verify-sealed-row
                 else
                    perform verify-unsealed-row
                 end-if
           end-read.

      * Rows from before the chain began come first in the oldest
      * generations; once the chain has started every row must be
      * sealed.
       verify-unsealed-row.
           if vfy-sealed-count = 0
              add 1 to vfy-prechain-count
           else
              add 1 to vfy-unsealed-count
              move "UNSEALED ROW" to vfy-exception-text
              perform write-exception-row
           end-if.

      ******************************************************************
      * One sealed row: does its content still hash to its seal, does
      * it follow the last in-order row without a gap, and does it
      * chain to that row's hash. A row at or below the last in-order
      * sequence is out of sequence and is not walked onto - the
      * rows after it are still checked against the true run.
      ******************************************************************
       verify-sealed-row.
           if aud-seq not numeric or aud-prev-hash not numeric
                 or aud-hash not numeric
              add 1 to vfy-altered-count
              move "ALTERED ROW (CHAIN AREA)" to vfy-exception-text
              perform write-exception-row
              exit paragraph
           end-if.
           add 1 to vfy-sealed-count.

           move 'V' to vfy-seal-function.
           call "audit_seal" using audit-rec vfy-seal-function
              vfy-seal-last-seq vfy-seal-last-hash
              vfy-seal-valid-switch.
           if not vfy-seal-valid
              add 1 to vfy-altered-count
              move "ALTERED ROW" to vfy-exception-text
              perform write-exception-row
           end-if.

           if vfy-have-prev and aud-seq not > vfy-prev-seq
              add 1 to vfy-order-count
              move "OUT OF SEQUENCE" to vfy-exception-text
              perform write-exception-row
              exit paragraph
           end-if.

           perform check-register-position.
           evaluate true
              when not vfy-have-prev
                 move aud-seq to vfy-first-seq
                 perform check-chain-entry
              when aud-seq > vfy-prev-seq + 1
                 compute vfy-missing = aud-seq - vfy-prev-seq - 1
                 add 1 to vfy-gap-count
                 move "GAP" to vfy-exception-text
                 perform write-exception-row
                 if vfy-at-boundary
                       and aud-prev-hash not = vfy-boundary-hash
                    add 1 to vfy-link-count
                    move "BROKEN LINK BETWEEN GENERATIONS"
                       to vfy-exception-text
                    perform write-exception-row
                 end-if
              when aud-prev-hash not = vfy-prev-hash
                 add 1 to vfy-link-count
                 if vfy-at-boundary
                    move "BROKEN LINK BETWEEN GENERATIONS"
                       to vfy-exception-text
                 else
                    move "BROKEN LINK" to vfy-exception-text
                 end-if
                 perform write-exception-row
           end-evaluate.

           move 'Y' to vfy-have-prev-switch.
           move aud-seq to vfy-prev-seq.
           move aud-hash to vfy-prev-hash.

      * The first sealed row of the set chains to nothing it can
      * see: the very first row of the chain must carry a zero link,
      * and a row that opens a commit must link to the hash the
      * register recorded for the commit before it. Anywhere else
      * the set simply starts mid-chain.
       check-chain-entry.
           evaluate true
              when aud-seq = 1
                 if aud-prev-hash not = 0
                    add 1 to vfy-link-count
                    move "BROKEN LINK AT START OF CHAIN"
                       to vfy-exception-text
                    perform write-exception-row
                 end-if
              when vfy-at-boundary
                 if aud-prev-hash not = vfy-boundary-hash
                    add 1 to vfy-link-count
                    move "BROKEN LINK BETWEEN GENERATIONS"
                       to vfy-exception-text
                    perform write-exception-row
                 end-if
           end-evaluate.

      * Moves the register along to the commit that ends at or just
      * behind this row. A commit ending on the row before is a
      * generation boundary; one ending on this row pins its hash.
       check-register-position.
           move 'N' to vfy-boundary-switch.
           if vfy-reg-eof
              exit paragraph
           end-if.
           compute vfy-want-seq = aud-seq - 1.
           perform read-register-row
              until vfy-reg-eof or vfy-reg-last-seq >= vfy-want-seq.
           if vfy-reg-eof
              exit paragraph
           end-if.
           if vfy-reg-last-seq = vfy-want-seq
              move 'Y' to vfy-boundary-switch
              move vfy-reg-last-hash to vfy-boundary-hash
              perform read-register-row
              if vfy-reg-eof
                 exit paragraph
              end-if
           end-if.
           if vfy-reg-last-seq = aud-seq
              add 1 to vfy-anchor-count
              if aud-hash not = vfy-reg-last-hash
                 add 1 to vfy-register-count
                 move "REGISTER MISMATCH" to vfy-exception-text
                 perform write-exception-row
              end-if
           end-if.

      ******************************************************************
      * Where the walk ended, against the register: the commit in hand
      * and every one after it. A commit that began at or before the
      * last row walked but ends beyond it has lost rows off its tail
      * - the walk simply stopped early. A commit that begins beyond
      * it is a later generation not on AUDITIN.
      ******************************************************************
       check-register-tail.
           if not vfy-reg-open or not vfy-have-prev
              exit paragraph
           end-if.
           perform check-one-tail-commit until vfy-reg-eof.

       check-one-tail-commit.
           if vfy-reg-held
                 and vfy-reg-first-seq <= vfy-prev-seq
                 and vfy-reg-last-seq > vfy-prev-seq
              compute vfy-missing = vfy-reg-last-seq - vfy-prev-seq
              add 1 to vfy-tail-count
              add 1 to vfy-exception-count
              move spaces to report-rec
              string "ROWS MISSING AT END OF COMMIT ROW "
                 vfy-read-count " AFTER SEQ " vfy-prev-seq
                 delimited by size into report-rec
              write report-rec
              move spaces to report-rec
              string "    " vfy-missing " ROWS MISSING - AUDCHN COMMIT"
                 " OF " vfy-reg-stamp " ENDS AT SEQ " vfy-reg-last-seq
                 delimited by size into report-rec
              write report-rec
           end-if.
           perform read-register-row.

       write-exception-row.
           add 1 to vfy-exception-count.
           move spaces to report-rec.
           if aud-sealed
              string vfy-exception-text " ROW " vfy-read-count
                 " SEQ " aud-seq " " aud-body(1:21)
                 " " aud-body(23:20)
                 delimited by size into report-rec
           else
              string vfy-exception-text " ROW " vfy-read-count
                 " AFTER SEQ " vfy-prev-seq " " aud-body(1:21)
                 " " aud-body(23:20)
                 delimited by size into report-rec
           end-if.
           write report-rec.
           evaluate true
              when vfy-exception-text(1:3) = "GAP"
                 move spaces to report-rec
                 string "    " vfy-missing " ROWS MISSING AFTER SEQ "
                    vfy-prev-seq
                    delimited by size into report-rec
                 write report-rec
              when vfy-exception-text(1:15) = "OUT OF SEQUENCE"
                 move spaces to report-rec
                 string "    FOLLOWS SEQ " vfy-prev-seq
                    delimited by size into report-rec
                 write report-rec
              when vfy-exception-text(1:17) = "REGISTER MISMATCH"
                 move spaces to report-rec
                 string "    AUDCHN COMMIT OF " vfy-reg-stamp
                    " RECORDED HASH " vfy-reg-last-hash
                    delimited by size into report-rec
                 write report-rec
           end-evaluate.

       write-verify-summary.
           move spaces to report-rec.
           write report-rec.
           move spaces to report-rec.
           string "ROWS READ............... " vfy-read-count
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "ROWS BEFORE THE CHAIN... " vfy-prechain-count
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "SEALED ROWS WALKED...... " vfy-sealed-count
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "REGISTER COMMITS READ... " vfy-reg-read-count
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "COMMIT HASHES CHECKED... " vfy-anchor-count
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "GAPS.................... " vfy-gap-count
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "OUT OF SEQUENCE......... " vfy-order-count
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "ALTERED ROWS............ " vfy-altered-count
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "BROKEN LINKS............ " vfy-link-count
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "UNSEALED ROWS IN CHAIN.. " vfy-unsealed-count
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "REGISTER MISMATCHES..... " vfy-register-count
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "COMMITS CUT SHORT....... " vfy-tail-count
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "FIRST SEQUENCE.......... " vfy-first-seq
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "LAST SEQUENCE........... " vfy-prev-seq
              delimited by size into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "LAST HASH............... " vfy-prev-hash
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           evaluate true
              when vfy-exception-count > 0
                 string "RESULT.................. FAIL - "
                    vfy-exception-count " EXCEPTIONS"
                    delimited by size into report-rec
              when vfy-sealed-count = 0
                 string "RESULT.................. NOT VERIFIED - "
                    "NO SEALED ROWS"
                    delimited by size into report-rec
              when other
                 string "RESULT.................. PASS"
                    delimited by size into report-rec
           end-evaluate.
           write report-rec.

           display "Chain verification - " vfy-sealed-count
              " sealed rows, " vfy-exception-count " exceptions".

       close-verify-files.
           close audit-file.
           close report-file.
           if vfy-reg-open
              close audchn-file
           end-if.

       end program AUDVRFY.
