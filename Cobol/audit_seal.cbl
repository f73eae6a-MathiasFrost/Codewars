      ******************************************************************
      * Author: Mathias Loken
      * Date: 2026-10-15
      * Purpose: Seal AUDIT rows into the audit chain, and re-check
      *          a sealed row (see SEALPARM for the interface).
      * Tectonics: cobc
      *
      * Every AUDIT row carries its place in the chain, the hash of
      * the row before it, and its own hash (layout in AUDREC). The
      * hash runs over the row's 200-byte body and its sequence
      * number, seeded with the previous row's hash, so a row that
      * is edited no longer matches its own hash, and a row dropped,
      * re-ordered or re-hashed breaks the link to the row after
      * it. It is two polynomial lanes, each modulo a prime just
      * under a billion, side by side in the 18 digits - a check on
      * the content, not a secret; the chain register (AUDCHN)
      * pins the chain down at every commit, and AUDVRFY walks it.
      *
      * Modification History:
      *   2026-10-15  Initial version.
      ******************************************************************
       identification division.
       program-id. audit_seal.

       environment division.

       data division.
       working-storage section.
       01  asl-text.
           05 asl-text-body      pic x(200).
           05 asl-text-seq       pic 9(12).
       01  asl-lane-a            pic 9(12) value 0.
       01  asl-lane-b            pic 9(12) value 0.
       01  asl-char-code         pic 9(3) value 0.
       01  asl-sub               pic 9(3) value 0.
       01  asl-computed          pic 9(18) value 0.

       linkage section.
           copy AUDREC.
           copy SEALPARM.

       procedure division using audit-rec seal-function seal-last-seq
              seal-last-hash seal-valid-switch.
           if seal-new-row
              move " SEQ=" to aud-seq-tag
              compute aud-seq = seal-last-seq + 1
              move " PRV=" to aud-prv-tag
              move seal-last-hash to aud-prev-hash
              move " HSH=" to aud-hsh-tag
           end-if.

           if aud-seq not numeric or aud-prev-hash not numeric
              move 'N' to seal-valid-switch
              goback
           end-if.

           divide aud-prev-hash by 1000000000
              giving asl-lane-a remainder asl-lane-b.
           compute asl-lane-a = function mod(asl-lane-a 999999937).
           compute asl-lane-b = function mod(asl-lane-b 999999929).
           move aud-body to asl-text-body.
           move aud-seq to asl-text-seq.
           perform hash-one-character
              varying asl-sub from 1 by 1 until asl-sub > 212.
           compute asl-computed = asl-lane-a * 1000000000 + asl-lane-b.

           if seal-new-row
              move asl-computed to aud-hash
              move aud-seq to seal-last-seq
              move asl-computed to seal-last-hash
              move 'Y' to seal-valid-switch
           else
              if aud-hash numeric and aud-hash = asl-computed
                 move 'Y' to seal-valid-switch
              else
                 move 'N' to seal-valid-switch
              end-if
           end-if.

           goback.

       hash-one-character.
           compute asl-char-code =
              function ord(asl-text(asl-sub:1)).
           compute asl-lane-a =
              function mod(asl-lane-a * 263 + asl-char-code 999999937).
           compute asl-lane-b =
              function mod(asl-lane-b * 331 + asl-char-code 999999929).

       end program audit_seal.
