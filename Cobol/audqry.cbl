      *
      * Modification History:
      *   2026-08-22  Initial version.
      *   2026-10-15  AUDIT rows widened to 200 bytes.
      *   2026-10-15  AUDIT rows are 264 bytes with the audit chain
      *               area behind the row; rows are parsed on their
      *               200-byte body as before.
      ******************************************************************
       identification division.
       program-id. AUDQRY.
       file section.
       fd  audit-file
           label records are standard.
       01  audit-rec             pic x(264).

       fd  parm-file
           label records are standard.
           move spaces to aqy-head.
           move spaces to aqy-input.
           move spaces to aqy-output.
           unstring audit-rec(1:200) delimited by " IN=" or " OUT="
              into aqy-head aqy-input aqy-output.
           evaluate true
              when aqy-all-numbers
