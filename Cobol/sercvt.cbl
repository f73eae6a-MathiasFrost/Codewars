      ******************************************************************
      * Author: Mathias Loken
      * Date: 2026-10-15
      * Purpose: One-time NBNMAST conversion to the series-keyed
      *          MASTREC layout.
      * Tectonics: cobc
      *
      * Number series split the issued-number master into one number
      * space per series: the record grew from 71 to 73 bytes and
      * the key from the number alone to series + number. As at the
      * MASTCVT cutover, the live indexed file cannot be opened with
      * the new layout, so this utility reads the master through the
      * OLD layout and unloads it to a MASTBKP-format image in the
      * NEW layout, every record going to the base series '00' -
      * every number issued before series existed was issued there.
      * The SERCVT job then redefines the cluster at the new key and
      * record size and runs the standard MASTBKP 'R' rebuild from
      * this image under the usual count-and-hash trailer. Run once,
      * at the cutover; after that MASTBKP owns unload and rebuild.
      *
      * The OWNHIST ownership history is re-keyed at the same
      * cutover (OWNHREC: series ahead of the number, 79 -> 81
      * bytes): its rows are unloaded through the old layout to a
      * flat OWNHIMG image in the new one, every row in series '00',
      * in key order, for the SERCVT job to load into the redefined
      * cluster. No OWNHIST at all (no transfer ever applied) leaves
      * the image empty.
      *
      * Modification History:
      *   2026-10-15  Initial version.
      *   2026-10-15  Also re-keys the OWNHIST ownership history to
      *               series + number, every row to series '00'.
      ******************************************************************
       identification division.
       program-id. SERCVT.

       environment division.
       input-output section.
       file-control.
           select old-master-file assign to "NBNMAST"
              organization is indexed
              access is sequential
              record key is ocv-number
              file status is scv-master-status.

           select image-file assign to "MASTIMG"
              organization is line sequential
              file status is scv-image-status.

           select old-ownhist-file assign to "OWNHIST"
              organization is indexed
              access is sequential
              record key is ocv-ownh-key
              file status is scv-ownhist-status.

           select ownh-image-file assign to "OWNHIMG"
              organization is line sequential
              file status is scv-ownhimg-status.

       data division.
       file section.
      * The pre-series master record, exactly as MASTREC declared it
      * before the series key was added.
       fd  old-master-file
           label records are standard.
       01  old-mast-rec.
           05 ocv-number         pic 9(38).
           05 ocv-issue-date     pic 9(8).
           05 ocv-requestor      pic x(8).
           05 ocv-status         pic x(1).
           05 ocv-return-date    pic 9(8).
           05 ocv-release-date   pic 9(8).

      * MASTBKP's image shape: 'D' rows carry one new-layout master
      * record flat, 'T' is the count-and-hash trailer.
       fd  image-file
           label records are standard.
       01  img-detail-rec.
           05 img-type           pic x(1).
           05 img-master         pic x(73).
       01  img-trailer-rec.
           05 img-trl-type       pic x(1).
           05 img-trl-count      pic 9(9).
           05 img-trl-hash       pic 9(18).
           05 filler             pic x(46).

      * The pre-series ownership-history record, exactly as OWNHREC
      * declared it before the series key was added.
       fd  old-ownhist-file
           label records are standard.
       01  old-ownh-rec.
           05 ocv-ownh-key.
              10 ocv-ownh-number    pic 9(38).
              10 ocv-ownh-date      pic 9(8).
              10 ocv-ownh-time      pic 9(6).
           05 ocv-ownh-from         pic x(8).
           05 ocv-ownh-to           pic x(8).
           05 ocv-ownh-seq          pic 9(9).
           05 ocv-ownh-cycle        pic 9(2).

      * The re-keyed history row, in the new layout.
       fd  ownh-image-file
           label records are standard.
           copy OWNHREC.

       working-storage section.
      * Staging area in the new layout (see MASTREC).
           copy MASTREC
              replacing ==mast-rec== by ==new-rec==
                 ==mast-key== by ==new-key==
                 ==mast-series== by ==new-series==
                 ==mast-number== by ==new-number==
                 ==mast-issue-date== by ==new-issue-date==
                 ==mast-requestor== by ==new-requestor==
                 ==mast-status== by ==new-status==
                 ==mast-returned== by ==new-returned==
                 ==mast-return-date== by ==new-return-date==
                 ==mast-release-date== by ==new-release-date==.

       01  scv-master-status     pic xx value spaces.
       01  scv-image-status      pic xx value spaces.
       01  scv-eof-switch        pic x value 'N'.
           88 scv-eof                  value 'Y'.
       01  scv-record-count      pic 9(9) value 0.
       01  scv-hash-total        pic 9(18) value 0.
       01  scv-trouble-switch    pic x value 'N'.
           88 scv-trouble              value 'Y'.
       01  scv-ownhist-status    pic xx value spaces.
       01  scv-ownhimg-status    pic xx value spaces.
       01  scv-ownh-count        pic 9(9) value 0.

       procedure division.

           display "Issued-number master series conversion".

           open input old-master-file.
           if scv-master-status not = "00"
              display "ERROR OPENING NBNMAST - STATUS "
                 scv-master-status
              move 16 to return-code
              stop run
           end-if.
           open output image-file.
           if scv-image-status not = "00"
              display "ERROR OPENING MASTIMG - STATUS "
                 scv-image-status
              move 16 to return-code
              stop run
           end-if.

           perform convert-one-record
              until scv-eof or scv-trouble.

           if not scv-trouble
              move spaces to img-trailer-rec
              move 'T' to img-trl-type
              move scv-record-count to img-trl-count
              move scv-hash-total to img-trl-hash
              write img-trailer-rec
           end-if.
           close old-master-file.
           close image-file.

           if scv-trouble
              display "CONVERSION INCOMPLETE - IMAGE NOT "
                 "TRUSTWORTHY, MASTER UNTOUCHED"
              move 16 to return-code
           else
              display "CONVERTED " scv-record-count
                 " MASTER RECORDS TO SERIES 00 IN THE IMAGE"
              move 0 to return-code
           end-if.

           if not scv-trouble
              perform convert-ownership-history
           end-if.
           stop run.

      ******************************************************************
      * Unloads OWNHIST through the old layout into the new-layout
      * image, every row in series '00'. The old key order carries
      * over unchanged under the one series, so the image loads into
      * the redefined cluster as it stands. Any trouble is RC 16 and
      * the job leaves OWNHIST alone.
      ******************************************************************
       convert-ownership-history.
           open output ownh-image-file.
           if scv-ownhimg-status not = "00"
              display "ERROR OPENING OWNHIMG - STATUS "
                 scv-ownhimg-status
              move 16 to return-code
              exit paragraph
           end-if.
           open input old-ownhist-file.
           if scv-ownhist-status = "35"
              display "NO OWNHIST - OWNERSHIP HISTORY IMAGE EMPTY"
              close ownh-image-file
              exit paragraph
           end-if.
           if scv-ownhist-status not = "00"
              display "ERROR OPENING OWNHIST - STATUS "
                 scv-ownhist-status
              close ownh-image-file
              move 16 to return-code
              exit paragraph
           end-if.
           move 'N' to scv-eof-switch.
           perform convert-one-history-row
              until scv-eof or scv-trouble.
           close old-ownhist-file.
           close ownh-image-file.
           if scv-trouble
              display "OWNERSHIP HISTORY CONVERSION INCOMPLETE - "
                 "OWNHIST UNTOUCHED"
              move 16 to return-code
           else
              display "CONVERTED " scv-ownh-count
                 " OWNERSHIP HISTORY ROWS TO SERIES 00"
           end-if.

       convert-one-history-row.
           read old-ownhist-file next
              at end
                 move 'Y' to scv-eof-switch
              not at end
                 move spaces to ownh-rec
                 move "00" to ownh-series
                 move ocv-ownh-number to ownh-number
                 move ocv-ownh-date to ownh-date
                 move ocv-ownh-time to ownh-time
                 move ocv-ownh-from to ownh-from-requestor
                 move ocv-ownh-to to ownh-to-requestor
                 move ocv-ownh-seq to ownh-seq
                 move ocv-ownh-cycle to ownh-cycle
                 write ownh-rec
                 if scv-ownhimg-status not = "00"
                    display "OWNHIMG WRITE FAILED - STATUS "
                       scv-ownhimg-status
                    move 'Y' to scv-trouble-switch
                 else
                    add 1 to scv-ownh-count
                 end-if
           end-read.

       convert-one-record.
           read old-master-file next
              at end
                 move 'Y' to scv-eof-switch
              not at end
                 move "00" to new-series
                 move ocv-number to new-number
                 move ocv-issue-date to new-issue-date
                 move ocv-requestor to new-requestor
                 move ocv-status to new-status
                 move ocv-return-date to new-return-date
                 move ocv-release-date to new-release-date
                 move spaces to img-detail-rec
                 move 'D' to img-type
                 move new-rec to img-master
                 write img-detail-rec
                 if scv-image-status not = "00"
                    display "IMAGE WRITE FAILED - STATUS "
                       scv-image-status
                    move 'Y' to scv-trouble-switch
                 else
                    add 1 to scv-record-count
                    compute scv-hash-total =
                       function mod(scv-hash-total + ocv-number
                          1000000000000000000)
                 end-if
           end-read.

       end program SERCVT.
