      * counters can even express - they are reported as OPEN with no
      * projection, which is the honest answer.
      *
      * Each number series (see SERREC) is its own number space, so
      * the report runs one section per series on the master - the
      * master is keyed series first, so a sequential read meets
      * each series whole - named off SERCTL where the file is there
      * to name it.
      *
      * DENSCTL card: trailing window in days in 1-3 (default 30).
      *
      * Modification History:
      *   2026-09-02  Initial version.
      *   2026-10-15  One section per number series, each with its own
      *               range lines and record count, so every product's
      *               number space is forecast on its own.
      ******************************************************************
       identification division.
       program-id. DENSRPT.
           select master-file assign to "NBNMAST"
              organization is indexed
              access is sequential
              record key is mast-key
              file status is dns-master-status.

           select control-file assign to "DENSCTL"
              organization is line sequential
              file status is dns-report-status.

           select series-file assign to "SERCTL"
              organization is line sequential
              file status is dns-series-status.

       data division.
       file section.
       fd  master-file
           label records are standard.
       01  report-rec            pic x(132).

       fd  series-file
           label records are standard.
           copy SERREC.

       working-storage section.
       01  dns-master-status     pic xx value spaces.
       01  dns-control-status    pic xx value spaces.
       01  dns-cutoff-date       pic 9(8) value 0.
       01  dns-read-count        pic 9(9) value 0.

      * The series being tallied, and its share of the master.
       01  dns-series-status     pic xx value spaces.
       01  dns-cur-series        pic x(2) value spaces.
       01  dns-series-count      pic 9(9) value 0.
       01  dns-series-sections   pic 9(3) value 0.
       01  dns-ser-eof-switch    pic x value 'N'.
           88 dns-ser-eof              value 'Y'.
       01  dns-ser-table.
           05 dns-ser-entry occurs 50 times.
              10 dns-ser-code       pic x(2).
              10 dns-ser-name       pic x(30).
       01  dns-ser-count         pic 9(2) value 0.
       01  dns-ser-sub           pic 9(2) value 0.
       01  dns-ser-name-cur      pic x(30) value spaces.

      * One bucket per significant-digit length: everything on the
      * master falls in exactly one.
       01  dns-range-table.
           display "Number-space density and exhaustion forecast".

           perform load-density-controls.
           perform load-series-names.
           perform open-density-report.
           perform scan-issued-master.
           perform close-density-report.

           move 0 to return-code.
           stop run.
              function integer-of-date(dns-today)
                 - dns-window-days).

      * SERCTL only names the series here; without it the sections
      * carry their codes alone.
       load-series-names.
           move 0 to dns-ser-count.
           open input series-file.
           if dns-series-status = "00"
              perform load-one-series-name until dns-ser-eof
              close series-file
           end-if.

       load-one-series-name.
           read series-file
              at end
                 move 'Y' to dns-ser-eof-switch
              not at end
                 if ser-code not = spaces and ser-code(1:1) not = '*'
                       and dns-ser-count < 50
                    add 1 to dns-ser-count
                    move ser-code to dns-ser-code(dns-ser-count)
                    move ser-name to dns-ser-name(dns-ser-count)
                 end-if
           end-read.

       clear-range-buckets.
           perform varying dns-sub from 1 by 1 until dns-sub > 38
              move 0 to dns-issued(dns-sub)
              move 0 to dns-returned(dns-sub)
              move 0 to dns-recent(dns-sub)
           end-perform.
           move 0 to dns-series-count.

       scan-issued-master.
           perform clear-range-buckets.
           open input master-file.
           if dns-master-status not = "00"
              display "ERROR OPENING NBNMAST - STATUS "
           end-if.
           perform tally-one-master-record until dns-eof.
           close master-file.
           if dns-series-count > 0
              perform write-series-section
           end-if.

       tally-one-master-record.
           read master-file next
              at end
                 move 'Y' to dns-eof-switch
              not at end
                 if dns-series-count > 0
                       and mast-series not = dns-cur-series
                    perform write-series-section
                    perform clear-range-buckets
                 end-if
                 move mast-series to dns-cur-series
                 add 1 to dns-read-count
                 add 1 to dns-series-count
                 move 0 to dns-lead-zeros
                 inspect mast-number
                    tallying dns-lead-zeros for leading '0'
                 end-if
           end-read.

       open-density-report.
           open output report-file.
           if dns-report-status not = "00"
              display "ERROR OPENING DENSRPT - STATUS "
              delimited by size into report-rec.
           write report-rec.

      ******************************************************************
      * One section per series: a heading with the series' code and
      * name, its populated ranges, and its record count.
      ******************************************************************
       write-series-section.
           add 1 to dns-series-sections.
           move spaces to dns-ser-name-cur.
           perform varying dns-ser-sub from 1 by 1
              until dns-ser-sub > dns-ser-count
              if dns-ser-code(dns-ser-sub) = dns-cur-series
                 move dns-ser-name(dns-ser-sub) to dns-ser-name-cur
              end-if
           end-perform.
           move spaces to report-rec.
           write report-rec.
           move spaces to report-rec.
           string "SERIES " dns-cur-series " " dns-ser-name-cur
              delimited by size into report-rec.
           write report-rec.

           perform varying dns-sub from 1 by 1 until dns-sub > 38
              if dns-issued(dns-sub) > 0
                 perform write-one-range-line
              end-if
           end-perform.

           move spaces to report-rec.
           string "SERIES RECORDS.......... " dns-series-count
              delimited by size into report-rec.
           write report-rec.

       close-density-report.
           move spaces to report-rec.
           write report-rec.
           move spaces to report-rec.
           string "SERIES REPORTED......... " dns-series-sections
              delimited by size into report-rec.
           write report-rec.

           move spaces to report-rec.
           string "MASTER RECORDS SCANNED.. " dns-read-count
              delimited by size into report-rec.
