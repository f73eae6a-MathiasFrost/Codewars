      * run that first queued the record.
      * SUSP-REQUESTOR carries the requestor identity of the original
      * work record, so a retry's outputs still trace to who asked.
      * SUSP-PRIORITY, SUSP-UPLOAD-DATE and SUSP-UPLOAD-TIME carry
      * the original request's priority and intake stamp (see
      * WORKREC) through every retry and onto the held queue, so the
      * turnaround of an item that settles late is still measured
      * from its upload. Zero upload date on an item queued before
      * the stamp existed.
      * SUSP-SERIES carries the original request's number series (see
      * SERREC), so a retry searches and claims in the same series;
      * blank on an item queued before series existed, which reads
      * as the base series '00'.
      * SUSP-REQ-REF carries the original request's reference (see
      * WORKREC), so the request_done row that finally settles the
      * item - a retry that succeeds or a write-off - still names
      * the request it answers. Blank on an unreferenced request or
      * an item queued before the reference was carried.
      *****************************************************************
       01  susp-rec.
           05 susp-n             pic 9(38).
           05 susp-attempts      pic 9(3).
           05 susp-qty           pic 9(3).
           05 susp-requestor     pic x(8).
           05 susp-priority      pic 9(1).
           05 susp-upload-date   pic 9(8).
           05 susp-upload-time   pic 9(6).
           05 susp-series        pic x(2).
           05 susp-req-ref       pic x(16).
