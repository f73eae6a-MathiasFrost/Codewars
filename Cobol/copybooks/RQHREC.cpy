      *****************************************************************
      * RQHREC - record layout of the REQHIST request-history file,
      * keyed by requestor, the requestor's own request reference
      * (WORK-REQ-REF) and the row's position in the answer. The
      * batch driver writes one record per RESULTS detail row a
      * referenced request produced, holding the row exactly as it
      * went out; a later record from the same requestor with the
      * same reference is a resubmission, and is answered by
      * replaying these rows (status '32', see RESREC) instead of
      * being serviced - nothing is issued, applied or billed twice.
      * RQH-RUN-DATE, RQH-CYCLE and RQH-SEQ say which run and which
      * transaction sequence first answered the request.
      *****************************************************************
       01  rqh-rec.
           05 rqh-key.
              10 rqh-requestor      pic x(8).
              10 rqh-req-ref        pic x(16).
              10 rqh-row            pic 9(4).
           05 rqh-run-date          pic 9(8).
           05 rqh-cycle             pic 9(2).
           05 rqh-seq               pic 9(9).
           05 rqh-result            pic x(120).
