      *****************************************************************
      * REQMREC - record layout of the REQMAST requestor entitlement
      * master, one row per branch/customer ID allowed to submit
      * work. Maintained by operations; read by WORKEDIT (who may
      * ask for what) and by the batch driver (how many numbers a
      * requestor may draw in a day).
      * REQM-ACTIVE: 'Y' the requestor may submit; anything else is
      * a closed or suspended branch and every record it sends is
      * rejected at intake.
      * REQM-SERVICES lists the WORK-TYPE codes the requestor may
      * use, in any order and position ('NBARF' allows them all; 'A'
      * must be listed in its own right to ask for both services on
      * one record).
      * REQM-DAILY-QUOTA caps the block numbers the requestor may
      * draw per run date, across every cycle of that date. Blank
      * or zero leaves the requestor uncapped.
      *****************************************************************
       01  reqm-rec.
           05 reqm-requestor     pic x(8).
           05 reqm-active        pic x(1).
               88 reqm-is-active       value 'Y'.
           05 reqm-services      pic x(10).
           05 reqm-daily-quota   pic 9(7).
           05 reqm-name          pic x(30).
