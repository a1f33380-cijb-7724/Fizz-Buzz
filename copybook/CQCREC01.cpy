      ******************************************************************
      *    COPYBOOK.....: CQCREC01
      *    DESCRIPTION...: PARAMETER RECORD FOR THE MAKER-CHECKER
      *                    CHANGE QUEUE.  ONE RECORD, READ BY CHGQUE AT
      *                    START OF JOB, GIVING HOW MANY DAYS A QUEUED
      *                    FIZZRULE OR FIZZOVRD CHANGE MAY WAIT FOR
      *                    APPROVAL.  A CHANGE STILL PENDING WHEN THE
      *                    RUN DATE IS MORE THAN THIS MANY DAYS AFTER
      *                    ITS SUBMIT DATE EXPIRES AND MUST BE
      *                    SUBMITTED AGAIN.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  -----------------------------------------
      *    2026-10-15  JWK  INITIAL VERSION.
      ******************************************************************
       01  CQC-PARM-REC.
           05  CQC-EXPIRE-DAYS         PIC 9(03).
           05  FILLER                  PIC X(77).
