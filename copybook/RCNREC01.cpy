      *    DESCRIPTION...: PARAMETER RECORD FOR THE BATCH-WINDOW
      *                    RECONCILIATION RUN.  ONE RECORD CARRYING THE
      *                    RUN DATE TO BE TIED OUT, READ BY RECON AT
      *                    START OF JOB.  A BLANK RUN DATE MEANS THE
      *                    BUSINESS DATE ON BUSDATE (SEE BDTREC01); A
      *                    DATE HERE RE-RECONCILES AN EARLIER WINDOW.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  -----------------------------------------
      *    2026-08-22  JWK  INITIAL VERSION.
      *    2026-10-15  JWK  BLANK RUN DATE MEANS THE BUSINESS DATE.
      ******************************************************************
       01  RCN-PARM-REC.
           05  RCN-RUN-DATE            PIC X(10).
