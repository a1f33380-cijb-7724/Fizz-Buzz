      ******************************************************************
      *    COPYBOOK.....: PCLREC01
      *    DESCRIPTION...: PARAMETER RECORD FOR THE ABCMST PERIOD-END
      *                    CLOSE.  ONE RECORD, READ BY ABCPCLS AT START
      *                    OF JOB, GIVING THE LAST RUN DATE (YYYY-MM-DD)
      *                    OF THE ACCOUNTING PERIOD TO BE CLOSED.  THE
      *                    PERIOD RUNS FROM THE DAY AFTER THE PREVIOUS
      *                    CLOSE (SEE PHSREC01) THROUGH THIS DATE.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  -----------------------------------------
      *    2026-10-15  JWK  INITIAL VERSION.
      ******************************************************************
       01  PCL-PARM-REC.
           05  PCL-PERIOD-END          PIC X(10).
           05  FILLER                  PIC X(70).
