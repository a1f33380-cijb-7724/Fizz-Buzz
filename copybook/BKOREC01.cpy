      ******************************************************************
      *    COPYBOOK.....: BKOREC01
      *    DESCRIPTION...: PARAMETER RECORD FOR THE CYCLE BACKOUT RUN.
      *                    ONE RECORD, READ BY ABCBKOUT AT START OF
      *                    JOB, NAMING THE FEED CYCLE WHOSE POSTING IS
      *                    TO BE REVERSED OUT OF ABCMST.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  -----------------------------------------
      *    2026-10-15  JWK  INITIAL VERSION.
      ******************************************************************
       01  BKO-PARM-REC.
           05  BKO-CYCLE-NUM           PIC X(05).
           05  FILLER                  PIC X(75).
