      *    DESCRIPTION...: OPERATOR-MAINTAINED RETENTION RECORD FOR THE
      *                    PURGE RUN.  ONE RECORD PER GOVERNED FILE,
      *                    READ BY PURGE AT START OF JOB, GIVING HOW
      *                    MANY BUSINESS DAYS OF HISTORY THE FILE MUST
      *                    KEEP.  RECORDS OLDER THAN THE RUN DATE LESS
      *                    THE RETENTION DAYS, COUNTING ONLY PROCESSING
      *                    DAYS (SEE BDTREC01 AND HOLREC01), ARE MOVED
      *                    TO THE FILE'S OFFLINE HISTORY COPY.  A
      *                    GOVERNED FILE WITH NO RECORD HERE IS LEFT
      *                    UNTOUCHED.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  -----------------------------------------
      *    2026-09-02  JWK  INITIAL VERSION.
      *    2026-10-15  JWK  RETENTION DAYS ARE NOW BUSINESS DAYS.
      ******************************************************************
       01  RET-REC.
           05  RET-FILE-NAME           PIC X(08).
