      ******************************************************************
      *    COPYBOOK.....: HOLREC01
      *    DESCRIPTION...: ONE ENTRY ON THE HOLCAL HOLIDAY / NON-
      *                    PROCESSING-DAY CALENDAR, MAINTAINED BY
      *                    OPERATIONS.  A DATE ON THE CALENDAR IS
      *                    NEVER A BUSINESS DATE: DATEROLL STEPS OVER
      *                    IT WHEN IT ROLLS BUSDATE (SEE BDTREC01) AND
      *                    PURGE DOES NOT COUNT IT AS A RETENTION DAY.
      *                    WEEKLY NON-PROCESSING DAYS ARE SET ON
      *                    BUSDATE ITSELF, NOT LISTED HERE.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  -----------------------------------------
      *    2026-10-15  JWK  INITIAL VERSION.
      ******************************************************************
       01  HOL-REC.
           05  HOL-DATE                PIC X(10).
           05  HOL-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(40).
