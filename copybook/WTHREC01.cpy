      ******************************************************************
      *    COPYBOOK.....: WTHREC01
      *    DESCRIPTION...: ONE WINDOW-TIMING HISTORY RECORD ON THE
      *                    WINHIST FILE.  WINTIME KEEPS ONE RECORD PER
      *                    TIMED STEP PER BUSINESS DATE, AND ONE NAMED
      *                    *WINDOW* FOR THE WINDOW AS A WHOLE, FOR THE
      *                    LAST 30 DAYS; OLDER RECORDS ARE DROPPED AND
      *                    A RERUN FOR THE SAME DATE REPLACES THAT
      *                    DATE'S RECORDS.  THE ELAPSED TIME IS IN
      *                    SECONDS.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  -----------------------------------------
      *    2026-10-15  JWK  INITIAL VERSION.
      ******************************************************************
       01  WTH-REC.
           05  WTH-RUN-DATE            PIC X(10).
           05  WTH-STEP-NAME           PIC X(08).
           05  WTH-START-TIME          PIC X(08).
           05  WTH-FINISH-TIME         PIC X(08).
           05  WTH-ELAPSED-SECS        PIC 9(06).
           05  WTH-LATE-SW             PIC X(01).
               88  WTH-STEP-LATE                   VALUE 'Y'.
           05  FILLER                  PIC X(39).
