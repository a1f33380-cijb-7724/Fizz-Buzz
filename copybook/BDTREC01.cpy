      ******************************************************************
      *    COPYBOOK.....: BDTREC01
      *    DESCRIPTION...: THE BUSINESS-DATE CONTROL RECORD, THE ONE
      *                    RECORD ON BUSDATE.  EVERY PROGRAM IN THE
      *                    BATCH WINDOW TAKES ITS PROCESSING DATE FROM
      *                    BDT-BUS-DATE INSTEAD OF THE SYSTEM CLOCK,
      *                    SO A WINDOW THAT RUNS PAST MIDNIGHT STAMPS
      *                    ONE DATE THROUGHOUT.  DATEROLL, THE FIRST
      *                    STEP OF THE WINDOW, ROLLS THE DATE FORWARD
      *                    TO THE NEXT PROCESSING DAY - A WEEKDAY
      *                    MARKED 'Y' IN BDT-PROC-DAYS (MONDAY FIRST)
      *                    THAT IS NOT ON THE HOLCAL HOLIDAY CALENDAR
      *                    (SEE HOLREC01) - AND STAMPS THE CLOCK DATE
      *                    AND TIME OF THE ROLL.  A ROLL STAYS CURRENT
      *                    FOR BDT-WINDOW-HOURS (1 TO 23); RECON AND
      *                    STEPGATE REFUSE TO RUN ON A ROLL OLDER THAN
      *                    THAT (THE WINDOW WAS NEVER ROLLED), AND
      *                    DATEROLL REFUSES TO ROLL AGAIN INSIDE IT.
      *                    TO SEED THE FILE, OR TO ALLOW A SECOND ROLL
      *                    IN ONE WINDOW, OPERATIONS SETS BDT-BUS-DATE
      *                    TO THE LAST BUSINESS DATE PROCESSED AND
      *                    BLANKS BDT-ROLL-DATE.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  -----------------------------------------
      *    2026-10-15  JWK  INITIAL VERSION.
      ******************************************************************
       01  BDT-REC.
           05  BDT-BUS-DATE            PIC X(10).
           05  BDT-BUS-DATE-BRK REDEFINES BDT-BUS-DATE.
               10  BDT-BUS-YYYY        PIC 9(04).
               10  FILLER              PIC X(01).
               10  BDT-BUS-MM          PIC 9(02).
               10  FILLER              PIC X(01).
               10  BDT-BUS-DD          PIC 9(02).
           05  BDT-PREV-BUS-DATE       PIC X(10).
           05  BDT-ROLL-DATE           PIC X(10).
           05  BDT-ROLL-DATE-BRK REDEFINES BDT-ROLL-DATE.
               10  BDT-ROLL-YYYY       PIC 9(04).
               10  FILLER              PIC X(01).
               10  BDT-ROLL-MM         PIC 9(02).
               10  FILLER              PIC X(01).
               10  BDT-ROLL-DD         PIC 9(02).
           05  BDT-ROLL-TIME           PIC X(08).
           05  BDT-ROLL-TIME-BRK REDEFINES BDT-ROLL-TIME.
               10  BDT-ROLL-HH         PIC 9(02).
               10  FILLER              PIC X(01).
               10  BDT-ROLL-MI         PIC 9(02).
               10  FILLER              PIC X(01).
               10  BDT-ROLL-SS         PIC 9(02).
           05  BDT-WINDOW-HOURS        PIC 9(02).
           05  BDT-PROC-DAYS           PIC X(07).
           05  BDT-PROC-DAY-TBL REDEFINES BDT-PROC-DAYS.
               10  BDT-PROC-DAY        PIC X(01) OCCURS 7 TIMES.
           05  FILLER                  PIC X(33).
