      ******************************************************************
      *    COPYBOOK.....: SLAREC01
      *    DESCRIPTION...: ONE SERVICE-LEVEL TARGET ON THE WINSLA FILE,
      *                    MAINTAINED BY OPERATIONS AND READ BY WINTIME.
      *                    ONE RECORD PER BATCH-WINDOW STEP, NAMED AS
      *                    ON GATECTL, GIVING THE LATEST CLOCK TIME THE
      *                    STEP MAY START AND FINISH (HH:MM:SS) AND
      *                    THE LONGEST IT MAY RUN IN MINUTES; A TARGET
      *                    LEFT BLANK IS NOT CHECKED.  TIMES EARLIER
      *                    THAN THE DATEROLL ROLL TIME ON BUSDATE ARE
      *                    TAKEN AS AFTER MIDNIGHT.  THE RECORD NAMED
      *                    *WINDOW* HOLDS THE TARGETS FOR THE WINDOW AS
      *                    A WHOLE, AND ON IT ALONE SLA-SLOW-PCT SETS
      *                    HOW MANY PER CENT SLOWER A STEP'S RECENT
      *                    AVERAGE MAY GROW BEFORE THE 30-DAY TREND
      *                    FLAGS IT (BLANK MEANS 10).
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  -----------------------------------------
      *    2026-10-15  JWK  INITIAL VERSION.
      ******************************************************************
       01  SLA-REC.
           05  SLA-STEP-NAME           PIC X(08).
               88  SLA-WHOLE-WINDOW                VALUE '*WINDOW*'.
           05  SLA-LATEST-START        PIC X(08).
           05  SLA-LATEST-FINISH       PIC X(08).
           05  SLA-MAX-MINUTES         PIC 9(04).
           05  SLA-SLOW-PCT            PIC 9(03).
           05  FILLER                  PIC X(49).
