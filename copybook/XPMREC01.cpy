      ******************************************************************
      *    COPYBOOK.....: XPMREC01
      *    DESCRIPTION...: PARAMETER RECORD FOR THE ABCFEED TRANSMISSION
      *                    RUN.  ONE RECORD, READ BY ABCXMIT AT START OF
      *                    JOB.  XPM-CYCLE-NUM NAMES THE FEED CYCLE TO
      *                    SEND; LEFT BLANK (OR ZERO) THE OLDEST CYCLE
      *                    NOT YET ON THE ABCXLOG TRANSMISSION LOG IS
      *                    SENT, WHETHER IT IS STILL ON ABCFCTL OR WAS
      *                    ALREADY RETIRED BY ABCPOST TO THE ABCJRNL
      *                    JOURNAL - WHICHEVER IS OLDER GOES FIRST.  A
      *                    CYCLE ALREADY ON THE LOG IS SENT AGAIN ONLY
      *                    WHEN IT IS NAMED HERE AND XPM-RETRANSMIT-SW
      *                    IS 'Y'.
      *                    XPM-SENDER-ID IS OUR IDENTITY ON THE
      *                    INTERFACE, AGREED WITH THE RECEIVING SIDE.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  -----------------------------------------
      *    2026-10-15  JWK  INITIAL VERSION.
      *    2026-10-15  JWK  A BLANK CYCLE ALSO PICKS UP A CYCLE ABCPOST
      *                     RETIRED BEFORE IT WAS SENT (SEE ABCXMIT).
      ******************************************************************
       01  XPM-PARM-REC.
           05  XPM-CYCLE-NUM           PIC X(05).
           05  XPM-RETRANSMIT-SW       PIC X(01).
               88  XPM-RETRANSMIT                  VALUE 'Y'.
           05  XPM-SENDER-ID           PIC X(08).
           05  FILLER                  PIC X(66).
