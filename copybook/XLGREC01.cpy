      ******************************************************************
      *    COPYBOOK.....: XLGREC01
      *    DESCRIPTION...: ONE ENTRY ON THE ABCXLOG TRANSMISSION LOG,
      *                    APPENDED BY ABCXMIT FOR EVERY ENVELOPE IT
      *                    BUILDS - WHICH CYCLE WENT, ON WHAT DATE AND
      *                    AT WHAT TIME BY THE CLOCK, UNDER WHICH RUN,
      *                    WITH WHAT COUNT AND HASH TOTALS, AND WHETHER
      *                    IT WAS A RETRANSMISSION.  A CYCLE ON THE LOG
      *                    IS REFUSED A SECOND ENVELOPE UNLESS THE RUN
      *                    IS FLAGGED AS A RETRANSMISSION.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  -----------------------------------------
      *    2026-10-15  JWK  INITIAL VERSION.
      ******************************************************************
       01  XLG-REC.
           05  XLG-CYCLE-NUM           PIC 9(05).
           05  XLG-XMIT-DATE           PIC X(10).
           05  XLG-XMIT-TIME           PIC X(08).
           05  XLG-XMIT-RUN-ID         PIC X(16).
           05  XLG-RECORD-COUNT        PIC 9(07).
           05  XLG-ORIG-HASH           PIC 9(15).
           05  XLG-DIVIDED-HASH        PIC 9(15).
           05  XLG-RETRANSMIT-SW       PIC X(01).
               88  XLG-RETRANSMISSION              VALUE 'Y'.
           05  FILLER                  PIC X(03).
