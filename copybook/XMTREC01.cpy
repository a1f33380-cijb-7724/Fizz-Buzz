      ******************************************************************
      *    COPYBOOK.....: XMTREC01
      *    DESCRIPTION...: ENVELOPE RECORDS ON THE ABCXMIT TRANSMISSION
      *                    FILE BUILT BY ABCXMIT.  ONE FEED CYCLE GOES
      *                    OUT AS A HEADER, THE CYCLE'S ABCFEED RECORDS
      *                    UNCHANGED (SEE FEEDREC01 - THEY BEGIN WITH
      *                    THE NUMERIC FEED INDEX, SO THEY CANNOT BE
      *                    MISTAKEN FOR ENVELOPE RECORDS), THEN A
      *                    TRAILER.  THE HEADER'S RUN ID IS THE RUN
      *                    THAT CLOSED THE CYCLE OUT ON ABCFCTL; THE
      *                    CREATION DATE AND TIME ARE WHEN THE ENVELOPE
      *                    WAS BUILT.  THE TRAILER'S COUNT AND HASH
      *                    TOTALS (SUMS OF FEED-ORIG-VALUE AND
      *                    FEED-DIVIDED-VALUE) LET THE RECEIVING SIDE
      *                    PROVE THE FILE ARRIVED WHOLE.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  -----------------------------------------
      *    2026-10-15  JWK  INITIAL VERSION.
      ******************************************************************
       01  XMT-REC.
           05  XMT-REC-TYPE            PIC X(03).
               88  XMT-HEADER                      VALUE 'HDR'.
               88  XMT-TRAILER                     VALUE 'TRL'.
           05  XMT-BODY                PIC X(77).
           05  XMT-HEADER-BODY REDEFINES XMT-BODY.
               10  XMT-HDR-SENDER-ID   PIC X(08).
               10  XMT-HDR-CYCLE-NUM   PIC 9(05).
               10  XMT-HDR-RUN-ID      PIC X(16).
               10  XMT-HDR-CREATE-DATE PIC X(10).
               10  XMT-HDR-CREATE-TIME PIC X(08).
               10  XMT-HDR-RETRANSMIT  PIC X(01).
                   88  XMT-HDR-IS-RETRANSMIT       VALUE 'Y'.
               10  FILLER              PIC X(29).
           05  XMT-TRAILER-BODY REDEFINES XMT-BODY.
               10  XMT-TRL-CYCLE-NUM   PIC 9(05).
               10  XMT-TRL-RECORD-COUNT
                                       PIC 9(07).
               10  XMT-TRL-ORIG-HASH   PIC 9(15).
               10  XMT-TRL-DIVIDED-HASH
                                       PIC 9(15).
               10  FILLER              PIC X(35).
