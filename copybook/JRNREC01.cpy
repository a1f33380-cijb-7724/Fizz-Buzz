      ******************************************************************
      *    COPYBOOK.....: JRNREC01
      *    DESCRIPTION...: ONE ABCMST POSTING-JOURNAL RECORD.  ABCPOST
      *                    APPENDS ONE ITEM ENTRY TO ABCJRNL FOR EVERY
      *                    FEED RECORD IT DISPOSES OF - ADD, REPLACE,
      *                    SUPERSEDED BY A LATER FEED COPY, OR
      *                    REJECTED - CARRYING THE MASTER KEY AND THE
      *                    BEFORE AND AFTER VALUES, PLUS ONE CYCLE
      *                    ENTRY PER FEED CYCLE POSTED, CARRYING THE
      *                    CYCLE'S ABCFCTL CLOSE-OUT (SEE FCYREC01).
      *                    EVERY ENTRY IS STAMPED WITH THE FEED CYCLE
      *                    AND THE ABCPOST RUN IDENTIFIER, SO ABCBKOUT
      *                    CAN REVERSE ONE CYCLE'S POSTING EXACTLY AND
      *                    BALANCE IT BACK TO THE CYCLE RECORD COUNT.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  -----------------------------------------
      *    2026-10-15  JWK  INITIAL VERSION.
      *    2026-10-15  JWK  A FEED ITEM ABCPOST REFUSES BECAUSE ITS RUN
      *                     DATE FALLS IN A CLOSED PERIOD (SEE PHSREC01)
      *                     IS JOURNALED AS A REJECT WITH ITS KEY - IT
      *                     NEVER REACHED THE MASTER.
      ******************************************************************
       01  JRN-REC.
           05  JRN-CYCLE-NUM           PIC 9(05).
           05  JRN-POST-RUN-ID         PIC X(16).
           05  JRN-ENTRY-TYPE          PIC X(01).
               88  JRN-ITEM-ADDED                  VALUE 'A'.
               88  JRN-ITEM-REPLACED               VALUE 'R'.
               88  JRN-ITEM-SUPERSEDED             VALUE 'S'.
               88  JRN-ITEM-REJECTED               VALUE 'J'.
               88  JRN-CYCLE-ENTRY                 VALUE 'C'.
           05  JRN-BODY                PIC X(58).
           05  JRN-ITEM-BODY REDEFINES JRN-BODY.
               10  JRN-KEY.
                   15  JRN-RUN-DATE    PIC X(10).
                   15  JRN-BATCH-NUM   PIC 9(03).
                   15  JRN-FEED-INDEX  PIC 9(07).
               10  JRN-BEFORE-ORIG     PIC 9(07).
               10  JRN-BEFORE-DIVIDED  PIC 9(07).
               10  JRN-AFTER-ORIG      PIC 9(07).
               10  JRN-AFTER-DIVIDED   PIC 9(07).
               10  FILLER              PIC X(10).
           05  JRN-CYCLE-BODY REDEFINES JRN-BODY.
               10  JRN-CYC-PROGRAM-ID  PIC X(08).
               10  JRN-CYC-RUN-DATE    PIC X(10).
               10  JRN-CYC-RUN-ID      PIC X(16).
               10  JRN-CYC-RECORD-COUNT
                                       PIC 9(07).
               10  FILLER              PIC X(17).
