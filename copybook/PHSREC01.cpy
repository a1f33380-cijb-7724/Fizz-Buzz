      ******************************************************************
      *    COPYBOOK.....: PHSREC01
      *    DESCRIPTION...: ONE ABCMST PERIOD-HISTORY RECORD.  ABCPCLS
      *                    APPENDS TO ABCPHST, FOR EVERY PERIOD IT
      *                    CLOSES, ONE BATCH ROLLUP RECORD PER BATCH
      *                    NUMBER POSTED IN THE PERIOD (ITEM COUNT,
      *                    TOTAL, MINIMUM AND MAXIMUM ORIGINAL AND
      *                    DIVIDED VALUE) FOLLOWED BY ONE PERIOD-CLOSED
      *                    RECORD CARRYING THE PERIOD TOTALS.  THE
      *                    CLOSED RECORD IS WRITTEN LAST, SO ROLLUP
      *                    RECORDS WITH NO CLOSED RECORD AFTER THEM ARE
      *                    LEFT FROM A CLOSE THAT DID NOT FINISH AND
      *                    MUST BE IGNORED.  THE HIGHEST PERIOD END ON
      *                    A CLOSED RECORD IS THE CLOSED-THROUGH DATE -
      *                    ABCPOST AND ABCBKOUT REFUSE TO CHANGE ANY
      *                    ABCMST ITEM WHOSE RUN DATE IS ON OR BEFORE
      *                    IT.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  -----------------------------------------
      *    2026-10-15  JWK  INITIAL VERSION.
      ******************************************************************
       01  PHS-REC.
           05  PHS-REC-TYPE            PIC X(01).
               88  PHS-BATCH-ROLLUP                VALUE 'B'.
               88  PHS-PERIOD-CLOSED               VALUE 'C'.
           05  PHS-PERIOD-END          PIC X(10).
           05  PHS-BODY                PIC X(69).
           05  PHS-BATCH-BODY REDEFINES PHS-BODY.
               10  PHS-BATCH-NUM       PIC 9(03).
               10  PHS-ITEM-COUNT      PIC 9(07).
               10  PHS-TOTAL-ORIG      PIC 9(11).
               10  PHS-TOTAL-DIVIDED   PIC 9(11).
               10  PHS-MIN-ORIG        PIC 9(07).
               10  PHS-MAX-ORIG        PIC 9(07).
               10  PHS-MIN-DIVIDED     PIC 9(07).
               10  PHS-MAX-DIVIDED     PIC 9(07).
               10  FILLER              PIC X(09).
           05  PHS-CLOSE-BODY REDEFINES PHS-BODY.
               10  PHS-PERIOD-START    PIC X(10).
               10  PHS-BATCH-COUNT     PIC 9(04).
               10  PHS-CLS-ITEM-COUNT  PIC 9(07).
               10  PHS-CLS-TOTAL-ORIG  PIC 9(11).
               10  PHS-CLS-TOTAL-DIVIDED
                                       PIC 9(11).
               10  PHS-CLOSE-RUN-ID    PIC X(16).
               10  FILLER              PIC X(10).
