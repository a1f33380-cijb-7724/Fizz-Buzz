      ******************************************************************
      *    COPYBOOK.....: RCPREC01
      *    DESCRIPTION...: ONE INBOUND RECEIPT RECORD, APPENDED TO THE
      *                    ABCRCVL RECEIPT LOG BY ABC347A FOR EVERY
      *                    ABCIN BATCH HEADER IT CHECKS AGAINST THE
      *                    SRCREG SOURCE REGISTRY (SEE SRCREC01), WITH
      *                    THE SOURCE, THE FILE SEQUENCE RECEIVED, THE
      *                    SEQUENCE THAT WAS DUE AND THE OUTCOME.  THE
      *                    ABCRCPT REPORT READS IT TO SHOW WHICH
      *                    EXPECTED SOURCES DELIVERED ON A BUSINESS
      *                    DATE.  A CHECKPOINT RESTART LOGS ITS
      *                    BATCHES AGAIN, SO ONE BATCH CAN APPEAR MORE
      *                    THAN ONCE.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  -----------------------------------------
      *    2026-10-15  JWK  INITIAL VERSION.
      *    2026-10-15  JWK  OUTCOME 'K' ALSO COVERS A BATCH WHOSE K IS
      *                     NOT NUMERIC OR ZERO.
      ******************************************************************
       01  RCP-REC.
           05  RCP-RUN-DATE            PIC X(10).
           05  RCP-RUN-ID              PIC X(16).
           05  RCP-SOURCE-ID           PIC X(08).
           05  RCP-FILE-SEQ            PIC 9(07).
           05  RCP-EXPECTED-SEQ        PIC 9(07).
           05  RCP-BATCH-NUM           PIC 9(03).
           05  RCP-OUTCOME             PIC X(01).
               88  RCP-ACCEPTED                    VALUE 'A'.
               88  RCP-ACCEPTED-GAP                VALUE 'G'.
               88  RCP-HELD-DUPLICATE              VALUE 'H'.
               88  RCP-REJ-UNKNOWN                 VALUE 'U'.
               88  RCP-REJ-K-RANGE                 VALUE 'K'.
               88  RCP-REJ-BAD-SEQ                 VALUE 'Q'.
           05  FILLER                  PIC X(28).
