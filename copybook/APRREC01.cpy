      ******************************************************************
      *    COPYBOOK.....: APRREC01
      *    DESCRIPTION...: ONE APPROVAL DECISION ON THE CHGAPRV FILE,
      *                    READ BY CHGQUE.  NAMES A QUEUED CHANGE BY
      *                    THE CHANGE ID PRINTED ON THE CHGQRPT QUEUE
      *                    REPORT, APPROVES ('A') OR REJECTS ('J') IT,
      *                    AND CARRIES THE DECIDING USER ID.  AN
      *                    APPROVAL FROM THE USER WHO SUBMITTED THE
      *                    CHANGE IS REFUSED AND THE CHANGE STAYS ON
      *                    THE QUEUE.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  -----------------------------------------
      *    2026-10-15  JWK  INITIAL VERSION.
      ******************************************************************
       01  APR-REC.
           05  APR-CHANGE-ID           PIC X(06).
           05  APR-DECISION            PIC X(01).
               88  APR-APPROVE                     VALUE 'A'.
               88  APR-REJECT                      VALUE 'J'.
           05  APR-APPROVER            PIC X(08).
           05  FILLER                  PIC X(65).
