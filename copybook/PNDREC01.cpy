      ******************************************************************
      *    COPYBOOK.....: PNDREC01
      *    DESCRIPTION...: ONE PENDING-CHANGE RECORD ON THE MAKER-
      *                    CHECKER QUEUES.  RULEPEND HOLDS FIZZRULE
      *                    TRANSACTIONS (SEE TRNREC01) AND OVRPEND
      *                    FIZZOVRD TRANSACTIONS (SEE OVTREC01) FROM THE
      *                    TIME THEY ARE SUBMITTED UNTIL A SECOND USER
      *                    APPROVES OR REJECTS THEM OR THEY EXPIRE.
      *                    CHGQUE NUMBERS EVERY CHANGE WHEN IT IS
      *                    QUEUED; ONCE DECIDED, THE RECORD MOVES FROM
      *                    THE QUEUE TO THE CHGQHST HISTORY FILE WITH
      *                    THE DECISION, WHO MADE IT AND WHEN.  THE
      *                    TRANSACTION IS CARRIED AS SUBMITTED, WITH A
      *                    BREAKOUT FOR EACH KIND.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  -----------------------------------------
      *    2026-10-15  JWK  INITIAL VERSION.
      ******************************************************************
       01  PND-REC.
           05  PND-CHANGE-ID           PIC 9(06).
           05  PND-KIND                PIC X(01).
               88  PND-RULE-CHANGE                 VALUE 'R'.
               88  PND-OVR-CHANGE                  VALUE 'O'.
           05  PND-STATE               PIC X(01).
               88  PND-PENDING                     VALUE 'P'.
               88  PND-APPROVED                    VALUE 'A'.
               88  PND-REJECTED                    VALUE 'J'.
               88  PND-EXPIRED                     VALUE 'X'.
           05  PND-SUBMITTER           PIC X(08).
           05  PND-SUBMIT-DATE         PIC X(10).
           05  PND-DECIDED-BY          PIC X(08).
           05  PND-DECIDED-DATE        PIC X(10).
           05  PND-TRAN-IMAGE          PIC X(55).
           05  PND-RULE-IMAGE REDEFINES PND-TRAN-IMAGE.
               10  PNR-ACTION          PIC X(01).
               10  PNR-DIVISOR         PIC X(03).
               10  PNR-LABEL           PIC X(10).
               10  PNR-SUBMITTER       PIC X(08).
               10  PNR-EFF-FROM        PIC X(10).
               10  PNR-EFF-TO          PIC X(10).
               10  FILLER              PIC X(13).
           05  PND-OVR-IMAGE REDEFINES PND-TRAN-IMAGE.
               10  PNO-ACTION          PIC X(01).
               10  PNO-NUMBER          PIC X(05).
               10  PNO-OVR-ACTION      PIC X(01).
               10  PNO-LABEL           PIC X(20).
               10  PNO-SUBMITTER       PIC X(08).
               10  PNO-EFF-FROM        PIC X(10).
               10  PNO-EFF-TO          PIC X(10).
           05  FILLER                  PIC X(01).
