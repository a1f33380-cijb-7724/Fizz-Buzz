      *                     EFFECTIVE-DATED RULE FILE. A DELETE NOW
      *                     RETIRES THE RULE (STATUS 'R') RATHER THAN
      *                     REMOVING IT, SO HISTORY STAYS ON FILE.
      *    2026-10-15  JWK  ADDED TRN-CHANGE-ID AND TRN-APPROVER.  A
      *                     SUBMITTED TRANSACTION NOW WAITS ON THE
      *                     RULEPEND QUEUE (SEE PNDREC01) UNTIL A SECOND
      *                     USER APPROVES IT; CHGQUE THEN RELEASES IT TO
      *                     RULEMNT ON RULEAPRV WITH THESE FILLED IN.
      *                     SUBMITTERS LEAVE BOTH BLANK.
      ******************************************************************
       01  TRN-REC.
           05  TRN-ACTION              PIC X(01).
           05  TRN-SUBMITTER           PIC X(08).
           05  TRN-EFF-FROM            PIC X(10).
           05  TRN-EFF-TO              PIC X(10).
           05  TRN-CHANGE-ID           PIC 9(06).
           05  TRN-APPROVER            PIC X(08).
           05  FILLER                  PIC X(24).
