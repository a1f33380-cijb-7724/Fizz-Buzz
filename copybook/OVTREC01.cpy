      ******************************************************************
      *    COPYBOOK.....: OVTREC01
      *    DESCRIPTION...: ONE ADD/RETIRE MAINTENANCE TRANSACTION
      *                    AGAINST THE FIZZOVRD OVERRIDE FILE (SEE
      *                    OVRREC01).  SUBMITTED ON OVRTRAN, HELD ON THE
      *                    OVRPEND QUEUE (SEE PNDREC01) UNTIL A SECOND
      *                    USER APPROVES IT, THEN RELEASED BY CHGQUE ON
      *                    OVRAPRV WITH OVT-CHANGE-ID AND OVT-APPROVER
      *                    FILLED IN AND APPLIED BY OVRMNT.  AN ADD
      *                    CARRIES THE OVERRIDE ACTION, LABEL AND
      *                    EFFECTIVE DATES; A RETIRE MATCHES ON NUMBER
      *                    PLUS EFFECTIVE-FROM.  SUBMITTERS LEAVE THE
      *                    CHANGE ID AND APPROVER BLANK.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  -----------------------------------------
      *    2026-10-15  JWK  INITIAL VERSION.
      ******************************************************************
       01  OVT-REC.
           05  OVT-ACTION              PIC X(01).
               88  OVT-ADD                         VALUE 'A'.
               88  OVT-RETIRE                      VALUE 'R'.
           05  OVT-NUMBER              PIC X(05).
           05  OVT-OVR-ACTION          PIC X(01).
           05  OVT-LABEL               PIC X(20).
           05  OVT-SUBMITTER           PIC X(08).
           05  OVT-EFF-FROM            PIC X(10).
           05  OVT-EFF-TO              PIC X(10).
           05  OVT-CHANGE-ID           PIC 9(06).
           05  OVT-APPROVER            PIC X(08).
           05  FILLER                  PIC X(11).
