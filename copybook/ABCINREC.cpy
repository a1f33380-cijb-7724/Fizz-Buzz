      *                     THE THOUSANDS AND VALUES PAST 999, AND THE
      *                     PROGRAM NO LONGER HOLDS THE LIST IN A
      *                     FIXED ARRAY.
      *    2026-10-15  JWK  THE HEADER NOW NAMES THE SUBMITTING SOURCE
      *                     AND CARRIES THAT SOURCE'S FILE SEQUENCE
      *                     NUMBER, CHECKED BY ABC347A AGAINST THE
      *                     SRCREG SOURCE REGISTRY (SEE SRCREC01).
      *                     EVERY BATCH OF ONE FILE CARRIES THE SAME
      *                     SOURCE AND SEQUENCE.
      ******************************************************************
       01  ABCIN-REC.
           05  ABCIN-REC-TYPE          PIC X(01).
           05  FILLER                  PIC X(01).
           05  HDR-N                   PIC 9(07).
           05  HDR-K                   PIC 9(07).
           05  HDR-SOURCE-ID           PIC X(08).
           05  HDR-FILE-SEQ            PIC 9(07).
           05  FILLER                  PIC X(70).

       01  ABCIN-DTL-VIEW REDEFINES ABCIN-REC.
           05  FILLER                  PIC X(01).
