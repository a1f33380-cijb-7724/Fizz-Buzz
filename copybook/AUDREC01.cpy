      *                     ASSIGNED AT JOB START, SO TWO RUNS ON THE
      *                     SAME DATE LEAVE DISTINGUISHABLE AUDIT
      *                     RECORDS.
      *    2026-10-15  JWK  ADDED AUD-PART-NUM AND AUD-PART-COUNT.  A
      *                     PARTITIONED MAIN STEP STAMPS ITS PART
      *                     NUMBER (01 UP) AND PART COUNT, SO THE
      *                     PARTITION TOTALS STAND APART; FIZZMRG'S
      *                     MERGED-TOTAL RECORD CARRIES PART 00 WITH
      *                     THE PART COUNT.  BOTH ARE SPACES ON EVERY
      *                     OTHER RECORD.
      ******************************************************************
       01  AUD-REC.
           05  AUD-PROGRAM-ID          PIC X(08).
           05  AUD-INPUT-COUNT         PIC 9(07).
           05  AUD-OUTPUT-COUNT        PIC 9(07).
           05  AUD-RUN-ID              PIC X(16).
           05  AUD-PART-NUM            PIC 9(02).
           05  AUD-PART-COUNT          PIC 9(02).
           05  FILLER                  PIC X(20).
