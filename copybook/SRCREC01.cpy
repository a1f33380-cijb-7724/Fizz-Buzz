      ******************************************************************
      *    COPYBOOK.....: SRCREC01
      *    DESCRIPTION...: ONE ENTRY ON THE SRCREG INBOUND SOURCE
      *                    REGISTRY - A SENDER ALLOWED TO SUBMIT ABCIN
      *                    BATCHES.  ABC347A REJECTS A BATCH WHOSE
      *                    HEADER NAMES A SOURCE THAT IS NOT HERE OR
      *                    NOT ACTIVE, OR WHOSE K IS OUTSIDE THE
      *                    SOURCE'S K RANGE; HOLDS BACK A BATCH WHOSE
      *                    FILE SEQUENCE IS NOT PAST SRC-LAST-SEQ (A
      *                    RESEND); AND ALERTS WHEN THE SEQUENCE SKIPS
      *                    AHEAD (A MISSED FILE).  SRC-LAST-SEQ AND
      *                    SRC-LAST-RECV-DATE ARE ADVANCED BY ABC347A
      *                    ONLY AFTER A CLEAN RUN.  SRC-EXPECT-DAYS
      *                    (MONDAY FIRST, Y OR N) SAYS ON WHICH
      *                    WEEKDAYS THE SOURCE IS EXPECTED TO DELIVER,
      *                    FOR THE ABCRCPT INBOUND-RECEIPT REPORT.  TO
      *                    TAKE A HELD FILE AFTER ALL, OPERATIONS SETS
      *                    SRC-LAST-SEQ TO ONE LESS THAN ITS SEQUENCE
      *                    AND RESUBMITS IT FROM ABCHOLD.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  -----------------------------------------
      *    2026-10-15  JWK  INITIAL VERSION.
      ******************************************************************
       01  SRC-REC.
           05  SRC-SOURCE-ID           PIC X(08).
           05  SRC-DESCRIPTION         PIC X(30).
           05  SRC-STATUS              PIC X(01).
               88  SRC-ACTIVE                      VALUE 'A'.
               88  SRC-SUSPENDED                   VALUE 'S'.
           05  SRC-LAST-SEQ            PIC 9(07).
           05  SRC-LAST-RECV-DATE      PIC X(10).
           05  SRC-K-MIN               PIC 9(07).
           05  SRC-K-MAX               PIC 9(07).
           05  SRC-EXPECT-DAYS         PIC X(07).
           05  SRC-EXPECT-DAY-TBL REDEFINES SRC-EXPECT-DAYS.
               10  SRC-EXPECT-DAY      PIC X(01) OCCURS 7 TIMES.
           05  FILLER                  PIC X(03).
