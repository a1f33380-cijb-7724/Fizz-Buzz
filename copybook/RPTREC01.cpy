      *                     COUNTS IT APART FROM THE RULE HITS, AND
      *                     THE OVERRIDES APPLIED ARE LISTED IN THEIR
      *                     OWN APPENDIX AFTER THE RULE APPENDIX.
      *    2026-10-15  JWK  ADDED THE PARTITION FIELDS TO THE HEADER
      *                     VIEW - A PARTITIONED MAIN STEP (SEE
      *                     PTNREC01) STAMPS ITS PART NUMBER, PART
      *                     COUNT AND SUB-RANGE ON ITS PARTIAL REPORT
      *                     SO FIZZMRG CAN PROVE EVERY SLICE IS THERE.
      *                     THEY ARE SPACES ON A WHOLE-RANGE REPORT.
      ******************************************************************
       01  RPT-REC.
           05  RPT-REC-TYPE            PIC X(01).
           05  HDR-TITLE               PIC X(30).
           05  HDR-RUN-DATE            PIC X(10).
           05  HDR-RUN-ID              PIC X(16).
           05  HDR-PART-NUM            PIC 9(02).
           05  HDR-PART-COUNT          PIC 9(02).
           05  HDR-PART-START          PIC 9(05).
           05  HDR-PART-END            PIC 9(05).
           05  FILLER                  PIC X(09).

       01  RPT-DTL-VIEW REDEFINES RPT-REC.
           05  FILLER                  PIC X(01).
