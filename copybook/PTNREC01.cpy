      ******************************************************************
      *    COPYBOOK.....: PTNREC01
      *    DESCRIPTION...: PARTITION PARAMETER RECORD FOR A PARTITIONED
      *                    MAIN RUN.  ONE RECORD PER JOB STEP, READ BY
      *                    MAIN AT START OF JOB, NAMING WHICH SLICE OF
      *                    THE FIZZCTL RANGE THIS STEP PROCESSES (PART
      *                    NUMBER) OUT OF HOW MANY EQUAL SLICES (PART
      *                    COUNT).  THE LAST SLICE TAKES ANY REMAINDER.
      *                    A MISSING OR EMPTY FIZZPTN MEANS THE WHOLE
      *                    RANGE IN ONE PASS, AS BEFORE.  THE PARTIAL
      *                    FIZZRPTS ARE COMBINED BY FIZZMRG.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  -----------------------------------------
      *    2026-10-15  JWK  INITIAL VERSION.
      ******************************************************************
       01  PTN-PARM-REC.
           05  PTN-PART-NUM            PIC 9(02).
           05  PTN-PART-COUNT          PIC 9(02).
           05  FILLER                  PIC X(76).
