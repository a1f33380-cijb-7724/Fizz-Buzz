      ******************************************************************
      *    COPYBOOK.....: PPMREC01
      *    DESCRIPTION...: PARAMETER RECORD FOR THE FIZZPRT PRINTED
      *                    DISTRIBUTION REPORT.  ONE RECORD ON PRTCTL,
      *                    READ AT START OF JOB.  PPM-ORIENTATION 'L'
      *                    PRINTS A 132-POSITION LANDSCAPE PAGE, 'P' AN
      *                    80-POSITION PORTRAIT PAGE.  PPM-PAGE-LENGTH
      *                    IS THE LINES PER PAGE, HEADINGS AND FOOTER
      *                    INCLUDED (AT LEAST 20).  PPM-COLUMNS IS THE
      *                    RESULTS PRINTED ACROSS EACH LINE - UP TO 4
      *                    LANDSCAPE OR 2 PORTRAIT; LEFT BLANK OR ZERO
      *                    AS MANY AS FIT.  WITHOUT PRTCTL THE REPORT
      *                    IS LANDSCAPE, 60 LINES, FULL WIDTH.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  -----------------------------------------
      *    2026-10-15  JWK  INITIAL VERSION.
      ******************************************************************
       01  PPM-PARM-REC.
           05  PPM-ORIENTATION         PIC X(01).
               88  PPM-LANDSCAPE                   VALUE 'L'.
               88  PPM-PORTRAIT                    VALUE 'P'.
           05  PPM-PAGE-LENGTH         PIC X(03).
           05  PPM-PAGE-LENGTH-N REDEFINES PPM-PAGE-LENGTH
                                       PIC 9(03).
           05  PPM-COLUMNS             PIC X(02).
           05  PPM-COLUMNS-N REDEFINES PPM-COLUMNS
                                       PIC 9(02).
           05  FILLER                  PIC X(74).
