000255*                     OUT STILL BALANCES.  TREND RECORDS FROM
000256*                     BEFORE THE FIELD EXISTED CARRY SPACES AND
000257*                     READ AS ZERO.
000258*    2026-10-15  JWK  A PARTITIONED MAIN RUN LEAVES ONE FIZZAUD
000259*                     RECORD PER PARTITION PLUS FIZZMRG'S MERGED-
000260*                     TOTAL RECORD; THE MERGED RECORD NOW STANDS
000261*                     FOR THE RUN IN THE FIZZAUD CHECKS AND THE
000262*                     PARTITION RECORDS ARE LEFT OUT.
000263*    2026-10-15  JWK  THE RECONCILIATION DATE IS NOW THE BUSINESS
000264*                     DATE ON BUSDATE (SEE BDTREC01) WHEN RECNCTL
000265*                     LEAVES IT BLANK; A DATE ON RECNCTL STILL RE-
000266*                     RECONCILES AN EARLIER WINDOW. RECON REFUSES
000267*                     TO RUN ON THE BUSINESS DATE WHEN IT WAS NOT
000268*                     ROLLED FOR THIS WINDOW (DATEROLL'S LAST ROLL
000269*                     IS OLDER THAN BDT-WINDOW-HOURS), SO A WINDOW
000270*                     THAT MISSED ITS ROLL IS NOT SIGNED OFF UNDER
000271*                     THE PREVIOUS DAY'S DATE.
000272*    2026-10-15  JWK  A COMPLETION EVENT (RC01) CARRYING THE
000273*                     VERDICT IS NOW WRITTEN TO THE COMMON EVTLOG
000274*                     EVENT FILE (SEE EVTREC01), STAMPED WITH THE
000275*                     BUSINESS DATE, SO WINTIME CAN TIME THE STEP;
000276*                     A NOT-ROLLED REFUSAL LOGS AN ERROR (RC02).
000277*****************************************************************
000278 ENVIRONMENT DIVISION.
000279 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000300 INPUT-OUTPUT SECTION.
000500     SELECT RECON-REPORT-FILE ASSIGN TO "RECNRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS RC-RECON-STATUS.
000522     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000524         ORGANIZATION IS LINE SEQUENTIAL
000526         FILE STATUS IS RC-BUSDATE-STATUS.
000527     SELECT EVENT-FILE ASSIGN TO "EVTLOG"
000528         ORGANIZATION IS LINE SEQUENTIAL
000529         FILE STATUS IS RC-EVENT-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  PARM-FILE
000840 FD  RECON-REPORT-FILE
000850     RECORDING MODE IS F.
000860 01  RC-RECON-REC                PIC X(80).
000862 FD  BUSDATE-FILE
000864     RECORDING MODE IS F.
000866 COPY BDTREC01.
000867 FD  EVENT-FILE
000868     RECORDING MODE IS F.
000869 COPY EVTREC01.
000870 WORKING-STORAGE SECTION.
000880*****************************************************************
000890*    WORKING STORAGE
000900*****************************************************************
000910 01  RC-SWITCHES.
000913     03  RC-BUSDATE-STATUS   PIC X(02).
000916         88  RC-BUSDATE-OK              VALUE '00'.
000917     03  RC-EVENT-STATUS     PIC X(02).
000918         88  RC-EVENT-OK                VALUE '00'.
000919         88  RC-EVENT-NOT-FOUND         VALUE '35'.
000920     03  RC-PARM-STATUS      PIC X(02).
000930         88  RC-PARM-OK                 VALUE '00'.
000940     03  RC-AUDIT-STATUS     PIC X(02).
001140         88  RC-HDR-DATE-SEEN           VALUE 'Y'.
001150     03  RC-TRL-SWITCH       PIC X(01) VALUE 'N'.
001160         88  RC-TRL-SEEN                VALUE 'Y'.
001163     03  RC-ROLLED-SW        PIC X(01) VALUE 'N'.
001166         88  RC-DATE-ROLLED             VALUE 'Y'.
001167     03  RC-DATE-SOURCE-SW   PIC X(01) VALUE 'N'.
001168         88  RC-DATE-FROM-BUSDATE       VALUE 'Y'.
001170 01  RC-RECON-DATE           PIC X(10).
001180 01  RC-MAIN-AUD-RECS        PIC 9(05) VALUE ZERO.
001190 01  RC-MAIN-OUT-COUNT       PIC 9(07) VALUE ZERO.
001191 01  RC-CLOCK-DATE-RAW       PIC 9(08).
001192 01  RC-CLOCK-TIME-RAW       PIC 9(08).
001193 01  RC-CLOCK-TIME-BRK REDEFINES RC-CLOCK-TIME-RAW.
001194     03  RC-CLK-HH           PIC 9(02).
001195     03  RC-CLK-MI           PIC 9(02).
001196     03  FILLER              PIC 9(04).
001200 01  RC-ABC-AUD-RECS         PIC 9(05) VALUE ZERO.
001201 01  RC-ROLL-DATE-RAW        PIC 9(08).
001202 01  RC-ROLL-DATE-BRK REDEFINES RC-ROLL-DATE-RAW.
001203     03  RC-RDR-YYYY         PIC 9(04).
001204     03  RC-RDR-MM           PIC 9(02).
001205     03  RC-RDR-DD           PIC 9(02).
001206 01  RC-ROLL-AGE-MIN         PIC S9(07).
001210 01  RC-ABC-OUT-COUNT        PIC 9(07) VALUE ZERO.
001212 01  RC-BUS-DATE-DISP        PIC X(10).
001214 01  RC-JOB-TIME-RAW         PIC 9(08).
001216 01  RC-JOB-RUN-ID           PIC X(16).
001220 01  RC-HDR-RUN-DATE         PIC X(10) VALUE SPACES.
001222 01  RC-EVT-SEVERITY         PIC X(01).
001224 01  RC-EVT-CODE             PIC X(04).
001226 01  RC-EVT-TEXT             PIC X(60).
001230 01  RC-TRL-COUNT            PIC 9(07) VALUE ZERO.
001231 01  RC-EVT-TIME-RAW         PIC 9(08).
001232 01  RC-EVT-TIME-BRK REDEFINES RC-EVT-TIME-RAW.
001233     03  RC-EVT-HH           PIC 9(02).
001234     03  RC-EVT-MI           PIC 9(02).
001235     03  RC-EVT-SS           PIC 9(02).
001236     03  FILLER              PIC 9(02).
001237 01  RC-EVT-TIME-DISP        PIC X(08).
001240 01  RC-DTL-COUNT            PIC 9(07) VALUE ZERO.
001250 01  RC-SUM-RECS             PIC 9(05) VALUE ZERO.
001260 01  RC-SUM-TOTAL            PIC 9(07) VALUE ZERO.
001670     STOP RUN.
001680*****************************************************************
001690*    1000-INITIALIZE - READ THE RECONCILIATION DATE FROM RECNCTL
001695*    (BLANK MEANS THE BUSINESS DATE ON BUSDATE) AND OPEN THE
001700*    RECONCILIATION REPORT.  A RUN FOR THE BUSINESS DATE IS
001705*    REFUSED IF THAT DATE WAS NOT ROLLED FOR THIS WINDOW.
001710*****************************************************************
001720 1000-INITIALIZE.
001730     OPEN INPUT PARM-FILE.
001840     END-READ.
001850     CLOSE PARM-FILE.
001860     MOVE RCN-RUN-DATE TO RC-RECON-DATE.
001861     OPEN INPUT BUSDATE-FILE.
001862     IF NOT RC-BUSDATE-OK
001863         DISPLAY "RECON: CANNOT OPEN BUSDATE, STATUS = "
001864             RC-BUSDATE-STATUS
001865         STOP RUN
001866     END-IF.
001867     READ BUSDATE-FILE
001868         AT END
001869             DISPLAY "RECON: BUSDATE HAS NO RECORD"
001870             CLOSE BUSDATE-FILE
001871             STOP RUN
001872     END-READ.
001873     CLOSE BUSDATE-FILE.
001874     IF RC-RECON-DATE = SPACES
001875         MOVE BDT-BUS-DATE TO RC-RECON-DATE
001876         SET RC-DATE-FROM-BUSDATE TO TRUE
001877     END-IF.
001878     OPEN OUTPUT RECON-REPORT-FILE.
001880     IF NOT RC-RECON-OK
001890         DISPLAY "RECON: CANNOT OPEN RECNRPT, STATUS = "
001900             RC-RECON-STATUS
001930     MOVE RC-RECON-DATE TO RC-HDG-DATE.
001940     WRITE RC-RECON-REC FROM RC-HEADING-LINE.
001950     MOVE SPACES TO RC-RECON-REC.
001951     WRITE RC-RECON-REC.
001952     WRITE RC-RECON-REC FROM RC-COLUMN-LINE.
001953     MOVE BDT-BUS-DATE TO RC-BUS-DATE-DISP.
001954     ACCEPT RC-JOB-TIME-RAW FROM TIME.
001955     STRING BDT-BUS-YYYY BDT-BUS-MM BDT-BUS-DD RC-JOB-TIME-RAW
001956         DELIMITED BY SIZE INTO RC-JOB-RUN-ID.
001957     IF NOT RC-DATE-FROM-BUSDATE
001958         GO TO 1000-EXIT
001959     END-IF.
001960     PERFORM 1100-CHECK-DATE-ROLLED THRU 1100-EXIT.
001961     IF NOT RC-DATE-ROLLED
001962         MOVE SPACES TO RC-MSG-TEXT
001963         STRING "REFUSED - BUSINESS DATE " BDT-BUS-DATE
001964             " NOT ROLLED FOR THIS WINDOW"
001965             DELIMITED BY SIZE INTO RC-MSG-TEXT
001966         WRITE RC-RECON-REC FROM RC-MESSAGE-LINE
001967         DISPLAY "RECON: " RC-MSG-TEXT
001968         CLOSE RECON-REPORT-FILE
001969         MOVE 'E'    TO RC-EVT-SEVERITY
001970         MOVE "RC02" TO RC-EVT-CODE
001971         MOVE SPACES TO RC-EVT-TEXT
001972         STRING "BUSINESS DATE " BDT-BUS-DATE
001973             " NOT ROLLED - RECONCILIATION REFUSED"
001974             DELIMITED BY SIZE INTO RC-EVT-TEXT
001975         PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT
001976         STOP RUN
001977     END-IF.
001980 1000-EXIT.
001981     EXIT.
001982*****************************************************************
001983*    1100-CHECK-DATE-ROLLED - THE BUSINESS DATE WAS ROLLED FOR
001984*    THIS WINDOW WHEN DATEROLL'S CLOCK STAMP ON BUSDATE IS NO
001985*    OLDER THAN BDT-WINDOW-HOURS.  A STAMP THAT IS MISSING,
001986*    MALFORMED OR IN THE FUTURE MEANS IT WAS NOT.
001987*****************************************************************
001988 1100-CHECK-DATE-ROLLED.
001989     MOVE 'N' TO RC-ROLLED-SW.
001990     IF BDT-ROLL-YYYY IS NOT NUMERIC
001991             OR BDT-ROLL-MM IS NOT NUMERIC
001992             OR BDT-ROLL-DD IS NOT NUMERIC
001993             OR BDT-ROLL-HH IS NOT NUMERIC
001994             OR BDT-ROLL-MI IS NOT NUMERIC
001995             OR BDT-WINDOW-HOURS IS NOT NUMERIC
001996         GO TO 1100-EXIT
001997     END-IF.
001998     ACCEPT RC-CLOCK-DATE-RAW FROM DATE YYYYMMDD.
001999     ACCEPT RC-CLOCK-TIME-RAW FROM TIME.
002000     MOVE BDT-ROLL-YYYY TO RC-RDR-YYYY.
002001     MOVE BDT-ROLL-MM   TO RC-RDR-MM.
002002     MOVE BDT-ROLL-DD   TO RC-RDR-DD.
002003     COMPUTE RC-ROLL-AGE-MIN
002004         = (FUNCTION INTEGER-OF-DATE(RC-CLOCK-DATE-RAW)
002005          - FUNCTION INTEGER-OF-DATE(RC-ROLL-DATE-RAW)) * 1440
002006         + RC-CLK-HH * 60 + RC-CLK-MI
002007         - BDT-ROLL-HH * 60 - BDT-ROLL-MI.
002008     IF RC-ROLL-AGE-MIN NOT < ZERO
002009             AND RC-ROLL-AGE-MIN NOT > BDT-WINDOW-HOURS * 60
002010         SET RC-DATE-ROLLED TO TRUE
002011     END-IF.
002012 1100-EXIT.
002013     EXIT.
002014*****************************************************************
002015*    2000-SCAN-FIZZAUD - COUNT MAIN'S AUDIT RECORDS FOR THE
002020*    RECONCILIATION DATE AND KEEP THE OUTPUT COUNT FROM THE LAST
002030*    ONE SEEN.  ON A PARTITIONED NIGHT THE FIZZMRG MERGED-TOTAL
002032*    RECORD STANDS FOR THE RUN AND THE PER-PARTITION MAIN
002034*    RECORDS ARE LEFT OUT - FIZZMRG HAS ALREADY TIED THEM OUT.
002040*****************************************************************
002050 2000-SCAN-FIZZAUD.
002060     MOVE 'N' TO RC-EOF-SWITCH.
002270             SET RC-AT-EOF TO TRUE
002280         NOT AT END
002290             IF AUD-RUN-DATE = RC-RECON-DATE
002300                     AND (AUD-PROGRAM-ID = "FIZZMRG"
002302                      OR (AUD-PROGRAM-ID = "MAIN"
002304                          AND AUD-PART-NUM IS NOT NUMERIC))
002310                 ADD 1 TO RC-MAIN-AUD-RECS
002320                 MOVE AUD-OUTPUT-COUNT TO RC-MAIN-OUT-COUNT
002330             END-IF
004540*    9000-TERMINATE - PRINT THE OVERALL VERDICT, CLOSE THE
004550*    REPORT AND ECHO THE VERDICT ON THE CONSOLE FOR THE
004560*    OPERATOR.
004565*    THE VERDICT IS ALSO LOGGED ON EVTLOG.
004570*****************************************************************
004580 9000-TERMINATE.
004590     MOVE SPACES TO RC-RECON-REC.
004690     WRITE RC-RECON-REC FROM RC-MESSAGE-LINE.
004700     CLOSE RECON-REPORT-FILE.
004710     DISPLAY "RECON: " RC-MSG-TEXT.
004712     MOVE 'I'    TO RC-EVT-SEVERITY.
004714     MOVE "RC01" TO RC-EVT-CODE.
004716     MOVE RC-MSG-TEXT TO RC-EVT-TEXT.
004718     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
004720 9000-EXIT.
004730     EXIT.
004740*****************************************************************
004750*    9400-WRITE-EVENT-REC - APPEND ONE RECORD TO THE SHARED
004760*    OPERATIONS EVENT LOG.
004770*****************************************************************
004780 9400-WRITE-EVENT-REC.
004790     ACCEPT RC-EVT-TIME-RAW FROM TIME.
004800     STRING RC-EVT-HH ":" RC-EVT-MI ":" RC-EVT-SS
004810         DELIMITED BY SIZE INTO RC-EVT-TIME-DISP.
004820     OPEN EXTEND EVENT-FILE.
004830     IF RC-EVENT-NOT-FOUND
004840         OPEN OUTPUT EVENT-FILE
004850     END-IF.
004860     IF NOT RC-EVENT-OK
004870         DISPLAY "RECON: EVTLOG UNAVAILABLE - "
004880             RC-EVT-SEVERITY " " RC-EVT-CODE " " RC-EVT-TEXT
004890         GO TO 9400-EXIT
004900     END-IF.
004910     MOVE SPACES TO EVT-REC.
004920     MOVE "RECON"           TO EVT-PROGRAM-ID.
004930     MOVE RC-BUS-DATE-DISP  TO EVT-RUN-DATE.
004940     MOVE RC-EVT-TIME-DISP  TO EVT-RUN-TIME.
004950     MOVE RC-JOB-RUN-ID     TO EVT-RUN-ID.
004960     MOVE RC-EVT-SEVERITY   TO EVT-SEVERITY.
004970     MOVE RC-EVT-CODE       TO EVT-CODE.
004980     MOVE RC-EVT-TEXT       TO EVT-TEXT.
004990     WRITE EVT-REC.
005000     CLOSE EVENT-FILE.
005010 9400-EXIT.
005020     EXIT.
005030 END PROGRAM RECON.
