000350*                     RERUN BY APPENDING A CLEARED ('X') WINSTAT
000360*                     RECORD FOR THE DATE AND STEP, WHICH VOIDS
000370*                     THE APPROVALS BEFORE IT (SEE WSTREC01).
000371*    2026-10-15  JWK  ADDED THE FIZZMRG PARTITION-MERGE STEP. A
000372*                     PARTITIONED MAIN STEP'S FIZZAUD RECORD IS
000373*                     NOT TAKEN AS EVIDENCE THAT MAIN HAS RUN, SO
000374*                     THE OTHER PARTITIONS AND A FAILED ONE'S
000375*                     RERUN STILL CLEAR THE GATE; FIZZMRG'S
000376*                     MERGED-TOTAL RECORD ANSWERS FOR MAIN ONCE
000377*                     THE PARTITIONS ARE MERGED.
000378*    2026-10-15  JWK  THE RUN DATE NOW COMES FROM THE BUSINESS
000379*                     DATE ON BUSDATE (SEE BDTREC01), ROLLED
000380*                     FORWARD BY DATEROLL AT THE START OF THE
000381*                     WINDOW, INSTEAD OF THE SYSTEM CLOCK, SO A
000382*                     WINDOW THAT RUNS PAST MIDNIGHT STAMPS ONE
000383*                     DATE THROUGHOUT.
000384*    2026-10-15  JWK  THE GATE NOW REFUSES EVERY STEP WHEN THE
000385*                     BUSINESS DATE ON BUSDATE WAS NOT ROLLED FOR
000386*                     THIS WINDOW (DATEROLL'S LAST ROLL IS OLDER
000387*                     THAN BDT-WINDOW-HOURS), SO A WINDOW THAT
000388*                     MISSED ITS ROLL CANNOT RUN UNDER THE
000389*                     PREVIOUS DAY'S DATE. NOTHING IS RECORDED ON
000390*                     WINSTAT FOR THE REFUSED STEP.
000391*    2026-10-15  JWK  ADDED THE FIZZPRT PRINTED DISTRIBUTION
000392*                     REPORT STEP, GATED ON MAIN LIKE THE
000393*                     OTHER FIZZRPT READERS.
000398*****************************************************************
000399 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000570     SELECT GATE-REPORT-FILE ASSIGN TO "GATERPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS SG-REPORT-STATUS.
000592     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000594         ORGANIZATION IS LINE SEQUENTIAL
000596         FILE STATUS IS SG-BUSDATE-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  PARM-FILE
000860 FD  GATE-REPORT-FILE
000870     RECORDING MODE IS F.
000880 01  SG-REPORT-REC               PIC X(80).
000882 FD  BUSDATE-FILE
000884     RECORDING MODE IS F.
000886 COPY BDTREC01.
000890 WORKING-STORAGE SECTION.
000900*****************************************************************
000910*    WORKING STORAGE
000920*****************************************************************
000930 01  SG-SWITCHES.
000933     03  SG-BUSDATE-STATUS   PIC X(02).
000936         88  SG-BUSDATE-OK              VALUE '00'.
000940     03  SG-PARM-STATUS      PIC X(02).
000950         88  SG-PARM-OK                 VALUE '00'.
000960     03  SG-STATUS-STATUS    PIC X(02).
001160         88  SG-PREREQ-MET              VALUE 'Y'.
001170     03  SG-SCAN-FOUND-SW    PIC X(01) VALUE 'N'.
001180         88  SG-SCAN-FOUND              VALUE 'Y'.
001183     03  SG-ROLLED-SW        PIC X(01) VALUE 'N'.
001186         88  SG-DATE-ROLLED             VALUE 'Y'.
001190     03  SG-VERDICT-SWITCH   PIC X(01) VALUE 'N'.
001200         88  SG-STEP-APPROVED           VALUE 'Y'.
001210         88  SG-STEP-REFUSED            VALUE 'N'.
001380     03  FILLER              PIC X(18) VALUE "ABCRESUB AABC347AA".
001390     03  FILLER              PIC X(18) VALUE "RECON             ".
001400     03  FILLER              PIC X(18) VALUE "TRENDCHK          ".
001402     03  FILLER              PIC X(18) VALUE "FIZZMRG          F".
001404     03  FILLER              PIC X(18) VALUE "FIZZPRT  FMAIN    ".
001410 01  SG-STEP-TABLE REDEFINES SG-STEP-NAMES.
001420     03  SG-STEP-ENTRY OCCURS 11 TIMES.
001430         05  SG-TBL-STEP-NAME    PIC X(08).
001440         05  FILLER              PIC X(01).
001450         05  SG-TBL-PREREQ-FILE  PIC X(01).
001500 01  SG-PREREQ-FILE          PIC X(01).
001510 01  SG-PREREQ-PGM           PIC X(08).
001520 01  SG-SELF-FILE            PIC X(01).
001521 01  SG-CLOCK-DATE-RAW       PIC 9(08).
001522 01  SG-CLOCK-TIME-RAW       PIC 9(08).
001523 01  SG-CLOCK-TIME-BRK REDEFINES SG-CLOCK-TIME-RAW.
001524     03  SG-CLK-HH           PIC 9(02).
001525     03  SG-CLK-MI           PIC 9(02).
001526     03  FILLER              PIC 9(04).
001530 01  SG-SCAN-PGM             PIC X(08).
001531 01  SG-ROLL-DATE-RAW        PIC 9(08).
001532 01  SG-ROLL-DATE-BRK REDEFINES SG-ROLL-DATE-RAW.
001533     03  SG-RDR-YYYY         PIC 9(04).
001534     03  SG-RDR-MM           PIC 9(02).
001535     03  SG-RDR-DD           PIC 9(02).
001536 01  SG-ROLL-AGE-MIN         PIC S9(07).
001540 01  SG-REFUSE-REASON        PIC X(50).
001550 01  SG-RUN-DATE-RAW         PIC 9(08).
001560 01  SG-RUN-DATE-BRK REDEFINES SG-RUN-DATE-RAW.
001950*    LOOK IT UP IN THE STEP TABLE AND OPEN THE GATE REPORT.
001960*****************************************************************
001970 1000-INITIALIZE.
001971     OPEN INPUT BUSDATE-FILE.
001972     IF NOT SG-BUSDATE-OK
001973         DISPLAY "STEPGATE: CANNOT OPEN BUSDATE, STATUS = "
001974             SG-BUSDATE-STATUS
001975         STOP RUN
001976     END-IF.
001977     READ BUSDATE-FILE
001978         AT END
001979             DISPLAY "STEPGATE: BUSDATE HAS NO RECORD"
001980             CLOSE BUSDATE-FILE
001981             STOP RUN
001982     END-READ.
001983     CLOSE BUSDATE-FILE.
001984     IF BDT-BUS-YYYY IS NOT NUMERIC
001985             OR BDT-BUS-MM IS NOT NUMERIC
001986             OR BDT-BUS-DD IS NOT NUMERIC
001987         DISPLAY "STEPGATE: BUSDATE BUSINESS DATE IS NOT VALID"
001988         STOP RUN
001989     END-IF.
001990     MOVE BDT-BUS-YYYY TO SG-RUN-YYYY.
001991     MOVE BDT-BUS-MM   TO SG-RUN-MM.
001992     MOVE BDT-BUS-DD   TO SG-RUN-DD.
001994     PERFORM 1200-CHECK-DATE-ROLLED THRU 1200-EXIT.
001996     STRING SG-RUN-YYYY "-" SG-RUN-MM "-" SG-RUN-DD
002000         DELIMITED BY SIZE INTO SG-RUN-DATE-DISP.
002010     OPEN INPUT PARM-FILE.
002020     IF NOT SG-PARM-OK
002140     MOVE GAT-STEP-NAME TO SG-STEP-NAME.
002150     PERFORM 1100-FIND-ONE-STEP THRU 1100-EXIT
002160         VARYING SG-STEP-IDX FROM 1 BY 1
002170         UNTIL SG-STEP-IDX > 11.
002180     OPEN OUTPUT GATE-REPORT-FILE.
002190     IF NOT SG-REPORT-OK
002200         DISPLAY "STEPGATE: CANNOT OPEN GATERPT, STATUS = "
002360             TO SG-SELF-FILE
002370     END-IF.
002380 1100-EXIT.
002381     EXIT.
002382*****************************************************************
002383*    1200-CHECK-DATE-ROLLED - THE BUSINESS DATE WAS ROLLED FOR
002384*    THIS WINDOW WHEN DATEROLL'S CLOCK STAMP ON BUSDATE IS NO
002385*    OLDER THAN BDT-WINDOW-HOURS.  A STAMP THAT IS MISSING,
002386*    MALFORMED OR IN THE FUTURE MEANS IT WAS NOT.
002387*****************************************************************
002388 1200-CHECK-DATE-ROLLED.
002389     MOVE 'N' TO SG-ROLLED-SW.
002390     IF BDT-ROLL-YYYY IS NOT NUMERIC
002391             OR BDT-ROLL-MM IS NOT NUMERIC
002392             OR BDT-ROLL-DD IS NOT NUMERIC
002393             OR BDT-ROLL-HH IS NOT NUMERIC
002394             OR BDT-ROLL-MI IS NOT NUMERIC
002395             OR BDT-WINDOW-HOURS IS NOT NUMERIC
002396         GO TO 1200-EXIT
002397     END-IF.
002398     ACCEPT SG-CLOCK-DATE-RAW FROM DATE YYYYMMDD.
002399     ACCEPT SG-CLOCK-TIME-RAW FROM TIME.
002400     MOVE BDT-ROLL-YYYY TO SG-RDR-YYYY.
002401     MOVE BDT-ROLL-MM   TO SG-RDR-MM.
002402     MOVE BDT-ROLL-DD   TO SG-RDR-DD.
002403     COMPUTE SG-ROLL-AGE-MIN
002404         = (FUNCTION INTEGER-OF-DATE(SG-CLOCK-DATE-RAW)
002405          - FUNCTION INTEGER-OF-DATE(SG-ROLL-DATE-RAW)) * 1440
002406         + SG-CLK-HH * 60 + SG-CLK-MI
002407         - BDT-ROLL-HH * 60 - BDT-ROLL-MI.
002408     IF SG-ROLL-AGE-MIN NOT < ZERO
002409             AND SG-ROLL-AGE-MIN NOT > BDT-WINDOW-HOURS * 60
002410         SET SG-DATE-ROLLED TO TRUE
002411     END-IF.
002412 1200-EXIT.
002413     EXIT.
002414*****************************************************************
002415*    2000-CHECK-DUPLICATE - SCAN THE WINDOW-STATUS FILE FOR AN
002420*    APPROVED (OR OLD-STYLE COMPLETE) RECORD FOR THIS STEP ON
002430*    TODAY'S DATE.  A CLEARED ('X') RECORD VOIDS THE APPROVALS
002440*    BEFORE IT, WHICH IS HOW AN OPERATOR AUTHORIZES THE RERUN
003290 3000-EXIT.
003300     EXIT.
003310*****************************************************************
003316*    4000-DECIDE-VERDICT - WEIGH THE CHECKS IN ORDER.  A
003322*    BUSINESS DATE NOT ROLLED FOR THIS WINDOW, AN
003330*    UNKNOWN STEP, A STEP WITH COMPLETION EVIDENCE FOR TODAY, AN
003340*    UNCLEARED APPROVAL (FOR STEPS WITH NO AUDIT TRAIL) AND A
003350*    MISSING PREDECESSOR EACH REFUSE THE STEP WITH THEIR OWN
003380*****************************************************************
003390 4000-DECIDE-VERDICT.
003400     EVALUATE TRUE
003402         WHEN NOT SG-DATE-ROLLED
003404             SET SG-STEP-REFUSED TO TRUE
003406             MOVE "BUSINESS DATE NOT ROLLED FOR THIS WINDOW"
003408                 TO SG-REFUSE-REASON
003410         WHEN NOT SG-STEP-KNOWN
003420             SET SG-STEP-REFUSED TO TRUE
003430             MOVE "STEP NOT IN THE GATE'S STEP TABLE"
003930*    8100-SCAN-FIZZAUD - LOOK FOR A FIZZAUD RECORD FOR TODAY'S
003940*    DATE FROM THE PROGRAM NAMED IN SG-SCAN-PGM, SETTING
003950*    SG-SCAN-FOUND WHEN ONE IS THERE.  A MISSING FILE IS SIMPLY
003960*    NO EVIDENCE.  A PARTITION'S OWN MAIN RECORD IS NOT
003962*    EVIDENCE FOR THE WHOLE RUN - FIZZMRG'S MERGED-TOTAL RECORD
003964*    IS, SO IT ANSWERS FOR MAIN ONCE THE PARTITIONS ARE MERGED.
003970*****************************************************************
003980 8100-SCAN-FIZZAUD.
003990     MOVE 'N' TO SG-EOF-SWITCH.
004180         NOT AT END
004190             IF AUD-RUN-DATE = SG-RUN-DATE-DISP
004200                     AND AUD-PROGRAM-ID = SG-SCAN-PGM
004201                     AND (AUD-PART-NUM IS NOT NUMERIC
004202                      OR AUD-PART-NUM = ZERO)
004203                 SET SG-SCAN-FOUND TO TRUE
004204             END-IF
004205             IF AUD-RUN-DATE = SG-RUN-DATE-DISP
004206                     AND SG-SCAN-PGM = "MAIN"
004207                     AND AUD-PROGRAM-ID = "FIZZMRG"
004210                 SET SG-SCAN-FOUND TO TRUE
004220             END-IF
004230     END-READ.
