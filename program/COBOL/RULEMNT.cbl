000357*                     RUN IDENTIFIER ASSIGNED AT JOB START THE
000358*                     WAY MAIN ASSIGNS ITS.  FILE-OPEN HARD
000359*                     FAILURES STAY ON THE CONSOLE.
000360*    2026-10-15  JWK  TRANSACTIONS NO LONGER COME STRAIGHT FROM
000361*                     RULETRAN.  SUBMISSIONS NOW WAIT ON THE
000362*                     CHGQUE MAKER-CHECKER QUEUE AND ONLY CHANGES
000363*                     APPROVED THERE BY A SECOND USER ARE RELEASED
000364*                     TO THIS PROGRAM, ON RULEAPRV.  A TRANSACTION
000365*                     WITH NO APPROVER, OR APPROVED BY ITS OWN
000366*                     SUBMITTER, IS REJECTED HERE AS WELL, AND THE
000367*                     APPROVER IS SHOWN BESIDE THE SUBMITTER ON
000368*                     THE MAINTENANCE REPORT.
000369*    2026-10-15  JWK  THE RUN DATE NOW COMES FROM THE BUSINESS
000370*                     DATE ON BUSDATE (SEE BDTREC01), ROLLED
000371*                     FORWARD BY DATEROLL AT THE START OF THE
000372*                     WINDOW, INSTEAD OF THE SYSTEM CLOCK, SO A
000373*                     WINDOW THAT RUNS PAST MIDNIGHT STAMPS ONE
000374*                     DATE THROUGHOUT.
000375*    2026-10-15  JWK  RULEAPRV IS EMPTIED ONCE RULENEW IS WRITTEN,
000376*                     SINCE CHGQUE NOW ADDS TO IT INSTEAD OF
000377*                     REPLACING IT.
000378*****************************************************************
000379 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.   IBM-370.
000400 OBJECT-COMPUTER.   IBM-370.
000430     SELECT RULE-FILE ASSIGN TO "FIZZRULE"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS RM-RULE-STATUS.
000460     SELECT TRAN-FILE ASSIGN TO "RULEAPRV"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS RM-TRAN-STATUS.
000490     SELECT NEW-RULE-FILE ASSIGN TO "RULENEW"
000542     SELECT EVENT-FILE ASSIGN TO "EVTLOG"
000544         ORGANIZATION IS LINE SEQUENTIAL
000546         FILE STATUS IS RM-EVENT-STATUS.
000547     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000548         ORGANIZATION IS LINE SEQUENTIAL
000549         FILE STATUS IS RM-BUSDATE-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  RULE-FILE
000682 FD  EVENT-FILE
000684     RECORDING MODE IS F.
000686 COPY EVTREC01.
000687 FD  BUSDATE-FILE
000688     RECORDING MODE IS F.
000689 COPY BDTREC01.
000690 WORKING-STORAGE SECTION.
000700*****************************************************************
000710*    WORKING STORAGE
000720*****************************************************************
000730 01  RM-SWITCHES.
000733     03  RM-BUSDATE-STATUS   PIC X(02).
000736         88  RM-BUSDATE-OK              VALUE '00'.
000740     03  RM-RULE-STATUS      PIC X(02).
000750         88  RM-RULE-OK                 VALUE '00'.
000760     03  RM-TRAN-STATUS      PIC X(02).
001410     03  FILLER              PIC X(39) VALUE SPACES.
001420 01  RM-COLUMN-LINE.
001430     03  FILLER              PIC X(80) VALUE
001440         " A DIV LABEL      SUBMITTR APPROVER DISP     REASON".
001450 01  RM-TRAN-LINE.
001460     03  FILLER              PIC X(01) VALUE SPACE.
001470     03  RM-TL-ACTION        PIC X(01).
001480     03  FILLER              PIC X(01) VALUE SPACE.
001490     03  RM-TL-DIVISOR       PIC X(03).
001500     03  FILLER              PIC X(01) VALUE SPACE.
001510     03  RM-TL-LABEL         PIC X(10).
001520     03  FILLER              PIC X(01) VALUE SPACE.
001530     03  RM-TL-SUBMITTER     PIC X(08).
001540     03  FILLER              PIC X(01) VALUE SPACE.
001545     03  RM-TL-APPROVER      PIC X(08).
001547     03  FILLER              PIC X(01) VALUE SPACE.
001550     03  RM-TL-DISP          PIC X(08).
001560     03  FILLER              PIC X(01) VALUE SPACE.
001570     03  RM-TL-REASON        PIC X(35).
001590 01  RM-RULE-LINE.
001600     03  FILLER              PIC X(05) VALUE SPACES.
001610     03  RM-RL-DIVISOR       PIC 9(03).
002000*    BEFORE-MAINTENANCE RULE LISTING.
002010*****************************************************************
002020 1000-INITIALIZE.
002021     OPEN INPUT BUSDATE-FILE.
002022     IF NOT RM-BUSDATE-OK
002023         DISPLAY "RULEMNT: CANNOT OPEN BUSDATE, STATUS = "
002024             RM-BUSDATE-STATUS
002025         STOP RUN
002026     END-IF.
002027     READ BUSDATE-FILE
002028         AT END
002029             DISPLAY "RULEMNT: BUSDATE HAS NO RECORD"
002030             CLOSE BUSDATE-FILE
002031             STOP RUN
002032     END-READ.
002033     CLOSE BUSDATE-FILE.
002034     IF BDT-BUS-YYYY IS NOT NUMERIC
002035             OR BDT-BUS-MM IS NOT NUMERIC
002036             OR BDT-BUS-DD IS NOT NUMERIC
002037         DISPLAY "RULEMNT: BUSDATE BUSINESS DATE IS NOT VALID"
002038         STOP RUN
002039     END-IF.
002040     MOVE BDT-BUS-YYYY TO RM-RUN-YYYY.
002041     MOVE BDT-BUS-MM   TO RM-RUN-MM.
002042     MOVE BDT-BUS-DD   TO RM-RUN-DD.
002043     STRING RM-RUN-YYYY "-" RM-RUN-MM "-" RM-RUN-DD
002050         DELIMITED BY SIZE INTO RM-RUN-DATE-DISP.
002052     ACCEPT RM-RUN-TIME-RAW FROM TIME.
002054     STRING RM-RUN-DATE-RAW RM-RUN-TIME-RAW
003050 1210-EXIT.
003060     EXIT.
003070*****************************************************************
003080*    2000-PROCESS-TRANSACTIONS - READ EVERY APPROVED TRANSACTION
003090*    RELEASED ON RULEAPRV, VALIDATE IT, APPLY THE GOOD ONES TO
003100*    THE WORK TABLE AND REPORT EVERY ONE WITH ITS SUBMITTER,
003105*    APPROVER AND DISPOSITION.
003110*****************************************************************
003120 2000-PROCESS-TRANSACTIONS.
003130     MOVE "TRANSACTIONS APPLIED" TO RM-SEC-TITLE.
003150     WRITE RM-REPORT-REC FROM RM-COLUMN-LINE.
003160     OPEN INPUT TRAN-FILE.
003170     IF NOT RM-TRAN-OK
003180         DISPLAY "RULEMNT: CANNOT OPEN RULEAPRV, STATUS = "
003190             RM-TRAN-STATUS
003200         STOP RUN
003210     END-IF.
003380     SET RM-TRAN-ACCEPTED TO TRUE.
003390     MOVE SPACES TO RM-REASON.
003400     EVALUATE TRUE
003401         WHEN TRN-APPROVER = SPACES
003402                 OR TRN-APPROVER = TRN-SUBMITTER
003403             SET RM-TRAN-REJECTED TO TRUE
003404             MOVE "NOT APPROVED BY A SECOND USER" TO RM-REASON
003405             PERFORM 2120-LOG-UNAPPROVED THRU 2120-EXIT
003410         WHEN TRN-ADD
003420             PERFORM 2200-APPLY-ADD THRU 2200-EXIT
003430         WHEN TRN-CHANGE
003550     END-IF.
003560     PERFORM 2500-PRINT-TRAN-LINE THRU 2500-EXIT.
003570 2110-EXIT.
003571     EXIT.
003572*****************************************************************
003573*    2120-LOG-UNAPPROVED - A TRANSACTION REACHED RULEMNT WITHOUT
003574*    A SECOND USER'S APPROVAL.  IT IS NEVER APPLIED, AND THE
003575*    ATTEMPT GOES ON EVTLOG FOR AUDIT.
003576*****************************************************************
003577 2120-LOG-UNAPPROVED.
003578     MOVE 'W'    TO RM-EVT-SEVERITY.
003579     MOVE "RM03" TO RM-EVT-CODE.
003580     MOVE SPACES TO RM-EVT-TEXT.
003581     STRING "UNAPPROVED TRANSACTION FOR DIVISOR " TRN-DIVISOR
003582         " BY " TRN-SUBMITTER " REJECTED"
003583         DELIMITED BY SIZE INTO RM-EVT-TEXT.
003584     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
003585 2120-EXIT.
003586     EXIT.
003590*****************************************************************
003600*    2200-APPLY-ADD - VALIDATE AND APPLY ONE ADD TRANSACTION.
003610*    THE DIVISOR MUST BE NUMERIC AND NON-ZERO, THE LABEL MUST BE
003830     PERFORM 2600-FIND-OVERLAP THRU 2600-EXIT.
003840     IF RM-FOUND-IDX > ZERO
003850         SET RM-TRAN-REJECTED TO TRUE
003860         MOVE "OVERLAPS ACTIVE RULE, SAME DIVISOR"
003870             TO RM-REASON
003880         GO TO 2200-EXIT
003890     END-IF.
004760     MOVE TRN-DIVISOR   TO RM-TL-DIVISOR.
004770     MOVE TRN-LABEL     TO RM-TL-LABEL.
004780     MOVE TRN-SUBMITTER TO RM-TL-SUBMITTER.
004785     MOVE TRN-APPROVER  TO RM-TL-APPROVER.
004790     IF RM-TRAN-ACCEPTED
004800         MOVE "ACCEPTED" TO RM-TL-DISP
004810     ELSE
005940*    3000-WRITE-NEW-RULES - WRITE EVERY TABLE ENTRY, ACTIVE AND
005950*    RETIRED, IN ORDER, TO THE RULENEW OUTPUT FILE FOR
005960*    OPERATIONS TO SWAP IN AS THE NEXT FIZZRULE, AND PRINT THE
005970*    AFTER-MAINTENANCE RULE LISTING.  RULEAPRV IS THEN EMPTIED
005975*    SO THE NEXT RUN DOES NOT APPLY THE SAME RELEASES AGAIN.
005980*****************************************************************
005990 3000-WRITE-NEW-RULES.
006000     OPEN OUTPUT NEW-RULE-FILE.
006070         VARYING RM-IDX FROM 1 BY 1
006080         UNTIL RM-IDX > RM-RULE-COUNT.
006090     CLOSE NEW-RULE-FILE.
006092     OPEN OUTPUT TRAN-FILE.
006094     CLOSE TRAN-FILE.
006100     MOVE "RULES AFTER MAINTENANCE" TO RM-SEC-TITLE.
006110     PERFORM 8100-PRINT-SECTION THRU 8100-EXIT.
006120     PERFORM 1210-PRINT-ONE-RULE THRU 1210-EXIT
