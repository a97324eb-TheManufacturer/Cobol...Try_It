000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     BUDGET_VAR.
000030 AUTHOR.         R. MARSH.
000040 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                *
000090*   BUDGET_VAR                                                   *
000100*                                                                *
000110*   BUDGET-VERSUS-ACTUAL VARIANCE REPORT.  READS THE PERMANENT   *
000120*   GLHIST FILE FOR AN OPERATOR-KEYED REPORT MONTH AND PRINTS,   *
000130*   FOR EVERY ACCOUNT ON THE BUDGET MASTER FOR THAT YEAR, THE    *
000140*   MONTH ACTUAL AGAINST THE MONTH BUDGET AND THE YEAR-TO-DATE   *
000150*   ACTUAL AGAINST THE YEAR-TO-DATE BUDGET, WITH THE DOLLAR AND  *
000160*   PERCENT VARIANCE.  A LINE WHOSE PERCENT VARIANCE IS OUTSIDE  *
000170*   THE KEYED TOLERANCE, OR THAT HAS ACTUALS AGAINST A ZERO      *
000180*   BUDGET, IS FLAGGED *OUT.  ACCOUNTS WITH ACTIVITY IN THE      *
000190*   YEAR BUT NO BUDGET ARE LISTED IN A SECTION OF THEIR OWN.     *
000200*                                                                *
000210*   ACTUALS ARE TAKEN ON THE BUDGET'S NORMAL SIDE (SEE BUDREC),  *
000220*   SO A POSITIVE VARIANCE IS ALWAYS "MORE THAN BUDGETED".  THE  *
000230*   BUDGET YEAR IS THE CALENDAR YEAR OF THE REPORT MONTH.        *
000240*                                                                *
000250*   MODIFICATION HISTORY                                         *
000260*   2026-10-15  RM   INITIAL VERSION.                            *
000270*                                                                *
000280******************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT BUDGET-MASTER ASSIGN TO "BUDGMSTR"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-BUD-FILE-STATUS.
000350     SELECT GL-HIST-FILE ASSIGN TO "GLHIST"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-GLH-FILE-STATUS.
000380     SELECT VARIANCE-REPORT ASSIGN TO "BUDVRPT"
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  BUDGET-MASTER
000430     LABEL RECORDS ARE STANDARD.
000440     COPY BUDREC.
000450 FD  GL-HIST-FILE
000460     LABEL RECORDS ARE STANDARD.
000470     COPY GLREC.
000480 FD  VARIANCE-REPORT
000490     LABEL RECORDS ARE STANDARD.
000500     COPY BVRPTREC.
000510 WORKING-STORAGE SECTION.
000520*    FILE STATUS FIELDS.
000530 77  WS-BUD-FILE-STATUS          PIC X(02).
000540 77  WS-GLH-FILE-STATUS          PIC X(02).
000550*    END OF FILE SWITCHES.
000560 77  WS-BUD-EOF-SWITCH           PIC X(01) VALUE "N".
000570     88  WS-BUD-END-OF-FILE      VALUE "Y".
000580 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000590     88  WS-END-OF-FILE          VALUE "Y".
000600*    SET WHEN THE HISTORY FILE OPENED CLEANLY.
000610 77  WS-GLH-OPEN-SWITCH          PIC X(01) VALUE "N".
000620     88  WS-GLH-FILE-OPEN        VALUE "Y".
000630*    REPORT MONTH (YYMM) AND TOLERANCE KEYED AT THE CONSOLE.     *
000640*    THE TOLERANCE IS A WHOLE PERCENT EITHER SIDE OF BUDGET,     *
000650*    KEYED AS THREE DIGITS; A BLANK ENTRY TAKES THE DEFAULT.     *
000660 77  WS-MONTH-ACCEPT             PIC X(04).
000670 01  WS-SEL-MONTH.
000680     05  WS-SEL-YY               PIC X(02).
000690     05  WS-SEL-MM               PIC X(02).
000700 77  WS-SEL-MM-NUM               PIC 9(02) VALUE ZERO.
000710 77  WS-TOL-ACCEPT               PIC X(03).
000720 77  WS-DEFAULT-TOLERANCE        PIC 9(03) VALUE 10.
000730 77  WS-TOLERANCE                PIC 9(03) VALUE ZERO.
000740 77  WS-TOLERANCE-EDIT           PIC ZZ9.
000750 77  WS-VALID-SWITCH             PIC X(01) VALUE "N".
000760     88  WS-DATA-VALID           VALUE "Y".
000770*    MONTH OF THE RECORD BEING READ.
000780 01  WS-REC-MONTH.
000790     05  WS-RM-YY                PIC X(02).
000800     05  WS-RM-MM                PIC X(02).
000810*    BUDGETS FOR THE REPORT YEAR, IN ACCOUNT ORDER AS THEY SIT   *
000820*    ON THE MASTER, WITH THE MONTH AND YEAR-TO-DATE BUDGET       *
000830*    WORKED OUT AT LOAD AND THE ACTUALS ROLLED IN AS GLHIST IS   *
000840*    READ.  ACTUAL NET IS ALWAYS DEBITS LESS CREDITS HERE; IT    *
000850*    IS TURNED TO THE NORMAL SIDE WHEN THE LINE IS PRINTED.      *
000860 77  WS-BUD-MAX                  PIC 9(04) COMP VALUE 500.
000870 77  WS-BUD-COUNT                PIC 9(04) COMP VALUE ZERO.
000880 77  WS-BUD-IX                   PIC 9(04) COMP VALUE ZERO.
000890 77  WS-BUD-FOUND-SWITCH         PIC X(01) VALUE "N".
000900     88  WS-BUD-FOUND            VALUE "Y".
000910 77  WS-MONTH-IX                 PIC 9(02) COMP VALUE ZERO.
000920 01  WS-BUD-TABLE.
000930     05  WS-BUD-ENTRY OCCURS 500 TIMES.
000940         10  WS-BUD-CODE         PIC X(04).
000950         10  WS-BUD-SIDE         PIC X(01).
000960         10  WS-BUD-MTH-BUDGET   PIC S9(11)V99.
000970         10  WS-BUD-YTD-BUDGET   PIC S9(11)V99.
000980         10  WS-BUD-MTH-NET      PIC S9(11)V99.
000990         10  WS-BUD-YTD-NET      PIC S9(11)V99.
001000*    ACCOUNTS WITH ACTIVITY BUT NO BUDGET, IN THE ORDER FIRST    *
001010*    SEEN.  OVERFLOW IS LUMPED INTO THE LAST ROW, AS GL_HISTORY  *
001020*    DOES, SO NO DOLLARS DROP OFF THE REPORT.                    *
001030 77  WS-NOB-MAX                  PIC 9(03) COMP VALUE 100.
001040 77  WS-NOB-COUNT                PIC 9(03) COMP VALUE ZERO.
001050 77  WS-NOB-IX                   PIC 9(03) COMP VALUE ZERO.
001060 77  WS-NOB-FOUND-SWITCH         PIC X(01) VALUE "N".
001070     88  WS-NOB-FOUND            VALUE "Y".
001080 01  WS-NOB-TABLE.
001090     05  WS-NOB-ENTRY OCCURS 100 TIMES.
001100         10  WS-NOB-CODE         PIC X(04).
001110         10  WS-NOB-MTH-NET      PIC S9(11)V99.
001120         10  WS-NOB-YTD-NET      PIC S9(11)V99.
001130*    SIGNED AMOUNT OF THE RECORD BEING ROLLED IN - DEBITS        *
001140*    POSITIVE, CREDITS NEGATIVE.                                 *
001150 77  WS-REC-NET                  PIC S9(09)V99 VALUE ZERO.
001160 77  WS-IN-MONTH-SWITCH          PIC X(01) VALUE "N".
001170     88  WS-IN-REPORT-MONTH      VALUE "Y".
001180*    WORK FIELDS FOR ONE VARIANCE LINE.
001190 77  WS-LINE-ACTUAL              PIC S9(11)V99 VALUE ZERO.
001200 77  WS-LINE-BUDGET              PIC S9(11)V99 VALUE ZERO.
001210 77  WS-LINE-VARIANCE            PIC S9(11)V99 VALUE ZERO.
001220 77  WS-LINE-PCT                 PIC S9(04)V9 VALUE ZERO.
001230 77  WS-LINE-OUT-SWITCH          PIC X(01) VALUE "N".
001240     88  WS-LINE-OUT             VALUE "Y".
001250 77  WS-ACCT-OUT-SWITCH          PIC X(01) VALUE "N".
001260     88  WS-ACCT-OUT             VALUE "Y".
001270 77  WS-LINE-PERIOD              PIC X(03).
001280*    REPORT COUNTS FOR THE TRAILER AND CLOSING DISPLAY.
001290 77  WS-YEAR-RECORDS             PIC 9(07) COMP VALUE ZERO.
001300 77  WS-FLAGGED-COUNT            PIC 9(04) COMP VALUE ZERO.
001310 77  WS-COUNT-EDIT               PIC ZZZ,ZZ9.
001320*    REPORT HEADING FIELDS.
001330 77  WS-PAGE-NUMBER              PIC 9(04) COMP VALUE 1.
001340 77  WS-RPT-DATE-TXT             PIC X(08).
001350 01  WS-CURRENT-DATE.
001360     05  WS-CD-YY                PIC 9(02).
001370     05  WS-CD-MM                PIC 9(02).
001380     05  WS-CD-DD                PIC 9(02).
001390 PROCEDURE DIVISION.
001400 0000-MAIN-PROCESS.
001410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001420     PERFORM 2000-PROCESS-HIST-RECORD THRU 2000-EXIT
001430         UNTIL WS-END-OF-FILE.
001440     PERFORM 8000-WRAP-UP THRU 8000-EXIT.
001450     STOP RUN.
001460******************************************************************
001470*    1000-INITIALIZE - GET THE REPORT MONTH AND TOLERANCE,       *
001480*    LOAD THE YEAR'S BUDGETS, OPEN THE FILES, AND WRITE THE      *
001490*    HEADINGS.                                                   *
001500******************************************************************
001510 1000-INITIALIZE.
001520     DISPLAY "BUDGET_VAR - BUDGET VERSUS ACTUAL VARIANCE REPORT".
001530     DISPLAY " ".
001540     PERFORM 1100-GET-REPORT-MONTH THRU 1100-EXIT.
001550     PERFORM 1200-GET-TOLERANCE THRU 1200-EXIT.
001560     ACCEPT WS-CURRENT-DATE FROM DATE.
001570     STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YY
001580         DELIMITED BY SIZE INTO WS-RPT-DATE-TXT.
001590     OPEN OUTPUT VARIANCE-REPORT.
001600     MOVE SPACES TO BVR-HEADER-LINE.
001610     MOVE "BUDGET VARIANCE" TO BVR-HDR-TITLE.
001620     MOVE "RUN DATE: " TO BVR-HDR-LABEL1.
001630     MOVE WS-RPT-DATE-TXT TO BVR-HDR-DATE.
001640     MOVE "PAGE: " TO BVR-HDR-LABEL2.
001650     MOVE WS-PAGE-NUMBER TO BVR-HDR-PAGE.
001660     WRITE BVR-HEADER-LINE.
001670     MOVE WS-TOLERANCE TO WS-TOLERANCE-EDIT.
001680     MOVE SPACES TO BVR-TEXT-LINE.
001690     STRING "REPORT MONTH 20" WS-SEL-MONTH
001700         "   YEAR-TO-DATE FROM 20" WS-SEL-YY "01"
001710         "   TOLERANCE " WS-TOLERANCE-EDIT " PCT"
001720         DELIMITED BY SIZE INTO BVR-TEXT.
001730     WRITE BVR-TEXT-LINE.
001740     PERFORM 1300-LOAD-BUDGETS THRU 1300-EXIT.
001750     OPEN INPUT GL-HIST-FILE.
001760     IF WS-GLH-FILE-STATUS = "00"
001770         MOVE "Y" TO WS-GLH-OPEN-SWITCH
001780         PERFORM 2100-READ-HIST-RECORD THRU 2100-EXIT
001790     ELSE
001800         DISPLAY "GL HISTORY NOT AVAILABLE (STATUS "
001810             WS-GLH-FILE-STATUS ") - ACTUALS ARE ZERO"
001820         MOVE "Y" TO WS-EOF-SWITCH
001830     END-IF.
001840 1000-EXIT.
001850     EXIT.
001860 1100-GET-REPORT-MONTH.
001870     MOVE "N" TO WS-VALID-SWITCH.
001880     PERFORM 1110-ACCEPT-MONTH THRU 1110-EXIT
001890         UNTIL WS-DATA-VALID.
001900 1100-EXIT.
001910     EXIT.
001920 1110-ACCEPT-MONTH.
001930     DISPLAY "ENTER REPORT MONTH YYMM : ".
001940     MOVE SPACES TO WS-MONTH-ACCEPT.
001950     ACCEPT WS-MONTH-ACCEPT.
001960     MOVE "N" TO WS-VALID-SWITCH.
001970     IF WS-MONTH-ACCEPT IS NUMERIC
001980         MOVE WS-MONTH-ACCEPT TO WS-SEL-MONTH
001990         MOVE WS-SEL-MM TO WS-SEL-MM-NUM
002000         IF WS-SEL-MM-NUM > ZERO AND WS-SEL-MM-NUM < 13
002010             MOVE "Y" TO WS-VALID-SWITCH
002020         END-IF
002030     END-IF.
002040     IF NOT WS-DATA-VALID
002050         DISPLAY "*** INVALID ENTRY - YYMM REQUIRED ***"
002060     END-IF.
002070 1110-EXIT.
002080     EXIT.
002090 1200-GET-TOLERANCE.
002100     MOVE "N" TO WS-VALID-SWITCH.
002110     PERFORM 1210-ACCEPT-TOLERANCE THRU 1210-EXIT
002120         UNTIL WS-DATA-VALID.
002130 1200-EXIT.
002140     EXIT.
002150 1210-ACCEPT-TOLERANCE.
002160     DISPLAY "ENTER TOLERANCE PERCENT, 3 DIGITS (BLANK = "
002170         WS-DEFAULT-TOLERANCE ") : ".
002180     MOVE SPACES TO WS-TOL-ACCEPT.
002190     ACCEPT WS-TOL-ACCEPT.
002200     IF WS-TOL-ACCEPT = SPACES
002210         MOVE WS-DEFAULT-TOLERANCE TO WS-TOLERANCE
002220         MOVE "Y" TO WS-VALID-SWITCH
002230         GO TO 1210-EXIT
002240     END-IF.
002250     IF WS-TOL-ACCEPT IS NUMERIC
002260         MOVE WS-TOL-ACCEPT TO WS-TOLERANCE
002270         MOVE "Y" TO WS-VALID-SWITCH
002280     ELSE
002290         DISPLAY "*** INVALID ENTRY - WHOLE PERCENT REQUIRED ***"
002300         MOVE "N" TO WS-VALID-SWITCH
002310     END-IF.
002320 1210-EXIT.
002330     EXIT.
002340******************************************************************
002350*    1300-LOAD-BUDGETS - STAGE THE REPORT YEAR'S BUDGETS, WITH   *
002360*    THE MONTH BUDGET AND THE SUM OF MONTHS 01 THROUGH THE       *
002370*    REPORT MONTH.  A MISSING MASTER LEAVES EVERY ACCOUNT IN     *
002380*    THE NO-BUDGET SECTION.                                      *
002390******************************************************************
002400 1300-LOAD-BUDGETS.
002410     MOVE ZERO TO WS-BUD-COUNT.
002420     MOVE "N" TO WS-BUD-EOF-SWITCH.
002430     OPEN INPUT BUDGET-MASTER.
002440     IF WS-BUD-FILE-STATUS NOT = "00"
002450         DISPLAY "BUDGET MASTER NOT AVAILABLE (STATUS "
002460             WS-BUD-FILE-STATUS ") - NO BUDGETS LOADED"
002470         GO TO 1300-EXIT
002480     END-IF.
002490     PERFORM 1350-READ-BUDGET THRU 1350-EXIT
002500         UNTIL WS-BUD-END-OF-FILE.
002510     CLOSE BUDGET-MASTER.
002520     DISPLAY "BUDGETS LOADED FOR 20" WS-SEL-YY ": " WS-BUD-COUNT.
002530 1300-EXIT.
002540     EXIT.
002550 1350-READ-BUDGET.
002560     READ BUDGET-MASTER
002570         AT END
002580             MOVE "Y" TO WS-BUD-EOF-SWITCH
002590             GO TO 1350-EXIT
002600     END-READ.
002610     IF BUD-YEAR NOT = WS-SEL-YY
002620         GO TO 1350-EXIT
002630     END-IF.
002640     IF WS-BUD-COUNT NOT < WS-BUD-MAX
002650         DISPLAY "BUDGET TABLE FULL - ACCOUNT " BUD-ACCT-CODE
002660             " REPORTED AS UNBUDGETED"
002670         GO TO 1350-EXIT
002680     END-IF.
002690     ADD 1 TO WS-BUD-COUNT.
002700     MOVE BUD-ACCT-CODE TO WS-BUD-CODE (WS-BUD-COUNT).
002710     MOVE BUD-NORMAL-SIDE TO WS-BUD-SIDE (WS-BUD-COUNT).
002720     MOVE BUD-MONTH-AMOUNT (WS-SEL-MM-NUM)
002730         TO WS-BUD-MTH-BUDGET (WS-BUD-COUNT).
002740     MOVE ZERO TO WS-BUD-YTD-BUDGET (WS-BUD-COUNT).
002750     MOVE ZERO TO WS-BUD-MTH-NET (WS-BUD-COUNT).
002760     MOVE ZERO TO WS-BUD-YTD-NET (WS-BUD-COUNT).
002770     MOVE ZERO TO WS-MONTH-IX.
002780     PERFORM 1360-ADD-YTD-BUDGET THRU 1360-EXIT
002790         UNTIL WS-MONTH-IX NOT < WS-SEL-MM-NUM.
002800 1350-EXIT.
002810     EXIT.
002820 1360-ADD-YTD-BUDGET.
002830     ADD 1 TO WS-MONTH-IX.
002840     ADD BUD-MONTH-AMOUNT (WS-MONTH-IX)
002850         TO WS-BUD-YTD-BUDGET (WS-BUD-COUNT).
002860 1360-EXIT.
002870     EXIT.
002880******************************************************************
002890*    2000-PROCESS-HIST-RECORD - ROLL ONE HISTORY RECORD FROM     *
002900*    THE REPORT YEAR, UP TO AND INCLUDING THE REPORT MONTH,      *
002910*    INTO ITS BUDGET ROW OR ITS NO-BUDGET ROW.                   *
002920******************************************************************
002930 2000-PROCESS-HIST-RECORD.
002940     MOVE GL-PD-YY TO WS-RM-YY.
002950     MOVE GL-PD-MM TO WS-RM-MM.
002960     IF WS-RM-YY NOT = WS-SEL-YY OR WS-RM-MM > WS-SEL-MM
002970         GO TO 2000-NEXT
002980     END-IF.
002990     IF GL-AMOUNT NOT NUMERIC
003000         GO TO 2000-NEXT
003010     END-IF.
003020     ADD 1 TO WS-YEAR-RECORDS.
003030     IF GL-IS-CREDIT
003040         COMPUTE WS-REC-NET = ZERO - GL-AMOUNT
003050     ELSE
003060         MOVE GL-AMOUNT TO WS-REC-NET
003070     END-IF.
003080     IF WS-REC-MONTH = WS-SEL-MONTH
003090         MOVE "Y" TO WS-IN-MONTH-SWITCH
003100     ELSE
003110         MOVE "N" TO WS-IN-MONTH-SWITCH
003120     END-IF.
003130     PERFORM 2200-FIND-BUDGET-ROW THRU 2200-EXIT.
003140     IF WS-BUD-FOUND
003150         ADD WS-REC-NET TO WS-BUD-YTD-NET (WS-BUD-IX)
003160         IF WS-IN-REPORT-MONTH
003170             ADD WS-REC-NET TO WS-BUD-MTH-NET (WS-BUD-IX)
003180         END-IF
003190     ELSE
003200         PERFORM 2400-POST-TO-NOBUD-TABLE THRU 2400-EXIT
003210     END-IF.
003220 2000-NEXT.
003230     PERFORM 2100-READ-HIST-RECORD THRU 2100-EXIT.
003240 2000-EXIT.
003250     EXIT.
003260 2100-READ-HIST-RECORD.
003270     READ GL-HIST-FILE
003280         AT END
003290             MOVE "Y" TO WS-EOF-SWITCH
003300     END-READ.
003310 2100-EXIT.
003320     EXIT.
003330 2200-FIND-BUDGET-ROW.
003340     MOVE "N" TO WS-BUD-FOUND-SWITCH.
003350     MOVE ZERO TO WS-BUD-IX.
003360     PERFORM 2300-SCAN-BUDGET-TABLE THRU 2300-EXIT
003370         UNTIL WS-BUD-FOUND
003380            OR WS-BUD-IX NOT < WS-BUD-COUNT.
003390 2200-EXIT.
003400     EXIT.
003410 2300-SCAN-BUDGET-TABLE.
003420     ADD 1 TO WS-BUD-IX.
003430     IF WS-BUD-CODE (WS-BUD-IX) = GL-ACCT-CODE
003440         MOVE "Y" TO WS-BUD-FOUND-SWITCH
003450     END-IF.
003460 2300-EXIT.
003470     EXIT.
003480******************************************************************
003490*    2400-POST-TO-NOBUD-TABLE - ROLL THE RECORD INTO THE ROW     *
003500*    FOR ITS UNBUDGETED ACCOUNT, CREATING THE ROW ON FIRST USE.  *
003510******************************************************************
003520 2400-POST-TO-NOBUD-TABLE.
003530     MOVE "N" TO WS-NOB-FOUND-SWITCH.
003540     MOVE ZERO TO WS-NOB-IX.
003550     PERFORM 2500-SCAN-NOBUD-TABLE THRU 2500-EXIT
003560         UNTIL WS-NOB-FOUND
003570            OR WS-NOB-IX NOT < WS-NOB-COUNT.
003580     IF NOT WS-NOB-FOUND
003590         IF WS-NOB-COUNT < WS-NOB-MAX
003600             ADD 1 TO WS-NOB-COUNT
003610             MOVE WS-NOB-COUNT TO WS-NOB-IX
003620             MOVE GL-ACCT-CODE TO WS-NOB-CODE (WS-NOB-IX)
003630             MOVE ZERO TO WS-NOB-MTH-NET (WS-NOB-IX)
003640             MOVE ZERO TO WS-NOB-YTD-NET (WS-NOB-IX)
003650         ELSE
003660             DISPLAY "NO-BUDGET TABLE FULL - ACCOUNT "
003670                 GL-ACCT-CODE " LUMPED INTO LAST ROW"
003680             MOVE WS-NOB-COUNT TO WS-NOB-IX
003690         END-IF
003700     END-IF.
003710     ADD WS-REC-NET TO WS-NOB-YTD-NET (WS-NOB-IX).
003720     IF WS-IN-REPORT-MONTH
003730         ADD WS-REC-NET TO WS-NOB-MTH-NET (WS-NOB-IX)
003740     END-IF.
003750 2400-EXIT.
003760     EXIT.
003770 2500-SCAN-NOBUD-TABLE.
003780     ADD 1 TO WS-NOB-IX.
003790     IF WS-NOB-CODE (WS-NOB-IX) = GL-ACCT-CODE
003800         MOVE "Y" TO WS-NOB-FOUND-SWITCH
003810     END-IF.
003820 2500-EXIT.
003830     EXIT.
003840******************************************************************
003850*    8000-WRAP-UP - THE VARIANCE SECTION, TWO LINES PER          *
003860*    BUDGETED ACCOUNT, THEN THE NO-BUDGET SECTION AND THE        *
003870*    COUNTS, THEN CLOSE OUT.                                     *
003880******************************************************************
003890 8000-WRAP-UP.
003900     IF WS-GLH-FILE-OPEN
003910         CLOSE GL-HIST-FILE
003920     END-IF.
003930     MOVE SPACES TO BVR-COLUMN-LINE.
003940     STRING "ACCT PER           ACTUAL          BUDGET"
003950         "        VARIANCE    PCT  FLAG"
003960         DELIMITED BY SIZE INTO BVR-COL-TEXT.
003970     WRITE BVR-COLUMN-LINE.
003980     IF WS-BUD-COUNT = ZERO
003990         MOVE SPACES TO BVR-TEXT-LINE
004000         MOVE "NO BUDGETS ON FILE FOR THE REPORT YEAR" TO BVR-TEXT
004010         WRITE BVR-TEXT-LINE
004020     END-IF.
004030     MOVE ZERO TO WS-BUD-IX.
004040     PERFORM 8100-WRITE-BUDGET-ACCT THRU 8100-EXIT
004050         UNTIL WS-BUD-IX NOT < WS-BUD-COUNT.
004060     MOVE SPACES TO BVR-TEXT-LINE.
004070     WRITE BVR-TEXT-LINE.
004080     MOVE SPACES TO BVR-TEXT-LINE.
004090     STRING "ACCOUNTS WITH ACTIVITY BUT NO BUDGET "
004100         "(NET = DEBITS LESS CREDITS)"
004110         DELIMITED BY SIZE INTO BVR-TEXT.
004120     WRITE BVR-TEXT-LINE.
004130     MOVE SPACES TO BVR-COLUMN-LINE.
004140     MOVE "ACCT            MONTH NET         YTD NET"
004150         TO BVR-COL-TEXT.
004160     WRITE BVR-COLUMN-LINE.
004170     IF WS-NOB-COUNT = ZERO
004180         MOVE SPACES TO BVR-TEXT-LINE
004190         MOVE "NONE" TO BVR-TEXT
004200         WRITE BVR-TEXT-LINE
004210     END-IF.
004220     MOVE ZERO TO WS-NOB-IX.
004230     PERFORM 8300-WRITE-NOBUD-LINE THRU 8300-EXIT
004240         UNTIL WS-NOB-IX NOT < WS-NOB-COUNT.
004250     MOVE SPACES TO BVR-TEXT-LINE.
004260     WRITE BVR-TEXT-LINE.
004270     MOVE WS-BUD-COUNT TO WS-COUNT-EDIT.
004280     MOVE SPACES TO BVR-TEXT-LINE.
004290     STRING "BUDGETED ACCOUNTS REPORTED    " WS-COUNT-EDIT
004300         DELIMITED BY SIZE INTO BVR-TEXT.
004310     WRITE BVR-TEXT-LINE.
004320     MOVE WS-FLAGGED-COUNT TO WS-COUNT-EDIT.
004330     MOVE SPACES TO BVR-TEXT-LINE.
004340     STRING "ACCOUNTS OUTSIDE TOLERANCE    " WS-COUNT-EDIT
004350         DELIMITED BY SIZE INTO BVR-TEXT.
004360     WRITE BVR-TEXT-LINE.
004370     MOVE WS-NOB-COUNT TO WS-COUNT-EDIT.
004380     MOVE SPACES TO BVR-TEXT-LINE.
004390     STRING "ACCOUNTS WITH NO BUDGET       " WS-COUNT-EDIT
004400         DELIMITED BY SIZE INTO BVR-TEXT.
004410     WRITE BVR-TEXT-LINE.
004420     CLOSE VARIANCE-REPORT.
004430     DISPLAY " ".
004440     DISPLAY "HISTORY RECORDS IN YEAR TO DATE: " WS-YEAR-RECORDS.
004450     DISPLAY "ACCOUNTS OUTSIDE TOLERANCE: " WS-FLAGGED-COUNT.
004460     DISPLAY "VARIANCE REPORT COMPLETE - SEE BUDVRPT.".
004470 8000-EXIT.
004480     EXIT.
004490******************************************************************
004500*    8100-WRITE-BUDGET-ACCT - THE MONTH LINE AND THE YEAR-TO-    *
004510*    DATE LINE FOR ONE BUDGETED ACCOUNT.  NET IS TURNED TO THE   *
004520*    BUDGET'S NORMAL SIDE FIRST.                                 *
004530******************************************************************
004540 8100-WRITE-BUDGET-ACCT.
004550     ADD 1 TO WS-BUD-IX.
004560     MOVE "N" TO WS-ACCT-OUT-SWITCH.
004570     MOVE "MTH" TO WS-LINE-PERIOD.
004580     MOVE WS-BUD-MTH-NET (WS-BUD-IX) TO WS-LINE-ACTUAL.
004590     MOVE WS-BUD-MTH-BUDGET (WS-BUD-IX) TO WS-LINE-BUDGET.
004600     PERFORM 8200-WRITE-VARIANCE-LINE THRU 8200-EXIT.
004610     MOVE "YTD" TO WS-LINE-PERIOD.
004620     MOVE WS-BUD-YTD-NET (WS-BUD-IX) TO WS-LINE-ACTUAL.
004630     MOVE WS-BUD-YTD-BUDGET (WS-BUD-IX) TO WS-LINE-BUDGET.
004640     PERFORM 8200-WRITE-VARIANCE-LINE THRU 8200-EXIT.
004650     IF WS-ACCT-OUT
004660         ADD 1 TO WS-FLAGGED-COUNT
004670     END-IF.
004680 8100-EXIT.
004690     EXIT.
004700******************************************************************
004710*    8200-WRITE-VARIANCE-LINE - VARIANCE IS ACTUAL LESS BUDGET,  *
004720*    AND THE PERCENT IS THAT OVER THE BUDGET.  THE PERCENT IS    *
004730*    LEFT BLANK AGAINST A ZERO BUDGET, AND SUCH A LINE IS        *
004740*    FLAGGED WHENEVER THERE IS ANY ACTUAL.  A PERCENT TOO LARGE  *
004750*    FOR THE COLUMN PRINTS AS 9999.9.                            *
004760******************************************************************
004770 8200-WRITE-VARIANCE-LINE.
004780     IF WS-BUD-SIDE (WS-BUD-IX) = "C"
004790         COMPUTE WS-LINE-ACTUAL = ZERO - WS-LINE-ACTUAL
004800     END-IF.
004810     COMPUTE WS-LINE-VARIANCE = WS-LINE-ACTUAL - WS-LINE-BUDGET.
004820     MOVE "N" TO WS-LINE-OUT-SWITCH.
004830     MOVE SPACES TO BVR-VARIANCE-LINE.
004840     IF WS-LINE-PERIOD = "MTH"
004850         MOVE WS-BUD-CODE (WS-BUD-IX) TO BVR-VAR-CODE
004860     END-IF.
004870     MOVE WS-LINE-PERIOD TO BVR-VAR-PERIOD.
004880     MOVE WS-LINE-ACTUAL TO BVR-VAR-ACTUAL.
004890     MOVE WS-LINE-BUDGET TO BVR-VAR-BUDGET.
004900     MOVE WS-LINE-VARIANCE TO BVR-VAR-AMOUNT.
004910     IF WS-LINE-BUDGET = ZERO
004920         MOVE SPACES TO BVR-VAR-PCT-X
004930         IF WS-LINE-ACTUAL NOT = ZERO
004940             MOVE "Y" TO WS-LINE-OUT-SWITCH
004950         END-IF
004960     ELSE
004970         COMPUTE WS-LINE-PCT ROUNDED =
004980             WS-LINE-VARIANCE * 100 / WS-LINE-BUDGET
004990             ON SIZE ERROR
005000                 IF WS-LINE-VARIANCE < ZERO
005010                     MOVE -9999.9 TO WS-LINE-PCT
005020                 ELSE
005030                     MOVE 9999.9 TO WS-LINE-PCT
005040                 END-IF
005050         END-COMPUTE
005060         MOVE WS-LINE-PCT TO BVR-VAR-PCT
005070         IF WS-LINE-PCT > WS-TOLERANCE
005080            OR WS-LINE-PCT < ZERO - WS-TOLERANCE
005090             MOVE "Y" TO WS-LINE-OUT-SWITCH
005100         END-IF
005110     END-IF.
005120     IF WS-LINE-OUT
005130         MOVE "*OUT" TO BVR-VAR-FLAG
005140         MOVE "Y" TO WS-ACCT-OUT-SWITCH
005150     END-IF.
005160     WRITE BVR-VARIANCE-LINE.
005170 8200-EXIT.
005180     EXIT.
005190 8300-WRITE-NOBUD-LINE.
005200     ADD 1 TO WS-NOB-IX.
005210     MOVE SPACES TO BVR-NOBUD-LINE.
005220     MOVE WS-NOB-CODE (WS-NOB-IX) TO BVR-NOB-CODE.
005230     MOVE WS-NOB-MTH-NET (WS-NOB-IX) TO BVR-NOB-MTH-NET.
005240     MOVE WS-NOB-YTD-NET (WS-NOB-IX) TO BVR-NOB-YTD-NET.
005250     WRITE BVR-NOBUD-LINE.
005260 8300-EXIT.
005270     EXIT.
