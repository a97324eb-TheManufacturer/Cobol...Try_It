000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     DEPT_STMT.
000030 AUTHOR.         R. MARSH.
000040 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                *
000090*   DEPT_STMT                                                    *
000100*                                                                *
000110*   DEPARTMENT ACTIVITY STATEMENT.  FOR A KEYED BUSINESS DATE    *
000120*   OR DATE RANGE, WRITES ONE STATEMENT PER FEED SOURCE ON       *
000130*   FEEDLIST (OR FOR ONE KEYED SOURCE) SO EACH DEPARTMENT CAN    *
000140*   SEE WHETHER ITS FILE POSTED WITHOUT CALLING IN:              *
000150*     - RECORDS AND NET POSTED BY ACCOUNT, FROM GLHIST UNDER     *
000160*       THE SOURCE'S GL-SOURCE-ID;                               *
000170*     - ITEMS DIVERTED TO SUSPFILE UNDER ITS SUSP-SOURCE-ID,     *
000180*       WITH THE REASON DECODED AND THE AGE IN DAYS;             *
000190*     - THE DUPLICATES BLOCKED, FROM THE DUPLOG ADD_NUMBERS      *
000200*       KEEPS;                                                   *
000210*     - THE OUTSTANDING SUSPENSE CARRIED FORWARD.                *
000220*   EACH STATEMENT IS ITS OWN REPORT FILE, NAMED STMT PLUS THE   *
000230*   SOURCE ID (STMTPAYR FOR SOURCE PAYR), SO IT CAN BE HANDED    *
000240*   TO THE DEPARTMENT WITHOUT SHOWING IT ANYONE ELSE'S           *
000250*   ACTIVITY.  WITH NO FEED LIST THE ONE SOURCE IS MAIN, AS IN   *
000260*   ADD_NUMBERS.                                                 *
000270*                                                                *
000280*   SUSPFILE HOLDS ONLY WHAT IS STILL OUTSTANDING - AN ITEM      *
000290*   CORRECTED AND RESUBMITTED SINCE HAS LEFT IT AND POSTED       *
000300*   UNDER THE RESUBMIT RUN'S DATE.                               *
000310*                                                                *
000320*   MODIFICATION HISTORY                                         *
000330*   2026-10-15  RM   INITIAL VERSION.                            *
000340*                                                                *
000350******************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT FEED-LIST ASSIGN TO "FEEDLIST"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-FEED-FILE-STATUS.
000420     SELECT GL-HIST-FILE ASSIGN TO "GLHIST"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-GLH-FILE-STATUS.
000450     SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-SUSP-FILE-STATUS.
000480     SELECT DUPLICATE-LOG ASSIGN TO "DUPLOG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-DUPL-FILE-STATUS.
000510     SELECT STATEMENT-FILE ASSIGN USING WS-STMT-FILE-NAME
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-STMT-FILE-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  FEED-LIST
000570     LABEL RECORDS ARE STANDARD.
000580     COPY FEEDREC.
000590 FD  GL-HIST-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY GLREC.
000620 FD  SUSPENSE-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY SUSPREC.
000650 FD  DUPLICATE-LOG
000660     LABEL RECORDS ARE STANDARD.
000670     COPY DUPREC.
000680 FD  STATEMENT-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY STMTREC.
000710 WORKING-STORAGE SECTION.
000720*    FILE STATUS FIELDS.
000730 77  WS-FEED-FILE-STATUS         PIC X(02).
000740 77  WS-GLH-FILE-STATUS          PIC X(02).
000750 77  WS-SUSP-FILE-STATUS         PIC X(02).
000760 77  WS-DUPL-FILE-STATUS         PIC X(02).
000770 77  WS-STMT-FILE-STATUS         PIC X(02).
000780*    END OF FILE SWITCHES.
000790 77  WS-FEED-EOF-SWITCH          PIC X(01) VALUE "N".
000800     88  WS-FEED-END-OF-FILE     VALUE "Y".
000810 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000820     88  WS-END-OF-FILE          VALUE "Y".
000830*    SET WHEN THE FEED LIST OPENED CLEANLY.
000840 77  WS-FEED-OPEN-SWITCH         PIC X(01) VALUE "N".
000850     88  WS-FEED-FILE-OPEN       VALUE "Y".
000860*    SELECTION KEYED AT THE CONSOLE - THE DATE RANGE (YYMMDD,    *
000870*    A BLANK TO-DATE MEANS THE ONE DAY) AND AN OPTIONAL SOURCE   *
000880*    (BLANK = EVERY SOURCE ON FEEDLIST).                         *
000890 77  WS-DATE-ACCEPT              PIC X(06).
000900 77  WS-FROM-DATE                PIC X(06).
000910 77  WS-TO-DATE                  PIC X(06).
000920 77  WS-SEL-SOURCE               PIC X(04).
000930 77  WS-VALID-SWITCH             PIC X(01) VALUE "N".
000940     88  WS-DATA-VALID           VALUE "Y".
000950 01  WS-CHECK-DATE.
000960     05  WS-CK-YY                PIC 9(02).
000970     05  WS-CK-MM                PIC 9(02).
000980     05  WS-CK-DD                PIC 9(02).
000990*    THE SOURCE BEING STATED AND ITS REPORT FILE NAME.
001000 77  WS-STMT-SOURCE              PIC X(04).
001010 77  WS-STMT-FILE-NAME           PIC X(08).
001020 77  WS-STMT-COUNT               PIC 9(05) COMP VALUE ZERO.
001030*    PER-ACCOUNT POSTED ACTIVITY FOR THE SOURCE BEING STATED.    *
001040 77  WS-ACCT-MAX                 PIC 9(03) COMP VALUE 200.
001050 77  WS-ACCT-COUNT               PIC 9(03) COMP VALUE ZERO.
001060 77  WS-ACCT-IX                  PIC 9(03) COMP VALUE ZERO.
001070 77  WS-ACCT-FOUND-SWITCH        PIC X(01) VALUE "N".
001080     88  WS-ACCT-FOUND           VALUE "Y".
001090 01  WS-ACCT-TABLE.
001100     05  WS-ACCT-ENTRY OCCURS 200 TIMES.
001110         10  WS-ACCT-CODE        PIC X(04).
001120         10  WS-ACCT-RECORDS     PIC 9(07) COMP.
001130         10  WS-ACCT-DEBITS      PIC 9(09)V99.
001140         10  WS-ACCT-CREDITS     PIC 9(09)V99.
001150         10  WS-ACCT-NET         PIC S9(09)V99.
001160*    POSTED TOTALS FOR THE SOURCE.  THE COUNT SWITCH IS SET      *
001170*    WHEN A HISTORY LINE PREDATES GL-ITEM-COUNT, SO THE RECORD   *
001180*    COUNTS ARE SHORT.                                           *
001190 77  WS-POST-RECORDS             PIC 9(07) COMP VALUE ZERO.
001200 77  WS-POST-DEBITS              PIC 9(11)V99 VALUE ZERO.
001210 77  WS-POST-CREDITS             PIC 9(11)V99 VALUE ZERO.
001220 77  WS-POST-NET                 PIC S9(11)V99 VALUE ZERO.
001230 77  WS-NO-COUNT-SWITCH          PIC X(01) VALUE "N".
001240     88  WS-COUNT-MISSING        VALUE "Y".
001250*    SUSPENSE AND DUPLICATE TOTALS FOR THE SOURCE.  BROUGHT      *
001260*    FORWARD IS WHAT WAS ALREADY OUTSTANDING BEFORE THE FROM-    *
001270*    DATE (AN UNSTAMPED ITEM IS OLDER STILL).                    *
001280 77  WS-SUSP-ITEMS               PIC 9(07) COMP VALUE ZERO.
001290 77  WS-SUSP-DOLLARS             PIC S9(09)V99 VALUE ZERO.
001300 77  WS-BFWD-ITEMS               PIC 9(07) COMP VALUE ZERO.
001310 77  WS-BFWD-DOLLARS             PIC S9(09)V99 VALUE ZERO.
001320 77  WS-CFWD-ITEMS               PIC 9(07) COMP VALUE ZERO.
001330 77  WS-CFWD-DOLLARS             PIC S9(09)V99 VALUE ZERO.
001340 77  WS-DUP-ITEMS                PIC 9(07) COMP VALUE ZERO.
001350 77  WS-DUP-DOLLARS              PIC S9(09)V99 VALUE ZERO.
001360*    THE TRANSACTION IMAGE OF THE SUSPENSE OR DUPLICATE ITEM     *
001370*    BROKEN OUT INTO ITS TRANS-RECORD FIELDS.                    *
001380 01  WS-ITEM-IMAGE.
001390     05  WS-II-REC-TYPE          PIC X(01).
001400     05  WS-II-KEY               PIC X(07).
001410     05  WS-II-AMOUNT            PIC 9(07)V99.
001420     05  WS-II-ACCT-CODE         PIC X(04).
001430     05  WS-II-DR-CR-IND         PIC X(01).
001440         88  WS-II-IS-CREDIT     VALUE "C" "c".
001450     05  FILLER                  PIC X(02).
001460*    THE SIGNED AMOUNT OF THE ITEM AND THE DATE IT WAS STAMPED.  *
001470 77  WS-ITEM-AMOUNT              PIC S9(09)V99 VALUE ZERO.
001480 77  WS-ITEM-DATE                PIC X(06).
001490*    AGE IN DAYS OF THE SUSPENSE ITEM, FROM ITS BUSINESS DATE    *
001500*    TO TODAY, AS SUSP_AGING COUNTS IT.                          *
001510 77  WS-AGE-DAYS                 PIC S9(05) COMP VALUE ZERO.
001520 77  WS-AGE-EDIT                 PIC ZZZ9.
001530 77  WS-TODAY-SERIAL             PIC S9(07) COMP VALUE ZERO.
001540*    SUSPENSE REASON CODES AND THE WORDING THE DEPARTMENT SEES.  *
001550 01  WS-REASON-VALUES.
001560     05  FILLER                  PIC X(28) VALUE
001570         "AMT AMOUNT NOT NUMERIC".
001580     05  FILLER                  PIC X(28) VALUE
001590         "TYPEUNKNOWN RECORD TYPE".
001600     05  FILLER                  PIC X(28) VALUE
001610         "KEY KEY INVALID OR RESERVED".
001620     05  FILLER                  PIC X(28) VALUE
001630         "DRCRBAD DEBIT/CREDIT CODE".
001640     05  FILLER                  PIC X(28) VALUE
001650         "ACCTACCOUNT INVALID/INACTIVE".
001660     05  FILLER                  PIC X(28) VALUE
001670         "OK  CORRECTED, AWAITS RESUB".
001680     05  FILLER                  PIC X(28) VALUE
001690         "HOLDREJECTED AT HOLD REVIEW".
001700 01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
001710     05  WS-REASON-ENTRY OCCURS 7 TIMES.
001720         10  WS-RSN-CODE         PIC X(04).
001730         10  WS-RSN-TEXT         PIC X(24).
001740 77  WS-RSN-MAX                  PIC 9(02) COMP VALUE 7.
001750 77  WS-RSN-IX                   PIC 9(02) COMP VALUE ZERO.
001760 77  WS-RSN-FOUND-SWITCH         PIC X(01) VALUE "N".
001770     88  WS-RSN-FOUND            VALUE "Y".
001780*    EDITED DATE STAGING.
001790 77  WS-EDIT-DATE-TXT            PIC X(08).
001800 77  WS-FROM-DATE-TXT            PIC X(08).
001810 77  WS-TO-DATE-TXT              PIC X(08).
001820 01  WS-EDIT-DATE.
001830     05  WS-ED-YY                PIC X(02).
001840     05  WS-ED-MM                PIC X(02).
001850     05  WS-ED-DD                PIC X(02).
001860*    REPORT HEADING FIELDS.
001870 77  WS-PAGE-NUMBER              PIC 9(04) COMP VALUE 1.
001880 77  WS-RPT-DATE-TXT             PIC X(08).
001890 01  WS-CURRENT-DATE.
001900     05  WS-CD-YY                PIC 9(02).
001910     05  WS-CD-MM                PIC 9(02).
001920     05  WS-CD-DD                PIC 9(02).
001930*    DAY-SERIAL WORK FIELDS - SERIAL DAYS FROM 2000-01-01 WITH   *
001940*    THE CENTURY WINDOWED TO 2000-2099, AS IN GL_RECON.          *
001950 01  WS-DS-DATE.
001960     05  WS-DS-YY                PIC 9(02).
001970     05  WS-DS-MM                PIC 9(02).
001980     05  WS-DS-DD                PIC 9(02).
001990 77  WS-DS-SERIAL                PIC S9(07) COMP VALUE ZERO.
002000 77  WS-DS-QUOT                  PIC 9(03) COMP VALUE ZERO.
002010 77  WS-DS-REM                   PIC 9(03) COMP VALUE ZERO.
002020 77  WS-DS-WORK                  PIC 9(03) COMP VALUE ZERO.
002030 01  WS-MONTH-OFFSET-VALUES.
002040     05  FILLER                  PIC X(18) VALUE
002050         "000031059090120151".
002060     05  FILLER                  PIC X(18) VALUE
002070         "181212243273304334".
002080 01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
002090     05  WS-MONTH-OFFSET OCCURS 12 TIMES
002100                                 PIC 9(03).
002110 PROCEDURE DIVISION.
002120 0000-MAIN-PROCESS.
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002140     IF WS-SEL-SOURCE NOT = SPACES
002150         MOVE WS-SEL-SOURCE TO WS-STMT-SOURCE
002160         PERFORM 2000-WRITE-STATEMENT THRU 2000-EXIT
002170     ELSE
002180         PERFORM 1400-OPEN-FEED-LIST THRU 1400-EXIT
002190         PERFORM 1500-STATE-NEXT-SOURCE THRU 1500-EXIT
002200             UNTIL WS-FEED-END-OF-FILE
002210         IF WS-FEED-FILE-OPEN
002220             CLOSE FEED-LIST
002230         END-IF
002240*        NO FEED LIST, OR AN EMPTY ONE, MEANS THE SINGLE         *
002250*        TRANFILE NIGHT UNDER SOURCE MAIN, AS IN ADD_NUMBERS.    *
002260         IF WS-STMT-COUNT = ZERO
002270             MOVE "MAIN" TO WS-STMT-SOURCE
002280             PERFORM 2000-WRITE-STATEMENT THRU 2000-EXIT
002290         END-IF
002300     END-IF.
002310     DISPLAY " ".
002320     DISPLAY "STATEMENTS WRITTEN: " WS-STMT-COUNT.
002330     STOP RUN.
002340******************************************************************
002350*    1000-INITIALIZE - GET THE DATE RANGE AND THE SOURCE, AND    *
002360*    SET UP TODAY'S DATE FOR THE HEADINGS AND THE AGING.         *
002370******************************************************************
002380 1000-INITIALIZE.
002390     DISPLAY "DEPT_STMT - DEPARTMENT ACTIVITY STATEMENTS".
002400     DISPLAY " ".
002410     MOVE "N" TO WS-VALID-SWITCH.
002420     PERFORM 1100-ACCEPT-FROM-DATE THRU 1100-EXIT
002430         UNTIL WS-DATA-VALID.
002440     MOVE "N" TO WS-VALID-SWITCH.
002450     PERFORM 1200-ACCEPT-TO-DATE THRU 1200-EXIT
002460         UNTIL WS-DATA-VALID.
002470     DISPLAY "ENTER SOURCE ID (BLANK = EVERY SOURCE ON "
002480         "FEEDLIST) : ".
002490     MOVE SPACES TO WS-SEL-SOURCE.
002500     ACCEPT WS-SEL-SOURCE.
002510     ACCEPT WS-CURRENT-DATE FROM DATE.
002520     STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YY
002530         DELIMITED BY SIZE INTO WS-RPT-DATE-TXT.
002540     MOVE WS-CURRENT-DATE TO WS-DS-DATE.
002550     PERFORM 6800-COMPUTE-DATE-SERIAL THRU 6800-EXIT.
002560     MOVE WS-DS-SERIAL TO WS-TODAY-SERIAL.
002570     MOVE WS-FROM-DATE TO WS-EDIT-DATE.
002580     PERFORM 6900-EDIT-DATE THRU 6900-EXIT.
002590     MOVE WS-EDIT-DATE-TXT TO WS-FROM-DATE-TXT.
002600     MOVE WS-TO-DATE TO WS-EDIT-DATE.
002610     PERFORM 6900-EDIT-DATE THRU 6900-EXIT.
002620     MOVE WS-EDIT-DATE-TXT TO WS-TO-DATE-TXT.
002630 1000-EXIT.
002640     EXIT.
002650 1100-ACCEPT-FROM-DATE.
002660     DISPLAY "ENTER BUSINESS DATE (OR FIRST DATE) YYMMDD : ".
002670     MOVE SPACES TO WS-DATE-ACCEPT.
002680     ACCEPT WS-DATE-ACCEPT.
002690     PERFORM 1300-CHECK-DATE THRU 1300-EXIT.
002700     IF WS-DATA-VALID
002710         MOVE WS-DATE-ACCEPT TO WS-FROM-DATE
002720     END-IF.
002730 1100-EXIT.
002740     EXIT.
002750 1200-ACCEPT-TO-DATE.
002760     DISPLAY "ENTER LAST DATE YYMMDD (BLANK = SAME DAY) : ".
002770     MOVE SPACES TO WS-DATE-ACCEPT.
002780     ACCEPT WS-DATE-ACCEPT.
002790     IF WS-DATE-ACCEPT = SPACES
002800         MOVE WS-FROM-DATE TO WS-TO-DATE
002810         MOVE "Y" TO WS-VALID-SWITCH
002820         GO TO 1200-EXIT
002830     END-IF.
002840     PERFORM 1300-CHECK-DATE THRU 1300-EXIT.
002850     IF NOT WS-DATA-VALID
002860         GO TO 1200-EXIT
002870     END-IF.
002880     IF WS-DATE-ACCEPT < WS-FROM-DATE
002890         DISPLAY "*** LAST DATE IS BEFORE THE FIRST DATE ***"
002900         MOVE "N" TO WS-VALID-SWITCH
002910         GO TO 1200-EXIT
002920     END-IF.
002930     MOVE WS-DATE-ACCEPT TO WS-TO-DATE.
002940 1200-EXIT.
002950     EXIT.
002960******************************************************************
002970*    1300-CHECK-DATE - THE KEYED DATE MUST BE A PLAUSIBLE        *
002980*    YYMMDD.  IT IS COMPARED AS TEXT AGAINST THE FILE STAMPS,    *
002990*    WHICH SORT THE SAME WAY INSIDE THE 2000-2099 WINDOW.        *
003000******************************************************************
003010 1300-CHECK-DATE.
003020     MOVE "N" TO WS-VALID-SWITCH.
003030     IF WS-DATE-ACCEPT NOT NUMERIC
003040         DISPLAY "*** INVALID ENTRY - YYMMDD REQUIRED ***"
003050         GO TO 1300-EXIT
003060     END-IF.
003070     MOVE WS-DATE-ACCEPT TO WS-CHECK-DATE.
003080     IF WS-CK-MM < 1 OR WS-CK-MM > 12
003090        OR WS-CK-DD < 1 OR WS-CK-DD > 31
003100         DISPLAY "*** INVALID ENTRY - YYMMDD REQUIRED ***"
003110         GO TO 1300-EXIT
003120     END-IF.
003130     MOVE "Y" TO WS-VALID-SWITCH.
003140 1300-EXIT.
003150     EXIT.
003160 1400-OPEN-FEED-LIST.
003170     OPEN INPUT FEED-LIST.
003180     IF WS-FEED-FILE-STATUS = "00"
003190         MOVE "Y" TO WS-FEED-OPEN-SWITCH
003200     ELSE
003210         MOVE "Y" TO WS-FEED-EOF-SWITCH
003220     END-IF.
003230 1400-EXIT.
003240     EXIT.
003250******************************************************************
003260*    1500-STATE-NEXT-SOURCE - ONE STATEMENT PER FEED-LIST        *
003270*    ENTRY.  AN ENTRY WITHOUT A SOURCE ID IS SKIPPED, AS         *
003280*    ADD_NUMBERS SKIPS IT.                                       *
003290******************************************************************
003300 1500-STATE-NEXT-SOURCE.
003310     READ FEED-LIST
003320         AT END
003330             MOVE "Y" TO WS-FEED-EOF-SWITCH
003340             GO TO 1500-EXIT
003350     END-READ.
003360     IF FEED-SOURCE-ID = SPACES
003370         GO TO 1500-EXIT
003380     END-IF.
003390     MOVE FEED-SOURCE-ID TO WS-STMT-SOURCE.
003400     PERFORM 2000-WRITE-STATEMENT THRU 2000-EXIT.
003410 1500-EXIT.
003420     EXIT.
003430******************************************************************
003440*    2000-WRITE-STATEMENT - THE WHOLE STATEMENT FOR ONE SOURCE,  *
003450*    IN ITS OWN REPORT FILE.  EACH SECTION MAKES ITS OWN PASS    *
003460*    OF THE FILE IT REPORTS ON.                                  *
003470******************************************************************
003480 2000-WRITE-STATEMENT.
003490     MOVE SPACES TO WS-STMT-FILE-NAME.
003500     STRING "STMT" WS-STMT-SOURCE
003510         DELIMITED BY SIZE INTO WS-STMT-FILE-NAME.
003520     OPEN OUTPUT STATEMENT-FILE.
003530     IF WS-STMT-FILE-STATUS NOT = "00"
003540         DISPLAY "STATEMENT FILE " WS-STMT-FILE-NAME
003550             " NOT AVAILABLE (STATUS " WS-STMT-FILE-STATUS
003560             ") - SOURCE " WS-STMT-SOURCE " SKIPPED"
003570         GO TO 2000-EXIT
003580     END-IF.
003590     MOVE SPACES TO STM-HEADER-LINE.
003600     MOVE "DEPARTMENT STATEMENT" TO STM-HDR-TITLE.
003610     MOVE "RUN DATE: " TO STM-HDR-LABEL1.
003620     MOVE WS-RPT-DATE-TXT TO STM-HDR-DATE.
003630     MOVE "PAGE: " TO STM-HDR-LABEL2.
003640     MOVE WS-PAGE-NUMBER TO STM-HDR-PAGE.
003650     WRITE STM-HEADER-LINE.
003660     MOVE SPACES TO STM-TEXT-LINE.
003670     STRING "SOURCE " WS-STMT-SOURCE "   BUSINESS DATES "
003680         WS-FROM-DATE-TXT " TO " WS-TO-DATE-TXT
003690         DELIMITED BY SIZE INTO STM-TEXT.
003700     WRITE STM-TEXT-LINE.
003710     PERFORM 3000-POSTED-SECTION THRU 3000-EXIT.
003720     PERFORM 4000-SUSPENSE-SECTION THRU 4000-EXIT.
003730     PERFORM 5000-DUPLICATE-SECTION THRU 5000-EXIT.
003740     PERFORM 6000-CARRY-FORWARD-SECTION THRU 6000-EXIT.
003750     CLOSE STATEMENT-FILE.
003760     ADD 1 TO WS-STMT-COUNT.
003770     DISPLAY "SOURCE " WS-STMT-SOURCE " - STATEMENT WRITTEN TO "
003780         WS-STMT-FILE-NAME.
003790 2000-EXIT.
003800     EXIT.
003810******************************************************************
003820*    3000-POSTED-SECTION - RECORDS, DEBITS, CREDITS, AND NET     *
003830*    BY ACCOUNT FOR EVERY GLHIST LINE OF THE SOURCE POSTED IN    *
003840*    THE DATE RANGE.                                             *
003850******************************************************************
003860 3000-POSTED-SECTION.
003870     MOVE ZERO TO WS-ACCT-COUNT.
003880     MOVE ZERO TO WS-POST-RECORDS.
003890     MOVE ZERO TO WS-POST-DEBITS.
003900     MOVE ZERO TO WS-POST-CREDITS.
003910     MOVE ZERO TO WS-POST-NET.
003920     MOVE "N" TO WS-NO-COUNT-SWITCH.
003930     MOVE SPACES TO STM-TEXT-LINE.
003940     WRITE STM-TEXT-LINE.
003950     MOVE "----- POSTED TO THE GENERAL LEDGER -----" TO STM-TEXT.
003960     WRITE STM-TEXT-LINE.
003970     MOVE "N" TO WS-EOF-SWITCH.
003980     OPEN INPUT GL-HIST-FILE.
003990     IF WS-GLH-FILE-STATUS NOT = "00"
004000         MOVE SPACES TO STM-TEXT-LINE
004010         MOVE "GL HISTORY NOT AVAILABLE" TO STM-TEXT
004020         WRITE STM-TEXT-LINE
004030         GO TO 3000-EXIT
004040     END-IF.
004050     PERFORM 3100-READ-HIST-RECORD THRU 3100-EXIT
004060         UNTIL WS-END-OF-FILE.
004070     CLOSE GL-HIST-FILE.
004080     IF WS-ACCT-COUNT = ZERO
004090         MOVE SPACES TO STM-TEXT-LINE
004100         MOVE "NOTHING POSTED FOR THIS SOURCE IN THE PERIOD"
004110             TO STM-TEXT
004120         WRITE STM-TEXT-LINE
004130         GO TO 3000-EXIT
004140     END-IF.
004150     MOVE SPACES TO STM-COLUMN-LINE.
004160     MOVE "ACCT    RECORDS          DEBITS         CREDITS       "
004170         TO STM-COL-TEXT.
004180     MOVE "      NET" TO STM-COL-TEXT (55:9).
004190     WRITE STM-COLUMN-LINE.
004200     MOVE ZERO TO WS-ACCT-IX.
004210     PERFORM 3300-WRITE-ACCT-LINE THRU 3300-EXIT
004220         UNTIL WS-ACCT-IX NOT < WS-ACCT-COUNT.
004230     MOVE SPACES TO STM-ACCT-LINE.
004240     MOVE "*ALL" TO STM-ACT-CODE.
004250     MOVE WS-POST-RECORDS TO STM-ACT-RECORDS.
004260     MOVE WS-POST-DEBITS TO STM-ACT-DEBITS.
004270     MOVE WS-POST-CREDITS TO STM-ACT-CREDITS.
004280     MOVE WS-POST-NET TO STM-ACT-NET.
004290     WRITE STM-ACCT-LINE.
004300     IF WS-COUNT-MISSING
004310         MOVE SPACES TO STM-TEXT-LINE
004320         MOVE "SOME HISTORY PREDATES RECORD COUNTS - COUNTS ARE "
004330             TO STM-TEXT
004340         MOVE "SHORT" TO STM-TEXT (51:5)
004350         WRITE STM-TEXT-LINE
004360     END-IF.
004370 3000-EXIT.
004380     EXIT.
004390 3100-READ-HIST-RECORD.
004400     READ GL-HIST-FILE
004410         AT END
004420             MOVE "Y" TO WS-EOF-SWITCH
004430             GO TO 3100-EXIT
004440     END-READ.
004450     IF GL-SOURCE-ID NOT = WS-STMT-SOURCE
004460         GO TO 3100-EXIT
004470     END-IF.
004480     IF GL-POSTING-DATE < WS-FROM-DATE
004490        OR GL-POSTING-DATE > WS-TO-DATE
004500         GO TO 3100-EXIT
004510     END-IF.
004520     IF GL-AMOUNT NOT NUMERIC
004530         GO TO 3100-EXIT
004540     END-IF.
004550     PERFORM 3200-POST-TO-ACCT-TABLE THRU 3200-EXIT.
004560 3100-EXIT.
004570     EXIT.
004580******************************************************************
004590*    3200-POST-TO-ACCT-TABLE - ROLL THE HISTORY LINE INTO THE    *
004600*    ROW FOR ITS ACCOUNT, CREATING THE ROW ON FIRST USE.         *
004610******************************************************************
004620 3200-POST-TO-ACCT-TABLE.
004630     MOVE "N" TO WS-ACCT-FOUND-SWITCH.
004640     MOVE ZERO TO WS-ACCT-IX.
004650     PERFORM 3250-SCAN-ACCT-TABLE THRU 3250-EXIT
004660         UNTIL WS-ACCT-FOUND
004670            OR WS-ACCT-IX NOT < WS-ACCT-COUNT.
004680     IF NOT WS-ACCT-FOUND
004690         IF WS-ACCT-COUNT < WS-ACCT-MAX
004700             ADD 1 TO WS-ACCT-COUNT
004710             MOVE WS-ACCT-COUNT TO WS-ACCT-IX
004720             MOVE GL-ACCT-CODE TO WS-ACCT-CODE (WS-ACCT-IX)
004730             MOVE ZERO TO WS-ACCT-RECORDS (WS-ACCT-IX)
004740             MOVE ZERO TO WS-ACCT-DEBITS (WS-ACCT-IX)
004750             MOVE ZERO TO WS-ACCT-CREDITS (WS-ACCT-IX)
004760             MOVE ZERO TO WS-ACCT-NET (WS-ACCT-IX)
004770         ELSE
004780*            MORE ACCOUNTS THAN THE TABLE HOLDS - LUMP THE       *
004790*            OVERFLOW INTO THE LAST ROW SO NO DOLLARS DROP       *
004800*            OFF THE STATEMENT, AS GL_HISTORY DOES.              *
004810             DISPLAY "ACCOUNT TABLE FULL - ACCOUNT "
004820                 GL-ACCT-CODE " LUMPED INTO LAST ROW"
004830             MOVE WS-ACCT-COUNT TO WS-ACCT-IX
004840         END-IF
004850     END-IF.
004860     IF GL-ITEM-COUNT NUMERIC
004870         ADD GL-ITEM-COUNT TO WS-ACCT-RECORDS (WS-ACCT-IX)
004880         ADD GL-ITEM-COUNT TO WS-POST-RECORDS
004890     ELSE
004900         MOVE "Y" TO WS-NO-COUNT-SWITCH
004910     END-IF.
004920     IF GL-IS-CREDIT
004930         ADD GL-AMOUNT TO WS-ACCT-CREDITS (WS-ACCT-IX)
004940         ADD GL-AMOUNT TO WS-POST-CREDITS
004950         SUBTRACT GL-AMOUNT FROM WS-ACCT-NET (WS-ACCT-IX)
004960         SUBTRACT GL-AMOUNT FROM WS-POST-NET
004970     ELSE
004980         ADD GL-AMOUNT TO WS-ACCT-DEBITS (WS-ACCT-IX)
004990         ADD GL-AMOUNT TO WS-POST-DEBITS
005000         ADD GL-AMOUNT TO WS-ACCT-NET (WS-ACCT-IX)
005010         ADD GL-AMOUNT TO WS-POST-NET
005020     END-IF.
005030 3200-EXIT.
005040     EXIT.
005050 3250-SCAN-ACCT-TABLE.
005060     ADD 1 TO WS-ACCT-IX.
005070     IF WS-ACCT-CODE (WS-ACCT-IX) = GL-ACCT-CODE
005080         MOVE "Y" TO WS-ACCT-FOUND-SWITCH
005090     END-IF.
005100 3250-EXIT.
005110     EXIT.
005120 3300-WRITE-ACCT-LINE.
005130     ADD 1 TO WS-ACCT-IX.
005140     MOVE SPACES TO STM-ACCT-LINE.
005150     MOVE WS-ACCT-CODE (WS-ACCT-IX) TO STM-ACT-CODE.
005160     MOVE WS-ACCT-RECORDS (WS-ACCT-IX) TO STM-ACT-RECORDS.
005170     MOVE WS-ACCT-DEBITS (WS-ACCT-IX) TO STM-ACT-DEBITS.
005180     MOVE WS-ACCT-CREDITS (WS-ACCT-IX) TO STM-ACT-CREDITS.
005190     MOVE WS-ACCT-NET (WS-ACCT-IX) TO STM-ACT-NET.
005200     WRITE STM-ACCT-LINE.
005210 3300-EXIT.
005220     EXIT.
005230******************************************************************
005240*    4000-SUSPENSE-SECTION - LIST THE SOURCE'S SUSPENSE ITEMS    *
005250*    STAMPED IN THE DATE RANGE, AND TOTAL WHAT WAS ALREADY       *
005260*    OUTSTANDING BEFORE IT FOR THE CARRY-FORWARD SECTION.  AN    *
005270*    ITEM STAMPED AFTER THE RANGE BELONGS TO A LATER STATEMENT.  *
005280******************************************************************
005290 4000-SUSPENSE-SECTION.
005300     MOVE ZERO TO WS-SUSP-ITEMS.
005310     MOVE ZERO TO WS-SUSP-DOLLARS.
005320     MOVE ZERO TO WS-BFWD-ITEMS.
005330     MOVE ZERO TO WS-BFWD-DOLLARS.
005340     MOVE SPACES TO STM-TEXT-LINE.
005350     WRITE STM-TEXT-LINE.
005360     MOVE "----- DIVERTED TO SUSPENSE -----" TO STM-TEXT.
005370     WRITE STM-TEXT-LINE.
005380     MOVE SPACES TO STM-COLUMN-LINE.
005390     MOVE "KEY     ACCT       AMOUNT DC DATE     RSN  REASON"
005400         TO STM-COL-TEXT.
005410     MOVE "AGE" TO STM-COL-TEXT (70:3).
005420     WRITE STM-COLUMN-LINE.
005430     MOVE "N" TO WS-EOF-SWITCH.
005440     OPEN INPUT SUSPENSE-FILE.
005450     IF WS-SUSP-FILE-STATUS = "00"
005460         PERFORM 4100-READ-SUSP-RECORD THRU 4100-EXIT
005470             UNTIL WS-END-OF-FILE
005480         CLOSE SUSPENSE-FILE
005490     END-IF.
005500     IF WS-SUSP-ITEMS = ZERO
005510         MOVE SPACES TO STM-TEXT-LINE
005520         MOVE "NO ITEMS DIVERTED TO SUSPENSE IN THE PERIOD"
005530             TO STM-TEXT
005540         WRITE STM-TEXT-LINE
005550     END-IF.
005560     MOVE SPACES TO STM-TOTAL-LINE.
005570     MOVE "DIVERTED IN PERIOD" TO STM-TOT-LABEL.
005580     MOVE WS-SUSP-ITEMS TO STM-TOT-COUNT.
005590     MOVE WS-SUSP-DOLLARS TO STM-TOT-AMOUNT.
005600     WRITE STM-TOTAL-LINE.
005610 4000-EXIT.
005620     EXIT.
005630 4100-READ-SUSP-RECORD.
005640     READ SUSPENSE-FILE
005650         AT END
005660             MOVE "Y" TO WS-EOF-SWITCH
005670             GO TO 4100-EXIT
005680     END-READ.
005690     IF SUSP-SOURCE-ID NOT = WS-STMT-SOURCE
005700         GO TO 4100-EXIT
005710     END-IF.
005720     MOVE SUSP-TRANS-IMAGE TO WS-ITEM-IMAGE.
005730     PERFORM 6700-COMPUTE-ITEM-AMOUNT THRU 6700-EXIT.
005740     IF SUSP-BUSINESS-DATE NOT NUMERIC
005750        OR SUSP-BUSINESS-DATE < WS-FROM-DATE
005760         ADD 1 TO WS-BFWD-ITEMS
005770         ADD WS-ITEM-AMOUNT TO WS-BFWD-DOLLARS
005780         GO TO 4100-EXIT
005790     END-IF.
005800     IF SUSP-BUSINESS-DATE > WS-TO-DATE
005810         GO TO 4100-EXIT
005820     END-IF.
005830     ADD 1 TO WS-SUSP-ITEMS.
005840     ADD WS-ITEM-AMOUNT TO WS-SUSP-DOLLARS.
005850     MOVE SUSP-BUSINESS-DATE TO WS-ITEM-DATE.
005860     PERFORM 6600-BUILD-ITEM-LINE THRU 6600-EXIT.
005870     MOVE SUSP-REASON-CODE TO STM-ITM-REASON.
005880     PERFORM 4200-DECODE-REASON THRU 4200-EXIT.
005890     MOVE SUSP-BUSINESS-DATE TO WS-DS-DATE.
005900     PERFORM 6800-COMPUTE-DATE-SERIAL THRU 6800-EXIT.
005910     COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-DS-SERIAL.
005920     IF WS-AGE-DAYS < ZERO
005930         MOVE ZERO TO WS-AGE-DAYS
005940     END-IF.
005950     MOVE WS-AGE-DAYS TO WS-AGE-EDIT.
005960     MOVE WS-AGE-EDIT TO STM-ITM-AGE.
005970     WRITE STM-ITEM-LINE.
005980 4100-EXIT.
005990     EXIT.
006000******************************************************************
006010*    4200-DECODE-REASON - PUT THE WORDING FOR THE SUSPENSE       *
006020*    REASON CODE ON THE ITEM LINE.                               *
006030******************************************************************
006040 4200-DECODE-REASON.
006050     MOVE "N" TO WS-RSN-FOUND-SWITCH.
006060     MOVE ZERO TO WS-RSN-IX.
006070     PERFORM 4250-SCAN-REASONS THRU 4250-EXIT
006080         UNTIL WS-RSN-FOUND
006090            OR WS-RSN-IX NOT < WS-RSN-MAX.
006100     IF WS-RSN-FOUND
006110         MOVE WS-RSN-TEXT (WS-RSN-IX) TO STM-ITM-TEXT
006120     ELSE
006130         MOVE "UNKNOWN REASON" TO STM-ITM-TEXT
006140     END-IF.
006150 4200-EXIT.
006160     EXIT.
006170 4250-SCAN-REASONS.
006180     ADD 1 TO WS-RSN-IX.
006190     IF WS-RSN-CODE (WS-RSN-IX) = SUSP-REASON-CODE
006200         MOVE "Y" TO WS-RSN-FOUND-SWITCH
006210     END-IF.
006220 4250-EXIT.
006230     EXIT.
006240******************************************************************
006250*    5000-DUPLICATE-SECTION - LIST THE RECORDS OF THE SOURCE     *
006260*    THAT WERE BLOCKED AS DUPLICATES IN THE DATE RANGE.  NO      *
006270*    DUPLICATE LOG MEANS NOTHING HAS EVER BEEN BLOCKED.          *
006280******************************************************************
006290 5000-DUPLICATE-SECTION.
006300     MOVE ZERO TO WS-DUP-ITEMS.
006310     MOVE ZERO TO WS-DUP-DOLLARS.
006320     MOVE SPACES TO STM-TEXT-LINE.
006330     WRITE STM-TEXT-LINE.
006340     MOVE "----- DUPLICATES BLOCKED -----" TO STM-TEXT.
006350     WRITE STM-TEXT-LINE.
006360     MOVE SPACES TO STM-COLUMN-LINE.
006370     MOVE "KEY     ACCT       AMOUNT DC DATE          BATCH"
006380         TO STM-COL-TEXT.
006390     WRITE STM-COLUMN-LINE.
006400     MOVE "N" TO WS-EOF-SWITCH.
006410     OPEN INPUT DUPLICATE-LOG.
006420     IF WS-DUPL-FILE-STATUS = "00"
006430         PERFORM 5100-READ-DUP-RECORD THRU 5100-EXIT
006440             UNTIL WS-END-OF-FILE
006450         CLOSE DUPLICATE-LOG
006460     END-IF.
006470     IF WS-DUP-ITEMS = ZERO
006480         MOVE SPACES TO STM-TEXT-LINE
006490         MOVE "NO DUPLICATES BLOCKED IN THE PERIOD" TO STM-TEXT
006500         WRITE STM-TEXT-LINE
006510     END-IF.
006520     MOVE SPACES TO STM-TOTAL-LINE.
006530     MOVE "DUPLICATES BLOCKED" TO STM-TOT-LABEL.
006540     MOVE WS-DUP-ITEMS TO STM-TOT-COUNT.
006550     MOVE WS-DUP-DOLLARS TO STM-TOT-AMOUNT.
006560     WRITE STM-TOTAL-LINE.
006570 5000-EXIT.
006580     EXIT.
006590 5100-READ-DUP-RECORD.
006600     READ DUPLICATE-LOG
006610         AT END
006620             MOVE "Y" TO WS-EOF-SWITCH
006630             GO TO 5100-EXIT
006640     END-READ.
006650     IF DUP-SOURCE-ID NOT = WS-STMT-SOURCE
006660        OR DUP-BUSINESS-DATE < WS-FROM-DATE
006670        OR DUP-BUSINESS-DATE > WS-TO-DATE
006680         GO TO 5100-EXIT
006690     END-IF.
006700     MOVE DUP-TRANS-IMAGE TO WS-ITEM-IMAGE.
006710     PERFORM 6700-COMPUTE-ITEM-AMOUNT THRU 6700-EXIT.
006720     ADD 1 TO WS-DUP-ITEMS.
006730     ADD WS-ITEM-AMOUNT TO WS-DUP-DOLLARS.
006740     MOVE DUP-BUSINESS-DATE TO WS-ITEM-DATE.
006750     PERFORM 6600-BUILD-ITEM-LINE THRU 6600-EXIT.
006760     MOVE DUP-BATCH-ID TO STM-ITM-TEXT.
006770     WRITE STM-ITEM-LINE.
006780 5100-EXIT.
006790     EXIT.
006800******************************************************************
006810*    6000-CARRY-FORWARD-SECTION - WHAT WAS OUTSTANDING BEFORE    *
006820*    THE PERIOD, PLUS WHAT THE PERIOD ADDED, IS THE SUSPENSE     *
006830*    BALANCE THE DEPARTMENT CARRIES FORWARD.                     *
006840******************************************************************
006850 6000-CARRY-FORWARD-SECTION.
006860     MOVE SPACES TO STM-TEXT-LINE.
006870     WRITE STM-TEXT-LINE.
006880     MOVE "----- OUTSTANDING SUSPENSE -----" TO STM-TEXT.
006890     WRITE STM-TEXT-LINE.
006900     ADD WS-BFWD-ITEMS WS-SUSP-ITEMS GIVING WS-CFWD-ITEMS.
006910     ADD WS-BFWD-DOLLARS WS-SUSP-DOLLARS GIVING WS-CFWD-DOLLARS.
006920     MOVE SPACES TO STM-TOTAL-LINE.
006930     MOVE "BROUGHT FORWARD" TO STM-TOT-LABEL.
006940     MOVE WS-BFWD-ITEMS TO STM-TOT-COUNT.
006950     MOVE WS-BFWD-DOLLARS TO STM-TOT-AMOUNT.
006960     WRITE STM-TOTAL-LINE.
006970     MOVE SPACES TO STM-TOTAL-LINE.
006980     MOVE "DIVERTED IN PERIOD" TO STM-TOT-LABEL.
006990     MOVE WS-SUSP-ITEMS TO STM-TOT-COUNT.
007000     MOVE WS-SUSP-DOLLARS TO STM-TOT-AMOUNT.
007010     WRITE STM-TOTAL-LINE.
007020     MOVE SPACES TO STM-TOTAL-LINE.
007030     MOVE "CARRIED FORWARD" TO STM-TOT-LABEL.
007040     MOVE WS-CFWD-ITEMS TO STM-TOT-COUNT.
007050     MOVE WS-CFWD-DOLLARS TO STM-TOT-AMOUNT.
007060     WRITE STM-TOTAL-LINE.
007070     MOVE SPACES TO STM-TEXT-LINE.
007080     MOVE "ITEMS CORRECTED AND RESUBMITTED HAVE LEFT SUSPENSE "
007090         TO STM-TEXT.
007100     MOVE "AND ARE NOT SHOWN" TO STM-TEXT (52:17).
007110     WRITE STM-TEXT-LINE.
007120 6000-EXIT.
007130     EXIT.
007140******************************************************************
007150*    6600-BUILD-ITEM-LINE - THE FIELDS THE SUSPENSE AND          *
007160*    DUPLICATE LINES SHARE, FROM WS-ITEM-IMAGE AND               *
007170*    WS-ITEM-DATE.  AN UNREADABLE AMOUNT IS LEFT BLANK.          *
007180******************************************************************
007190 6600-BUILD-ITEM-LINE.
007200     MOVE SPACES TO STM-ITEM-LINE.
007210     MOVE WS-II-KEY TO STM-ITM-KEY.
007220     MOVE WS-II-ACCT-CODE TO STM-ITM-ACCT.
007230     IF WS-II-AMOUNT NUMERIC
007240         MOVE WS-II-AMOUNT TO STM-ITM-AMOUNT
007250     END-IF.
007260     IF WS-II-IS-CREDIT
007270         MOVE "CR" TO STM-ITM-DRCR
007280     ELSE
007290         MOVE "DR" TO STM-ITM-DRCR
007300     END-IF.
007310     MOVE WS-ITEM-DATE TO WS-EDIT-DATE.
007320     PERFORM 6900-EDIT-DATE THRU 6900-EXIT.
007330     MOVE WS-EDIT-DATE-TXT TO STM-ITM-DATE.
007340 6600-EXIT.
007350     EXIT.
007360******************************************************************
007370*    6700-COMPUTE-ITEM-AMOUNT - SIGNED DOLLAR VALUE OF THE ITEM  *
007380*    IMAGE.  AN UNREADABLE AMOUNT COUNTS AS ZERO DOLLARS, AS     *
007390*    SUSP_AGING COUNTS IT.                                       *
007400******************************************************************
007410 6700-COMPUTE-ITEM-AMOUNT.
007420     MOVE ZERO TO WS-ITEM-AMOUNT.
007430     IF WS-II-AMOUNT NOT NUMERIC
007440         GO TO 6700-EXIT
007450     END-IF.
007460     IF WS-II-IS-CREDIT
007470         SUBTRACT WS-II-AMOUNT FROM ZERO GIVING WS-ITEM-AMOUNT
007480     ELSE
007490         MOVE WS-II-AMOUNT TO WS-ITEM-AMOUNT
007500     END-IF.
007510 6700-EXIT.
007520     EXIT.
007530******************************************************************
007540*    6800-COMPUTE-DATE-SERIAL - TURN WS-DS-DATE (YYMMDD,         *
007550*    CENTURY WINDOWED TO 2000-2099) INTO A DAY SERIAL FROM       *
007560*    2000-01-01, AS IN GL_RECON.                                 *
007570******************************************************************
007580 6800-COMPUTE-DATE-SERIAL.
007590     COMPUTE WS-DS-WORK = WS-DS-YY + 3.
007600     DIVIDE WS-DS-WORK BY 4 GIVING WS-DS-QUOT
007610         REMAINDER WS-DS-REM.
007620     COMPUTE WS-DS-SERIAL = WS-DS-YY * 365 + WS-DS-QUOT
007630         + WS-MONTH-OFFSET (WS-DS-MM) + WS-DS-DD.
007640     IF WS-DS-MM > 2
007650         DIVIDE WS-DS-YY BY 4 GIVING WS-DS-QUOT
007660             REMAINDER WS-DS-REM
007670         IF WS-DS-REM = ZERO
007680             ADD 1 TO WS-DS-SERIAL
007690         END-IF
007700     END-IF.
007710 6800-EXIT.
007720     EXIT.
007730******************************************************************
007740*    6900-EDIT-DATE - WS-EDIT-DATE (YYMMDD) AS MM/DD/YY.         *
007750******************************************************************
007760 6900-EDIT-DATE.
007770     MOVE SPACES TO WS-EDIT-DATE-TXT.
007780     STRING WS-ED-MM "/" WS-ED-DD "/" WS-ED-YY
007790         DELIMITED BY SIZE INTO WS-EDIT-DATE-TXT.
007800 6900-EXIT.
007810     EXIT.
