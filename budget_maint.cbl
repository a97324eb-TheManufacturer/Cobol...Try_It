000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     BUDGET_MAINT.
000030 AUTHOR.         R. MARSH.
000040 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                *
000090*   BUDGET_MAINT                                                 *
000100*                                                                *
000110*   BUDGET MASTER MAINTENANCE.  LETS FINANCE BROWSE THE BUDGET   *
000120*   MASTER AND ADD, CHANGE, OR DELETE AN ACCOUNT'S BUDGET FOR    *
000130*   A YEAR WITH THE SAME RE-PROMPTING CONSOLE EDITS THE REST     *
000140*   OF THE SUITE USES, INSTEAD OF KEEPING IT IN A SPREADSHEET.   *
000150*   EVERY ACCOUNT CODE IS CHECKED AGAINST THE CHART-OF-          *
000160*   ACCOUNTS MASTER - IT MUST BE ON THE MASTER, ACTIVE, AND      *
000170*   EFFECTIVE FOR SOME PART OF THE BUDGET YEAR.  THE BROWSE      *
000180*   FLAGS ANY BUDGET WHOSE ACCOUNT HAS SINCE LEFT THE MASTER     *
000190*   OR GONE INACTIVE.  ENTRIES ARE KEPT IN ACCOUNT AND YEAR      *
000200*   ORDER.  NOTHING TOUCHES THE FILE ON DISK UNTIL THE           *
000210*   OPERATOR SAVES.  BUDGET_VAR REPORTS AGAINST THIS MASTER.     *
000220*                                                                *
000230*   MODIFICATION HISTORY                                         *
000235*   2026-10-15  RM   INITIAL VERSION.  AMOUNTS ARE READ WITH     *
000240*                    THEIR IMPLIED CENTS THROUGH A NUMERIC VIEW  *
000245*                    OF THE KEYED TEXT.                          *
000250*                                                                *
000260******************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT BUDGET-MASTER ASSIGN TO "BUDGMSTR"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-BUD-FILE-STATUS.
000330     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-AMST-FILE-STATUS.
000360     SELECT OPERATOR-MASTER ASSIGN TO "OPERMSTR"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-OPR-FILE-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  BUDGET-MASTER
000420     LABEL RECORDS ARE STANDARD.
000430     COPY BUDREC.
000440 FD  ACCOUNT-MASTER
000450     LABEL RECORDS ARE STANDARD.
000460     COPY ACCTREC.
000470 FD  OPERATOR-MASTER
000480     LABEL RECORDS ARE STANDARD.
000490     COPY OPRREC.
000500 WORKING-STORAGE SECTION.
000510*    FILE STATUS FIELD.
000520 77  WS-BUD-FILE-STATUS          PIC X(02).
000530*    END OF FILE SWITCH FOR THE LOAD PASS.
000540 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000550     88  WS-END-OF-FILE          VALUE "Y".
000560*    SET WHEN THE MASTER OPENED CLEANLY - A MISSING FILE JUST    *
000570*    MEANS THE BUDGET IS BEING BUILT FOR THE FIRST TIME.         *
000580 77  WS-BUD-OPEN-SWITCH          PIC X(01) VALUE "N".
000590     88  WS-BUD-FILE-OPEN        VALUE "Y".
000600*    SET WHEN THE FILE HOLDS MORE RECORDS THAN THE STAGING       *
000610*    TABLE - SAVING WOULD REWRITE THE FILE WITHOUT THE           *
000620*    UNLOADED RECORDS, SO THE SAVE IS REFUSED WHILE THIS IS      *
000630*    SET, AS ACCT_MAINT DOES.                                    *
000640 77  WS-BUD-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
000650     88  WS-BUD-OVERFLOW         VALUE "Y".
000660*    MENU CONTROL.
000670 77  WS-COMMAND                  PIC X(01).
000680 77  WS-DONE-SWITCH              PIC X(01) VALUE "N".
000690     88  WS-SESSION-DONE         VALUE "Y".
000700*    SET WHEN THE TABLE DIFFERS FROM THE FILE ON DISK.
000710 77  WS-CHANGED-SWITCH           PIC X(01) VALUE "N".
000720     88  WS-UNSAVED-CHANGES      VALUE "Y".
000730 77  WS-CONFIRM                  PIC X(01).
000740*    BUDGET STAGING TABLE - THE WHOLE MASTER IS STAGED HERE IN   *
000750*    ACCOUNT AND YEAR ORDER, AND THE FILE IS ONLY REWRITTEN      *
000760*    WHEN THE OPERATOR SAVES.  DELETED ENTRIES ARE FLAGGED       *
000770*    RATHER THAN SQUEEZED OUT, AS IN TRAN_MAINT.                 *
000780 77  WS-BUD-MAX                  PIC 9(04) COMP VALUE 500.
000790 77  WS-BUD-COUNT                PIC 9(04) COMP VALUE ZERO.
000800 77  WS-BUD-IX                   PIC 9(04) COMP VALUE ZERO.
000810 77  WS-BUD-MOVE-IX              PIC 9(04) COMP VALUE ZERO.
000820 77  WS-BUD-LIVE-COUNT           PIC 9(04) COMP VALUE ZERO.
000830 77  WS-BUD-FOUND-SWITCH         PIC X(01) VALUE "N".
000840     88  WS-BUD-FOUND            VALUE "Y".
000850 77  WS-BUD-HIGHER-SWITCH        PIC X(01) VALUE "N".
000860     88  WS-BUD-HIGHER           VALUE "Y".
000870 01  WS-BUD-TABLE.
000880     05  WS-BUD-ENTRY OCCURS 500 TIMES.
000890         10  WS-BUD-KEY.
000900             15  WS-BUD-CODE     PIC X(04).
000910             15  WS-BUD-YEAR     PIC 9(02).
000920         10  WS-BUD-SIDE         PIC X(01).
000930         10  WS-BUD-AMOUNT       PIC 9(09)V99
000940                                 OCCURS 12 TIMES.
000950         10  WS-BUD-DELETED      PIC X(01).
000960*    CONSOLE ACCEPT STAGING FIELDS - KEYSTROKES ARE STAGED AND   *
000970*    EDIT-CHECKED BEFORE THEY TOUCH THE REAL FIELDS, AS IN       *
000980*    ADD_NUMBERS AND TRAN_MAINT.                                 *
000990 77  WS-CODE-ACCEPT              PIC X(04).
001000 77  WS-YEAR-ACCEPT              PIC X(02).
001010 77  WS-SIDE-ACCEPT              PIC X(01).
001020 77  WS-MONTH-ACCEPT             PIC X(02).
001023*    THE AMOUNT IS KEYED WITH ITS CENTS IMPLIED, SO THE DIGITS   *
001026*    ARE TAKEN THROUGH A NUMERIC VIEW OF THE KEYED TEXT.         *
001029 01  WS-AMOUNT-ACCEPT            PIC X(11).
001032 01  WS-AMOUNT-ACCEPT-NUM REDEFINES WS-AMOUNT-ACCEPT
001035                                 PIC 9(09)V99.
001040 77  WS-VALID-SWITCH             PIC X(01) VALUE "N".
001050     88  WS-DATA-VALID           VALUE "Y".
001060*    FIELDS FOR THE ENTRY BEING BUILT OR CHANGED.  THE KEY IS    *
001070*    LAID OUT AS WS-BUD-KEY SO THE TABLE ORDER CAN BE TESTED     *
001080*    WITH ONE COMPARE.                                           *
001090 01  WS-WORK-KEY.
001100     05  WS-WORK-CODE            PIC X(04).
001110     05  WS-WORK-YEAR            PIC 9(02).
001120 77  WS-WORK-SIDE                PIC X(01).
001130 77  WS-WORK-MONTH               PIC 9(02) VALUE ZERO.
001140 77  WS-WORK-AMOUNT              PIC 9(09)V99 VALUE ZERO.
001150 01  WS-WORK-AMOUNTS.
001160     05  WS-WORK-MONTH-AMT       PIC 9(09)V99
001170                                 OCCURS 12 TIMES.
001180*    ANNUAL TOTAL AND EDITED FIELDS FOR THE CONSOLE.
001190 77  WS-ANNUAL-TOTAL             PIC 9(11)V99 VALUE ZERO.
001200 77  WS-ANNUAL-EDIT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001210 77  WS-AMOUNT-EDIT              PIC ZZZ,ZZZ,ZZ9.99.
001220 77  WS-MONTH-EDIT               PIC 99.
001230 77  WS-ACCT-NOTE                PIC X(14).
001240*    CHART-OF-ACCOUNTS LOOKUP TABLE - LOADED AT INITIALIZATION   *
001250*    SO THE ACCOUNT PROMPT CAN REFUSE AN UNKNOWN OR INACTIVE     *
001260*    CODE AT ENTRY, AS TRAN_MAINT DOES.  A MISSING MASTER        *
001270*    BYPASSES THE CHECK WITH A WARNING.                          *
001280 77  WS-AMST-FILE-STATUS         PIC X(02).
001290 77  WS-AMST-MAX                 PIC 9(03) COMP VALUE 200.
001300 77  WS-AMST-COUNT               PIC 9(03) COMP VALUE ZERO.
001310 77  WS-AMST-IX                  PIC 9(03) COMP VALUE ZERO.
001320 77  WS-AMST-EOF-SWITCH          PIC X(01) VALUE "N".
001330     88  WS-AMST-END-OF-FILE     VALUE "Y".
001340 77  WS-AMST-FOUND-SWITCH        PIC X(01) VALUE "N".
001350     88  WS-AMST-FOUND           VALUE "Y".
001360 77  WS-AMST-LOADED-SWITCH       PIC X(01) VALUE "N".
001370     88  WS-AMST-LOADED          VALUE "Y".
001380 77  WS-AMST-VALID-SWITCH        PIC X(01) VALUE "N".
001390     88  WS-ACCT-CODE-VALID      VALUE "Y".
001400 77  WS-AMST-LOOKUP-CODE         PIC X(04).
001410*    FIRST AND LAST DATES OF THE BUDGET YEAR, YYMMDD, FOR THE    *
001420*    EFFECTIVE-RANGE CHECK.                                      *
001430 01  WS-YEAR-START-DATE.
001440     05  WS-YS-YY                PIC 9(02).
001450     05  WS-YS-MMDD              PIC 9(04) VALUE 0101.
001460 01  WS-YEAR-END-DATE.
001470     05  WS-YE-YY                PIC 9(02).
001480     05  WS-YE-MMDD              PIC 9(04) VALUE 1231.
001490 01  WS-AMST-TABLE.
001500     05  WS-AMST-ENTRY OCCURS 200 TIMES.
001510         10  WS-AMST-CODE        PIC X(04).
001520         10  WS-AMST-DESC        PIC X(24).
001530         10  WS-AMST-ACTIVE      PIC X(01).
001540         10  WS-AMST-EFF-START   PIC 9(06).
001550         10  WS-AMST-EFF-END     PIC 9(06).
001560*    OPERATOR SIGN-ON FIELDS - THE KEYED ID MUST BE ON THE       *
001570*    OPERATOR MASTER, ACTIVE, AND AUTHORIZED FOR MAINTENANCE.    *
001580*    A MISSING MASTER BYPASSES THE CHECK WITH A WARNING.         *
001590 77  WS-OPR-FILE-STATUS          PIC X(02).
001600 77  WS-OPR-EOF-SWITCH           PIC X(01) VALUE "N".
001610     88  WS-OPR-END-OF-FILE      VALUE "Y".
001620 77  WS-OPR-FOUND-SWITCH         PIC X(01) VALUE "N".
001630     88  WS-OPR-FOUND            VALUE "Y".
001640 77  WS-OPR-ACTIVE               PIC X(01) VALUE SPACE.
001650 77  WS-OPR-AUTH-MAINT           PIC X(01) VALUE SPACE.
001660 77  WS-SIGNON-SWITCH            PIC X(01) VALUE "N".
001670     88  WS-SIGNON-OK            VALUE "Y".
001680*    OPERATOR IDENTIFICATION AND DATE FOR THE SESSION.
001690 77  WS-OPERATOR-ID              PIC X(08).
001700 01  WS-CURRENT-DATE.
001710     05  WS-CD-YY                PIC 9(02).
001720     05  WS-CD-MM                PIC 9(02).
001730     05  WS-CD-DD                PIC 9(02).
001740 PROCEDURE DIVISION.
001750 0000-MAIN-PROCESS.
001760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001770     PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
001780         UNTIL WS-SESSION-DONE.
001790     STOP RUN.
001800******************************************************************
001810*    1000-INITIALIZE - IDENTIFY THE OPERATOR AND LOAD THE        *
001820*    BUDGET AND ACCOUNT MASTERS INTO THEIR TABLES.               *
001830******************************************************************
001840 1000-INITIALIZE.
001850     DISPLAY "BUDGET_MAINT - BUDGET MASTER MAINTENANCE".
001860     DISPLAY " ".
001870     DISPLAY "ENTER OPERATOR ID : ".
001880     ACCEPT WS-OPERATOR-ID.
001890     PERFORM 1300-OPERATOR-SIGNON THRU 1300-EXIT.
001900     IF NOT WS-SIGNON-OK
001910         MOVE "Y" TO WS-DONE-SWITCH
001920         GO TO 1000-EXIT
001930     END-IF.
001940     ACCEPT WS-CURRENT-DATE FROM DATE.
001950     MOVE ZERO TO WS-BUD-COUNT.
001960     MOVE "N" TO WS-EOF-SWITCH.
001970     OPEN INPUT BUDGET-MASTER.
001980     IF WS-BUD-FILE-STATUS = "00"
001990         MOVE "Y" TO WS-BUD-OPEN-SWITCH
002000     ELSE
002010         DISPLAY "BUDGET MASTER NOT FOUND (STATUS "
002020             WS-BUD-FILE-STATUS ") - STARTING EMPTY"
002030         MOVE "Y" TO WS-EOF-SWITCH
002040     END-IF.
002050     PERFORM 1100-LOAD-BUD-RECORD THRU 1100-EXIT
002060         UNTIL WS-END-OF-FILE.
002070     IF WS-BUD-FILE-OPEN
002080         CLOSE BUDGET-MASTER
002090         MOVE "N" TO WS-BUD-OPEN-SWITCH
002100     END-IF.
002110     DISPLAY "BUDGETS LOADED: " WS-BUD-COUNT.
002120     PERFORM 1200-LOAD-ACCT-MASTER THRU 1200-EXIT.
002130 1000-EXIT.
002140     EXIT.
002150 1100-LOAD-BUD-RECORD.
002160     READ BUDGET-MASTER
002170         AT END
002180             MOVE "Y" TO WS-EOF-SWITCH
002190             GO TO 1100-EXIT
002200     END-READ.
002210     IF WS-BUD-COUNT < WS-BUD-MAX
002220         ADD 1 TO WS-BUD-COUNT
002230         MOVE BUD-ACCT-CODE TO WS-BUD-CODE (WS-BUD-COUNT)
002240         MOVE BUD-YEAR TO WS-BUD-YEAR (WS-BUD-COUNT)
002250         MOVE BUD-NORMAL-SIDE TO WS-BUD-SIDE (WS-BUD-COUNT)
002260         MOVE "N" TO WS-BUD-DELETED (WS-BUD-COUNT)
002270         MOVE ZERO TO WS-WORK-MONTH
002280         PERFORM 1150-LOAD-MONTH-AMOUNT THRU 1150-EXIT
002290             UNTIL WS-WORK-MONTH NOT < 12
002300     ELSE
002310         DISPLAY "TABLE FULL - MASTER TOO LARGE TO MAINTAIN "
002320             "HERE - BROWSE ONLY, SAVE IS DISABLED"
002330         MOVE "Y" TO WS-BUD-OVERFLOW-SWITCH
002340         MOVE "Y" TO WS-EOF-SWITCH
002350     END-IF.
002360 1100-EXIT.
002370     EXIT.
002380 1150-LOAD-MONTH-AMOUNT.
002390     ADD 1 TO WS-WORK-MONTH.
002400     MOVE BUD-MONTH-AMOUNT (WS-WORK-MONTH)
002410         TO WS-BUD-AMOUNT (WS-BUD-COUNT, WS-WORK-MONTH).
002420 1150-EXIT.
002430     EXIT.
002440******************************************************************
002450*    1200-LOAD-ACCT-MASTER - STAGE THE CHART OF ACCOUNTS FOR     *
002460*    THE CODE CHECKS, AS TRAN_MAINT DOES.                        *
002470******************************************************************
002480 1200-LOAD-ACCT-MASTER.
002490     MOVE ZERO TO WS-AMST-COUNT.
002500     MOVE "N" TO WS-AMST-EOF-SWITCH.
002510     MOVE "N" TO WS-AMST-LOADED-SWITCH.
002520     OPEN INPUT ACCOUNT-MASTER.
002530     IF WS-AMST-FILE-STATUS NOT = "00"
002540         DISPLAY "ACCOUNT MASTER NOT AVAILABLE (STATUS "
002550             WS-AMST-FILE-STATUS ") - ACCOUNT VALIDATION "
002560             "BYPASSED"
002570         GO TO 1200-EXIT
002580     END-IF.
002590     PERFORM 1250-READ-ACCT-MASTER THRU 1250-EXIT
002600         UNTIL WS-AMST-END-OF-FILE.
002610     CLOSE ACCOUNT-MASTER.
002620     MOVE "Y" TO WS-AMST-LOADED-SWITCH.
002630 1200-EXIT.
002640     EXIT.
002650 1250-READ-ACCT-MASTER.
002660     READ ACCOUNT-MASTER
002670         AT END
002680             MOVE "Y" TO WS-AMST-EOF-SWITCH
002690             GO TO 1250-EXIT
002700     END-READ.
002710     IF WS-AMST-COUNT < WS-AMST-MAX
002720         ADD 1 TO WS-AMST-COUNT
002730         MOVE ACCT-CODE TO WS-AMST-CODE (WS-AMST-COUNT)
002740         MOVE ACCT-DESCRIPTION TO WS-AMST-DESC (WS-AMST-COUNT)
002750         MOVE ACCT-ACTIVE-FLAG TO WS-AMST-ACTIVE (WS-AMST-COUNT)
002760         MOVE ACCT-EFF-START-DATE
002770             TO WS-AMST-EFF-START (WS-AMST-COUNT)
002780         MOVE ACCT-EFF-END-DATE
002790             TO WS-AMST-EFF-END (WS-AMST-COUNT)
002800     ELSE
002810         DISPLAY "ACCOUNT TABLE FULL - MASTER ENTRIES BEYOND "
002820             WS-AMST-MAX " NOT LOADED"
002830         MOVE "Y" TO WS-AMST-EOF-SWITCH
002840     END-IF.
002850 1250-EXIT.
002860     EXIT.
002870******************************************************************
002880*    1300-OPERATOR-SIGNON - CHECK THE KEYED ID AGAINST THE       *
002890*    OPERATOR MASTER AND REFUSE THE SESSION WHEN THE ID IS       *
002900*    UNKNOWN, INACTIVE, OR NOT AUTHORIZED FOR MAINTENANCE.       *
002910*    A MISSING MASTER BYPASSES THE CHECK WITH A WARNING.         *
002920******************************************************************
002930 1300-OPERATOR-SIGNON.
002940     MOVE "N" TO WS-SIGNON-SWITCH.
002950     MOVE "N" TO WS-OPR-EOF-SWITCH.
002960     MOVE "N" TO WS-OPR-FOUND-SWITCH.
002970     OPEN INPUT OPERATOR-MASTER.
002980     IF WS-OPR-FILE-STATUS NOT = "00"
002990         DISPLAY "OPERATOR MASTER NOT AVAILABLE (STATUS "
003000             WS-OPR-FILE-STATUS ") - SIGN-ON CHECK BYPASSED"
003010         MOVE "Y" TO WS-SIGNON-SWITCH
003020         GO TO 1300-EXIT
003030     END-IF.
003040     PERFORM 1350-READ-OPERATOR THRU 1350-EXIT
003050         UNTIL WS-OPR-FOUND OR WS-OPR-END-OF-FILE.
003060     CLOSE OPERATOR-MASTER.
003070     IF NOT WS-OPR-FOUND
003080         DISPLAY "*** OPERATOR ID NOT ON THE OPERATOR "
003090             "MASTER - SESSION REFUSED ***"
003100         GO TO 1300-EXIT
003110     END-IF.
003120     IF WS-OPR-ACTIVE NOT = "A"
003130         DISPLAY "*** OPERATOR ID IS INACTIVE - SESSION "
003140             "REFUSED ***"
003150         GO TO 1300-EXIT
003160     END-IF.
003170     IF WS-OPR-AUTH-MAINT NOT = "Y"
003180         DISPLAY "*** OPERATOR NOT AUTHORIZED FOR "
003190             "BUDGET MAINTENANCE"
003200             " - SESSION REFUSED ***"
003210         GO TO 1300-EXIT
003220     END-IF.
003230     MOVE "Y" TO WS-SIGNON-SWITCH.
003240 1300-EXIT.
003250     EXIT.
003260 1350-READ-OPERATOR.
003270     READ OPERATOR-MASTER
003280         AT END
003290             MOVE "Y" TO WS-OPR-EOF-SWITCH
003300             GO TO 1350-EXIT
003310     END-READ.
003320     IF OPR-OPERATOR-ID = WS-OPERATOR-ID
003330         MOVE "Y" TO WS-OPR-FOUND-SWITCH
003340         MOVE OPR-ACTIVE-FLAG TO WS-OPR-ACTIVE
003350         MOVE OPR-AUTH-MAINT TO WS-OPR-AUTH-MAINT
003360     END-IF.
003370 1350-EXIT.
003380     EXIT.
003390******************************************************************
003400*    2000-PROCESS-COMMAND - MENU LOOP.                           *
003410******************************************************************
003420 2000-PROCESS-COMMAND.
003430     DISPLAY " ".
003440     DISPLAY "B=BROWSE  V=VIEW  A=ADD  C=CHANGE  D=DELETE".
003450     DISPLAY "S=SAVE AND EXIT  Q=QUIT WITHOUT SAVING".
003460     DISPLAY "ENTER COMMAND : ".
003470     ACCEPT WS-COMMAND.
003480     EVALUATE WS-COMMAND
003490         WHEN "B"
003500         WHEN "b"
003510             PERFORM 3000-BROWSE-TABLE THRU 3000-EXIT
003520         WHEN "V"
003530         WHEN "v"
003540             PERFORM 3500-VIEW-BUDGET THRU 3500-EXIT
003550         WHEN "A"
003560         WHEN "a"
003570             PERFORM 4000-ADD-BUDGET THRU 4000-EXIT
003580         WHEN "C"
003590         WHEN "c"
003600             PERFORM 5000-CHANGE-BUDGET THRU 5000-EXIT
003610         WHEN "D"
003620         WHEN "d"
003630             PERFORM 6000-DELETE-BUDGET THRU 6000-EXIT
003640         WHEN "S"
003650         WHEN "s"
003660             PERFORM 8000-SAVE-AND-EXIT THRU 8000-EXIT
003670         WHEN "Q"
003680         WHEN "q"
003690             PERFORM 8500-QUIT-NO-SAVE THRU 8500-EXIT
003700         WHEN OTHER
003710             DISPLAY "*** UNKNOWN COMMAND ***"
003720     END-EVALUATE.
003730 2000-EXIT.
003740     EXIT.
003750******************************************************************
003760*    3000-BROWSE-TABLE - LIST THE STAGED BUDGETS AT THE          *
003770*    CONSOLE, ONE LINE EACH WITH THE ANNUAL TOTAL.  A BUDGET     *
003780*    WHOSE ACCOUNT HAS LEFT THE MASTER OR GONE INACTIVE SINCE    *
003790*    IT WAS KEYED IS FLAGGED.                                    *
003800******************************************************************
003810 3000-BROWSE-TABLE.
003820     MOVE ZERO TO WS-BUD-LIVE-COUNT.
003830     MOVE ZERO TO WS-BUD-IX.
003840     PERFORM 3100-BROWSE-ONE-BUDGET THRU 3100-EXIT
003850         UNTIL WS-BUD-IX NOT < WS-BUD-COUNT.
003860     IF WS-BUD-LIVE-COUNT = ZERO
003870         DISPLAY "MASTER IS EMPTY"
003880     END-IF.
003890 3000-EXIT.
003900     EXIT.
003910 3100-BROWSE-ONE-BUDGET.
003920     ADD 1 TO WS-BUD-IX.
003930     IF WS-BUD-DELETED (WS-BUD-IX) = "Y"
003940         GO TO 3100-EXIT
003950     END-IF.
003960     ADD 1 TO WS-BUD-LIVE-COUNT.
003970     PERFORM 3200-SUM-ANNUAL-TOTAL THRU 3200-EXIT.
003980     MOVE WS-ANNUAL-TOTAL TO WS-ANNUAL-EDIT.
003990     MOVE SPACES TO WS-ACCT-NOTE.
004000     IF WS-AMST-LOADED
004010         MOVE WS-BUD-CODE (WS-BUD-IX) TO WS-AMST-LOOKUP-CODE
004020         PERFORM 4500-FIND-ACCT-ENTRY THRU 4500-EXIT
004030         IF NOT WS-AMST-FOUND
004040             MOVE "*NOT ON MASTER" TO WS-ACCT-NOTE
004050         ELSE
004060             IF WS-AMST-ACTIVE (WS-AMST-IX) NOT = "A"
004070                 MOVE "*INACTIVE" TO WS-ACCT-NOTE
004080             END-IF
004090         END-IF
004100     END-IF.
004110     DISPLAY WS-BUD-CODE (WS-BUD-IX) " 20"
004120         WS-BUD-YEAR (WS-BUD-IX) " "
004130         WS-BUD-SIDE (WS-BUD-IX) " ANNUAL "
004140         WS-ANNUAL-EDIT " " WS-ACCT-NOTE.
004150 3100-EXIT.
004160     EXIT.
004170 3200-SUM-ANNUAL-TOTAL.
004180     MOVE ZERO TO WS-ANNUAL-TOTAL.
004190     MOVE ZERO TO WS-WORK-MONTH.
004200     PERFORM 3250-ADD-MONTH-AMOUNT THRU 3250-EXIT
004210         UNTIL WS-WORK-MONTH NOT < 12.
004220 3200-EXIT.
004230     EXIT.
004240 3250-ADD-MONTH-AMOUNT.
004250     ADD 1 TO WS-WORK-MONTH.
004260     ADD WS-BUD-AMOUNT (WS-BUD-IX, WS-WORK-MONTH)
004270         TO WS-ANNUAL-TOTAL.
004280 3250-EXIT.
004290     EXIT.
004300******************************************************************
004310*    3500-VIEW-BUDGET - SHOW ONE BUDGET MONTH BY MONTH.          *
004320******************************************************************
004330 3500-VIEW-BUDGET.
004340     PERFORM 4100-GET-CODE THRU 4100-EXIT.
004350     PERFORM 4300-GET-YEAR THRU 4300-EXIT.
004360     PERFORM 4700-FIND-BY-KEY THRU 4700-EXIT.
004370     IF NOT WS-BUD-FOUND
004380         DISPLAY "*** NO BUDGET FOR THAT ACCOUNT AND YEAR ***"
004390         GO TO 3500-EXIT
004400     END-IF.
004410     PERFORM 3600-SHOW-MONTHS THRU 3600-EXIT.
004420 3500-EXIT.
004430     EXIT.
004440 3600-SHOW-MONTHS.
004450     DISPLAY "ACCOUNT " WS-BUD-CODE (WS-BUD-IX) "  YEAR 20"
004460         WS-BUD-YEAR (WS-BUD-IX) "  NORMAL SIDE "
004470         WS-BUD-SIDE (WS-BUD-IX).
004480     MOVE ZERO TO WS-WORK-MONTH.
004490     PERFORM 3650-SHOW-ONE-MONTH THRU 3650-EXIT
004500         UNTIL WS-WORK-MONTH NOT < 12.
004510     PERFORM 3200-SUM-ANNUAL-TOTAL THRU 3200-EXIT.
004520     MOVE WS-ANNUAL-TOTAL TO WS-ANNUAL-EDIT.
004530     DISPLAY "  ANNUAL " WS-ANNUAL-EDIT.
004540 3600-EXIT.
004550     EXIT.
004560 3650-SHOW-ONE-MONTH.
004570     ADD 1 TO WS-WORK-MONTH.
004580     MOVE WS-WORK-MONTH TO WS-MONTH-EDIT.
004590     MOVE WS-BUD-AMOUNT (WS-BUD-IX, WS-WORK-MONTH)
004600         TO WS-AMOUNT-EDIT.
004610     DISPLAY "  MONTH " WS-MONTH-EDIT "  " WS-AMOUNT-EDIT.
004620 3650-EXIT.
004630     EXIT.
004640******************************************************************
004650*    4000-ADD-BUDGET - KEY AND VALIDATE A NEW BUDGET AND         *
004660*    INSERT IT IN ACCOUNT AND YEAR ORDER.                        *
004670******************************************************************
004680 4000-ADD-BUDGET.
004690     IF WS-BUD-COUNT NOT < WS-BUD-MAX
004700         DISPLAY "TABLE FULL - CANNOT ADD"
004710         GO TO 4000-EXIT
004720     END-IF.
004730     PERFORM 4100-GET-CODE THRU 4100-EXIT.
004740     PERFORM 4300-GET-YEAR THRU 4300-EXIT.
004750     PERFORM 4700-FIND-BY-KEY THRU 4700-EXIT.
004760     IF WS-BUD-FOUND
004770         DISPLAY "*** BUDGET ALREADY ON THE MASTER - USE "
004780             "CHANGE ***"
004790         GO TO 4000-EXIT
004800     END-IF.
004810     IF WS-AMST-LOADED
004820         PERFORM 4600-VALIDATE-ACCT-CODE THRU 4600-EXIT
004830         IF NOT WS-ACCT-CODE-VALID
004840             DISPLAY "*** ACCOUNT UNKNOWN, INACTIVE, OR NOT "
004850                 "EFFECTIVE IN THE BUDGET YEAR ***"
004860             GO TO 4000-EXIT
004870         END-IF
004880     END-IF.
004890     PERFORM 4400-GET-SIDE THRU 4400-EXIT.
004900     DISPLAY "KEY EACH MONTH'S BUDGET - A BLANK MONTH REPEATS "
004910         "THE MONTH BEFORE".
004920     MOVE ZERO TO WS-WORK-AMOUNT.
004930     MOVE ZERO TO WS-WORK-MONTH.
004940     PERFORM 4200-GET-MONTH-AMOUNT THRU 4200-EXIT
004950         UNTIL WS-WORK-MONTH NOT < 12.
004960     PERFORM 4800-INSERT-ENTRY THRU 4800-EXIT.
004970     MOVE "Y" TO WS-CHANGED-SWITCH.
004980     PERFORM 3600-SHOW-MONTHS THRU 3600-EXIT.
004990     DISPLAY "BUDGET ADDED.".
005000 4000-EXIT.
005010     EXIT.
005020******************************************************************
005030*    4100-4410 - CONSOLE EDITS FOR EACH FIELD, EACH RE-PROMPTS   *
005040*    UNTIL THE ENTRY PASSES, AS IN ACCT_MAINT.                   *
005050******************************************************************
005060 4100-GET-CODE.
005070     MOVE "N" TO WS-VALID-SWITCH.
005080     PERFORM 4110-ACCEPT-CODE THRU 4110-EXIT
005090         UNTIL WS-DATA-VALID.
005100 4100-EXIT.
005110     EXIT.
005120 4110-ACCEPT-CODE.
005130     DISPLAY "ENTER ACCOUNT CODE (4 CHARACTERS) : ".
005140     MOVE SPACES TO WS-CODE-ACCEPT.
005150     ACCEPT WS-CODE-ACCEPT.
005160     IF WS-CODE-ACCEPT = SPACES
005170         DISPLAY "*** INVALID ENTRY - ACCOUNT CODE REQUIRED ***"
005180         MOVE "N" TO WS-VALID-SWITCH
005190     ELSE
005200         MOVE WS-CODE-ACCEPT TO WS-WORK-CODE
005210         MOVE "Y" TO WS-VALID-SWITCH
005220     END-IF.
005230 4110-EXIT.
005240     EXIT.
005250*    ONE MONTH'S AMOUNT - WS-WORK-AMOUNT STILL HOLDS THE MONTH   *
005260*    BEFORE, WHICH A BLANK ENTRY REPEATS.                        *
005270 4200-GET-MONTH-AMOUNT.
005280     ADD 1 TO WS-WORK-MONTH.
005290     MOVE WS-WORK-MONTH TO WS-MONTH-EDIT.
005300     MOVE "N" TO WS-VALID-SWITCH.
005310     PERFORM 4210-ACCEPT-AMOUNT THRU 4210-EXIT
005320         UNTIL WS-DATA-VALID.
005330     MOVE WS-WORK-AMOUNT TO WS-WORK-MONTH-AMT (WS-WORK-MONTH).
005340 4200-EXIT.
005350     EXIT.
005360 4210-ACCEPT-AMOUNT.
005370     DISPLAY "MONTH " WS-MONTH-EDIT
005380         " AMOUNT (11 DIGITS, CENTS IMPLIED) : ".
005390     MOVE SPACES TO WS-AMOUNT-ACCEPT.
005400     ACCEPT WS-AMOUNT-ACCEPT.
005410     IF WS-AMOUNT-ACCEPT = SPACES
005420         MOVE "Y" TO WS-VALID-SWITCH
005430         GO TO 4210-EXIT
005440     END-IF.
005450     PERFORM 4250-EDIT-AMOUNT THRU 4250-EXIT.
005460 4210-EXIT.
005470     EXIT.
005480 4250-EDIT-AMOUNT.
005490     INSPECT WS-AMOUNT-ACCEPT REPLACING TRAILING SPACE BY ZERO.
005500     IF WS-AMOUNT-ACCEPT IS NUMERIC
005510         MOVE "Y" TO WS-VALID-SWITCH
005520         MOVE WS-AMOUNT-ACCEPT-NUM TO WS-WORK-AMOUNT
005530     ELSE
005540         DISPLAY "*** INVALID ENTRY - NUMERIC DATA REQUIRED ***"
005550         MOVE "N" TO WS-VALID-SWITCH
005560     END-IF.
005570 4250-EXIT.
005580     EXIT.
005590 4300-GET-YEAR.
005600     MOVE "N" TO WS-VALID-SWITCH.
005610     PERFORM 4310-ACCEPT-YEAR THRU 4310-EXIT
005620         UNTIL WS-DATA-VALID.
005630 4300-EXIT.
005640     EXIT.
005650 4310-ACCEPT-YEAR.
005660     DISPLAY "ENTER BUDGET YEAR YY (BLANK = THIS YEAR) : ".
005670     MOVE SPACES TO WS-YEAR-ACCEPT.
005680     ACCEPT WS-YEAR-ACCEPT.
005690     IF WS-YEAR-ACCEPT = SPACES
005700         MOVE WS-CD-YY TO WS-WORK-YEAR
005710         MOVE "Y" TO WS-VALID-SWITCH
005720         GO TO 4310-EXIT
005730     END-IF.
005740     IF WS-YEAR-ACCEPT IS NUMERIC
005750         MOVE WS-YEAR-ACCEPT TO WS-WORK-YEAR
005760         MOVE "Y" TO WS-VALID-SWITCH
005770     ELSE
005780         DISPLAY "*** INVALID ENTRY - YY REQUIRED ***"
005790         MOVE "N" TO WS-VALID-SWITCH
005800     END-IF.
005810 4310-EXIT.
005820     EXIT.
005830 4400-GET-SIDE.
005840     MOVE "N" TO WS-VALID-SWITCH.
005850     PERFORM 4410-ACCEPT-SIDE THRU 4410-EXIT
005860         UNTIL WS-DATA-VALID.
005870 4400-EXIT.
005880     EXIT.
005890 4410-ACCEPT-SIDE.
005900     DISPLAY "ENTER NORMAL SIDE (D=DEBIT, C=CREDIT) : ".
005910     MOVE SPACE TO WS-SIDE-ACCEPT.
005920     ACCEPT WS-SIDE-ACCEPT.
005930     IF WS-SIDE-ACCEPT = "d"
005940         MOVE "D" TO WS-SIDE-ACCEPT
005950     END-IF.
005960     IF WS-SIDE-ACCEPT = "c"
005970         MOVE "C" TO WS-SIDE-ACCEPT
005980     END-IF.
005990     IF WS-SIDE-ACCEPT = "D" OR WS-SIDE-ACCEPT = "C"
006000         MOVE WS-SIDE-ACCEPT TO WS-WORK-SIDE
006010         MOVE "Y" TO WS-VALID-SWITCH
006020     ELSE
006030         DISPLAY "*** INVALID ENTRY - D OR C REQUIRED ***"
006040         MOVE "N" TO WS-VALID-SWITCH
006050     END-IF.
006060 4410-EXIT.
006070     EXIT.
006080******************************************************************
006090*    4500-FIND-ACCT-ENTRY - LOCATE WS-AMST-LOOKUP-CODE ON THE    *
006100*    STAGED CHART OF ACCOUNTS.                                   *
006110******************************************************************
006120 4500-FIND-ACCT-ENTRY.
006130     MOVE "N" TO WS-AMST-FOUND-SWITCH.
006140     MOVE ZERO TO WS-AMST-IX.
006150     PERFORM 4510-SCAN-AMST-TABLE THRU 4510-EXIT
006160         UNTIL WS-AMST-FOUND
006170            OR WS-AMST-IX NOT < WS-AMST-COUNT.
006180 4500-EXIT.
006190     EXIT.
006200 4510-SCAN-AMST-TABLE.
006210     ADD 1 TO WS-AMST-IX.
006220     IF WS-AMST-CODE (WS-AMST-IX) = WS-AMST-LOOKUP-CODE
006230         MOVE "Y" TO WS-AMST-FOUND-SWITCH
006240     END-IF.
006250 4510-EXIT.
006260     EXIT.
006270******************************************************************
006280*    4600-VALIDATE-ACCT-CODE - A CODE MAY BE BUDGETED WHEN IT    *
006290*    IS ON THE MASTER, ACTIVE, AND ITS EFFECTIVE RANGE OVERLAPS  *
006300*    THE BUDGET YEAR AT ALL - AN ACCOUNT OPENED OR CLOSED        *
006310*    MID-YEAR STILL CARRIES A BUDGET FOR THE MONTHS IT RUNS.     *
006320******************************************************************
006330 4600-VALIDATE-ACCT-CODE.
006340     MOVE "N" TO WS-AMST-VALID-SWITCH.
006350     MOVE WS-WORK-CODE TO WS-AMST-LOOKUP-CODE.
006360     PERFORM 4500-FIND-ACCT-ENTRY THRU 4500-EXIT.
006370     IF NOT WS-AMST-FOUND
006380         GO TO 4600-EXIT
006390     END-IF.
006400     IF WS-AMST-ACTIVE (WS-AMST-IX) NOT = "A"
006410         GO TO 4600-EXIT
006420     END-IF.
006430     MOVE WS-WORK-YEAR TO WS-YS-YY.
006440     MOVE WS-WORK-YEAR TO WS-YE-YY.
006450     IF WS-AMST-EFF-START (WS-AMST-IX) > WS-YEAR-END-DATE
006460         GO TO 4600-EXIT
006470     END-IF.
006480     IF WS-AMST-EFF-END (WS-AMST-IX) < WS-YEAR-START-DATE
006490         GO TO 4600-EXIT
006500     END-IF.
006510     MOVE "Y" TO WS-AMST-VALID-SWITCH.
006520 4600-EXIT.
006530     EXIT.
006540******************************************************************
006550*    4700-FIND-BY-KEY - LOCATE THE UNDELETED ENTRY FOR           *
006560*    WS-WORK-KEY (ACCOUNT AND YEAR).                             *
006570******************************************************************
006580 4700-FIND-BY-KEY.
006590     MOVE "N" TO WS-BUD-FOUND-SWITCH.
006600     MOVE ZERO TO WS-BUD-IX.
006610     PERFORM 4710-SCAN-FOR-KEY THRU 4710-EXIT
006620         UNTIL WS-BUD-FOUND
006630            OR WS-BUD-IX NOT < WS-BUD-COUNT.
006640 4700-EXIT.
006650     EXIT.
006660 4710-SCAN-FOR-KEY.
006670     ADD 1 TO WS-BUD-IX.
006680     IF WS-BUD-KEY (WS-BUD-IX) = WS-WORK-KEY
006690        AND WS-BUD-DELETED (WS-BUD-IX) NOT = "Y"
006700         MOVE "Y" TO WS-BUD-FOUND-SWITCH
006710     END-IF.
006720 4710-EXIT.
006730     EXIT.
006740******************************************************************
006750*    4800-INSERT-ENTRY - OPEN A ROW AHEAD OF THE FIRST HIGHER    *
006760*    KEY (OR AT THE END) BY SHIFTING THE HIGHER ROWS UP ONE,     *
006770*    AND FILL IT FROM THE WORK FIELDS.                           *
006780******************************************************************
006790 4800-INSERT-ENTRY.
006800     MOVE "N" TO WS-BUD-HIGHER-SWITCH.
006810     MOVE ZERO TO WS-BUD-IX.
006820     PERFORM 4810-SCAN-FOR-HIGHER THRU 4810-EXIT
006830         UNTIL WS-BUD-HIGHER
006840            OR WS-BUD-IX NOT < WS-BUD-COUNT.
006850     IF NOT WS-BUD-HIGHER
006860         ADD 1 TO WS-BUD-COUNT GIVING WS-BUD-IX
006870     END-IF.
006880     MOVE WS-BUD-COUNT TO WS-BUD-MOVE-IX.
006890     PERFORM 4820-SHIFT-ENTRY THRU 4820-EXIT
006900         UNTIL WS-BUD-MOVE-IX < WS-BUD-IX.
006910     ADD 1 TO WS-BUD-COUNT.
006920     MOVE WS-WORK-CODE TO WS-BUD-CODE (WS-BUD-IX).
006930     MOVE WS-WORK-YEAR TO WS-BUD-YEAR (WS-BUD-IX).
006940     MOVE WS-WORK-SIDE TO WS-BUD-SIDE (WS-BUD-IX).
006950     MOVE "N" TO WS-BUD-DELETED (WS-BUD-IX).
006960     MOVE ZERO TO WS-WORK-MONTH.
006970     PERFORM 4830-SET-MONTH-AMOUNT THRU 4830-EXIT
006980         UNTIL WS-WORK-MONTH NOT < 12.
006990 4800-EXIT.
007000     EXIT.
007010 4810-SCAN-FOR-HIGHER.
007020     ADD 1 TO WS-BUD-IX.
007030     IF WS-BUD-KEY (WS-BUD-IX) > WS-WORK-KEY
007040         MOVE "Y" TO WS-BUD-HIGHER-SWITCH
007050     END-IF.
007060 4810-EXIT.
007070     EXIT.
007080 4820-SHIFT-ENTRY.
007090     MOVE WS-BUD-ENTRY (WS-BUD-MOVE-IX)
007100         TO WS-BUD-ENTRY (WS-BUD-MOVE-IX + 1).
007110     SUBTRACT 1 FROM WS-BUD-MOVE-IX.
007120 4820-EXIT.
007130     EXIT.
007140 4830-SET-MONTH-AMOUNT.
007150     ADD 1 TO WS-WORK-MONTH.
007160     MOVE WS-WORK-MONTH-AMT (WS-WORK-MONTH)
007170         TO WS-BUD-AMOUNT (WS-BUD-IX, WS-WORK-MONTH).
007180 4830-EXIT.
007190     EXIT.
007200******************************************************************
007210*    5000-CHANGE-BUDGET - RE-KEY ONE MONTH'S AMOUNT, OR THE      *
007220*    NORMAL SIDE, ON AN EXISTING BUDGET.  THE ACCOUNT IS         *
007230*    CHECKED AGAINST THE MASTER AGAIN, SO A BUDGET CANNOT BE     *
007240*    KEPT UP FOR AN ACCOUNT THAT HAS SINCE BEEN RETIRED.         *
007250******************************************************************
007260 5000-CHANGE-BUDGET.
007270     PERFORM 4100-GET-CODE THRU 4100-EXIT.
007280     PERFORM 4300-GET-YEAR THRU 4300-EXIT.
007290     PERFORM 4700-FIND-BY-KEY THRU 4700-EXIT.
007300     IF NOT WS-BUD-FOUND
007310         DISPLAY "*** NO BUDGET FOR THAT ACCOUNT AND YEAR ***"
007320         GO TO 5000-EXIT
007330     END-IF.
007340     IF WS-AMST-LOADED
007350         PERFORM 4600-VALIDATE-ACCT-CODE THRU 4600-EXIT
007360         IF NOT WS-ACCT-CODE-VALID
007370             DISPLAY "*** ACCOUNT UNKNOWN, INACTIVE, OR NOT "
007380                 "EFFECTIVE IN THE BUDGET YEAR ***"
007390             GO TO 5000-EXIT
007400         END-IF
007410     END-IF.
007420*    4600 MOVED WS-AMST-IX ONLY - WS-BUD-IX STILL POINTS AT THE  *
007430*    BUDGET FOUND ABOVE.                                         *
007440     PERFORM 3600-SHOW-MONTHS THRU 3600-EXIT.
007450     PERFORM 5100-GET-CHANGE-MONTH THRU 5100-EXIT.
007460     IF WS-WORK-MONTH = ZERO
007470         PERFORM 4400-GET-SIDE THRU 4400-EXIT
007480         MOVE WS-WORK-SIDE TO WS-BUD-SIDE (WS-BUD-IX)
007490         MOVE "Y" TO WS-CHANGED-SWITCH
007500         DISPLAY "NORMAL SIDE CHANGED."
007510         GO TO 5000-EXIT
007520     END-IF.
007530     MOVE WS-WORK-MONTH TO WS-MONTH-EDIT.
007540     MOVE "N" TO WS-VALID-SWITCH.
007550     PERFORM 5200-ACCEPT-NEW-AMOUNT THRU 5200-EXIT
007560         UNTIL WS-DATA-VALID.
007570     MOVE WS-WORK-AMOUNT
007580         TO WS-BUD-AMOUNT (WS-BUD-IX, WS-WORK-MONTH).
007590     MOVE "Y" TO WS-CHANGED-SWITCH.
007600     DISPLAY "BUDGET CHANGED.".
007610 5000-EXIT.
007620     EXIT.
007630*    MONTH 01-12 TO CHANGE, OR 00 TO CHANGE THE NORMAL SIDE.
007640 5100-GET-CHANGE-MONTH.
007650     MOVE "N" TO WS-VALID-SWITCH.
007660     PERFORM 5110-ACCEPT-CHANGE-MONTH THRU 5110-EXIT
007670         UNTIL WS-DATA-VALID.
007680 5100-EXIT.
007690     EXIT.
007700 5110-ACCEPT-CHANGE-MONTH.
007710     DISPLAY "ENTER MONTH TO CHANGE MM (00 = NORMAL SIDE) : ".
007720     MOVE SPACES TO WS-MONTH-ACCEPT.
007730     ACCEPT WS-MONTH-ACCEPT.
007740     MOVE "N" TO WS-VALID-SWITCH.
007750     IF WS-MONTH-ACCEPT IS NUMERIC
007760         MOVE WS-MONTH-ACCEPT TO WS-WORK-MONTH
007770         IF WS-WORK-MONTH < 13
007780             MOVE "Y" TO WS-VALID-SWITCH
007790         END-IF
007800     END-IF.
007810     IF NOT WS-DATA-VALID
007820         DISPLAY "*** INVALID ENTRY - MM 00 TO 12 REQUIRED ***"
007830     END-IF.
007840 5110-EXIT.
007850     EXIT.
007860 5200-ACCEPT-NEW-AMOUNT.
007870     DISPLAY "MONTH " WS-MONTH-EDIT
007880         " NEW AMOUNT (11 DIGITS, CENTS IMPLIED) : ".
007890     MOVE SPACES TO WS-AMOUNT-ACCEPT.
007900     ACCEPT WS-AMOUNT-ACCEPT.
007910     PERFORM 4250-EDIT-AMOUNT THRU 4250-EXIT.
007920 5200-EXIT.
007930     EXIT.
007940******************************************************************
007950*    6000-DELETE-BUDGET - FLAG A BUDGET FOR REMOVAL AT SAVE.     *
007960******************************************************************
007970 6000-DELETE-BUDGET.
007980     PERFORM 4100-GET-CODE THRU 4100-EXIT.
007990     PERFORM 4300-GET-YEAR THRU 4300-EXIT.
008000     PERFORM 4700-FIND-BY-KEY THRU 4700-EXIT.
008010     IF NOT WS-BUD-FOUND
008020         DISPLAY "*** NO BUDGET FOR THAT ACCOUNT AND YEAR ***"
008030         GO TO 6000-EXIT
008040     END-IF.
008050     PERFORM 3600-SHOW-MONTHS THRU 3600-EXIT.
008060     DISPLAY "DELETE THIS BUDGET? (Y/N) : ".
008070     ACCEPT WS-CONFIRM.
008080     IF WS-CONFIRM = "Y" OR "y"
008090         MOVE "Y" TO WS-BUD-DELETED (WS-BUD-IX)
008100         MOVE "Y" TO WS-CHANGED-SWITCH
008110         DISPLAY "BUDGET DELETED."
008120     END-IF.
008130 6000-EXIT.
008140     EXIT.
008150******************************************************************
008160*    8000-SAVE-AND-EXIT - REWRITE THE BUDGET MASTER FROM THE     *
008170*    TABLE, DROPPING THE ENTRIES FLAGGED FOR DELETE.             *
008180******************************************************************
008190 8000-SAVE-AND-EXIT.
008200     IF WS-BUD-OVERFLOW
008210*        PART OF THE MASTER WAS NEVER LOADED - A REWRITE WOULD   *
008220*        DROP THOSE BUDGETS, SO THE FILE IS LEFT UNTOUCHED.      *
008230         DISPLAY "*** SAVE REFUSED - MASTER EXCEEDS THE "
008240             "STAGING TABLE AND WAS ONLY PARTLY LOADED ***"
008250         GO TO 8000-EXIT
008260     END-IF.
008270     OPEN OUTPUT BUDGET-MASTER.
008280     IF WS-BUD-FILE-STATUS NOT = "00"
008290         DISPLAY "*** SAVE FAILED - CANNOT OPEN FILE (STATUS "
008300             WS-BUD-FILE-STATUS ") ***"
008310         GO TO 8000-EXIT
008320     END-IF.
008330     MOVE ZERO TO WS-BUD-IX.
008340     PERFORM 8100-WRITE-BUD-RECORD THRU 8100-EXIT
008350         UNTIL WS-BUD-IX NOT < WS-BUD-COUNT.
008360     CLOSE BUDGET-MASTER.
008370     MOVE "N" TO WS-CHANGED-SWITCH.
008380     MOVE "Y" TO WS-DONE-SWITCH.
008390     DISPLAY "MASTER SAVED.".
008400 8000-EXIT.
008410     EXIT.
008420 8100-WRITE-BUD-RECORD.
008430     ADD 1 TO WS-BUD-IX.
008440     IF WS-BUD-DELETED (WS-BUD-IX) = "Y"
008450         GO TO 8100-EXIT
008460     END-IF.
008470     MOVE SPACES TO BUD-RECORD.
008480     MOVE WS-BUD-CODE (WS-BUD-IX) TO BUD-ACCT-CODE.
008490     MOVE WS-BUD-YEAR (WS-BUD-IX) TO BUD-YEAR.
008500     MOVE WS-BUD-SIDE (WS-BUD-IX) TO BUD-NORMAL-SIDE.
008510     MOVE ZERO TO WS-WORK-MONTH.
008520     PERFORM 8150-WRITE-MONTH-AMOUNT THRU 8150-EXIT
008530         UNTIL WS-WORK-MONTH NOT < 12.
008540     WRITE BUD-RECORD.
008550 8100-EXIT.
008560     EXIT.
008570 8150-WRITE-MONTH-AMOUNT.
008580     ADD 1 TO WS-WORK-MONTH.
008590     MOVE WS-BUD-AMOUNT (WS-BUD-IX, WS-WORK-MONTH)
008600         TO BUD-MONTH-AMOUNT (WS-WORK-MONTH).
008610 8150-EXIT.
008620     EXIT.
008630******************************************************************
008640*    8500-QUIT-NO-SAVE - LEAVE THE FILE UNTOUCHED, WITH A        *
008650*    CONFIRMING PROMPT IF CHANGES WOULD BE LOST.                 *
008660******************************************************************
008670 8500-QUIT-NO-SAVE.
008680     IF WS-UNSAVED-CHANGES
008690         DISPLAY "UNSAVED CHANGES WILL BE LOST - QUIT? (Y/N) : "
008700         ACCEPT WS-CONFIRM
008710         IF WS-CONFIRM = "Y" OR "y"
008720             MOVE "Y" TO WS-DONE-SWITCH
008730             DISPLAY "FILE LEFT UNCHANGED."
008740         END-IF
008750     ELSE
008760         MOVE "Y" TO WS-DONE-SWITCH
008770     END-IF.
008780 8500-EXIT.
008790     EXIT.
