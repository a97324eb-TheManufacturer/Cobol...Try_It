000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     PERIOD_CLOSE.
000030 AUTHOR.         R. MARSH.
000040 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                *
000090*   PERIOD_CLOSE                                                 *
000100*                                                                *
000110*   ACCOUNTING PERIOD CLOSE AND REOPEN.  CLOSING A MONTH         *
000120*   CHECKS THE BUSINESS CALENDAR (BUSCAL) THAT THE MONTH'S LAST  *
000130*   BUSINESS DATE IS BEHIND US, BUILDS A CLOSING TRIAL BALANCE   *
000140*   BY GL-ACCT-CODE FROM THE GL HISTORY FILE (GLHIST), PRINTS    *
000150*   IT (CLOSRPT), APPENDS IT TO THE SNAPSHOT FILE (PERSNAP) AS   *
000160*   THE MONTH'S FROZEN FIGURES, AND MARKS THE MONTH CLOSED ON    *
000170*   THE PERIOD-CONTROL FILE (PERCTL).  FROM THEN ON ADD_NUMBERS  *
000180*   WILL NOT POST INTO THE MONTH AND TRAN_MAINT AND SUSP_MAINT   *
000190*   WILL NOT SAVE CHANGES THAT WOULD.  CLOSING TAKES SUPERVISOR  *
000200*   AUTHORITY.  REOPENING TAKES CONTROLLER AUTHORITY, THE        *
000210*   HIGHEST ON THE OPERATOR MASTER, AND LEAVES A RUN-MODE-P      *
000220*   ENTRY ON THE AUDIT LOG.  THE SNAPSHOT OF A REOPENED MONTH    *
000230*   IS KEPT; CLOSING IT AGAIN ADDS A NEW ONE.                    *
000240*                                                                *
000250*   MODIFICATION HISTORY                                         *
000254*   2026-10-15  RM   INITIAL VERSION.  A REOPEN IS LOGGED AS A   *
000258*                    RUN-MODE-P AUDIT ENTRY WITH ZERO COUNT AND  *
000262*                    TOTAL, SO THE AUDIT LOG REPORTS DO NOT COUNT*
000266*                    THE MONTH TWICE.                            *
000270*                                                                *
000280******************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-CAL-FILE-STATUS.
000350     SELECT GL-HIST-FILE ASSIGN TO "GLHIST"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-GLH-FILE-STATUS.
000380     SELECT PERIOD-FILE ASSIGN TO "PERCTL"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-PER-FILE-STATUS.
000410     SELECT PERIOD-WORK-FILE ASSIGN TO "PERWORK"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PWRK-FILE-STATUS.
000440     SELECT SNAPSHOT-FILE ASSIGN TO "PERSNAP"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PSNP-FILE-STATUS.
000470     SELECT CLOSE-REPORT ASSIGN TO "CLOSRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000520     SELECT OPERATOR-MASTER ASSIGN TO "OPERMSTR"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-OPR-FILE-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  CALENDAR-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY CALREC.
000600 FD  GL-HIST-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY GLREC.
000630 FD  PERIOD-FILE
000640     LABEL RECORDS ARE STANDARD.
000650     COPY PERREC.
000660 FD  PERIOD-WORK-FILE
000670     LABEL RECORDS ARE STANDARD.
000680*    SAME LAYOUT AS PER-RECORD, CARRIED WHOLE AS THE AUDIT       *
000690*    ARCHIVE CARRIES ITS KEEP FILE.                              *
000700 01  PWRK-RECORD                     PIC X(90).
000710 FD  SNAPSHOT-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY PSNPREC.
000740 FD  CLOSE-REPORT
000750     LABEL RECORDS ARE STANDARD.
000760     COPY HRPTREC.
000770 FD  AUDIT-LOG
000780     LABEL RECORDS ARE STANDARD.
000790     COPY AUDITREC.
000800 FD  OPERATOR-MASTER
000810     LABEL RECORDS ARE STANDARD.
000820     COPY OPRREC.
000830 WORKING-STORAGE SECTION.
000840*    FILE STATUS FIELDS.
000850 77  WS-CAL-FILE-STATUS          PIC X(02).
000860 77  WS-GLH-FILE-STATUS          PIC X(02).
000870 77  WS-PER-FILE-STATUS          PIC X(02).
000880 77  WS-PWRK-FILE-STATUS         PIC X(02).
000890 77  WS-PSNP-FILE-STATUS         PIC X(02).
000900 77  WS-AUDIT-FILE-STATUS        PIC X(02).
000910*    END OF FILE SWITCHES FOR THE SCAN AND COPY PASSES.
000920 77  WS-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
000930     88  WS-CAL-END-OF-FILE      VALUE "Y".
000940 77  WS-GLH-EOF-SWITCH           PIC X(01) VALUE "N".
000950     88  WS-GLH-END-OF-FILE      VALUE "Y".
000960 77  WS-PER-EOF-SWITCH           PIC X(01) VALUE "N".
000970     88  WS-PER-END-OF-FILE      VALUE "Y".
000980 77  WS-PWRK-EOF-SWITCH          PIC X(01) VALUE "N".
000990     88  WS-PWRK-END-OF-FILE     VALUE "Y".
001000*    FUNCTION AND PERIOD KEYED AT THE CONSOLE.
001010 77  WS-FUNCTION                 PIC X(01).
001020     88  WS-CLOSE-FUNCTION       VALUE "C" "c".
001030     88  WS-REOPEN-FUNCTION      VALUE "R" "r".
001040 77  WS-PERIOD-ACCEPT            PIC X(04).
001050 01  WS-SEL-PERIOD.
001060     05  WS-SEL-YY               PIC X(02).
001070     05  WS-SEL-MM               PIC X(02).
001080 77  WS-VALID-SWITCH             PIC X(01) VALUE "N".
001090     88  WS-DATA-VALID           VALUE "Y".
001100 77  WS-CONFIRM                  PIC X(01).
001110*    SET WHEN A CHECK REFUSES THE CLOSE OR REOPEN.
001120 77  WS-REFUSED-SWITCH           PIC X(01) VALUE "N".
001130     88  WS-REFUSED              VALUE "Y".
001140*    A SIX-BYTE YYMMDD DATE SPLIT INTO ITS MONTH AND DAY, SO A   *
001150*    DATE CAN BE TESTED FOR THE SELECTED PERIOD.                 *
001160 01  WS-DATE-WORK.
001170     05  WS-DW-YYMM              PIC X(04).
001180     05  WS-DW-DD                PIC X(02).
001190*    CALENDAR FIELDS - TODAY'S BUSINESS DATE AND THE FIRST AND   *
001200*    LAST BUSINESS DATES OF THE SELECTED MONTH.                  *
001210 77  WS-BUSINESS-DATE            PIC X(06) VALUE SPACES.
001220 77  WS-TODAY-FOUND-SWITCH       PIC X(01) VALUE "N".
001230     88  WS-TODAY-FOUND          VALUE "Y".
001240 77  WS-FIRST-DATE               PIC X(06) VALUE SPACES.
001250 77  WS-LAST-DATE                PIC X(06) VALUE SPACES.
001260*    PERIOD-CONTROL ENTRY FOR THE SELECTED MONTH, HELD ACROSS    *
001270*    THE REWRITE.                                                *
001280 77  WS-PER-FOUND-SWITCH         PIC X(01) VALUE "N".
001290     88  WS-PER-FOUND            VALUE "Y".
001300 01  WS-PER-HOLD                 PIC X(90).
001310*    CLOSING TRIAL BALANCE TABLE - ONE ROW PER GL-ACCT-CODE,     *
001320*    KEPT IN ACCOUNT ORDER.  A FROZEN SNAPSHOT CANNOT LUMP       *
001330*    ACCOUNTS TOGETHER THE WAY GL_HISTORY DOES, SO A MONTH       *
001340*    WITH MORE ACCOUNTS THAN THE TABLE IS REFUSED.               *
001350 77  WS-ACCT-MAX                 PIC 9(04) COMP VALUE 500.
001360 77  WS-ACCT-COUNT               PIC 9(04) COMP VALUE ZERO.
001370 77  WS-ACCT-IX                  PIC 9(04) COMP VALUE ZERO.
001380 77  WS-ACCT-MOVE-IX             PIC 9(04) COMP VALUE ZERO.
001390 77  WS-ACCT-FOUND-SWITCH        PIC X(01) VALUE "N".
001400     88  WS-ACCT-FOUND           VALUE "Y".
001410 77  WS-ACCT-HIGHER-SWITCH       PIC X(01) VALUE "N".
001420     88  WS-ACCT-HIGHER          VALUE "Y".
001430 77  WS-ACCT-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
001440     88  WS-ACCT-OVERFLOW        VALUE "Y".
001450 01  WS-ACCT-TABLE.
001460     05  WS-ACCT-ENTRY OCCURS 500 TIMES.
001470         10  WS-ACCT-CODE        PIC X(04).
001480         10  WS-ACCT-RECORDS     PIC 9(07) COMP.
001490         10  WS-ACCT-DEBITS      PIC 9(11)V99.
001500         10  WS-ACCT-CREDITS     PIC 9(11)V99.
001510*    TRIAL BALANCE TOTALS.
001520 77  WS-TB-RECORDS               PIC 9(07) COMP VALUE ZERO.
001530 77  WS-TB-DEBITS                PIC 9(11)V99 VALUE ZERO.
001540 77  WS-TB-CREDITS               PIC 9(11)V99 VALUE ZERO.
001550 77  WS-TB-NET                   PIC S9(11)V99 VALUE ZERO.
001560 77  WS-ACCT-NET                 PIC S9(11)V99 VALUE ZERO.
001590*    EDITED STAGING FOR THE REPORT AND CONSOLE LINES.
001600 77  WS-EDIT-DATE-TXT            PIC X(08).
001610 77  WS-EDIT-DATE-TXT2           PIC X(08).
001620 77  WS-NET-EDIT                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
001630 77  WS-PAGE-NUMBER              PIC 9(04) COMP VALUE 1.
001640 77  WS-RPT-DATE-TXT             PIC X(08).
001650*    OPERATOR SIGN-ON FIELDS - CLOSING TAKES SUPERVISOR OR       *
001660*    CONTROLLER AUTHORITY, REOPENING TAKES CONTROLLER.  THE      *
001670*    LOCK IS A CONTROL, SO A MISSING MASTER REFUSES THE RUN      *
001680*    AS THE ARCHIVE AND PURGE STEPS DO.                          *
001690 77  WS-OPR-FILE-STATUS          PIC X(02).
001700 77  WS-OPR-EOF-SWITCH           PIC X(01) VALUE "N".
001710     88  WS-OPR-END-OF-FILE      VALUE "Y".
001720 77  WS-OPR-FOUND-SWITCH         PIC X(01) VALUE "N".
001730     88  WS-OPR-FOUND            VALUE "Y".
001740 77  WS-OPR-ACTIVE               PIC X(01) VALUE SPACE.
001750 77  WS-OPR-AUTH-SUPERVISOR      PIC X(01) VALUE SPACE.
001760 77  WS-OPR-AUTH-CONTROLLER      PIC X(01) VALUE SPACE.
001770 77  WS-SIGNON-SWITCH            PIC X(01) VALUE "N".
001780     88  WS-SIGNON-OK            VALUE "Y".
001790*    OPERATOR IDENTIFICATION AND RUN DATE/TIME.
001800 77  WS-OPERATOR-ID              PIC X(08).
001810 01  WS-CURRENT-DATE.
001820     05  WS-CD-YY                PIC 9(02).
001830     05  WS-CD-MM                PIC 9(02).
001840     05  WS-CD-DD                PIC 9(02).
001850 01  WS-CURRENT-TIME.
001860     05  WS-CT-HH                PIC 9(02).
001870     05  WS-CT-MM                PIC 9(02).
001880     05  WS-CT-SS                PIC 9(02).
001890     05  WS-CT-HS                PIC 9(02).
001900 PROCEDURE DIVISION.
001910 0000-MAIN-PROCESS.
001920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001930     IF WS-REFUSED
001940         DISPLAY "PERIOD_CLOSE ENDED - NOTHING CHANGED."
001950         STOP RUN
001960     END-IF.
001970     IF WS-CLOSE-FUNCTION
001980         PERFORM 3000-CLOSE-PERIOD THRU 3000-EXIT
001990     ELSE
002000         PERFORM 5000-REOPEN-PERIOD THRU 5000-EXIT
002010     END-IF.
002020     IF WS-REFUSED
002030         DISPLAY "PERIOD_CLOSE ENDED - NOTHING CHANGED."
002040     END-IF.
002050     STOP RUN.
002060******************************************************************
002070*    1000-INITIALIZE - IDENTIFY THE OPERATOR AND GET THE         *
002080*    FUNCTION AND PERIOD.  THE AUTHORITY CHECK WAITS FOR THE     *
002090*    FUNCTION, SINCE CLOSE AND REOPEN NEED DIFFERENT FLAGS.      *
002100******************************************************************
002110 1000-INITIALIZE.
002120     DISPLAY "PERIOD_CLOSE - ACCOUNTING PERIOD CLOSE".
002130     DISPLAY " ".
002140     DISPLAY "ENTER OPERATOR ID : ".
002150     ACCEPT WS-OPERATOR-ID.
002160     PERFORM 1100-GET-FUNCTION THRU 1100-EXIT.
002170     PERFORM 1300-OPERATOR-SIGNON THRU 1300-EXIT.
002180     IF NOT WS-SIGNON-OK
002190         MOVE "Y" TO WS-REFUSED-SWITCH
002200         GO TO 1000-EXIT
002210     END-IF.
002220     PERFORM 1200-GET-PERIOD THRU 1200-EXIT.
002230     ACCEPT WS-CURRENT-DATE FROM DATE.
002240     ACCEPT WS-CURRENT-TIME FROM TIME.
002250     STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YY
002260         DELIMITED BY SIZE INTO WS-RPT-DATE-TXT.
002270 1000-EXIT.
002280     EXIT.
002290 1100-GET-FUNCTION.
002300     MOVE "N" TO WS-VALID-SWITCH.
002310     PERFORM 1110-ACCEPT-FUNCTION THRU 1110-EXIT
002320         UNTIL WS-DATA-VALID.
002330 1100-EXIT.
002340     EXIT.
002350 1110-ACCEPT-FUNCTION.
002360     DISPLAY "ENTER FUNCTION (C=CLOSE, R=REOPEN) : ".
002370     MOVE SPACE TO WS-FUNCTION.
002380     ACCEPT WS-FUNCTION.
002390     IF WS-CLOSE-FUNCTION OR WS-REOPEN-FUNCTION
002400         MOVE "Y" TO WS-VALID-SWITCH
002410     ELSE
002420         DISPLAY "*** INVALID ENTRY - C OR R REQUIRED ***"
002430         MOVE "N" TO WS-VALID-SWITCH
002440     END-IF.
002450 1110-EXIT.
002460     EXIT.
002470 1200-GET-PERIOD.
002480     MOVE "N" TO WS-VALID-SWITCH.
002490     PERFORM 1210-ACCEPT-PERIOD THRU 1210-EXIT
002500         UNTIL WS-DATA-VALID.
002510 1200-EXIT.
002520     EXIT.
002530 1210-ACCEPT-PERIOD.
002540     DISPLAY "ENTER PERIOD YYMM : ".
002550     MOVE SPACES TO WS-PERIOD-ACCEPT.
002560     ACCEPT WS-PERIOD-ACCEPT.
002570     MOVE "N" TO WS-VALID-SWITCH.
002580     IF WS-PERIOD-ACCEPT IS NUMERIC
002590         MOVE WS-PERIOD-ACCEPT TO WS-SEL-PERIOD
002600         IF WS-SEL-MM > "00" AND WS-SEL-MM < "13"
002610             MOVE "Y" TO WS-VALID-SWITCH
002620         END-IF
002630     END-IF.
002640     IF NOT WS-DATA-VALID
002650         DISPLAY "*** INVALID ENTRY - YYMM REQUIRED ***"
002660     END-IF.
002670 1210-EXIT.
002680     EXIT.
002690******************************************************************
002700*    1300-OPERATOR-SIGNON - CHECK THE KEYED ID AGAINST THE       *
002710*    OPERATOR MASTER.  CLOSING NEEDS SUPERVISOR OR CONTROLLER    *
002720*    AUTHORITY; REOPENING NEEDS CONTROLLER.  FAILS CLOSED.       *
002730******************************************************************
002740 1300-OPERATOR-SIGNON.
002750     MOVE "N" TO WS-SIGNON-SWITCH.
002760     MOVE "N" TO WS-OPR-EOF-SWITCH.
002770     MOVE "N" TO WS-OPR-FOUND-SWITCH.
002780     OPEN INPUT OPERATOR-MASTER.
002790     IF WS-OPR-FILE-STATUS NOT = "00"
002800         DISPLAY "*** OPERATOR MASTER NOT AVAILABLE (STATUS "
002810             WS-OPR-FILE-STATUS ") - RUN REFUSED ***"
002820         GO TO 1300-EXIT
002830     END-IF.
002840     PERFORM 1350-READ-OPERATOR THRU 1350-EXIT
002850         UNTIL WS-OPR-FOUND OR WS-OPR-END-OF-FILE.
002860     CLOSE OPERATOR-MASTER.
002870     IF NOT WS-OPR-FOUND
002880         DISPLAY "*** OPERATOR ID NOT ON THE OPERATOR "
002890             "MASTER - RUN REFUSED ***"
002900         GO TO 1300-EXIT
002910     END-IF.
002920     IF WS-OPR-ACTIVE NOT = "A"
002930         DISPLAY "*** OPERATOR ID IS INACTIVE - RUN "
002940             "REFUSED ***"
002950         GO TO 1300-EXIT
002960     END-IF.
002970     IF WS-REOPEN-FUNCTION
002980         IF WS-OPR-AUTH-CONTROLLER NOT = "Y"
002990             DISPLAY "*** OPERATOR NOT AUTHORIZED TO REOPEN "
003000                 "A PERIOD - CONTROLLER ONLY ***"
003010             GO TO 1300-EXIT
003020         END-IF
003030     ELSE
003040         IF WS-OPR-AUTH-SUPERVISOR NOT = "Y"
003050            AND WS-OPR-AUTH-CONTROLLER NOT = "Y"
003060             DISPLAY "*** OPERATOR NOT AUTHORIZED TO CLOSE "
003070                 "A PERIOD - RUN REFUSED ***"
003080             GO TO 1300-EXIT
003090         END-IF
003100     END-IF.
003110     MOVE "Y" TO WS-SIGNON-SWITCH.
003120 1300-EXIT.
003130     EXIT.
003140 1350-READ-OPERATOR.
003150     READ OPERATOR-MASTER
003160         AT END
003170             MOVE "Y" TO WS-OPR-EOF-SWITCH
003180             GO TO 1350-EXIT
003190     END-READ.
003200     IF OPR-OPERATOR-ID = WS-OPERATOR-ID
003210         MOVE "Y" TO WS-OPR-FOUND-SWITCH
003220         MOVE OPR-ACTIVE-FLAG TO WS-OPR-ACTIVE
003230         MOVE OPR-AUTH-SUPERVISOR TO WS-OPR-AUTH-SUPERVISOR
003240         MOVE OPR-AUTH-CONTROLLER TO WS-OPR-AUTH-CONTROLLER
003250     END-IF.
003260 1350-EXIT.
003270     EXIT.
003280******************************************************************
003290*    2000-FIND-PERIOD - LOOK FOR THE SELECTED MONTH ON THE       *
003300*    PERIOD-CONTROL FILE.  NO FILE MEANS NO MONTH WAS EVER       *
003310*    CLOSED.  THE ENTRY FOUND IS KEPT IN WS-PER-HOLD.            *
003320******************************************************************
003330 2000-FIND-PERIOD.
003340     MOVE "N" TO WS-PER-FOUND-SWITCH.
003350     MOVE "N" TO WS-PER-EOF-SWITCH.
003360     OPEN INPUT PERIOD-FILE.
003370     IF WS-PER-FILE-STATUS NOT = "00"
003380         GO TO 2000-EXIT
003390     END-IF.
003400     PERFORM 2100-READ-PERIOD THRU 2100-EXIT
003410         UNTIL WS-PER-FOUND OR WS-PER-END-OF-FILE.
003420     CLOSE PERIOD-FILE.
003430 2000-EXIT.
003440     EXIT.
003450 2100-READ-PERIOD.
003460     READ PERIOD-FILE
003470         AT END
003480             MOVE "Y" TO WS-PER-EOF-SWITCH
003490             GO TO 2100-EXIT
003500     END-READ.
003510     IF PER-PERIOD = WS-SEL-PERIOD
003520         MOVE "Y" TO WS-PER-FOUND-SWITCH
003530         MOVE PER-RECORD TO WS-PER-HOLD
003540     END-IF.
003550 2100-EXIT.
003560     EXIT.
003570******************************************************************
003580*    3000-CLOSE-PERIOD - CHECK THE MONTH IS OVER AND NOT         *
003590*    ALREADY CLOSED, BUILD AND PRINT THE TRIAL BALANCE, FREEZE   *
003600*    IT ON THE SNAPSHOT FILE, AND LOCK THE MONTH.  THE LOCK      *
003610*    GOES ON LAST, SO A FAILURE PART WAY LEAVES THE MONTH OPEN   *
003620*    AND THE CLOSE CAN SIMPLY BE RUN AGAIN.                      *
003630******************************************************************
003640 3000-CLOSE-PERIOD.
003650     PERFORM 2000-FIND-PERIOD THRU 2000-EXIT.
003660     IF WS-PER-FOUND
003670         MOVE WS-PER-HOLD TO PER-RECORD
003680         IF PER-IS-CLOSED
003690             DISPLAY "*** PERIOD " WS-SEL-PERIOD
003700                 " IS ALREADY CLOSED ***"
003710             MOVE "Y" TO WS-REFUSED-SWITCH
003720             GO TO 3000-EXIT
003730         END-IF
003740     END-IF.
003750     PERFORM 3100-SCAN-CALENDAR THRU 3100-EXIT.
003760     IF WS-REFUSED
003770         GO TO 3000-EXIT
003780     END-IF.
003790     PERFORM 3200-BUILD-TRIAL-BALANCE THRU 3200-EXIT.
003800     IF WS-ACCT-OVERFLOW
003810         DISPLAY "*** MORE THAN " WS-ACCT-MAX " ACCOUNTS IN "
003820             "THE MONTH - CLOSE REFUSED ***"
003830         MOVE "Y" TO WS-REFUSED-SWITCH
003840         GO TO 3000-EXIT
003850     END-IF.
003860     MOVE WS-TB-NET TO WS-NET-EDIT.
003870     DISPLAY "PERIOD " WS-SEL-PERIOD " BUSINESS DATES "
003880         WS-FIRST-DATE " TO " WS-LAST-DATE.
003890     DISPLAY "FEED RECORDS " WS-TB-RECORDS "  NET " WS-NET-EDIT.
003900     DISPLAY "CLOSE THE PERIOD? (Y/N) : ".
003910     ACCEPT WS-CONFIRM.
003920     IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
003930         MOVE "Y" TO WS-REFUSED-SWITCH
003940         GO TO 3000-EXIT
003950     END-IF.
003960     PERFORM 3400-WRITE-CLOSING-REPORT THRU 3400-EXIT.
003970     PERFORM 3500-WRITE-SNAPSHOT THRU 3500-EXIT.
003980     IF WS-REFUSED
003990         GO TO 3000-EXIT
004000     END-IF.
004010     MOVE SPACES TO PER-RECORD.
004020     MOVE WS-SEL-PERIOD TO PER-PERIOD.
004030     MOVE "C" TO PER-STATUS.
004040     MOVE WS-FIRST-DATE TO PER-FIRST-DATE.
004050     MOVE WS-LAST-DATE TO PER-LAST-DATE.
004060     MOVE WS-CURRENT-DATE TO PER-CLOSE-DATE.
004070     STRING WS-CT-HH WS-CT-MM WS-CT-SS
004080         DELIMITED BY SIZE INTO PER-CLOSE-TIME.
004090     MOVE WS-OPERATOR-ID TO PER-CLOSE-OPER.
004100     MOVE WS-TB-RECORDS TO PER-TB-RECORDS.
004110     MOVE WS-TB-DEBITS TO PER-TB-DEBITS.
004120     MOVE WS-TB-CREDITS TO PER-TB-CREDITS.
004130     MOVE PER-RECORD TO WS-PER-HOLD.
004140     PERFORM 6000-REWRITE-PERIOD-FILE THRU 6000-EXIT.
004150     IF WS-REFUSED
004160         GO TO 3000-EXIT
004170     END-IF.
004180     DISPLAY "PERIOD " WS-SEL-PERIOD " CLOSED - SEE CLOSRPT.".
004190 3000-EXIT.
004200     EXIT.
004210******************************************************************
004220*    3100-SCAN-CALENDAR - ONE PASS OF BUSCAL FOR TODAY'S         *
004230*    BUSINESS DATE AND THE FIRST AND LAST PROCESSING DAYS OF     *
004240*    THE SELECTED MONTH.  THE MONTH CAN ONLY CLOSE ONCE TODAY'S  *
004250*    BUSINESS DATE IS PAST ITS LAST PROCESSING DAY.  WITHOUT     *
004260*    THE CALENDAR THERE IS NO WAY TO TELL, SO THE CLOSE IS       *
004270*    REFUSED.                                                    *
004280******************************************************************
004290 3100-SCAN-CALENDAR.
004300     MOVE SPACES TO WS-FIRST-DATE.
004310     MOVE SPACES TO WS-LAST-DATE.
004320     MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
004330     MOVE "N" TO WS-TODAY-FOUND-SWITCH.
004340     MOVE "N" TO WS-CAL-EOF-SWITCH.
004350     OPEN INPUT CALENDAR-FILE.
004360     IF WS-CAL-FILE-STATUS NOT = "00"
004370         DISPLAY "*** BUSINESS CALENDAR NOT AVAILABLE (STATUS "
004380             WS-CAL-FILE-STATUS ") - CLOSE REFUSED ***"
004390         MOVE "Y" TO WS-REFUSED-SWITCH
004400         GO TO 3100-EXIT
004410     END-IF.
004420     PERFORM 3150-READ-CALENDAR THRU 3150-EXIT
004430         UNTIL WS-CAL-END-OF-FILE.
004440     CLOSE CALENDAR-FILE.
004450     IF WS-LAST-DATE = SPACES
004460         DISPLAY "*** PERIOD " WS-SEL-PERIOD " HAS NO "
004470             "PROCESSING DAYS ON THE CALENDAR - CLOSE "
004480             "REFUSED ***"
004490         MOVE "Y" TO WS-REFUSED-SWITCH
004500         GO TO 3100-EXIT
004510     END-IF.
004520     IF NOT WS-TODAY-FOUND
004530         DISPLAY "TODAY IS NOT ON THE BUSINESS CALENDAR - "
004540             "USING THE SYSTEM DATE"
004550     END-IF.
004560     IF WS-BUSINESS-DATE NOT > WS-LAST-DATE
004570         DISPLAY "*** PERIOD " WS-SEL-PERIOD " IS STILL OPEN "
004580             "FOR BUSINESS - LAST BUSINESS DATE "
004590             WS-LAST-DATE " ***"
004600         MOVE "Y" TO WS-REFUSED-SWITCH
004610     END-IF.
004620 3100-EXIT.
004630     EXIT.
004640 3150-READ-CALENDAR.
004650     READ CALENDAR-FILE
004660         AT END
004670             MOVE "Y" TO WS-CAL-EOF-SWITCH
004680             GO TO 3150-EXIT
004690     END-READ.
004700     IF CAL-DATE = WS-CURRENT-DATE
004710         MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
004720         MOVE "Y" TO WS-TODAY-FOUND-SWITCH
004730     END-IF.
004740     IF NOT CAL-IS-PROCESSING-DAY
004750         GO TO 3150-EXIT
004760     END-IF.
004770     MOVE CAL-DATE TO WS-DATE-WORK.
004780     IF WS-DW-YYMM NOT = WS-SEL-PERIOD
004790         GO TO 3150-EXIT
004800     END-IF.
004810     IF WS-FIRST-DATE = SPACES OR CAL-DATE < WS-FIRST-DATE
004820         MOVE CAL-DATE TO WS-FIRST-DATE
004830     END-IF.
004840     IF WS-LAST-DATE = SPACES OR CAL-DATE > WS-LAST-DATE
004850         MOVE CAL-DATE TO WS-LAST-DATE
004860     END-IF.
004870 3150-EXIT.
004880     EXIT.
004890******************************************************************
004900*    3200-BUILD-TRIAL-BALANCE - ROLL EVERY GL HISTORY RECORD     *
004910*    POSTED IN THE MONTH INTO THE ACCOUNT TABLE.  NO HISTORY     *
004920*    FILE IS A MONTH WITH NO ACTIVITY.                           *
004930******************************************************************
004940 3200-BUILD-TRIAL-BALANCE.
004950     MOVE ZERO TO WS-ACCT-COUNT.
004960     MOVE ZERO TO WS-TB-RECORDS.
004970     MOVE ZERO TO WS-TB-DEBITS.
004980     MOVE ZERO TO WS-TB-CREDITS.
004990     MOVE ZERO TO WS-TB-NET.
005000     MOVE "N" TO WS-ACCT-OVERFLOW-SWITCH.
005010     MOVE "N" TO WS-GLH-EOF-SWITCH.
005020     OPEN INPUT GL-HIST-FILE.
005030     IF WS-GLH-FILE-STATUS NOT = "00"
005040         DISPLAY "GL HISTORY NOT AVAILABLE (STATUS "
005050             WS-GLH-FILE-STATUS ") - NO ACTIVITY IN THE MONTH"
005060         GO TO 3200-EXIT
005070     END-IF.
005080     PERFORM 3250-READ-HIST-RECORD THRU 3250-EXIT
005090         UNTIL WS-GLH-END-OF-FILE.
005100     CLOSE GL-HIST-FILE.
005110 3200-EXIT.
005120     EXIT.
005130 3250-READ-HIST-RECORD.
005140     READ GL-HIST-FILE
005150         AT END
005160             MOVE "Y" TO WS-GLH-EOF-SWITCH
005170             GO TO 3250-EXIT
005180     END-READ.
005190     MOVE GL-POSTING-DATE TO WS-DATE-WORK.
005200     IF WS-DW-YYMM NOT = WS-SEL-PERIOD
005210         GO TO 3250-EXIT
005220     END-IF.
005230     IF GL-AMOUNT NOT NUMERIC
005240         GO TO 3250-EXIT
005250     END-IF.
005260     PERFORM 3300-FIND-ACCT-ROW THRU 3300-EXIT.
005270     IF WS-ACCT-OVERFLOW
005280         GO TO 3250-EXIT
005290     END-IF.
005300     ADD 1 TO WS-TB-RECORDS.
005310     ADD 1 TO WS-ACCT-RECORDS (WS-ACCT-IX).
005320     IF GL-IS-CREDIT
005330         ADD GL-AMOUNT TO WS-ACCT-CREDITS (WS-ACCT-IX)
005340         ADD GL-AMOUNT TO WS-TB-CREDITS
005350         SUBTRACT GL-AMOUNT FROM WS-TB-NET
005360     ELSE
005370         ADD GL-AMOUNT TO WS-ACCT-DEBITS (WS-ACCT-IX)
005380         ADD GL-AMOUNT TO WS-TB-DEBITS
005390         ADD GL-AMOUNT TO WS-TB-NET
005400     END-IF.
005410 3250-EXIT.
005420     EXIT.
005430******************************************************************
005440*    3300-FIND-ACCT-ROW - FIND THE ROW FOR GL-ACCT-CODE, OR      *
005450*    OPEN ONE IN ACCOUNT ORDER BY SHIFTING THE HIGHER CODES UP   *
005460*    A ROW, SO THE TRIAL BALANCE PRINTS IN CODE SEQUENCE.        *
005470******************************************************************
005480 3300-FIND-ACCT-ROW.
005490     MOVE "N" TO WS-ACCT-FOUND-SWITCH.
005500     MOVE "N" TO WS-ACCT-HIGHER-SWITCH.
005510     MOVE ZERO TO WS-ACCT-IX.
005520     PERFORM 3350-SCAN-ACCT-TABLE THRU 3350-EXIT
005530         UNTIL WS-ACCT-FOUND OR WS-ACCT-HIGHER
005540            OR WS-ACCT-IX NOT < WS-ACCT-COUNT.
005550     IF WS-ACCT-FOUND
005560         GO TO 3300-EXIT
005570     END-IF.
005580     IF WS-ACCT-COUNT NOT < WS-ACCT-MAX
005590         MOVE "Y" TO WS-ACCT-OVERFLOW-SWITCH
005600         GO TO 3300-EXIT
005610     END-IF.
005620*    THE NEW ROW GOES AT THE FIRST HIGHER CODE, OR AT THE END    *
005630*    WHEN NONE IS HIGHER.                                        *
005640     IF NOT WS-ACCT-HIGHER
005650         ADD 1 TO WS-ACCT-COUNT GIVING WS-ACCT-IX
005660     END-IF.
005670     MOVE WS-ACCT-COUNT TO WS-ACCT-MOVE-IX.
005680     PERFORM 3380-SHIFT-ACCT-ROW THRU 3380-EXIT
005690         UNTIL WS-ACCT-MOVE-IX < WS-ACCT-IX.
005700     ADD 1 TO WS-ACCT-COUNT.
005710     MOVE GL-ACCT-CODE TO WS-ACCT-CODE (WS-ACCT-IX).
005720     MOVE ZERO TO WS-ACCT-RECORDS (WS-ACCT-IX).
005730     MOVE ZERO TO WS-ACCT-DEBITS (WS-ACCT-IX).
005740     MOVE ZERO TO WS-ACCT-CREDITS (WS-ACCT-IX).
005750 3300-EXIT.
005760     EXIT.
005770 3350-SCAN-ACCT-TABLE.
005780     ADD 1 TO WS-ACCT-IX.
005790     IF WS-ACCT-CODE (WS-ACCT-IX) = GL-ACCT-CODE
005800         MOVE "Y" TO WS-ACCT-FOUND-SWITCH
005810     END-IF.
005820     IF WS-ACCT-CODE (WS-ACCT-IX) > GL-ACCT-CODE
005830         MOVE "Y" TO WS-ACCT-HIGHER-SWITCH
005840     END-IF.
005850 3350-EXIT.
005860     EXIT.
005870 3380-SHIFT-ACCT-ROW.
005880     MOVE WS-ACCT-ENTRY (WS-ACCT-MOVE-IX)
005890         TO WS-ACCT-ENTRY (WS-ACCT-MOVE-IX + 1).
005900     SUBTRACT 1 FROM WS-ACCT-MOVE-IX.
005910 3380-EXIT.
005920     EXIT.
005930******************************************************************
005940*    3400-WRITE-CLOSING-REPORT - THE CLOSING TRIAL BALANCE, ONE  *
005950*    LINE PER ACCOUNT IN CODE ORDER PLUS THE MONTH TOTALS, IN    *
005960*    THE GL_HISTORY LAYOUT.                                      *
005970******************************************************************
005980 3400-WRITE-CLOSING-REPORT.
005990     OPEN OUTPUT CLOSE-REPORT.
006000     MOVE SPACES TO HRP-HEADER-LINE.
006010     MOVE "CLOSING TRIAL BALANCE" TO HRP-HDR-TITLE.
006020     MOVE "RUN DATE: " TO HRP-HDR-LABEL1.
006030     MOVE WS-RPT-DATE-TXT TO HRP-HDR-DATE.
006040     MOVE "PAGE: " TO HRP-HDR-LABEL2.
006050     MOVE WS-PAGE-NUMBER TO HRP-HDR-PAGE.
006060     WRITE HRP-HEADER-LINE.
006070     MOVE SPACES TO WS-EDIT-DATE-TXT.
006080     MOVE WS-FIRST-DATE TO WS-DATE-WORK.
006090     STRING WS-SEL-MM "/" WS-DW-DD "/" WS-SEL-YY
006100         DELIMITED BY SIZE INTO WS-EDIT-DATE-TXT.
006110     MOVE SPACES TO WS-EDIT-DATE-TXT2.
006120     MOVE WS-LAST-DATE TO WS-DATE-WORK.
006130     STRING WS-SEL-MM "/" WS-DW-DD "/" WS-SEL-YY
006140         DELIMITED BY SIZE INTO WS-EDIT-DATE-TXT2.
006150     MOVE SPACES TO HRP-TEXT-LINE.
006160     STRING "PERIOD 20" WS-SEL-PERIOD "   BUSINESS DATES "
006170         WS-EDIT-DATE-TXT " TO " WS-EDIT-DATE-TXT2
006180         DELIMITED BY SIZE INTO HRP-TEXT.
006190     WRITE HRP-TEXT-LINE.
006200     MOVE SPACES TO HRP-TEXT-LINE.
006210     STRING "CLOSED BY " WS-OPERATOR-ID " ON "
006220         WS-RPT-DATE-TXT
006230         DELIMITED BY SIZE INTO HRP-TEXT.
006240     WRITE HRP-TEXT-LINE.
006250     MOVE SPACES TO HRP-COLUMN-LINE.
006260     MOVE "ACCT          DEBITS         CREDITS             NET"
006270         TO HRP-COL-TEXT.
006280     WRITE HRP-COLUMN-LINE.
006290     MOVE ZERO TO WS-ACCT-IX.
006300     PERFORM 3450-WRITE-ACCT-LINE THRU 3450-EXIT
006310         UNTIL WS-ACCT-IX NOT < WS-ACCT-COUNT.
006320     IF WS-ACCT-COUNT = ZERO
006330         MOVE SPACES TO HRP-TEXT-LINE
006340         MOVE "NO FEED RECORDS POSTED IN THE PERIOD" TO HRP-TEXT
006350         WRITE HRP-TEXT-LINE
006360     END-IF.
006370     MOVE SPACES TO HRP-ACCT-LINE.
006380     MOVE "*ALL" TO HRP-ACT-CODE.
006390     MOVE WS-TB-DEBITS TO HRP-ACT-DEBITS.
006400     MOVE WS-TB-CREDITS TO HRP-ACT-CREDITS.
006410     MOVE WS-TB-NET TO HRP-ACT-NET.
006420     WRITE HRP-ACCT-LINE.
006430     CLOSE CLOSE-REPORT.
006440 3400-EXIT.
006450     EXIT.
006460 3450-WRITE-ACCT-LINE.
006470     ADD 1 TO WS-ACCT-IX.
006480     SUBTRACT WS-ACCT-CREDITS (WS-ACCT-IX)
006490         FROM WS-ACCT-DEBITS (WS-ACCT-IX) GIVING WS-ACCT-NET.
006500     MOVE SPACES TO HRP-ACCT-LINE.
006510     MOVE WS-ACCT-CODE (WS-ACCT-IX) TO HRP-ACT-CODE.
006520     MOVE WS-ACCT-DEBITS (WS-ACCT-IX) TO HRP-ACT-DEBITS.
006530     MOVE WS-ACCT-CREDITS (WS-ACCT-IX) TO HRP-ACT-CREDITS.
006540     MOVE WS-ACCT-NET TO HRP-ACT-NET.
006550     WRITE HRP-ACCT-LINE.
006560 3450-EXIT.
006570     EXIT.
006580******************************************************************
006590*    3500-WRITE-SNAPSHOT - APPEND ONE SNAPSHOT ENTRY PER         *
006600*    ACCOUNT TO PERSNAP, CREATED ON FIRST USE.  A MONTH WITH NO  *
006610*    ACTIVITY STILL GETS A SINGLE *ALL ENTRY OF ZEROS SO THE     *
006620*    CLOSE IS ON RECORD.                                         *
006630******************************************************************
006640 3500-WRITE-SNAPSHOT.
006650     OPEN EXTEND SNAPSHOT-FILE.
006660     IF WS-PSNP-FILE-STATUS = "35"
006670         OPEN OUTPUT SNAPSHOT-FILE
006680         CLOSE SNAPSHOT-FILE
006690         OPEN EXTEND SNAPSHOT-FILE
006700     END-IF.
006710     IF WS-PSNP-FILE-STATUS NOT = "00"
006720         DISPLAY "*** CANNOT OPEN THE SNAPSHOT FILE (STATUS "
006730             WS-PSNP-FILE-STATUS ") - PERIOD LEFT OPEN ***"
006740         MOVE "Y" TO WS-REFUSED-SWITCH
006750         GO TO 3500-EXIT
006760     END-IF.
006770     MOVE ZERO TO WS-ACCT-IX.
006780     PERFORM 3550-WRITE-SNAPSHOT-ENTRY THRU 3550-EXIT
006790         UNTIL WS-ACCT-IX NOT < WS-ACCT-COUNT.
006800     IF WS-ACCT-COUNT = ZERO
006810         MOVE SPACES TO PSNP-RECORD
006820         MOVE WS-SEL-PERIOD TO PSNP-PERIOD
006830         MOVE WS-CURRENT-DATE TO PSNP-CLOSE-DATE
006840         MOVE "*ALL" TO PSNP-ACCT-CODE
006850         MOVE ZERO TO PSNP-RECORD-COUNT
006860         MOVE ZERO TO PSNP-DEBITS
006870         MOVE ZERO TO PSNP-CREDITS
006880         WRITE PSNP-RECORD
006890     END-IF.
006900     CLOSE SNAPSHOT-FILE.
006910 3500-EXIT.
006920     EXIT.
006930 3550-WRITE-SNAPSHOT-ENTRY.
006940     ADD 1 TO WS-ACCT-IX.
006950     MOVE SPACES TO PSNP-RECORD.
006960     MOVE WS-SEL-PERIOD TO PSNP-PERIOD.
006970     MOVE WS-CURRENT-DATE TO PSNP-CLOSE-DATE.
006980     MOVE WS-ACCT-CODE (WS-ACCT-IX) TO PSNP-ACCT-CODE.
006990     MOVE WS-ACCT-RECORDS (WS-ACCT-IX) TO PSNP-RECORD-COUNT.
007000     MOVE WS-ACCT-DEBITS (WS-ACCT-IX) TO PSNP-DEBITS.
007010     MOVE WS-ACCT-CREDITS (WS-ACCT-IX) TO PSNP-CREDITS.
007020     WRITE PSNP-RECORD.
007030 3550-EXIT.
007040     EXIT.
007050******************************************************************
007060*    5000-REOPEN-PERIOD - A CLOSED MONTH IS MARKED REOPENED,     *
007070*    STAMPED WITH THE CONTROLLER AND DATE, AND THE REOPEN IS     *
007080*    LOGGED TO THE AUDIT LOG.  THE MONTH'S CLOSING FIGURES STAY  *
007090*    ON ITS PERCTL ENTRY AND ITS SNAPSHOT ON PERSNAP.            *
007100******************************************************************
007110 5000-REOPEN-PERIOD.
007120     PERFORM 2000-FIND-PERIOD THRU 2000-EXIT.
007130     IF WS-PER-FOUND
007140         MOVE WS-PER-HOLD TO PER-RECORD
007150     END-IF.
007160     IF NOT WS-PER-FOUND OR NOT PER-IS-CLOSED
007170         DISPLAY "*** PERIOD " WS-SEL-PERIOD
007180             " IS NOT CLOSED ***"
007190         MOVE "Y" TO WS-REFUSED-SWITCH
007200         GO TO 5000-EXIT
007210     END-IF.
007220     DISPLAY "PERIOD " WS-SEL-PERIOD " CLOSED " PER-CLOSE-DATE
007230         " BY " PER-CLOSE-OPER.
007240     DISPLAY "REOPEN THE PERIOD? (Y/N) : ".
007250     ACCEPT WS-CONFIRM.
007260     IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
007270         MOVE "Y" TO WS-REFUSED-SWITCH
007280         GO TO 5000-EXIT
007290     END-IF.
007320     MOVE "O" TO PER-STATUS.
007330     MOVE WS-CURRENT-DATE TO PER-REOPEN-DATE.
007340     MOVE WS-OPERATOR-ID TO PER-REOPEN-OPER.
007350     MOVE PER-RECORD TO WS-PER-HOLD.
007360     PERFORM 6000-REWRITE-PERIOD-FILE THRU 6000-EXIT.
007370     IF WS-REFUSED
007380         GO TO 5000-EXIT
007390     END-IF.
007400     PERFORM 5100-WRITE-AUDIT-ENTRY THRU 5100-EXIT.
007410     DISPLAY "PERIOD " WS-SEL-PERIOD " REOPENED - LOGGED TO "
007420         "THE AUDIT LOG.".
007430 5000-EXIT.
007440     EXIT.
007450******************************************************************
007460*    5100-WRITE-AUDIT-ENTRY - APPEND THE RUN-MODE-P AUDIT ENTRY  *
007470*    FOR THE REOPEN, CREATED ON FIRST USE.  THE BATCH ID FIELD   *
007475*    CARRIES THE PERIOD.  COUNT AND TOTAL ARE ZERO, AS ON THE    *
007480*    MODE-X ENTRY AUDIT_ARCHIVE WRITES, SO THE LOG READERS DO    *
007485*    NOT ADD THE MONTH INTO THEIR RUN TOTALS A SECOND TIME.      *
007490******************************************************************
007500 5100-WRITE-AUDIT-ENTRY.
007510     OPEN EXTEND AUDIT-LOG.
007520     IF WS-AUDIT-FILE-STATUS = "35"
007530         OPEN OUTPUT AUDIT-LOG
007540         CLOSE AUDIT-LOG
007550         OPEN EXTEND AUDIT-LOG
007560     END-IF.
007570     MOVE SPACES TO AUDIT-RECORD.
007580     MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
007590     MOVE WS-CURRENT-DATE TO AUDIT-RUN-DATE.
007600     MOVE WS-CT-HH TO AUDIT-RT-HH.
007610     MOVE WS-CT-MM TO AUDIT-RT-MM.
007620     MOVE WS-CT-SS TO AUDIT-RT-SS.
007630     MOVE ZERO TO AUDIT-NUM1.
007640     MOVE ZERO TO AUDIT-NUM2.
007650     MOVE ZERO TO AUDIT-TOTAL.
007660     MOVE ZERO TO AUDIT-RECORD-COUNT.
007670     MOVE SPACE TO AUDIT-NET-SIGN.
007730     MOVE "P" TO AUDIT-RUN-MODE.
007740     MOVE WS-SEL-PERIOD TO AUDIT-BATCH-ID.
007750     WRITE AUDIT-RECORD.
007760     CLOSE AUDIT-LOG.
007770 5100-EXIT.
007780     EXIT.
007790******************************************************************
007800*    6000-REWRITE-PERIOD-FILE - COPY THE PERIOD-CONTROL FILE TO  *
007810*    THE PERWORK FILE WITH THE SELECTED MONTH'S ENTRY REPLACED   *
007820*    BY WS-PER-HOLD (OR ADDED AT THE END), THEN COPY IT BACK,    *
007830*    AS AUDIT_ARCHIVE REWRITES THE AUDIT LOG.                    *
007840******************************************************************
007850 6000-REWRITE-PERIOD-FILE.
007860     OPEN OUTPUT PERIOD-WORK-FILE.
007870     IF WS-PWRK-FILE-STATUS NOT = "00"
007880         DISPLAY "*** CANNOT OPEN THE PERIOD WORK FILE (STATUS "
007890             WS-PWRK-FILE-STATUS ") - PERIOD NOT UPDATED ***"
007900         MOVE "Y" TO WS-REFUSED-SWITCH
007910         GO TO 6000-EXIT
007920     END-IF.
007930     MOVE "N" TO WS-PER-FOUND-SWITCH.
007940     MOVE "N" TO WS-PER-EOF-SWITCH.
007950     OPEN INPUT PERIOD-FILE.
007960     IF WS-PER-FILE-STATUS = "00"
007970         PERFORM 6100-COPY-PERIOD-ENTRY THRU 6100-EXIT
007980             UNTIL WS-PER-END-OF-FILE
007990         CLOSE PERIOD-FILE
008000     END-IF.
008010     IF NOT WS-PER-FOUND
008020         MOVE WS-PER-HOLD TO PWRK-RECORD
008030         WRITE PWRK-RECORD
008040     END-IF.
008050     CLOSE PERIOD-WORK-FILE.
008060     OPEN OUTPUT PERIOD-FILE.
008070     IF WS-PER-FILE-STATUS NOT = "00"
008080         DISPLAY "*** CANNOT REWRITE THE PERIOD FILE (STATUS "
008090             WS-PER-FILE-STATUS ") - PERIOD NOT UPDATED ***"
008100         MOVE "Y" TO WS-REFUSED-SWITCH
008110         GO TO 6000-EXIT
008120     END-IF.
008130     MOVE "N" TO WS-PWRK-EOF-SWITCH.
008140     OPEN INPUT PERIOD-WORK-FILE.
008150     PERFORM 6200-COPY-BACK-ENTRY THRU 6200-EXIT
008160         UNTIL WS-PWRK-END-OF-FILE.
008170     CLOSE PERIOD-WORK-FILE.
008180     CLOSE PERIOD-FILE.
008190 6000-EXIT.
008200     EXIT.
008210 6100-COPY-PERIOD-ENTRY.
008220     READ PERIOD-FILE
008230         AT END
008240             MOVE "Y" TO WS-PER-EOF-SWITCH
008250             GO TO 6100-EXIT
008260     END-READ.
008270     IF PER-PERIOD = WS-SEL-PERIOD
008280         MOVE "Y" TO WS-PER-FOUND-SWITCH
008290         MOVE WS-PER-HOLD TO PWRK-RECORD
008300     ELSE
008310         MOVE PER-RECORD TO PWRK-RECORD
008320     END-IF.
008330     WRITE PWRK-RECORD.
008340 6100-EXIT.
008350     EXIT.
008360 6200-COPY-BACK-ENTRY.
008370     READ PERIOD-WORK-FILE
008380         AT END
008390             MOVE "Y" TO WS-PWRK-EOF-SWITCH
008400             GO TO 6200-EXIT
008410     END-READ.
008420     MOVE PWRK-RECORD TO PER-RECORD.
008430     WRITE PER-RECORD.
008440 6200-EXIT.
008450     EXIT.
