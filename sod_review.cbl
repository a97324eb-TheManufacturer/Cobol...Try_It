000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SOD_REVIEW.
000030 AUTHOR.         R. MARSH.
000040 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                *
000090*   SOD_REVIEW                                                   *
000100*                                                                *
000110*   SEPARATION-OF-DUTIES REVIEW - THE QUARTERLY ACCESS-REVIEW    *
000120*   PACKAGE.  FOR A KEYED RANGE OF CHANGE DATES, READS THE       *
000130*   MAINTENANCE LOG (TRAN_MAINT, SUSP_MAINT, HOLD_RELEASE) AND   *
000140*   LISTS:                                                       *
000150*     - EVERY ENTRY WHERE THE OPERATOR WHO MAINTAINED THE ITEM   *
000160*       ALSO SIGNED ON TO THE RUN THAT POSTED IT.  AN ADD,       *
000170*       CHANGE, OR RELEASE POSTS IN THE FIRST BATCH OR RESUBMIT  *
000180*       RUN ON AUDITLOG AFTER IT; WHEN NO SUCH RUN IS LOGGED     *
000190*       YET, A RUN STARTED ON RUNCTL AND NOT COMPLETE IS THE     *
000200*       ONE THAT WILL POST IT.  A SUSPENSE CORRECTION IS ALSO    *
000210*       LISTED WHEN THE SAME OPERATOR RAN THE BATCH THAT SENT    *
000220*       THE ITEM TO SUSPENSE (THE SUSPFILE OPERATOR STAMP);      *
000230*     - EVERY ENTRY THAT MOVED THE AMOUNT BY AT LEAST THE KEYED  *
000240*       LARGE-CHANGE AMOUNT, A SWITCH OF SIDE COUNTING THE FULL  *
000250*       SWING;                                                   *
000260*     - EVERY ENTRY MADE OUTSIDE THE KEYED BATCH WINDOW - THE    *
000270*       HOURS MAINTENANCE FOR THE NIGHT'S RUN IS EXPECTED IN.    *
000280*       A WINDOW WHOSE CLOSE IS EARLIER THAN ITS OPEN RUNS PAST  *
000290*       MIDNIGHT.                                                *
000300*   AND ENDS WITH A SUMMARY PER OPERATOR: AUTHORITIES ON THE     *
000310*   OPERATOR MASTER, MAINTENANCE ENTRIES, BATCH AND RESUBMIT     *
000320*   RUNS, AND THE COUNT OF EACH EXCEPTION.  EVERY OPERATOR ON    *
000330*   THE MASTER IS LISTED, ACTIVITY OR NOT.                       *
000340*                                                                *
000350*   MNTLOG AND AUDITLOG ARE BOTH APPENDED IN TIME ORDER, SO THE  *
000360*   POSTING RUN IS FOUND BY STEPPING THROUGH AUDITLOG ALONGSIDE  *
000368*   MNTLOG.  A BATCH ENTRY CARRIES THE BUSINESS DATE, SO EACH    *
000376*   CHANGE DATE IS FIRST TURNED INTO THE BUSINESS DATE IT POSTS  *
000384*   UNDER FROM THE BUSINESS CALENDAR (BUSCAL), AS TRAN_MAINT     *
000392*   DOES, AND THE FIRST RUN FOR THAT DATE OR LATER IS MATCHED.   *
000400*   SUSPFILE HOLDS ONLY WHAT IS STILL OUTSTANDING, SO THE        *
000410*   SUSPENSE CHECK COVERS CORRECTIONS NOT YET RESUBMITTED; ONCE  *
000420*   RESUBMITTED THE AUDITLOG MATCH COVERS THEM.                  *
000430*                                                                *
000440*   MODIFICATION HISTORY                                         *
000445*   2026-10-15  RM   INITIAL VERSION.  A CHANGE IS MATCHED TO ITS*
000450*                    POSTING RUN BY THE BUSINESS DATE IT POSTS   *
000455*                    UNDER (BUSCAL).                             *
000460*                                                                *
000470******************************************************************
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT MAINT-LOG ASSIGN TO "MNTLOG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-MNT-FILE-STATUS.
000540     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000570     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-RCTL-FILE-STATUS.
000600     SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-SUSP-FILE-STATUS.
000630     SELECT OPERATOR-MASTER ASSIGN TO "OPERMSTR"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-OPR-FILE-STATUS.
000660     SELECT REVIEW-REPORT ASSIGN TO "SODRPT"
000670         ORGANIZATION IS LINE SEQUENTIAL.
000672     SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000674         ORGANIZATION IS LINE SEQUENTIAL
000676         FILE STATUS IS WS-CAL-FILE-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  MAINT-LOG
000710     LABEL RECORDS ARE STANDARD.
000720     COPY MNTREC.
000730 FD  AUDIT-LOG
000740     LABEL RECORDS ARE STANDARD.
000750     COPY AUDITREC.
000760 FD  RUN-CONTROL-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY RCTLREC.
000790 FD  SUSPENSE-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY SUSPREC.
000820 FD  OPERATOR-MASTER
000830     LABEL RECORDS ARE STANDARD.
000840     COPY OPRREC.
000842 FD  CALENDAR-FILE
000844     LABEL RECORDS ARE STANDARD.
000846     COPY CALREC.
000850 FD  REVIEW-REPORT
000860     LABEL RECORDS ARE STANDARD.
000870     COPY SODREC.
000880 WORKING-STORAGE SECTION.
000890*    FILE STATUS FIELDS.
000900 77  WS-MNT-FILE-STATUS          PIC X(02).
000910 77  WS-AUDIT-FILE-STATUS        PIC X(02).
000920 77  WS-RCTL-FILE-STATUS         PIC X(02).
000930 77  WS-SUSP-FILE-STATUS         PIC X(02).
000940 77  WS-OPR-FILE-STATUS          PIC X(02).
000945 77  WS-CAL-FILE-STATUS          PIC X(02).
000950*    END OF FILE SWITCHES.
000960 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000970     88  WS-END-OF-FILE          VALUE "Y".
000980 77  WS-AUDIT-EOF-SWITCH         PIC X(01) VALUE "N".
000990     88  WS-AUDIT-END-OF-FILE    VALUE "Y".
000993 77  WS-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
000996     88  WS-CAL-END-OF-FILE      VALUE "Y".
001000*    SET WHEN THE FILE OPENED CLEANLY.
001010 77  WS-MNT-OPEN-SWITCH          PIC X(01) VALUE "N".
001020     88  WS-MNT-FILE-OPEN        VALUE "Y".
001030 77  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE "N".
001040     88  WS-AUDIT-FILE-OPEN      VALUE "Y".
001043 77  WS-CAL-OPEN-SWITCH          PIC X(01) VALUE "N".
001046     88  WS-CAL-FILE-OPEN        VALUE "Y".
001050*    SELECTION KEYED AT THE CONSOLE - THE CHANGE-DATE RANGE      *
001060*    (YYMMDD, A BLANK TO-DATE MEANS THE ONE DAY), THE LARGE-     *
001070*    CHANGE AMOUNT IN WHOLE DOLLARS, AND THE BATCH WINDOW AS     *
001080*    OPENING AND CLOSING HHMM.  BLANK TAKES THE DEFAULT.         *
001090 77  WS-DATE-ACCEPT              PIC X(06).
001100 77  WS-FROM-DATE                PIC X(06).
001110 77  WS-TO-DATE                  PIC X(06).
001120 77  WS-VALID-SWITCH             PIC X(01) VALUE "N".
001130     88  WS-DATA-VALID           VALUE "Y".
001140 01  WS-CHECK-DATE.
001150     05  WS-CK-YY                PIC 9(02).
001160     05  WS-CK-MM                PIC 9(02).
001170     05  WS-CK-DD                PIC 9(02).
001180 77  WS-AMT-ACCEPT               PIC X(07).
001190 77  WS-DEFAULT-LARGE            PIC 9(07) VALUE 10000.
001200 77  WS-LARGE-AMOUNT             PIC 9(07) VALUE ZERO.
001210 77  WS-LARGE-EDIT               PIC Z,ZZZ,ZZ9.
001220 77  WS-TIME-ACCEPT              PIC X(04).
001230 01  WS-CHECK-TIME.
001240     05  WS-CKT-HH               PIC 9(02).
001250     05  WS-CKT-MM               PIC 9(02).
001260 77  WS-DEFAULT-OPEN             PIC X(04) VALUE "0700".
001270 77  WS-DEFAULT-CLOSE            PIC X(04) VALUE "1900".
001280 77  WS-WINDOW-OPEN              PIC X(04).
001290 77  WS-WINDOW-CLOSE             PIC X(04).
001300 77  WS-OPEN-TXT                 PIC X(05).
001310 77  WS-CLOSE-TXT                PIC X(05).
001320*    THE RUN-CONTROL STAMPS - TONIGHT'S RUN AND WHO STARTED IT.  *
001330 77  WS-RCTL-RUN-STATUS          PIC X(01) VALUE SPACE.
001340     88  WS-RCTL-STARTED         VALUE "S".
001350 77  WS-RCTL-OPERATOR            PIC X(08) VALUE SPACES.
001368*    THE BUSINESS DATE THE CHANGE BEING MATCHED POSTS UNDER,     *
001386*    AND THE BUSINESS DATE OF THE CURRENT AUDITLOG RUN.          *
001404 77  WS-CHG-BUS-DATE             PIC X(06).
001422 77  WS-RUN-DATE                 PIC X(06).
001440 77  WS-RUN-FOUND-SWITCH         PIC X(01) VALUE "N".
001450     88  WS-RUN-FOUND            VALUE "Y".
001460*    THE RUN NAMED ON AN EXCEPTION LINE - MODE AND BATCH ID.     *
001470 77  WS-EXC-NOTE                 PIC X(08).
001480*    OUTSTANDING SUSPENSE ITEMS - KEY, AND THE OPERATOR AND      *
001490*    BATCH OF THE RUN THAT SENT EACH ONE THERE.                  *
001500 77  WS-SUSP-MAX                 PIC 9(04) COMP VALUE 2000.
001510 77  WS-SUSP-COUNT               PIC 9(04) COMP VALUE ZERO.
001520 77  WS-SUSP-IX                  PIC 9(04) COMP VALUE ZERO.
001530 77  WS-SUSP-FOUND-SWITCH        PIC X(01) VALUE "N".
001540     88  WS-SUSP-FOUND           VALUE "Y".
001550 77  WS-SUSP-FULL-SWITCH         PIC X(01) VALUE "N".
001560     88  WS-SUSP-TABLE-FULL      VALUE "Y".
001570 01  WS-SUSP-TABLE.
001580     05  WS-SUSP-ENTRY OCCURS 2000 TIMES.
001590         10  WS-SI-KEY           PIC X(07).
001600         10  WS-SI-OPERATOR      PIC X(08).
001610         10  WS-SI-BATCH         PIC X(06).
001620*    PER-OPERATOR SUMMARY - EVERY OPERATOR ON THE MASTER, THEN   *
001630*    ANY ID ON THE LOGS THAT IS NOT.  THE AUTHORITY LETTERS ARE  *
001640*    B R M A S C FOR BATCH, RESUBMIT, MAINTENANCE, ARCHIVE,      *
001650*    SUPERVISOR, AND CONTROLLER.                                 *
001660 77  WS-OPT-MAX                  PIC 9(03) COMP VALUE 200.
001670 77  WS-OPT-COUNT                PIC 9(03) COMP VALUE ZERO.
001680 77  WS-OPT-IX                   PIC 9(03) COMP VALUE ZERO.
001690 77  WS-OPT-FOUND-SWITCH         PIC X(01) VALUE "N".
001700     88  WS-OPT-FOUND            VALUE "Y".
001710 77  WS-LOOKUP-OPERATOR          PIC X(08).
001720 01  WS-OPT-TABLE.
001730     05  WS-OPT-ENTRY OCCURS 200 TIMES.
001740         10  WS-OPT-ID           PIC X(08).
001750         10  WS-OPT-NAME         PIC X(20).
001760         10  WS-OPT-AUTH         PIC X(06).
001770         10  WS-OPT-MAINT        PIC 9(05) COMP.
001780         10  WS-OPT-RUNS         PIC 9(05) COMP.
001790         10  WS-OPT-BOTH         PIC 9(05) COMP.
001800         10  WS-OPT-LARGE        PIC 9(05) COMP.
001810         10  WS-OPT-HOURS        PIC 9(05) COMP.
001820 01  WS-AUTH-TXT.
001830     05  WS-AUTH-BATCH           PIC X(01).
001840     05  WS-AUTH-RESUBMIT        PIC X(01).
001850     05  WS-AUTH-MAINT           PIC X(01).
001860     05  WS-AUTH-ARCHIVE         PIC X(01).
001870     05  WS-AUTH-SUPERVISOR      PIC X(01).
001880     05  WS-AUTH-CONTROLLER      PIC X(01).
001890*    REPORT TOTALS.
001900 77  WS-MAINT-TOTAL              PIC 9(07) COMP VALUE ZERO.
001910 77  WS-RUNS-TOTAL               PIC 9(07) COMP VALUE ZERO.
001920 77  WS-BOTH-TOTAL               PIC 9(07) COMP VALUE ZERO.
001930 77  WS-LARGE-TOTAL              PIC 9(07) COMP VALUE ZERO.
001940 77  WS-HOURS-TOTAL              PIC 9(07) COMP VALUE ZERO.
001950*    SIGNED BEFORE AND AFTER AMOUNTS OF THE ENTRY (A CREDIT IS   *
001960*    NEGATIVE) AND THE SIZE OF THE CHANGE BETWEEN THEM.          *
001970 77  WS-BEFORE-SIGNED            PIC S9(09)V99 VALUE ZERO.
001980 77  WS-AFTER-SIGNED             PIC S9(09)V99 VALUE ZERO.
001990 77  WS-CHANGE-AMOUNT            PIC S9(09)V99 VALUE ZERO.
002000*    EDITED DATE STAGING.
002010 77  WS-EDIT-DATE-TXT            PIC X(08).
002020 77  WS-FROM-DATE-TXT            PIC X(08).
002030 77  WS-TO-DATE-TXT              PIC X(08).
002040 01  WS-EDIT-DATE.
002050     05  WS-ED-YY                PIC X(02).
002060     05  WS-ED-MM                PIC X(02).
002070     05  WS-ED-DD                PIC X(02).
002080*    REPORT HEADING FIELDS.
002090 77  WS-PAGE-NUMBER              PIC 9(04) COMP VALUE 1.
002100 77  WS-RPT-DATE-TXT             PIC X(08).
002110 01  WS-CURRENT-DATE.
002120     05  WS-CD-YY                PIC 9(02).
002130     05  WS-CD-MM                PIC 9(02).
002140     05  WS-CD-DD                PIC 9(02).
002150 PROCEDURE DIVISION.
002160 0000-MAIN-PROCESS.
002170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002180     PERFORM 2000-POSTED-SECTION THRU 2000-EXIT.
002190     PERFORM 3000-LARGE-CHANGE-SECTION THRU 3000-EXIT.
002200     PERFORM 4000-WINDOW-SECTION THRU 4000-EXIT.
002210     PERFORM 5000-OPERATOR-SUMMARY THRU 5000-EXIT.
002220     CLOSE REVIEW-REPORT.
002230     DISPLAY " ".
002240     DISPLAY "MAINTENANCE ENTRIES REVIEWED: " WS-MAINT-TOTAL.
002250     DISPLAY "MAINTAINED AND POSTED BY SAME OPERATOR: "
002260         WS-BOTH-TOTAL.
002270     DISPLAY "LARGE CHANGES: " WS-LARGE-TOTAL.
002280     DISPLAY "OUTSIDE THE BATCH WINDOW: " WS-HOURS-TOTAL.
002290     DISPLAY "REPORT WRITTEN TO SODRPT".
002300     STOP RUN.
002310******************************************************************
002320*    1000-INITIALIZE - GET THE SELECTION, LOAD THE RUN-CONTROL   *
002330*    STAMPS, THE OPERATOR MASTER, AND THE OUTSTANDING SUSPENSE,  *
002340*    AND START THE REPORT.                                       *
002350******************************************************************
002360 1000-INITIALIZE.
002370     DISPLAY "SOD_REVIEW - SEPARATION-OF-DUTIES REVIEW".
002380     DISPLAY " ".
002390     MOVE "N" TO WS-VALID-SWITCH.
002400     PERFORM 1100-ACCEPT-FROM-DATE THRU 1100-EXIT
002410         UNTIL WS-DATA-VALID.
002420     MOVE "N" TO WS-VALID-SWITCH.
002430     PERFORM 1200-ACCEPT-TO-DATE THRU 1200-EXIT
002440         UNTIL WS-DATA-VALID.
002450     MOVE "N" TO WS-VALID-SWITCH.
002460     PERFORM 1400-ACCEPT-LARGE-AMOUNT THRU 1400-EXIT
002470         UNTIL WS-DATA-VALID.
002480     MOVE "N" TO WS-VALID-SWITCH.
002490     PERFORM 1500-ACCEPT-WINDOW-OPEN THRU 1500-EXIT
002500         UNTIL WS-DATA-VALID.
002510     MOVE "N" TO WS-VALID-SWITCH.
002520     PERFORM 1550-ACCEPT-WINDOW-CLOSE THRU 1550-EXIT
002530         UNTIL WS-DATA-VALID.
002540     ACCEPT WS-CURRENT-DATE FROM DATE.
002550     STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YY
002560         DELIMITED BY SIZE INTO WS-RPT-DATE-TXT.
002570     MOVE WS-FROM-DATE TO WS-EDIT-DATE.
002580     PERFORM 6900-EDIT-DATE THRU 6900-EXIT.
002590     MOVE WS-EDIT-DATE-TXT TO WS-FROM-DATE-TXT.
002600     MOVE WS-TO-DATE TO WS-EDIT-DATE.
002610     PERFORM 6900-EDIT-DATE THRU 6900-EXIT.
002620     MOVE WS-EDIT-DATE-TXT TO WS-TO-DATE-TXT.
002630     STRING WS-WINDOW-OPEN (1:2) ":" WS-WINDOW-OPEN (3:2)
002640         DELIMITED BY SIZE INTO WS-OPEN-TXT.
002650     STRING WS-WINDOW-CLOSE (1:2) ":" WS-WINDOW-CLOSE (3:2)
002660         DELIMITED BY SIZE INTO WS-CLOSE-TXT.
002670     PERFORM 1600-LOAD-RUN-CONTROL THRU 1600-EXIT.
002680     PERFORM 1700-LOAD-OPERATORS THRU 1700-EXIT.
002690     PERFORM 1800-LOAD-SUSPENSE THRU 1800-EXIT.
002700     OPEN OUTPUT REVIEW-REPORT.
002710     MOVE SPACES TO SOD-HEADER-LINE.
002720     MOVE "SEPARATION OF DUTIES" TO SOD-HDR-TITLE.
002730     MOVE "RUN DATE: " TO SOD-HDR-LABEL1.
002740     MOVE WS-RPT-DATE-TXT TO SOD-HDR-DATE.
002750     MOVE "PAGE: " TO SOD-HDR-LABEL2.
002760     MOVE WS-PAGE-NUMBER TO SOD-HDR-PAGE.
002770     WRITE SOD-HEADER-LINE.
002780     MOVE SPACES TO SOD-TEXT-LINE.
002790     STRING "MAINTENANCE DATES " WS-FROM-DATE-TXT " TO "
002800         WS-TO-DATE-TXT
002810         DELIMITED BY SIZE INTO SOD-TEXT.
002820     WRITE SOD-TEXT-LINE.
002830     MOVE WS-LARGE-AMOUNT TO WS-LARGE-EDIT.
002840     MOVE SPACES TO SOD-TEXT-LINE.
002850     STRING "LARGE CHANGE " WS-LARGE-EDIT
002860         "   BATCH WINDOW " WS-OPEN-TXT " TO " WS-CLOSE-TXT
002870         DELIMITED BY SIZE INTO SOD-TEXT.
002880     WRITE SOD-TEXT-LINE.
002890 1000-EXIT.
002900     EXIT.
002910 1100-ACCEPT-FROM-DATE.
002920     DISPLAY "ENTER FIRST CHANGE DATE YYMMDD : ".
002930     MOVE SPACES TO WS-DATE-ACCEPT.
002940     ACCEPT WS-DATE-ACCEPT.
002950     PERFORM 1300-CHECK-DATE THRU 1300-EXIT.
002960     IF WS-DATA-VALID
002970         MOVE WS-DATE-ACCEPT TO WS-FROM-DATE
002980     END-IF.
002990 1100-EXIT.
003000     EXIT.
003010 1200-ACCEPT-TO-DATE.
003020     DISPLAY "ENTER LAST CHANGE DATE YYMMDD (BLANK = SAME DAY) "
003030         ": ".
003040     MOVE SPACES TO WS-DATE-ACCEPT.
003050     ACCEPT WS-DATE-ACCEPT.
003060     IF WS-DATE-ACCEPT = SPACES
003070         MOVE WS-FROM-DATE TO WS-TO-DATE
003080         MOVE "Y" TO WS-VALID-SWITCH
003090         GO TO 1200-EXIT
003100     END-IF.
003110     PERFORM 1300-CHECK-DATE THRU 1300-EXIT.
003120     IF NOT WS-DATA-VALID
003130         GO TO 1200-EXIT
003140     END-IF.
003150     IF WS-DATE-ACCEPT < WS-FROM-DATE
003160         DISPLAY "*** LAST DATE IS BEFORE THE FIRST DATE ***"
003170         MOVE "N" TO WS-VALID-SWITCH
003180         GO TO 1200-EXIT
003190     END-IF.
003200     MOVE WS-DATE-ACCEPT TO WS-TO-DATE.
003210 1200-EXIT.
003220     EXIT.
003230******************************************************************
003240*    1300-CHECK-DATE - THE KEYED DATE MUST BE A PLAUSIBLE        *
003250*    YYMMDD.  IT IS COMPARED AS TEXT AGAINST THE LOG STAMPS,     *
003260*    WHICH SORT THE SAME WAY INSIDE THE 2000-2099 WINDOW.        *
003270******************************************************************
003280 1300-CHECK-DATE.
003290     MOVE "N" TO WS-VALID-SWITCH.
003300     IF WS-DATE-ACCEPT NOT NUMERIC
003310         DISPLAY "*** INVALID ENTRY - YYMMDD REQUIRED ***"
003320         GO TO 1300-EXIT
003330     END-IF.
003340     MOVE WS-DATE-ACCEPT TO WS-CHECK-DATE.
003350     IF WS-CK-MM < 1 OR WS-CK-MM > 12
003360        OR WS-CK-DD < 1 OR WS-CK-DD > 31
003370         DISPLAY "*** INVALID ENTRY - YYMMDD REQUIRED ***"
003380         GO TO 1300-EXIT
003390     END-IF.
003400     MOVE "Y" TO WS-VALID-SWITCH.
003410 1300-EXIT.
003420     EXIT.
003430 1400-ACCEPT-LARGE-AMOUNT.
003440     DISPLAY "ENTER LARGE-CHANGE AMOUNT, WHOLE DOLLARS, 7 DIGITS "
003450         "(BLANK = " WS-DEFAULT-LARGE ") : ".
003460     MOVE SPACES TO WS-AMT-ACCEPT.
003470     ACCEPT WS-AMT-ACCEPT.
003480     IF WS-AMT-ACCEPT = SPACES
003490         MOVE WS-DEFAULT-LARGE TO WS-LARGE-AMOUNT
003500         MOVE "Y" TO WS-VALID-SWITCH
003510         GO TO 1400-EXIT
003520     END-IF.
003530     IF WS-AMT-ACCEPT IS NUMERIC
003540         MOVE WS-AMT-ACCEPT TO WS-LARGE-AMOUNT
003550         MOVE "Y" TO WS-VALID-SWITCH
003560     ELSE
003570         DISPLAY "*** INVALID ENTRY - WHOLE DOLLARS REQUIRED ***"
003580         MOVE "N" TO WS-VALID-SWITCH
003590     END-IF.
003600 1400-EXIT.
003610     EXIT.
003620 1500-ACCEPT-WINDOW-OPEN.
003630     DISPLAY "ENTER BATCH WINDOW OPENING TIME HHMM (BLANK = "
003640         WS-DEFAULT-OPEN ") : ".
003650     MOVE SPACES TO WS-TIME-ACCEPT.
003660     ACCEPT WS-TIME-ACCEPT.
003670     IF WS-TIME-ACCEPT = SPACES
003680         MOVE WS-DEFAULT-OPEN TO WS-TIME-ACCEPT
003690     END-IF.
003700     PERFORM 1580-CHECK-TIME THRU 1580-EXIT.
003710     IF WS-DATA-VALID
003720         MOVE WS-TIME-ACCEPT TO WS-WINDOW-OPEN
003730     END-IF.
003740 1500-EXIT.
003750     EXIT.
003760 1550-ACCEPT-WINDOW-CLOSE.
003770     DISPLAY "ENTER BATCH WINDOW CLOSING TIME HHMM (BLANK = "
003780         WS-DEFAULT-CLOSE ") : ".
003790     MOVE SPACES TO WS-TIME-ACCEPT.
003800     ACCEPT WS-TIME-ACCEPT.
003810     IF WS-TIME-ACCEPT = SPACES
003820         MOVE WS-DEFAULT-CLOSE TO WS-TIME-ACCEPT
003830     END-IF.
003840     PERFORM 1580-CHECK-TIME THRU 1580-EXIT.
003850     IF NOT WS-DATA-VALID
003860         GO TO 1550-EXIT
003870     END-IF.
003880     IF WS-TIME-ACCEPT = WS-WINDOW-OPEN
003890         DISPLAY "*** CLOSING TIME MUST DIFFER FROM OPENING ***"
003900         MOVE "N" TO WS-VALID-SWITCH
003910         GO TO 1550-EXIT
003920     END-IF.
003930     MOVE WS-TIME-ACCEPT TO WS-WINDOW-CLOSE.
003940 1550-EXIT.
003950     EXIT.
003960 1580-CHECK-TIME.
003970     MOVE "N" TO WS-VALID-SWITCH.
003980     IF WS-TIME-ACCEPT NOT NUMERIC
003990         DISPLAY "*** INVALID ENTRY - HHMM REQUIRED ***"
004000         GO TO 1580-EXIT
004010     END-IF.
004020     MOVE WS-TIME-ACCEPT TO WS-CHECK-TIME.
004030     IF WS-CKT-HH > 23 OR WS-CKT-MM > 59
004040         DISPLAY "*** INVALID ENTRY - HHMM REQUIRED ***"
004050         GO TO 1580-EXIT
004060     END-IF.
004070     MOVE "Y" TO WS-VALID-SWITCH.
004080 1580-EXIT.
004090     EXIT.
004100******************************************************************
004110*    1600-LOAD-RUN-CONTROL - NOTE WHO STARTED TONIGHT'S RUN AND  *
004120*    WHETHER IT IS STILL OPEN.  NO RUN-CONTROL FILE MEANS NO     *
004130*    RUN IN PROGRESS.                                            *
004140******************************************************************
004150 1600-LOAD-RUN-CONTROL.
004160     OPEN INPUT RUN-CONTROL-FILE.
004170     IF WS-RCTL-FILE-STATUS NOT = "00"
004180         GO TO 1600-EXIT
004190     END-IF.
004200     READ RUN-CONTROL-FILE
004210         AT END
004220             CONTINUE
004230         NOT AT END
004240             MOVE RCTL-RUN-STATUS TO WS-RCTL-RUN-STATUS
004250             MOVE RCTL-OPERATOR-ID TO WS-RCTL-OPERATOR
004260     END-READ.
004270     CLOSE RUN-CONTROL-FILE.
004280 1600-EXIT.
004290     EXIT.
004300******************************************************************
004310*    1700-LOAD-OPERATORS - ONE SUMMARY ROW PER OPERATOR ON THE   *
004320*    MASTER, WITH THE AUTHORITIES THE OPERATOR HOLDS TODAY.      *
004330******************************************************************
004340 1700-LOAD-OPERATORS.
004350     MOVE "N" TO WS-EOF-SWITCH.
004360     OPEN INPUT OPERATOR-MASTER.
004370     IF WS-OPR-FILE-STATUS NOT = "00"
004380         DISPLAY "OPERATOR MASTER NOT AVAILABLE - NAMES AND "
004390             "AUTHORITIES NOT SHOWN"
004400         GO TO 1700-EXIT
004410     END-IF.
004420     PERFORM 1710-READ-OPERATOR THRU 1710-EXIT
004430         UNTIL WS-END-OF-FILE.
004440     CLOSE OPERATOR-MASTER.
004450 1700-EXIT.
004460     EXIT.
004470 1710-READ-OPERATOR.
004480     READ OPERATOR-MASTER
004490         AT END
004500             MOVE "Y" TO WS-EOF-SWITCH
004510             GO TO 1710-EXIT
004520     END-READ.
004530     MOVE OPR-OPERATOR-ID TO WS-LOOKUP-OPERATOR.
004540     PERFORM 6100-FIND-OPERATOR THRU 6100-EXIT.
004550     MOVE OPR-NAME TO WS-OPT-NAME (WS-OPT-IX).
004560     MOVE ALL "." TO WS-AUTH-TXT.
004570     IF OPR-AUTH-BATCH = "Y"
004580         MOVE "B" TO WS-AUTH-BATCH
004590     END-IF.
004600     IF OPR-AUTH-RESUBMIT = "Y"
004610         MOVE "R" TO WS-AUTH-RESUBMIT
004620     END-IF.
004630     IF OPR-AUTH-MAINT = "Y"
004640         MOVE "M" TO WS-AUTH-MAINT
004650     END-IF.
004660     IF OPR-AUTH-ARCHIVE = "Y"
004670         MOVE "A" TO WS-AUTH-ARCHIVE
004680     END-IF.
004690     IF OPR-AUTH-SUPERVISOR = "Y"
004700         MOVE "S" TO WS-AUTH-SUPERVISOR
004710     END-IF.
004720     IF OPR-AUTH-CONTROLLER = "Y"
004730         MOVE "C" TO WS-AUTH-CONTROLLER
004740     END-IF.
004750     MOVE WS-AUTH-TXT TO WS-OPT-AUTH (WS-OPT-IX).
004760 1710-EXIT.
004770     EXIT.
004780******************************************************************
004790*    1800-LOAD-SUSPENSE - STAGE THE KEY OF EVERY OUTSTANDING     *
004800*    SUSPENSE ITEM WITH THE OPERATOR AND BATCH STAMPED ON IT.    *
004810*    ITEMS PAST THE END OF THE TABLE ARE NOT CHECKED, AND THE    *
004820*    REPORT SAYS SO.                                             *
004830******************************************************************
004840 1800-LOAD-SUSPENSE.
004850     MOVE "N" TO WS-EOF-SWITCH.
004860     OPEN INPUT SUSPENSE-FILE.
004870     IF WS-SUSP-FILE-STATUS NOT = "00"
004880         GO TO 1800-EXIT
004890     END-IF.
004900     PERFORM 1810-READ-SUSPENSE THRU 1810-EXIT
004910         UNTIL WS-END-OF-FILE.
004920     CLOSE SUSPENSE-FILE.
004930 1800-EXIT.
004940     EXIT.
004950 1810-READ-SUSPENSE.
004960     READ SUSPENSE-FILE
004970         AT END
004980             MOVE "Y" TO WS-EOF-SWITCH
004990             GO TO 1810-EXIT
005000     END-READ.
005010     IF WS-SUSP-COUNT NOT < WS-SUSP-MAX
005020         IF NOT WS-SUSP-TABLE-FULL
005030             DISPLAY "SUSPENSE TABLE FULL - LATER ITEMS NOT "
005040                 "CHECKED"
005050             MOVE "Y" TO WS-SUSP-FULL-SWITCH
005060         END-IF
005070         GO TO 1810-EXIT
005080     END-IF.
005090     ADD 1 TO WS-SUSP-COUNT.
005100     MOVE SUSP-TRANS-IMAGE (2:7) TO WS-SI-KEY (WS-SUSP-COUNT).
005110     MOVE SUSP-OPERATOR-ID TO WS-SI-OPERATOR (WS-SUSP-COUNT).
005120     MOVE SUSP-BATCH-ID TO WS-SI-BATCH (WS-SUSP-COUNT).
005130 1810-EXIT.
005140     EXIT.
005150******************************************************************
005160*    2000-POSTED-SECTION - ONE PASS OF MNTLOG, STEPPING          *
005170*    THROUGH AUDITLOG ALONGSIDE IT, LISTING EACH ENTRY WHOSE     *
005180*    OPERATOR ALSO RAN THE RUN THAT POSTED (OR DIVERTED) THE     *
005190*    ITEM.  THE REST OF AUDITLOG IS READ AT THE END SO EVERY     *
005200*    RUN IN THE RANGE IS COUNTED FOR THE SUMMARY.                *
005210******************************************************************
005220 2000-POSTED-SECTION.
005230     MOVE SPACES TO SOD-TEXT-LINE.
005240     WRITE SOD-TEXT-LINE.
005250     MOVE "----- MAINTAINED AND POSTED BY THE SAME OPERATOR -----"
005260         TO SOD-TEXT.
005270     WRITE SOD-TEXT-LINE.
005280     MOVE "N" TO WS-AUDIT-EOF-SWITCH.
005290     OPEN INPUT AUDIT-LOG.
005300     IF WS-AUDIT-FILE-STATUS = "00"
005310         MOVE "Y" TO WS-AUDIT-OPEN-SWITCH
005320         PERFORM 2200-READ-NEXT-RUN THRU 2200-EXIT
005330     ELSE
005340         MOVE "Y" TO WS-AUDIT-EOF-SWITCH
005350     END-IF.
005351     MOVE "N" TO WS-CAL-EOF-SWITCH.
005352     OPEN INPUT CALENDAR-FILE.
005353     IF WS-CAL-FILE-STATUS = "00"
005354         MOVE "Y" TO WS-CAL-OPEN-SWITCH
005355         PERFORM 2360-READ-CALENDAR THRU 2360-EXIT
005356     ELSE
005357         MOVE "Y" TO WS-CAL-EOF-SWITCH
005358     END-IF.
005360     MOVE "N" TO WS-EOF-SWITCH.
005370     OPEN INPUT MAINT-LOG.
005380     IF WS-MNT-FILE-STATUS = "00"
005390         MOVE "Y" TO WS-MNT-OPEN-SWITCH
005400         MOVE SPACES TO SOD-COLUMN-LINE
005410         MOVE "OPERATOR DATE     TIME  A KEY" TO SOD-COL-TEXT
005420         MOVE "BEFORE          AFTER   RUN"
005430             TO SOD-COL-TEXT (41:27)
005440         WRITE SOD-COLUMN-LINE
005450         PERFORM 2100-MATCH-MNT-ENTRY THRU 2100-EXIT
005460             UNTIL WS-END-OF-FILE
005470         CLOSE MAINT-LOG
005480     ELSE
005490         MOVE SPACES TO SOD-TEXT-LINE
005500         MOVE "MAINTENANCE LOG NOT AVAILABLE" TO SOD-TEXT
005510         WRITE SOD-TEXT-LINE
005520     END-IF.
005530     PERFORM 2200-READ-NEXT-RUN THRU 2200-EXIT
005540         UNTIL WS-AUDIT-END-OF-FILE.
005550     IF WS-AUDIT-FILE-OPEN
005560         CLOSE AUDIT-LOG
005562     END-IF.
005564     IF WS-CAL-FILE-OPEN
005566         CLOSE CALENDAR-FILE
005570     END-IF.
005580     IF NOT WS-MNT-FILE-OPEN
005590         GO TO 2000-EXIT
005600     END-IF.
005610     IF WS-BOTH-TOTAL = ZERO
005620         MOVE SPACES TO SOD-TEXT-LINE
005630         MOVE "NO CASES IN THE PERIOD" TO SOD-TEXT
005640         WRITE SOD-TEXT-LINE
005650     END-IF.
005660     MOVE SPACES TO SOD-TOTAL-LINE.
005670     MOVE "MAINTAINED AND POSTED BY SAME OPERATOR"
005680         TO SOD-TOT-LABEL.
005690     MOVE WS-BOTH-TOTAL TO SOD-TOT-COUNT.
005700     WRITE SOD-TOTAL-LINE.
005710     MOVE SPACES TO SOD-TEXT-LINE.
005720     MOVE "RUN: B/R NNNNNN = BATCH/RESUBMIT RUN THAT POSTED IT"
005730         TO SOD-TEXT.
005740     WRITE SOD-TEXT-LINE.
005750     MOVE SPACES TO SOD-TEXT-LINE.
005760     MOVE "     D NNNNNN   = BATCH THAT SENT IT TO SUSPENSE"
005770         TO SOD-TEXT.
005780     WRITE SOD-TEXT-LINE.
005790     MOVE SPACES TO SOD-TEXT-LINE.
005800     MOVE "     RUNCTL     = TONIGHT'S RUN, STARTED, NOT COMPLETE"
005810         TO SOD-TEXT.
005820     WRITE SOD-TEXT-LINE.
005830     IF WS-SUSP-TABLE-FULL
005840         MOVE SPACES TO SOD-TEXT-LINE
005850         MOVE "SUSPENSE TABLE FULL - SOME ITEMS NOT CHECKED"
005860             TO SOD-TEXT
005870         WRITE SOD-TEXT-LINE
005880     END-IF.
005890 2000-EXIT.
005900     EXIT.
005910******************************************************************
005920*    2100-MATCH-MNT-ENTRY - COUNT THE ENTRY FOR ITS OPERATOR     *
005930*    AND MATCH IT.  A DELETE, A REJECT, OR A KEEP-HOLDING        *
005940*    POSTS NOTHING, SO ONLY ADDS, CHANGES, AND RELEASES ARE      *
005950*    MATCHED TO A POSTING RUN.  SUSP_MAINT LOGS ONLY CHANGES.    *
005960******************************************************************
005970 2100-MATCH-MNT-ENTRY.
005980     READ MAINT-LOG
005990         AT END
006000             MOVE "Y" TO WS-EOF-SWITCH
006010             GO TO 2100-EXIT
006020     END-READ.
006030     IF MNT-CHANGE-DATE < WS-FROM-DATE
006040        OR MNT-CHANGE-DATE > WS-TO-DATE
006050         GO TO 2100-EXIT
006060     END-IF.
006070     MOVE MNT-OPERATOR-ID TO WS-LOOKUP-OPERATOR.
006080     PERFORM 6100-FIND-OPERATOR THRU 6100-EXIT.
006090     ADD 1 TO WS-OPT-MAINT (WS-OPT-IX).
006100     ADD 1 TO WS-MAINT-TOTAL.
006110     IF MNT-ACTION-ADD OR MNT-ACTION-CHANGE
006120        OR MNT-ACTION-RELEASE
006130         PERFORM 2300-MATCH-POSTING-RUN THRU 2300-EXIT
006140     END-IF.
006150     IF MNT-ACTION-CHANGE
006160         PERFORM 2400-MATCH-SUSPENSE THRU 2400-EXIT
006170     END-IF.
006180 2100-EXIT.
006190     EXIT.
006200******************************************************************
006210*    2200-READ-NEXT-RUN - MOVE THE AUDITLOG CURSOR TO THE NEXT   *
006220*    BATCH OR RESUBMIT RUN.                                      *
006230******************************************************************
006240 2200-READ-NEXT-RUN.
006250     MOVE "N" TO WS-RUN-FOUND-SWITCH.
006260     PERFORM 2250-READ-AUDIT-RECORD THRU 2250-EXIT
006270         UNTIL WS-RUN-FOUND OR WS-AUDIT-END-OF-FILE.
006280 2200-EXIT.
006290     EXIT.
006300******************************************************************
006310*    2250-READ-AUDIT-RECORD - A BATCH OR RESUBMIT RUN IS TAKEN   *
006320*    AS THE CURRENT RUN, AND COUNTED FOR ITS OPERATOR WHEN ITS   *
006330*    DATE IS IN THE RANGE.  INTERACTIVE ADDS, REFUSED ARCHIVES,  *
006340*    AND PERIOD REOPENS POST NOTHING FROM MNTLOG.                *
006350******************************************************************
006360 2250-READ-AUDIT-RECORD.
006370     READ AUDIT-LOG
006380         AT END
006390             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
006400             GO TO 2250-EXIT
006410     END-READ.
006420     IF NOT AUDIT-BATCH-RUN
006430         GO TO 2250-EXIT
006440     END-IF.
006450     MOVE "Y" TO WS-RUN-FOUND-SWITCH.
006460     MOVE AUDIT-RUN-DATE TO WS-RUN-DATE.
006480     IF WS-RUN-DATE < WS-FROM-DATE
006490        OR WS-RUN-DATE > WS-TO-DATE
006500         GO TO 2250-EXIT
006510     END-IF.
006520     MOVE AUDIT-OPERATOR-ID TO WS-LOOKUP-OPERATOR.
006530     PERFORM 6100-FIND-OPERATOR THRU 6100-EXIT.
006540     ADD 1 TO WS-OPT-RUNS (WS-OPT-IX).
006550     ADD 1 TO WS-RUNS-TOTAL.
006560 2250-EXIT.
006570     EXIT.
006580******************************************************************
006590*    2300-MATCH-POSTING-RUN - THE FIRST BATCH OR RESUBMIT RUN    *
006597*    LOGGED FOR THE CHANGE'S BUSINESS DATE, OR A LATER ONE,      *
006604*    POSTED IT.  WITH NONE LOGGED YET, A RUN STARTED ON RUNCTL   *
006611*    AND NOT COMPLETE WILL POST IT.                              *
006620******************************************************************
006630 2300-MATCH-POSTING-RUN.
006645     PERFORM 2350-FIND-BUSINESS-DATE THRU 2350-EXIT.
006660     PERFORM 2200-READ-NEXT-RUN THRU 2200-EXIT
006670         UNTIL WS-AUDIT-END-OF-FILE
006680            OR WS-RUN-DATE NOT < WS-CHG-BUS-DATE.
006690     IF NOT WS-AUDIT-END-OF-FILE
006700         IF AUDIT-OPERATOR-ID = MNT-OPERATOR-ID
006710             MOVE SPACES TO WS-EXC-NOTE
006720             STRING AUDIT-RUN-MODE " " AUDIT-BATCH-ID
006730                 DELIMITED BY SIZE INTO WS-EXC-NOTE
006740             PERFORM 2500-WRITE-BOTH-LINE THRU 2500-EXIT
006750         END-IF
006760         GO TO 2300-EXIT
006770     END-IF.
006780     IF WS-RCTL-STARTED
006790        AND WS-RCTL-OPERATOR = MNT-OPERATOR-ID
006800         MOVE "RUNCTL" TO WS-EXC-NOTE
006810         PERFORM 2500-WRITE-BOTH-LINE THRU 2500-EXIT
006820     END-IF.
006830 2300-EXIT.
006831     EXIT.
006832******************************************************************
006833*    2350-FIND-BUSINESS-DATE - STEP THE CALENDAR ALONGSIDE       *
006834*    MNTLOG TO THE CHANGE DATE'S ENTRY AND TAKE ITS BUSINESS     *
006835*    DATE.  NO CALENDAR, OR A DATE NOT ON IT, LEAVES THE CHANGE  *
006836*    DATE ITSELF, AS TRAN_MAINT DOES.                            *
006837******************************************************************
006838 2350-FIND-BUSINESS-DATE.
006839     MOVE MNT-CHANGE-DATE TO WS-CHG-BUS-DATE.
006840     PERFORM 2360-READ-CALENDAR THRU 2360-EXIT
006841         UNTIL WS-CAL-END-OF-FILE
006842            OR CAL-DATE NOT < MNT-CHANGE-DATE.
006843     IF NOT WS-CAL-END-OF-FILE
006844        AND CAL-DATE = MNT-CHANGE-DATE
006845         MOVE CAL-BUSINESS-DATE TO WS-CHG-BUS-DATE
006846     END-IF.
006847 2350-EXIT.
006848     EXIT.
006849 2360-READ-CALENDAR.
006850     READ CALENDAR-FILE
006851         AT END
006852             MOVE "Y" TO WS-CAL-EOF-SWITCH
006853     END-READ.
006854 2360-EXIT.
006855     EXIT.
006856******************************************************************
006860*    2400-MATCH-SUSPENSE - A CORRECTION TO AN ITEM STILL IN      *
006870*    SUSPENSE BY THE OPERATOR WHO RAN THE BATCH THAT SENT IT     *
006880*    THERE.                                                      *
006890******************************************************************
006900 2400-MATCH-SUSPENSE.
006910     MOVE "N" TO WS-SUSP-FOUND-SWITCH.
006920     MOVE ZERO TO WS-SUSP-IX.
006930     PERFORM 2450-SCAN-SUSPENSE THRU 2450-EXIT
006940         UNTIL WS-SUSP-FOUND
006950            OR WS-SUSP-IX NOT < WS-SUSP-COUNT.
006960     IF NOT WS-SUSP-FOUND
006970         GO TO 2400-EXIT
006980     END-IF.
006990     IF WS-SI-OPERATOR (WS-SUSP-IX) = MNT-OPERATOR-ID
007000         MOVE SPACES TO WS-EXC-NOTE
007010         STRING "D " WS-SI-BATCH (WS-SUSP-IX)
007020             DELIMITED BY SIZE INTO WS-EXC-NOTE
007030         PERFORM 2500-WRITE-BOTH-LINE THRU 2500-EXIT
007040     END-IF.
007050 2400-EXIT.
007060     EXIT.
007070 2450-SCAN-SUSPENSE.
007080     ADD 1 TO WS-SUSP-IX.
007090     IF WS-SI-KEY (WS-SUSP-IX) = MNT-TRANS-KEY
007100         MOVE "Y" TO WS-SUSP-FOUND-SWITCH
007110     END-IF.
007120 2450-EXIT.
007130     EXIT.
007140 2500-WRITE-BOTH-LINE.
007150     PERFORM 6600-BUILD-EXCEPTION-LINE THRU 6600-EXIT.
007160     MOVE WS-EXC-NOTE TO SOD-EXC-NOTE.
007170     WRITE SOD-EXCEPTION-LINE.
007180     MOVE MNT-OPERATOR-ID TO WS-LOOKUP-OPERATOR.
007190     PERFORM 6100-FIND-OPERATOR THRU 6100-EXIT.
007200     ADD 1 TO WS-OPT-BOTH (WS-OPT-IX).
007210     ADD 1 TO WS-BOTH-TOTAL.
007220 2500-EXIT.
007230     EXIT.
007240******************************************************************
007250*    3000-LARGE-CHANGE-SECTION - A SECOND PASS OF MNTLOG FOR     *
007260*    ENTRIES THAT MOVED THE AMOUNT BY THE LARGE-CHANGE AMOUNT    *
007270*    OR MORE.                                                    *
007280******************************************************************
007290 3000-LARGE-CHANGE-SECTION.
007300     IF NOT WS-MNT-FILE-OPEN
007310         GO TO 3000-EXIT
007320     END-IF.
007330     MOVE SPACES TO SOD-TEXT-LINE.
007340     WRITE SOD-TEXT-LINE.
007350     MOVE "----- LARGE BEFORE/AFTER AMOUNT CHANGES -----"
007360         TO SOD-TEXT.
007370     WRITE SOD-TEXT-LINE.
007380     MOVE SPACES TO SOD-COLUMN-LINE.
007390     MOVE "OPERATOR DATE     TIME  A KEY" TO SOD-COL-TEXT.
007400     MOVE "BEFORE          AFTER" TO SOD-COL-TEXT (41:21).
007410     WRITE SOD-COLUMN-LINE.
007420     MOVE "N" TO WS-EOF-SWITCH.
007430     OPEN INPUT MAINT-LOG.
007440     PERFORM 3100-CHECK-MNT-CHANGE THRU 3100-EXIT
007450         UNTIL WS-END-OF-FILE.
007460     CLOSE MAINT-LOG.
007470     IF WS-LARGE-TOTAL = ZERO
007480         MOVE SPACES TO SOD-TEXT-LINE
007490         MOVE "NO LARGE CHANGES IN THE PERIOD" TO SOD-TEXT
007500         WRITE SOD-TEXT-LINE
007510     END-IF.
007520     MOVE SPACES TO SOD-TOTAL-LINE.
007530     MOVE "LARGE CHANGES" TO SOD-TOT-LABEL.
007540     MOVE WS-LARGE-TOTAL TO SOD-TOT-COUNT.
007550     WRITE SOD-TOTAL-LINE.
007560 3000-EXIT.
007570     EXIT.
007580 3100-CHECK-MNT-CHANGE.
007590     READ MAINT-LOG
007600         AT END
007610             MOVE "Y" TO WS-EOF-SWITCH
007620             GO TO 3100-EXIT
007630     END-READ.
007640     IF MNT-CHANGE-DATE < WS-FROM-DATE
007650        OR MNT-CHANGE-DATE > WS-TO-DATE
007660         GO TO 3100-EXIT
007670     END-IF.
007680     PERFORM 6700-COMPUTE-CHANGE THRU 6700-EXIT.
007690     IF WS-CHANGE-AMOUNT < WS-LARGE-AMOUNT
007700         GO TO 3100-EXIT
007710     END-IF.
007720     PERFORM 6600-BUILD-EXCEPTION-LINE THRU 6600-EXIT.
007730     WRITE SOD-EXCEPTION-LINE.
007740     MOVE MNT-OPERATOR-ID TO WS-LOOKUP-OPERATOR.
007750     PERFORM 6100-FIND-OPERATOR THRU 6100-EXIT.
007760     ADD 1 TO WS-OPT-LARGE (WS-OPT-IX).
007770     ADD 1 TO WS-LARGE-TOTAL.
007780 3100-EXIT.
007790     EXIT.
007800******************************************************************
007810*    4000-WINDOW-SECTION - A THIRD PASS OF MNTLOG FOR ENTRIES    *
007820*    MADE OUTSIDE THE BATCH WINDOW.                              *
007830******************************************************************
007840 4000-WINDOW-SECTION.
007850     IF NOT WS-MNT-FILE-OPEN
007860         GO TO 4000-EXIT
007870     END-IF.
007880     MOVE SPACES TO SOD-TEXT-LINE.
007890     WRITE SOD-TEXT-LINE.
007900     MOVE SPACES TO SOD-TEXT-LINE.
007910     STRING "----- MAINTENANCE OUTSIDE THE BATCH WINDOW "
007920         WS-OPEN-TXT " TO " WS-CLOSE-TXT " -----"
007930         DELIMITED BY SIZE INTO SOD-TEXT.
007940     WRITE SOD-TEXT-LINE.
007950     MOVE SPACES TO SOD-COLUMN-LINE.
007960     MOVE "OPERATOR DATE     TIME  A KEY" TO SOD-COL-TEXT.
007970     MOVE "BEFORE          AFTER" TO SOD-COL-TEXT (41:21).
007980     WRITE SOD-COLUMN-LINE.
007990     MOVE "N" TO WS-EOF-SWITCH.
008000     OPEN INPUT MAINT-LOG.
008010     PERFORM 4100-CHECK-MNT-TIME THRU 4100-EXIT
008020         UNTIL WS-END-OF-FILE.
008030     CLOSE MAINT-LOG.
008040     IF WS-HOURS-TOTAL = ZERO
008050         MOVE SPACES TO SOD-TEXT-LINE
008060         MOVE "NO MAINTENANCE OUTSIDE THE WINDOW IN THE PERIOD"
008070             TO SOD-TEXT
008080         WRITE SOD-TEXT-LINE
008090     END-IF.
008100     MOVE SPACES TO SOD-TOTAL-LINE.
008110     MOVE "OUTSIDE THE BATCH WINDOW" TO SOD-TOT-LABEL.
008120     MOVE WS-HOURS-TOTAL TO SOD-TOT-COUNT.
008130     WRITE SOD-TOTAL-LINE.
008140 4000-EXIT.
008150     EXIT.
008160******************************************************************
008170*    4100-CHECK-MNT-TIME - THE WINDOW INCLUDES ITS OPENING       *
008180*    MINUTE AND ENDS AT ITS CLOSING MINUTE.  WHEN IT RUNS PAST   *
008190*    MIDNIGHT AN ENTRY IS INSIDE IF IT IS ON EITHER SIDE.        *
008200******************************************************************
008210 4100-CHECK-MNT-TIME.
008220     READ MAINT-LOG
008230         AT END
008240             MOVE "Y" TO WS-EOF-SWITCH
008250             GO TO 4100-EXIT
008260     END-READ.
008270     IF MNT-CHANGE-DATE < WS-FROM-DATE
008280        OR MNT-CHANGE-DATE > WS-TO-DATE
008290         GO TO 4100-EXIT
008300     END-IF.
008310     IF WS-WINDOW-OPEN < WS-WINDOW-CLOSE
008320         IF MNT-CHANGE-TIME (1:4) NOT < WS-WINDOW-OPEN
008330            AND MNT-CHANGE-TIME (1:4) < WS-WINDOW-CLOSE
008340             GO TO 4100-EXIT
008350         END-IF
008360     ELSE
008370         IF MNT-CHANGE-TIME (1:4) NOT < WS-WINDOW-OPEN
008380            OR MNT-CHANGE-TIME (1:4) < WS-WINDOW-CLOSE
008390             GO TO 4100-EXIT
008400         END-IF
008410     END-IF.
008420     PERFORM 6600-BUILD-EXCEPTION-LINE THRU 6600-EXIT.
008430     WRITE SOD-EXCEPTION-LINE.
008440     MOVE MNT-OPERATOR-ID TO WS-LOOKUP-OPERATOR.
008450     PERFORM 6100-FIND-OPERATOR THRU 6100-EXIT.
008460     ADD 1 TO WS-OPT-HOURS (WS-OPT-IX).
008470     ADD 1 TO WS-HOURS-TOTAL.
008480 4100-EXIT.
008490     EXIT.
008500******************************************************************
008510*    5000-OPERATOR-SUMMARY - ONE LINE PER OPERATOR, THEN THE     *
008520*    TOTALS AND THE AUTHORITY KEY.                               *
008530******************************************************************
008540 5000-OPERATOR-SUMMARY.
008550     MOVE SPACES TO SOD-TEXT-LINE.
008560     WRITE SOD-TEXT-LINE.
008570     MOVE "----- ACTIVITY BY OPERATOR -----" TO SOD-TEXT.
008580     WRITE SOD-TEXT-LINE.
008590     MOVE SPACES TO SOD-COLUMN-LINE.
008600     MOVE "OPERATOR NAME                 AUTH" TO SOD-COL-TEXT.
008610     MOVE "MAINT  RUNS  BOTH LARGE HOURS"
008620         TO SOD-COL-TEXT (38:29).
008630     WRITE SOD-COLUMN-LINE.
008640     MOVE ZERO TO WS-OPT-IX.
008650     PERFORM 5100-WRITE-OPERATOR-LINE THRU 5100-EXIT
008660         UNTIL WS-OPT-IX NOT < WS-OPT-COUNT.
008670     MOVE SPACES TO SOD-SUMMARY-LINE.
008680     MOVE "*ALL" TO SOD-SUM-OPERATOR.
008690     MOVE WS-MAINT-TOTAL TO SOD-SUM-MAINT.
008700     MOVE WS-RUNS-TOTAL TO SOD-SUM-RUNS.
008710     MOVE WS-BOTH-TOTAL TO SOD-SUM-BOTH.
008720     MOVE WS-LARGE-TOTAL TO SOD-SUM-LARGE.
008730     MOVE WS-HOURS-TOTAL TO SOD-SUM-HOURS.
008740     WRITE SOD-SUMMARY-LINE.
008750     MOVE SPACES TO SOD-TEXT-LINE.
008760     MOVE "AUTH: B=BATCH R=RESUBMIT M=MAINT A=ARCHIVE "
008770         TO SOD-TEXT.
008780     MOVE "S=SUPERVISOR C=CONTROLLER" TO SOD-TEXT (44:25).
008790     WRITE SOD-TEXT-LINE.
008800     MOVE SPACES TO SOD-TEXT-LINE.
008810     MOVE "BOTH = MAINTAINED AND POSTED   HOURS = OUTSIDE THE "
008820         TO SOD-TEXT.
008830     MOVE "BATCH WINDOW" TO SOD-TEXT (52:12).
008840     WRITE SOD-TEXT-LINE.
008850 5000-EXIT.
008860     EXIT.
008870 5100-WRITE-OPERATOR-LINE.
008880     ADD 1 TO WS-OPT-IX.
008890     MOVE SPACES TO SOD-SUMMARY-LINE.
008900     MOVE WS-OPT-ID (WS-OPT-IX) TO SOD-SUM-OPERATOR.
008910     MOVE WS-OPT-NAME (WS-OPT-IX) TO SOD-SUM-NAME.
008920     MOVE WS-OPT-AUTH (WS-OPT-IX) TO SOD-SUM-AUTH.
008930     MOVE WS-OPT-MAINT (WS-OPT-IX) TO SOD-SUM-MAINT.
008940     MOVE WS-OPT-RUNS (WS-OPT-IX) TO SOD-SUM-RUNS.
008950     MOVE WS-OPT-BOTH (WS-OPT-IX) TO SOD-SUM-BOTH.
008960     MOVE WS-OPT-LARGE (WS-OPT-IX) TO SOD-SUM-LARGE.
008970     MOVE WS-OPT-HOURS (WS-OPT-IX) TO SOD-SUM-HOURS.
008980     WRITE SOD-SUMMARY-LINE.
008990 5100-EXIT.
009000     EXIT.
009010******************************************************************
009020*    6100-FIND-OPERATOR - POINT WS-OPT-IX AT THE SUMMARY ROW     *
009030*    FOR WS-LOOKUP-OPERATOR, CREATING THE ROW ON FIRST USE.      *
009040******************************************************************
009050 6100-FIND-OPERATOR.
009060     MOVE "N" TO WS-OPT-FOUND-SWITCH.
009070     MOVE ZERO TO WS-OPT-IX.
009080     PERFORM 6150-SCAN-OPERATORS THRU 6150-EXIT
009090         UNTIL WS-OPT-FOUND
009100            OR WS-OPT-IX NOT < WS-OPT-COUNT.
009110     IF WS-OPT-FOUND
009120         GO TO 6100-EXIT
009130     END-IF.
009140     IF WS-OPT-COUNT < WS-OPT-MAX
009150         ADD 1 TO WS-OPT-COUNT
009160         MOVE WS-OPT-COUNT TO WS-OPT-IX
009170         MOVE WS-LOOKUP-OPERATOR TO WS-OPT-ID (WS-OPT-IX)
009180         MOVE "NOT ON MASTER" TO WS-OPT-NAME (WS-OPT-IX)
009190         MOVE SPACES TO WS-OPT-AUTH (WS-OPT-IX)
009200         MOVE ZERO TO WS-OPT-MAINT (WS-OPT-IX)
009210         MOVE ZERO TO WS-OPT-RUNS (WS-OPT-IX)
009220         MOVE ZERO TO WS-OPT-BOTH (WS-OPT-IX)
009230         MOVE ZERO TO WS-OPT-LARGE (WS-OPT-IX)
009240         MOVE ZERO TO WS-OPT-HOURS (WS-OPT-IX)
009250     ELSE
009260*        MORE OPERATORS THAN THE TABLE HOLDS - LUMP THE          *
009270*        OVERFLOW INTO THE LAST ROW SO THE TOTALS STILL FOOT,    *
009280*        AS GL_HISTORY DOES.                                     *
009290         DISPLAY "OPERATOR TABLE FULL - OPERATOR "
009300             WS-LOOKUP-OPERATOR " LUMPED INTO LAST ROW"
009310         MOVE WS-OPT-COUNT TO WS-OPT-IX
009320     END-IF.
009330 6100-EXIT.
009340     EXIT.
009350 6150-SCAN-OPERATORS.
009360     ADD 1 TO WS-OPT-IX.
009370     IF WS-OPT-ID (WS-OPT-IX) = WS-LOOKUP-OPERATOR
009380         MOVE "Y" TO WS-OPT-FOUND-SWITCH
009390     END-IF.
009400 6150-EXIT.
009410     EXIT.
009420******************************************************************
009430*    6600-BUILD-EXCEPTION-LINE - THE MNTLOG ENTRY AS AN          *
009440*    EXCEPTION LINE.  AN UNREADABLE AMOUNT IS LEFT BLANK, AND    *
009450*    THE SIDE IS BLANK WHERE THE LOG CARRIES NONE (THE BEFORE    *
009460*    SIDE OF AN ADD).                                            *
009470******************************************************************
009480 6600-BUILD-EXCEPTION-LINE.
009490     MOVE SPACES TO SOD-EXCEPTION-LINE.
009500     MOVE MNT-OPERATOR-ID TO SOD-EXC-OPERATOR.
009510     MOVE MNT-CHANGE-DATE TO WS-EDIT-DATE.
009520     PERFORM 6900-EDIT-DATE THRU 6900-EXIT.
009530     MOVE WS-EDIT-DATE-TXT TO SOD-EXC-DATE.
009540     STRING MNT-CT-HH ":" MNT-CT-MM
009550         DELIMITED BY SIZE INTO SOD-EXC-TIME.
009560     MOVE MNT-ACTION TO SOD-EXC-ACTION.
009570     MOVE MNT-TRANS-KEY TO SOD-EXC-KEY.
009580     IF MNT-BEFORE-AMOUNT NUMERIC
009590         MOVE MNT-BEFORE-AMOUNT TO SOD-EXC-BEFORE
009600     END-IF.
009610     IF MNT-BEFORE-DRCR = "C" OR "c"
009620         MOVE "CR" TO SOD-EXC-BEFORE-DC
009630     END-IF.
009640     IF MNT-BEFORE-DRCR = "D" OR "d"
009650         MOVE "DR" TO SOD-EXC-BEFORE-DC
009660     END-IF.
009670     IF MNT-AFTER-AMOUNT NUMERIC
009680         MOVE MNT-AFTER-AMOUNT TO SOD-EXC-AFTER
009690     END-IF.
009700     IF MNT-AFTER-DRCR = "C" OR "c"
009710         MOVE "CR" TO SOD-EXC-AFTER-DC
009720     END-IF.
009730     IF MNT-AFTER-DRCR = "D" OR "d"
009740         MOVE "DR" TO SOD-EXC-AFTER-DC
009750     END-IF.
009760 6600-EXIT.
009770     EXIT.
009780******************************************************************
009790*    6700-COMPUTE-CHANGE - SIZE OF THE MOVE FROM THE SIGNED      *
009800*    BEFORE AMOUNT TO THE SIGNED AFTER AMOUNT.  AN UNREADABLE    *
009810*    AMOUNT COUNTS AS ZERO.                                      *
009820******************************************************************
009830 6700-COMPUTE-CHANGE.
009840     MOVE ZERO TO WS-BEFORE-SIGNED.
009850     MOVE ZERO TO WS-AFTER-SIGNED.
009860     IF MNT-BEFORE-AMOUNT NUMERIC
009870         IF MNT-BEFORE-DRCR = "C" OR "c"
009880             SUBTRACT MNT-BEFORE-AMOUNT FROM ZERO
009890                 GIVING WS-BEFORE-SIGNED
009900         ELSE
009910             MOVE MNT-BEFORE-AMOUNT TO WS-BEFORE-SIGNED
009920         END-IF
009930     END-IF.
009940     IF MNT-AFTER-AMOUNT NUMERIC
009950         IF MNT-AFTER-DRCR = "C" OR "c"
009960             SUBTRACT MNT-AFTER-AMOUNT FROM ZERO
009970                 GIVING WS-AFTER-SIGNED
009980         ELSE
009990             MOVE MNT-AFTER-AMOUNT TO WS-AFTER-SIGNED
010000         END-IF
010010     END-IF.
010020     SUBTRACT WS-BEFORE-SIGNED FROM WS-AFTER-SIGNED
010030         GIVING WS-CHANGE-AMOUNT.
010040     IF WS-CHANGE-AMOUNT < ZERO
010050         SUBTRACT WS-CHANGE-AMOUNT FROM ZERO
010060             GIVING WS-CHANGE-AMOUNT
010070     END-IF.
010080 6700-EXIT.
010090     EXIT.
010100******************************************************************
010110*    6900-EDIT-DATE - WS-EDIT-DATE (YYMMDD) AS MM/DD/YY.         *
010120******************************************************************
010130 6900-EDIT-DATE.
010140     MOVE SPACES TO WS-EDIT-DATE-TXT.
010150     STRING WS-ED-MM "/" WS-ED-DD "/" WS-ED-YY
010160         DELIMITED BY SIZE INTO WS-EDIT-DATE-TXT.
010170 6900-EXIT.
010180     EXIT.
