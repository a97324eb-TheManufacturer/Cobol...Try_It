000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     ALLOC_MAINT.
000030 AUTHOR.         R. MARSH.
000040 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                *
000090*   ALLOC_MAINT                                                  *
000100*                                                                *
000110*   COST ALLOCATION RULE MAINTENANCE.  LETS FINANCE BROWSE THE   *
000120*   ALLOCATION RULES FILE AND ADD, CHANGE, OR DELETE THE RULE    *
000130*   THAT SPLITS A SHARED-COST POOL ACCOUNT ACROSS ITS TARGET     *
000140*   ACCOUNTS, WITH THE SAME RE-PROMPTING CONSOLE EDITS THE       *
000150*   REST OF THE SUITE USES.  EVERY POOL AND TARGET CODE IS       *
000160*   CHECKED AGAINST THE CHART-OF-ACCOUNTS MASTER - IT MUST BE    *
000170*   ON THE MASTER, ACTIVE, AND NOT PAST ITS EFFECTIVE END        *
000180*   DATE.  A RULE IS ONLY ACCEPTED WHEN ITS PERCENTAGES TOTAL    *
000190*   EXACTLY 100.00, AND NO ACCOUNT MAY BE BOTH A POOL AND A      *
000200*   TARGET.  THE BROWSE FLAGS ANY RULE WITH A CODE THAT HAS      *
000210*   SINCE LEFT THE MASTER OR GONE INACTIVE.  RULES ARE KEPT IN   *
000220*   POOL ACCOUNT ORDER, AND NOTHING TOUCHES THE FILE ON DISK     *
000230*   UNTIL THE OPERATOR SAVES.  ADD_NUMBERS APPLIES THE RULES.    *
000240*                                                                *
000250*   MODIFICATION HISTORY                                         *
000260*   2026-10-15  RM   INITIAL VERSION.                            *
000270*                                                                *
000280******************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ALLOC-RULE-FILE ASSIGN TO "ALLOCRUL"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-ALOC-FILE-STATUS.
000350     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-AMST-FILE-STATUS.
000380     SELECT OPERATOR-MASTER ASSIGN TO "OPERMSTR"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-OPR-FILE-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  ALLOC-RULE-FILE
000440     LABEL RECORDS ARE STANDARD.
000450     COPY ALOCREC.
000460 FD  ACCOUNT-MASTER
000470     LABEL RECORDS ARE STANDARD.
000480     COPY ACCTREC.
000490 FD  OPERATOR-MASTER
000500     LABEL RECORDS ARE STANDARD.
000510     COPY OPRREC.
000520 WORKING-STORAGE SECTION.
000530*    FILE STATUS FIELD.
000540 77  WS-ALOC-FILE-STATUS         PIC X(02).
000550*    END OF FILE SWITCH FOR THE LOAD PASS.
000560 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000570     88  WS-END-OF-FILE          VALUE "Y".
000580*    SET WHEN THE FILE OPENED CLEANLY - A MISSING FILE JUST      *
000590*    MEANS THE RULES ARE BEING BUILT FOR THE FIRST TIME.         *
000600 77  WS-ALOC-OPEN-SWITCH         PIC X(01) VALUE "N".
000610     88  WS-ALOC-FILE-OPEN       VALUE "Y".
000620*    SET WHEN THE FILE HOLDS MORE RULES THAN THE STAGING TABLE  *
000630*    - SAVING WOULD REWRITE THE FILE WITHOUT THE UNLOADED RULES, *
000640*    SO THE SAVE IS REFUSED WHILE THIS IS SET, AS ACCT_MAINT     *
000650*    DOES.                                                       *
000660 77  WS-ALOC-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
000670     88  WS-ALOC-OVERFLOW        VALUE "Y".
000680*    MENU CONTROL.
000690 77  WS-COMMAND                  PIC X(01).
000700 77  WS-DONE-SWITCH              PIC X(01) VALUE "N".
000710     88  WS-SESSION-DONE         VALUE "Y".
000720*    SET WHEN THE TABLE DIFFERS FROM THE FILE ON DISK.
000730 77  WS-CHANGED-SWITCH           PIC X(01) VALUE "N".
000740     88  WS-UNSAVED-CHANGES      VALUE "Y".
000750 77  WS-CONFIRM                  PIC X(01).
000760*    RULE STAGING TABLE - THE WHOLE FILE IS STAGED HERE IN POOL  *
000770*    ACCOUNT ORDER, AND THE FILE IS ONLY REWRITTEN WHEN THE      *
000780*    OPERATOR SAVES.  DELETED RULES ARE FLAGGED RATHER THAN      *
000790*    SQUEEZED OUT, AS IN TRAN_MAINT.                             *
000800 77  WS-RULE-MAX                 PIC 9(04) COMP VALUE 100.
000810 77  WS-RULE-COUNT               PIC 9(04) COMP VALUE ZERO.
000820 77  WS-RULE-IX                  PIC 9(04) COMP VALUE ZERO.
000830 77  WS-RULE-MOVE-IX             PIC 9(04) COMP VALUE ZERO.
000840 77  WS-RULE-LIVE-COUNT          PIC 9(04) COMP VALUE ZERO.
000850 77  WS-RULE-FOUND-SWITCH        PIC X(01) VALUE "N".
000860     88  WS-RULE-FOUND           VALUE "Y".
000870 77  WS-RULE-HIGHER-SWITCH       PIC X(01) VALUE "N".
000880     88  WS-RULE-HIGHER          VALUE "Y".
000890*    SUBSCRIPT INTO A RULE'S TARGET LIST.
000900 77  WS-TGT-MAX                  PIC 9(02) COMP VALUE 10.
000910 77  WS-TGT-IX                   PIC 9(02) COMP VALUE ZERO.
000920 01  WS-RULE-TABLE.
000930     05  WS-RULE-ENTRY OCCURS 100 TIMES.
000940         10  WS-RULE-POOL        PIC X(04).
000950         10  WS-RULE-DESC        PIC X(24).
000960         10  WS-RULE-TGT-COUNT   PIC 9(02).
000970         10  WS-RULE-TARGET      OCCURS 10 TIMES.
000980             15  WS-RULE-TGT-ACCT
000990                                 PIC X(04).
001000             15  WS-RULE-TGT-PCT PIC 9(03)V99.
001010         10  WS-RULE-DELETED     PIC X(01).
001020*    CROSS-USE CHECK FIELDS - NO ACCOUNT MAY BE BOTH A POOL AND  *
001030*    A TARGET.  THE SCAN USES ITS OWN SUBSCRIPTS SO WS-RULE-IX   *
001040*    KEEPS POINTING AT THE RULE BEING CHANGED.                   *
001050 77  WS-SCAN-IX                  PIC 9(04) COMP VALUE ZERO.
001060 77  WS-SCAN-TGT-IX              PIC 9(02) COMP VALUE ZERO.
001070 77  WS-CROSS-CODE               PIC X(04).
001080 77  WS-CROSS-FOUND-SWITCH       PIC X(01) VALUE "N".
001090     88  WS-CROSS-FOUND          VALUE "Y".
001100*    CONSOLE ACCEPT STAGING FIELDS - KEYSTROKES ARE STAGED AND   *
001110*    EDIT-CHECKED BEFORE THEY TOUCH THE REAL FIELDS, AS IN       *
001120*    ADD_NUMBERS AND TRAN_MAINT.                                 *
001130 77  WS-CODE-ACCEPT              PIC X(04).
001140 77  WS-DESC-ACCEPT              PIC X(24).
001150*    THE PERCENTAGE IS KEYED WITH ITS DECIMALS IMPLIED, SO THE   *
001160*    DIGITS ARE TAKEN THROUGH A NUMERIC VIEW OF THE KEYED TEXT   *
001170*    RATHER THAN MOVED AS A WHOLE NUMBER.                        *
001180 01  WS-PCT-ACCEPT               PIC X(05).
001190 01  WS-PCT-ACCEPT-NUM REDEFINES WS-PCT-ACCEPT
001200                                 PIC 9(03)V99.
001210 77  WS-VALID-SWITCH             PIC X(01) VALUE "N".
001220     88  WS-DATA-VALID           VALUE "Y".
001230*    FIELDS FOR THE RULE BEING BUILT OR CHANGED.  THE TARGET     *
001240*    LIST IS KEYED INTO THE WORK TABLE AND ONLY COPIED INTO THE  *
001250*    RULE ONCE THE PERCENTAGES COME TO EXACTLY 100.00.           *
001260 77  WS-WORK-CODE                PIC X(04).
001270 77  WS-WORK-POOL                PIC X(04).
001280 77  WS-WORK-DESC                PIC X(24).
001290 77  WS-WORK-PCT                 PIC 9(03)V99 VALUE ZERO.
001300 77  WS-WORK-TGT-COUNT           PIC 9(02) VALUE ZERO.
001310 77  WS-WORK-PCT-TOTAL           PIC 9(03)V99 VALUE ZERO.
001320 77  WS-WORK-PCT-LEFT            PIC 9(03)V99 VALUE ZERO.
001330 01  WS-WORK-TARGETS.
001340     05  WS-WORK-TARGET OCCURS 10 TIMES.
001350         10  WS-WORK-TGT-ACCT    PIC X(04).
001360         10  WS-WORK-TGT-PCT     PIC 9(03)V99.
001370*    TARGET ENTRY CONTROL - DONE ENDS THE TARGET PROMPTS, OK     *
001380*    SAYS THE LIST CAME TO 100.00 RATHER THAN BEING ABANDONED.   *
001390 77  WS-TARGETS-DONE-SWITCH      PIC X(01) VALUE "N".
001400     88  WS-TARGETS-DONE         VALUE "Y".
001410 77  WS-TARGETS-OK-SWITCH        PIC X(01) VALUE "N".
001420     88  WS-TARGETS-OK           VALUE "Y".
001430*    EDITED FIELDS FOR THE CONSOLE.
001440 77  WS-PCT-EDIT                 PIC ZZ9.99.
001450 77  WS-COUNT-EDIT               PIC Z9.
001460 77  WS-ACCT-NOTE                PIC X(14).
001470 77  WS-ACCT-DESC                PIC X(24).
001480*    CHART-OF-ACCOUNTS LOOKUP TABLE - LOADED AT INITIALIZATION   *
001490*    SO THE ACCOUNT PROMPTS CAN REFUSE AN UNKNOWN OR INACTIVE    *
001500*    CODE AT ENTRY, AS TRAN_MAINT DOES.  A MISSING MASTER        *
001510*    BYPASSES THE CHECK WITH A WARNING.                          *
001520 77  WS-AMST-FILE-STATUS         PIC X(02).
001530 77  WS-AMST-MAX                 PIC 9(03) COMP VALUE 200.
001540 77  WS-AMST-COUNT               PIC 9(03) COMP VALUE ZERO.
001550 77  WS-AMST-IX                  PIC 9(03) COMP VALUE ZERO.
001560 77  WS-AMST-EOF-SWITCH          PIC X(01) VALUE "N".
001570     88  WS-AMST-END-OF-FILE     VALUE "Y".
001580 77  WS-AMST-FOUND-SWITCH        PIC X(01) VALUE "N".
001590     88  WS-AMST-FOUND           VALUE "Y".
001600 77  WS-AMST-LOADED-SWITCH       PIC X(01) VALUE "N".
001610     88  WS-AMST-LOADED          VALUE "Y".
001620 77  WS-AMST-VALID-SWITCH        PIC X(01) VALUE "N".
001630     88  WS-ACCT-CODE-VALID      VALUE "Y".
001640 77  WS-AMST-LOOKUP-CODE         PIC X(04).
001650*    SET BY 4650 WHEN ANY CODE ON A STAGED RULE NO LONGER        *
001660*    PASSES THE MASTER CHECK.                                    *
001670 77  WS-RULE-CODES-SWITCH        PIC X(01) VALUE "Y".
001680     88  WS-RULE-CODES-VALID     VALUE "Y".
001690 01  WS-AMST-TABLE.
001700     05  WS-AMST-ENTRY OCCURS 200 TIMES.
001710         10  WS-AMST-CODE        PIC X(04).
001720         10  WS-AMST-DESC        PIC X(24).
001730         10  WS-AMST-ACTIVE      PIC X(01).
001740         10  WS-AMST-EFF-START   PIC 9(06).
001750         10  WS-AMST-EFF-END     PIC 9(06).
001760*    OPERATOR SIGN-ON FIELDS - THE KEYED ID MUST BE ON THE       *
001770*    OPERATOR MASTER, ACTIVE, AND AUTHORIZED FOR MAINTENANCE.    *
001780*    A MISSING MASTER BYPASSES THE CHECK WITH A WARNING.         *
001790 77  WS-OPR-FILE-STATUS          PIC X(02).
001800 77  WS-OPR-EOF-SWITCH           PIC X(01) VALUE "N".
001810     88  WS-OPR-END-OF-FILE      VALUE "Y".
001820 77  WS-OPR-FOUND-SWITCH         PIC X(01) VALUE "N".
001830     88  WS-OPR-FOUND            VALUE "Y".
001840 77  WS-OPR-ACTIVE               PIC X(01) VALUE SPACE.
001850 77  WS-OPR-AUTH-MAINT           PIC X(01) VALUE SPACE.
001860 77  WS-SIGNON-SWITCH            PIC X(01) VALUE "N".
001870     88  WS-SIGNON-OK            VALUE "Y".
001880*    OPERATOR IDENTIFICATION AND DATE FOR THE SESSION.
001890 77  WS-OPERATOR-ID              PIC X(08).
001900 01  WS-CURRENT-DATE.
001910     05  WS-CD-YY                PIC 9(02).
001920     05  WS-CD-MM                PIC 9(02).
001930     05  WS-CD-DD                PIC 9(02).
001940 PROCEDURE DIVISION.
001950 0000-MAIN-PROCESS.
001960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001970     PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
001980         UNTIL WS-SESSION-DONE.
001990     STOP RUN.
002000******************************************************************
002010*    1000-INITIALIZE - IDENTIFY THE OPERATOR AND LOAD THE RULES  *
002020*    FILE AND THE ACCOUNT MASTER INTO THEIR TABLES.              *
002030******************************************************************
002040 1000-INITIALIZE.
002050     DISPLAY "ALLOC_MAINT - COST ALLOCATION RULE MAINTENANCE".
002060     DISPLAY " ".
002070     DISPLAY "ENTER OPERATOR ID : ".
002080     ACCEPT WS-OPERATOR-ID.
002090     PERFORM 1300-OPERATOR-SIGNON THRU 1300-EXIT.
002100     IF NOT WS-SIGNON-OK
002110         MOVE "Y" TO WS-DONE-SWITCH
002120         GO TO 1000-EXIT
002130     END-IF.
002140     ACCEPT WS-CURRENT-DATE FROM DATE.
002150     MOVE ZERO TO WS-RULE-COUNT.
002160     MOVE "N" TO WS-EOF-SWITCH.
002170     OPEN INPUT ALLOC-RULE-FILE.
002180     IF WS-ALOC-FILE-STATUS = "00"
002190         MOVE "Y" TO WS-ALOC-OPEN-SWITCH
002200     ELSE
002210         DISPLAY "ALLOCATION RULES NOT FOUND (STATUS "
002220             WS-ALOC-FILE-STATUS ") - STARTING EMPTY"
002230         MOVE "Y" TO WS-EOF-SWITCH
002240     END-IF.
002250     PERFORM 1100-LOAD-RULE-RECORD THRU 1100-EXIT
002260         UNTIL WS-END-OF-FILE.
002270     IF WS-ALOC-FILE-OPEN
002280         CLOSE ALLOC-RULE-FILE
002290         MOVE "N" TO WS-ALOC-OPEN-SWITCH
002300     END-IF.
002310     DISPLAY "RULES LOADED: " WS-RULE-COUNT.
002320     PERFORM 1200-LOAD-ACCT-MASTER THRU 1200-EXIT.
002330 1000-EXIT.
002340     EXIT.
002350 1100-LOAD-RULE-RECORD.
002360     READ ALLOC-RULE-FILE
002370         AT END
002380             MOVE "Y" TO WS-EOF-SWITCH
002390             GO TO 1100-EXIT
002400     END-READ.
002410     IF WS-RULE-COUNT < WS-RULE-MAX
002420         ADD 1 TO WS-RULE-COUNT
002430         MOVE ALOC-POOL-ACCT TO WS-RULE-POOL (WS-RULE-COUNT)
002440         MOVE ALOC-DESCRIPTION TO WS-RULE-DESC (WS-RULE-COUNT)
002450         MOVE "N" TO WS-RULE-DELETED (WS-RULE-COUNT)
002460*        A HAND-EDITED COUNT OUTSIDE 0-10 IS HELD TO THE TABLE   *
002470*        SO THE TARGET LOOPS STAY INSIDE IT.                     *
002480         IF ALOC-TARGET-COUNT NOT NUMERIC
002490             MOVE ZERO TO WS-RULE-TGT-COUNT (WS-RULE-COUNT)
002500         ELSE
002510             IF ALOC-TARGET-COUNT > WS-TGT-MAX
002520                 MOVE WS-TGT-MAX
002530                     TO WS-RULE-TGT-COUNT (WS-RULE-COUNT)
002540             ELSE
002550                 MOVE ALOC-TARGET-COUNT
002560                     TO WS-RULE-TGT-COUNT (WS-RULE-COUNT)
002570             END-IF
002580         END-IF
002590         MOVE ZERO TO WS-TGT-IX
002600         PERFORM 1150-LOAD-TARGET THRU 1150-EXIT
002610             UNTIL WS-TGT-IX NOT < WS-TGT-MAX
002620     ELSE
002630         DISPLAY "TABLE FULL - FILE TOO LARGE TO MAINTAIN "
002640             "HERE - BROWSE ONLY, SAVE IS DISABLED"
002650         MOVE "Y" TO WS-ALOC-OVERFLOW-SWITCH
002660         MOVE "Y" TO WS-EOF-SWITCH
002670     END-IF.
002680 1100-EXIT.
002690     EXIT.
002700 1150-LOAD-TARGET.
002710     ADD 1 TO WS-TGT-IX.
002720     MOVE ALOC-TARGET-ACCT (WS-TGT-IX)
002730         TO WS-RULE-TGT-ACCT (WS-RULE-COUNT, WS-TGT-IX).
002740     IF ALOC-TARGET-PCT (WS-TGT-IX) IS NUMERIC
002750         MOVE ALOC-TARGET-PCT (WS-TGT-IX)
002760             TO WS-RULE-TGT-PCT (WS-RULE-COUNT, WS-TGT-IX)
002770     ELSE
002780         MOVE ZERO TO WS-RULE-TGT-PCT (WS-RULE-COUNT, WS-TGT-IX)
002790     END-IF.
002800 1150-EXIT.
002810     EXIT.
002820******************************************************************
002830*    1200-LOAD-ACCT-MASTER - STAGE THE CHART OF ACCOUNTS FOR     *
002840*    THE CODE CHECKS, AS TRAN_MAINT DOES.                        *
002850******************************************************************
002860 1200-LOAD-ACCT-MASTER.
002870     MOVE ZERO TO WS-AMST-COUNT.
002880     MOVE "N" TO WS-AMST-EOF-SWITCH.
002890     MOVE "N" TO WS-AMST-LOADED-SWITCH.
002900     OPEN INPUT ACCOUNT-MASTER.
002910     IF WS-AMST-FILE-STATUS NOT = "00"
002920         DISPLAY "ACCOUNT MASTER NOT AVAILABLE (STATUS "
002930             WS-AMST-FILE-STATUS ") - ACCOUNT VALIDATION "
002940             "BYPASSED"
002950         GO TO 1200-EXIT
002960     END-IF.
002970     PERFORM 1250-READ-ACCT-MASTER THRU 1250-EXIT
002980         UNTIL WS-AMST-END-OF-FILE.
002990     CLOSE ACCOUNT-MASTER.
003000     MOVE "Y" TO WS-AMST-LOADED-SWITCH.
003010 1200-EXIT.
003020     EXIT.
003030 1250-READ-ACCT-MASTER.
003040     READ ACCOUNT-MASTER
003050         AT END
003060             MOVE "Y" TO WS-AMST-EOF-SWITCH
003070             GO TO 1250-EXIT
003080     END-READ.
003090     IF WS-AMST-COUNT < WS-AMST-MAX
003100         ADD 1 TO WS-AMST-COUNT
003110         MOVE ACCT-CODE TO WS-AMST-CODE (WS-AMST-COUNT)
003120         MOVE ACCT-DESCRIPTION TO WS-AMST-DESC (WS-AMST-COUNT)
003130         MOVE ACCT-ACTIVE-FLAG TO WS-AMST-ACTIVE (WS-AMST-COUNT)
003140         MOVE ACCT-EFF-START-DATE
003150             TO WS-AMST-EFF-START (WS-AMST-COUNT)
003160         MOVE ACCT-EFF-END-DATE
003170             TO WS-AMST-EFF-END (WS-AMST-COUNT)
003180     ELSE
003190         DISPLAY "ACCOUNT TABLE FULL - MASTER ENTRIES BEYOND "
003200             WS-AMST-MAX " NOT LOADED"
003210         MOVE "Y" TO WS-AMST-EOF-SWITCH
003220     END-IF.
003230 1250-EXIT.
003240     EXIT.
003250******************************************************************
003260*    1300-OPERATOR-SIGNON - CHECK THE KEYED ID AGAINST THE       *
003270*    OPERATOR MASTER AND REFUSE THE SESSION WHEN THE ID IS       *
003280*    UNKNOWN, INACTIVE, OR NOT AUTHORIZED FOR MAINTENANCE.       *
003290*    A MISSING MASTER BYPASSES THE CHECK WITH A WARNING.         *
003300******************************************************************
003310 1300-OPERATOR-SIGNON.
003320     MOVE "N" TO WS-SIGNON-SWITCH.
003330     MOVE "N" TO WS-OPR-EOF-SWITCH.
003340     MOVE "N" TO WS-OPR-FOUND-SWITCH.
003350     OPEN INPUT OPERATOR-MASTER.
003360     IF WS-OPR-FILE-STATUS NOT = "00"
003370         DISPLAY "OPERATOR MASTER NOT AVAILABLE (STATUS "
003380             WS-OPR-FILE-STATUS ") - SIGN-ON CHECK BYPASSED"
003390         MOVE "Y" TO WS-SIGNON-SWITCH
003400         GO TO 1300-EXIT
003410     END-IF.
003420     PERFORM 1350-READ-OPERATOR THRU 1350-EXIT
003430         UNTIL WS-OPR-FOUND OR WS-OPR-END-OF-FILE.
003440     CLOSE OPERATOR-MASTER.
003450     IF NOT WS-OPR-FOUND
003460         DISPLAY "*** OPERATOR ID NOT ON THE OPERATOR "
003470             "MASTER - SESSION REFUSED ***"
003480         GO TO 1300-EXIT
003490     END-IF.
003500     IF WS-OPR-ACTIVE NOT = "A"
003510         DISPLAY "*** OPERATOR ID IS INACTIVE - SESSION "
003520             "REFUSED ***"
003530         GO TO 1300-EXIT
003540     END-IF.
003550     IF WS-OPR-AUTH-MAINT NOT = "Y"
003560         DISPLAY "*** OPERATOR NOT AUTHORIZED FOR "
003570             "ALLOCATION RULE MAINTENANCE"
003580             " - SESSION REFUSED ***"
003590         GO TO 1300-EXIT
003600     END-IF.
003610     MOVE "Y" TO WS-SIGNON-SWITCH.
003620 1300-EXIT.
003630     EXIT.
003640 1350-READ-OPERATOR.
003650     READ OPERATOR-MASTER
003660         AT END
003670             MOVE "Y" TO WS-OPR-EOF-SWITCH
003680             GO TO 1350-EXIT
003690     END-READ.
003700     IF OPR-OPERATOR-ID = WS-OPERATOR-ID
003710         MOVE "Y" TO WS-OPR-FOUND-SWITCH
003720         MOVE OPR-ACTIVE-FLAG TO WS-OPR-ACTIVE
003730         MOVE OPR-AUTH-MAINT TO WS-OPR-AUTH-MAINT
003740     END-IF.
003750 1350-EXIT.
003760     EXIT.
003770******************************************************************
003780*    2000-PROCESS-COMMAND - MENU LOOP.                           *
003790******************************************************************
003800 2000-PROCESS-COMMAND.
003810     DISPLAY " ".
003820     DISPLAY "B=BROWSE  V=VIEW  A=ADD  C=CHANGE  D=DELETE".
003830     DISPLAY "S=SAVE AND EXIT  Q=QUIT WITHOUT SAVING".
003840     DISPLAY "ENTER COMMAND : ".
003850     ACCEPT WS-COMMAND.
003860     EVALUATE WS-COMMAND
003870         WHEN "B"
003880         WHEN "b"
003890             PERFORM 3000-BROWSE-TABLE THRU 3000-EXIT
003900         WHEN "V"
003910         WHEN "v"
003920             PERFORM 3500-VIEW-RULE THRU 3500-EXIT
003930         WHEN "A"
003940         WHEN "a"
003950             PERFORM 4000-ADD-RULE THRU 4000-EXIT
003960         WHEN "C"
003970         WHEN "c"
003980             PERFORM 5000-CHANGE-RULE THRU 5000-EXIT
003990         WHEN "D"
004000         WHEN "d"
004010             PERFORM 6000-DELETE-RULE THRU 6000-EXIT
004020         WHEN "S"
004030         WHEN "s"
004040             PERFORM 8000-SAVE-AND-EXIT THRU 8000-EXIT
004050         WHEN "Q"
004060         WHEN "q"
004070             PERFORM 8500-QUIT-NO-SAVE THRU 8500-EXIT
004080         WHEN OTHER
004090             DISPLAY "*** UNKNOWN COMMAND ***"
004100     END-EVALUATE.
004110 2000-EXIT.
004120     EXIT.
004130******************************************************************
004140*    3000-BROWSE-TABLE - LIST THE STAGED RULES AT THE CONSOLE,   *
004150*    ONE LINE EACH WITH ITS TARGET COUNT.  A RULE WITH A POOL    *
004160*    OR TARGET CODE THAT HAS LEFT THE MASTER OR GONE INACTIVE    *
004170*    SINCE IT WAS KEYED IS FLAGGED - ADD_NUMBERS WILL SKIP IT.   *
004180******************************************************************
004190 3000-BROWSE-TABLE.
004200     MOVE ZERO TO WS-RULE-LIVE-COUNT.
004210     MOVE ZERO TO WS-RULE-IX.
004220     PERFORM 3100-BROWSE-ONE-RULE THRU 3100-EXIT
004230         UNTIL WS-RULE-IX NOT < WS-RULE-COUNT.
004240     IF WS-RULE-LIVE-COUNT = ZERO
004250         DISPLAY "FILE IS EMPTY"
004260     END-IF.
004270 3000-EXIT.
004280     EXIT.
004290 3100-BROWSE-ONE-RULE.
004300     ADD 1 TO WS-RULE-IX.
004310     IF WS-RULE-DELETED (WS-RULE-IX) = "Y"
004320         GO TO 3100-EXIT
004330     END-IF.
004340     ADD 1 TO WS-RULE-LIVE-COUNT.
004350     MOVE WS-RULE-TGT-COUNT (WS-RULE-IX) TO WS-COUNT-EDIT.
004360     MOVE SPACES TO WS-ACCT-NOTE.
004370     IF WS-AMST-LOADED
004380         PERFORM 4650-CHECK-RULE-CODES THRU 4650-EXIT
004390         IF NOT WS-RULE-CODES-VALID
004400             MOVE "*CHECK CODES" TO WS-ACCT-NOTE
004410         END-IF
004420     END-IF.
004430     DISPLAY WS-RULE-POOL (WS-RULE-IX) " "
004440         WS-RULE-DESC (WS-RULE-IX) " TARGETS "
004450         WS-COUNT-EDIT " " WS-ACCT-NOTE.
004460 3100-EXIT.
004470     EXIT.
004480******************************************************************
004490*    3500-VIEW-RULE - SHOW ONE RULE TARGET BY TARGET.            *
004500******************************************************************
004510 3500-VIEW-RULE.
004520     PERFORM 4100-GET-CODE THRU 4100-EXIT.
004530     MOVE WS-WORK-CODE TO WS-WORK-POOL.
004540     PERFORM 4700-FIND-BY-POOL THRU 4700-EXIT.
004550     IF NOT WS-RULE-FOUND
004560         DISPLAY "*** NO RULE FOR THAT POOL ACCOUNT ***"
004570         GO TO 3500-EXIT
004580     END-IF.
004590     PERFORM 3600-SHOW-RULE THRU 3600-EXIT.
004600 3500-EXIT.
004610     EXIT.
004620 3600-SHOW-RULE.
004630     MOVE WS-RULE-POOL (WS-RULE-IX) TO WS-AMST-LOOKUP-CODE.
004640     PERFORM 3700-GET-ACCT-NOTE THRU 3700-EXIT.
004650     DISPLAY "POOL " WS-RULE-POOL (WS-RULE-IX) "  "
004660         WS-RULE-DESC (WS-RULE-IX).
004670     DISPLAY "  ACCOUNT " WS-ACCT-DESC " " WS-ACCT-NOTE.
004680     MOVE ZERO TO WS-WORK-PCT-TOTAL.
004690     MOVE ZERO TO WS-TGT-IX.
004700     PERFORM 3650-SHOW-ONE-TARGET THRU 3650-EXIT
004710         UNTIL WS-TGT-IX NOT < WS-RULE-TGT-COUNT (WS-RULE-IX).
004720     MOVE WS-WORK-PCT-TOTAL TO WS-PCT-EDIT.
004730     DISPLAY "  TOTAL       " WS-PCT-EDIT.
004740 3600-EXIT.
004750     EXIT.
004760 3650-SHOW-ONE-TARGET.
004770     ADD 1 TO WS-TGT-IX.
004780     MOVE WS-RULE-TGT-ACCT (WS-RULE-IX, WS-TGT-IX)
004790         TO WS-AMST-LOOKUP-CODE.
004800     PERFORM 3700-GET-ACCT-NOTE THRU 3700-EXIT.
004810     MOVE WS-RULE-TGT-PCT (WS-RULE-IX, WS-TGT-IX) TO WS-PCT-EDIT.
004820     ADD WS-RULE-TGT-PCT (WS-RULE-IX, WS-TGT-IX)
004830         TO WS-WORK-PCT-TOTAL.
004840     DISPLAY "  TARGET " WS-RULE-TGT-ACCT (WS-RULE-IX, WS-TGT-IX)
004850         " " WS-PCT-EDIT " " WS-ACCT-DESC " " WS-ACCT-NOTE.
004860 3650-EXIT.
004870     EXIT.
004880*    DESCRIPTION AND STATUS NOTE FOR WS-AMST-LOOKUP-CODE.
004890 3700-GET-ACCT-NOTE.
004900     MOVE SPACES TO WS-ACCT-DESC.
004910     MOVE SPACES TO WS-ACCT-NOTE.
004920     IF NOT WS-AMST-LOADED
004930         GO TO 3700-EXIT
004940     END-IF.
004950     PERFORM 4600-VALIDATE-ACCT-CODE THRU 4600-EXIT.
004960     IF NOT WS-AMST-FOUND
004970         MOVE "*NOT ON MASTER" TO WS-ACCT-NOTE
004980         GO TO 3700-EXIT
004990     END-IF.
005000     MOVE WS-AMST-DESC (WS-AMST-IX) TO WS-ACCT-DESC.
005010     IF NOT WS-ACCT-CODE-VALID
005020         MOVE "*INACTIVE" TO WS-ACCT-NOTE
005030     END-IF.
005040 3700-EXIT.
005050     EXIT.
005060******************************************************************
005070*    4000-ADD-RULE - KEY AND VALIDATE A NEW RULE AND INSERT IT   *
005080*    IN POOL ACCOUNT ORDER.                                      *
005090******************************************************************
005100 4000-ADD-RULE.
005110     IF WS-RULE-COUNT NOT < WS-RULE-MAX
005120         DISPLAY "TABLE FULL - CANNOT ADD"
005130         GO TO 4000-EXIT
005140     END-IF.
005150     DISPLAY "POOL ACCOUNT -".
005160     PERFORM 4100-GET-CODE THRU 4100-EXIT.
005170     MOVE WS-WORK-CODE TO WS-WORK-POOL.
005180     PERFORM 4700-FIND-BY-POOL THRU 4700-EXIT.
005190     IF WS-RULE-FOUND
005200         DISPLAY "*** RULE ALREADY ON FILE FOR THAT POOL - USE "
005210             "CHANGE ***"
005220         GO TO 4000-EXIT
005230     END-IF.
005240     IF WS-AMST-LOADED
005250         MOVE WS-WORK-POOL TO WS-AMST-LOOKUP-CODE
005260         PERFORM 4600-VALIDATE-ACCT-CODE THRU 4600-EXIT
005270         IF NOT WS-ACCT-CODE-VALID
005280             DISPLAY "*** POOL ACCOUNT UNKNOWN, INACTIVE, OR "
005290                 "PAST ITS EFFECTIVE END DATE ***"
005300             GO TO 4000-EXIT
005310         END-IF
005320     END-IF.
005330     MOVE WS-WORK-POOL TO WS-CROSS-CODE.
005340     PERFORM 4750-FIND-AS-TARGET THRU 4750-EXIT.
005350     IF WS-CROSS-FOUND
005360         DISPLAY "*** ACCOUNT IS A TARGET OF THE RULE FOR POOL "
005370             WS-RULE-POOL (WS-SCAN-IX) " - CANNOT ALSO BE A "
005380             "POOL ***"
005390         GO TO 4000-EXIT
005400     END-IF.
005410     PERFORM 4200-GET-DESC THRU 4200-EXIT.
005420     PERFORM 4300-GET-TARGETS THRU 4300-EXIT.
005430     IF NOT WS-TARGETS-OK
005440         DISPLAY "RULE NOT ADDED."
005450         GO TO 4000-EXIT
005460     END-IF.
005470     PERFORM 4800-INSERT-ENTRY THRU 4800-EXIT.
005480     MOVE "Y" TO WS-CHANGED-SWITCH.
005490     PERFORM 3600-SHOW-RULE THRU 3600-EXIT.
005500     DISPLAY "RULE ADDED.".
005510 4000-EXIT.
005520     EXIT.
005530******************************************************************
005540*    4100-4340 - CONSOLE EDITS FOR EACH FIELD, EACH RE-PROMPTS   *
005550*    UNTIL THE ENTRY PASSES, AS IN ACCT_MAINT.                   *
005560******************************************************************
005570 4100-GET-CODE.
005580     MOVE "N" TO WS-VALID-SWITCH.
005590     PERFORM 4110-ACCEPT-CODE THRU 4110-EXIT
005600         UNTIL WS-DATA-VALID.
005610 4100-EXIT.
005620     EXIT.
005630 4110-ACCEPT-CODE.
005640     DISPLAY "ENTER POOL ACCOUNT CODE (4 CHARACTERS) : ".
005650     MOVE SPACES TO WS-CODE-ACCEPT.
005660     ACCEPT WS-CODE-ACCEPT.
005670     IF WS-CODE-ACCEPT = SPACES
005680         DISPLAY "*** INVALID ENTRY - ACCOUNT CODE REQUIRED ***"
005690         MOVE "N" TO WS-VALID-SWITCH
005700     ELSE
005710         MOVE WS-CODE-ACCEPT TO WS-WORK-CODE
005720         MOVE "Y" TO WS-VALID-SWITCH
005730     END-IF.
005740 4110-EXIT.
005750     EXIT.
005760 4200-GET-DESC.
005770     MOVE "N" TO WS-VALID-SWITCH.
005780     PERFORM 4210-ACCEPT-DESC THRU 4210-EXIT
005790         UNTIL WS-DATA-VALID.
005800 4200-EXIT.
005810     EXIT.
005820 4210-ACCEPT-DESC.
005830     DISPLAY "ENTER RULE DESCRIPTION (UP TO 24 CHARACTERS) : ".
005840     MOVE SPACES TO WS-DESC-ACCEPT.
005850     ACCEPT WS-DESC-ACCEPT.
005860     IF WS-DESC-ACCEPT = SPACES
005870         DISPLAY "*** INVALID ENTRY - DESCRIPTION REQUIRED ***"
005880         MOVE "N" TO WS-VALID-SWITCH
005890     ELSE
005900         MOVE WS-DESC-ACCEPT TO WS-WORK-DESC
005910         MOVE "Y" TO WS-VALID-SWITCH
005920     END-IF.
005930 4210-EXIT.
005940     EXIT.
005950*    THE TARGET LIST FOR WS-WORK-POOL.  ENTRY ENDS BY ITSELF     *
005960*    WHEN THE PERCENTAGES REACH 100.00; A BLANK TARGET CODE      *
005970*    ABANDONS THE LIST, AND SO DOES RUNNING OUT OF TARGETS       *
005980*    SHORT OF 100.00.                                            *
005990 4300-GET-TARGETS.
006000     MOVE ZERO TO WS-WORK-TGT-COUNT.
006010     MOVE ZERO TO WS-WORK-PCT-TOTAL.
006020     MOVE "N" TO WS-TARGETS-DONE-SWITCH.
006030     MOVE "N" TO WS-TARGETS-OK-SWITCH.
006040     DISPLAY "KEY EACH TARGET ACCOUNT AND ITS PERCENTAGE - THE "
006050         "PERCENTAGES MUST TOTAL 100.00".
006060     DISPLAY "A BLANK TARGET ACCOUNT ABANDONS THE LIST".
006070     PERFORM 4310-GET-ONE-TARGET THRU 4310-EXIT
006080         UNTIL WS-TARGETS-DONE.
006090 4300-EXIT.
006100     EXIT.
006110 4310-GET-ONE-TARGET.
006120     SUBTRACT WS-WORK-PCT-TOTAL FROM 100 GIVING WS-WORK-PCT-LEFT.
006130     MOVE WS-WORK-PCT-LEFT TO WS-PCT-EDIT.
006140     DISPLAY "PERCENTAGE STILL TO ALLOCATE: " WS-PCT-EDIT.
006150     MOVE "N" TO WS-VALID-SWITCH.
006160     PERFORM 4320-ACCEPT-TARGET-ACCT THRU 4320-EXIT
006170         UNTIL WS-DATA-VALID.
006180     IF WS-TARGETS-DONE
006190         DISPLAY "TARGET LIST ABANDONED."
006200         GO TO 4310-EXIT
006210     END-IF.
006220     MOVE "N" TO WS-VALID-SWITCH.
006230     PERFORM 4340-ACCEPT-PCT THRU 4340-EXIT
006240         UNTIL WS-DATA-VALID.
006250     ADD 1 TO WS-WORK-TGT-COUNT.
006260     MOVE WS-WORK-CODE TO WS-WORK-TGT-ACCT (WS-WORK-TGT-COUNT).
006270     MOVE WS-WORK-PCT TO WS-WORK-TGT-PCT (WS-WORK-TGT-COUNT).
006280     ADD WS-WORK-PCT TO WS-WORK-PCT-TOTAL.
006290     IF WS-WORK-PCT-TOTAL = 100
006300         MOVE "Y" TO WS-TARGETS-OK-SWITCH
006310         MOVE "Y" TO WS-TARGETS-DONE-SWITCH
006320         GO TO 4310-EXIT
006330     END-IF.
006340     IF WS-WORK-TGT-COUNT NOT < WS-TGT-MAX
006350         DISPLAY "*** TEN TARGETS KEYED WITHOUT REACHING "
006360             "100.00 - TARGET LIST ABANDONED ***"
006370         MOVE "Y" TO WS-TARGETS-DONE-SWITCH
006380     END-IF.
006390 4310-EXIT.
006400     EXIT.
006410 4320-ACCEPT-TARGET-ACCT.
006420     DISPLAY "ENTER TARGET ACCOUNT CODE (4 CHARACTERS) : ".
006430     MOVE SPACES TO WS-CODE-ACCEPT.
006440     ACCEPT WS-CODE-ACCEPT.
006450     MOVE "N" TO WS-VALID-SWITCH.
006460     IF WS-CODE-ACCEPT = SPACES
006470         MOVE "Y" TO WS-TARGETS-DONE-SWITCH
006480         MOVE "Y" TO WS-VALID-SWITCH
006490         GO TO 4320-EXIT
006500     END-IF.
006510     MOVE WS-CODE-ACCEPT TO WS-WORK-CODE.
006520     IF WS-WORK-CODE = WS-WORK-POOL
006530         DISPLAY "*** A POOL CANNOT BE ITS OWN TARGET ***"
006540         GO TO 4320-EXIT
006550     END-IF.
006560     MOVE "N" TO WS-CROSS-FOUND-SWITCH.
006570     MOVE ZERO TO WS-SCAN-TGT-IX.
006580     PERFORM 4330-SCAN-WORK-TARGETS THRU 4330-EXIT
006590         UNTIL WS-CROSS-FOUND
006600            OR WS-SCAN-TGT-IX NOT < WS-WORK-TGT-COUNT.
006610     IF WS-CROSS-FOUND
006620         DISPLAY "*** ACCOUNT ALREADY KEYED AS A TARGET OF THIS "
006630             "RULE ***"
006640         GO TO 4320-EXIT
006650     END-IF.
006660     MOVE WS-WORK-CODE TO WS-CROSS-CODE.
006670     PERFORM 4740-FIND-AS-POOL THRU 4740-EXIT.
006680     IF WS-CROSS-FOUND
006690         DISPLAY "*** ACCOUNT IS ITSELF A POOL - CANNOT ALSO BE "
006700             "A TARGET ***"
006710         GO TO 4320-EXIT
006720     END-IF.
006730     IF WS-AMST-LOADED
006740         MOVE WS-WORK-CODE TO WS-AMST-LOOKUP-CODE
006750         PERFORM 4600-VALIDATE-ACCT-CODE THRU 4600-EXIT
006760         IF NOT WS-ACCT-CODE-VALID
006770             DISPLAY "*** TARGET ACCOUNT UNKNOWN, INACTIVE, OR "
006780                 "PAST ITS EFFECTIVE END DATE ***"
006790             GO TO 4320-EXIT
006800         END-IF
006810     END-IF.
006820     MOVE "Y" TO WS-VALID-SWITCH.
006830 4320-EXIT.
006840     EXIT.
006850 4330-SCAN-WORK-TARGETS.
006860     ADD 1 TO WS-SCAN-TGT-IX.
006870     IF WS-WORK-TGT-ACCT (WS-SCAN-TGT-IX) = WS-WORK-CODE
006880         MOVE "Y" TO WS-CROSS-FOUND-SWITCH
006890     END-IF.
006900 4330-EXIT.
006910     EXIT.
006920*    THE PERCENTAGE IS KEYED AS FIVE DIGITS WITH TWO DECIMALS    *
006930*    IMPLIED (04000 = 40.00), AND MAY NOT TAKE THE LIST PAST     *
006940*    100.00.                                                     *
006950 4340-ACCEPT-PCT.
006960     DISPLAY "ENTER PERCENTAGE (5 DIGITS, 2 DECIMALS IMPLIED) : ".
006970     MOVE SPACES TO WS-PCT-ACCEPT.
006980     ACCEPT WS-PCT-ACCEPT.
006990     MOVE "N" TO WS-VALID-SWITCH.
007000     INSPECT WS-PCT-ACCEPT REPLACING TRAILING SPACE BY ZERO.
007010     IF WS-PCT-ACCEPT IS NOT NUMERIC
007020         DISPLAY "*** INVALID ENTRY - NUMERIC DATA REQUIRED ***"
007030         GO TO 4340-EXIT
007040     END-IF.
007050     MOVE WS-PCT-ACCEPT-NUM TO WS-WORK-PCT.
007060     IF WS-WORK-PCT = ZERO
007070         DISPLAY "*** INVALID ENTRY - PERCENTAGE MUST BE "
007080             "GREATER THAN ZERO ***"
007090         GO TO 4340-EXIT
007100     END-IF.
007110     IF WS-WORK-PCT > WS-WORK-PCT-LEFT
007120         DISPLAY "*** INVALID ENTRY - MORE THAN THE "
007130             "PERCENTAGE STILL TO ALLOCATE ***"
007140         GO TO 4340-EXIT
007150     END-IF.
007160     MOVE "Y" TO WS-VALID-SWITCH.
007170 4340-EXIT.
007180     EXIT.
007190******************************************************************
007200*    4500-FIND-ACCT-ENTRY - LOCATE WS-AMST-LOOKUP-CODE ON THE    *
007210*    STAGED CHART OF ACCOUNTS.                                   *
007220******************************************************************
007230 4500-FIND-ACCT-ENTRY.
007240     MOVE "N" TO WS-AMST-FOUND-SWITCH.
007250     MOVE ZERO TO WS-AMST-IX.
007260     PERFORM 4510-SCAN-AMST-TABLE THRU 4510-EXIT
007270         UNTIL WS-AMST-FOUND
007280            OR WS-AMST-IX NOT < WS-AMST-COUNT.
007290 4500-EXIT.
007300     EXIT.
007310 4510-SCAN-AMST-TABLE.
007320     ADD 1 TO WS-AMST-IX.
007330     IF WS-AMST-CODE (WS-AMST-IX) = WS-AMST-LOOKUP-CODE
007340         MOVE "Y" TO WS-AMST-FOUND-SWITCH
007350     END-IF.
007360 4510-EXIT.
007370     EXIT.
007380******************************************************************
007390*    4600-VALIDATE-ACCT-CODE - A CODE MAY CARRY AN ALLOCATION    *
007400*    WHEN IT IS ON THE MASTER, ACTIVE, AND NOT PAST ITS          *
007410*    EFFECTIVE END DATE - A RULE MAY BE SET UP AHEAD OF AN       *
007420*    ACCOUNT'S START DATE.  ADD_NUMBERS CHECKS THE CODES AGAIN   *
007430*    AGAINST THE NIGHT'S POSTING DATE.                           *
007440******************************************************************
007450 4600-VALIDATE-ACCT-CODE.
007460     MOVE "N" TO WS-AMST-VALID-SWITCH.
007470     PERFORM 4500-FIND-ACCT-ENTRY THRU 4500-EXIT.
007480     IF NOT WS-AMST-FOUND
007490         GO TO 4600-EXIT
007500     END-IF.
007510     IF WS-AMST-ACTIVE (WS-AMST-IX) NOT = "A"
007520         GO TO 4600-EXIT
007530     END-IF.
007540     IF WS-AMST-EFF-END (WS-AMST-IX) < WS-CURRENT-DATE
007550         GO TO 4600-EXIT
007560     END-IF.
007570     MOVE "Y" TO WS-AMST-VALID-SWITCH.
007580 4600-EXIT.
007590     EXIT.
007600******************************************************************
007610*    4650-CHECK-RULE-CODES - RUN THE POOL AND EVERY TARGET OF    *
007620*    THE RULE AT WS-RULE-IX BACK THROUGH THE MASTER CHECK.       *
007630******************************************************************
007640 4650-CHECK-RULE-CODES.
007650     MOVE "Y" TO WS-RULE-CODES-SWITCH.
007660     MOVE WS-RULE-POOL (WS-RULE-IX) TO WS-AMST-LOOKUP-CODE.
007670     PERFORM 4600-VALIDATE-ACCT-CODE THRU 4600-EXIT.
007680     IF NOT WS-ACCT-CODE-VALID
007690         MOVE "N" TO WS-RULE-CODES-SWITCH
007700     END-IF.
007710     MOVE ZERO TO WS-TGT-IX.
007720     PERFORM 4660-CHECK-TARGET-CODE THRU 4660-EXIT
007730         UNTIL WS-TGT-IX NOT < WS-RULE-TGT-COUNT (WS-RULE-IX).
007740 4650-EXIT.
007750     EXIT.
007760 4660-CHECK-TARGET-CODE.
007770     ADD 1 TO WS-TGT-IX.
007780     MOVE WS-RULE-TGT-ACCT (WS-RULE-IX, WS-TGT-IX)
007790         TO WS-AMST-LOOKUP-CODE.
007800     PERFORM 4600-VALIDATE-ACCT-CODE THRU 4600-EXIT.
007810     IF NOT WS-ACCT-CODE-VALID
007820         MOVE "N" TO WS-RULE-CODES-SWITCH
007830     END-IF.
007840 4660-EXIT.
007850     EXIT.
007860******************************************************************
007870*    4700-FIND-BY-POOL - LOCATE THE UNDELETED RULE FOR           *
007880*    WS-WORK-POOL.                                               *
007890******************************************************************
007900 4700-FIND-BY-POOL.
007910     MOVE "N" TO WS-RULE-FOUND-SWITCH.
007920     MOVE ZERO TO WS-RULE-IX.
007930     PERFORM 4710-SCAN-FOR-POOL THRU 4710-EXIT
007940         UNTIL WS-RULE-FOUND
007950            OR WS-RULE-IX NOT < WS-RULE-COUNT.
007960 4700-EXIT.
007970     EXIT.
007980 4710-SCAN-FOR-POOL.
007990     ADD 1 TO WS-RULE-IX.
008000     IF WS-RULE-POOL (WS-RULE-IX) = WS-WORK-POOL
008010        AND WS-RULE-DELETED (WS-RULE-IX) NOT = "Y"
008020         MOVE "Y" TO WS-RULE-FOUND-SWITCH
008030     END-IF.
008040 4710-EXIT.
008050     EXIT.
008060******************************************************************
008070*    4740-FIND-AS-POOL / 4750-FIND-AS-TARGET - CROSS-USE CHECKS  *
008080*    FOR WS-CROSS-CODE ACROSS THE UNDELETED RULES.  WS-SCAN-IX   *
008090*    IS LEFT ON THE RULE THAT USES THE CODE.                     *
008100******************************************************************
008110 4740-FIND-AS-POOL.
008120     MOVE "N" TO WS-CROSS-FOUND-SWITCH.
008130     MOVE ZERO TO WS-SCAN-IX.
008140     PERFORM 4745-SCAN-POOLS THRU 4745-EXIT
008150         UNTIL WS-CROSS-FOUND
008160            OR WS-SCAN-IX NOT < WS-RULE-COUNT.
008170 4740-EXIT.
008180     EXIT.
008190 4745-SCAN-POOLS.
008200     ADD 1 TO WS-SCAN-IX.
008210     IF WS-RULE-POOL (WS-SCAN-IX) = WS-CROSS-CODE
008220        AND WS-RULE-DELETED (WS-SCAN-IX) NOT = "Y"
008230         MOVE "Y" TO WS-CROSS-FOUND-SWITCH
008240     END-IF.
008250 4745-EXIT.
008260     EXIT.
008270 4750-FIND-AS-TARGET.
008280     MOVE "N" TO WS-CROSS-FOUND-SWITCH.
008290     MOVE ZERO TO WS-SCAN-IX.
008300     PERFORM 4755-SCAN-RULE-TARGETS THRU 4755-EXIT
008310         UNTIL WS-CROSS-FOUND
008320            OR WS-SCAN-IX NOT < WS-RULE-COUNT.
008330 4750-EXIT.
008340     EXIT.
008350 4755-SCAN-RULE-TARGETS.
008360     ADD 1 TO WS-SCAN-IX.
008370     IF WS-RULE-DELETED (WS-SCAN-IX) = "Y"
008380         GO TO 4755-EXIT
008390     END-IF.
008400     MOVE ZERO TO WS-SCAN-TGT-IX.
008410     PERFORM 4760-SCAN-ONE-TARGET THRU 4760-EXIT
008420         UNTIL WS-CROSS-FOUND
008430            OR WS-SCAN-TGT-IX NOT <
008440               WS-RULE-TGT-COUNT (WS-SCAN-IX).
008450 4755-EXIT.
008460     EXIT.
008470 4760-SCAN-ONE-TARGET.
008480     ADD 1 TO WS-SCAN-TGT-IX.
008490     IF WS-RULE-TGT-ACCT (WS-SCAN-IX, WS-SCAN-TGT-IX)
008500         = WS-CROSS-CODE
008510         MOVE "Y" TO WS-CROSS-FOUND-SWITCH
008520     END-IF.
008530 4760-EXIT.
008540     EXIT.
008550******************************************************************
008560*    4800-INSERT-ENTRY - OPEN A ROW AHEAD OF THE FIRST HIGHER    *
008570*    POOL CODE (OR AT THE END) BY SHIFTING THE HIGHER ROWS UP    *
008580*    ONE, AND FILL IT FROM THE WORK FIELDS.                      *
008590******************************************************************
008600 4800-INSERT-ENTRY.
008610     MOVE "N" TO WS-RULE-HIGHER-SWITCH.
008620     MOVE ZERO TO WS-RULE-IX.
008630     PERFORM 4810-SCAN-FOR-HIGHER THRU 4810-EXIT
008640         UNTIL WS-RULE-HIGHER
008650            OR WS-RULE-IX NOT < WS-RULE-COUNT.
008660     IF NOT WS-RULE-HIGHER
008670         ADD 1 TO WS-RULE-COUNT GIVING WS-RULE-IX
008680     END-IF.
008690     MOVE WS-RULE-COUNT TO WS-RULE-MOVE-IX.
008700     PERFORM 4820-SHIFT-ENTRY THRU 4820-EXIT
008710         UNTIL WS-RULE-MOVE-IX < WS-RULE-IX.
008720     ADD 1 TO WS-RULE-COUNT.
008730     MOVE WS-WORK-POOL TO WS-RULE-POOL (WS-RULE-IX).
008740     MOVE WS-WORK-DESC TO WS-RULE-DESC (WS-RULE-IX).
008750     MOVE "N" TO WS-RULE-DELETED (WS-RULE-IX).
008760     PERFORM 4830-SET-TARGETS THRU 4830-EXIT.
008770 4800-EXIT.
008780     EXIT.
008790 4810-SCAN-FOR-HIGHER.
008800     ADD 1 TO WS-RULE-IX.
008810     IF WS-RULE-POOL (WS-RULE-IX) > WS-WORK-POOL
008820         MOVE "Y" TO WS-RULE-HIGHER-SWITCH
008830     END-IF.
008840 4810-EXIT.
008850     EXIT.
008860 4820-SHIFT-ENTRY.
008870     MOVE WS-RULE-ENTRY (WS-RULE-MOVE-IX)
008880         TO WS-RULE-ENTRY (WS-RULE-MOVE-IX + 1).
008890     SUBTRACT 1 FROM WS-RULE-MOVE-IX.
008900 4820-EXIT.
008910     EXIT.
008920*    COPY THE WORK TARGET LIST INTO THE RULE AT WS-RULE-IX,      *
008930*    CLEARING THE UNUSED SLOTS.                                  *
008940 4830-SET-TARGETS.
008950     MOVE WS-WORK-TGT-COUNT TO WS-RULE-TGT-COUNT (WS-RULE-IX).
008960     MOVE ZERO TO WS-TGT-IX.
008970     PERFORM 4840-SET-ONE-TARGET THRU 4840-EXIT
008980         UNTIL WS-TGT-IX NOT < WS-TGT-MAX.
008990 4830-EXIT.
009000     EXIT.
009010 4840-SET-ONE-TARGET.
009020     ADD 1 TO WS-TGT-IX.
009030     IF WS-TGT-IX > WS-WORK-TGT-COUNT
009040         MOVE SPACES TO WS-RULE-TGT-ACCT (WS-RULE-IX, WS-TGT-IX)
009050         MOVE ZERO TO WS-RULE-TGT-PCT (WS-RULE-IX, WS-TGT-IX)
009060     ELSE
009070         MOVE WS-WORK-TGT-ACCT (WS-TGT-IX)
009080             TO WS-RULE-TGT-ACCT (WS-RULE-IX, WS-TGT-IX)
009090         MOVE WS-WORK-TGT-PCT (WS-TGT-IX)
009100             TO WS-RULE-TGT-PCT (WS-RULE-IX, WS-TGT-IX)
009110     END-IF.
009120 4840-EXIT.
009130     EXIT.
009140******************************************************************
009150*    5000-CHANGE-RULE - RE-KEY A RULE'S DESCRIPTION OR ITS       *
009160*    WHOLE TARGET LIST.  THE POOL IS CHECKED AGAINST THE MASTER  *
009170*    AGAIN, SO A RULE CANNOT BE KEPT UP FOR A POOL ACCOUNT THAT  *
009180*    HAS SINCE BEEN RETIRED.  AN ABANDONED TARGET LIST LEAVES    *
009190*    THE OLD ONE IN PLACE.                                       *
009200******************************************************************
009210 5000-CHANGE-RULE.
009220     PERFORM 4100-GET-CODE THRU 4100-EXIT.
009230     MOVE WS-WORK-CODE TO WS-WORK-POOL.
009240     PERFORM 4700-FIND-BY-POOL THRU 4700-EXIT.
009250     IF NOT WS-RULE-FOUND
009260         DISPLAY "*** NO RULE FOR THAT POOL ACCOUNT ***"
009270         GO TO 5000-EXIT
009280     END-IF.
009290     IF WS-AMST-LOADED
009300         MOVE WS-WORK-POOL TO WS-AMST-LOOKUP-CODE
009310         PERFORM 4600-VALIDATE-ACCT-CODE THRU 4600-EXIT
009320         IF NOT WS-ACCT-CODE-VALID
009330             DISPLAY "*** POOL ACCOUNT UNKNOWN, INACTIVE, OR "
009340                 "PAST ITS EFFECTIVE END DATE - DELETE THE "
009350                 "RULE ***"
009360             GO TO 5000-EXIT
009370         END-IF
009380     END-IF.
009390*    4600 MOVED WS-AMST-IX ONLY - WS-RULE-IX STILL POINTS AT     *
009400*    THE RULE FOUND ABOVE.                                       *
009410     PERFORM 3600-SHOW-RULE THRU 3600-EXIT.
009420     DISPLAY "CHANGE D=DESCRIPTION  T=TARGET LIST : ".
009430     MOVE SPACE TO WS-CONFIRM.
009440     ACCEPT WS-CONFIRM.
009450     IF WS-CONFIRM = "D" OR "d"
009460         PERFORM 4200-GET-DESC THRU 4200-EXIT
009470         MOVE WS-WORK-DESC TO WS-RULE-DESC (WS-RULE-IX)
009480         MOVE "Y" TO WS-CHANGED-SWITCH
009490         DISPLAY "DESCRIPTION CHANGED."
009500         GO TO 5000-EXIT
009510     END-IF.
009520     IF WS-CONFIRM NOT = "T" AND NOT = "t"
009530         DISPLAY "*** UNKNOWN CHOICE - RULE LEFT UNCHANGED ***"
009540         GO TO 5000-EXIT
009550     END-IF.
009560     PERFORM 4300-GET-TARGETS THRU 4300-EXIT.
009570     IF NOT WS-TARGETS-OK
009580         DISPLAY "RULE LEFT UNCHANGED."
009590         GO TO 5000-EXIT
009600     END-IF.
009610     PERFORM 4830-SET-TARGETS THRU 4830-EXIT.
009620     MOVE "Y" TO WS-CHANGED-SWITCH.
009630     PERFORM 3600-SHOW-RULE THRU 3600-EXIT.
009640     DISPLAY "TARGET LIST CHANGED.".
009650 5000-EXIT.
009660     EXIT.
009670******************************************************************
009680*    6000-DELETE-RULE - FLAG A RULE FOR REMOVAL AT SAVE.         *
009690******************************************************************
009700 6000-DELETE-RULE.
009710     PERFORM 4100-GET-CODE THRU 4100-EXIT.
009720     MOVE WS-WORK-CODE TO WS-WORK-POOL.
009730     PERFORM 4700-FIND-BY-POOL THRU 4700-EXIT.
009740     IF NOT WS-RULE-FOUND
009750         DISPLAY "*** NO RULE FOR THAT POOL ACCOUNT ***"
009760         GO TO 6000-EXIT
009770     END-IF.
009780     PERFORM 3600-SHOW-RULE THRU 3600-EXIT.
009790     DISPLAY "DELETE THIS RULE? (Y/N) : ".
009800     ACCEPT WS-CONFIRM.
009810     IF WS-CONFIRM = "Y" OR "y"
009820         MOVE "Y" TO WS-RULE-DELETED (WS-RULE-IX)
009830         MOVE "Y" TO WS-CHANGED-SWITCH
009840         DISPLAY "RULE DELETED."
009850     END-IF.
009860 6000-EXIT.
009870     EXIT.
009880******************************************************************
009890*    8000-SAVE-AND-EXIT - REWRITE THE RULES FILE FROM THE        *
009900*    TABLE, DROPPING THE RULES FLAGGED FOR DELETE.               *
009910******************************************************************
009920 8000-SAVE-AND-EXIT.
009930     IF WS-ALOC-OVERFLOW
009940*        PART OF THE FILE WAS NEVER LOADED - A REWRITE WOULD     *
009950*        DROP THOSE RULES, SO THE FILE IS LEFT UNTOUCHED.        *
009960         DISPLAY "*** SAVE REFUSED - FILE EXCEEDS THE "
009970             "STAGING TABLE AND WAS ONLY PARTLY LOADED ***"
009980         GO TO 8000-EXIT
009990     END-IF.
010000     OPEN OUTPUT ALLOC-RULE-FILE.
010010     IF WS-ALOC-FILE-STATUS NOT = "00"
010020         DISPLAY "*** SAVE FAILED - CANNOT OPEN FILE (STATUS "
010030             WS-ALOC-FILE-STATUS ") ***"
010040         GO TO 8000-EXIT
010050     END-IF.
010060     MOVE ZERO TO WS-RULE-IX.
010070     PERFORM 8100-WRITE-RULE-RECORD THRU 8100-EXIT
010080         UNTIL WS-RULE-IX NOT < WS-RULE-COUNT.
010090     CLOSE ALLOC-RULE-FILE.
010100     MOVE "N" TO WS-CHANGED-SWITCH.
010110     MOVE "Y" TO WS-DONE-SWITCH.
010120     DISPLAY "RULES SAVED.".
010130 8000-EXIT.
010140     EXIT.
010150 8100-WRITE-RULE-RECORD.
010160     ADD 1 TO WS-RULE-IX.
010170     IF WS-RULE-DELETED (WS-RULE-IX) = "Y"
010180         GO TO 8100-EXIT
010190     END-IF.
010200     MOVE SPACES TO ALOC-RECORD.
010210     MOVE WS-RULE-POOL (WS-RULE-IX) TO ALOC-POOL-ACCT.
010220     MOVE WS-RULE-DESC (WS-RULE-IX) TO ALOC-DESCRIPTION.
010230     MOVE WS-RULE-TGT-COUNT (WS-RULE-IX) TO ALOC-TARGET-COUNT.
010240     MOVE ZERO TO WS-TGT-IX.
010250     PERFORM 8150-WRITE-TARGET THRU 8150-EXIT
010260         UNTIL WS-TGT-IX NOT < WS-TGT-MAX.
010270     WRITE ALOC-RECORD.
010280 8100-EXIT.
010290     EXIT.
010300 8150-WRITE-TARGET.
010310     ADD 1 TO WS-TGT-IX.
010320     MOVE WS-RULE-TGT-ACCT (WS-RULE-IX, WS-TGT-IX)
010330         TO ALOC-TARGET-ACCT (WS-TGT-IX).
010340     MOVE WS-RULE-TGT-PCT (WS-RULE-IX, WS-TGT-IX)
010350         TO ALOC-TARGET-PCT (WS-TGT-IX).
010360 8150-EXIT.
010370     EXIT.
010380******************************************************************
010390*    8500-QUIT-NO-SAVE - LEAVE THE FILE UNTOUCHED, WITH A        *
010400*    CONFIRMING PROMPT IF CHANGES WOULD BE LOST.                 *
010410******************************************************************
010420 8500-QUIT-NO-SAVE.
010430     IF WS-UNSAVED-CHANGES
010440         DISPLAY "UNSAVED CHANGES WILL BE LOST - QUIT? (Y/N) : "
010450         ACCEPT WS-CONFIRM
010460         IF WS-CONFIRM = "Y" OR "y"
010470             MOVE "Y" TO WS-DONE-SWITCH
010480             DISPLAY "FILE LEFT UNCHANGED."
010490         END-IF
010500     ELSE
010510         MOVE "Y" TO WS-DONE-SWITCH
010520     END-IF.
010530 8500-EXIT.
010540     EXIT.
