000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HOLD_RELEASE.
000030 AUTHOR.         R. MARSH.
000040 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                *
000090*   HOLD_RELEASE                                                 *
000100*                                                                *
000110*   SUPERVISOR REVIEW OF THE HIGH-VALUE HOLD FILE.  ADD_NUMBERS  *
000120*   PUTS A DETAIL RECORD WHOSE AMOUNT IS OVER THE HOLD LIMIT     *
000130*   FOR ITS ACCOUNT OR SOURCE ON HOLDFILE INSTEAD OF POSTING     *
000140*   IT.  HERE A SUPERVISOR BROWSES THE HELD ITEMS (KEY,          *
000150*   ACCOUNT, AMOUNT, D/C, SOURCE, BATCH) AND MARKS EACH ONE      *
000160*   RELEASED, REJECTED, OR KEPT ON HOLD.  A RELEASED ITEM        *
000170*   POSTS IN THE NEXT BATCH OR RESUBMIT RUN, SUBJECT TO THE      *
000180*   POSTED-KEY DUPLICATE CHECK.  A REJECTED ITEM GOES TO THE     *
000190*   SUSPENSE FILE WITH REASON HOLD AND THE STAMPS OF THE RUN     *
000200*   THAT HELD IT, FOR SUSP_MAINT TO RE-KEY.  EVERY DECISION IS   *
000210*   LOGGED TO THE MAINTENANCE LOG.  NOTHING TOUCHES THE FILES    *
000220*   ON DISK UNTIL THE SUPERVISOR SAVES.                          *
000230*                                                                *
000240*   MODIFICATION HISTORY                                         *
000250*   2026-10-15  RM   INITIAL VERSION.                            *
000260*                                                                *
000270******************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-HOLD-FILE-STATUS.
000340     SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-SUSP-FILE-STATUS.
000370     SELECT MAINT-LOG ASSIGN TO "MNTLOG"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-MNT-FILE-STATUS.
000400     SELECT OPERATOR-MASTER ASSIGN TO "OPERMSTR"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-OPR-FILE-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  HOLD-FILE
000460     LABEL RECORDS ARE STANDARD.
000470     COPY HOLDREC.
000480 FD  SUSPENSE-FILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY SUSPREC.
000510 FD  MAINT-LOG
000520     LABEL RECORDS ARE STANDARD.
000530     COPY MNTREC.
000540 FD  OPERATOR-MASTER
000550     LABEL RECORDS ARE STANDARD.
000560     COPY OPRREC.
000570 WORKING-STORAGE SECTION.
000580*    FILE STATUS FIELDS.
000590 77  WS-HOLD-FILE-STATUS         PIC X(02).
000600 77  WS-SUSP-FILE-STATUS         PIC X(02).
000610 77  WS-MNT-FILE-STATUS          PIC X(02).
000620*    END OF FILE SWITCH FOR THE LOAD PASS.
000630 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000640     88  WS-END-OF-FILE          VALUE "Y".
000650*    SET WHEN THE HOLD FILE OPENED CLEANLY.
000660 77  WS-HOLD-OPEN-SWITCH         PIC X(01) VALUE "N".
000670     88  WS-HOLD-FILE-OPEN       VALUE "Y".
000680*    SET WHEN THE FILE HOLDS MORE ENTRIES THAN THE STAGING       *
000690*    TABLE - SAVING WOULD REWRITE THE FILE WITHOUT THE           *
000700*    UNLOADED ENTRIES, SO THE SAVE IS REFUSED WHILE THIS IS      *
000710*    SET, AS SUSP_MAINT DOES.                                    *
000720 77  WS-HOLD-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
000730     88  WS-HOLD-OVERFLOW        VALUE "Y".
000740*    MENU CONTROL.
000750 77  WS-COMMAND                  PIC X(01).
000760 77  WS-DONE-SWITCH              PIC X(01) VALUE "N".
000770     88  WS-SESSION-DONE         VALUE "Y".
000780*    SET WHEN THE TABLE DIFFERS FROM THE FILE ON DISK.
000790 77  WS-CHANGED-SWITCH           PIC X(01) VALUE "N".
000800     88  WS-UNSAVED-CHANGES      VALUE "Y".
000810 77  WS-CONFIRM                  PIC X(01).
000820*    HOLD STAGING TABLE - THE WHOLE FILE IS STAGED HERE WITH     *
000830*    ITS RUN STAMPS.  A REJECTED ENTRY IS MARKED J IN THE        *
000840*    TABLE ONLY; AT SAVE IT IS WRITTEN TO THE SUSPENSE FILE      *
000850*    AND DROPPED FROM THE HOLD FILE.                             *
000860 77  WS-HOLD-MAX                 PIC 9(04) COMP VALUE 500.
000870 77  WS-HOLD-COUNT               PIC 9(04) COMP VALUE ZERO.
000880 77  WS-HOLD-IX                  PIC 9(04) COMP VALUE ZERO.
000890 77  WS-REJECT-COUNT             PIC 9(04) COMP VALUE ZERO.
000900 01  WS-HOLD-TABLE.
000910     05  WS-HOLD-ENTRY OCCURS 500 TIMES.
000920         10  WS-HOLD-STATUS      PIC X(01).
000930         10  WS-HOLD-IMAGE       PIC X(24).
000940         10  WS-HOLD-SRC         PIC X(04).
000950         10  WS-HOLD-DATE        PIC X(06).
000960         10  WS-HOLD-BATCH       PIC X(06).
000970         10  WS-HOLD-OPER        PIC X(08).
000980         10  WS-HOLD-LIMIT       PIC 9(07)V99.
000990         10  WS-HOLD-REL-OPER    PIC X(08).
001000         10  WS-HOLD-REL-DATE    PIC X(06).
001010*    CONSOLE ACCEPT STAGING FIELDS, AS IN SUSP_MAINT.
001020 77  WS-ENTRY-ACCEPT             PIC X(04).
001030 77  WS-ENTRY-NUMBER             PIC 9(04) COMP VALUE ZERO.
001040 77  WS-VALID-SWITCH             PIC X(01) VALUE "N".
001050     88  WS-DATA-VALID           VALUE "Y".
001060*    THE DECISION BEING RECORDED - R, J, OR K, AS ON MNTLOG.
001070 77  WS-NEW-STATUS               PIC X(01).
001080*    THE HELD IMAGE BROKEN OUT INTO ITS FIELDS.
001090 01  WS-WORK-IMAGE.
001100     05  WS-WI-REC-TYPE          PIC X(01).
001110     05  WS-WI-KEY               PIC X(07).
001120     05  WS-WI-AMOUNT            PIC X(09).
001130     05  WS-WI-ACCT-CODE         PIC X(04).
001140     05  WS-WI-DR-CR-IND         PIC X(01).
001150         88  WS-WI-IS-CREDIT     VALUE "C" "c".
001160     05  FILLER                  PIC X(02).
001170*    NUMERIC VIEW OF A NINE-BYTE AMOUNT FIELD.
001180 01  WS-AMOUNT-WORK.
001190     05  WS-AMOUNT-X             PIC X(09).
001200     05  WS-AMOUNT-9 REDEFINES WS-AMOUNT-X
001210                                 PIC 9(07)V99.
001220*    DECODED STATUS TEXT AND EDITED DOLLAR FIELDS FOR DISPLAY.
001230 77  WS-STATUS-TEXT              PIC X(12).
001240 77  WS-AMOUNT-EDIT              PIC ZZZ,ZZZ,ZZ9.99-.
001250 77  WS-LIMIT-EDIT               PIC ZZZ,ZZZ,ZZ9.99-.
001260*    OPERATOR SIGN-ON FIELDS - THE KEYED ID MUST BE ON THE       *
001270*    OPERATOR MASTER, ACTIVE, AND HOLD SUPERVISOR AUTHORITY.     *
001280*    RELEASING MONEY IS A CONTROL, SO A MISSING MASTER REFUSES   *
001290*    THE SESSION RATHER THAN BYPASSING THE CHECK, AS THE         *
001300*    ARCHIVE AND PURGE STEPS DO.                                 *
001310 77  WS-OPR-FILE-STATUS          PIC X(02).
001320 77  WS-OPR-EOF-SWITCH           PIC X(01) VALUE "N".
001330     88  WS-OPR-END-OF-FILE      VALUE "Y".
001340 77  WS-OPR-FOUND-SWITCH         PIC X(01) VALUE "N".
001350     88  WS-OPR-FOUND            VALUE "Y".
001360 77  WS-OPR-ACTIVE               PIC X(01) VALUE SPACE.
001370 77  WS-OPR-AUTH-SUPERVISOR      PIC X(01) VALUE SPACE.
001380 77  WS-SIGNON-SWITCH            PIC X(01) VALUE "N".
001390     88  WS-SIGNON-OK            VALUE "Y".
001400*    OPERATOR IDENTIFICATION AND DATE/TIME FOR THE LOG.
001410 77  WS-OPERATOR-ID              PIC X(08).
001420 01  WS-CURRENT-DATE.
001430     05  WS-CD-YY                PIC 9(02).
001440     05  WS-CD-MM                PIC 9(02).
001450     05  WS-CD-DD                PIC 9(02).
001460 01  WS-CURRENT-TIME.
001470     05  WS-CT-HH                PIC 9(02).
001480     05  WS-CT-MM                PIC 9(02).
001490     05  WS-CT-SS                PIC 9(02).
001500     05  WS-CT-HS                PIC 9(02).
001510 PROCEDURE DIVISION.
001520 0000-MAIN-PROCESS.
001530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001540     PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
001550         UNTIL WS-SESSION-DONE.
001560     STOP RUN.
001570******************************************************************
001580*    1000-INITIALIZE - IDENTIFY THE SUPERVISOR AND LOAD THE      *
001590*    HOLD FILE.                                                  *
001600******************************************************************
001610 1000-INITIALIZE.
001620     DISPLAY "HOLD_RELEASE - HIGH-VALUE HOLD REVIEW".
001630     DISPLAY " ".
001640     DISPLAY "ENTER OPERATOR ID : ".
001650     ACCEPT WS-OPERATOR-ID.
001660     PERFORM 1300-OPERATOR-SIGNON THRU 1300-EXIT.
001670     IF NOT WS-SIGNON-OK
001680         MOVE "Y" TO WS-DONE-SWITCH
001690         GO TO 1000-EXIT
001700     END-IF.
001710     MOVE ZERO TO WS-HOLD-COUNT.
001720     MOVE "N" TO WS-EOF-SWITCH.
001730     OPEN INPUT HOLD-FILE.
001740     IF WS-HOLD-FILE-STATUS = "00"
001750         MOVE "Y" TO WS-HOLD-OPEN-SWITCH
001760     ELSE
001770         DISPLAY "HOLD FILE NOT FOUND (STATUS "
001780             WS-HOLD-FILE-STATUS ") - NOTHING TO REVIEW"
001790         MOVE "Y" TO WS-EOF-SWITCH
001800     END-IF.
001810     PERFORM 1100-LOAD-HOLD-RECORD THRU 1100-EXIT
001820         UNTIL WS-END-OF-FILE.
001830     IF WS-HOLD-FILE-OPEN
001840         CLOSE HOLD-FILE
001850         MOVE "N" TO WS-HOLD-OPEN-SWITCH
001860     END-IF.
001870     DISPLAY "HELD ITEMS LOADED: " WS-HOLD-COUNT.
001880 1000-EXIT.
001890     EXIT.
001900 1100-LOAD-HOLD-RECORD.
001910     READ HOLD-FILE
001920         AT END
001930             MOVE "Y" TO WS-EOF-SWITCH
001940             GO TO 1100-EXIT
001950     END-READ.
001960     IF WS-HOLD-COUNT < WS-HOLD-MAX
001970         ADD 1 TO WS-HOLD-COUNT
001980         MOVE HOLD-STATUS TO WS-HOLD-STATUS (WS-HOLD-COUNT)
001990         MOVE HOLD-TRANS-IMAGE TO WS-HOLD-IMAGE (WS-HOLD-COUNT)
002000         MOVE HOLD-SOURCE-ID TO WS-HOLD-SRC (WS-HOLD-COUNT)
002010         MOVE HOLD-BUSINESS-DATE TO WS-HOLD-DATE (WS-HOLD-COUNT)
002020         MOVE HOLD-BATCH-ID TO WS-HOLD-BATCH (WS-HOLD-COUNT)
002030         MOVE HOLD-OPERATOR-ID TO WS-HOLD-OPER (WS-HOLD-COUNT)
002040         MOVE HOLD-LIMIT-AMOUNT TO WS-HOLD-LIMIT (WS-HOLD-COUNT)
002050         MOVE HOLD-RELEASE-OPER
002060             TO WS-HOLD-REL-OPER (WS-HOLD-COUNT)
002070         MOVE HOLD-RELEASE-DATE
002080             TO WS-HOLD-REL-DATE (WS-HOLD-COUNT)
002090     ELSE
002100         DISPLAY "TABLE FULL - FILE TOO LARGE TO REVIEW "
002110             "HERE - BROWSE ONLY, SAVE IS DISABLED"
002120         MOVE "Y" TO WS-HOLD-OVERFLOW-SWITCH
002130         MOVE "Y" TO WS-EOF-SWITCH
002140     END-IF.
002150 1100-EXIT.
002160     EXIT.
002170******************************************************************
002180*    1300-OPERATOR-SIGNON - CHECK THE KEYED ID AGAINST THE       *
002190*    OPERATOR MASTER AND REFUSE THE SESSION WHEN THE ID IS       *
002200*    UNKNOWN, INACTIVE, OR WITHOUT SUPERVISOR AUTHORITY.  A      *
002210*    MISSING MASTER ALSO REFUSES THE SESSION.                    *
002220******************************************************************
002230 1300-OPERATOR-SIGNON.
002240     MOVE "N" TO WS-SIGNON-SWITCH.
002250     MOVE "N" TO WS-OPR-EOF-SWITCH.
002260     MOVE "N" TO WS-OPR-FOUND-SWITCH.
002270     OPEN INPUT OPERATOR-MASTER.
002280     IF WS-OPR-FILE-STATUS NOT = "00"
002290         DISPLAY "*** OPERATOR MASTER NOT AVAILABLE (STATUS "
002300             WS-OPR-FILE-STATUS ") - SESSION REFUSED ***"
002310         GO TO 1300-EXIT
002320     END-IF.
002330     PERFORM 1350-READ-OPERATOR THRU 1350-EXIT
002340         UNTIL WS-OPR-FOUND OR WS-OPR-END-OF-FILE.
002350     CLOSE OPERATOR-MASTER.
002360     IF NOT WS-OPR-FOUND
002370         DISPLAY "*** OPERATOR ID NOT ON THE OPERATOR "
002380             "MASTER - SESSION REFUSED ***"
002390         GO TO 1300-EXIT
002400     END-IF.
002410     IF WS-OPR-ACTIVE NOT = "A"
002420         DISPLAY "*** OPERATOR ID IS INACTIVE - SESSION "
002430             "REFUSED ***"
002440         GO TO 1300-EXIT
002450     END-IF.
002460     IF WS-OPR-AUTH-SUPERVISOR NOT = "Y"
002470         DISPLAY "*** OPERATOR NOT AUTHORIZED TO RELEASE "
002480             "HELD ITEMS - SESSION REFUSED ***"
002490         GO TO 1300-EXIT
002500     END-IF.
002510     MOVE "Y" TO WS-SIGNON-SWITCH.
002520 1300-EXIT.
002530     EXIT.
002540 1350-READ-OPERATOR.
002550     READ OPERATOR-MASTER
002560         AT END
002570             MOVE "Y" TO WS-OPR-EOF-SWITCH
002580             GO TO 1350-EXIT
002590     END-READ.
002600     IF OPR-OPERATOR-ID = WS-OPERATOR-ID
002610         MOVE "Y" TO WS-OPR-FOUND-SWITCH
002620         MOVE OPR-ACTIVE-FLAG TO WS-OPR-ACTIVE
002630         MOVE OPR-AUTH-SUPERVISOR TO WS-OPR-AUTH-SUPERVISOR
002640     END-IF.
002650 1350-EXIT.
002660     EXIT.
002670******************************************************************
002680*    2000-PROCESS-COMMAND - MENU LOOP.                           *
002690******************************************************************
002700 2000-PROCESS-COMMAND.
002710     DISPLAY " ".
002720     DISPLAY "B=BROWSE  R=RELEASE  J=REJECT TO SUSPENSE  "
002730         "K=KEEP HOLDING".
002740     DISPLAY "S=SAVE AND EXIT  Q=QUIT WITHOUT SAVING".
002750     DISPLAY "ENTER COMMAND : ".
002760     ACCEPT WS-COMMAND.
002770     EVALUATE WS-COMMAND
002780         WHEN "B"
002790         WHEN "b"
002800             PERFORM 3000-BROWSE-TABLE THRU 3000-EXIT
002810         WHEN "R"
002820         WHEN "r"
002830             MOVE "R" TO WS-NEW-STATUS
002840             PERFORM 5000-DECIDE-ENTRY THRU 5000-EXIT
002850         WHEN "J"
002860         WHEN "j"
002870             MOVE "J" TO WS-NEW-STATUS
002880             PERFORM 5000-DECIDE-ENTRY THRU 5000-EXIT
002890         WHEN "K"
002900         WHEN "k"
002910             MOVE "P" TO WS-NEW-STATUS
002920             PERFORM 5000-DECIDE-ENTRY THRU 5000-EXIT
002930         WHEN "S"
002940         WHEN "s"
002950             PERFORM 8000-SAVE-AND-EXIT THRU 8000-EXIT
002960         WHEN "Q"
002970         WHEN "q"
002980             PERFORM 8500-QUIT-NO-SAVE THRU 8500-EXIT
002990         WHEN OTHER
003000             DISPLAY "*** UNKNOWN COMMAND ***"
003010     END-EVALUATE.
003020 2000-EXIT.
003030     EXIT.
003040******************************************************************
003050*    3000-BROWSE-TABLE - LIST THE STAGED ENTRIES, EACH WITH ITS  *
003060*    ENTRY NUMBER, DECISION, THE IMAGE BROKEN OUT INTO ITS       *
003070*    FIELDS, AND THE STAMPS OF THE RUN THAT HELD IT.             *
003080******************************************************************
003090 3000-BROWSE-TABLE.
003100     IF WS-HOLD-COUNT = ZERO
003110         DISPLAY "HOLD FILE IS EMPTY"
003120         GO TO 3000-EXIT
003130     END-IF.
003140     MOVE ZERO TO WS-HOLD-IX.
003150     PERFORM 3100-BROWSE-ONE-ENTRY THRU 3100-EXIT
003160         UNTIL WS-HOLD-IX NOT < WS-HOLD-COUNT.
003170 3000-EXIT.
003180     EXIT.
003190 3100-BROWSE-ONE-ENTRY.
003200     ADD 1 TO WS-HOLD-IX.
003210     PERFORM 3200-DECODE-STATUS THRU 3200-EXIT.
003220     MOVE WS-HOLD-IMAGE (WS-HOLD-IX) TO WS-WORK-IMAGE.
003230     MOVE WS-WI-AMOUNT TO WS-AMOUNT-X.
003240     MOVE WS-HOLD-LIMIT (WS-HOLD-IX) TO WS-LIMIT-EDIT.
003250     IF WS-AMOUNT-X IS NUMERIC
003260         MOVE WS-AMOUNT-9 TO WS-AMOUNT-EDIT
003270         DISPLAY WS-HOLD-IX " " WS-STATUS-TEXT
003280             " KEY " WS-WI-KEY " ACCT " WS-WI-ACCT-CODE
003290             " " WS-AMOUNT-EDIT " " WS-WI-DR-CR-IND
003300     ELSE
003310         DISPLAY WS-HOLD-IX " " WS-STATUS-TEXT
003320             " KEY " WS-WI-KEY " ACCT " WS-WI-ACCT-CODE
003330             " AMT " WS-WI-AMOUNT " " WS-WI-DR-CR-IND
003340     END-IF.
003350     DISPLAY "       LIMIT " WS-LIMIT-EDIT
003360         "  (RUN " WS-HOLD-DATE (WS-HOLD-IX)
003370         " BATCH " WS-HOLD-BATCH (WS-HOLD-IX)
003380         " SRC " WS-HOLD-SRC (WS-HOLD-IX)
003390         " OPER " WS-HOLD-OPER (WS-HOLD-IX) ")".
003400     IF WS-HOLD-REL-OPER (WS-HOLD-IX) NOT = SPACES
003410         DISPLAY "       DECIDED BY "
003420             WS-HOLD-REL-OPER (WS-HOLD-IX)
003430             " ON " WS-HOLD-REL-DATE (WS-HOLD-IX)
003440     END-IF.
003450 3100-EXIT.
003460     EXIT.
003470******************************************************************
003480*    3200-DECODE-STATUS - PLAIN-LANGUAGE TEXT FOR THE DECISION   *
003490*    ON ENTRY WS-HOLD-IX.                                        *
003500******************************************************************
003510 3200-DECODE-STATUS.
003520     EVALUATE WS-HOLD-STATUS (WS-HOLD-IX)
003530         WHEN "P"
003540             MOVE "ON HOLD" TO WS-STATUS-TEXT
003550         WHEN "R"
003560             MOVE "RELEASED" TO WS-STATUS-TEXT
003570         WHEN "J"
003580             MOVE "TO SUSPENSE" TO WS-STATUS-TEXT
003590         WHEN OTHER
003600             MOVE "UNKNOWN" TO WS-STATUS-TEXT
003610     END-EVALUATE.
003620 3200-EXIT.
003630     EXIT.
003640******************************************************************
003650*    5000-DECIDE-ENTRY - PICK AN ENTRY AND RECORD THE DECISION   *
003660*    IN WS-NEW-STATUS AGAINST IT.  RELEASE AND REJECT ARE        *
003670*    STAMPED WITH THE SUPERVISOR AND DATE; KEEP HOLDING PUTS     *
003680*    THE ENTRY BACK TO PENDING AND CLEARS THE STAMPS.  EACH      *
003690*    DECISION IS LOGGED.                                         *
003700******************************************************************
003710 5000-DECIDE-ENTRY.
003720     IF WS-HOLD-COUNT = ZERO
003730         DISPLAY "HOLD FILE IS EMPTY"
003740         GO TO 5000-EXIT
003750     END-IF.
003760     PERFORM 5100-GET-ENTRY-NUMBER THRU 5100-EXIT.
003770     MOVE WS-ENTRY-NUMBER TO WS-HOLD-IX.
003780     IF WS-HOLD-STATUS (WS-HOLD-IX) = WS-NEW-STATUS
003790         PERFORM 3200-DECODE-STATUS THRU 3200-EXIT
003800         DISPLAY "ENTRY IS ALREADY " WS-STATUS-TEXT
003810             " - NOTHING CHANGED"
003820         GO TO 5000-EXIT
003830     END-IF.
003840     MOVE WS-NEW-STATUS TO WS-HOLD-STATUS (WS-HOLD-IX).
003850     IF WS-NEW-STATUS = "P"
003860         MOVE SPACES TO WS-HOLD-REL-OPER (WS-HOLD-IX)
003870         MOVE SPACES TO WS-HOLD-REL-DATE (WS-HOLD-IX)
003880     ELSE
003890         ACCEPT WS-CURRENT-DATE FROM DATE
003900         MOVE WS-OPERATOR-ID TO WS-HOLD-REL-OPER (WS-HOLD-IX)
003910         MOVE WS-CURRENT-DATE TO WS-HOLD-REL-DATE (WS-HOLD-IX)
003920     END-IF.
003930     PERFORM 3200-DECODE-STATUS THRU 3200-EXIT.
003940     DISPLAY "ENTRY " WS-HOLD-IX " NOW " WS-STATUS-TEXT.
003950     MOVE "Y" TO WS-CHANGED-SWITCH.
003960     PERFORM 7800-WRITE-MAINT-LOG THRU 7800-EXIT.
003970 5000-EXIT.
003980     EXIT.
003990 5100-GET-ENTRY-NUMBER.
004000     MOVE "N" TO WS-VALID-SWITCH.
004010     PERFORM 5110-ACCEPT-ENTRY-NUMBER THRU 5110-EXIT
004020         UNTIL WS-DATA-VALID.
004030 5100-EXIT.
004040     EXIT.
004050 5110-ACCEPT-ENTRY-NUMBER.
004060     DISPLAY "ENTER ENTRY NUMBER (SEE BROWSE) : ".
004070     MOVE SPACES TO WS-ENTRY-ACCEPT.
004080     ACCEPT WS-ENTRY-ACCEPT.
004090     INSPECT WS-ENTRY-ACCEPT REPLACING TRAILING SPACE BY ZERO.
004100     IF WS-ENTRY-ACCEPT IS NUMERIC
004110         MOVE WS-ENTRY-ACCEPT TO WS-ENTRY-NUMBER
004120         IF WS-ENTRY-NUMBER > ZERO
004130            AND WS-ENTRY-NUMBER NOT > WS-HOLD-COUNT
004140             MOVE "Y" TO WS-VALID-SWITCH
004150         ELSE
004160             DISPLAY "*** ENTRY NUMBER OUT OF RANGE ***"
004170             MOVE "N" TO WS-VALID-SWITCH
004180         END-IF
004190     ELSE
004200         DISPLAY "*** INVALID ENTRY - NUMERIC DATA REQUIRED ***"
004210         MOVE "N" TO WS-VALID-SWITCH
004220     END-IF.
004230 5110-EXIT.
004240     EXIT.
004250******************************************************************
004260*    7800-WRITE-MAINT-LOG - APPEND ONE LOG ENTRY FOR THE         *
004270*    DECISION - R RELEASE, J REJECT, K KEEP HOLDING - WITH THE   *
004280*    ITEM'S AMOUNT AS BOTH BEFORE AND AFTER, SINCE A DECISION    *
004290*    NEVER CHANGES THE AMOUNT.  CREATED ON FIRST USE.            *
004300******************************************************************
004310 7800-WRITE-MAINT-LOG.
004320     ACCEPT WS-CURRENT-DATE FROM DATE.
004330     ACCEPT WS-CURRENT-TIME FROM TIME.
004340     OPEN EXTEND MAINT-LOG.
004350     IF WS-MNT-FILE-STATUS = "35"
004360         OPEN OUTPUT MAINT-LOG
004370         CLOSE MAINT-LOG
004380         OPEN EXTEND MAINT-LOG
004390     END-IF.
004400     MOVE SPACES TO MNT-RECORD.
004410     MOVE WS-OPERATOR-ID TO MNT-OPERATOR-ID.
004420     MOVE WS-CURRENT-DATE TO MNT-CHANGE-DATE.
004430     MOVE WS-CT-HH TO MNT-CT-HH.
004440     MOVE WS-CT-MM TO MNT-CT-MM.
004450     MOVE WS-CT-SS TO MNT-CT-SS.
004460     IF WS-NEW-STATUS = "P"
004470         MOVE "K" TO MNT-ACTION
004480     ELSE
004490         MOVE WS-NEW-STATUS TO MNT-ACTION
004500     END-IF.
004510     MOVE WS-HOLD-IMAGE (WS-HOLD-IX) TO WS-WORK-IMAGE.
004520     MOVE WS-WI-KEY TO MNT-TRANS-KEY.
004530     MOVE WS-WI-AMOUNT TO WS-AMOUNT-X.
004540     IF WS-AMOUNT-X IS NUMERIC
004550         MOVE WS-AMOUNT-9 TO MNT-BEFORE-AMOUNT
004560         MOVE WS-AMOUNT-9 TO MNT-AFTER-AMOUNT
004570     ELSE
004580         MOVE ZERO TO MNT-BEFORE-AMOUNT
004590         MOVE ZERO TO MNT-AFTER-AMOUNT
004600     END-IF.
004610     MOVE WS-WI-DR-CR-IND TO MNT-BEFORE-DRCR.
004620     MOVE WS-WI-DR-CR-IND TO MNT-AFTER-DRCR.
004630     WRITE MNT-RECORD.
004640     CLOSE MAINT-LOG.
004650 7800-EXIT.
004660     EXIT.
004670******************************************************************
004680*    8000-SAVE-AND-EXIT - APPEND THE REJECTED ENTRIES TO THE     *
004690*    SUSPENSE FILE, THEN REWRITE THE HOLD FILE FROM THE TABLE    *
004700*    WITHOUT THEM.  THE SUSPENSE WRITE GOES FIRST SO A FAILURE   *
004710*    BETWEEN THE TWO CAN ONLY LEAVE AN ITEM IN BOTH PLACES,      *
004720*    NEVER IN NEITHER.                                           *
004730******************************************************************
004740 8000-SAVE-AND-EXIT.
004750     IF WS-HOLD-OVERFLOW
004760*        PART OF THE FILE WAS NEVER LOADED - A REWRITE WOULD     *
004770*        DROP THOSE ENTRIES, SO THE FILE IS LEFT UNTOUCHED.      *
004780         DISPLAY "*** SAVE REFUSED - FILE EXCEEDS THE "
004790             "STAGING TABLE AND WAS ONLY PARTLY LOADED ***"
004800         GO TO 8000-EXIT
004810     END-IF.
004820     MOVE ZERO TO WS-REJECT-COUNT.
004830     MOVE ZERO TO WS-HOLD-IX.
004840     PERFORM 8050-COUNT-REJECT THRU 8050-EXIT
004850         UNTIL WS-HOLD-IX NOT < WS-HOLD-COUNT.
004860     IF WS-REJECT-COUNT > ZERO
004870         OPEN EXTEND SUSPENSE-FILE
004880         IF WS-SUSP-FILE-STATUS = "35"
004890             OPEN OUTPUT SUSPENSE-FILE
004900             CLOSE SUSPENSE-FILE
004910             OPEN EXTEND SUSPENSE-FILE
004920         END-IF
004930         IF WS-SUSP-FILE-STATUS NOT = "00"
004940             DISPLAY "*** SAVE FAILED - CANNOT OPEN SUSPENSE "
004950                 "FILE (STATUS " WS-SUSP-FILE-STATUS ") ***"
004960             GO TO 8000-EXIT
004970         END-IF
004980         MOVE ZERO TO WS-HOLD-IX
004990         PERFORM 8100-WRITE-SUSP-RECORD THRU 8100-EXIT
005000             UNTIL WS-HOLD-IX NOT < WS-HOLD-COUNT
005010         CLOSE SUSPENSE-FILE
005020     END-IF.
005030     OPEN OUTPUT HOLD-FILE.
005040     IF WS-HOLD-FILE-STATUS NOT = "00"
005050         DISPLAY "*** SAVE FAILED - CANNOT OPEN HOLD FILE "
005060             "(STATUS "
005070             WS-HOLD-FILE-STATUS ") ***"
005080         GO TO 8000-EXIT
005090     END-IF.
005100     MOVE ZERO TO WS-HOLD-IX.
005110     PERFORM 8200-WRITE-HOLD-RECORD THRU 8200-EXIT
005120         UNTIL WS-HOLD-IX NOT < WS-HOLD-COUNT.
005130     CLOSE HOLD-FILE.
005140     MOVE "N" TO WS-CHANGED-SWITCH.
005150     MOVE "Y" TO WS-DONE-SWITCH.
005160     DISPLAY "FILE SAVED - " WS-REJECT-COUNT
005170         " ITEM(S) MOVED TO SUSPENSE.".
005180 8000-EXIT.
005190     EXIT.
005200 8050-COUNT-REJECT.
005210     ADD 1 TO WS-HOLD-IX.
005220     IF WS-HOLD-STATUS (WS-HOLD-IX) = "J"
005230         ADD 1 TO WS-REJECT-COUNT
005240     END-IF.
005250 8050-EXIT.
005260     EXIT.
005270*    A REJECTED ITEM CARRIES THE STAMPS OF THE RUN THAT HELD IT  *
005280*    SO ITS AGE ON THE AGING REPORT RUNS FROM THAT NIGHT.        *
005290 8100-WRITE-SUSP-RECORD.
005300     ADD 1 TO WS-HOLD-IX.
005310     IF WS-HOLD-STATUS (WS-HOLD-IX) NOT = "J"
005320         GO TO 8100-EXIT
005330     END-IF.
005340     MOVE SPACES TO SUSP-RECORD.
005350     MOVE "HOLD" TO SUSP-REASON-CODE.
005360     MOVE WS-HOLD-IMAGE (WS-HOLD-IX) TO SUSP-TRANS-IMAGE.
005370     MOVE WS-HOLD-DATE (WS-HOLD-IX) TO SUSP-BUSINESS-DATE.
005380     MOVE WS-HOLD-BATCH (WS-HOLD-IX) TO SUSP-BATCH-ID.
005390     MOVE WS-HOLD-OPER (WS-HOLD-IX) TO SUSP-OPERATOR-ID.
005400     MOVE WS-HOLD-SRC (WS-HOLD-IX) TO SUSP-SOURCE-ID.
005410     WRITE SUSP-RECORD.
005420 8100-EXIT.
005430     EXIT.
005440 8200-WRITE-HOLD-RECORD.
005450     ADD 1 TO WS-HOLD-IX.
005460     IF WS-HOLD-STATUS (WS-HOLD-IX) = "J"
005470         GO TO 8200-EXIT
005480     END-IF.
005490     MOVE SPACES TO HOLD-RECORD.
005500     MOVE WS-HOLD-STATUS (WS-HOLD-IX) TO HOLD-STATUS.
005510     MOVE WS-HOLD-IMAGE (WS-HOLD-IX) TO HOLD-TRANS-IMAGE.
005520     MOVE WS-HOLD-SRC (WS-HOLD-IX) TO HOLD-SOURCE-ID.
005530     MOVE WS-HOLD-DATE (WS-HOLD-IX) TO HOLD-BUSINESS-DATE.
005540     MOVE WS-HOLD-BATCH (WS-HOLD-IX) TO HOLD-BATCH-ID.
005550     MOVE WS-HOLD-OPER (WS-HOLD-IX) TO HOLD-OPERATOR-ID.
005560     MOVE WS-HOLD-LIMIT (WS-HOLD-IX) TO HOLD-LIMIT-AMOUNT.
005570     MOVE WS-HOLD-REL-OPER (WS-HOLD-IX) TO HOLD-RELEASE-OPER.
005580     MOVE WS-HOLD-REL-DATE (WS-HOLD-IX) TO HOLD-RELEASE-DATE.
005590     WRITE HOLD-RECORD.
005600 8200-EXIT.
005610     EXIT.
005620******************************************************************
005630*    8500-QUIT-NO-SAVE - LEAVE THE FILES UNTOUCHED, WITH A       *
005640*    CONFIRMING PROMPT IF DECISIONS WOULD BE LOST.               *
005650******************************************************************
005660 8500-QUIT-NO-SAVE.
005670     IF WS-UNSAVED-CHANGES
005680         DISPLAY "UNSAVED DECISIONS WILL BE LOST - "
005690             "QUIT? (Y/N) : "
005700         ACCEPT WS-CONFIRM
005710         IF WS-CONFIRM = "Y" OR "y"
005720             MOVE "Y" TO WS-DONE-SWITCH
005730             DISPLAY "FILES LEFT UNCHANGED."
005740         END-IF
005750     ELSE
005760         MOVE "Y" TO WS-DONE-SWITCH
005770     END-IF.
005780 8500-EXIT.
005790     EXIT.
