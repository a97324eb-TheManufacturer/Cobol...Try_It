000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     JOB_STREAM.
000030 AUTHOR.         R. MARSH.
000040 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                *
000090*   JOB_STREAM                                                   *
000100*                                                                *
000110*   NIGHTLY JOB-STREAM DRIVER.  RUNS THE STEPS OF THE NIGHT IN   *
000120*   THE ORDER THE JOB-STEP DEFINITION FILE (JOBSTEPS) GIVES      *
000130*   THEM - FEED_INTAKE, HELLOWORLD, STANDING_GEN, ADD_NUMBERS,   *
000135*   GL_RECON, SUSP_AGING, AND NIGHT_STATUS ON A STANDARD NIGHT.  *
000137*   FEED_INTAKE MUST COME BEFORE HELLOWORLD, WHICH IS NO-GO      *
000138*   WITHOUT TONIGHT'S INTAKE RESULTS, AND STANDING_GEN AFTER IT, *
000139*   SINCE IT NEEDS THE NIGHT HELLOWORLD ARMS ON RUN CONTROL.     *
000140*   EACH STEP PROGRAM IS CALLED IN TURN, AND THE DRIVER STOPS    *
000150*   AT THE FIRST STEP THAT FAILS.                                *
000160*   EVERY STEP'S START, END, AND OUTCOME GOES TO THE STEP LOG    *
000170*   (STEPLOG), KEYED BY BUSINESS DATE AND STEP NUMBER.           *
000180*                                                                *
000190*   RERUN AFTER A FAILURE, THE DRIVER PICKS UP THE SAME          *
000200*   BUSINESS DATE, SKIPS EVERY STEP ALREADY LOGGED COMPLETE,     *
000210*   AND RESUMES AT THE STEP THAT FAILED (OR THAT ABENDED AND     *
000220*   WAS LEFT STARTED WITH NO END).  THE NIGHT BEING RESUMED IS   *
000230*   THE ONE RUN CONTROL IS ARMED FOR, SO A RERUN AFTER           *
000240*   MIDNIGHT STILL FINISHES THE NIGHT IT BELONGS TO; WITH NO     *
000250*   UNFINISHED NIGHT ON THE LOG THE BUSINESS DATE IS TAKEN       *
000260*   FROM TODAY'S CALENDAR ENTRY AS HELLOWORLD TAKES IT.          *
000262*   FEED_INTAKE ENDS WITH RETURN CODE 8 WHEN ANY FEED IS TURNED  *
000264*   AWAY OR NOT RECEIVED, SO IT IS LOGGED FAILED AND IS RE-RUN   *
000266*   ON RESUME ONCE THE FEED IS PUT RIGHT - A FILE IT ALREADY     *
000268*   ACCEPTED FOR THE NIGHT IS SIMPLY TAKEN IN AGAIN.             *
000270*                                                                *
000280*   A STEP WHOSE COMPLETION TEST READS RUN CONTROL (G OR C ON    *
000290*   JOBSTEPS) IS NEVER CALLED ONCE RUN CONTROL SHOWS THE BATCH   *
000300*   RUN COMPLETED FOR THE BUSINESS DATE, SO ADD_NUMBERS CANNOT   *
000310*   POST A NIGHT TWICE AND HELLOWORLD CANNOT PRE-STAGE THE       *
000320*   NEXT DATE IN THE MIDDLE OF A RESUME.  ADD_NUMBERS RUNS       *
000330*   UNATTENDED, SO ITS RUNPARMS FILE MUST BE STAGED AS FOR THE   *
000340*   SCHEDULER.                                                   *
000350*                                                                *
000360*   A FAILED STEP IS WRITTEN TO THE OPERATIONS LOG (OPSLOG) AND  *
000370*   THE DRIVER ENDS WITH RETURN CODE 8.                          *
000380*                                                                *
000390*   MODIFICATION HISTORY                                         *
000395*   2026-10-15  RM   INITIAL VERSION.  THE STANDARD NIGHT IN THE *
000400*                    HEADER INCLUDES FEED_INTAKE AND             *
000405*                    STANDING_GEN.                               *
000410*                                                                *
000420******************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT JOB-STEP-FILE ASSIGN TO "JOBSTEPS"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-JSTP-FILE-STATUS.
000490     SELECT STEP-LOG ASSIGN TO "STEPLOG"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS SLOG-KEY
000530         FILE STATUS IS WS-SLOG-FILE-STATUS.
000540     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RCTL-FILE-STATUS.
000570     SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-CAL-FILE-STATUS.
000600     SELECT OPS-LOG ASSIGN TO "OPSLOG"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-OPS-FILE-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  JOB-STEP-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY JSTPREC.
000680 FD  STEP-LOG
000690     LABEL RECORDS ARE STANDARD.
000700     COPY SLOGREC.
000710 FD  RUN-CONTROL-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY RCTLREC.
000740 FD  CALENDAR-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY CALREC.
000770 FD  OPS-LOG
000780     LABEL RECORDS ARE STANDARD.
000790     COPY OPSREC.
000800 WORKING-STORAGE SECTION.
000810*    FILE STATUS FIELDS.
000820 77  WS-JSTP-FILE-STATUS         PIC X(02).
000830 77  WS-SLOG-FILE-STATUS         PIC X(02).
000840 77  WS-RCTL-FILE-STATUS         PIC X(02).
000850 77  WS-CAL-FILE-STATUS          PIC X(02).
000860 77  WS-OPS-FILE-STATUS          PIC X(02).
000870*    END OF FILE SWITCHES.
000880 77  WS-JSTP-EOF-SWITCH          PIC X(01) VALUE "N".
000890     88  WS-JSTP-END-OF-FILE     VALUE "Y".
000900 77  WS-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
000910     88  WS-CAL-END-OF-FILE      VALUE "Y".
000920*    SET WHEN THE DRIVER CANNOT START - NOTHING IS CALLED.
000930 77  WS-REFUSED-SWITCH           PIC X(01) VALUE "N".
000940     88  WS-RUN-REFUSED          VALUE "Y".
000950*    SET AT THE FIRST STEP THAT FAILS - NO LATER STEP RUNS.
000960 77  WS-STOPPED-SWITCH           PIC X(01) VALUE "N".
000970     88  WS-STREAM-STOPPED       VALUE "Y".
000980*    JOB-STEP TABLE - LOADED FROM JOBSTEPS IN STEP ORDER.
000990 77  WS-STEP-MAX                 PIC 9(02) COMP VALUE 20.
001000 77  WS-STEP-COUNT               PIC 9(02) COMP VALUE ZERO.
001010 77  WS-STEP-IX                  PIC 9(02) COMP VALUE ZERO.
001020 77  WS-JSTP-RECORD-COUNT        PIC 9(02) VALUE ZERO.
001030 77  WS-LAST-STEP-NUMBER         PIC 9(02) VALUE ZERO.
001040 01  WS-STEP-TABLE.
001050     05  WS-STEP-ENTRY OCCURS 20 TIMES.
001060         10  WS-STEP-TBL-NUMBER  PIC 9(02).
001070         10  WS-STEP-TBL-PROGRAM PIC X(14).
001080         10  WS-STEP-TBL-TEST    PIC X(01).
001090         10  WS-STEP-TBL-DESC    PIC X(30).
001100*    THE STEP BEING RUN.
001110 77  WS-STEP-NUMBER              PIC 9(02) VALUE ZERO.
001120 77  WS-STEP-PROGRAM             PIC X(14) VALUE SPACES.
001130 77  WS-STEP-TEST                PIC X(01) VALUE SPACE.
001140     88  WS-STEP-TEST-RETURN     VALUE "R".
001150     88  WS-STEP-TEST-GO         VALUE "G".
001160     88  WS-STEP-TEST-COMPLETE   VALUE "C".
001170 77  WS-STEP-DESC                PIC X(30) VALUE SPACES.
001180 77  WS-STEP-OUTCOME             PIC X(01) VALUE SPACE.
001190     88  WS-STEP-COMPLETED       VALUE "C".
001200     88  WS-STEP-FAILED          VALUE "F".
001210 77  WS-STEP-MESSAGE             PIC X(40) VALUE SPACES.
001220 77  WS-STEP-RETURN-CODE         PIC S9(09) COMP VALUE ZERO.
001230 77  WS-RC-EDIT                  PIC -(8)9.
001240 77  WS-CALL-FAILED-SWITCH       PIC X(01) VALUE "N".
001250     88  WS-CALL-FAILED          VALUE "Y".
001260*    STEP LOG LOOKUP AND UPDATE SWITCHES.
001270 77  WS-SLOG-FOUND-SWITCH        PIC X(01) VALUE "N".
001280     88  WS-SLOG-FOUND           VALUE "Y".
001290 77  WS-SLOG-ERROR-SWITCH        PIC X(01) VALUE "N".
001300     88  WS-SLOG-ERROR           VALUE "Y".
001310*    STEP LOG SCAN OF ONE BUSINESS DATE - HOW MANY OF THE        *
001320*    DEFINED STEPS ARE LOGGED AT ALL, AND HOW MANY ARE DONE.     *
001330 77  WS-CHECK-DATE               PIC X(06) VALUE SPACES.
001340 77  WS-LOGGED-COUNT             PIC 9(02) COMP VALUE ZERO.
001350 77  WS-DONE-COUNT               PIC 9(02) COMP VALUE ZERO.
001360*    RUN-CONTROL HOLD FIELDS - RE-READ BEFORE AND AFTER EACH     *
001370*    STEP THAT TESTS IT.                                         *
001380 77  WS-RCTL-FOUND-SWITCH        PIC X(01) VALUE "N".
001390     88  WS-RCTL-FOUND           VALUE "Y".
001400 77  WS-RCTL-STATUS              PIC X(01) VALUE SPACE.
001410     88  WS-RCTL-IS-GO           VALUE "G".
001420 77  WS-RCTL-BUS-DATE            PIC X(06) VALUE SPACES.
001430 77  WS-RCTL-RUN-STATUS          PIC X(01) VALUE SPACE.
001440     88  WS-RCTL-COMPLETED       VALUE "C".
001450*    THE BUSINESS DATE THE STREAM IS RUNNING.
001460 77  WS-BUSINESS-DATE            PIC X(06) VALUE SPACES.
001470 77  WS-CAL-FOUND-SWITCH         PIC X(01) VALUE "N".
001480     88  WS-CAL-FOUND            VALUE "Y".
001490*    STEP COUNTS FOR THE CLOSING LINES.
001500 77  WS-RUN-COUNT                PIC 9(02) COMP VALUE ZERO.
001510 77  WS-SKIP-COUNT               PIC 9(02) COMP VALUE ZERO.
001520 77  WS-COUNT-EDIT               PIC Z9.
001530*    OPERATIONS LOG MESSAGE.
001540 77  WS-OPS-MESSAGE              PIC X(64) VALUE SPACES.
001550 01  WS-CURRENT-DATE.
001560     05  WS-CD-YY                PIC 9(02).
001570     05  WS-CD-MM                PIC 9(02).
001580     05  WS-CD-DD                PIC 9(02).
001590 01  WS-CURRENT-TIME.
001600     05  WS-CT-HH                PIC 9(02).
001610     05  WS-CT-MM                PIC 9(02).
001620     05  WS-CT-SS                PIC 9(02).
001630     05  WS-CT-HS                PIC 9(02).
001640 01  WS-CLOCK-TIME.
001650     05  WS-CLK-HH               PIC 9(02).
001660     05  WS-CLK-MM               PIC 9(02).
001670     05  WS-CLK-SS               PIC 9(02).
001680 01  WS-CLOCK-TIME-NUM REDEFINES WS-CLOCK-TIME
001690                                 PIC 9(06).
001700 PROCEDURE DIVISION.
001710 0000-MAIN-PROCESS.
001720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001730     IF NOT WS-RUN-REFUSED
001740         PERFORM 2000-SELECT-BUSINESS-DATE THRU 2000-EXIT
001750     END-IF.
001760     IF WS-RUN-REFUSED
001770         DISPLAY "JOB_STREAM REFUSED - " WS-OPS-MESSAGE
001780         PERFORM 9700-WRITE-OPS-LOG THRU 9700-EXIT
001790         MOVE 8 TO RETURN-CODE
001800         STOP RUN
001810     END-IF.
001820     MOVE ZERO TO WS-STEP-IX.
001830     PERFORM 3000-RUN-JOB-STEP THRU 3000-EXIT
001840         UNTIL WS-STEP-IX NOT < WS-STEP-COUNT
001850            OR WS-STREAM-STOPPED.
001860     PERFORM 8000-WRAP-UP THRU 8000-EXIT.
001870     STOP RUN.
001880******************************************************************
001890*    1000-INITIALIZE - LOAD AND CHECK THE JOB-STEP DEFINITIONS.  *
001900*    A MISSING OR BADLY BUILT JOBSTEPS REFUSES THE RUN BEFORE    *
001910*    ANY STEP IS CALLED.                                         *
001920******************************************************************
001930 1000-INITIALIZE.
001940     DISPLAY "JOB_STREAM - NIGHTLY JOB-STREAM DRIVER".
001950     DISPLAY " ".
001960     OPEN INPUT JOB-STEP-FILE.
001970     IF WS-JSTP-FILE-STATUS NOT = "00"
001980         MOVE "Y" TO WS-REFUSED-SWITCH
001990         MOVE SPACES TO WS-OPS-MESSAGE
002000         STRING "JOB-STEP FILE JOBSTEPS NOT AVAILABLE (STATUS "
002010             WS-JSTP-FILE-STATUS ")"
002020             DELIMITED BY SIZE INTO WS-OPS-MESSAGE
002030         GO TO 1000-EXIT
002040     END-IF.
002050     PERFORM 1100-LOAD-JOB-STEP THRU 1100-EXIT
002060         UNTIL WS-JSTP-END-OF-FILE.
002070     CLOSE JOB-STEP-FILE.
002080     IF WS-RUN-REFUSED
002090         GO TO 1000-EXIT
002100     END-IF.
002110     IF WS-STEP-COUNT = ZERO
002120         MOVE "Y" TO WS-REFUSED-SWITCH
002130         MOVE "JOB-STEP FILE JOBSTEPS DEFINES NO STEPS"
002140             TO WS-OPS-MESSAGE
002150     END-IF.
002160 1000-EXIT.
002170     EXIT.
002180******************************************************************
002190*    1100-LOAD-JOB-STEP - ONE JOBSTEPS RECORD INTO THE TABLE.    *
002200*    STEP NUMBERS MUST ASCEND, EACH STEP NEEDS A PROGRAM AND A   *
002210*    KNOWN COMPLETION TEST.  BLANK LINES ARE PASSED OVER.        *
002220******************************************************************
002230 1100-LOAD-JOB-STEP.
002240     READ JOB-STEP-FILE
002250         AT END
002260             MOVE "Y" TO WS-JSTP-EOF-SWITCH
002270             GO TO 1100-EXIT
002280     END-READ.
002290     IF JSTP-RECORD = SPACES
002300         GO TO 1100-EXIT
002310     END-IF.
002320     ADD 1 TO WS-JSTP-RECORD-COUNT.
002330     IF JSTP-STEP-NUMBER NOT NUMERIC
002340        OR JSTP-STEP-NUMBER NOT > WS-LAST-STEP-NUMBER
002350         MOVE SPACES TO WS-OPS-MESSAGE
002360         STRING "JOBSTEPS RECORD " WS-JSTP-RECORD-COUNT
002370             " - STEP NUMBER MISSING OR OUT OF ORDER"
002380             DELIMITED BY SIZE INTO WS-OPS-MESSAGE
002390         GO TO 1100-BAD-STEP
002400     END-IF.
002410     IF JSTP-PROGRAM = SPACES
002420         MOVE SPACES TO WS-OPS-MESSAGE
002430         STRING "JOBSTEPS STEP " JSTP-STEP-NUMBER
002440             " - NO PROGRAM NAMED"
002450             DELIMITED BY SIZE INTO WS-OPS-MESSAGE
002460         GO TO 1100-BAD-STEP
002470     END-IF.
002480     IF NOT JSTP-TEST-RETURN AND NOT JSTP-TEST-GO
002490        AND NOT JSTP-TEST-RUN-COMPLETE
002500         MOVE SPACES TO WS-OPS-MESSAGE
002510         STRING "JOBSTEPS STEP " JSTP-STEP-NUMBER
002520             " - COMPLETION TEST NOT R, G, OR C"
002530             DELIMITED BY SIZE INTO WS-OPS-MESSAGE
002540         GO TO 1100-BAD-STEP
002550     END-IF.
002560     IF WS-STEP-COUNT NOT < WS-STEP-MAX
002570         MOVE "JOBSTEPS DEFINES MORE STEPS THAN THE TABLE HOLDS"
002580             TO WS-OPS-MESSAGE
002590         GO TO 1100-BAD-STEP
002600     END-IF.
002610     ADD 1 TO WS-STEP-COUNT.
002620     MOVE JSTP-STEP-NUMBER TO WS-STEP-TBL-NUMBER (WS-STEP-COUNT).
002630     MOVE JSTP-PROGRAM TO WS-STEP-TBL-PROGRAM (WS-STEP-COUNT).
002640     MOVE JSTP-COMPLETION-TEST
002650         TO WS-STEP-TBL-TEST (WS-STEP-COUNT).
002660     MOVE JSTP-DESCRIPTION TO WS-STEP-TBL-DESC (WS-STEP-COUNT).
002670     MOVE JSTP-STEP-NUMBER TO WS-LAST-STEP-NUMBER.
002680     GO TO 1100-EXIT.
002690 1100-BAD-STEP.
002700     MOVE "Y" TO WS-REFUSED-SWITCH.
002710     MOVE "Y" TO WS-JSTP-EOF-SWITCH.
002720 1100-EXIT.
002730     EXIT.
002740******************************************************************
002750*    2000-SELECT-BUSINESS-DATE - RESUME THE NIGHT RUN CONTROL    *
002760*    IS ARMED FOR WHEN THE STEP LOG SHOWS IT STARTED BUT NOT     *
002770*    FINISHED.  OTHERWISE THE NIGHT IS TODAY'S CALENDAR          *
002780*    BUSINESS DATE, RESUMED IF PART-RUN AND REFUSED IF EVERY     *
002790*    STEP IS ALREADY DONE.                                       *
002800******************************************************************
002810 2000-SELECT-BUSINESS-DATE.
002820     PERFORM 2100-READ-RUN-CONTROL THRU 2100-EXIT.
002830     PERFORM 2200-OPEN-STEP-LOG THRU 2200-EXIT.
002840     IF WS-SLOG-FILE-STATUS NOT = "00"
002850         MOVE "Y" TO WS-REFUSED-SWITCH
002860         MOVE SPACES TO WS-OPS-MESSAGE
002870         STRING "STEP LOG STEPLOG NOT AVAILABLE (STATUS "
002880             WS-SLOG-FILE-STATUS ")"
002890             DELIMITED BY SIZE INTO WS-OPS-MESSAGE
002900         GO TO 2000-EXIT
002910     END-IF.
002920     IF WS-RCTL-FOUND
002930         MOVE WS-RCTL-BUS-DATE TO WS-CHECK-DATE
002940         PERFORM 2300-SCAN-STEP-LOG THRU 2300-EXIT
002950         IF WS-LOGGED-COUNT > ZERO
002960            AND WS-DONE-COUNT < WS-STEP-COUNT
002970             CLOSE STEP-LOG
002980             MOVE WS-CHECK-DATE TO WS-BUSINESS-DATE
002990             DISPLAY "RESUMING BUSINESS DATE " WS-BUSINESS-DATE
003000                 " - THE NIGHT ON RUN CONTROL IS UNFINISHED"
003010             GO TO 2000-EXIT
003020         END-IF
003030     END-IF.
003040     PERFORM 2500-DERIVE-BUSINESS-DATE THRU 2500-EXIT.
003050     MOVE WS-BUSINESS-DATE TO WS-CHECK-DATE.
003060     PERFORM 2300-SCAN-STEP-LOG THRU 2300-EXIT.
003070     CLOSE STEP-LOG.
003080     IF WS-DONE-COUNT NOT < WS-STEP-COUNT
003090         MOVE "Y" TO WS-REFUSED-SWITCH
003100         MOVE SPACES TO WS-OPS-MESSAGE
003110         STRING "BUSINESS DATE " WS-BUSINESS-DATE
003120             " ALREADY RAN TO COMPLETION - NOTHING TO RUN"
003130             DELIMITED BY SIZE INTO WS-OPS-MESSAGE
003140         GO TO 2000-EXIT
003150     END-IF.
003160     IF WS-LOGGED-COUNT > ZERO
003170         DISPLAY "RESUMING BUSINESS DATE " WS-BUSINESS-DATE
003180     ELSE
003190         DISPLAY "STARTING BUSINESS DATE " WS-BUSINESS-DATE
003200     END-IF.
003210 2000-EXIT.
003220     EXIT.
003230******************************************************************
003240*    2100-READ-RUN-CONTROL - PICK UP THE GO STATUS, BUSINESS     *
003250*    DATE, AND RUN STATUS HELLOWORLD AND ADD_NUMBERS LEFT.       *
003260******************************************************************
003270 2100-READ-RUN-CONTROL.
003280     MOVE "N" TO WS-RCTL-FOUND-SWITCH.
003290     MOVE SPACE TO WS-RCTL-STATUS.
003300     MOVE SPACES TO WS-RCTL-BUS-DATE.
003310     MOVE SPACE TO WS-RCTL-RUN-STATUS.
003320     OPEN INPUT RUN-CONTROL-FILE.
003330     IF WS-RCTL-FILE-STATUS NOT = "00"
003340         GO TO 2100-EXIT
003350     END-IF.
003360     READ RUN-CONTROL-FILE
003370         AT END
003380             CONTINUE
003390         NOT AT END
003400             MOVE "Y" TO WS-RCTL-FOUND-SWITCH
003410             MOVE RCTL-STATUS TO WS-RCTL-STATUS
003420             MOVE RCTL-BUSINESS-DATE TO WS-RCTL-BUS-DATE
003430             MOVE RCTL-RUN-STATUS TO WS-RCTL-RUN-STATUS
003440     END-READ.
003450     CLOSE RUN-CONTROL-FILE.
003460 2100-EXIT.
003470     EXIT.
003480******************************************************************
003490*    2200-OPEN-STEP-LOG - OPEN THE STEP LOG I-O.  STATUS 35      *
003500*    JUST MEANS NO NIGHT HAS EVER BEEN LOGGED - CREATE IT.  THE  *
003510*    CALLER CHECKS WS-SLOG-FILE-STATUS.                          *
003520******************************************************************
003530 2200-OPEN-STEP-LOG.
003540     OPEN I-O STEP-LOG.
003550     IF WS-SLOG-FILE-STATUS = "35"
003560         OPEN OUTPUT STEP-LOG
003570         CLOSE STEP-LOG
003580         OPEN I-O STEP-LOG
003590     END-IF.
003600 2200-EXIT.
003610     EXIT.
003620******************************************************************
003630*    2300-SCAN-STEP-LOG - FOR WS-CHECK-DATE, COUNT THE DEFINED   *
003640*    STEPS WITH ANY LOG ENTRY AND THOSE LOGGED COMPLETED OR      *
003650*    BYPASSED.                                                   *
003660******************************************************************
003670 2300-SCAN-STEP-LOG.
003680     MOVE ZERO TO WS-LOGGED-COUNT.
003690     MOVE ZERO TO WS-DONE-COUNT.
003700     MOVE ZERO TO WS-STEP-IX.
003710     PERFORM 2350-CHECK-LOGGED-STEP THRU 2350-EXIT
003720         UNTIL WS-STEP-IX NOT < WS-STEP-COUNT.
003730 2300-EXIT.
003740     EXIT.
003750 2350-CHECK-LOGGED-STEP.
003760     ADD 1 TO WS-STEP-IX.
003770     MOVE WS-CHECK-DATE TO SLOG-BUSINESS-DATE.
003780     MOVE WS-STEP-TBL-NUMBER (WS-STEP-IX) TO SLOG-STEP-NUMBER.
003790     READ STEP-LOG
003800         INVALID KEY
003810             GO TO 2350-EXIT
003820     END-READ.
003830     ADD 1 TO WS-LOGGED-COUNT.
003840     IF SLOG-COMPLETED OR SLOG-BYPASSED
003850         ADD 1 TO WS-DONE-COUNT
003860     END-IF.
003870 2350-EXIT.
003880     EXIT.
003890******************************************************************
003900*    2500-DERIVE-BUSINESS-DATE - TODAY'S CALENDAR ENTRY NAMES    *
003910*    THE BUSINESS DATE, AS IN HELLOWORLD.  NO CALENDAR, OR A     *
003920*    TODAY THAT IS NOT ON IT, FALLS BACK TO THE SYSTEM DATE.     *
003930******************************************************************
003940 2500-DERIVE-BUSINESS-DATE.
003950     ACCEPT WS-CURRENT-DATE FROM DATE.
003960     MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
003970     MOVE "N" TO WS-CAL-EOF-SWITCH.
003980     MOVE "N" TO WS-CAL-FOUND-SWITCH.
003990     OPEN INPUT CALENDAR-FILE.
004000     IF WS-CAL-FILE-STATUS NOT = "00"
004010         GO TO 2500-EXIT
004020     END-IF.
004030     PERFORM 2550-READ-CAL-FOR-TODAY THRU 2550-EXIT
004040         UNTIL WS-CAL-FOUND OR WS-CAL-END-OF-FILE.
004050     CLOSE CALENDAR-FILE.
004060     IF WS-CAL-FOUND
004070         MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
004080     END-IF.
004090 2500-EXIT.
004100     EXIT.
004110 2550-READ-CAL-FOR-TODAY.
004120     READ CALENDAR-FILE
004130         AT END
004140             MOVE "Y" TO WS-CAL-EOF-SWITCH
004150             GO TO 2550-EXIT
004160     END-READ.
004170     IF CAL-DATE = WS-CURRENT-DATE
004180         MOVE "Y" TO WS-CAL-FOUND-SWITCH
004190     END-IF.
004200 2550-EXIT.
004210     EXIT.
004220******************************************************************
004230*    3000-RUN-JOB-STEP - SKIP A STEP ALREADY DONE FOR THE        *
004240*    BUSINESS DATE, BYPASS A RUN-CONTROL STEP WHOSE NIGHT HAS    *
004250*    ALREADY COMPLETED, OTHERWISE LOG THE START, CALL THE        *
004260*    STEP, TEST IT, AND LOG THE END AND OUTCOME.                 *
004270******************************************************************
004280 3000-RUN-JOB-STEP.
004290     ADD 1 TO WS-STEP-IX.
004300     MOVE WS-STEP-TBL-NUMBER (WS-STEP-IX) TO WS-STEP-NUMBER.
004310     MOVE WS-STEP-TBL-PROGRAM (WS-STEP-IX) TO WS-STEP-PROGRAM.
004320     MOVE WS-STEP-TBL-TEST (WS-STEP-IX) TO WS-STEP-TEST.
004330     MOVE WS-STEP-TBL-DESC (WS-STEP-IX) TO WS-STEP-DESC.
004340     PERFORM 2200-OPEN-STEP-LOG THRU 2200-EXIT.
004350     IF WS-SLOG-FILE-STATUS NOT = "00"
004360         MOVE SPACES TO WS-STEP-MESSAGE
004370         STRING "STEP LOG NOT AVAILABLE (STATUS "
004380             WS-SLOG-FILE-STATUS ")"
004390             DELIMITED BY SIZE INTO WS-STEP-MESSAGE
004400         PERFORM 3900-STOP-STREAM THRU 3900-EXIT
004410         GO TO 3000-EXIT
004420     END-IF.
004430     PERFORM 3050-READ-STEP-ENTRY THRU 3050-EXIT.
004440     IF WS-SLOG-FOUND
004450        AND (SLOG-COMPLETED OR SLOG-BYPASSED)
004460         CLOSE STEP-LOG
004470         ADD 1 TO WS-SKIP-COUNT
004480         DISPLAY "STEP " WS-STEP-NUMBER " " WS-STEP-PROGRAM
004490             " ALREADY DONE - SKIPPED"
004500         GO TO 3000-EXIT
004510     END-IF.
004520     IF WS-STEP-TEST-GO OR WS-STEP-TEST-COMPLETE
004530         PERFORM 2100-READ-RUN-CONTROL THRU 2100-EXIT
004540         IF WS-RCTL-FOUND
004550            AND WS-RCTL-BUS-DATE = WS-BUSINESS-DATE
004560            AND WS-RCTL-COMPLETED
004570             PERFORM 3100-LOG-BYPASS THRU 3100-EXIT
004580             CLOSE STEP-LOG
004590             GO TO 3000-EXIT
004600         END-IF
004610     END-IF.
004620     IF WS-SLOG-FOUND
004630         IF SLOG-FAILED
004640             DISPLAY "STEP " WS-STEP-NUMBER " " WS-STEP-PROGRAM
004650                 " RESUMING - LAST ATTEMPT: " SLOG-MESSAGE
004660         ELSE
004670             DISPLAY "STEP " WS-STEP-NUMBER " " WS-STEP-PROGRAM
004680                 " RESUMING - LAST ATTEMPT DID NOT END"
004690         END-IF
004700     END-IF.
004710     PERFORM 3200-LOG-START THRU 3200-EXIT.
004720     CLOSE STEP-LOG.
004730     IF WS-SLOG-ERROR
004740         MOVE "START COULD NOT BE LOGGED - NOT RUN"
004750             TO WS-STEP-MESSAGE
004760         PERFORM 3900-STOP-STREAM THRU 3900-EXIT
004770         GO TO 3000-EXIT
004780     END-IF.
004790     PERFORM 3300-CALL-STEP THRU 3300-EXIT.
004800     PERFORM 3400-TEST-COMPLETION THRU 3400-EXIT.
004810     PERFORM 3500-LOG-END THRU 3500-EXIT.
004820     IF WS-STEP-FAILED
004830         PERFORM 3900-STOP-STREAM THRU 3900-EXIT
004840     END-IF.
004850 3000-EXIT.
004860     EXIT.
004870******************************************************************
004880*    3050-READ-STEP-ENTRY - KEYED READ OF THE CURRENT STEP'S     *
004890*    LOG ENTRY FOR THE BUSINESS DATE.  NONE ON FILE LEAVES A     *
004900*    CLEARED RECORD CARRYING THE KEY, READY TO WRITE.            *
004910******************************************************************
004920 3050-READ-STEP-ENTRY.
004930     MOVE "N" TO WS-SLOG-FOUND-SWITCH.
004940     MOVE WS-BUSINESS-DATE TO SLOG-BUSINESS-DATE.
004950     MOVE WS-STEP-NUMBER TO SLOG-STEP-NUMBER.
004960     READ STEP-LOG
004970         INVALID KEY
004980             MOVE SPACES TO SLOG-RECORD
004990             MOVE WS-BUSINESS-DATE TO SLOG-BUSINESS-DATE
005000             MOVE WS-STEP-NUMBER TO SLOG-STEP-NUMBER
005010             MOVE ZERO TO SLOG-ATTEMPTS
005020             MOVE ZERO TO SLOG-START-TIME
005030             MOVE ZERO TO SLOG-END-TIME
005040         NOT INVALID KEY
005050             MOVE "Y" TO WS-SLOG-FOUND-SWITCH
005060     END-READ.
005070 3050-EXIT.
005080     EXIT.
005090******************************************************************
005100*    3100-LOG-BYPASS - RUN CONTROL ALREADY SHOWS THE BATCH RUN   *
005110*    COMPLETED FOR THE BUSINESS DATE.  THE STEP IS NOT CALLED    *
005120*    AGAIN - IT IS LOGGED BYPASSED, WHICH COUNTS AS DONE.        *
005130******************************************************************
005140 3100-LOG-BYPASS.
005150     PERFORM 3700-CLOCK-NOW THRU 3700-EXIT.
005160     MOVE WS-STEP-PROGRAM TO SLOG-PROGRAM.
005170     MOVE "B" TO SLOG-OUTCOME.
005180     MOVE WS-CURRENT-DATE TO SLOG-END-DATE.
005190     MOVE WS-CLOCK-TIME-NUM TO SLOG-END-TIME.
005200     MOVE "NOT CALLED - RUN CONTROL SHOWS COMPLETED"
005210         TO SLOG-MESSAGE.
005220     PERFORM 3800-PUT-STEP-ENTRY THRU 3800-EXIT.
005230     ADD 1 TO WS-SKIP-COUNT.
005240     DISPLAY "STEP " WS-STEP-NUMBER " " WS-STEP-PROGRAM
005250         " BYPASSED - RUN CONTROL SHOWS THE RUN COMPLETED".
005260 3100-EXIT.
005270     EXIT.
005280******************************************************************
005290*    3200-LOG-START - STAMP THE START AND LEAVE THE STEP         *
005300*    STARTED WITH NO END UNTIL IT RETURNS.                       *
005310******************************************************************
005320 3200-LOG-START.
005330     PERFORM 3700-CLOCK-NOW THRU 3700-EXIT.
005340     MOVE WS-STEP-PROGRAM TO SLOG-PROGRAM.
005350     MOVE "S" TO SLOG-OUTCOME.
005360     IF SLOG-ATTEMPTS NOT NUMERIC
005370         MOVE ZERO TO SLOG-ATTEMPTS
005380     END-IF.
005390     IF SLOG-ATTEMPTS < 99
005400         ADD 1 TO SLOG-ATTEMPTS
005410     END-IF.
005420     MOVE WS-CURRENT-DATE TO SLOG-START-DATE.
005430     MOVE WS-CLOCK-TIME-NUM TO SLOG-START-TIME.
005440     MOVE SPACES TO SLOG-END-DATE.
005450     MOVE ZERO TO SLOG-END-TIME.
005460     MOVE "NO END RECORDED - RUNNING OR ABENDED"
005470         TO SLOG-MESSAGE.
005480     PERFORM 3800-PUT-STEP-ENTRY THRU 3800-EXIT.
005490 3200-EXIT.
005500     EXIT.
005510******************************************************************
005520*    3300-CALL-STEP - CALL THE STEP PROGRAM.  A PROGRAM THAT     *
005530*    CANNOT BE LOADED FAILS THE STEP; AN ABEND ENDS THE DRIVER   *
005540*    WITH THE STEP LEFT STARTED, AND THE RERUN RESUMES THERE.    *
005550******************************************************************
005560 3300-CALL-STEP.
005570     ADD 1 TO WS-RUN-COUNT.
005580     DISPLAY " ".
005590     DISPLAY "===== STEP " WS-STEP-NUMBER " " WS-STEP-PROGRAM
005600         " " WS-STEP-DESC.
005610     MOVE "N" TO WS-CALL-FAILED-SWITCH.
005620     MOVE ZERO TO RETURN-CODE.
005630     CALL WS-STEP-PROGRAM
005640         ON EXCEPTION
005650             MOVE "Y" TO WS-CALL-FAILED-SWITCH
005660     END-CALL.
005670     MOVE RETURN-CODE TO WS-STEP-RETURN-CODE.
005680     MOVE ZERO TO RETURN-CODE.
005690     DISPLAY " ".
005700 3300-EXIT.
005710     EXIT.
005720******************************************************************
005730*    3400-TEST-COMPLETION - APPLY THE STEP'S COMPLETION TEST.    *
005740*    EVERY STEP MUST RETURN ZERO; A G STEP MUST LEAVE RUN        *
005750*    CONTROL GO AND A C STEP MUST LEAVE IT COMPLETED, BOTH FOR   *
005760*    THE BUSINESS DATE BEING RUN.                                *
005770******************************************************************
005780 3400-TEST-COMPLETION.
005790     MOVE "F" TO WS-STEP-OUTCOME.
005800     MOVE SPACES TO WS-STEP-MESSAGE.
005810     IF WS-CALL-FAILED
005820         MOVE "PROGRAM COULD NOT BE CALLED" TO WS-STEP-MESSAGE
005830         GO TO 3400-EXIT
005840     END-IF.
005850     IF WS-STEP-RETURN-CODE NOT = ZERO
005860         MOVE WS-STEP-RETURN-CODE TO WS-RC-EDIT
005870         STRING "ENDED WITH RETURN CODE" WS-RC-EDIT
005880             DELIMITED BY SIZE INTO WS-STEP-MESSAGE
005890         GO TO 3400-EXIT
005900     END-IF.
005910     IF WS-STEP-TEST-GO OR WS-STEP-TEST-COMPLETE
005920         PERFORM 2100-READ-RUN-CONTROL THRU 2100-EXIT
005930         IF NOT WS-RCTL-FOUND
005940             MOVE "NO RUN CONTROL RECORD" TO WS-STEP-MESSAGE
005950             GO TO 3400-EXIT
005960         END-IF
005970         IF WS-RCTL-BUS-DATE NOT = WS-BUSINESS-DATE
005980             STRING "RUN CONTROL IS FOR " WS-RCTL-BUS-DATE
005990                 ", NOT " WS-BUSINESS-DATE
006000                 DELIMITED BY SIZE INTO WS-STEP-MESSAGE
006010             GO TO 3400-EXIT
006020         END-IF
006030     END-IF.
006040     IF WS-STEP-TEST-GO AND NOT WS-RCTL-IS-GO
006050         MOVE "RUN CONTROL STATUS IS NO-GO" TO WS-STEP-MESSAGE
006060         GO TO 3400-EXIT
006070     END-IF.
006080     IF WS-STEP-TEST-COMPLETE AND NOT WS-RCTL-COMPLETED
006090         MOVE "RUN CONTROL NOT STAMPED COMPLETE"
006100             TO WS-STEP-MESSAGE
006110         GO TO 3400-EXIT
006120     END-IF.
006130     MOVE "C" TO WS-STEP-OUTCOME.
006140     MOVE "COMPLETED" TO WS-STEP-MESSAGE.
006150 3400-EXIT.
006160     EXIT.
006170******************************************************************
006180*    3500-LOG-END - STAMP THE END AND OUTCOME ON THE STEP'S      *
006190*    LOG ENTRY.  A LOG THAT CANNOT BE REOPENED OR UPDATED        *
006200*    STOPS THE STREAM - THE NEXT RUN WOULD NOT KNOW THE STEP     *
006210*    ENDED, SO IT MUST NOT GO ON.                                *
006220******************************************************************
006230 3500-LOG-END.
006240     PERFORM 2200-OPEN-STEP-LOG THRU 2200-EXIT.
006250     IF WS-SLOG-FILE-STATUS NOT = "00"
006260         DISPLAY "STEP LOG NOT AVAILABLE (STATUS "
006270             WS-SLOG-FILE-STATUS ") - END OF STEP NOT LOGGED"
006280         MOVE "F" TO WS-STEP-OUTCOME
006290         MOVE "END OF STEP COULD NOT BE LOGGED"
006300             TO WS-STEP-MESSAGE
006310         GO TO 3500-EXIT
006320     END-IF.
006330     PERFORM 3050-READ-STEP-ENTRY THRU 3050-EXIT.
006340     PERFORM 3700-CLOCK-NOW THRU 3700-EXIT.
006350     MOVE WS-STEP-PROGRAM TO SLOG-PROGRAM.
006360     MOVE WS-STEP-OUTCOME TO SLOG-OUTCOME.
006370     MOVE WS-CURRENT-DATE TO SLOG-END-DATE.
006380     MOVE WS-CLOCK-TIME-NUM TO SLOG-END-TIME.
006390     MOVE WS-STEP-MESSAGE TO SLOG-MESSAGE.
006400     PERFORM 3800-PUT-STEP-ENTRY THRU 3800-EXIT.
006410     CLOSE STEP-LOG.
006420     IF WS-SLOG-ERROR
006430         MOVE "F" TO WS-STEP-OUTCOME
006440         MOVE "END OF STEP COULD NOT BE LOGGED"
006450             TO WS-STEP-MESSAGE
006460         GO TO 3500-EXIT
006470     END-IF.
006480     IF WS-STEP-COMPLETED
006490         DISPLAY "STEP " WS-STEP-NUMBER " " WS-STEP-PROGRAM
006500             " COMPLETED"
006510     END-IF.
006520 3500-EXIT.
006530     EXIT.
006540******************************************************************
006550*    3700-CLOCK-NOW - TODAY'S DATE AND THE TIME AS HHMMSS.       *
006560******************************************************************
006570 3700-CLOCK-NOW.
006580     ACCEPT WS-CURRENT-DATE FROM DATE.
006590     ACCEPT WS-CURRENT-TIME FROM TIME.
006600     MOVE WS-CT-HH TO WS-CLK-HH.
006610     MOVE WS-CT-MM TO WS-CLK-MM.
006620     MOVE WS-CT-SS TO WS-CLK-SS.
006630 3700-EXIT.
006640     EXIT.
006650******************************************************************
006660*    3800-PUT-STEP-ENTRY - WRITE A NEW LOG ENTRY OR REWRITE THE  *
006670*    ONE READ.  A FAILURE SETS WS-SLOG-ERROR.                    *
006680******************************************************************
006690 3800-PUT-STEP-ENTRY.
006700     MOVE "N" TO WS-SLOG-ERROR-SWITCH.
006710     IF WS-SLOG-FOUND
006720         REWRITE SLOG-RECORD
006730             INVALID KEY
006740                 MOVE "Y" TO WS-SLOG-ERROR-SWITCH
006750         END-REWRITE
006760     ELSE
006770         WRITE SLOG-RECORD
006780             INVALID KEY
006790                 MOVE "Y" TO WS-SLOG-ERROR-SWITCH
006800         END-WRITE
006810     END-IF.
006820     IF WS-SLOG-ERROR
006830         DISPLAY "STEP LOG UPDATE FAILED FOR STEP " WS-STEP-NUMBER
006840             " (STATUS " WS-SLOG-FILE-STATUS ")"
006850     ELSE
006860         MOVE "Y" TO WS-SLOG-FOUND-SWITCH
006870     END-IF.
006880 3800-EXIT.
006890     EXIT.
006900******************************************************************
006910*    3900-STOP-STREAM - THE CURRENT STEP FAILED.  NO LATER STEP  *
006920*    RUNS; THE FAILURE GOES TO THE CONSOLE AND THE OPERATIONS    *
006930*    LOG.                                                        *
006940******************************************************************
006950 3900-STOP-STREAM.
006960     MOVE "Y" TO WS-STOPPED-SWITCH.
006970     DISPLAY "STEP " WS-STEP-NUMBER " " WS-STEP-PROGRAM
006980         " FAILED - " WS-STEP-MESSAGE.
006990     MOVE SPACES TO WS-OPS-MESSAGE.
007000     STRING "STEP " WS-STEP-NUMBER " " DELIMITED BY SIZE
007010         WS-STEP-PROGRAM DELIMITED BY SPACE
007020         " FAILED - " WS-STEP-MESSAGE DELIMITED BY SIZE
007030         INTO WS-OPS-MESSAGE.
007040     PERFORM 9700-WRITE-OPS-LOG THRU 9700-EXIT.
007050 3900-EXIT.
007060     EXIT.
007070******************************************************************
007080*    8000-WRAP-UP - CLOSING LINES AND THE DRIVER'S RETURN CODE.  *
007090******************************************************************
007100 8000-WRAP-UP.
007110     DISPLAY " ".
007120     MOVE WS-RUN-COUNT TO WS-COUNT-EDIT.
007130     DISPLAY "STEPS RUN......... " WS-COUNT-EDIT.
007140     MOVE WS-SKIP-COUNT TO WS-COUNT-EDIT.
007150     DISPLAY "STEPS SKIPPED..... " WS-COUNT-EDIT.
007160     IF WS-STREAM-STOPPED
007170         DISPLAY "JOB STREAM STOPPED AT STEP " WS-STEP-NUMBER
007180             " FOR BUSINESS DATE " WS-BUSINESS-DATE
007190         DISPLAY "CORRECT THE FAILURE AND RERUN JOB_STREAM TO "
007200             "RESUME AT THIS STEP."
007210         MOVE 8 TO RETURN-CODE
007220     ELSE
007230         DISPLAY "JOB STREAM COMPLETE FOR BUSINESS DATE "
007240             WS-BUSINESS-DATE
007250         MOVE ZERO TO RETURN-CODE
007260     END-IF.
007270 8000-EXIT.
007280     EXIT.
007290******************************************************************
007300*    9700-WRITE-OPS-LOG - APPEND WS-OPS-MESSAGE TO THE           *
007310*    OPERATIONS LOG, CREATING THE LOG ON FIRST USE.              *
007320******************************************************************
007330 9700-WRITE-OPS-LOG.
007340     ACCEPT WS-CURRENT-DATE FROM DATE.
007350     ACCEPT WS-CURRENT-TIME FROM TIME.
007360     OPEN EXTEND OPS-LOG.
007370     IF WS-OPS-FILE-STATUS = "35"
007380         OPEN OUTPUT OPS-LOG
007390         CLOSE OPS-LOG
007400         OPEN EXTEND OPS-LOG
007410     END-IF.
007420     MOVE SPACES TO OPS-RECORD.
007430     MOVE WS-CURRENT-DATE TO OPS-DATE.
007440     STRING WS-CT-HH WS-CT-MM WS-CT-SS
007450         DELIMITED BY SIZE INTO OPS-TIME.
007460     MOVE "JOB_STREAM" TO OPS-PROGRAM.
007470     MOVE WS-OPS-MESSAGE TO OPS-MESSAGE.
007480     WRITE OPS-RECORD.
007490     CLOSE OPS-LOG.
007500 9700-EXIT.
007510     EXIT.
