000360*                    - A MULTI-FEED NIGHT NO LONGER NEEDS A      *
000370*                    DUMMY TRANFILE, AND A MISSING DEPARTMENT    *
000380*                    FEED NOW TURNS THE STATUS NO-GO.            *
000381*   2026-10-15  RM   A DEPARTMENT FEED TURNED AWAY OR NOT        *
000382*                    RECEIVED BY FEED_INTAKE TODAY (PER THE      *
000383*                    INTAKE CONTROL FILE) NOW TURNS THE STATUS   *
000384*                    NO-GO, SO A PARTIAL FEED CANNOT POST.       *
000385*   2026-10-15  RM   ENDS WITH GOBACK INSTEAD OF STOP RUN SO     *
000386*                    JOB_STREAM CAN CALL IT AS A STEP OF THE     *
000387*                    NIGHTLY JOB STREAM.  RUN ON ITS OWN IT      *
000388*                    ENDS AS BEFORE.                             *
000389*   2026-10-15  RM   THE FEED LIST IS CHECKED ONE ENTRY AT A     *
000390*                    TIME AS IT IS READ, SO IT NO LONGER STOPS   *
000391*                    AT 10 FEEDS - ADD_NUMBERS NOW POSTS A LIST  *
000392*                    OF ANY LENGTH.                              *
000393*   2026-10-15  RM   THE INTAKE CHECK COMPARES FEED_INTAKE'S     *
000394*                    RESULT DATE WITH THE CALENDAR BUSINESS      *
000395*                    DATE INSTEAD OF THE SYSTEM DATE, SO AN      *
000396*                    INTAKE BEFORE MIDNIGHT IS NOT CALLED NO-GO  *
000397*                    BY A SMOKE TEST RUN AFTER IT.               *
000398*                                                                *
000400******************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000560     SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CAL-FILE-STATUS.
000582     SELECT INTAKE-CONTROL ASSIGN TO "INTKCTL"
000584         ORGANIZATION IS LINE SEQUENTIAL
000586         FILE STATUS IS WS-INTK-FILE-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  FEED-LIST
000730 FD  CALENDAR-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY CALREC.
000752 FD  INTAKE-CONTROL
000754     LABEL RECORDS ARE STANDARD.
000756     COPY INTKREC.
000760 WORKING-STORAGE SECTION.
000770*    FILE STATUS CODES FOR THE OPEN CHECKS.
000780 77  WS-TRANS-FILE-STATUS        PIC X(02).
000830*    WHEN NO FEED LIST EXISTS.                                   *
000840 77  WS-FEED-FILE-STATUS         PIC X(02).
000850 77  WS-TRANS-FILE-NAME          PIC X(08) VALUE SPACES.
000860 77  WS-FEED-SOURCE              PIC X(04) VALUE SPACES.
000870 77  WS-FEED-COUNT               PIC 9(07) COMP VALUE ZERO.
000890 77  WS-FEED-EOF-SWITCH          PIC X(01) VALUE "N".
000900     88  WS-FEED-END-OF-FILE     VALUE "Y".
000910*    FEED INTAKE FIELDS - NO INTAKE CONTROL FILE MEANS NO        *
000920*    DEPARTMENT FEED COMES THROUGH FEED_INTAKE.                  *
000930 77  WS-INTK-FILE-STATUS         PIC X(02).
000940 77  WS-INTK-EOF-SWITCH          PIC X(01) VALUE "N".
000945     88  WS-INTK-END-OF-FILE     VALUE "Y".
000950*    OVERALL GO/NO-GO SWITCH FOR THE ENVIRONMENT CHECK.
000960 77  WS-GO-NO-GO-SWITCH          PIC X(01) VALUE "Y".
000970     88  WS-GO                   VALUE "Y".
001250     DISPLAY "HELLOWORLD - PRE-BATCH ENVIRONMENT SMOKE TEST".
001260     DISPLAY " ".
001270     PERFORM 1000-CHECK-TRANS-FEEDS THRU 1000-EXIT.
001272*    THE INTAKE CHECK NEEDS THE BUSINESS DATE FEED_INTAKE        *
001274*    STAMPED, SO IT IS DERIVED FIRST.                            *
001276     PERFORM 7000-DERIVE-BUSINESS-DATE THRU 7000-EXIT.
001278     PERFORM 1500-CHECK-FEED-INTAKE THRU 1500-EXIT.
001280     PERFORM 2000-CHECK-AUDIT-LOG THRU 2000-EXIT.
001300     PERFORM 8000-WRITE-RUN-CONTROL THRU 8000-EXIT.
001310     PERFORM 9000-SHOW-STATUS THRU 9000-EXIT.
001320     GOBACK.
001330******************************************************************
001340*    1000-CHECK-TRANS-FEEDS - CONFIRM EVERY TRANSACTION FEED     *
001350*    THE BATCH RUN WILL READ CAN BE OPENED.  THE FEEDS COME      *
001360*    FROM THE SAME FEEDLIST ADD_NUMBERS USES, SO A MULTI-FEED    *
001370*    NIGHT IS CHECKED FEED BY FEED AND A MISSING DEPARTMENT      *
001380*    FILE TURNS THE STATUS NO-GO.  EACH ENTRY IS CHECKED AS IT   *
001382*    IS READ, SO THE LIST CAN NAME ANY NUMBER OF FEEDS.  NO      *
001384*    LIST (OR AN EMPTY ONE) MEANS A SINGLE-FILE NIGHT ON         *
001386*    TRANFILE UNDER SOURCE MAIN, AS IN ADD_NUMBERS.              *
001390******************************************************************
001400 1000-CHECK-TRANS-FEEDS.
001540     MOVE ZERO TO WS-FEED-COUNT.
001550     MOVE "N" TO WS-FEED-EOF-SWITCH.
001560     OPEN INPUT FEED-LIST.
001570     IF WS-FEED-FILE-STATUS NOT = "00"
001580         MOVE "MAIN" TO WS-FEED-SOURCE
001590         MOVE "TRANFILE" TO WS-TRANS-FILE-NAME
001600         PERFORM 1070-CHECK-ONE-FEED THRU 1070-EXIT
001610         GO TO 1000-EXIT
001620     END-IF.
001630     PERFORM 1060-READ-FEED-RECORD THRU 1060-EXIT
001640         UNTIL WS-FEED-END-OF-FILE.
001660     IF WS-FEED-COUNT = ZERO
001670         DISPLAY "FEED LIST EMPTY - CHECKING TRANFILE UNDER "
001680             "SOURCE MAIN"
001690         MOVE "MAIN" TO WS-FEED-SOURCE
001700         MOVE "TRANFILE" TO WS-TRANS-FILE-NAME
001710         PERFORM 1070-CHECK-ONE-FEED THRU 1070-EXIT
001720     END-IF.
001730 1000-EXIT.
001740     EXIT.
001750 1060-READ-FEED-RECORD.
001760     READ FEED-LIST
001810     IF FEED-SOURCE-ID = SPACES OR FEED-FILE-NAME = SPACES
001820         GO TO 1060-EXIT
001830     END-IF.
001840     ADD 1 TO WS-FEED-COUNT.
001850     MOVE FEED-SOURCE-ID TO WS-FEED-SOURCE.
001860     MOVE FEED-FILE-NAME TO WS-TRANS-FILE-NAME.
001870     PERFORM 1070-CHECK-ONE-FEED THRU 1070-EXIT.
001970 1060-EXIT.
001980     EXIT.
001990 1070-CHECK-ONE-FEED.
002020     OPEN INPUT TRANS-FILE.
002030     IF WS-TRANS-FILE-STATUS = "00"
002040         DISPLAY "FEED " WS-FEED-SOURCE " "
002050             WS-TRANS-FILE-NAME "... OK"
002060         CLOSE TRANS-FILE
002070     ELSE
002080         DISPLAY "FEED " WS-FEED-SOURCE " "
002090             WS-TRANS-FILE-NAME "... NOT AVAILABLE (STATUS "
002100             WS-TRANS-FILE-STATUS ")"
002110         MOVE "N" TO WS-GO-NO-GO-SWITCH
002120     END-IF.
002130 1070-EXIT.
002131     EXIT.
002132******************************************************************
002133*    1500-CHECK-FEED-INTAKE - EVERY DEPARTMENT ON THE INTAKE     *
002134*    CONTROL FILE MUST HAVE HAD ITS FILE ACCEPTED BY             *
002135*    FEED_INTAKE FOR TONIGHT'S BUSINESS DATE (7000), SO AN       *
002136*    INTAKE RUN BEFORE MIDNIGHT STILL COUNTS AFTER IT.  A FILE   *
002137*    TURNED AWAY OR NOT RECEIVED, OR NO INTAKE FOR THE DATE,     *
002138*    TURNS THE STATUS NO-GO - THE FEED ON FILE FOR THAT SOURCE   *
002139*    IS NOT TONIGHT'S.                                           *
002140******************************************************************
002141 1500-CHECK-FEED-INTAKE.
002142     MOVE "N" TO WS-INTK-EOF-SWITCH.
002143     OPEN INPUT INTAKE-CONTROL.
002144     IF WS-INTK-FILE-STATUS NOT = "00"
002145         DISPLAY "FEED INTAKE........ NOT IN USE"
002146         GO TO 1500-EXIT
002147     END-IF.
002148     PERFORM 1550-CHECK-INTAKE-ENTRY THRU 1550-EXIT
002149         UNTIL WS-INTK-END-OF-FILE.
002150     CLOSE INTAKE-CONTROL.
002151 1500-EXIT.
002152     EXIT.
002153 1550-CHECK-INTAKE-ENTRY.
002154     READ INTAKE-CONTROL
002155         AT END
002156             MOVE "Y" TO WS-INTK-EOF-SWITCH
002157             GO TO 1550-EXIT
002158     END-READ.
002159     IF INTK-RESULT-DATE NOT = WS-BUSINESS-DATE
002160         DISPLAY "INTAKE " INTK-SOURCE-ID " "
002161             INTK-INBOUND-FILE "... NOT TAKEN IN FOR "
002162             WS-BUSINESS-DATE
002163         MOVE "N" TO WS-GO-NO-GO-SWITCH
002164         GO TO 1550-EXIT
002165     END-IF.
002166     IF INTK-ACCEPTED
002167         DISPLAY "INTAKE " INTK-SOURCE-ID " "
002168             INTK-INBOUND-FILE "... ACCEPTED (SEQUENCE "
002169             INTK-LAST-SEQUENCE ")"
002170     ELSE
002171         DISPLAY "INTAKE " INTK-SOURCE-ID " "
002172             INTK-INBOUND-FILE "... " INTK-REASON
002173         MOVE "N" TO WS-GO-NO-GO-SWITCH
002174     END-IF.
002175 1550-EXIT.
002176     EXIT.
002177******************************************************************
002178*    2000-CHECK-AUDIT-LOG - CONFIRM THE AUDIT LOG CAN BE OPENED. *
002179******************************************************************
002180 2000-CHECK-AUDIT-LOG.
002190*    AUDIT-LOG IS APPEND-ONLY - ADD_NUMBERS OPENS IT WITH        *
002200*    OPEN EXTEND AND CREATES IT ON FIRST USE, SO STATUS 35       *
