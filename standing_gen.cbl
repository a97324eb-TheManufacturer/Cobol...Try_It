000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     STANDING_GEN.
000030 AUTHOR.         R. MARSH.
000040 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                *
000090*   STANDING_GEN                                                 *
000100*                                                                *
000110*   STANDING JOURNAL ENTRY GENERATOR.  RUNS AFTER HELLOWORLD     *
000120*   AND BEFORE ADD_NUMBERS.  READS THE STANDING-ENTRY MASTER     *
000130*   (STDMSTR) AND WRITES EVERY ENTRY DUE ON TONIGHT'S BUSINESS   *
000140*   DATE, PLUS - ON THE FIRST BUSINESS DAY OF A PERIOD - THE     *
000150*   REVERSALS OF THE LAST PERIOD'S AUTO-REVERSING ENTRIES, TO    *
000160*   A TRANREC-FORMAT FEED UNDER SOURCE STND.  THE FEED IS THE    *
000170*   FILE FEEDLIST NAMES FOR STND, SO IT RIDES THE NORMAL MULTI-  *
000180*   FEED RUN, AND IT IS REWRITTEN EVERY NIGHT (EMPTY WHEN        *
000190*   NOTHING IS DUE) SO HELLOWORLD ALWAYS FINDS IT.  A LISTING    *
000200*   OF WHAT WAS GENERATED GOES TO STDGRPT.                       *
000210*                                                                *
000220*   THE BUSINESS DATE IS THE ONE HELLOWORLD ARMED ON RUN         *
000230*   CONTROL - THE DATE ADD_NUMBERS WILL POST UNDER - AND THE     *
000240*   BUSINESS CALENDAR (BUSCAL) SUPPLIES THE PROCESSING DAYS OF   *
000250*   THIS MONTH AND LAST.  SEE STDREC FOR HOW EACH FREQUENCY      *
000260*   PICKS ITS DAY.                                               *
000270*                                                                *
000280*   EVERY GENERATED TRANS-KEY IS BUILT FROM THE ENTRY ID AND     *
000290*   THE MONTH OF THE OCCURRENCE, SO GENERATING THE SAME NIGHT    *
000300*   TWICE PRODUCES THE SAME KEYS AND THE POSTED-KEY MASTER       *
000310*   BLOCKS THE SECOND COPY -                                     *
000320*     9 Y MM NNN    Y   = LAST DIGIT OF THE OCCURRENCE YEAR      *
000330*                   MM  = OCCURRENCE MONTH                       *
000340*                   NNN = ENTRY ID, OR ENTRY ID + 500 FOR THE    *
000350*                         REVERSAL OF THAT MONTH'S OCCURRENCE.   *
000360*   KEYS 9000000-9999999 ARE RESERVED TO THIS SOURCE -           *
000366*   FEED_INTAKE TURNS AWAY A DEPARTMENT FILE CARRYING ONE, AND   *
000372*   ADD_NUMBERS SUSPENDS ONE FROM ANY OTHER SOURCE (REASON KEY). *
000378*   THE FEED CARRIES NO "H" HEADER - A RE-SENT FEED'S ITEMS ARE  *
000384*   ALL DUPLICATES, AND A HEADER TOTAL WOULD THEN THROW THE      *
000390*   WHOLE NIGHT OUT OF BALANCE.  THE CONTROL TOTALS ARE ON THE   *
000400*   LISTING INSTEAD.                                             *
000410*                                                                *
000420*   THE STEP HAS NO CONSOLE PROMPTS.  A CONDITION IT CANNOT      *
000430*   RUN PAST IS WRITTEN TO THE OPERATIONS LOG (OPSLOG) AND THE   *
000440*   FEED ON FILE IS LEFT AS IT WAS.                              *
000450*                                                                *
000460*   MODIFICATION HISTORY                                         *
000463*   2026-10-15  RM   INITIAL VERSION.  ENDS WITH GOBACK SO       *
000466*                    JOB_STREAM CAN CALL IT AS A STEP OF THE     *
000469*                    NIGHTLY JOB STREAM.  A REFUSED RUN, OR A    *
000472*                    FEED FILE THAT CANNOT BE WRITTEN, ENDS WITH *
000475*                    RETURN CODE 8 AND AN OPSLOG ENTRY.          *
000480*                                                                *
000490******************************************************************
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT STANDING-MASTER ASSIGN TO "STDMSTR"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-STD-FILE-STATUS.
000560     SELECT STANDING-FEED ASSIGN USING WS-FEED-FILE-NAME
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-OUT-FILE-STATUS.
000590     SELECT FEED-LIST ASSIGN TO "FEEDLIST"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-FEED-FILE-STATUS.
000620     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RCTL-FILE-STATUS.
000650     SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-CAL-FILE-STATUS.
000680     SELECT OPS-LOG ASSIGN TO "OPSLOG"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-OPS-FILE-STATUS.
000710     SELECT GENERATION-REPORT ASSIGN TO "STDGRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  STANDING-MASTER
000760     LABEL RECORDS ARE STANDARD.
000770     COPY STDREC.
000780 FD  STANDING-FEED
000790     LABEL RECORDS ARE STANDARD.
000800     COPY TRANREC.
000810 FD  FEED-LIST
000820     LABEL RECORDS ARE STANDARD.
000830     COPY FEEDREC.
000840 FD  RUN-CONTROL-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY RCTLREC.
000870 FD  CALENDAR-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY CALREC.
000900 FD  OPS-LOG
000910     LABEL RECORDS ARE STANDARD.
000920     COPY OPSREC.
000930 FD  GENERATION-REPORT
000940     LABEL RECORDS ARE STANDARD.
000950     COPY SGRPTREC.
000960 WORKING-STORAGE SECTION.
000970*    FILE STATUS FIELDS.
000980 77  WS-STD-FILE-STATUS          PIC X(02).
000990 77  WS-OUT-FILE-STATUS          PIC X(02).
001000 77  WS-FEED-FILE-STATUS         PIC X(02).
001010 77  WS-RCTL-FILE-STATUS         PIC X(02).
001020 77  WS-CAL-FILE-STATUS          PIC X(02).
001030 77  WS-OPS-FILE-STATUS          PIC X(02).
001040*    END OF FILE SWITCHES.
001050 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001060     88  WS-END-OF-FILE          VALUE "Y".
001070 77  WS-FEED-EOF-SWITCH          PIC X(01) VALUE "N".
001080     88  WS-FEED-END-OF-FILE     VALUE "Y".
001090 77  WS-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
001100     88  WS-CAL-END-OF-FILE      VALUE "Y".
001110*    SET WHEN THE MASTER OPENED CLEANLY.
001120 77  WS-STD-OPEN-SWITCH          PIC X(01) VALUE "N".
001130     88  WS-STD-FILE-OPEN        VALUE "Y".
001140*    SET WHEN THE STEP CANNOT RUN - NOTHING IS WRITTEN AND THE   *
001150*    FEED ON FILE IS LEFT AS IT WAS.                             *
001160 77  WS-REFUSED-SWITCH           PIC X(01) VALUE "N".
001170     88  WS-RUN-REFUSED          VALUE "Y".
001180*    THE FEED SOURCE THIS STEP WRITES UNDER, AND THE FEED FILE   *
001190*    FEEDLIST NAMES FOR IT.  WHEN FEEDLIST DOES NOT NAME THE     *
001200*    SOURCE THE FEED STILL GOES TO WS-DEFAULT-FEED-NAME, BUT     *
001210*    ADD_NUMBERS WILL NOT READ IT, SO THE NIGHT IS FLAGGED ON    *
001220*    OPSLOG.                                                     *
001230 77  WS-STD-SOURCE               PIC X(04) VALUE "STND".
001240 77  WS-DEFAULT-FEED-NAME        PIC X(08) VALUE "STDFEED".
001250 77  WS-FEED-FILE-NAME           PIC X(08) VALUE SPACES.
001260 77  WS-FEED-LISTED-SWITCH       PIC X(01) VALUE "N".
001270     88  WS-FEED-LISTED          VALUE "Y".
001280*    TONIGHT'S BUSINESS DATE FROM RUN CONTROL, AND THE PERIOD    *
001290*    (YYMM) IT FALLS IN AND THE ONE BEFORE.                      *
001300 01  WS-BUSINESS-DATE.
001310     05  WS-BD-YYMM.
001320         10  WS-BD-YY            PIC 9(02).
001330         10  WS-BD-MM            PIC 9(02).
001340     05  WS-BD-DD                PIC 9(02).
001350 01  WS-PRIOR-YYMM.
001360     05  WS-PR-YY                PIC 9(02).
001370     05  WS-PR-MM                PIC 9(02).
001380*    PROCESSING DAYS OF THIS MONTH (ROW 1) AND LAST MONTH (ROW   *
001390*    2) IN DATE ORDER, FROM THE BUSINESS CALENDAR.  WS-MON-IX    *
001400*    PICKS THE ROW AN OCCURRENCE IS WORKED OUT FROM.             *
001410 77  WS-MON-IX                   PIC 9(01) COMP VALUE ZERO.
001420 77  WS-DAY-IX                   PIC 9(02) COMP VALUE ZERO.
001430 77  WS-BD-POSITION              PIC 9(02) COMP VALUE ZERO.
001440 01  WS-MONTH-TABLE.
001450     05  WS-MON-ENTRY OCCURS 2 TIMES.
001460         10  WS-MON-YYMM         PIC X(04).
001470         10  WS-MON-DAY-COUNT    PIC 9(02) COMP.
001480         10  WS-MON-DAY          PIC X(06) OCCURS 31 TIMES.
001490*    SET WHEN TONIGHT IS THE FIRST BUSINESS DAY OF ITS PERIOD -  *
001500*    THE NIGHT LAST PERIOD'S ACCRUALS ARE REVERSED.              *
001510 77  WS-FIRST-DAY-SWITCH         PIC X(01) VALUE "N".
001520     88  WS-FIRST-BUSINESS-DAY   VALUE "Y".
001530*    THE BUSINESS DATE AN ENTRY FALLS ON IN THE MONTH BEING      *
001540*    WORKED OUT (SPACES WHEN THE MONTH HAS NO PROCESSING DAYS),  *
001550*    AND THE CALENDAR DATE A MONTHLY ENTRY IS ANCHORED TO.       *
001560 01  WS-OCC-DATE.
001570     05  WS-OCC-YY               PIC 9(02).
001580     05  WS-OCC-MM               PIC 9(02).
001590     05  WS-OCC-DD               PIC 9(02).
001600 01  WS-OCC-DATE-NUM REDEFINES WS-OCC-DATE
001610                                 PIC 9(06).
001620 01  WS-ANCHOR-DATE.
001630     05  WS-ANCHOR-YYMM          PIC X(04).
001640     05  WS-ANCHOR-DD            PIC 9(02).
001650 77  WS-OCC-FOUND-SWITCH         PIC X(01) VALUE "N".
001660     88  WS-OCC-FOUND            VALUE "Y".
001670 77  WS-LIVE-SWITCH              PIC X(01) VALUE "N".
001680     88  WS-ENTRY-LIVE           VALUE "Y".
001690*    GENERATED TRANS-KEY - SEE THE PROGRAM BANNER.
001700 01  WS-GEN-KEY.
001710     05  WS-GK-PREFIX            PIC 9(01) VALUE 9.
001720     05  WS-GK-YEAR              PIC 9(01).
001730     05  WS-GK-MONTH             PIC 9(02).
001740     05  WS-GK-SEQ               PIC 9(03).
001750 01  WS-GEN-KEY-NUM REDEFINES WS-GEN-KEY
001760                                 PIC 9(07).
001770 77  WS-GK-QUOT                  PIC 9(02) VALUE ZERO.
001780 77  WS-REVERSAL-OFFSET          PIC 9(03) VALUE 500.
001790 77  WS-MAX-ENTRY-ID             PIC 9(03) VALUE 499.
001800*    ENTRY VALIDATION - ONE FLAG PER POSSIBLE ENTRY ID SO A      *
001810*    RE-USED ID (WHICH WOULD GENERATE CLASHING KEYS) IS CAUGHT.  *
001820 77  WS-ENTRY-VALID-SWITCH       PIC X(01) VALUE "N".
001830     88  WS-ENTRY-VALID          VALUE "Y".
001840 77  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
001850 01  WS-ID-SEEN-TABLE.
001860     05  WS-ID-SEEN              PIC X(01) OCCURS 499 TIMES.
001870*    THE LINE BEING WRITTEN - POSTING OR REVERSAL.
001880 77  WS-GEN-TYPE                 PIC X(04).
001890 77  WS-GEN-DR-CR                PIC X(01).
001900*    RUN COUNTS AND CONTROL TOTALS FOR THE LISTING.
001910 77  WS-ENTRIES-READ             PIC 9(05) COMP VALUE ZERO.
001920 77  WS-POSTINGS-COUNT           PIC 9(05) COMP VALUE ZERO.
001930 77  WS-REVERSALS-COUNT          PIC 9(05) COMP VALUE ZERO.
001940 77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
001950 77  WS-DEBIT-TOTAL              PIC 9(09)V99 VALUE ZERO.
001960 77  WS-CREDIT-TOTAL             PIC 9(09)V99 VALUE ZERO.
001970 77  WS-NET-TOTAL                PIC S9(09)V99 VALUE ZERO.
001980 77  WS-COUNT-EDIT               PIC ZZ,ZZ9.
001990 77  WS-TOTAL-EDIT               PIC ZZZ,ZZZ,ZZ9.99-.
002000*    OPERATIONS LOG MESSAGE.
002010 77  WS-OPS-MESSAGE              PIC X(64) VALUE SPACES.
002020*    REPORT HEADING FIELDS.
002030 77  WS-PAGE-NUMBER              PIC 9(04) COMP VALUE 1.
002040 77  WS-RPT-DATE-TXT             PIC X(08).
002050 01  WS-CURRENT-DATE.
002060     05  WS-CD-YY                PIC 9(02).
002070     05  WS-CD-MM                PIC 9(02).
002080     05  WS-CD-DD                PIC 9(02).
002090 01  WS-CURRENT-TIME.
002100     05  WS-CT-HH                PIC 9(02).
002110     05  WS-CT-MM                PIC 9(02).
002120     05  WS-CT-SS                PIC 9(02).
002130     05  WS-CT-HS                PIC 9(02).
002140 PROCEDURE DIVISION.
002150 0000-MAIN-PROCESS.
002160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002170     IF WS-RUN-REFUSED
002180         DISPLAY "STANDING_GEN REFUSED - " WS-OPS-MESSAGE
002190         PERFORM 9700-WRITE-OPS-LOG THRU 9700-EXIT
002195         MOVE 8 TO RETURN-CODE
002200         GOBACK
002210     END-IF.
002220     PERFORM 2000-PROCESS-STD-ENTRY THRU 2000-EXIT
002230         UNTIL WS-END-OF-FILE.
002240     PERFORM 8000-WRAP-UP THRU 8000-EXIT.
002250     GOBACK.
002260******************************************************************
002270*    1000-INITIALIZE - TAKE THE BUSINESS DATE FROM RUN CONTROL,  *
002280*    LOAD THIS MONTH'S AND LAST MONTH'S PROCESSING DAYS, FIND    *
002290*    THE FEED FILE ON FEEDLIST, AND OPEN THE MASTER, THE FEED,   *
002300*    AND THE LISTING.                                            *
002310******************************************************************
002320 1000-INITIALIZE.
002330     DISPLAY "STANDING_GEN - STANDING JOURNAL ENTRY GENERATOR".
002340     DISPLAY " ".
002350     ACCEPT WS-CURRENT-DATE FROM DATE.
002360     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
002370     IF WS-RUN-REFUSED
002380         GO TO 1000-EXIT
002390     END-IF.
002400     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
002410     IF WS-RUN-REFUSED
002420         GO TO 1000-EXIT
002430     END-IF.
002440     PERFORM 1300-FIND-FEED-FILE THRU 1300-EXIT.
002450     STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YY
002460         DELIMITED BY SIZE INTO WS-RPT-DATE-TXT.
002470     OPEN OUTPUT GENERATION-REPORT.
002480     MOVE SPACES TO SGR-HEADER-LINE.
002490     MOVE "STANDING ENTRY LISTING" TO SGR-HDR-TITLE.
002500     MOVE "RUN DATE: " TO SGR-HDR-LABEL1.
002510     MOVE WS-RPT-DATE-TXT TO SGR-HDR-DATE.
002520     MOVE "PAGE: " TO SGR-HDR-LABEL2.
002530     MOVE WS-PAGE-NUMBER TO SGR-HDR-PAGE.
002540     WRITE SGR-HEADER-LINE.
002550     MOVE SPACES TO SGR-TEXT-LINE.
002560     STRING "BUSINESS DATE " WS-BUSINESS-DATE
002570         "   SOURCE " WS-STD-SOURCE
002580         "   FEED FILE " WS-FEED-FILE-NAME
002590         DELIMITED BY SIZE INTO SGR-TEXT.
002600     WRITE SGR-TEXT-LINE.
002610     IF NOT WS-FEED-LISTED
002620         MOVE SPACES TO SGR-TEXT-LINE
002630         STRING "*** SOURCE " WS-STD-SOURCE
002640             " IS NOT ON FEEDLIST - ADD_NUMBERS WILL NOT READ "
002650             "THIS FEED"
002660             DELIMITED BY SIZE INTO SGR-TEXT
002670         WRITE SGR-TEXT-LINE
002680     END-IF.
002690     IF WS-BD-POSITION = ZERO
002700         MOVE SPACES TO SGR-TEXT-LINE
002710         STRING "*** BUSINESS DATE IS NOT A PROCESSING DAY - "
002720             "NOTHING FALLS DUE"
002730             DELIMITED BY SIZE INTO SGR-TEXT
002740         WRITE SGR-TEXT-LINE
002750     END-IF.
002760     IF WS-FIRST-BUSINESS-DAY
002770         MOVE SPACES TO SGR-TEXT-LINE
002780         STRING "FIRST BUSINESS DAY OF " WS-BD-YYMM
002790             " - REVERSING " WS-PRIOR-YYMM
002800             " AUTO-REVERSING ENTRIES"
002810             DELIMITED BY SIZE INTO SGR-TEXT
002820         WRITE SGR-TEXT-LINE
002830         IF WS-MON-DAY-COUNT (2) = ZERO
002840             MOVE SPACES TO SGR-TEXT-LINE
002850             STRING "*** PERIOD " WS-PRIOR-YYMM
002860                 " IS NOT ON THE CALENDAR - NO REVERSALS "
002870                 "GENERATED"
002880                 DELIMITED BY SIZE INTO SGR-TEXT
002890             WRITE SGR-TEXT-LINE
002900             MOVE SPACES TO WS-OPS-MESSAGE
002910             STRING "PERIOD " WS-PRIOR-YYMM
002920                 " NOT ON BUSCAL - ACCRUAL REVERSALS NOT "
002930                 "GENERATED"
002940                 DELIMITED BY SIZE INTO WS-OPS-MESSAGE
002950             PERFORM 9700-WRITE-OPS-LOG THRU 9700-EXIT
002960         END-IF
002970     END-IF.
002980     MOVE SPACES TO SGR-COLUMN-LINE.
002990     STRING "ID   TYPE  KEY      ACCT          AMOUNT DC  "
003000         "DESCRIPTION" DELIMITED BY SIZE INTO SGR-COL-TEXT.
003010     WRITE SGR-COLUMN-LINE.
003020     MOVE ALL "N" TO WS-ID-SEEN-TABLE.
003030     OPEN INPUT STANDING-MASTER.
003040     IF WS-STD-FILE-STATUS = "00"
003050         MOVE "Y" TO WS-STD-OPEN-SWITCH
003060         PERFORM 2900-READ-STD-ENTRY THRU 2900-EXIT
003070     ELSE
003080*        NO MASTER MEANS NOTHING STANDS - THE FEED IS STILL      *
003090*        WRITTEN, EMPTY, SO LAST NIGHT'S IS NOT READ AGAIN.      *
003100         DISPLAY "STANDING ENTRY MASTER NOT AVAILABLE (STATUS "
003110             WS-STD-FILE-STATUS ") - EMPTY FEED WRITTEN"
003120         MOVE SPACES TO SGR-TEXT-LINE
003130         STRING "*** STANDING ENTRY MASTER NOT AVAILABLE - "
003140             "EMPTY FEED WRITTEN" DELIMITED BY SIZE INTO SGR-TEXT
003150         WRITE SGR-TEXT-LINE
003160         MOVE "Y" TO WS-EOF-SWITCH
003170     END-IF.
003180     OPEN OUTPUT STANDING-FEED.
003181     IF WS-OUT-FILE-STATUS NOT = "00"
003182         MOVE "Y" TO WS-REFUSED-SWITCH
003183         MOVE SPACES TO WS-OPS-MESSAGE
003184         STRING "FEED FILE " DELIMITED BY SIZE
003185             WS-FEED-FILE-NAME DELIMITED BY SPACE
003186             " CANNOT BE WRITTEN (STATUS " WS-OUT-FILE-STATUS
003187             ")" DELIMITED BY SIZE
003188             INTO WS-OPS-MESSAGE
003189         MOVE SPACES TO SGR-TEXT-LINE
003190         STRING "*** " WS-OPS-MESSAGE
003191             DELIMITED BY SIZE INTO SGR-TEXT
003192         WRITE SGR-TEXT-LINE
003193         IF WS-STD-FILE-OPEN
003194             CLOSE STANDING-MASTER
003195         END-IF
003196         CLOSE GENERATION-REPORT
003197     END-IF.
003198 1000-EXIT.
003200     EXIT.
003210******************************************************************
003220*    1100-READ-RUN-CONTROL - THE STEP RUNS ONLY ON A NIGHT       *
003230*    HELLOWORLD ARMED GO AND ADD_NUMBERS HAS NOT YET STARTED.    *
003240*    ONCE ADD_NUMBERS HAS STARTED, A RESTART RE-READS THE FEED   *
003250*    BY RECORD POSITION, SO THE FEED ON FILE MUST NOT CHANGE     *
003260*    UNDER IT.                                                   *
003270******************************************************************
003280 1100-READ-RUN-CONTROL.
003290     OPEN INPUT RUN-CONTROL-FILE.
003300     IF WS-RCTL-FILE-STATUS NOT = "00"
003310         MOVE "Y" TO WS-REFUSED-SWITCH
003320         MOVE SPACES TO WS-OPS-MESSAGE
003330         STRING "RUN CONTROL NOT AVAILABLE (STATUS "
003340             WS-RCTL-FILE-STATUS ") - RUN HELLOWORLD FIRST"
003350             DELIMITED BY SIZE INTO WS-OPS-MESSAGE
003360         GO TO 1100-EXIT
003370     END-IF.
003380     MOVE SPACES TO RCTL-RECORD.
003390     READ RUN-CONTROL-FILE
003400         AT END
003410             MOVE SPACES TO RCTL-RECORD
003420     END-READ.
003430     CLOSE RUN-CONTROL-FILE.
003440     MOVE RCTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
003450     IF NOT RCTL-STATUS-GO
003460         MOVE "Y" TO WS-REFUSED-SWITCH
003470         MOVE "RUN CONTROL IS NOT GO - NO ENTRIES GENERATED"
003480             TO WS-OPS-MESSAGE
003490         GO TO 1100-EXIT
003500     END-IF.
003510     IF WS-BUSINESS-DATE NOT NUMERIC
003520         MOVE "Y" TO WS-REFUSED-SWITCH
003530         MOVE "RUN CONTROL BUSINESS DATE IS INVALID"
003540             TO WS-OPS-MESSAGE
003550         GO TO 1100-EXIT
003560     END-IF.
003570     IF NOT RCTL-RUN-NOT-STARTED
003580         MOVE "Y" TO WS-REFUSED-SWITCH
003590         MOVE SPACES TO WS-OPS-MESSAGE
003600         STRING "ADD_NUMBERS ALREADY STARTED FOR "
003610             WS-BUSINESS-DATE " - FEED LEFT AS IT IS"
003620             DELIMITED BY SIZE INTO WS-OPS-MESSAGE
003630         GO TO 1100-EXIT
003640     END-IF.
003650     DISPLAY "BUSINESS DATE..... " WS-BUSINESS-DATE
003660         " (FROM RUN CONTROL)".
003670 1100-EXIT.
003680     EXIT.
003690******************************************************************
003700*    1200-LOAD-CALENDAR - COLLECT THE PROCESSING DAYS OF THIS    *
003710*    PERIOD AND THE ONE BEFORE, AND FIND WHERE TONIGHT FALLS     *
003720*    AMONG THIS PERIOD'S.                                        *
003730******************************************************************
003740 1200-LOAD-CALENDAR.
003750     IF WS-BD-MM = 1
003760         MOVE 12 TO WS-PR-MM
003770         IF WS-BD-YY = ZERO
003780             MOVE 99 TO WS-PR-YY
003790         ELSE
003800             SUBTRACT 1 FROM WS-BD-YY GIVING WS-PR-YY
003810         END-IF
003820     ELSE
003830         MOVE WS-BD-YY TO WS-PR-YY
003840         SUBTRACT 1 FROM WS-BD-MM GIVING WS-PR-MM
003850     END-IF.
003860     MOVE WS-BD-YYMM TO WS-MON-YYMM (1).
003870     MOVE WS-PRIOR-YYMM TO WS-MON-YYMM (2).
003880     MOVE ZERO TO WS-MON-DAY-COUNT (1).
003890     MOVE ZERO TO WS-MON-DAY-COUNT (2).
003900     MOVE "N" TO WS-CAL-EOF-SWITCH.
003910     OPEN INPUT CALENDAR-FILE.
003920     IF WS-CAL-FILE-STATUS NOT = "00"
003930         MOVE "Y" TO WS-REFUSED-SWITCH
003940         MOVE SPACES TO WS-OPS-MESSAGE
003950         STRING "BUSINESS CALENDAR NOT AVAILABLE (STATUS "
003960             WS-CAL-FILE-STATUS ") - NO ENTRIES GENERATED"
003970             DELIMITED BY SIZE INTO WS-OPS-MESSAGE
003980         GO TO 1200-EXIT
003990     END-IF.
004000     PERFORM 1250-READ-CALENDAR THRU 1250-EXIT
004010         UNTIL WS-CAL-END-OF-FILE.
004020     CLOSE CALENDAR-FILE.
004030     IF WS-MON-DAY-COUNT (1) = ZERO
004040         MOVE "Y" TO WS-REFUSED-SWITCH
004050         MOVE SPACES TO WS-OPS-MESSAGE
004060         STRING "PERIOD " WS-BD-YYMM
004070             " HAS NO PROCESSING DAYS ON BUSCAL - NO ENTRIES "
004080             "GENERATED"
004090             DELIMITED BY SIZE INTO WS-OPS-MESSAGE
004100         GO TO 1200-EXIT
004110     END-IF.
004120     MOVE ZERO TO WS-BD-POSITION.
004130     MOVE ZERO TO WS-DAY-IX.
004140     PERFORM 1280-FIND-BD-POSITION THRU 1280-EXIT
004150         UNTIL WS-BD-POSITION > ZERO
004160            OR WS-DAY-IX NOT < WS-MON-DAY-COUNT (1).
004170     IF WS-BD-POSITION = 1
004180         MOVE "Y" TO WS-FIRST-DAY-SWITCH
004190     END-IF.
004200 1200-EXIT.
004210     EXIT.
004220 1250-READ-CALENDAR.
004230     READ CALENDAR-FILE
004240         AT END
004250             MOVE "Y" TO WS-CAL-EOF-SWITCH
004260             GO TO 1250-EXIT
004270     END-READ.
004280     IF NOT CAL-IS-PROCESSING-DAY
004290         GO TO 1250-EXIT
004300     END-IF.
004310     MOVE ZERO TO WS-MON-IX.
004320     IF CAL-DATE (1:4) = WS-MON-YYMM (1)
004330         MOVE 1 TO WS-MON-IX
004340     END-IF.
004350     IF CAL-DATE (1:4) = WS-MON-YYMM (2)
004360         MOVE 2 TO WS-MON-IX
004370     END-IF.
004380     IF WS-MON-IX = ZERO
004390         GO TO 1250-EXIT
004400     END-IF.
004410     IF WS-MON-DAY-COUNT (WS-MON-IX) < 31
004420         ADD 1 TO WS-MON-DAY-COUNT (WS-MON-IX)
004430         MOVE WS-MON-DAY-COUNT (WS-MON-IX) TO WS-DAY-IX
004440         MOVE CAL-DATE TO WS-MON-DAY (WS-MON-IX, WS-DAY-IX)
004450     END-IF.
004460 1250-EXIT.
004470     EXIT.
004480 1280-FIND-BD-POSITION.
004490     ADD 1 TO WS-DAY-IX.
004500     IF WS-MON-DAY (1, WS-DAY-IX) = WS-BUSINESS-DATE
004510         MOVE WS-DAY-IX TO WS-BD-POSITION
004520     END-IF.
004530 1280-EXIT.
004540     EXIT.
004550******************************************************************
004560*    1300-FIND-FEED-FILE - THE FEED GOES TO THE FILE FEEDLIST    *
004570*    NAMES FOR THIS STEP'S SOURCE.  AN UNLISTED SOURCE STILL     *
004580*    GETS ITS FEED WRITTEN, BUT THE NIGHT IS FLAGGED ON OPSLOG.  *
004590******************************************************************
004600 1300-FIND-FEED-FILE.
004610     MOVE WS-DEFAULT-FEED-NAME TO WS-FEED-FILE-NAME.
004620     MOVE "N" TO WS-FEED-LISTED-SWITCH.
004630     MOVE "N" TO WS-FEED-EOF-SWITCH.
004640     OPEN INPUT FEED-LIST.
004650     IF WS-FEED-FILE-STATUS = "00"
004660         PERFORM 1350-READ-FEED-RECORD THRU 1350-EXIT
004670             UNTIL WS-FEED-LISTED OR WS-FEED-END-OF-FILE
004680         CLOSE FEED-LIST
004690     END-IF.
004700     IF NOT WS-FEED-LISTED
004710         DISPLAY "SOURCE " WS-STD-SOURCE " IS NOT ON FEEDLIST - "
004720             "FEED WRITTEN TO " WS-FEED-FILE-NAME " BUT WILL NOT "
004730             "POST"
004740         MOVE SPACES TO WS-OPS-MESSAGE
004750         STRING "SOURCE " WS-STD-SOURCE
004760             " NOT ON FEEDLIST - STANDING ENTRIES WILL NOT POST"
004770             DELIMITED BY SIZE INTO WS-OPS-MESSAGE
004780         PERFORM 9700-WRITE-OPS-LOG THRU 9700-EXIT
004790     END-IF.
004800 1300-EXIT.
004810     EXIT.
004820 1350-READ-FEED-RECORD.
004830     READ FEED-LIST
004840         AT END
004850             MOVE "Y" TO WS-FEED-EOF-SWITCH
004860             GO TO 1350-EXIT
004870     END-READ.
004880     IF FEED-SOURCE-ID = WS-STD-SOURCE
004890        AND FEED-FILE-NAME NOT = SPACES
004900         MOVE FEED-FILE-NAME TO WS-FEED-FILE-NAME
004910         MOVE "Y" TO WS-FEED-LISTED-SWITCH
004920     END-IF.
004930 1350-EXIT.
004940     EXIT.
004950******************************************************************
004960*    2000-PROCESS-STD-ENTRY - VALIDATE ONE STANDING ENTRY, THEN  *
004970*    WRITE ITS POSTING WHEN IT FALLS DUE TONIGHT AND, ON THE     *
004980*    FIRST BUSINESS DAY OF A PERIOD, THE REVERSAL OF LAST        *
004990*    PERIOD'S OCCURRENCE WHEN IT AUTO-REVERSES.                  *
005000******************************************************************
005010 2000-PROCESS-STD-ENTRY.
005020     ADD 1 TO WS-ENTRIES-READ.
005030     PERFORM 2100-VALIDATE-ENTRY THRU 2100-EXIT.
005040     IF NOT WS-ENTRY-VALID
005050         ADD 1 TO WS-REJECTED-COUNT
005060         MOVE SPACES TO SGR-TEXT-LINE
005070         STRING STD-RECORD (1:3) "  REJECTED - " WS-REJECT-REASON
005080             DELIMITED BY SIZE INTO SGR-TEXT
005090         WRITE SGR-TEXT-LINE
005100         GO TO 2000-NEXT
005110     END-IF.
005120     MOVE "Y" TO WS-ID-SEEN (STD-ENTRY-ID).
005130     MOVE 1 TO WS-MON-IX.
005140     PERFORM 3000-FIND-OCCURRENCE THRU 3000-EXIT.
005150     IF WS-OCC-FOUND AND WS-OCC-DATE = WS-BUSINESS-DATE
005160         PERFORM 3100-CHECK-LIVE THRU 3100-EXIT
005170         IF WS-ENTRY-LIVE
005180             MOVE "POST" TO WS-GEN-TYPE
005190             MOVE STD-DR-CR-IND TO WS-GEN-DR-CR
005200             MOVE STD-ENTRY-ID TO WS-GK-SEQ
005210             PERFORM 4000-WRITE-FEED-RECORD THRU 4000-EXIT
005220             ADD 1 TO WS-POSTINGS-COUNT
005230         END-IF
005240     END-IF.
005250     IF NOT WS-FIRST-BUSINESS-DAY OR NOT STD-REVERSES
005260         GO TO 2000-NEXT
005270     END-IF.
005280     MOVE 2 TO WS-MON-IX.
005290     PERFORM 3000-FIND-OCCURRENCE THRU 3000-EXIT.
005300     IF WS-OCC-FOUND
005310         PERFORM 3100-CHECK-LIVE THRU 3100-EXIT
005320         IF WS-ENTRY-LIVE
005330             MOVE "REV " TO WS-GEN-TYPE
005340             IF STD-IS-CREDIT
005350                 MOVE "D" TO WS-GEN-DR-CR
005360             ELSE
005370                 MOVE "C" TO WS-GEN-DR-CR
005380             END-IF
005390             ADD STD-ENTRY-ID WS-REVERSAL-OFFSET GIVING WS-GK-SEQ
005400             PERFORM 4000-WRITE-FEED-RECORD THRU 4000-EXIT
005410             ADD 1 TO WS-REVERSALS-COUNT
005420         END-IF
005430     END-IF.
005440 2000-NEXT.
005450     PERFORM 2900-READ-STD-ENTRY THRU 2900-EXIT.
005460 2000-EXIT.
005470     EXIT.
005480******************************************************************
005490*    2100-VALIDATE-ENTRY - A MASTER RECORD THAT CANNOT BE READ   *
005500*    SAFELY IS LISTED AS REJECTED AND GENERATES NOTHING.  THE    *
005510*    ACCOUNT CODE IS LEFT TO ADD_NUMBERS, WHICH SUSPENDS A BAD   *
005520*    ONE LIKE ANY OTHER FEED ITEM.                               *
005530******************************************************************
005540 2100-VALIDATE-ENTRY.
005550     MOVE "N" TO WS-ENTRY-VALID-SWITCH.
005560     MOVE SPACES TO WS-REJECT-REASON.
005570     IF STD-ENTRY-ID NOT NUMERIC
005580         MOVE "ENTRY ID NOT NUMERIC" TO WS-REJECT-REASON
005590         GO TO 2100-EXIT
005600     END-IF.
005610     IF STD-ENTRY-ID = ZERO OR STD-ENTRY-ID > WS-MAX-ENTRY-ID
005620         MOVE "ENTRY ID NOT 001-499" TO WS-REJECT-REASON
005630         GO TO 2100-EXIT
005640     END-IF.
005650     IF WS-ID-SEEN (STD-ENTRY-ID) = "Y"
005660         MOVE "ENTRY ID ALREADY USED ON THE MASTER"
005670             TO WS-REJECT-REASON
005680         GO TO 2100-EXIT
005690     END-IF.
005700     IF STD-AMOUNT NOT NUMERIC
005710         MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
005720         GO TO 2100-EXIT
005730     END-IF.
005740     IF STD-AMOUNT = ZERO
005750         MOVE "AMOUNT IS ZERO" TO WS-REJECT-REASON
005760         GO TO 2100-EXIT
005770     END-IF.
005780     IF NOT STD-IS-DEBIT AND NOT STD-IS-CREDIT
005790         MOVE "D/C INDICATOR NOT D OR C" TO WS-REJECT-REASON
005800         GO TO 2100-EXIT
005810     END-IF.
005820     IF NOT STD-FREQ-MONTHLY AND NOT STD-FREQ-BUSINESS-DAY
005830        AND NOT STD-FREQ-LAST-DAY
005840         MOVE "FREQUENCY NOT M, B, OR L" TO WS-REJECT-REASON
005850         GO TO 2100-EXIT
005860     END-IF.
005870     IF NOT STD-FREQ-LAST-DAY
005880         IF STD-DAY-NUMBER NOT NUMERIC
005890             MOVE "DAY NUMBER NOT 01-31" TO WS-REJECT-REASON
005900             GO TO 2100-EXIT
005910         END-IF
005920         IF STD-DAY-NUMBER = ZERO OR STD-DAY-NUMBER > 31
005930             MOVE "DAY NUMBER NOT 01-31" TO WS-REJECT-REASON
005940             GO TO 2100-EXIT
005950         END-IF
005960     END-IF.
005970     IF STD-START-DATE NOT NUMERIC
005980         MOVE "START DATE NOT YYMMDD" TO WS-REJECT-REASON
005990         GO TO 2100-EXIT
006000     END-IF.
006010     IF STD-END-DATE NOT NUMERIC
006020         MOVE "END DATE NOT YYMMDD" TO WS-REJECT-REASON
006030         GO TO 2100-EXIT
006040     END-IF.
006050     MOVE "Y" TO WS-ENTRY-VALID-SWITCH.
006060 2100-EXIT.
006070     EXIT.
006080 2900-READ-STD-ENTRY.
006090     READ STANDING-MASTER
006100         AT END
006110             MOVE "Y" TO WS-EOF-SWITCH
006120     END-READ.
006130 2900-EXIT.
006140     EXIT.
006150******************************************************************
006160*    3000-FIND-OCCURRENCE - THE BUSINESS DATE THE ENTRY FALLS    *
006170*    ON IN THE MONTH WS-MON-IX POINTS AT (1 = THIS PERIOD,       *
006180*    2 = THE ONE BEFORE).  SEE STDREC FOR THE THREE RULES.       *
006190******************************************************************
006200 3000-FIND-OCCURRENCE.
006210     MOVE "N" TO WS-OCC-FOUND-SWITCH.
006220     MOVE ZERO TO WS-OCC-DATE-NUM.
006230     IF WS-MON-DAY-COUNT (WS-MON-IX) = ZERO
006240         GO TO 3000-EXIT
006250     END-IF.
006260     MOVE "Y" TO WS-OCC-FOUND-SWITCH.
006270     IF STD-FREQ-LAST-DAY
006280         MOVE WS-MON-DAY-COUNT (WS-MON-IX) TO WS-DAY-IX
006290         MOVE WS-MON-DAY (WS-MON-IX, WS-DAY-IX) TO WS-OCC-DATE
006300         GO TO 3000-EXIT
006310     END-IF.
006320     IF STD-FREQ-BUSINESS-DAY
006330         IF STD-DAY-NUMBER > WS-MON-DAY-COUNT (WS-MON-IX)
006340             MOVE WS-MON-DAY-COUNT (WS-MON-IX) TO WS-DAY-IX
006350         ELSE
006360             MOVE STD-DAY-NUMBER TO WS-DAY-IX
006370         END-IF
006380         MOVE WS-MON-DAY (WS-MON-IX, WS-DAY-IX) TO WS-OCC-DATE
006390         GO TO 3000-EXIT
006400     END-IF.
006410*    MONTHLY - THE FIRST PROCESSING DAY ON OR AFTER THE ANCHOR   *
006420*    DAY, OR THE LAST PROCESSING DAY WHEN NONE FOLLOWS IT.       *
006430     MOVE WS-MON-YYMM (WS-MON-IX) TO WS-ANCHOR-YYMM.
006440     MOVE STD-DAY-NUMBER TO WS-ANCHOR-DD.
006450     MOVE "N" TO WS-OCC-FOUND-SWITCH.
006460     MOVE ZERO TO WS-DAY-IX.
006470     PERFORM 3050-SCAN-FOR-ANCHOR THRU 3050-EXIT
006480         UNTIL WS-OCC-FOUND
006490            OR WS-DAY-IX NOT < WS-MON-DAY-COUNT (WS-MON-IX).
006500     IF NOT WS-OCC-FOUND
006510         MOVE "Y" TO WS-OCC-FOUND-SWITCH
006520     END-IF.
006530     MOVE WS-MON-DAY (WS-MON-IX, WS-DAY-IX) TO WS-OCC-DATE.
006540 3000-EXIT.
006550     EXIT.
006560 3050-SCAN-FOR-ANCHOR.
006570     ADD 1 TO WS-DAY-IX.
006580     IF WS-MON-DAY (WS-MON-IX, WS-DAY-IX) NOT < WS-ANCHOR-DATE
006590         MOVE "Y" TO WS-OCC-FOUND-SWITCH
006600     END-IF.
006610 3050-EXIT.
006620     EXIT.
006630******************************************************************
006640*    3100-CHECK-LIVE - THE OCCURRENCE COUNTS ONLY WHEN IT FALLS  *
006650*    WITHIN THE ENTRY'S START AND END DATES.                     *
006660******************************************************************
006670 3100-CHECK-LIVE.
006680     MOVE "N" TO WS-LIVE-SWITCH.
006690     IF WS-OCC-DATE-NUM < STD-START-DATE
006700         GO TO 3100-EXIT
006710     END-IF.
006720     IF STD-END-DATE NOT = ZERO
006730        AND WS-OCC-DATE-NUM > STD-END-DATE
006740         GO TO 3100-EXIT
006750     END-IF.
006760     MOVE "Y" TO WS-LIVE-SWITCH.
006770 3100-EXIT.
006780     EXIT.
006790******************************************************************
006800*    4000-WRITE-FEED-RECORD - BUILD THE KEY FROM THE             *
006810*    OCCURRENCE MONTH AND WS-GK-SEQ, WRITE THE FEED DETAIL,      *
006820*    AND LIST IT.                                                *
006830******************************************************************
006840 4000-WRITE-FEED-RECORD.
006850     DIVIDE WS-OCC-YY BY 10 GIVING WS-GK-QUOT
006860         REMAINDER WS-GK-YEAR.
006870     MOVE WS-OCC-MM TO WS-GK-MONTH.
006880     MOVE SPACES TO TRANS-RECORD.
006890     MOVE "D" TO TRANS-REC-TYPE.
006900     MOVE WS-GEN-KEY-NUM TO TRANS-KEY.
006910     MOVE STD-AMOUNT TO TRANS-AMOUNT.
006920     MOVE STD-ACCT-CODE TO TRANS-ACCT-CODE.
006930     MOVE WS-GEN-DR-CR TO TRANS-DR-CR-IND.
006940     WRITE TRANS-RECORD.
006950     IF WS-GEN-DR-CR = "C"
006960         ADD STD-AMOUNT TO WS-CREDIT-TOTAL
006970     ELSE
006980         ADD STD-AMOUNT TO WS-DEBIT-TOTAL
006990     END-IF.
007000     MOVE SPACES TO SGR-DETAIL-LINE.
007010     MOVE STD-ENTRY-ID TO SGR-DTL-ENTRY-ID.
007020     MOVE WS-GEN-TYPE TO SGR-DTL-TYPE.
007030     MOVE WS-GEN-KEY-NUM TO SGR-DTL-KEY.
007040     MOVE STD-ACCT-CODE TO SGR-DTL-ACCT.
007050     MOVE STD-AMOUNT TO SGR-DTL-AMOUNT.
007060     IF WS-GEN-DR-CR = "C"
007070         MOVE "CR" TO SGR-DTL-DRCR
007080     ELSE
007090         MOVE "DR" TO SGR-DTL-DRCR
007100     END-IF.
007110     MOVE STD-DESCRIPTION TO SGR-DTL-DESC.
007120     WRITE SGR-DETAIL-LINE.
007130 4000-EXIT.
007140     EXIT.
007150******************************************************************
007160*    8000-WRAP-UP - COUNTS AND CONTROL TOTALS, THEN CLOSE OUT.   *
007170******************************************************************
007180 8000-WRAP-UP.
007190     IF WS-POSTINGS-COUNT = ZERO AND WS-REVERSALS-COUNT = ZERO
007200         MOVE SPACES TO SGR-TEXT-LINE
007210         MOVE "NO STANDING ENTRIES DUE TONIGHT" TO SGR-TEXT
007220         WRITE SGR-TEXT-LINE
007230     END-IF.
007240     MOVE SPACES TO SGR-TEXT-LINE.
007250     WRITE SGR-TEXT-LINE.
007260     MOVE WS-ENTRIES-READ TO WS-COUNT-EDIT.
007270     MOVE SPACES TO SGR-TEXT-LINE.
007280     STRING "ENTRIES ON MASTER        " WS-COUNT-EDIT
007290         DELIMITED BY SIZE INTO SGR-TEXT.
007300     WRITE SGR-TEXT-LINE.
007310     MOVE WS-POSTINGS-COUNT TO WS-COUNT-EDIT.
007320     MOVE SPACES TO SGR-TEXT-LINE.
007330     STRING "POSTINGS GENERATED       " WS-COUNT-EDIT
007340         DELIMITED BY SIZE INTO SGR-TEXT.
007350     WRITE SGR-TEXT-LINE.
007360     MOVE WS-REVERSALS-COUNT TO WS-COUNT-EDIT.
007370     MOVE SPACES TO SGR-TEXT-LINE.
007380     STRING "REVERSALS GENERATED      " WS-COUNT-EDIT
007390         DELIMITED BY SIZE INTO SGR-TEXT.
007400     WRITE SGR-TEXT-LINE.
007410     MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT.
007420     MOVE SPACES TO SGR-TEXT-LINE.
007430     STRING "ENTRIES REJECTED         " WS-COUNT-EDIT
007440         DELIMITED BY SIZE INTO SGR-TEXT.
007450     WRITE SGR-TEXT-LINE.
007460     MOVE WS-DEBIT-TOTAL TO WS-TOTAL-EDIT.
007470     MOVE SPACES TO SGR-TEXT-LINE.
007480     STRING "FEED DEBITS       " WS-TOTAL-EDIT
007490         DELIMITED BY SIZE INTO SGR-TEXT.
007500     WRITE SGR-TEXT-LINE.
007510     MOVE WS-CREDIT-TOTAL TO WS-TOTAL-EDIT.
007520     MOVE SPACES TO SGR-TEXT-LINE.
007530     STRING "FEED CREDITS      " WS-TOTAL-EDIT
007540         DELIMITED BY SIZE INTO SGR-TEXT.
007550     WRITE SGR-TEXT-LINE.
007560     COMPUTE WS-NET-TOTAL = WS-DEBIT-TOTAL - WS-CREDIT-TOTAL.
007570     MOVE WS-NET-TOTAL TO WS-TOTAL-EDIT.
007580     MOVE SPACES TO SGR-TEXT-LINE.
007590     STRING "FEED NET          " WS-TOTAL-EDIT
007600         DELIMITED BY SIZE INTO SGR-TEXT.
007610     WRITE SGR-TEXT-LINE.
007620     IF WS-STD-FILE-OPEN
007630         CLOSE STANDING-MASTER
007640     END-IF.
007650     CLOSE STANDING-FEED.
007660     CLOSE GENERATION-REPORT.
007670     IF WS-REJECTED-COUNT > ZERO
007680         MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT
007690         MOVE SPACES TO WS-OPS-MESSAGE
007700         STRING WS-COUNT-EDIT " STANDING ENTRIES REJECTED - "
007710             "SEE STDGRPT"
007720             DELIMITED BY SIZE INTO WS-OPS-MESSAGE
007730         PERFORM 9700-WRITE-OPS-LOG THRU 9700-EXIT
007740     END-IF.
007750     DISPLAY " ".
007760     DISPLAY "POSTINGS GENERATED:  " WS-POSTINGS-COUNT.
007770     DISPLAY "REVERSALS GENERATED: " WS-REVERSALS-COUNT.
007780     DISPLAY "ENTRIES REJECTED:    " WS-REJECTED-COUNT.
007790     DISPLAY "STANDING ENTRY GENERATION COMPLETE - SEE STDGRPT.".
007800 8000-EXIT.
007810     EXIT.
007820******************************************************************
007830*    9700-WRITE-OPS-LOG - APPEND ONE PLAIN-LANGUAGE LINE TO      *
007840*    THE OPERATIONS LOG, CREATED ON FIRST USE, AS ADD_NUMBERS    *
007850*    DOES.                                                       *
007860******************************************************************
007870 9700-WRITE-OPS-LOG.
007880     ACCEPT WS-CURRENT-DATE FROM DATE.
007890     ACCEPT WS-CURRENT-TIME FROM TIME.
007900     OPEN EXTEND OPS-LOG.
007910     IF WS-OPS-FILE-STATUS = "35"
007920         OPEN OUTPUT OPS-LOG
007930         CLOSE OPS-LOG
007940         OPEN EXTEND OPS-LOG
007950     END-IF.
007960     MOVE SPACES TO OPS-RECORD.
007970     MOVE WS-CURRENT-DATE TO OPS-DATE.
007980     STRING WS-CT-HH WS-CT-MM WS-CT-SS
007990         DELIMITED BY SIZE INTO OPS-TIME.
008000     MOVE "STANDING_GEN" TO OPS-PROGRAM.
008010     MOVE WS-OPS-MESSAGE TO OPS-MESSAGE.
008020     WRITE OPS-RECORD.
008030     CLOSE OPS-LOG.
008040 9700-EXIT.
008050     EXIT.
