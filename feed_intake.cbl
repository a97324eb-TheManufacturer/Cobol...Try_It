000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     FEED_INTAKE.
000030 AUTHOR.         R. MARSH.
000040 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                *
000090*   FEED_INTAKE                                                  *
000100*                                                                *
000110*   DEPARTMENT FEED INTAKE.  RUNS BEFORE HELLOWORLD.  FOR EACH   *
000120*   DEPARTMENT ON THE INTAKE CONTROL FILE (INTKCTL) IT READS     *
000130*   THE INBOUND FILE THE DEPARTMENT DROPPED (INBREC - HEADER,    *
000140*   DETAILS, TRAILER) AND PROVES IT WHOLE BEFORE ANY OF IT CAN   *
000150*   POST -                                                       *
000160*     - THE HEADER NAMES THE RIGHT SOURCE, CARRIES A SENSIBLE    *
000170*       CREATION DATE, AND THE NEXT SEQUENCE NUMBER (NOT A       *
000180*       REPEAT OF ONE ALREADY TAKEN, AND NONE SKIPPED);          *
000190*     - THE TRAILER IS PRESENT AND ITS RECORD COUNT, NET DOLLAR  *
000200*       TOTAL, AND TRANS-KEY HASH TOTAL ALL AGREE WITH THE       *
000210*       DETAILS ACTUALLY RECEIVED.                               *
000220*   A FILE THAT PASSES IS CONVERTED TO THE TRANREC FEED          *
000230*   ADD_NUMBERS READS, UNDER THE FILE NAME FEEDLIST GIVES THE    *
000240*   SOURCE.  A FILE THAT FAILS ANY CHECK IS TURNED AWAY WHOLE -  *
000250*   NOTHING OF IT IS CONVERTED - AND THE RESULT STAMPED ON ITS   *
000260*   CONTROL ENTRY TURNS HELLOWORLD NO-GO, SO A PARTIAL FEED      *
000270*   CANNOT POST.  THE INTAKE LOG (INTKRPT) SHOWS EACH SOURCE'S   *
000280*   RESULT, THE REASON FOR A REJECTION, AND THE TRAILER AND      *
000290*   COMPUTED CONTROL FIGURES SIDE BY SIDE.                       *
000293*   WHEN ANY FEED IS TURNED AWAY OR NOT RECEIVED THE RUN ENDS    *
000296*   WITH RETURN CODE 8, SO THE STEP FAILS UNDER JOB_STREAM.      *
000300*                                                                *
000310*   SOURCES ON FEEDLIST THAT ARE NOT ON INTKCTL (MAIN, STND)     *
000320*   DO NOT PASS THROUGH INTAKE AND ARE LEFT ALONE.               *
000330*                                                                *
000340*   RUNNING THE STEP AGAIN FOR THE SAME BUSINESS DATE ON A FILE  *
000350*   IT ALREADY ACCEPTED RE-PROVES AND RE-CONVERTS IT WITHOUT     *
000360*   TREATING ITS SEQUENCE NUMBER AS A REPEAT.                    *
000370*                                                                *
000380*   MODIFICATION HISTORY                                         *
000382*   2026-10-15  RM   INITIAL VERSION.  ENDS WITH GOBACK SO       *
000384*                    JOB_STREAM CAN CALL IT AS A STEP.  RESULTS  *
000386*                    ARE STAMPED, AND A RERUN RECOGNIZED, BY THE *
000388*                    CALENDAR BUSINESS DATE (BUSCAL).  A DETAIL  *
000390*                    KEY IN THE 9000000-9999999 RANGE, WHICH     *
000392*                    BELONGS TO THE STANDING ENTRIES (STND),     *
000394*                    TURNS THE FILE AWAY.  A REFUSED RUN, A FEED *
000396*                    REJECTED OR NOT RECEIVED, OR A FAILED       *
000398*                    REWRITE OF THE INTAKE CONTROL FILE ENDS THE *
000400*                    RUN WITH RETURN CODE 8.  THE FEED FILE IS   *
000402*                    OPENED ONLY ONCE THE INBOUND FILE IS OPEN.  *
000404*                                                                *
000410******************************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT INTAKE-CONTROL ASSIGN TO "INTKCTL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-INTK-FILE-STATUS.
000480     SELECT INTAKE-WORK-FILE ASSIGN TO "INTKWORK"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-IWRK-FILE-STATUS.
000510     SELECT INBOUND-FILE ASSIGN USING WS-INBOUND-FILE-NAME
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-INB-FILE-STATUS.
000540     SELECT CONVERTED-FEED ASSIGN USING WS-FEED-FILE-NAME
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-OUT-FILE-STATUS.
000570     SELECT FEED-LIST ASSIGN TO "FEEDLIST"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FEED-FILE-STATUS.
000600     SELECT OPS-LOG ASSIGN TO "OPSLOG"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-OPS-FILE-STATUS.
000630     SELECT INTAKE-REPORT ASSIGN TO "INTKRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL.
000642     SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000644         ORGANIZATION IS LINE SEQUENTIAL
000646         FILE STATUS IS WS-CAL-FILE-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  INTAKE-CONTROL
000680     LABEL RECORDS ARE STANDARD.
000690     COPY INTKREC.
000700 FD  INTAKE-WORK-FILE
000710     LABEL RECORDS ARE STANDARD.
000720*    SAME LAYOUT AS INTK-RECORD, CARRIED WHOLE AS PERIOD_CLOSE   *
000730*    CARRIES THE PERIOD-CONTROL FILE THROUGH PERWORK.            *
000740 01  IWRK-RECORD                     PIC X(100).
000750 FD  INBOUND-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY INBREC.
000780 FD  CONVERTED-FEED
000790     LABEL RECORDS ARE STANDARD.
000800     COPY TRANREC.
000810 FD  FEED-LIST
000820     LABEL RECORDS ARE STANDARD.
000830     COPY FEEDREC.
000840 FD  OPS-LOG
000850     LABEL RECORDS ARE STANDARD.
000860     COPY OPSREC.
000870 FD  INTAKE-REPORT
000880     LABEL RECORDS ARE STANDARD.
000890     COPY IRPTREC.
000892 FD  CALENDAR-FILE
000894     LABEL RECORDS ARE STANDARD.
000896     COPY CALREC.
000900 WORKING-STORAGE SECTION.
000910*    FILE STATUS FIELDS.
000920 77  WS-INTK-FILE-STATUS         PIC X(02).
000930 77  WS-IWRK-FILE-STATUS         PIC X(02).
000940 77  WS-INB-FILE-STATUS          PIC X(02).
000950 77  WS-OUT-FILE-STATUS          PIC X(02).
000960 77  WS-FEED-FILE-STATUS         PIC X(02).
000970 77  WS-OPS-FILE-STATUS          PIC X(02).
000980*    END OF FILE SWITCHES.
000990 77  WS-INTK-EOF-SWITCH          PIC X(01) VALUE "N".
001000     88  WS-INTK-END-OF-FILE     VALUE "Y".
001010 77  WS-IWRK-EOF-SWITCH          PIC X(01) VALUE "N".
001020     88  WS-IWRK-END-OF-FILE     VALUE "Y".
001030 77  WS-INB-EOF-SWITCH           PIC X(01) VALUE "N".
001040     88  WS-INB-END-OF-FILE      VALUE "Y".
001050 77  WS-FEED-EOF-SWITCH          PIC X(01) VALUE "N".
001060     88  WS-FEED-END-OF-FILE     VALUE "Y".
001070*    SET WHEN THE STEP CANNOT RUN - THE CONTROL FILE IS LEFT     *
001080*    AS IT WAS.                                                  *
001090 77  WS-REFUSED-SWITCH           PIC X(01) VALUE "N".
001100     88  WS-RUN-REFUSED          VALUE "Y".
001110*    THE FILES OF THE DEPARTMENT BEING TAKEN IN - THE INBOUND    *
001120*    FILE FROM ITS CONTROL ENTRY AND THE FEED FILE FEEDLIST      *
001130*    NAMES FOR ITS SOURCE.                                       *
001140 77  WS-INBOUND-FILE-NAME        PIC X(08) VALUE SPACES.
001150 77  WS-FEED-FILE-NAME           PIC X(08) VALUE SPACES.
001160 77  WS-FEED-LISTED-SWITCH       PIC X(01) VALUE "N".
001170     88  WS-FEED-LISTED          VALUE "Y".
001180*    OUTCOME OF THE CURRENT DEPARTMENT'S FILE.  WS-RESULT TAKES  *
001190*    THE INTK-RESULT CODES.                                      *
001200 77  WS-RESULT                   PIC X(01) VALUE SPACE.
001210     88  WS-FILE-ACCEPTED        VALUE "A".
001220     88  WS-FILE-REJECTED        VALUE "R".
001230     88  WS-FILE-NOT-RECEIVED    VALUE "M".
001240 77  WS-REASON                   PIC X(48) VALUE SPACES.
001250 77  WS-RERUN-SWITCH             PIC X(01) VALUE "N".
001260     88  WS-RERUN-OF-TODAYS-FILE VALUE "Y".
001270 77  WS-TALLIED-SWITCH           PIC X(01) VALUE "N".
001280     88  WS-DETAILS-TALLIED      VALUE "Y".
001290 77  WS-TRAILER-SEEN-SWITCH      PIC X(01) VALUE "N".
001300     88  WS-TRAILER-SEEN         VALUE "Y".
001310*    HEADER FIELDS OF THE FILE, AND THE SEQUENCE NUMBER IT       *
001320*    SHOULD CARRY.                                               *
001330 77  WS-HDR-SOURCE-ID            PIC X(04) VALUE SPACES.
001340 77  WS-HDR-CREATE-DATE          PIC X(06) VALUE SPACES.
001350 77  WS-HDR-CREATE-NUM           PIC 9(06) VALUE ZERO.
001360 77  WS-HDR-SEQUENCE             PIC X(06) VALUE SPACES.
001370 77  WS-HDR-SEQUENCE-NUM         PIC 9(06) VALUE ZERO.
001380 77  WS-EXPECTED-SEQUENCE        PIC 9(06) VALUE ZERO.
001390 77  WS-SEQ-EDIT                 PIC 9(06).
001400*    CONTROL FIGURES - AS THE TRAILER STATES THEM AND AS         *
001410*    COUNTED FROM THE DETAILS.  THE HASH IS KEPT TO ITS LOW-     *
001420*    ORDER 12 DIGITS, AS THE TRAILER CARRIES IT.                 *
001430 77  WS-RECORD-NUMBER            PIC 9(07) COMP VALUE ZERO.
001440 77  WS-RECORD-NUMBER-EDIT       PIC 9(07).
001450 77  WS-TRL-RECORD-COUNT         PIC 9(07) VALUE ZERO.
001460 77  WS-TRL-NET                  PIC S9(09)V99 VALUE ZERO.
001470 77  WS-TRL-HASH                 PIC 9(12) VALUE ZERO.
001480 77  WS-CALC-RECORD-COUNT        PIC 9(07) VALUE ZERO.
001490 77  WS-CALC-NET                 PIC S9(09)V99 VALUE ZERO.
001500 77  WS-CALC-HASH                PIC 9(13) VALUE ZERO.
001510 77  WS-HASH-MODULUS             PIC 9(13) VALUE 1000000000000.
001520 77  WS-HASH-EDIT                PIC 9(12).
001530 77  WS-COUNT-EDIT               PIC ZZ,ZZ9.
001540 77  WS-RECORDS-EDIT             PIC 9(07).
001550 77  WS-TOTAL-EDIT               PIC ZZZ,ZZZ,ZZ9.99-.
001560*    RUN COUNTS.
001570 77  WS-SOURCES-COUNT            PIC 9(05) COMP VALUE ZERO.
001580 77  WS-ACCEPTED-COUNT           PIC 9(05) COMP VALUE ZERO.
001590 77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
001600 77  WS-MISSING-COUNT            PIC 9(05) COMP VALUE ZERO.
001610 77  WS-TURNED-AWAY-COUNT        PIC 9(05) COMP VALUE ZERO.
001620*    OPERATIONS LOG MESSAGE.
001630 77  WS-OPS-MESSAGE              PIC X(64) VALUE SPACES.
001640*    REPORT HEADING FIELDS.
001650 77  WS-PAGE-NUMBER              PIC 9(04) COMP VALUE 1.
001660 77  WS-RPT-DATE-TXT             PIC X(08).
001670 01  WS-CURRENT-DATE.
001680     05  WS-CD-YY                PIC 9(02).
001690     05  WS-CD-MM                PIC 9(02).
001700     05  WS-CD-DD                PIC 9(02).
001710 01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
001720                                 PIC 9(06).
001730 01  WS-CURRENT-TIME.
001740     05  WS-CT-HH                PIC 9(02).
001750     05  WS-CT-MM                PIC 9(02).
001760     05  WS-CT-SS                PIC 9(02).
001770     05  WS-CT-HS                PIC 9(02).
001776*    BUSINESS DATE OF THE RUN (1100) FOR THE RESULT STAMPS AND   *
001782*    THE RERUN CHECK, AND THE SYSTEM DATE NO HEADER CREATION     *
001788*    DATE MAY FOLLOW - WS-CURRENT-DATE IS RE-ACCEPTED FOR EACH   *
001794*    OPERATIONS LOG LINE.                                        *
001800 77  WS-RUN-DATE                 PIC X(06) VALUE SPACES.
001802 77  WS-TODAY-NUM                PIC 9(06) VALUE ZERO.
001804*    BUSINESS CALENDAR FIELDS.
001806 77  WS-CAL-FILE-STATUS          PIC X(02).
001808 77  WS-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
001810     88  WS-CAL-END-OF-FILE      VALUE "Y".
001812 77  WS-CAL-FOUND-SWITCH         PIC X(01) VALUE "N".
001814     88  WS-CAL-FOUND            VALUE "Y".
001820 PROCEDURE DIVISION.
001830 0000-MAIN-PROCESS.
001840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001850     IF WS-RUN-REFUSED
001860         DISPLAY "FEED_INTAKE REFUSED - " WS-OPS-MESSAGE
001870         PERFORM 9700-WRITE-OPS-LOG THRU 9700-EXIT
001875         MOVE 8 TO RETURN-CODE
001880         GOBACK
001890     END-IF.
001900     PERFORM 2000-PROCESS-INTAKE-ENTRY THRU 2000-EXIT
001910         UNTIL WS-INTK-END-OF-FILE.
001920     PERFORM 7000-REWRITE-INTAKE-CONTROL THRU 7000-EXIT.
001930     PERFORM 8000-WRAP-UP THRU 8000-EXIT.
001940     GOBACK.
001950******************************************************************
001960*    1000-INITIALIZE - OPEN THE CONTROL FILE, THE WORK FILE      *
001970*    THE UPDATED ENTRIES ARE STAGED ON, AND THE INTAKE LOG.      *
001980******************************************************************
001990 1000-INITIALIZE.
002000     DISPLAY "FEED_INTAKE - DEPARTMENT FEED INTAKE".
002010     DISPLAY " ".
002020     ACCEPT WS-CURRENT-DATE FROM DATE.
002030     MOVE WS-CURRENT-DATE TO WS-RUN-DATE.
002036     MOVE WS-CURRENT-DATE-NUM TO WS-TODAY-NUM.
002042     PERFORM 1100-DERIVE-BUSINESS-DATE THRU 1100-EXIT.
002050     OPEN INPUT INTAKE-CONTROL.
002060     IF WS-INTK-FILE-STATUS NOT = "00"
002070         MOVE "Y" TO WS-REFUSED-SWITCH
002080         MOVE SPACES TO WS-OPS-MESSAGE
002090         STRING "INTAKE CONTROL FILE NOT AVAILABLE (STATUS "
002100             WS-INTK-FILE-STATUS ") - NO FEEDS TAKEN IN"
002110             DELIMITED BY SIZE INTO WS-OPS-MESSAGE
002120         GO TO 1000-EXIT
002130     END-IF.
002140     OPEN OUTPUT INTAKE-WORK-FILE.
002150     IF WS-IWRK-FILE-STATUS NOT = "00"
002160         CLOSE INTAKE-CONTROL
002170         MOVE "Y" TO WS-REFUSED-SWITCH
002180         MOVE SPACES TO WS-OPS-MESSAGE
002190         STRING "INTAKE WORK FILE CANNOT BE OPENED (STATUS "
002200             WS-IWRK-FILE-STATUS ") - NO FEEDS TAKEN IN"
002210             DELIMITED BY SIZE INTO WS-OPS-MESSAGE
002220         GO TO 1000-EXIT
002230     END-IF.
002240     STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YY
002250         DELIMITED BY SIZE INTO WS-RPT-DATE-TXT.
002260     OPEN OUTPUT INTAKE-REPORT.
002270     MOVE SPACES TO IRP-HEADER-LINE.
002280     MOVE "DEPARTMENT FEED INTAKE" TO IRP-HDR-TITLE.
002290     MOVE "RUN DATE: " TO IRP-HDR-LABEL1.
002300     MOVE WS-RPT-DATE-TXT TO IRP-HDR-DATE.
002310     MOVE "PAGE: " TO IRP-HDR-LABEL2.
002320     MOVE WS-PAGE-NUMBER TO IRP-HDR-PAGE.
002330     WRITE IRP-HEADER-LINE.
002340     MOVE SPACES TO IRP-TEXT-LINE.
002350     WRITE IRP-TEXT-LINE.
002360     MOVE SPACES TO IRP-COLUMN-LINE.
002370     STRING "SRCE  INBOUND   SEQ     CREATED    RECORDS"
002380         "             NET  RESULT"
002390         DELIMITED BY SIZE INTO IRP-COL-TEXT.
002400     WRITE IRP-COLUMN-LINE.
002410     PERFORM 2900-READ-INTAKE-ENTRY THRU 2900-EXIT.
002420 1000-EXIT.
002421     EXIT.
002422******************************************************************
002423*    1100-DERIVE-BUSINESS-DATE - TODAY'S CALENDAR ENTRY NAMES    *
002424*    THE BUSINESS DATE THE INTAKE BELONGS TO, SO A RUN OR RERUN  *
002425*    PAST MIDNIGHT STAMPS THE NIGHT IT WAS STARTED FOR.  NO      *
002426*    CALENDAR, OR A TODAY NOT ON IT, FALLS BACK TO THE SYSTEM    *
002427*    DATE AS ADD_NUMBERS DOES.                                   *
002428******************************************************************
002429 1100-DERIVE-BUSINESS-DATE.
002430     MOVE "N" TO WS-CAL-EOF-SWITCH.
002431     MOVE "N" TO WS-CAL-FOUND-SWITCH.
002432     OPEN INPUT CALENDAR-FILE.
002433     IF WS-CAL-FILE-STATUS NOT = "00"
002434         DISPLAY "BUSINESS CALENDAR NOT AVAILABLE (STATUS "
002435             WS-CAL-FILE-STATUS ") - USING THE SYSTEM DATE"
002436         GO TO 1100-EXIT
002437     END-IF.
002438     PERFORM 1150-READ-CAL-FOR-TODAY THRU 1150-EXIT
002439         UNTIL WS-CAL-FOUND OR WS-CAL-END-OF-FILE.
002440     CLOSE CALENDAR-FILE.
002441     IF NOT WS-CAL-FOUND
002442         DISPLAY "TODAY IS NOT ON THE BUSINESS CALENDAR - "
002443             "USING THE SYSTEM DATE"
002444     END-IF.
002445 1100-EXIT.
002446     EXIT.
002447 1150-READ-CAL-FOR-TODAY.
002448     READ CALENDAR-FILE
002449         AT END
002450             MOVE "Y" TO WS-CAL-EOF-SWITCH
002451             GO TO 1150-EXIT
002452     END-READ.
002453     IF CAL-DATE = WS-CURRENT-DATE
002454         MOVE "Y" TO WS-CAL-FOUND-SWITCH
002455         MOVE CAL-BUSINESS-DATE TO WS-RUN-DATE
002456     END-IF.
002457 1150-EXIT.
002458     EXIT.
002459******************************************************************
002460*    2000-PROCESS-INTAKE-ENTRY - TAKE IN ONE DEPARTMENT'S FILE,  *
002461*    STAMP THE RESULT ON ITS CONTROL ENTRY, AND STAGE THE        *
002470*    ENTRY ON THE WORK FILE.                                     *
002480******************************************************************
002490 2000-PROCESS-INTAKE-ENTRY.
002500     ADD 1 TO WS-SOURCES-COUNT.
002510     MOVE "R" TO WS-RESULT.
002520     MOVE SPACES TO WS-REASON.
002530     MOVE "N" TO WS-RERUN-SWITCH.
002540     MOVE "N" TO WS-TALLIED-SWITCH.
002550     MOVE "N" TO WS-TRAILER-SEEN-SWITCH.
002560     MOVE SPACES TO WS-HDR-SOURCE-ID.
002570     MOVE SPACES TO WS-HDR-CREATE-DATE.
002580     MOVE SPACES TO WS-HDR-SEQUENCE.
002590     MOVE ZERO TO WS-TRL-RECORD-COUNT.
002600     MOVE ZERO TO WS-TRL-NET.
002610     MOVE ZERO TO WS-TRL-HASH.
002620     MOVE ZERO TO WS-CALC-RECORD-COUNT.
002630     MOVE ZERO TO WS-CALC-NET.
002640     MOVE ZERO TO WS-CALC-HASH.
002650     PERFORM 2100-TAKE-IN-FILE THRU 2100-EXIT.
002660     PERFORM 2800-RECORD-RESULT THRU 2800-EXIT.
002670     MOVE INTK-RECORD TO IWRK-RECORD.
002680     WRITE IWRK-RECORD.
002690     PERFORM 2900-READ-INTAKE-ENTRY THRU 2900-EXIT.
002700 2000-EXIT.
002710     EXIT.
002720******************************************************************
002730*    2100-TAKE-IN-FILE - PROVE THE INBOUND FILE IN ONE PASS,     *
002740*    THEN CONVERT IT IN A SECOND.  THE FIRST CHECK THAT FAILS    *
002750*    TURNS THE WHOLE FILE AWAY AND IS THE REASON REPORTED; THE   *
002760*    FEED ON FILE FOR THE SOURCE IS NOT TOUCHED.                 *
002770******************************************************************
002780 2100-TAKE-IN-FILE.
002790     PERFORM 2150-FIND-FEED-FILE THRU 2150-EXIT.
002800     IF NOT WS-FEED-LISTED
002810         MOVE "SOURCE NOT ON FEEDLIST - NO FEED FILE TO WRITE"
002820             TO WS-REASON
002830         GO TO 2100-EXIT
002840     END-IF.
002850     MOVE INTK-INBOUND-FILE TO WS-INBOUND-FILE-NAME.
002860     OPEN INPUT INBOUND-FILE.
002870     IF WS-INB-FILE-STATUS = "35"
002880         MOVE "M" TO WS-RESULT
002890         STRING "INBOUND FILE " DELIMITED BY SIZE
002900             WS-INBOUND-FILE-NAME DELIMITED BY SPACE
002910             " NOT RECEIVED" DELIMITED BY SIZE INTO WS-REASON
002920         GO TO 2100-EXIT
002930     END-IF.
002940     IF WS-INB-FILE-STATUS NOT = "00"
002950         STRING "INBOUND FILE " DELIMITED BY SIZE
002960             WS-INBOUND-FILE-NAME DELIMITED BY SPACE
002970             " CANNOT BE READ (STATUS " WS-INB-FILE-STATUS ")"
002980             DELIMITED BY SIZE INTO WS-REASON
002990         GO TO 2100-EXIT
003000     END-IF.
003010     MOVE "N" TO WS-INB-EOF-SWITCH.
003020     MOVE ZERO TO WS-RECORD-NUMBER.
003030     PERFORM 2200-READ-INBOUND THRU 2200-EXIT.
003040     IF WS-INB-END-OF-FILE
003050         CLOSE INBOUND-FILE
003060         MOVE "INBOUND FILE IS EMPTY" TO WS-REASON
003070         GO TO 2100-EXIT
003080     END-IF.
003090     IF NOT INB-IS-HEADER
003100         CLOSE INBOUND-FILE
003110         MOVE "FIRST RECORD IS NOT A HEADER" TO WS-REASON
003120         GO TO 2100-EXIT
003130     END-IF.
003140     PERFORM 2300-CHECK-HEADER THRU 2300-EXIT.
003150     IF WS-REASON NOT = SPACES
003160         CLOSE INBOUND-FILE
003170         GO TO 2100-EXIT
003180     END-IF.
003190     MOVE "Y" TO WS-TALLIED-SWITCH.
003200     PERFORM 2400-TALLY-RECORD THRU 2400-EXIT
003210         UNTIL WS-INB-END-OF-FILE OR WS-REASON NOT = SPACES.
003220     CLOSE INBOUND-FILE.
003230     IF WS-REASON NOT = SPACES
003240         GO TO 2100-EXIT
003250     END-IF.
003260     IF NOT WS-TRAILER-SEEN
003270         MOVE "NO TRAILER RECORD - FILE IS INCOMPLETE"
003280             TO WS-REASON
003290         GO TO 2100-EXIT
003300     END-IF.
003310     PERFORM 2500-CHECK-TRAILER THRU 2500-EXIT.
003320     IF WS-REASON NOT = SPACES
003330         GO TO 2100-EXIT
003340     END-IF.
003350     PERFORM 2600-CONVERT-FILE THRU 2600-EXIT.
003360 2100-EXIT.
003370     EXIT.
003380******************************************************************
003390*    2150-FIND-FEED-FILE - LOOK UP THE FILE FEEDLIST NAMES FOR   *
003400*    THIS SOURCE - THE FILE ADD_NUMBERS WILL READ IT FROM.       *
003410******************************************************************
003420 2150-FIND-FEED-FILE.
003430     MOVE "N" TO WS-FEED-LISTED-SWITCH.
003440     MOVE SPACES TO WS-FEED-FILE-NAME.
003450     MOVE "N" TO WS-FEED-EOF-SWITCH.
003460     OPEN INPUT FEED-LIST.
003470     IF WS-FEED-FILE-STATUS NOT = "00"
003480         GO TO 2150-EXIT
003490     END-IF.
003500     PERFORM 2160-READ-FEED-RECORD THRU 2160-EXIT
003510         UNTIL WS-FEED-END-OF-FILE OR WS-FEED-LISTED.
003520     CLOSE FEED-LIST.
003530 2150-EXIT.
003540     EXIT.
003550 2160-READ-FEED-RECORD.
003560     READ FEED-LIST
003570         AT END
003580             MOVE "Y" TO WS-FEED-EOF-SWITCH
003590             GO TO 2160-EXIT
003600     END-READ.
003610     IF FEED-SOURCE-ID = INTK-SOURCE-ID
003620        AND FEED-FILE-NAME NOT = SPACES
003630         MOVE "Y" TO WS-FEED-LISTED-SWITCH
003640         MOVE FEED-FILE-NAME TO WS-FEED-FILE-NAME
003650     END-IF.
003660 2160-EXIT.
003670     EXIT.
003680 2200-READ-INBOUND.
003690     READ INBOUND-FILE
003700         AT END
003710             MOVE "Y" TO WS-INB-EOF-SWITCH
003720             GO TO 2200-EXIT
003730     END-READ.
003740     ADD 1 TO WS-RECORD-NUMBER.
003750 2200-EXIT.
003760     EXIT.
003770******************************************************************
003780*    2300-CHECK-HEADER - SOURCE, CREATION DATE, AND SEQUENCE.    *
003790*    THE FILE MUST CARRY THE NEXT NUMBER AFTER THE LAST ONE      *
003800*    ACCEPTED - A LOWER OR EQUAL NUMBER IS A FILE ALREADY SENT,  *
003810*    A HIGHER ONE MEANS A FILE WENT MISSING IN BETWEEN.  THE     *
003817*    ONE EXCEPTION IS THE SAME FILE ALREADY ACCEPTED FOR THIS    *
003824*    BUSINESS DATE, WHICH IS A RERUN OF THIS STEP (A JOB_STREAM  *
003831*    RESUME PAST MIDNIGHT INCLUDED), NOT A SECOND DELIVERY.      *
003840******************************************************************
003850 2300-CHECK-HEADER.
003860     MOVE INB-HDR-SOURCE-ID TO WS-HDR-SOURCE-ID.
003870     MOVE INB-HDR-CREATE-DATE TO WS-HDR-CREATE-DATE.
003880     MOVE INB-HDR-SEQUENCE TO WS-HDR-SEQUENCE.
003890     IF INB-HDR-SOURCE-ID NOT = INTK-SOURCE-ID
003900         STRING "HEADER SOURCE " INB-HDR-SOURCE-ID
003910             " DOES NOT MATCH INTKCTL"
003920             DELIMITED BY SIZE INTO WS-REASON
003930         GO TO 2300-EXIT
003940     END-IF.
003950     IF INB-HDR-CREATE-DATE-NUM NOT NUMERIC
003960        OR INB-HDR-CREATE-MM < 1 OR INB-HDR-CREATE-MM > 12
003970        OR INB-HDR-CREATE-DD < 1 OR INB-HDR-CREATE-DD > 31
003980         STRING "HEADER CREATION DATE " WS-HDR-CREATE-DATE
003990             " IS INVALID"
004000             DELIMITED BY SIZE INTO WS-REASON
004010         GO TO 2300-EXIT
004020     END-IF.
004030     MOVE INB-HDR-CREATE-DATE-NUM TO WS-HDR-CREATE-NUM.
004040     IF WS-HDR-CREATE-NUM > WS-TODAY-NUM
004050         STRING "HEADER CREATION DATE " WS-HDR-CREATE-DATE
004060             " IS LATER THAN TODAY"
004070             DELIMITED BY SIZE INTO WS-REASON
004080         GO TO 2300-EXIT
004090     END-IF.
004100     IF INB-HDR-SEQUENCE NOT NUMERIC
004110         MOVE "HEADER SEQUENCE NUMBER IS NOT NUMERIC"
004120             TO WS-REASON
004130         GO TO 2300-EXIT
004140     END-IF.
004150     MOVE INB-HDR-SEQUENCE TO WS-HDR-SEQUENCE-NUM.
004160     IF WS-HDR-SEQUENCE-NUM = INTK-LAST-SEQUENCE
004170        AND WS-HDR-CREATE-NUM = INTK-LAST-CREATE-DATE
004180        AND INTK-LAST-ACCEPT-DATE = WS-RUN-DATE
004190         MOVE "Y" TO WS-RERUN-SWITCH
004200         GO TO 2300-EXIT
004210     END-IF.
004220     IF INTK-LAST-SEQUENCE = 999999
004230         MOVE 1 TO WS-EXPECTED-SEQUENCE
004240     ELSE
004250         ADD 1 TO INTK-LAST-SEQUENCE GIVING WS-EXPECTED-SEQUENCE
004260     END-IF.
004270     IF WS-HDR-SEQUENCE-NUM NOT = WS-EXPECTED-SEQUENCE
004280         MOVE WS-EXPECTED-SEQUENCE TO WS-SEQ-EDIT
004290         IF WS-HDR-SEQUENCE-NUM NOT > INTK-LAST-SEQUENCE
004300             STRING "SEQUENCE " WS-HDR-SEQUENCE
004310                 " IS A REPEAT - EXPECTED " WS-SEQ-EDIT
004320                 DELIMITED BY SIZE INTO WS-REASON
004330         ELSE
004340             STRING "SEQUENCE " WS-HDR-SEQUENCE
004350                 " SKIPS A FILE - EXPECTED " WS-SEQ-EDIT
004360                 DELIMITED BY SIZE INTO WS-REASON
004370         END-IF
004380         GO TO 2300-EXIT
004390     END-IF.
004400     IF WS-HDR-CREATE-NUM < INTK-LAST-CREATE-DATE
004410         STRING "HEADER CREATION DATE " WS-HDR-CREATE-DATE
004420             " BEFORE LAST FILE'S"
004430             DELIMITED BY SIZE INTO WS-REASON
004440     END-IF.
004450 2300-EXIT.
004460     EXIT.
004470******************************************************************
004480*    2400-TALLY-RECORD - ONE RECORD AFTER THE HEADER.  DETAILS   *
004490*    ARE COUNTED, NETTED, AND HASHED; THE TRAILER'S FIGURES ARE  *
004500*    HELD FOR 2500.  ANYTHING OUT OF PLACE TURNS THE FILE AWAY.  *
004510******************************************************************
004520 2400-TALLY-RECORD.
004530     PERFORM 2200-READ-INBOUND THRU 2200-EXIT.
004540     IF WS-INB-END-OF-FILE
004550         GO TO 2400-EXIT
004560     END-IF.
004570     MOVE WS-RECORD-NUMBER TO WS-RECORD-NUMBER-EDIT.
004580     IF WS-TRAILER-SEEN
004590         STRING "RECORD " WS-RECORD-NUMBER-EDIT
004600             " FOLLOWS THE TRAILER"
004610             DELIMITED BY SIZE INTO WS-REASON
004620         GO TO 2400-EXIT
004630     END-IF.
004640     IF INB-IS-HEADER
004650         STRING "RECORD " WS-RECORD-NUMBER-EDIT
004660             " IS A SECOND HEADER"
004670             DELIMITED BY SIZE INTO WS-REASON
004680         GO TO 2400-EXIT
004690     END-IF.
004700     IF INB-IS-TRAILER
004710         MOVE "Y" TO WS-TRAILER-SEEN-SWITCH
004720         IF INB-TRL-RECORD-COUNT NOT NUMERIC
004730            OR INB-TRL-NET-AMOUNT NOT NUMERIC
004740            OR INB-TRL-HASH-TOTAL NOT NUMERIC
004750             MOVE "TRAILER CONTROL FIELDS ARE NOT NUMERIC"
004760                 TO WS-REASON
004770             GO TO 2400-EXIT
004780         END-IF
004790         MOVE INB-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT
004800         MOVE INB-TRL-HASH-TOTAL TO WS-TRL-HASH
004810         IF INB-TRL-NET-IS-CREDIT
004820             SUBTRACT INB-TRL-NET-AMOUNT FROM ZERO
004830                 GIVING WS-TRL-NET
004840         ELSE
004850             MOVE INB-TRL-NET-AMOUNT TO WS-TRL-NET
004860         END-IF
004870         GO TO 2400-EXIT
004880     END-IF.
004890     IF NOT INB-IS-DETAIL
004900         STRING "RECORD " WS-RECORD-NUMBER-EDIT
004910             " HAS AN UNKNOWN RECORD TYPE"
004920             DELIMITED BY SIZE INTO WS-REASON
004930         GO TO 2400-EXIT
004940     END-IF.
004950*    A KEY OR AMOUNT THAT IS NOT A NUMBER CANNOT BE HASHED OR    *
004960*    NETTED, SO THE CONTROLS CANNOT BE PROVED FOR THE FILE.      *
004970     IF INB-DTL-KEY NOT NUMERIC OR INB-DTL-AMOUNT NOT NUMERIC
004980         STRING "RECORD " WS-RECORD-NUMBER-EDIT
004990             " KEY OR AMOUNT IS NOT NUMERIC"
005000             DELIMITED BY SIZE INTO WS-REASON
005010         GO TO 2400-EXIT
005020     END-IF.
005021*    KEYS 9000000-9999999 BELONG TO THE STANDING ENTRIES THAT    *
005022*    STANDING_GEN WRITES; NO DEPARTMENT MAY SEND ONE.            *
005023     IF INB-DTL-KEY NOT < 9000000 AND INTK-SOURCE-ID NOT = "STND"
005024         STRING "RECORD " WS-RECORD-NUMBER-EDIT
005025             " KEY 9XXXXXX IS RESERVED TO STND"
005026             DELIMITED BY SIZE INTO WS-REASON
005027         GO TO 2400-EXIT
005028     END-IF.
005030     ADD 1 TO WS-CALC-RECORD-COUNT.
005040     IF INB-DTL-IS-CREDIT
005050         SUBTRACT INB-DTL-AMOUNT FROM WS-CALC-NET
005060     ELSE
005070         ADD INB-DTL-AMOUNT TO WS-CALC-NET
005080     END-IF.
005090     ADD INB-DTL-KEY TO WS-CALC-HASH.
005100     IF WS-CALC-HASH NOT < WS-HASH-MODULUS
005110         SUBTRACT WS-HASH-MODULUS FROM WS-CALC-HASH
005120     END-IF.
005130 2400-EXIT.
005140     EXIT.
005150******************************************************************
005160*    2500-CHECK-TRAILER - ALL THREE CONTROLS MUST AGREE.  A      *
005170*    FILE CUT SHORT BEFORE ITS TRAILER WAS WRITTEN IS CAUGHT BY  *
005180*    THE MISSING TRAILER; ONE CUT SHORT BEFORE IT WAS SENT IS    *
005190*    CAUGHT HERE, EVEN WHEN THE SENDER'S NET HAPPENS TO AGREE.   *
005200******************************************************************
005210 2500-CHECK-TRAILER.
005220     IF WS-CALC-RECORD-COUNT NOT = WS-TRL-RECORD-COUNT
005230         MOVE "TRAILER RECORD COUNT DOES NOT AGREE" TO WS-REASON
005240         GO TO 2500-EXIT
005250     END-IF.
005260     IF WS-CALC-NET NOT = WS-TRL-NET
005270         MOVE "TRAILER NET TOTAL DOES NOT AGREE" TO WS-REASON
005280         GO TO 2500-EXIT
005290     END-IF.
005300     IF WS-CALC-HASH NOT = WS-TRL-HASH
005310         MOVE "TRAILER HASH TOTAL DOES NOT AGREE" TO WS-REASON
005320     END-IF.
005330 2500-EXIT.
005340     EXIT.
005350******************************************************************
005360*    2600-CONVERT-FILE - THE FILE IS PROVED; WRITE ITS DETAILS   *
005370*    TO THE SOURCE'S FEED FILE IN THE TRANREC LAYOUT.  NO "H"    *
005380*    RECORD IS WRITTEN - THE CONTROLS HAVE BEEN PROVED HERE,     *
005390*    AND A HEADER TOTAL WOULD PUT THE NIGHT OUT OF BALANCE ON    *
005400*    ANY ITEM THE POSTED-KEY MASTER BLOCKS AS A DUPLICATE.       *
005410******************************************************************
005420 2600-CONVERT-FILE.
005424*    THE INBOUND FILE IS OPENED AGAIN BEFORE THE FEED FILE, SO A *
005428*    FILE THAT CANNOT BE READ A SECOND TIME LEAVES THE FEED ON   *
005432*    FILE FOR THE SOURCE UNTOUCHED.                              *
005436     MOVE "N" TO WS-INB-EOF-SWITCH.
005440     MOVE ZERO TO WS-RECORD-NUMBER.
005444     OPEN INPUT INBOUND-FILE.
005448     IF WS-INB-FILE-STATUS NOT = "00"
005452         MOVE "M" TO WS-RESULT
005456         STRING "INBOUND FILE " DELIMITED BY SIZE
005460             WS-INBOUND-FILE-NAME DELIMITED BY SPACE
005464             " LOST BEFORE CONVERSION (STATUS " WS-INB-FILE-STATUS
005468             ")" DELIMITED BY SIZE INTO WS-REASON
005472         GO TO 2600-EXIT
005476     END-IF.
005480     OPEN OUTPUT CONVERTED-FEED.
005484     IF WS-OUT-FILE-STATUS NOT = "00"
005488         CLOSE INBOUND-FILE
005492         STRING "FEED FILE " DELIMITED BY SIZE
005496             WS-FEED-FILE-NAME DELIMITED BY SPACE
005500             " CANNOT BE WRITTEN (STATUS " WS-OUT-FILE-STATUS ")"
005504             DELIMITED BY SIZE INTO WS-REASON
005508         GO TO 2600-EXIT
005512     END-IF.
005540     PERFORM 2650-CONVERT-RECORD THRU 2650-EXIT
005550         UNTIL WS-INB-END-OF-FILE.
005560     CLOSE INBOUND-FILE.
005570     CLOSE CONVERTED-FEED.
005580     MOVE "A" TO WS-RESULT.
005590 2600-EXIT.
005600     EXIT.
005610 2650-CONVERT-RECORD.
005620     PERFORM 2200-READ-INBOUND THRU 2200-EXIT.
005630     IF WS-INB-END-OF-FILE
005640         GO TO 2650-EXIT
005650     END-IF.
005660     IF NOT INB-IS-DETAIL
005670         GO TO 2650-EXIT
005680     END-IF.
005690     MOVE SPACES TO TRANS-RECORD.
005700     MOVE "D" TO TRANS-REC-TYPE.
005710     MOVE INB-DTL-KEY TO TRANS-KEY.
005720     MOVE INB-DTL-AMOUNT TO TRANS-AMOUNT.
005730     MOVE INB-DTL-ACCT-CODE TO TRANS-ACCT-CODE.
005740     MOVE INB-DTL-DR-CR-IND TO TRANS-DR-CR-IND.
005750     WRITE TRANS-RECORD.
005760 2650-EXIT.
005770     EXIT.
005780******************************************************************
005790*    2800-RECORD-RESULT - STAMP THE OUTCOME ON THE CONTROL       *
005800*    ENTRY, ADVANCE THE LAST-ACCEPTED FILE ON AN ACCEPTANCE,     *
005810*    AND LOG THE RESULT.                                         *
005820******************************************************************
005830 2800-RECORD-RESULT.
005840     MOVE WS-RUN-DATE TO INTK-RESULT-DATE.
005850     MOVE WS-RESULT TO INTK-RESULT.
005860     MOVE WS-CALC-RECORD-COUNT TO INTK-RESULT-RECORDS.
005870     MOVE WS-REASON TO INTK-REASON.
005880     IF WS-FILE-ACCEPTED
005890         ADD 1 TO WS-ACCEPTED-COUNT
005900         MOVE WS-HDR-SEQUENCE-NUM TO INTK-LAST-SEQUENCE
005910         MOVE WS-HDR-CREATE-NUM TO INTK-LAST-CREATE-DATE
005920         MOVE WS-RUN-DATE TO INTK-LAST-ACCEPT-DATE
005930     END-IF.
005940     IF WS-FILE-REJECTED
005950         ADD 1 TO WS-REJECTED-COUNT
005960     END-IF.
005970     IF WS-FILE-NOT-RECEIVED
005980         ADD 1 TO WS-MISSING-COUNT
005990     END-IF.
006000     MOVE SPACES TO IRP-RESULT-LINE.
006010     MOVE INTK-SOURCE-ID TO IRP-RES-SOURCE.
006020     MOVE INTK-INBOUND-FILE TO IRP-RES-INBOUND.
006030     MOVE WS-HDR-SEQUENCE TO IRP-RES-SEQUENCE.
006040     MOVE WS-HDR-CREATE-DATE TO IRP-RES-CREATED.
006050*    COUNT AND NET ONLY ONCE THE DETAILS WERE READ - A FILE      *
006060*    TURNED AWAY AT ITS HEADER SHOWS THEM BLANK.                 *
006070     IF WS-DETAILS-TALLIED
006080         MOVE WS-CALC-RECORD-COUNT TO IRP-RES-RECORDS
006090         MOVE WS-CALC-NET TO IRP-RES-NET
006100     END-IF.
006110     IF WS-FILE-ACCEPTED
006120         MOVE "ACCEPTED" TO IRP-RES-RESULT
006130     END-IF.
006140     IF WS-FILE-REJECTED
006150         MOVE "REJECTED" TO IRP-RES-RESULT
006160     END-IF.
006170     IF WS-FILE-NOT-RECEIVED
006180         MOVE "MISSING" TO IRP-RES-RESULT
006190     END-IF.
006200     WRITE IRP-RESULT-LINE.
006210     IF WS-REASON NOT = SPACES
006220         MOVE SPACES TO IRP-TEXT-LINE
006230         STRING "      REASON:   " WS-REASON
006240             DELIMITED BY SIZE INTO IRP-TEXT
006250         WRITE IRP-TEXT-LINE
006260     END-IF.
006270     IF WS-RERUN-OF-TODAYS-FILE AND WS-FILE-ACCEPTED
006280         MOVE SPACES TO IRP-TEXT-LINE
006290         STRING "      NOTE:     FILE ALREADY ACCEPTED FOR THIS "
006300             "BUSINESS DATE - CONVERTED AGAIN"
006305             DELIMITED BY SIZE INTO IRP-TEXT
006310         WRITE IRP-TEXT-LINE
006320     END-IF.
006330*    THE CONTROL FIGURES SIDE BY SIDE ONCE THE TRAILER WAS       *
006340*    REACHED, SO A REJECTION CAN BE TAKEN BACK TO THE SENDER.    *
006350     IF WS-TRAILER-SEEN
006360         MOVE WS-TRL-RECORD-COUNT TO WS-RECORDS-EDIT
006370         MOVE WS-TRL-NET TO WS-TOTAL-EDIT
006380         MOVE WS-TRL-HASH TO WS-HASH-EDIT
006390         MOVE SPACES TO IRP-TEXT-LINE
006400         STRING "      TRAILER   COUNT " WS-RECORDS-EDIT
006410             "  NET " WS-TOTAL-EDIT "  HASH " WS-HASH-EDIT
006420             DELIMITED BY SIZE INTO IRP-TEXT
006430         WRITE IRP-TEXT-LINE
006440         MOVE WS-CALC-RECORD-COUNT TO WS-RECORDS-EDIT
006450         MOVE WS-CALC-NET TO WS-TOTAL-EDIT
006460         MOVE WS-CALC-HASH TO WS-HASH-EDIT
006470         MOVE SPACES TO IRP-TEXT-LINE
006480         STRING "      DETAILS   COUNT " WS-RECORDS-EDIT
006490             "  NET " WS-TOTAL-EDIT "  HASH " WS-HASH-EDIT
006500             DELIMITED BY SIZE INTO IRP-TEXT
006510         WRITE IRP-TEXT-LINE
006520     END-IF.
006530     IF NOT WS-FILE-ACCEPTED
006540         DISPLAY "FEED " INTK-SOURCE-ID " " INTK-INBOUND-FILE
006550             "... TURNED AWAY - " WS-REASON
006560         MOVE SPACES TO WS-OPS-MESSAGE
006570         STRING INTK-SOURCE-ID " REJECTED - " WS-REASON
006580             DELIMITED BY SIZE INTO WS-OPS-MESSAGE
006590         PERFORM 9700-WRITE-OPS-LOG THRU 9700-EXIT
006600     ELSE
006610         DISPLAY "FEED " INTK-SOURCE-ID " " INTK-INBOUND-FILE
006620             "... ACCEPTED INTO " WS-FEED-FILE-NAME
006630     END-IF.
006640 2800-EXIT.
006650     EXIT.
006660 2900-READ-INTAKE-ENTRY.
006670     READ INTAKE-CONTROL
006680         AT END
006690             MOVE "Y" TO WS-INTK-EOF-SWITCH
006700     END-READ.
006710 2900-EXIT.
006720     EXIT.
006730******************************************************************
006740*    7000-REWRITE-INTAKE-CONTROL - COPY THE STAGED ENTRIES BACK  *
006750*    OVER THE CONTROL FILE, AS PERIOD_CLOSE REWRITES PERCTL.     *
006760******************************************************************
006770 7000-REWRITE-INTAKE-CONTROL.
006780     CLOSE INTAKE-CONTROL.
006790     CLOSE INTAKE-WORK-FILE.
006800     OPEN OUTPUT INTAKE-CONTROL.
006810     IF WS-INTK-FILE-STATUS NOT = "00"
006820         DISPLAY "*** CANNOT REWRITE THE INTAKE CONTROL FILE "
006830             "(STATUS " WS-INTK-FILE-STATUS ") ***"
006840         MOVE SPACES TO WS-OPS-MESSAGE
006850         STRING "INTAKE CONTROL FILE CANNOT BE REWRITTEN (STATUS "
006860             WS-INTK-FILE-STATUS ")"
006870             DELIMITED BY SIZE INTO WS-OPS-MESSAGE
006880         PERFORM 9700-WRITE-OPS-LOG THRU 9700-EXIT
006885         MOVE 8 TO RETURN-CODE
006890         GO TO 7000-EXIT
006900     END-IF.
006910     MOVE "N" TO WS-IWRK-EOF-SWITCH.
006920     OPEN INPUT INTAKE-WORK-FILE.
006930     PERFORM 7100-COPY-BACK-ENTRY THRU 7100-EXIT
006940         UNTIL WS-IWRK-END-OF-FILE.
006950     CLOSE INTAKE-WORK-FILE.
006960     CLOSE INTAKE-CONTROL.
006970 7000-EXIT.
006980     EXIT.
006990 7100-COPY-BACK-ENTRY.
007000     READ INTAKE-WORK-FILE
007010         AT END
007020             MOVE "Y" TO WS-IWRK-EOF-SWITCH
007030             GO TO 7100-EXIT
007040     END-READ.
007050     MOVE IWRK-RECORD TO INTK-RECORD.
007060     WRITE INTK-RECORD.
007061     IF WS-INTK-FILE-STATUS NOT = "00"
007062         DISPLAY "*** CANNOT REWRITE THE INTAKE CONTROL FILE "
007063             "(STATUS " WS-INTK-FILE-STATUS ") ***"
007064         MOVE SPACES TO WS-OPS-MESSAGE
007065         STRING "INTAKE CONTROL FILE WRITE FAILED (STATUS "
007066             WS-INTK-FILE-STATUS ")"
007067             DELIMITED BY SIZE INTO WS-OPS-MESSAGE
007068         PERFORM 9700-WRITE-OPS-LOG THRU 9700-EXIT
007069         MOVE 8 TO RETURN-CODE
007071         MOVE "Y" TO WS-IWRK-EOF-SWITCH
007073     END-IF.
007075 7100-EXIT.
007080     EXIT.
007090******************************************************************
007100*    8000-WRAP-UP - RUN SUMMARY ON THE LOG AND THE CONSOLE.      *
007110******************************************************************
007120 8000-WRAP-UP.
007130     IF WS-SOURCES-COUNT = ZERO
007140         MOVE SPACES TO IRP-TEXT-LINE
007150         MOVE "NO DEPARTMENT FEEDS ON THE INTAKE CONTROL FILE"
007160             TO IRP-TEXT
007170         WRITE IRP-TEXT-LINE
007180     END-IF.
007190     MOVE SPACES TO IRP-TEXT-LINE.
007200     WRITE IRP-TEXT-LINE.
007210     MOVE WS-SOURCES-COUNT TO WS-COUNT-EDIT.
007220     MOVE SPACES TO IRP-TEXT-LINE.
007230     STRING "DEPARTMENT FEEDS CHECKED  " WS-COUNT-EDIT
007240         DELIMITED BY SIZE INTO IRP-TEXT.
007250     WRITE IRP-TEXT-LINE.
007260     MOVE WS-ACCEPTED-COUNT TO WS-COUNT-EDIT.
007270     MOVE SPACES TO IRP-TEXT-LINE.
007280     STRING "ACCEPTED                  " WS-COUNT-EDIT
007290         DELIMITED BY SIZE INTO IRP-TEXT.
007300     WRITE IRP-TEXT-LINE.
007310     MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT.
007320     MOVE SPACES TO IRP-TEXT-LINE.
007330     STRING "REJECTED                  " WS-COUNT-EDIT
007340         DELIMITED BY SIZE INTO IRP-TEXT.
007350     WRITE IRP-TEXT-LINE.
007360     MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT.
007370     MOVE SPACES TO IRP-TEXT-LINE.
007380     STRING "NOT RECEIVED              " WS-COUNT-EDIT
007390         DELIMITED BY SIZE INTO IRP-TEXT.
007400     WRITE IRP-TEXT-LINE.
007410     ADD WS-REJECTED-COUNT WS-MISSING-COUNT
007420         GIVING WS-TURNED-AWAY-COUNT.
007430     IF WS-TURNED-AWAY-COUNT > ZERO
007440         MOVE SPACES TO IRP-TEXT-LINE
007450         WRITE IRP-TEXT-LINE
007460         MOVE SPACES TO IRP-TEXT-LINE
007470         STRING "*** NOT ALL FEEDS TAKEN IN - FEED INTAKE STEP "
007480             "FAILED (RC 8)" DELIMITED BY SIZE INTO IRP-TEXT
007490         WRITE IRP-TEXT-LINE
007495         MOVE 8 TO RETURN-CODE
007500     END-IF.
007510     CLOSE INTAKE-REPORT.
007520     DISPLAY " ".
007530     DISPLAY "FEEDS CHECKED:  " WS-SOURCES-COUNT.
007540     DISPLAY "ACCEPTED:       " WS-ACCEPTED-COUNT.
007550     DISPLAY "REJECTED:       " WS-REJECTED-COUNT.
007560     DISPLAY "NOT RECEIVED:   " WS-MISSING-COUNT.
007570     IF WS-TURNED-AWAY-COUNT > ZERO
007572         DISPLAY "FEED INTAKE FAILED - NOT ALL FEEDS TAKEN IN - "
007574             "SEE INTKRPT."
007576     ELSE
007578         DISPLAY "FEED INTAKE COMPLETE - SEE INTKRPT."
007579     END-IF.
007580 8000-EXIT.
007590     EXIT.
007600******************************************************************
007610*    9700-WRITE-OPS-LOG - APPEND ONE PLAIN-LANGUAGE LINE TO      *
007620*    THE OPERATIONS LOG, CREATED ON FIRST USE, AS ADD_NUMBERS    *
007630*    DOES.                                                       *
007640******************************************************************
007650 9700-WRITE-OPS-LOG.
007660     ACCEPT WS-CURRENT-DATE FROM DATE.
007670     ACCEPT WS-CURRENT-TIME FROM TIME.
007680     OPEN EXTEND OPS-LOG.
007690     IF WS-OPS-FILE-STATUS = "35"
007700         OPEN OUTPUT OPS-LOG
007710         CLOSE OPS-LOG
007720         OPEN EXTEND OPS-LOG
007730     END-IF.
007740     MOVE SPACES TO OPS-RECORD.
007750     MOVE WS-CURRENT-DATE TO OPS-DATE.
007760     STRING WS-CT-HH WS-CT-MM WS-CT-SS
007770         DELIMITED BY SIZE INTO OPS-TIME.
007780     MOVE "FEED_INTAKE" TO OPS-PROGRAM.
007790     MOVE WS-OPS-MESSAGE TO OPS-MESSAGE.
007800     WRITE OPS-RECORD.
007810     CLOSE OPS-LOG.
007820 9700-EXIT.
007830     EXIT.
