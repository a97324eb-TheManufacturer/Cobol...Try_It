000160*   SITTING IN SUSPENSE, THE GL FEED RECORD COUNT AND NET,      *
000170*   AND A SINGLE PASS/FAIL VERDICT LINE TO INITIAL.  REPLACES   *
000180*   THE MORNING TOUR OF RPTFILE, THE CONSOLE LOG, RUNCTL, AND   *
000190*   GLFILE.  ALSO SHOWS THE COUNT AND DOLLARS STILL SITTING ON   *
000193*   THE HIGH-VALUE HOLD FILE AWAITING POSTING, AND THE           *
000196*   JOB-STREAM STEP LOG FOR THE BUSINESS DATE.                   *
000200*                                                                *
000210*   MODIFICATION HISTORY                                        *
000220*   2026-09-02  RM   INITIAL VERSION.                            *
000221*   2026-10-15  RM   HIGH-VALUE HOLD FILE COUNT AND DOLLARS      *
000222*                    ADDED UNDER SUSPENSE.                       *
000223*   2026-10-15  RM   THE JOB-STREAM STEP LOG (STEPLOG) FOR THE   *
000224*                    BUSINESS DATE IS PRINTED ON THE SIGN-OFF    *
000225*                    PAGE - EACH STEP'S OUTCOME, START, END,     *
000226*                    AND RUNS - AND A STEP LOGGED FAILED FAILS   *
000227*                    THE VERDICT.  ENDS WITH GOBACK SO           *
000228*                    JOB_STREAM CAN CALL IT AS THE LAST STEP.    *
000230*                                                                *
000240******************************************************************
000250 ENVIRONMENT DIVISION.
000370     SELECT GL-FILE ASSIGN TO "GLFILE"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-GL-FILE-STATUS.
000391     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
000392         ORGANIZATION IS LINE SEQUENTIAL
000393         FILE STATUS IS WS-HOLD-FILE-STATUS.
000394     SELECT STEP-LOG ASSIGN TO "STEPLOG"
000395         ORGANIZATION IS INDEXED
000396         ACCESS MODE IS DYNAMIC
000397         RECORD KEY IS SLOG-KEY
000398         FILE STATUS IS WS-SLOG-FILE-STATUS.
000400     SELECT NIGHT-REPORT ASSIGN TO "NIGHTRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420 DATA DIVISION.
000530 FD  GL-FILE
000540     LABEL RECORDS ARE STANDARD.
000550     COPY GLREC.
000551 FD  HOLD-FILE
000552     LABEL RECORDS ARE STANDARD.
000553     COPY HOLDREC.
000554 FD  STEP-LOG
000555     LABEL RECORDS ARE STANDARD.
000556     COPY SLOGREC.
000560 FD  NIGHT-REPORT
000570     LABEL RECORDS ARE STANDARD.
000580     COPY NRPTREC.
000620 77  WS-AUDIT-FILE-STATUS        PIC X(02).
000630 77  WS-SUSP-FILE-STATUS         PIC X(02).
000640 77  WS-GL-FILE-STATUS           PIC X(02).
000643 77  WS-HOLD-FILE-STATUS         PIC X(02).
000646 77  WS-SLOG-FILE-STATUS         PIC X(02).
000650*    END OF FILE SWITCHES FOR THE THREE SCAN PASSES.
000660 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000670     88  WS-END-OF-FILE          VALUE "Y".
000690     88  WS-SUSP-END-OF-FILE     VALUE "Y".
000700 77  WS-GL-EOF-SWITCH            PIC X(01) VALUE "N".
000710     88  WS-GL-END-OF-FILE       VALUE "Y".
000712 77  WS-HOLD-EOF-SWITCH          PIC X(01) VALUE "N".
000714     88  WS-HOLD-END-OF-FILE     VALUE "Y".
000716 77  WS-SLOG-EOF-SWITCH          PIC X(01) VALUE "N".
000718     88  WS-SLOG-END-OF-FILE     VALUE "Y".
000720*    RUN-CONTROL HOLD FIELDS AND PRESENCE SWITCH.
000730 77  WS-RCTL-FOUND-SWITCH        PIC X(01) VALUE "N".
000740     88  WS-RCTL-FOUND           VALUE "Y".
000960 77  WS-GL-NET                   PIC S9(09)V99 VALUE ZERO.
000970 77  WS-GL-PRESENT-SWITCH        PIC X(01) VALUE "N".
000980     88  WS-GL-FEED-PRESENT      VALUE "Y".
000981*    HIGH-VALUE HOLD ROLL-UP - EVERY ENTRY STILL ON THE FILE,    *
000982*    PENDING OR RELEASED, HAS YET TO POST.                       *
000983 77  WS-HOLD-COUNT               PIC 9(07) COMP VALUE ZERO.
000984 77  WS-HOLD-DOLLARS             PIC S9(09)V99 VALUE ZERO.
000985*    JOB-STREAM STEP LOG - ENTRIES PRINTED FOR THE DATE.
000986 77  WS-SLOG-COUNT               PIC 9(02) COMP VALUE ZERO.
000990*    VERDICT SWITCH AND THE REASON THE NIGHT FAILED.
001000 77  WS-VERDICT-SWITCH           PIC X(01) VALUE "Y".
001010     88  WS-NIGHT-PASSED         VALUE "Y".
001340     PERFORM 2000-READ-RUN-CONTROL THRU 2000-EXIT.
001350     PERFORM 3000-SCAN-AUDIT-LOG THRU 3000-EXIT.
001360     PERFORM 4000-SUM-SUSPENSE-FILE THRU 4000-EXIT.
001365     PERFORM 4500-SUM-HOLD-FILE THRU 4500-EXIT.
001370     PERFORM 5000-SUM-GL-FEED THRU 5000-EXIT.
001380     PERFORM 8000-WRITE-NIGHT-REPORT THRU 8000-EXIT.
001390     GOBACK.
001400******************************************************************
001410*    1000-INITIALIZE - OPEN THE REPORT AND WRITE THE HEADINGS.   *
001420******************************************************************
002810 4100-EXIT.
002820     EXIT.
002830******************************************************************
002831*    4500-SUM-HOLD-FILE - COUNT AND VALUE WHAT IS STILL ON THE   *
002832*    HIGH-VALUE HOLD FILE.  A MISSING FILE JUST MEANS NOTHING    *
002833*    HAS EVER BEEN HELD.                                         *
002834******************************************************************
002835 4500-SUM-HOLD-FILE.
002836     OPEN INPUT HOLD-FILE.
002837     IF WS-HOLD-FILE-STATUS NOT = "00"
002838         MOVE "Y" TO WS-HOLD-EOF-SWITCH
002839         GO TO 4500-EXIT
002840     END-IF.
002841     PERFORM 4600-SUM-HOLD-RECORD THRU 4600-EXIT
002842         UNTIL WS-HOLD-END-OF-FILE.
002843     CLOSE HOLD-FILE.
002844 4500-EXIT.
002845     EXIT.
002846 4600-SUM-HOLD-RECORD.
002847     READ HOLD-FILE
002848         AT END
002849             MOVE "Y" TO WS-HOLD-EOF-SWITCH
002850             GO TO 4600-EXIT
002851     END-READ.
002852     ADD 1 TO WS-HOLD-COUNT.
002853     MOVE HOLD-TRANS-IMAGE TO WS-SUSP-IMAGE.
002854     IF WS-SI-AMOUNT NOT NUMERIC
002855         GO TO 4600-EXIT
002856     END-IF.
002857     IF WS-SI-IS-CREDIT
002858         SUBTRACT WS-SI-AMOUNT FROM WS-HOLD-DOLLARS
002859     ELSE
002860         ADD WS-SI-AMOUNT TO WS-HOLD-DOLLARS
002861     END-IF.
002862 4600-EXIT.
002863     EXIT.
002864******************************************************************
002865*    5000-SUM-GL-FEED - COUNT THE GL FEED RECORDS WRITTEN        *
002866*    TONIGHT AND THEIR SIGNED NET.  AN ABSENT FEED IS NOTED -    *
002867*    ADD_NUMBERS HOLDS THE FEED BACK ON AN OUT-OF-BALANCE        *
002870*    NIGHT.                                                      *
002880******************************************************************
002890 5000-SUM-GL-FEED.
003160 5100-EXIT.
003170     EXIT.
003180******************************************************************
003181*    6000-WRITE-JOB-STEPS - PRINT EVERY STEP-LOG ENTRY FOR THE   *
003182*    BUSINESS DATE IN STEP ORDER.  NO LOG, OR NOTHING LOGGED     *
003183*    FOR THE DATE, MEANS THE NIGHT DID NOT RUN UNDER THE         *
003184*    JOB-STREAM DRIVER.  A STEP LOGGED FAILED FAILS THE          *
003185*    VERDICT.                                                    *
003186******************************************************************
003187 6000-WRITE-JOB-STEPS.
003188     MOVE SPACES TO NRP-TEXT-LINE.
003189     MOVE "----- JOB STEPS -----" TO NRP-TEXT.
003190     WRITE NRP-TEXT-LINE.
003191     MOVE ZERO TO WS-SLOG-COUNT.
003192     MOVE "N" TO WS-SLOG-EOF-SWITCH.
003193     OPEN INPUT STEP-LOG.
003194     IF WS-SLOG-FILE-STATUS NOT = "00"
003195         GO TO 6000-NONE-LOGGED
003196     END-IF.
003197     MOVE WS-RCTL-BUS-DATE TO SLOG-BUSINESS-DATE.
003198     MOVE ZERO TO SLOG-STEP-NUMBER.
003199     START STEP-LOG KEY IS NOT LESS THAN SLOG-KEY
003200         INVALID KEY
003201             MOVE "Y" TO WS-SLOG-EOF-SWITCH
003202     END-START.
003203     PERFORM 6100-WRITE-STEP-ENTRY THRU 6100-EXIT
003204         UNTIL WS-SLOG-END-OF-FILE.
003205     CLOSE STEP-LOG.
003206     IF WS-SLOG-COUNT > ZERO
003207         GO TO 6000-EXIT
003208     END-IF.
003209 6000-NONE-LOGGED.
003210     MOVE SPACES TO NRP-TEXT-LINE.
003211     MOVE "NO JOB-STREAM STEPS LOGGED FOR THE BUSINESS DATE"
003212         TO NRP-TEXT.
003213     WRITE NRP-TEXT-LINE.
003214 6000-EXIT.
003215     EXIT.
003216 6100-WRITE-STEP-ENTRY.
003217     READ STEP-LOG NEXT RECORD
003218         AT END
003219             MOVE "Y" TO WS-SLOG-EOF-SWITCH
003220             GO TO 6100-EXIT
003221     END-READ.
003222     IF SLOG-BUSINESS-DATE NOT = WS-RCTL-BUS-DATE
003223         MOVE "Y" TO WS-SLOG-EOF-SWITCH
003224         GO TO 6100-EXIT
003225     END-IF.
003226     IF WS-SLOG-COUNT = ZERO
003227         MOVE SPACES TO NRP-TEXT-LINE
003228         STRING "ST PROGRAM      OUTCOME   STARTED         "
003229             "ENDED          RUNS"
003230             DELIMITED BY SIZE INTO NRP-TEXT
003231         WRITE NRP-TEXT-LINE
003232     END-IF.
003233     ADD 1 TO WS-SLOG-COUNT.
003234     MOVE SPACES TO NRP-STEP-LINE.
003235     MOVE SLOG-STEP-NUMBER TO NRP-STP-NUMBER.
003236     MOVE SLOG-PROGRAM TO NRP-STP-PROGRAM.
003237     IF SLOG-COMPLETED
003238         MOVE "COMPLETED" TO NRP-STP-OUTCOME
003239     END-IF.
003240     IF SLOG-FAILED
003241         MOVE "FAILED" TO NRP-STP-OUTCOME
003242     END-IF.
003243     IF SLOG-STARTED
003244         MOVE "STARTED" TO NRP-STP-OUTCOME
003245     END-IF.
003246     IF SLOG-BYPASSED
003247         MOVE "BYPASSED" TO NRP-STP-OUTCOME
003248     END-IF.
003249     IF SLOG-START-DATE NOT = SPACES
003250         MOVE SLOG-START-DATE TO NRP-STP-START-DATE
003251         MOVE SLOG-START-TIME TO WS-TIME-WORK
003252         PERFORM 7500-EDIT-TIME THRU 7500-EXIT
003253         MOVE WS-TIME-EDIT TO NRP-STP-START-TIME
003254     END-IF.
003255     IF SLOG-END-DATE NOT = SPACES
003256         MOVE SLOG-END-DATE TO NRP-STP-END-DATE
003257         MOVE SLOG-END-TIME TO WS-TIME-WORK
003258         PERFORM 7500-EDIT-TIME THRU 7500-EXIT
003259         MOVE WS-TIME-EDIT TO NRP-STP-END-TIME
003260     END-IF.
003261     MOVE SLOG-ATTEMPTS TO NRP-STP-ATTEMPTS.
003262     WRITE NRP-STEP-LINE.
003263*    A STEP THAT DID NOT SIMPLY COMPLETE GETS ITS LOG MESSAGE    *
003264*    ON THE LINE BELOW.                                          *
003265     IF NOT SLOG-COMPLETED
003266         MOVE SPACES TO NRP-ITEM-LINE
003267         MOVE SLOG-MESSAGE TO NRP-ITM-TEXT
003268         WRITE NRP-ITEM-LINE
003269     END-IF.
003270     IF SLOG-FAILED
003271         MOVE "N" TO WS-VERDICT-SWITCH
003272         IF WS-FAIL-REASON = SPACES
003273             STRING "JOB STEP " SLOG-STEP-NUMBER " "
003274                 DELIMITED BY SIZE
003275                 SLOG-PROGRAM DELIMITED BY SPACE
003276                 " FAILED" DELIMITED BY SIZE
003277                 INTO WS-FAIL-REASON
003278         END-IF
003279     END-IF.
003280 6100-EXIT.
003281     EXIT.
003282******************************************************************
003283*    7500-EDIT-TIME - RENDER WS-TIME-WORK (HHMMSS) AS HH:MM:SS   *
003284*    IN WS-TIME-EDIT.                                            *
003285******************************************************************
003286 7500-EDIT-TIME.
003287     MOVE WS-TIME-WORK TO WS-TIME-DIGITS.
003288     MOVE WS-TD-HH TO WS-TE-HH.
003289     MOVE WS-TD-MM TO WS-TE-MM.
003290     MOVE WS-TD-SS TO WS-TE-SS.
003291 7500-EXIT.
003292     EXIT.
003293******************************************************************
003300*    8000-WRITE-NIGHT-REPORT - THE ONE-PAGE SIGN-OFF: RUN        *
003310*    CONTROL STAMPS, THE BATCH AUDIT ENTRY, SUSPENSE, THE HOLD   *
003320*    FILE, THE GL FEED, THE JOB-STREAM STEPS, AND THE VERDICT    *
003321*    LINE.                                                       *
003330******************************************************************
003340 8000-WRITE-NIGHT-REPORT.
003350     MOVE SPACES TO NRP-TEXT-LINE.
004100     MOVE WS-SUSP-COUNT TO NRP-TOT-COUNT.
004110     MOVE WS-SUSP-DOLLARS TO NRP-TOT-AMOUNT.
004120     WRITE NRP-TOTAL-LINE.
004121     MOVE SPACES TO NRP-TOTAL-LINE.
004122     MOVE "ON HOLD / DOLLARS" TO NRP-TOT-LABEL.
004123     MOVE WS-HOLD-COUNT TO NRP-TOT-COUNT.
004124     MOVE WS-HOLD-DOLLARS TO NRP-TOT-AMOUNT.
004125     WRITE NRP-TOTAL-LINE.
004130     IF WS-GL-FEED-PRESENT
004140         MOVE SPACES TO NRP-TOTAL-LINE
004150         MOVE "GL FEED RECORDS / NET" TO NRP-TOT-LABEL
004210         MOVE "GL FEED NOT PRESENT" TO NRP-TEXT
004220         WRITE NRP-TEXT-LINE
004230     END-IF.
004235     PERFORM 6000-WRITE-JOB-STEPS THRU 6000-EXIT.
004240     MOVE SPACES TO NRP-TEXT-LINE.
004250     MOVE "----- VERDICT -----" TO NRP-TEXT.
004260     WRITE NRP-TEXT-LINE.
