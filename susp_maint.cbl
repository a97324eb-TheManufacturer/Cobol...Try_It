000300*                    NO FIELD TO FIX (ALREADY MARKED OK, OR AN   *
000310*                    UNRECOGNIZED REASON) NO LONGER REWRITES     *
000320*                    THE IMAGE OR LOGS A NO-OP CORRECTION.       *
000321*   2026-10-15  RM   A HIGH-VALUE ITEM A SUPERVISOR REJECTED     *
000322*                    FROM THE HOLD FILE (REASON HOLD) IS         *
000323*                    DECODED ON THE BROWSE AND CORRECTED BY      *
000324*                    RE-KEYING ITS AMOUNT.                       *
000325*   2026-10-15  RM   PERIOD LOCK - A SAVE IS REFUSED WHEN        *
000326*                    TONIGHT'S BUSINESS DATE (BUSCAL) FALLS IN   *
000327*                    A MONTH CLOSED ON THE PERIOD-CONTROL FILE   *
000328*                    (PERCTL), SINCE THE CORRECTIONS WOULD POST  *
000329*                    INTO THAT MONTH ON RESUBMIT.                *
000330*   2026-10-15  RM   THE IMAGE EDIT ALSO REFUSES A KEY IN THE    *
000331*                    9000000-9999999 RANGE FROM ANY SOURCE BUT   *
000332*                    STND, AS ADD_NUMBERS NOW SUSPENDS ONE, AND  *
000333*                    REASON KEY NOW READS INVALID OR RESERVED.   *
000334*                                                                *
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000470     SELECT OPERATOR-MASTER ASSIGN TO "OPERMSTR"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-OPR-FILE-STATUS.
000491     SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000492         ORGANIZATION IS LINE SEQUENTIAL
000493         FILE STATUS IS WS-CAL-FILE-STATUS.
000494     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
000495         ORGANIZATION IS LINE SEQUENTIAL
000496         FILE STATUS IS WS-PER-FILE-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  SUSPENSE-FILE
000610 FD  OPERATOR-MASTER
000620     LABEL RECORDS ARE STANDARD.
000630     COPY OPRREC.
000631 FD  CALENDAR-FILE
000632     LABEL RECORDS ARE STANDARD.
000633     COPY CALREC.
000634 FD  PERIOD-CONTROL-FILE
000635     LABEL RECORDS ARE STANDARD.
000636     COPY PERREC.
000640 WORKING-STORAGE SECTION.
000650*    FILE STATUS FIELDS.
000660 77  WS-SUSP-FILE-STATUS         PIC X(02).
001820 77  WS-OPR-AUTH-MAINT           PIC X(01) VALUE SPACE.
001830 77  WS-SIGNON-SWITCH            PIC X(01) VALUE "N".
001840     88  WS-SIGNON-OK            VALUE "Y".
001841*    PERIOD LOCK FIELDS - CORRECTIONS POST UNDER TONIGHT'S       *
001842*    CALENDAR BUSINESS DATE ON RESUBMIT, SO THAT DATE'S MONTH    *
001843*    IS LOOKED UP ON THE PERIOD-CONTROL FILE AT SAVE.  NO        *
001844*    CALENDAR, OR A TODAY NOT ON IT, FALLS BACK TO THE SYSTEM    *
001845*    DATE AS ADD_NUMBERS DOES.                                   *
001846*    NO PERIOD-CONTROL FILE MEANS NO MONTH HAS BEEN CLOSED.      *
001847 77  WS-CAL-FILE-STATUS          PIC X(02).
001848 77  WS-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
001849     88  WS-CAL-END-OF-FILE      VALUE "Y".
001850 77  WS-CAL-FOUND-SWITCH         PIC X(01) VALUE "N".
001851     88  WS-CAL-FOUND            VALUE "Y".
001852 77  WS-PER-FILE-STATUS          PIC X(02).
001853 77  WS-PER-EOF-SWITCH           PIC X(01) VALUE "N".
001854     88  WS-PER-END-OF-FILE      VALUE "Y".
001855 77  WS-PERIOD-CLOSED-SWITCH     PIC X(01) VALUE "N".
001856     88  WS-PERIOD-CLOSED        VALUE "Y".
001857 01  WS-PER-CHECK-DATE.
001858     05  WS-PER-CHECK-YYMM       PIC X(04).
001859     05  WS-PER-CHECK-DD         PIC X(02).
001860*    OPERATOR IDENTIFICATION AND DATE/TIME FOR THE LOG.
001861 77  WS-OPERATOR-ID              PIC X(08).
001870 01  WS-CURRENT-DATE.
001880     05  WS-CD-YY                PIC 9(02).
001890     05  WS-CD-MM                PIC 9(02).
004290         WHEN SUSP-BAD-TYPE
004300             MOVE "UNKNOWN RECORD TYPE" TO WS-REASON-TEXT
004310         WHEN SUSP-BAD-KEY
004320             MOVE "KEY INVALID OR RESERVED" TO WS-REASON-TEXT
004330         WHEN SUSP-BAD-DRCR
004340             MOVE "BAD DEBIT/CREDIT INDICATOR" TO WS-REASON-TEXT
004350         WHEN SUSP-BAD-ACCT
004360             MOVE "UNKNOWN OR INACTIVE ACCOUNT" TO WS-REASON-TEXT
004370         WHEN SUSP-CORRECTED
004380             MOVE "CORRECTED - AWAITING RESUBMIT"
004382                 TO WS-REASON-TEXT
004384         WHEN SUSP-HOLD-REJECTED
004386             MOVE "SUPERVISOR REJECTED HELD ITEM"
004390                 TO WS-REASON-TEXT
004400         WHEN OTHER
004410             MOVE "UNRECOGNIZED REASON CODE" TO WS-REASON-TEXT
006890             PERFORM 4300-GET-AMOUNT THRU 4300-EXIT
006900             MOVE WS-WORK-AMOUNT TO WS-AMOUNT-9
006910             MOVE WS-AMOUNT-X TO WS-WI-AMOUNT
006911*        A SUPERVISOR'S HOLD REJECT IS TAKEN AS A WRONG          *
006912*        AMOUNT - IF THE RE-KEYED AMOUNT IS STILL OVER THE       *
006913*        LIMIT, THE RESUBMIT HOLDS IT AGAIN.                     *
006914         WHEN SUSP-HOLD-REJECTED
006915             PERFORM 4300-GET-AMOUNT THRU 4300-EXIT
006916             MOVE WS-WORK-AMOUNT TO WS-AMOUNT-9
006917             MOVE WS-AMOUNT-X TO WS-WI-AMOUNT
006920         WHEN SUSP-BAD-ACCT
006930             PERFORM 4200-GET-ACCT THRU 4200-EXIT
006940             MOVE WS-ACCT-ACCEPT TO WS-WI-ACCT-CODE
007320         GO TO 7000-EXIT
007330     END-IF.
007340     IF WS-WI-KEY NOT NUMERIC
007341         MOVE "KEY " TO WS-NEW-REASON
007342         GO TO 7000-EXIT
007343     END-IF.
007344*    KEYS 9000000-9999999 ARE THE STANDING ENTRIES' OWN.
007345     IF WS-WI-KEY NOT < "9000000"
007346        AND WS-SUSP-SRC (WS-SUSP-IX) NOT = "STND"
007350         MOVE "KEY " TO WS-NEW-REASON
007360         GO TO 7000-EXIT
007370     END-IF.
008000             "STAGING TABLE AND WAS ONLY PARTLY LOADED ***"
008010         GO TO 8000-EXIT
008020     END-IF.
008021     PERFORM 8050-CHECK-PERIOD-OPEN THRU 8050-EXIT.
008022     IF WS-PERIOD-CLOSED
008023         DISPLAY "*** SAVE REFUSED - POSTING PERIOD "
008024             WS-PER-CHECK-YYMM " IS CLOSED ***"
008025         GO TO 8000-EXIT
008026     END-IF.
008030     OPEN OUTPUT SUSPENSE-FILE.
008040     IF WS-SUSP-FILE-STATUS NOT = "00"
008050         DISPLAY "*** SAVE FAILED - CANNOT OPEN FILE (STATUS "
008140     MOVE "Y" TO WS-DONE-SWITCH.
008150     DISPLAY "FILE SAVED.".
008160 8000-EXIT.
008161     EXIT.
008162******************************************************************
008163*    8050-CHECK-PERIOD-OPEN - FIND TONIGHT'S BUSINESS DATE ON    *
008164*    THE CALENDAR AND SET WS-PERIOD-CLOSED WHEN ITS MONTH IS     *
008165*    CLOSED ON THE PERIOD-CONTROL FILE.                          *
008166******************************************************************
008167 8050-CHECK-PERIOD-OPEN.
008168     MOVE "N" TO WS-PERIOD-CLOSED-SWITCH.
008169     ACCEPT WS-CURRENT-DATE FROM DATE.
008170     MOVE WS-CURRENT-DATE TO WS-PER-CHECK-DATE.
008171     MOVE "N" TO WS-CAL-EOF-SWITCH.
008172     MOVE "N" TO WS-CAL-FOUND-SWITCH.
008173     OPEN INPUT CALENDAR-FILE.
008174     IF WS-CAL-FILE-STATUS = "00"
008175         PERFORM 8060-READ-CALENDAR THRU 8060-EXIT
008176             UNTIL WS-CAL-FOUND OR WS-CAL-END-OF-FILE
008177         CLOSE CALENDAR-FILE
008178     END-IF.
008179     MOVE "N" TO WS-PER-EOF-SWITCH.
008180     OPEN INPUT PERIOD-CONTROL-FILE.
008181     IF WS-PER-FILE-STATUS NOT = "00"
008182         GO TO 8050-EXIT
008183     END-IF.
008184     PERFORM 8070-READ-PERIOD THRU 8070-EXIT
008185         UNTIL WS-PERIOD-CLOSED OR WS-PER-END-OF-FILE.
008186     CLOSE PERIOD-CONTROL-FILE.
008187 8050-EXIT.
008188     EXIT.
008189 8060-READ-CALENDAR.
008190     READ CALENDAR-FILE
008191         AT END
008192             MOVE "Y" TO WS-CAL-EOF-SWITCH
008193             GO TO 8060-EXIT
008194     END-READ.
008195     IF CAL-DATE = WS-CURRENT-DATE
008196         MOVE "Y" TO WS-CAL-FOUND-SWITCH
008197         MOVE CAL-BUSINESS-DATE TO WS-PER-CHECK-DATE
008198     END-IF.
008199 8060-EXIT.
008200     EXIT.
008201 8070-READ-PERIOD.
008202     READ PERIOD-CONTROL-FILE
008203         AT END
008204             MOVE "Y" TO WS-PER-EOF-SWITCH
008205             GO TO 8070-EXIT
008206     END-READ.
008207     IF PER-PERIOD = WS-PER-CHECK-YYMM AND PER-IS-CLOSED
008208         MOVE "Y" TO WS-PERIOD-CLOSED-SWITCH
008209     END-IF.
008210 8070-EXIT.
008211     EXIT.
008212 8100-WRITE-SUSP-RECORD.
008213     ADD 1 TO WS-SUSP-IX.
008214     MOVE SPACES TO SUSP-RECORD.
008215     MOVE WS-SUSP-REASON (WS-SUSP-IX) TO SUSP-REASON-CODE.
008220     MOVE WS-SUSP-IMAGE (WS-SUSP-IX) TO SUSP-TRANS-IMAGE.
008230     MOVE WS-SUSP-DATE (WS-SUSP-IX) TO SUSP-BUSINESS-DATE.
008240     MOVE WS-SUSP-BATCH (WS-SUSP-IX) TO SUSP-BATCH-ID.
