000300*                    UNAUTHORIZED ID IS REFUSED AT START-UP      *
000310*                    INSTEAD OF BEING STAMPED INTO THE LOG ON    *
000320*                    FAITH.                                      *
000321*   2026-10-15  RM   PERIOD LOCK - A SAVE IS REFUSED WHEN        *
000322*                    TONIGHT'S BUSINESS DATE (BUSCAL) FALLS IN A *
000323*                    MONTH CLOSED ON THE PERIOD-CONTROL FILE     *
000324*                    (PERCTL), SINCE THE FILE WOULD POST INTO    *
000325*                    THAT MONTH.                                 *
000330*                                                                *
000340******************************************************************
000350 ENVIRONMENT DIVISION.
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
000520 FD  TRANS-FILE
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
000660 77  WS-TRANS-FILE-STATUS        PIC X(02).
001570 77  WS-OPR-AUTH-MAINT           PIC X(01) VALUE SPACE.
001580 77  WS-SIGNON-SWITCH            PIC X(01) VALUE "N".
001590     88  WS-SIGNON-OK            VALUE "Y".
001591*    PERIOD LOCK FIELDS - THE FILE POSTS UNDER TONIGHT'S         *
001592*    CALENDAR BUSINESS DATE, WHOSE MONTH IS LOOKED UP ON THE     *
001593*    PERIOD-CONTROL FILE AT SAVE.  NO CALENDAR, OR A TODAY NOT   *
001594*    ON IT, FALLS BACK TO THE SYSTEM DATE AS ADD_NUMBERS DOES.   *
001595*    NO PERIOD-CONTROL FILE MEANS NO MONTH HAS BEEN CLOSED.      *
001596 77  WS-CAL-FILE-STATUS          PIC X(02).
001597 77  WS-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
001598     88  WS-CAL-END-OF-FILE      VALUE "Y".
001599 77  WS-CAL-FOUND-SWITCH         PIC X(01) VALUE "N".
001600     88  WS-CAL-FOUND            VALUE "Y".
001601 77  WS-PER-FILE-STATUS          PIC X(02).
001602 77  WS-PER-EOF-SWITCH           PIC X(01) VALUE "N".
001603     88  WS-PER-END-OF-FILE      VALUE "Y".
001604 77  WS-PERIOD-CLOSED-SWITCH     PIC X(01) VALUE "N".
001605     88  WS-PERIOD-CLOSED        VALUE "Y".
001606 01  WS-PER-CHECK-DATE.
001607     05  WS-PER-CHECK-YYMM       PIC X(04).
001608     05  WS-PER-CHECK-DD         PIC X(02).
001609*    OPERATOR IDENTIFICATION AND DATE/TIME FOR THE LOG.
001610 77  WS-OPERATOR-ID              PIC X(08).
001620 01  WS-CURRENT-DATE.
001630     05  WS-CD-YY                PIC 9(02).
007100             "STAGING TABLE AND WAS ONLY PARTLY LOADED ***"
007110         GO TO 8000-EXIT
007120     END-IF.
007121     PERFORM 8050-CHECK-PERIOD-OPEN THRU 8050-EXIT.
007122     IF WS-PERIOD-CLOSED
007123         DISPLAY "*** SAVE REFUSED - POSTING PERIOD "
007124             WS-PER-CHECK-YYMM " IS CLOSED ***"
007125         GO TO 8000-EXIT
007126     END-IF.
007130     OPEN OUTPUT TRANS-FILE.
007140     IF WS-TRANS-FILE-STATUS NOT = "00"
007150         DISPLAY "*** SAVE FAILED - CANNOT OPEN FILE (STATUS "
007250     DISPLAY "FILE SAVED.".
007260     PERFORM 7700-SHOW-NET-TOTAL THRU 7700-EXIT.
007270 8000-EXIT.
007271     EXIT.
007272******************************************************************
007273*    8050-CHECK-PERIOD-OPEN - FIND TONIGHT'S BUSINESS DATE ON    *
007274*    THE CALENDAR AND SET WS-PERIOD-CLOSED WHEN ITS MONTH IS     *
007275*    CLOSED ON THE PERIOD-CONTROL FILE.                          *
007276******************************************************************
007277 8050-CHECK-PERIOD-OPEN.
007278     MOVE "N" TO WS-PERIOD-CLOSED-SWITCH.
007279     ACCEPT WS-CURRENT-DATE FROM DATE.
007280     MOVE WS-CURRENT-DATE TO WS-PER-CHECK-DATE.
007281     MOVE "N" TO WS-CAL-EOF-SWITCH.
007282     MOVE "N" TO WS-CAL-FOUND-SWITCH.
007283     OPEN INPUT CALENDAR-FILE.
007284     IF WS-CAL-FILE-STATUS = "00"
007285         PERFORM 8060-READ-CALENDAR THRU 8060-EXIT
007286             UNTIL WS-CAL-FOUND OR WS-CAL-END-OF-FILE
007287         CLOSE CALENDAR-FILE
007288     END-IF.
007289     MOVE "N" TO WS-PER-EOF-SWITCH.
007290     OPEN INPUT PERIOD-CONTROL-FILE.
007291     IF WS-PER-FILE-STATUS NOT = "00"
007292         GO TO 8050-EXIT
007293     END-IF.
007294     PERFORM 8070-READ-PERIOD THRU 8070-EXIT
007295         UNTIL WS-PERIOD-CLOSED OR WS-PER-END-OF-FILE.
007296     CLOSE PERIOD-CONTROL-FILE.
007297 8050-EXIT.
007298     EXIT.
007299 8060-READ-CALENDAR.
007300     READ CALENDAR-FILE
007301         AT END
007302             MOVE "Y" TO WS-CAL-EOF-SWITCH
007303             GO TO 8060-EXIT
007304     END-READ.
007305     IF CAL-DATE = WS-CURRENT-DATE
007306         MOVE "Y" TO WS-CAL-FOUND-SWITCH
007307         MOVE CAL-BUSINESS-DATE TO WS-PER-CHECK-DATE
007308     END-IF.
007309 8060-EXIT.
007310     EXIT.
007311 8070-READ-PERIOD.
007312     READ PERIOD-CONTROL-FILE
007313         AT END
007314             MOVE "Y" TO WS-PER-EOF-SWITCH
007315             GO TO 8070-EXIT
007316     END-READ.
007317     IF PER-PERIOD = WS-PER-CHECK-YYMM AND PER-IS-CLOSED
007318         MOVE "Y" TO WS-PERIOD-CLOSED-SWITCH
007319     END-IF.
007320 8070-EXIT.
007321     EXIT.
007322 8100-WRITE-TRANS-RECORD.
007323     ADD 1 TO WS-TRAN-IX.
007324     IF WS-TRAN-DELETED (WS-TRAN-IX) NOT = "Y"
007325         MOVE WS-TRAN-IMAGE (WS-TRAN-IX) TO TRANS-RECORD
007330         WRITE TRANS-RECORD
007340     END-IF.
007350 8100-EXIT.
