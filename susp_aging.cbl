000200*                                                                *
000210*   MODIFICATION HISTORY                                        *
000220*   2026-09-02  RM   INITIAL VERSION.                            *
000222*   2026-10-15  RM   ENDS WITH GOBACK INSTEAD OF STOP RUN SO     *
000224*                    JOB_STREAM CAN CALL IT AS A STEP OF THE     *
000226*                    NIGHTLY JOB STREAM.  RUN ON ITS OWN IT      *
000228*                    ENDS AS BEFORE.                             *
000230*                                                                *
000240******************************************************************
000250 ENVIRONMENT DIVISION.
001220     PERFORM 2000-AGE-SUSP-RECORD THRU 2000-EXIT
001230         UNTIL WS-END-OF-FILE.
001240     PERFORM 8000-WRAP-UP THRU 8000-EXIT.
001250     GOBACK.
001260******************************************************************
001270*    1000-INITIALIZE - OPEN THE FILES AND WRITE THE HEADINGS.    *
001280******************************************************************
