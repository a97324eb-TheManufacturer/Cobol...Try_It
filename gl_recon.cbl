000300*                    APPENDS FOR REFUSED ARCHIVE ATTEMPTS - A    *
000310*                    REFUSAL IS NOT A RUN AND WAS INFLATING      *
000320*                    THE RUNS-WITHOUT-A-BATCH-ID COUNT.          *
000321*   2026-10-15  RM   SKIP THE RUN-MODE-P ENTRIES PERIOD_CLOSE    *
000322*                    APPENDS WHEN A CLOSED MONTH IS REOPENED -   *
000323*                    LIKE A REFUSED ARCHIVE, A REOPEN IS NOT A   *
000324*                    RUN AND HAS NOTHING TO RECONCILE.           *
000325*   2026-10-15  RM   ENDS WITH GOBACK INSTEAD OF STOP RUN SO     *
000326*                    JOB_STREAM CAN CALL IT AS A STEP OF THE     *
000327*                    NIGHTLY JOB STREAM.  RUN ON ITS OWN IT      *
000328*                    ENDS AS BEFORE.                             *
000330*                                                                *
000340******************************************************************
000350 ENVIRONMENT DIVISION.
001300     PERFORM 3000-MATCH-AUDIT-RECORD THRU 3000-EXIT
001310         UNTIL WS-END-OF-FILE.
001320     PERFORM 8000-WRAP-UP THRU 8000-EXIT.
001330     GOBACK.
001340******************************************************************
001350*    1000-INITIALIZE - OPEN THE FILES AND WRITE THE HEADINGS.    *
001360******************************************************************
002410*    THE SUMMED ACKNOWLEDGMENTS AND REPORT THE EXCEPTIONS.       *
002420******************************************************************
002430 3000-MATCH-AUDIT-RECORD.
002440*    A REFUSED ARCHIVE ATTEMPT (RUN MODE X) OR A PERIOD REOPEN   *
002450*    (RUN MODE P) IS NOT A RUN - THERE ARE NO DOLLARS TO         *
002460*    RECONCILE AND NO BATCH ID TO MISS.                          *
002470     IF AUDIT-ARCHIVE-REFUSED OR AUDIT-PERIOD-REOPENED
002480         GO TO 3000-NEXT
002490     END-IF.
002500     IF AUDIT-BATCH-ID-MISSING
