000364         88  AUDIT-BATCH-RUN         VALUE "B" "R".
000366         88  AUDIT-INTERACTIVE-RUN   VALUE "I".
000367         88  AUDIT-ARCHIVE-REFUSED   VALUE "X".
000368         88  AUDIT-PERIOD-REOPENED   VALUE "P".
000370     05  FILLER                      PIC X(02).
000372     05  AUDIT-BATCH-ID              PIC X(06).
000374         88  AUDIT-BATCH-ID-MISSING  VALUE SPACES.
000580*                     AUTHORITY TRIES TO RUN IT, AS THE          *
000590*                     AUDITORS ASKED.  COUNTS AND TOTAL ARE      *
000600*                     ZERO ON SUCH AN ENTRY.                     *
000610*    2026-10-15  RM   ADDED RUN MODE P - PERIOD_CLOSE LOGS AN    *
000620*                     ENTRY WHEN A CLOSED PERIOD IS REOPENED.    *
000630*                     AUDIT-BATCH-ID CARRIES THE PERIOD (YYMM).  *
000640*                     COUNT AND TOTAL ARE ZERO AND THE SIGN IS   *
000650*                     BLANK, AS ON A MODE X ENTRY - A REOPEN IS  *
000660*                     NOT A RUN.  THE CLOSING FIGURES STAY ON    *
000670*                     PERCTL AND PERSNAP.                        *
