000010******************************************************************
000020*                                                                *
000030*   SLOGREC.CPY                                                  *
000040*   JOB-STREAM STEP LOG RECORD (STEPLOG) - INDEXED, ONE RECORD   *
000050*   PER BUSINESS DATE PER JOB STEP.  JOB_STREAM WRITES THE       *
000060*   START STAMP BEFORE IT CALLS THE STEP AND REWRITES THE        *
000070*   RECORD WITH THE END STAMP AND OUTCOME WHEN THE STEP          *
000080*   RETURNS, SO A STEP THAT ABENDS IS LEFT STARTED WITH NO END.  *
000090*   A RERUN OF THE SAME BUSINESS DATE SKIPS EVERY STEP LOGGED    *
000100*   COMPLETED OR BYPASSED AND RESUMES AT THE FIRST OTHER.        *
000110*   NIGHT_STATUS PRINTS THE BUSINESS DATE'S ENTRIES ON THE       *
000120*   SIGN-OFF PAGE.                                               *
000130*                                                                *
000140*   SLOG-OUTCOME -                                               *
000150*     S  STARTED - NO END RECORDED (RUNNING, OR ABENDED).        *
000160*     C  COMPLETED.                                              *
000170*     F  FAILED - SLOG-MESSAGE SAYS WHY.                         *
000180*     B  BYPASSED - RUN CONTROL ALREADY SHOWED THE BATCH RUN     *
000190*        COMPLETED, SO THE STEP WAS NOT CALLED AGAIN.            *
000200*   SLOG-ATTEMPTS COUNTS THE TIMES THE STEP WAS STARTED FOR      *
000210*   THE BUSINESS DATE.                                           *
000220*                                                                *
000230*   MODIFICATION HISTORY                                         *
000240*   2026-10-15  RM   INITIAL VERSION.                            *
000250*                                                                *
000260******************************************************************
000270 01  SLOG-RECORD.
000280     05  SLOG-KEY.
000290         10  SLOG-BUSINESS-DATE      PIC X(06).
000300         10  SLOG-STEP-NUMBER        PIC 9(02).
000310     05  SLOG-PROGRAM                PIC X(14).
000320     05  SLOG-OUTCOME                PIC X(01).
000330         88  SLOG-STARTED            VALUE "S".
000340         88  SLOG-COMPLETED          VALUE "C".
000350         88  SLOG-FAILED             VALUE "F".
000360         88  SLOG-BYPASSED           VALUE "B".
000370     05  SLOG-ATTEMPTS               PIC 9(02).
000380     05  SLOG-START-DATE             PIC X(06).
000390     05  SLOG-START-TIME             PIC 9(06).
000400     05  SLOG-END-DATE               PIC X(06).
000410     05  SLOG-END-TIME               PIC 9(06).
000420     05  SLOG-MESSAGE                PIC X(40).
000430     05  FILLER                      PIC X(11).
