000010******************************************************************
000020*                                                                *
000030*   JSTPREC.CPY                                                  *
000040*   JOB-STEP DEFINITION RECORD (JOBSTEPS) - ONE RECORD PER       *
000050*   STEP OF THE NIGHTLY JOB STREAM, IN THE ORDER JOB_STREAM      *
000060*   RUNS THEM.  JSTP-STEP-NUMBER (01-99) MUST ASCEND AND IS      *
000070*   THE STEP'S KEY ON THE STEP LOG, SO A STEP MUST KEEP ITS      *
000080*   NUMBER FOR THE LIFE OF A BUSINESS DATE.  JSTP-PROGRAM IS     *
000090*   THE PROGRAM-ID THE DRIVER CALLS.                             *
000100*                                                                *
000110*   JSTP-COMPLETION-TEST SAYS WHAT PROVES THE STEP FINISHED -    *
000120*     R  THE PROGRAM RETURNED WITH A ZERO RETURN CODE.           *
000130*     G  AS R, AND RUN CONTROL SHOWS GO FOR THE BUSINESS DATE    *
000140*        (THE HELLOWORLD STEP).                                  *
000150*     C  AS R, AND RUN CONTROL SHOWS THE BATCH RUN COMPLETED     *
000160*        FOR THE BUSINESS DATE (THE ADD_NUMBERS STEP).           *
000170*   A G OR C STEP IS NEVER CALLED ONCE RUN CONTROL SHOWS THE     *
000180*   BATCH RUN COMPLETED FOR THE BUSINESS DATE - IT IS LOGGED     *
000190*   BYPASSED INSTEAD.                                            *
000200*                                                                *
000210*   MODIFICATION HISTORY                                         *
000220*   2026-10-15  RM   INITIAL VERSION.                            *
000230*                                                                *
000240******************************************************************
000250 01  JSTP-RECORD.
000260     05  JSTP-STEP-NUMBER            PIC 9(02).
000270     05  FILLER                      PIC X(01).
000280     05  JSTP-PROGRAM                PIC X(14).
000290     05  FILLER                      PIC X(01).
000300     05  JSTP-COMPLETION-TEST        PIC X(01).
000310         88  JSTP-TEST-RETURN        VALUE "R".
000320         88  JSTP-TEST-GO            VALUE "G".
000330         88  JSTP-TEST-RUN-COMPLETE  VALUE "C".
000340     05  FILLER                      PIC X(01).
000350     05  JSTP-DESCRIPTION            PIC X(30).
000360     05  FILLER                      PIC X(10).
