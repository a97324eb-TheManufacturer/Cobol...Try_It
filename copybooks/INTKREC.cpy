000010******************************************************************
000020*                                                                *
000030*   INTKREC.CPY                                                  *
000040*   FEED INTAKE CONTROL RECORD - ONE ENTRY PER DEPARTMENT FEED   *
000050*   THAT ARRIVES THROUGH FEED_INTAKE.  THE ENTRY NAMES THE       *
000060*   INBOUND FILE THE DEPARTMENT DROPS (INBREC LAYOUT) AND        *
000070*   CARRIES THE LAST SEQUENCE NUMBER AND CREATION DATE ACCEPTED  *
000080*   FROM IT, SO A REPEATED OR SKIPPED FILE IS CAUGHT.  THE       *
000090*   CONVERTED TRANREC FEED GOES TO THE FILE FEEDLIST NAMES FOR   *
000100*   THE SAME SOURCE.                                             *
000110*                                                                *
000120*   FEED_INTAKE STAMPS EACH ENTRY WITH THE BUSINESS DATE AND     *
000130*   RESULT OF ITS LATEST INTAKE, AND HELLOWORLD TURNS THE NIGHT  *
000140*   NO-GO UNLESS EVERY ENTRY WAS ACCEPTED FOR TONIGHT'S          *
000145*   BUSINESS DATE.  A NEW DEPARTMENT IS SET UP WITH THE LAST     *
000150*   SEQUENCE NUMBER IT SENT (ZERO WHEN ITS FIRST FILE WILL BE    *
000160*   NUMBER 000001).                                              *
000170*                                                                *
000180*   MODIFICATION HISTORY                                         *
000185*   2026-10-15  RM   INITIAL VERSION.  THE ACCEPT AND RESULT     *
000190*                    DATES ARE THE CALENDAR BUSINESS DATE OF THE *
000195*                    RUN.                                        *
000200*                                                                *
000210******************************************************************
000220 01  INTK-RECORD.
000230     05  INTK-SOURCE-ID              PIC X(04).
000240     05  FILLER                      PIC X(01).
000250     05  INTK-INBOUND-FILE           PIC X(08).
000260     05  FILLER                      PIC X(01).
000270*    LAST FILE ACCEPTED FROM THE DEPARTMENT, AND THE BUSINESS    *
000275*    DATE IT WAS ACCEPTED FOR.                                   *
000280     05  INTK-LAST-SEQUENCE          PIC 9(06).
000290     05  INTK-LAST-CREATE-DATE       PIC 9(06).
000300     05  INTK-LAST-ACCEPT-DATE       PIC X(06).
000310*    LATEST INTAKE - BUSINESS DATE OF THE RUN, RESULT, DETAIL    *
000320*    RECORDS IN THE FILE, AND WHY IT WAS TURNED AWAY.            *
000330     05  INTK-RESULT-DATE            PIC X(06).
000340     05  INTK-RESULT                 PIC X(01).
000350         88  INTK-ACCEPTED           VALUE "A".
000360         88  INTK-REJECTED           VALUE "R".
000370         88  INTK-NOT-RECEIVED       VALUE "M".
000380     05  INTK-RESULT-RECORDS         PIC 9(07).
000390     05  INTK-REASON                 PIC X(48).
000400     05  FILLER                      PIC X(06).
