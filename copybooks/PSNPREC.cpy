000010******************************************************************
000020*                                                                *
000030*   PSNPREC.CPY                                                  *
000040*   CLOSING SNAPSHOT RECORD - ONE ENTRY PER GL-ACCT-CODE PER     *
000050*   PERIOD CLOSE, APPENDED BY PERIOD_CLOSE TO THE PERMANENT      *
000060*   SNAPSHOT FILE (PERSNAP).  THE ENTRIES ARE NEVER CHANGED -    *
000070*   A PERIOD THAT IS REOPENED AND CLOSED AGAIN GETS A SECOND     *
000080*   SET UNDER THE LATER CLOSE DATE, SO EVERY TRIAL BALANCE THE   *
000090*   CONTROLLER SIGNED OFF CAN STILL BE PRODUCED.                 *
000100*                                                                *
000110*   MODIFICATION HISTORY                                         *
000120*   2026-10-15  RM   INITIAL VERSION.                            *
000130*                                                                *
000140******************************************************************
000150 01  PSNP-RECORD.
000160     05  PSNP-PERIOD                 PIC X(04).
000170     05  PSNP-CLOSE-DATE             PIC X(06).
000180     05  PSNP-ACCT-CODE              PIC X(04).
000190     05  PSNP-RECORD-COUNT           PIC 9(07).
000200     05  PSNP-DEBITS                 PIC 9(11)V99.
000210     05  PSNP-CREDITS                PIC 9(11)V99.
000220     05  FILLER                      PIC X(05).
