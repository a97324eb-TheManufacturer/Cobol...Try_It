000010******************************************************************
000020*                                                                *
000030*   DUPREC.CPY                                                   *
000040*   DUPLICATE LOG RECORD - ONE ENTRY PER TRANSACTION RECORD THE  *
000050*   BATCH OR RESUBMIT RUN BLOCKED BECAUSE ITS KEY WAS ALREADY    *
000060*   ON THE POSTED-KEY MASTER.  CARRIES THE UNTOUCHED IMAGE OF    *
000070*   THE BLOCKED TRANS-RECORD AND THE SAME STAMPS A SUSPENDED     *
000080*   RECORD CARRIES, SO DEPT_STMT CAN SHOW EACH DEPARTMENT THE    *
000090*   DUPLICATES IT SENT.  APPENDED BY ADD_NUMBERS AND NEVER       *
000100*   REWRITTEN.                                                   *
000110*                                                                *
000120*   MODIFICATION HISTORY                                         *
000130*   2026-10-15  RM   INITIAL VERSION.                            *
000140*                                                                *
000150******************************************************************
000160 01  DUP-RECORD.
000170     05  DUP-TRANS-IMAGE             PIC X(24).
000180     05  DUP-BUSINESS-DATE           PIC X(06).
000190     05  DUP-BATCH-ID                PIC X(06).
000200     05  DUP-OPERATOR-ID             PIC X(08).
000210     05  DUP-SOURCE-ID               PIC X(04).
000220     05  FILLER                      PIC X(12).
