000010******************************************************************
000020*                                                                *
000030*   BUDREC.CPY                                                   *
000040*   BUDGET MASTER RECORD - ONE ENTRY PER GL ACCOUNT CODE PER     *
000050*   BUDGET YEAR, CARRYING THE TWELVE MONTHLY BUDGET AMOUNTS.     *
000060*   THE BUDGET YEAR IS THE CALENDAR YEAR, SO YEAR-TO-DATE        *
000070*   RUNS FROM MONTH 01 THROUGH THE REPORT MONTH.  MAINTAINED     *
000080*   THROUGH BUDGET_MAINT, WHICH CHECKS EVERY CODE AGAINST THE    *
000090*   CHART-OF-ACCOUNTS MASTER, AND READ BY BUDGET_VAR.            *
000100*                                                                *
000110*   THE AMOUNTS ARE BUDGETED ON THE ACCOUNT'S NORMAL SIDE -      *
000120*   A "D" ACCOUNT (EXPENSE, ASSET) IS COMPARED AGAINST ITS       *
000130*   DEBITS LESS CREDITS, A "C" ACCOUNT (REVENUE, LIABILITY)      *
000140*   AGAINST ITS CREDITS LESS DEBITS.                             *
000150*                                                                *
000160*   MODIFICATION HISTORY                                         *
000170*   2026-10-15  RM   INITIAL VERSION.                            *
000180*                                                                *
000190******************************************************************
000200 01  BUD-RECORD.
000210     05  BUD-ACCT-CODE               PIC X(04).
000220     05  BUD-YEAR                    PIC 9(02).
000230     05  BUD-NORMAL-SIDE             PIC X(01).
000240         88  BUD-IS-DEBIT            VALUE "D".
000250         88  BUD-IS-CREDIT           VALUE "C".
000260     05  BUD-MONTH-AMOUNT            PIC 9(09)V99
000270                                     OCCURS 12 TIMES.
000280     05  FILLER                      PIC X(05).
