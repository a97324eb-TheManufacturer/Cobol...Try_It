000010******************************************************************
000020*                                                                *
000030*   ALOCREC.CPY                                                  *
000040*   COST ALLOCATION RULE RECORD - ONE ENTRY PER POOL ACCOUNT.    *
000050*   SHARED COSTS (IT, FACILITIES) POST TO A SINGLE POOL ACCOUNT  *
000060*   AND THE RULE SPLITS THE POOL'S NIGHTLY NET ACROSS UP TO TEN  *
000070*   TARGET ACCOUNTS BY PERCENTAGE.  THE PERCENTAGES CARRY TWO    *
000080*   DECIMALS AND MUST TOTAL EXACTLY 100.00.  MAINTAINED THROUGH  *
000090*   ALLOC_MAINT, WHICH CHECKS EVERY CODE AGAINST THE CHART-OF-   *
000100*   ACCOUNTS MASTER, AND APPLIED BY ADD_NUMBERS AFTER THE        *
000110*   NIGHT'S ACCOUNT TOTALS ARE BUILT.                            *
000120*                                                                *
000130*   NO ACCOUNT MAY BE BOTH A POOL AND A TARGET, SO ONE PASS      *
000140*   OVER THE NIGHT'S TOTALS EMPTIES EVERY POOL.                  *
000150*                                                                *
000160*   MODIFICATION HISTORY                                         *
000170*   2026-10-15  RM   INITIAL VERSION.                            *
000180*                                                                *
000190******************************************************************
000200 01  ALOC-RECORD.
000210     05  ALOC-POOL-ACCT              PIC X(04).
000220     05  ALOC-DESCRIPTION            PIC X(24).
000230     05  ALOC-TARGET-COUNT           PIC 9(02).
000240     05  ALOC-TARGET                 OCCURS 10 TIMES.
000250         10  ALOC-TARGET-ACCT        PIC X(04).
000260         10  ALOC-TARGET-PCT         PIC 9(03)V99.
000270     05  FILLER                      PIC X(10).
