000010******************************************************************
000020*                                                                *
000030*   PERREC.CPY                                                   *
000040*   PERIOD-CONTROL RECORD - ONE ENTRY PER ACCOUNTING MONTH       *
000050*   PERIOD_CLOSE HAS EVER CLOSED, IN THE ORDER THEY WERE FIRST   *
000060*   CLOSED.  A CLOSED PERIOD LOCKS POSTING - ADD_NUMBERS WILL    *
000070*   NOT START A BATCH OR RESUBMIT RUN WHOSE POSTING DATE FALLS   *
000080*   IN IT, AND TRAN_MAINT AND SUSP_MAINT WILL NOT SAVE CHANGES   *
000090*   THAT WOULD POST INTO IT.  A MONTH WITH NO ENTRY IS OPEN.     *
000100*   THE CLOSING TRIAL BALANCE TOTALS RIDE ON THE ENTRY; THE      *
000110*   PER-ACCOUNT FIGURES ARE IN THE SNAPSHOT FILE (PSNPREC).      *
000120*                                                                *
000130*   MODIFICATION HISTORY                                         *
000140*   2026-10-15  RM   INITIAL VERSION.                            *
000150*                                                                *
000160******************************************************************
000170 01  PER-RECORD.
000180     05  PER-PERIOD.
000190         10  PER-YY                  PIC 9(02).
000200         10  PER-MM                  PIC 9(02).
000210     05  PER-STATUS                  PIC X(01).
000220         88  PER-IS-CLOSED           VALUE "C".
000230         88  PER-IS-REOPENED         VALUE "O".
000240*    FIRST AND LAST BUSINESS DATES OF THE MONTH ON BUSCAL.
000250     05  PER-FIRST-DATE              PIC X(06).
000260     05  PER-LAST-DATE               PIC X(06).
000270     05  PER-CLOSE-DATE              PIC X(06).
000280     05  PER-CLOSE-TIME              PIC X(06).
000290     05  PER-CLOSE-OPER              PIC X(08).
000300     05  PER-REOPEN-DATE             PIC X(06).
000310     05  PER-REOPEN-OPER             PIC X(08).
000320*    CLOSING TRIAL BALANCE - FEED RECORDS IN THE MONTH AND THE   *
000330*    DEBIT AND CREDIT SIDES.                                     *
000340     05  PER-TB-RECORDS              PIC 9(07).
000350     05  PER-TB-DEBITS               PIC 9(11)V99.
000360     05  PER-TB-CREDITS              PIC 9(11)V99.
000370     05  FILLER                      PIC X(06).
