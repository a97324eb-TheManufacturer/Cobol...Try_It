000010******************************************************************
000020*                                                                *
000030*   STDREC.CPY                                                   *
000040*   STANDING JOURNAL ENTRY MASTER RECORD - ONE ENTRY PER         *
000050*   RECURRING RENT, DEPRECIATION, OR ACCRUAL LINE.  STANDING_GEN *
000060*   READS THE MASTER EVERY NIGHT AND WRITES THE ENTRIES DUE ON   *
000070*   THE BUSINESS DATE TO THE STANDING-ENTRY FEED, PLUS, ON THE   *
000080*   FIRST BUSINESS DAY OF A PERIOD, THE REVERSALS OF THE LAST    *
000090*   PERIOD'S AUTO-REVERSING ENTRIES.                             *
000100*                                                                *
000110*   STD-ENTRY-ID (001-499) IDENTIFIES THE ENTRY AND FORMS PART   *
000120*   OF EVERY GENERATED TRANS-KEY, SO IT MUST BE UNIQUE ON THE    *
000130*   MASTER AND MUST NOT BE RE-USED FOR A DIFFERENT ENTRY.        *
000140*                                                                *
000150*   STD-FREQUENCY AND STD-DAY-NUMBER SET THE ONE BUSINESS DATE   *
000160*   IN EACH MONTH THE ENTRY POSTS ON -                           *
000170*     M  MONTHLY - THE FIRST BUSINESS DAY ON OR AFTER CALENDAR   *
000180*        DAY STD-DAY-NUMBER (THE LAST BUSINESS DAY WHEN NONE     *
000190*        FOLLOWS IT IN THE MONTH).                               *
000200*     B  SPECIFIC BUSINESS DAY - THE STD-DAY-NUMBER'TH BUSINESS  *
000210*        DAY OF THE MONTH (THE LAST WHEN THE MONTH IS SHORTER).  *
000220*     L  LAST BUSINESS DAY OF THE MONTH.                         *
000230*   THE ENTRY IS LIVE FROM STD-START-DATE THROUGH STD-END-DATE   *
000240*   (YYMMDD); A ZERO END DATE MEANS OPEN-ENDED.                  *
000250*                                                                *
000260*   MODIFICATION HISTORY                                         *
000270*   2026-10-15  RM   INITIAL VERSION.                            *
000280*                                                                *
000290******************************************************************
000300 01  STD-RECORD.
000310     05  STD-ENTRY-ID                PIC 9(03).
000320     05  STD-ACCT-CODE               PIC X(04).
000330     05  STD-AMOUNT                  PIC 9(07)V99.
000340     05  STD-DR-CR-IND               PIC X(01).
000350         88  STD-IS-DEBIT            VALUE "D".
000360         88  STD-IS-CREDIT           VALUE "C".
000370     05  STD-FREQUENCY               PIC X(01).
000380         88  STD-FREQ-MONTHLY        VALUE "M".
000390         88  STD-FREQ-BUSINESS-DAY   VALUE "B".
000400         88  STD-FREQ-LAST-DAY       VALUE "L".
000410     05  STD-DAY-NUMBER              PIC 9(02).
000420     05  STD-START-DATE              PIC 9(06).
000430     05  STD-END-DATE                PIC 9(06).
000440     05  STD-AUTO-REVERSE            PIC X(01).
000450         88  STD-REVERSES            VALUE "Y".
000460     05  STD-DESCRIPTION             PIC X(24).
000470     05  FILLER                      PIC X(07).
