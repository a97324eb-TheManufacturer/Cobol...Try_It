000010******************************************************************
000020*                                                                *
000030*   AWRKREC.CPY                                                  *
000040*   ACCOUNT SUBTOTAL WORK RECORD (ACCTWORK) - INDEXED, ONE       *
000050*   RECORD PER SOURCE AND ACCOUNT CODE POSTED BY THE RUN.        *
000060*   ADD_NUMBERS CREATES THE FILE EMPTY AT THE START OF EVERY     *
000070*   RUN, ADDS EACH POSTED ITEM INTO ITS RECORD BY A KEYED        *
000080*   READ AND REWRITE, AND WALKS IT BY AWRK-SEQ - THE ORDER THE   *
000090*   ACCOUNTS WERE FIRST SEEN - FOR THE ACCOUNT SUBTOTAL          *
000100*   SECTION, THE ALLOCATION POOL NETS, AND THE GL FEED.  THE     *
000110*   NUMBER OF ACCOUNTS A NIGHT CAN CARRY IS LIMITED ONLY BY      *
000120*   THE SPACE THE FILE CAN TAKE.                                 *
000130*                                                                *
000140*   MODIFICATION HISTORY                                         *
000150*   2026-10-15  RM   INITIAL VERSION.                            *
000160*                                                                *
000170******************************************************************
000180 01  AWRK-RECORD.
000190     05  AWRK-KEY.
000200         10  AWRK-SOURCE             PIC X(04).
000210         10  AWRK-CODE               PIC X(04).
000220*    ALTERNATE KEY - FIRST-SEEN SEQUENCE NUMBER OF THE ACCOUNT.  *
000230     05  AWRK-SEQ                    PIC 9(07).
000240     05  AWRK-ITEM-COUNT             PIC 9(07).
000250     05  AWRK-TOTAL                  PIC S9(07)V99.
000260     05  FILLER                      PIC X(09).
