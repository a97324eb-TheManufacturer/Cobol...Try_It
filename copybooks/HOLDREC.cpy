000010******************************************************************
000020*                                                                *
000030*   HOLDREC.CPY                                                  *
000040*   HIGH-VALUE HOLD RECORD - ONE ENTRY PER DETAIL RECORD         *
000050*   ADD_NUMBERS KEPT OUT OF THE POSTING BECAUSE ITS AMOUNT       *
000060*   EXCEEDED THE HOLD LIMIT FOR ITS ACCOUNT OR FEED SOURCE       *
000070*   (HLIMREC).  CARRIES THE UNTOUCHED TRANSACTION IMAGE AND      *
000080*   THE STAMPS OF THE RUN THAT HELD IT.  A SUPERVISOR REVIEWS    *
000090*   THE FILE THROUGH HOLD_RELEASE - A RELEASED ENTRY IS MARKED   *
000100*   R AND POSTS IN THE NEXT BATCH OR RESUBMIT RUN, WHICH THEN    *
000110*   DROPS IT FROM THE FILE; A REJECTED ENTRY MOVES TO THE        *
000120*   SUSPENSE FILE.                                               *
000130*                                                                *
000140*   MODIFICATION HISTORY                                         *
000150*   2026-10-15  RM   INITIAL VERSION.                            *
000160*                                                                *
000170******************************************************************
000180 01  HOLD-RECORD.
000190     05  HOLD-STATUS                 PIC X(01).
000200         88  HOLD-IS-PENDING         VALUE "P".
000210         88  HOLD-IS-RELEASED        VALUE "R".
000220     05  HOLD-TRANS-IMAGE            PIC X(24).
000230     05  HOLD-SOURCE-ID              PIC X(04).
000240     05  HOLD-BUSINESS-DATE          PIC X(06).
000250     05  HOLD-BATCH-ID               PIC X(06).
000260     05  HOLD-OPERATOR-ID            PIC X(08).
000270     05  HOLD-LIMIT-AMOUNT           PIC 9(07)V99.
000280*    RELEASING SUPERVISOR AND DATE - SPACES UNTIL RELEASED.      *
000290     05  HOLD-RELEASE-OPER           PIC X(08).
000300     05  HOLD-RELEASE-DATE           PIC X(06).
000310     05  FILLER                      PIC X(08).
