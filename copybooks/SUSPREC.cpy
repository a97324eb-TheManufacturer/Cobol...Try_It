000247*   2026-09-02  RM   ADDED THE OK REASON - SUSP_MAINT MARKS A    *
000248*                    CORRECTED RECORD OK SO THE CLERK CAN SEE    *
000249*                    WHAT THE NEXT RESUBMIT WILL POST.           *
000250*   2026-10-15  RM   ADDED THE HOLD REASON - A HIGH-VALUE ITEM   *
000251*                    REJECTED BY A SUPERVISOR IN HOLD_RELEASE    *
000252*                    COMES HERE WITH THE STAMPS OF THE RUN THAT  *
000253*                    HELD IT AND STAYS UNTIL SUSP_MAINT RE-KEYS  *
000254*                    ITS AMOUNT.                                 *
000255*                                                                *
000260******************************************************************
000270 01  SUSP-RECORD.
000280     05  SUSP-REASON-CODE            PIC X(04).
000320         88  SUSP-BAD-DRCR           VALUE "DRCR".
000330         88  SUSP-BAD-ACCT           VALUE "ACCT".
000335         88  SUSP-CORRECTED          VALUE "OK  ".
000337         88  SUSP-HOLD-REJECTED      VALUE "HOLD".
000340     05  SUSP-TRANS-IMAGE            PIC X(24).
000350     05  FILLER                      PIC X(04).
000360     05  SUSP-BUSINESS-DATE          PIC X(06).
