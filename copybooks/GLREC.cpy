000101*                    ONE RECORD PER SOURCE AND ACCOUNT SO A BAD  *
000102*                    POSTING CAN BE CHASED BACK TO THE           *
000103*                    DEPARTMENT FEED THAT SENT IT.               *
000104*   2026-10-15  RM   ADDED GL-ITEM-COUNT - THE NUMBER OF DETAIL  *
000105*                    RECORDS BEHIND THE LINE, SO A DEPARTMENT    *
000106*                    STATEMENT CAN SHOW WHAT POSTED.  TAKEN      *
000107*                    FROM THE FILLER - OLDER HISTORY READS WITH  *
000108*                    SPACES THERE.  ZERO ON AN ALLOCATION LINE.  *
000109*                                                                *
000110******************************************************************
000120 01  GL-RECORD.
000130     05  GL-BATCH-ID                 PIC 9(06).
000184         88  GL-IS-DEBIT             VALUE "D".
000186         88  GL-IS-CREDIT            VALUE "C".
000188     05  GL-SOURCE-ID                PIC X(04).
000190     05  GL-ITEM-COUNT               PIC 9(07).
000200     05  FILLER                      PIC X(03).
