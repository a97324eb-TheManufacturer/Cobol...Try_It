000010******************************************************************
000020*                                                                *
000030*   HLIMREC.CPY                                                  *
000040*   HIGH-VALUE HOLD LIMIT RECORD - ONE ENTRY PER ACCOUNT CODE    *
000050*   OR FEED SOURCE ID THAT CARRIES A DOLLAR LIMIT.  A DETAIL     *
000060*   RECORD WHOSE TRANS-AMOUNT EXCEEDS THE LIMIT FOR ITS          *
000070*   ACCOUNT OR ITS SOURCE IS WRITTEN TO THE HOLD FILE (HOLDREC)  *
000080*   INSTEAD OF POSTING.  WHEN BOTH AN ACCOUNT AND A SOURCE       *
000090*   LIMIT APPLY THE LOWER ONE GOVERNS.  AN ACCOUNT OR SOURCE     *
000100*   WITH NO ENTRY HAS NO LIMIT.  THE FILE (HOLDLMT) IS KEPT BY   *
000110*   OPERATIONS LIKE THE FEED LIST.                               *
000120*                                                                *
000130*   MODIFICATION HISTORY                                         *
000140*   2026-10-15  RM   INITIAL VERSION.                            *
000150*                                                                *
000160******************************************************************
000170 01  HLIM-RECORD.
000180     05  HLIM-TYPE                   PIC X(01).
000190         88  HLIM-IS-ACCOUNT         VALUE "A".
000200         88  HLIM-IS-SOURCE          VALUE "S".
000210     05  FILLER                      PIC X(01).
000220     05  HLIM-CODE                   PIC X(04).
000230     05  FILLER                      PIC X(01).
000240     05  HLIM-AMOUNT                 PIC 9(07)V99.
000250     05  FILLER                      PIC X(04).
