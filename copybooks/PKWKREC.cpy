000010******************************************************************
000020*                                                                *
000030*   PKWKREC.CPY                                                  *
000040*   POSTED-KEY WORK RECORD (PKEYWORK) - INDEXED ON THE           *
000050*   TRANSACTION KEY, ONE RECORD PER KEY POSTED BY THE            *
000060*   CURRENT RUN WITH THE DATE IT WAS POSTED.  THE POSTED-KEY     *
000070*   MASTER (PKEYREC) IS NOT TOUCHED UNTIL THE RUN ENDS IN        *
000080*   BALANCE, SO THE NIGHT'S NEW KEYS ARE KEPT HERE - A RE-SEND   *
000090*   LATER IN THE SAME RUN IS CAUGHT BY A KEYED READ - AND        *
000100*   COPIED TO THE MASTER AT END OF RUN.  ADD_NUMBERS CREATES     *
000110*   THE FILE EMPTY AT THE START OF EVERY BATCH OR RESUBMIT RUN.  *
000120*                                                                *
000130*   MODIFICATION HISTORY                                         *
000140*   2026-10-15  RM   INITIAL VERSION.                            *
000150*                                                                *
000160******************************************************************
000170 01  PKWK-RECORD.
000180     05  PKWK-TRANS-KEY              PIC 9(07).
000190     05  PKWK-POSTED-DATE            PIC 9(06).
000200     05  FILLER                      PIC X(07).
