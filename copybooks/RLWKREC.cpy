000010******************************************************************
000020*                                                                *
000030*   RLWKREC.CPY                                                  *
000040*   RELEASED-ITEM WORK RECORD (RELWORK) - INDEXED ON THE WHOLE   *
000050*   IDENTITY OF A HOLD-FILE ENTRY (TRANSACTION IMAGE, SOURCE,    *
000060*   AND THE STAMPS OF THE RUN THAT HELD IT).  ADD_NUMBERS        *
000070*   WRITES ONE RECORD FOR EACH RELEASED ENTRY IT TAKES FROM THE  *
000080*   HOLD FILE, AND AT END OF RUN DROPS FROM THE HOLD FILE ONLY   *
000090*   THE RELEASED ENTRIES FOUND HERE.  AN ENTRY A SUPERVISOR      *
000100*   RELEASED AFTER THE RUN READ THE HOLD FILE IS NOT HERE, SO    *
000110*   IT STAYS ON THE FILE AND POSTS IN THE NEXT RUN.  ADD_NUMBERS *
000120*   CREATES THE FILE EMPTY AT THE START OF EVERY BATCH OR        *
000130*   RESUBMIT RUN.                                                *
000140*                                                                *
000150*   MODIFICATION HISTORY                                         *
000160*   2026-10-15  RM   INITIAL VERSION.                            *
000170*                                                                *
000180******************************************************************
000190 01  RLWK-RECORD.
000200     05  RLWK-KEY.
000210         10  RLWK-TRANS-IMAGE        PIC X(24).
000220         10  RLWK-SOURCE-ID          PIC X(04).
000230         10  RLWK-BUSINESS-DATE      PIC X(06).
000240         10  RLWK-BATCH-ID           PIC X(06).
000250     05  FILLER                      PIC X(10).
