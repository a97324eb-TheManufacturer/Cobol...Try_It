000010******************************************************************
000020*                                                                *
000030*   SWRKREC.CPY                                                  *
000040*   SOURCE ACCUMULATOR WORK RECORD (SRCWORK) - INDEXED, ONE      *
000050*   RECORD PER FEED SOURCE POSTED BY THE RUN, CARRYING THE       *
000060*   SOURCE'S COUNT, SIGNED NET, ITS HEADER'S EXPECTED CONTROL    *
000070*   TOTAL, AND ITS HELD AND RELEASED DOLLARS.  ADD_NUMBERS       *
000080*   CREATES THE FILE EMPTY AT THE START OF EVERY RUN AND WALKS   *
000090*   IT BY SWRK-SEQ - THE ORDER THE SOURCES WERE FIRST SEEN -     *
000100*   FOR THE PER-SOURCE BALANCE CHECK AND THE SOURCE SUBTOTAL     *
000110*   SECTION OF THE REPORT.                                       *
000120*                                                                *
000130*   MODIFICATION HISTORY                                         *
000140*   2026-10-15  RM   INITIAL VERSION.                            *
000150*                                                                *
000160******************************************************************
000170 01  SWRK-RECORD.
000180     05  SWRK-SOURCE                 PIC X(04).
000190*    ALTERNATE KEY - FIRST-SEEN SEQUENCE NUMBER OF THE SOURCE.   *
000200     05  SWRK-SEQ                    PIC 9(07).
000210     05  SWRK-ITEM-COUNT             PIC 9(07).
000220     05  SWRK-NET                    PIC S9(09)V99.
000230     05  SWRK-EXPECTED               PIC S9(07)V99.
000240     05  SWRK-EXP-SW                 PIC X(01).
000250         88  SWRK-HAS-EXPECTED       VALUE "Y".
000260     05  SWRK-OOB-SW                 PIC X(01).
000270         88  SWRK-OUT-OF-BALANCE     VALUE "Y".
000280*    HELD AND RELEASED DOLLARS - A HELD ITEM IS PART OF ITS      *
000290*    FEED'S CONTROL TOTAL, A RELEASED ONE IS NOT.                *
000300     05  SWRK-HELD                   PIC S9(09)V99.
000310     05  SWRK-RELEASED               PIC S9(09)V99.
000320     05  FILLER                      PIC X(07).
