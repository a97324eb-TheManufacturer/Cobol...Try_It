000010******************************************************************
000020*                                                                *
000030*   AMWKREC.CPY                                                  *
000040*   ACCOUNT MASTER LOOKUP RECORD (AMSTWORK) - INDEXED ON THE     *
000050*   ACCOUNT CODE.  ADD_NUMBERS COPIES THE LINE SEQUENTIAL        *
000060*   CHART-OF-ACCOUNTS MASTER (ACCTREC) INTO THIS FILE AT         *
000070*   INITIALIZATION AND LOOKS EACH CODE UP WITH A DIRECT KEYED    *
000080*   READ, SO THE SIZE OF THE CHART IS LIMITED ONLY BY THE        *
000090*   SPACE THE FILE CAN TAKE.  WHEN THE MASTER CARRIES A CODE     *
000100*   TWICE, THE FIRST ENTRY IS THE ONE KEPT.                      *
000110*                                                                *
000120*   MODIFICATION HISTORY                                         *
000130*   2026-10-15  RM   INITIAL VERSION.                            *
000140*                                                                *
000150******************************************************************
000160 01  AMWK-RECORD.
000170     05  AMWK-CODE                   PIC X(04).
000180     05  AMWK-DESCRIPTION            PIC X(24).
000190     05  AMWK-ACTIVE-FLAG            PIC X(01).
000200     05  AMWK-EFF-START-DATE         PIC 9(06).
000210     05  AMWK-EFF-END-DATE           PIC 9(06).
000220     05  FILLER                      PIC X(09).
