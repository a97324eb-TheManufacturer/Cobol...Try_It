000020*                                                                *
000030*   NRPTREC.CPY                                                 *
000040*   REPORT LINE LAYOUTS FOR THE NIGHT_STATUS END-OF-NIGHT       *
000050*   SIGN-OFF REPORT.  ONE FD, FIVE RECORD LAYOUTS - HEADER,     *
000060*   TEXT, LABELED-ITEM, COUNT/AMOUNT TOTAL, AND JOB-STEP        *
000070*   LINES ARE WRITTEN USING THE MATCHING 01-LEVEL NAME.         *
000080*                                                                *
000090*   MODIFICATION HISTORY                                        *
000100*   2026-09-02  RM   INITIAL VERSION.                            *
000103*   2026-10-15  RM   JOB-STEP LINE ADDED FOR THE STEP LOG        *
000106*                    SECTION OF THE SIGN-OFF PAGE.               *
000110*                                                                *
000120******************************************************************
000130 01  NRP-HEADER-LINE.
000290     05  FILLER                      PIC X(02).
000300     05  NRP-TOT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
000310     05  FILLER                      PIC X(20).
000320 01  NRP-STEP-LINE.
000330     05  NRP-STP-NUMBER              PIC X(02).
000340     05  FILLER                      PIC X(01).
000350     05  NRP-STP-PROGRAM             PIC X(12).
000360     05  FILLER                      PIC X(01).
000370     05  NRP-STP-OUTCOME             PIC X(09).
000380     05  FILLER                      PIC X(01).
000390     05  NRP-STP-START-DATE          PIC X(06).
000400     05  FILLER                      PIC X(01).
000410     05  NRP-STP-START-TIME          PIC X(08).
000420     05  FILLER                      PIC X(01).
000430     05  NRP-STP-END-DATE            PIC X(06).
000440     05  FILLER                      PIC X(01).
000450     05  NRP-STP-END-TIME            PIC X(08).
000460     05  FILLER                      PIC X(01).
000470     05  NRP-STP-ATTEMPTS            PIC Z9.
000480     05  FILLER                      PIC X(12).
