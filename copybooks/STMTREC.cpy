000010******************************************************************
000020*                                                                *
000030*   STMTREC.CPY                                                  *
000040*   REPORT LINE LAYOUTS FOR THE DEPT_STMT DEPARTMENT ACTIVITY    *
000050*   STATEMENT.  ONE FD, SIX RECORD LAYOUTS - HEADER, COLUMN-     *
000060*   HEADING, ACCOUNT, ITEM, TOTAL, AND TEXT LINES ARE WRITTEN    *
000070*   USING THE MATCHING 01-LEVEL NAME.  THE ITEM LINE SERVES      *
000080*   BOTH THE SUSPENSE AND THE DUPLICATE SECTIONS.                *
000090*                                                                *
000100*   MODIFICATION HISTORY                                         *
000110*   2026-10-15  RM   INITIAL VERSION.                            *
000120*                                                                *
000130******************************************************************
000140 01  STM-HEADER-LINE.
000150     05  STM-HDR-TITLE               PIC X(24).
000160     05  STM-HDR-LABEL1              PIC X(10).
000170     05  STM-HDR-DATE                PIC X(08).
000180     05  FILLER                      PIC X(04).
000190     05  STM-HDR-LABEL2              PIC X(06).
000200     05  STM-HDR-PAGE                PIC ZZZ9.
000210     05  FILLER                      PIC X(16).
000220 01  STM-COLUMN-LINE.
000230     05  STM-COL-TEXT                PIC X(72).
000240 01  STM-ACCT-LINE.
000250     05  STM-ACT-CODE                PIC X(04).
000260     05  FILLER                      PIC X(02).
000270     05  STM-ACT-RECORDS             PIC Z,ZZZ,ZZ9.
000280     05  FILLER                      PIC X(02).
000290     05  STM-ACT-DEBITS              PIC ZZZ,ZZZ,ZZ9.99.
000300     05  FILLER                      PIC X(01).
000310     05  STM-ACT-CREDITS             PIC ZZZ,ZZZ,ZZ9.99.
000320     05  FILLER                      PIC X(01).
000330     05  STM-ACT-NET                 PIC ZZZ,ZZZ,ZZ9.99-.
000340     05  FILLER                      PIC X(10).
000350 01  STM-ITEM-LINE.
000360     05  STM-ITM-KEY                 PIC X(07).
000370     05  FILLER                      PIC X(01).
000380     05  STM-ITM-ACCT                PIC X(04).
000390     05  FILLER                      PIC X(01).
000400     05  STM-ITM-AMOUNT              PIC Z,ZZZ,ZZ9.99.
000410     05  FILLER                      PIC X(01).
000420     05  STM-ITM-DRCR                PIC X(02).
000430     05  FILLER                      PIC X(01).
000440     05  STM-ITM-DATE                PIC X(08).
000450     05  FILLER                      PIC X(01).
000460     05  STM-ITM-REASON              PIC X(04).
000470     05  FILLER                      PIC X(01).
000480     05  STM-ITM-TEXT                PIC X(24).
000490     05  FILLER                      PIC X(01).
000500     05  STM-ITM-AGE                 PIC X(04).
000510 01  STM-TOTAL-LINE.
000520     05  STM-TOT-LABEL               PIC X(24).
000530     05  FILLER                      PIC X(02).
000540     05  STM-TOT-COUNT               PIC Z,ZZZ,ZZ9.
000550     05  FILLER                      PIC X(02).
000560     05  STM-TOT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
000570     05  FILLER                      PIC X(20).
000580 01  STM-TEXT-LINE.
000590     05  STM-TEXT                    PIC X(72).
