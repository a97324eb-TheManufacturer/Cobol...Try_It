000010******************************************************************
000020*                                                                *
000030*   SGRPTREC.CPY                                                 *
000040*   REPORT LINE LAYOUTS FOR THE STANDING_GEN GENERATION          *
000050*   LISTING.  ONE FD, FOUR RECORD LAYOUTS - HEADER, COLUMN-      *
000060*   HEADING, GENERATED-ENTRY DETAIL, AND TEXT LINES ARE          *
000070*   WRITTEN USING THE MATCHING 01-LEVEL NAME.                    *
000080*                                                                *
000090*   MODIFICATION HISTORY                                         *
000100*   2026-10-15  RM   INITIAL VERSION.                            *
000110*                                                                *
000120******************************************************************
000130 01  SGR-HEADER-LINE.
000140     05  SGR-HDR-TITLE               PIC X(24).
000150     05  SGR-HDR-LABEL1              PIC X(10).
000160     05  SGR-HDR-DATE                PIC X(08).
000170     05  FILLER                      PIC X(04).
000180     05  SGR-HDR-LABEL2              PIC X(06).
000190     05  SGR-HDR-PAGE                PIC ZZZ9.
000200     05  FILLER                      PIC X(16).
000210 01  SGR-COLUMN-LINE.
000220     05  SGR-COL-TEXT                PIC X(72).
000230 01  SGR-DETAIL-LINE.
000240     05  SGR-DTL-ENTRY-ID            PIC 9(03).
000250     05  FILLER                      PIC X(02).
000260     05  SGR-DTL-TYPE                PIC X(04).
000270     05  FILLER                      PIC X(02).
000280     05  SGR-DTL-KEY                 PIC 9(07).
000290     05  FILLER                      PIC X(02).
000300     05  SGR-DTL-ACCT                PIC X(04).
000310     05  FILLER                      PIC X(02).
000320     05  SGR-DTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
000330     05  FILLER                      PIC X(01).
000340     05  SGR-DTL-DRCR                PIC X(02).
000350     05  FILLER                      PIC X(02).
000360     05  SGR-DTL-DESC                PIC X(24).
000370     05  FILLER                      PIC X(03).
000380 01  SGR-TEXT-LINE.
000390     05  SGR-TEXT                    PIC X(72).
