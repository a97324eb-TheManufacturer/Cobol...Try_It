000010******************************************************************
000020*                                                                *
000030*   BVRPTREC.CPY                                                 *
000040*   REPORT LINE LAYOUTS FOR THE BUDGET_VAR BUDGET-VERSUS-ACTUAL  *
000050*   VARIANCE REPORT.  ONE FD, FIVE RECORD LAYOUTS - HEADER,      *
000060*   COLUMN-HEADING, VARIANCE (ONE MONTH LINE AND ONE YEAR-TO-    *
000070*   DATE LINE PER BUDGETED ACCOUNT), NO-BUDGET ACTIVITY, AND     *
000080*   TEXT LINES ARE WRITTEN USING THE MATCHING 01-LEVEL NAME.     *
000090*                                                                *
000100*   MODIFICATION HISTORY                                         *
000110*   2026-10-15  RM   INITIAL VERSION.                            *
000120*                                                                *
000130******************************************************************
000140 01  BVR-HEADER-LINE.
000150     05  BVR-HDR-TITLE               PIC X(24).
000160     05  BVR-HDR-LABEL1              PIC X(10).
000170     05  BVR-HDR-DATE                PIC X(08).
000180     05  FILLER                      PIC X(04).
000190     05  BVR-HDR-LABEL2              PIC X(06).
000200     05  BVR-HDR-PAGE                PIC ZZZ9.
000210     05  FILLER                      PIC X(16).
000220 01  BVR-COLUMN-LINE.
000230     05  BVR-COL-TEXT                PIC X(72).
000240 01  BVR-VARIANCE-LINE.
000250     05  BVR-VAR-CODE                PIC X(04).
000260     05  FILLER                      PIC X(01).
000270     05  BVR-VAR-PERIOD              PIC X(03).
000280     05  FILLER                      PIC X(02).
000290     05  BVR-VAR-ACTUAL              PIC ZZZ,ZZZ,ZZ9.99-.
000300     05  FILLER                      PIC X(01).
000310     05  BVR-VAR-BUDGET              PIC ZZZ,ZZZ,ZZ9.99-.
000320     05  FILLER                      PIC X(01).
000330     05  BVR-VAR-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
000340     05  FILLER                      PIC X(01).
000350     05  BVR-VAR-PCT                 PIC ZZZ9.9-.
000360     05  BVR-VAR-PCT-X REDEFINES BVR-VAR-PCT
000370                                     PIC X(07).
000380     05  FILLER                      PIC X(01).
000390     05  BVR-VAR-FLAG                PIC X(04).
000400     05  FILLER                      PIC X(02).
000410 01  BVR-NOBUD-LINE.
000420     05  BVR-NOB-CODE                PIC X(04).
000430     05  FILLER                      PIC X(06).
000440     05  BVR-NOB-MTH-NET             PIC ZZZ,ZZZ,ZZ9.99-.
000450     05  FILLER                      PIC X(01).
000460     05  BVR-NOB-YTD-NET             PIC ZZZ,ZZZ,ZZ9.99-.
000470     05  FILLER                      PIC X(31).
000480 01  BVR-TEXT-LINE.
000490     05  BVR-TEXT                    PIC X(72).
