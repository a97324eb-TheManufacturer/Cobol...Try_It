000010******************************************************************
000020*                                                                *
000030*   SODREC.CPY                                                   *
000040*   REPORT LINE LAYOUTS FOR THE SOD_REVIEW SEPARATION-OF-DUTIES  *
000050*   REVIEW.  ONE FD, SIX RECORD LAYOUTS - HEADER, COLUMN-        *
000060*   HEADING, EXCEPTION, OPERATOR SUMMARY, TOTAL, AND TEXT LINES  *
000070*   ARE WRITTEN USING THE MATCHING 01-LEVEL NAME.  THE           *
000080*   EXCEPTION LINE IS ONE MNTLOG ENTRY AND SERVES ALL THREE      *
000090*   EXCEPTION SECTIONS; SOD-EXC-NOTE NAMES THE RUN IT WAS        *
000100*   MATCHED TO.                                                  *
000110*                                                                *
000120*   MODIFICATION HISTORY                                         *
000130*   2026-10-15  RM   INITIAL VERSION.                            *
000140*                                                                *
000150******************************************************************
000160 01  SOD-HEADER-LINE.
000170     05  SOD-HDR-TITLE               PIC X(24).
000180     05  SOD-HDR-LABEL1              PIC X(10).
000190     05  SOD-HDR-DATE                PIC X(08).
000200     05  FILLER                      PIC X(04).
000210     05  SOD-HDR-LABEL2              PIC X(06).
000220     05  SOD-HDR-PAGE                PIC ZZZ9.
000230     05  FILLER                      PIC X(16).
000240 01  SOD-COLUMN-LINE.
000250     05  SOD-COL-TEXT                PIC X(72).
000260 01  SOD-EXCEPTION-LINE.
000270     05  SOD-EXC-OPERATOR            PIC X(08).
000280     05  FILLER                      PIC X(01).
000290     05  SOD-EXC-DATE                PIC X(08).
000300     05  FILLER                      PIC X(01).
000310     05  SOD-EXC-TIME                PIC X(05).
000320     05  FILLER                      PIC X(01).
000330     05  SOD-EXC-ACTION              PIC X(01).
000340     05  FILLER                      PIC X(01).
000350     05  SOD-EXC-KEY                 PIC X(07).
000360     05  FILLER                      PIC X(01).
000370     05  SOD-EXC-BEFORE              PIC Z,ZZZ,ZZ9.99.
000380     05  SOD-EXC-BEFORE-DC           PIC X(02).
000390     05  FILLER                      PIC X(01).
000400     05  SOD-EXC-AFTER               PIC Z,ZZZ,ZZ9.99.
000410     05  SOD-EXC-AFTER-DC            PIC X(02).
000420     05  FILLER                      PIC X(01).
000430     05  SOD-EXC-NOTE                PIC X(08).
000440 01  SOD-SUMMARY-LINE.
000450     05  SOD-SUM-OPERATOR            PIC X(08).
000460     05  FILLER                      PIC X(01).
000470     05  SOD-SUM-NAME                PIC X(20).
000480     05  FILLER                      PIC X(01).
000490     05  SOD-SUM-AUTH                PIC X(06).
000500     05  FILLER                      PIC X(01).
000510     05  SOD-SUM-MAINT               PIC ZZZZ9.
000520     05  FILLER                      PIC X(01).
000530     05  SOD-SUM-RUNS                PIC ZZZZ9.
000540     05  FILLER                      PIC X(01).
000550     05  SOD-SUM-BOTH                PIC ZZZZ9.
000560     05  FILLER                      PIC X(01).
000570     05  SOD-SUM-LARGE               PIC ZZZZ9.
000580     05  FILLER                      PIC X(01).
000590     05  SOD-SUM-HOURS               PIC ZZZZ9.
000600     05  FILLER                      PIC X(06).
000610 01  SOD-TOTAL-LINE.
000620     05  SOD-TOT-LABEL               PIC X(40).
000630     05  FILLER                      PIC X(02).
000640     05  SOD-TOT-COUNT               PIC Z,ZZZ,ZZ9.
000650     05  FILLER                      PIC X(21).
000660 01  SOD-TEXT-LINE.
000670     05  SOD-TEXT                    PIC X(72).
