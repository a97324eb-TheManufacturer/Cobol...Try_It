000010******************************************************************
000020*                                                                *
000030*   IRPTREC.CPY                                                  *
000040*   REPORT LINE LAYOUTS FOR THE FEED_INTAKE INTAKE LOG.  ONE     *
000050*   FD, FOUR RECORD LAYOUTS - HEADER, COLUMN-HEADING, ONE        *
000060*   RESULT LINE PER DEPARTMENT FEED, AND TEXT LINES (THE         *
000070*   REASON UNDER A REJECTED FEED, AND THE RUN SUMMARY) ARE       *
000080*   WRITTEN USING THE MATCHING 01-LEVEL NAME.                    *
000090*                                                                *
000100*   MODIFICATION HISTORY                                         *
000110*   2026-10-15  RM   INITIAL VERSION.                            *
000120*                                                                *
000130******************************************************************
000140 01  IRP-HEADER-LINE.
000150     05  IRP-HDR-TITLE               PIC X(24).
000160     05  IRP-HDR-LABEL1              PIC X(10).
000170     05  IRP-HDR-DATE                PIC X(08).
000180     05  FILLER                      PIC X(04).
000190     05  IRP-HDR-LABEL2              PIC X(06).
000200     05  IRP-HDR-PAGE                PIC ZZZ9.
000210     05  FILLER                      PIC X(16).
000220 01  IRP-COLUMN-LINE.
000230     05  IRP-COL-TEXT                PIC X(72).
000240 01  IRP-RESULT-LINE.
000250     05  IRP-RES-SOURCE              PIC X(04).
000260     05  FILLER                      PIC X(02).
000270     05  IRP-RES-INBOUND             PIC X(08).
000280     05  FILLER                      PIC X(02).
000290     05  IRP-RES-SEQUENCE            PIC X(06).
000300     05  FILLER                      PIC X(02).
000310     05  IRP-RES-CREATED             PIC X(06).
000320     05  FILLER                      PIC X(02).
000330     05  IRP-RES-RECORDS             PIC Z,ZZZ,ZZ9.
000340     05  FILLER                      PIC X(01).
000350     05  IRP-RES-NET                 PIC ZZZ,ZZZ,ZZ9.99-.
000360     05  FILLER                      PIC X(02).
000370     05  IRP-RES-RESULT              PIC X(08).
000380     05  FILLER                      PIC X(05).
000390 01  IRP-TEXT-LINE.
000400     05  IRP-TEXT                    PIC X(72).
