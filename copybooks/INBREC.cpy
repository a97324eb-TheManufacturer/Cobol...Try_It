000010******************************************************************
000020*                                                                *
000030*   INBREC.CPY                                                   *
000040*   INBOUND DEPARTMENT FEED RECORD - THE FILE A DEPARTMENT       *
000050*   DROPS FOR FEED_INTAKE.  ONE HEADER, THE DETAIL RECORDS,      *
000060*   AND ONE TRAILER, IN THAT ORDER.  ONE FD, THREE RECORD        *
000070*   LAYOUTS - THE RECORD TYPE IN THE FIRST BYTE SAYS WHICH       *
000080*   APPLIES.                                                     *
000090*                                                                *
000100*   HEADER  - SOURCE ID, FILE CREATION DATE (YYMMDD), AND THE    *
000110*             DEPARTMENT'S FILE SEQUENCE NUMBER, ONE HIGHER      *
000120*             THAN THE LAST FILE IT SENT (999999 WRAPS TO 1).    *
000130*   DETAIL  - THE TRANREC DETAIL FIELDS, IN TRANREC ORDER.       *
000140*   TRAILER - DETAIL RECORD COUNT, NET OF THE DETAILS (DEBITS    *
000150*             LESS CREDITS, SIGNED "C" WHEN CREDIT), AND THE     *
000160*             HASH TOTAL OF THE DETAIL TRANS-KEYS (LOW-ORDER 12  *
000170*             DIGITS OF THEIR SUM).                              *
000180*                                                                *
000190*   MODIFICATION HISTORY                                         *
000200*   2026-10-15  RM   INITIAL VERSION.                            *
000210*                                                                *
000220******************************************************************
000230 01  INB-HEADER-RECORD.
000240     05  INB-REC-TYPE                PIC X(01).
000250         88  INB-IS-HEADER           VALUE "H" "h".
000260         88  INB-IS-DETAIL           VALUE "D" "d" SPACE.
000270         88  INB-IS-TRAILER          VALUE "T" "t".
000280     05  INB-HDR-SOURCE-ID           PIC X(04).
000290     05  INB-HDR-CREATE-DATE.
000300         10  INB-HDR-CREATE-YY       PIC 9(02).
000310         10  INB-HDR-CREATE-MM       PIC 9(02).
000320         10  INB-HDR-CREATE-DD       PIC 9(02).
000330     05  INB-HDR-CREATE-DATE-NUM REDEFINES INB-HDR-CREATE-DATE
000340                                     PIC 9(06).
000350     05  INB-HDR-SEQUENCE            PIC 9(06).
000360     05  FILLER                      PIC X(23).
000370 01  INB-DETAIL-RECORD.
000380     05  FILLER                      PIC X(01).
000390     05  INB-DTL-KEY                 PIC 9(07).
000400     05  INB-DTL-AMOUNT              PIC 9(07)V99.
000410     05  INB-DTL-ACCT-CODE           PIC X(04).
000420     05  INB-DTL-DR-CR-IND           PIC X(01).
000430         88  INB-DTL-IS-CREDIT       VALUE "C" "c".
000440     05  FILLER                      PIC X(18).
000450 01  INB-TRAILER-RECORD.
000460     05  FILLER                      PIC X(01).
000470     05  INB-TRL-RECORD-COUNT        PIC 9(07).
000480     05  INB-TRL-NET-AMOUNT          PIC 9(09)V99.
000490     05  INB-TRL-NET-SIGN            PIC X(01).
000500         88  INB-TRL-NET-IS-CREDIT   VALUE "C" "c".
000510     05  INB-TRL-HASH-TOTAL          PIC 9(12).
000520     05  FILLER                      PIC X(08).
