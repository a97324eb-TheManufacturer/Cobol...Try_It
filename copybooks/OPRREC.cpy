000120*                                                                *
000130*   MODIFICATION HISTORY                                        *
000140*   2026-09-02  RM   INITIAL VERSION.                            *
000142*   2026-10-15  RM   ADDED OPR-AUTH-SUPERVISOR.  ONLY A          *
000144*                    SUPERVISOR MAY RELEASE OR REJECT A HIGH-    *
000146*                    VALUE ITEM HELD BY ADD_NUMBERS.             *
000147*   2026-10-15  RM   ADDED OPR-AUTH-CONTROLLER, THE HIGHEST      *
000148*                    AUTHORITY ON THE MASTER.  ONLY THE          *
000149*                    CONTROLLER MAY REOPEN A CLOSED PERIOD.      *
000150*                                                                *
000160******************************************************************
000170 01  OPR-RECORD.
000240     05  OPR-AUTH-RESUBMIT           PIC X(01).
000250     05  OPR-AUTH-MAINT              PIC X(01).
000260     05  OPR-AUTH-ARCHIVE            PIC X(01).
000262     05  OPR-AUTH-SUPERVISOR         PIC X(01).
000264     05  OPR-AUTH-CONTROLLER         PIC X(01).
000270     05  FILLER                      PIC X(02).
