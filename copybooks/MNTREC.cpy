000090*                                                                *
000100*   MODIFICATION HISTORY                                        *
000110*   2026-08-22  RM   INITIAL VERSION.                            *
000112*   2026-10-15  RM   ADDED ACTIONS R (RELEASE), J (REJECT TO     *
000114*                    SUSPENSE), AND K (KEEP HOLDING) FOR THE     *
000116*                    HOLD_RELEASE REVIEW OF HIGH-VALUE ITEMS.    *
000120*                                                                *
000130******************************************************************
000140 01  MNT-RECORD.
000250         88  MNT-ACTION-ADD          VALUE "A".
000260         88  MNT-ACTION-CHANGE       VALUE "C".
000270         88  MNT-ACTION-DELETE       VALUE "D".
000272         88  MNT-ACTION-RELEASE      VALUE "R".
000274         88  MNT-ACTION-REJECT       VALUE "J".
000276         88  MNT-ACTION-KEEP         VALUE "K".
000280     05  MNT-TRANS-KEY               PIC X(07).
000290     05  MNT-BEFORE-AMOUNT           PIC 9(07)V99.
000300     05  MNT-BEFORE-DRCR             PIC X(01).
