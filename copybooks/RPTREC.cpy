000740     05  FILLER                      PIC X(01).
000750     05  RPT-DUP-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
000760     05  FILLER                      PIC X(29).
000761 01  RPT-HOLD-LINE.
000762     05  RPT-HOLD-LABEL              PIC X(10).
000763     05  FILLER                      PIC X(03).
000764     05  RPT-HOLD-COUNT              PIC Z,ZZZ,ZZ9.
000765     05  FILLER                      PIC X(01).
000766     05  RPT-HOLD-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.
000767     05  FILLER                      PIC X(29).
000768 01  RPT-ALOC-LINE.
000769     05  RPT-ALC-LABEL               PIC X(08).
000770     05  FILLER                      PIC X(01).
000771     05  RPT-ALC-CODE                PIC X(04).
000772     05  FILLER                      PIC X(01).
000773     05  RPT-ALC-PCT                 PIC ZZ9.99.
000774     05  FILLER                      PIC X(01).
000775     05  RPT-ALC-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
000776     05  FILLER                      PIC X(01).
000777     05  RPT-ALC-DESC                PIC X(24).
000778     05  FILLER                      PIC X(11).
000779 01  RPT-TEXT-LINE.
000780     05  RPT-TEXT                    PIC X(72).
000790 01  RPT-TOTAL-LINE.
000800     05  RPT-TOT-LABEL               PIC X(08).
001200*                     THE MULTI-FEED RUN - ACCOUNT SUBTOTALS     *
001210*                     NOW BREAK BY SOURCE AND A PER-SOURCE       *
001220*                     SUBTOTAL SECTION PRINTS ALONGSIDE THEM.    *
001230*    2026-10-15  RM   ADDED RPT-HOLD-LINE FOR THE COUNT AND      *
001240*                     DOLLARS HELD FOR SUPERVISOR RELEASE AND    *
001250*                     RELEASED FROM HOLD BY THE RUN.             *
001260*    2026-10-15  RM   ADDED RPT-ALOC-LINE FOR THE COST           *
001270*                     ALLOCATION SECTION - ONE LINE PER POOL     *
001280*                     AND PER TARGET SHARE.                      *
