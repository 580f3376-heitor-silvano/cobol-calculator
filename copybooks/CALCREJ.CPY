000210*                07 - RATE CODE NOT ON THE RATE MASTER
000220*                08 - EXPECTED RESULT OR TOLERANCE NOT NUMERIC
000230*                     (WHEN NOT LEFT BLANK)
000231*                09 - FILE DATE FALLS IN A CLOSED ACCOUNTING
000232*                     PERIOD (SEE CALCPER)
000233*                10 - TRANSACTION ALREADY POSTED FOR THIS SOURCE
000234*                     ON AN EARLIER NIGHT INSIDE THE LOOK-BACK
000235*                     WINDOW (SEE CALCPTR) AND NOT A RECYCLE
000236*                     ITEM
000240*
000250* MODIFICATION HISTORY.
000260*   08/22/2026  RA   ORIGINAL COPYBOOK.
000330*                    GARBLED EXPECTATION BOUNCES HERE INSTEAD
000340*                    OF SLIPPING THROUGH AS AN UNVERIFIED
000350*                    RESULT.
000351*   10/15/2026  RA   ADDED REASON 09 FOR THE MONTH-END PERIOD
000352*                    CLOSE - A CLOSED MONTH TAKES NO MORE
000353*                    POSTINGS.
000354*   10/15/2026  RA   ADDED REASON 10 FOR THE CROSS-NIGHT
000355*                    DUPLICATE CHECK AGAINST THE POSTED-
000356*                    TRANSACTION REGISTRY.
000360******************************************************************
000370 01  REJECT-RECORD.
000380     05  REJ-REASON-CODE             PIC X(02).
000440         88  REJ-ORPHAN-CONT         VALUE '06'.
000450         88  REJ-RATE-UNKNOWN        VALUE '07'.
000460         88  REJ-EXPECTED-BAD        VALUE '08'.
000463         88  REJ-PERIOD-CLOSED       VALUE '09'.
000466         88  REJ-ALREADY-POSTED      VALUE '10'.
000470     05  REJ-CARD-IMAGE              PIC X(80).
