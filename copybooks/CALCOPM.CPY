000160*                                AND THE TRANSACTION INQUIRY.
000170*                3 - SUPERVISOR. PLUS OPERATOR MAINTENANCE.
000180*
000181*              OPM-MAX-AMOUNT IS THE LARGEST NUMBER1, NUMBER2 OR
000182*              RESULT THE OPERATOR MAY POST FROM THE INTERACTIVE
000183*              CALCULATORS WITHOUT A SUPERVISOR'S OVERRIDE (SEE
000184*              CALC-AMOUNT-OVERRIDE).  IT IS PACKED SO IT FITS
000185*              THE FIVE BYTES THAT WERE FILLER - ZERO, OR THE
000186*              SPACES EVERY RECORD WRITTEN BEFORE THE LIMIT
000187*              EXISTED STILL CARRIES THERE, MEANS NO LIMIT.
000188*
000190* MODIFICATION HISTORY.
000200*   08/22/2026  RA   ORIGINAL COPYBOOK.
000203*   10/15/2026  RA   ADDED OPM-MAX-AMOUNT (PER-OPERATOR AMOUNT
000206*                    AUTHORITY LIMIT) IN PLACE OF THE FILLER.
000210******************************************************************
000220 01  OPERATOR-MASTER-RECORD.
000230     05  OPM-OPERATOR-ID             PIC X(08).
000290     05  OPM-STATUS-FLAG             PIC X(01).
000300         88  OPM-ACTIVE              VALUE 'A'.
000310         88  OPM-DEACTIVATED         VALUE 'D'.
000320     05  OPM-MAX-AMOUNT              PIC 9(07)V99 COMP-3.
