000220*                    NUMBERS, OPERATION AND RESULT, SO THE DAILY
000230*                    SUMMARY CAN NET THE PAIR OUT OF ITS TOTALS
000240*                    AND THE INQUIRY SHOWS THE TWO TOGETHER.
000241*   10/15/2026  RA   ADDED LOG-OVERRIDE-ID - THE SUPERVISOR WHO
000242*                    AUTHORIZED A CALCULATION OVER THE OPERATOR'S
000243*                    AMOUNT LIMIT, ELSE SPACES.  LRECL IS NOW 69.
000244*   10/15/2026  RA   ADDED LOG-SEQUENCE-NUMBER AND LOG-CHAIN-VALUE
000245*                    STAMPED BY CALC-LOG-CHAIN BEFORE EVERY WRITE.
000246*                    THE CHAIN VALUE FOLDS A CHECK VALUE OVER THIS
000247*                    RECORD INTO THE ONE BEFORE IT, SO AN ALTERED,
000248*                    REMOVED OR INSERTED RECORD BREAKS THE CHAIN.
000249*                    OLDER RECORDS CARRY SPACES.  LRECL IS NOW 87.
000250******************************************************************
000260 01  AUDIT-LOG-RECORD.
000270     05  LOG-TIMESTAMP               PIC X(14).
000370         88  LOG-STATUS-INVALID-OP   VALUE 'I'.
000380         88  LOG-STATUS-OVERFLOW     VALUE 'E'.
000390         88  LOG-STATUS-REVERSAL     VALUE 'V'.
000400     05  LOG-OVERRIDE-ID             PIC X(08).
000410     05  LOG-SEQUENCE-NUMBER         PIC 9(09).
000420     05  LOG-CHAIN-VALUE             PIC 9(09).
