000200*                11 - OPERATOR ADDED
000210*                12 - OPERATOR DEACTIVATED
000220*                13 - OPERATOR REACTIVATED
000221*                14 - OPERATOR AMOUNT LIMIT CHANGED
000222*                21 - MASTER CHANGE SUBMITTED FOR APPROVAL
000223*                22 - MASTER CHANGE APPROVED AND APPLIED
000224*                23 - MASTER CHANGE DECLINED
000225*                24 - ACCOUNTING PERIOD CLOSED
000226*                25 - ACCOUNTING PERIOD REOPENED
000227*                31 - AMOUNT LIMIT OVERRIDE GRANTED
000228*                32 - AMOUNT LIMIT OVERRIDE REFUSED
000230*
000240*              FOR SIGN-ON EVENTS THE OPERATOR-ID IS THE ID AS
000250*              KEYED; FOR MAINTENANCE EVENTS IT IS THE ACTING
000260*              SUPERVISOR AND THE TARGET-ID IS THE OPERATOR
000270*              ACTED ON, WITH THE AUTHORIZATION LEVEL AND
000280*              STATUS BEFORE AND AFTER.  FOR MASTER-CHANGE
000281*              EVENTS (SEE CALCPCH) IT IS THE MAKER ON A SUBMIT
000282*              OR THE CHECKER ON A DECISION AND THE TARGET-ID IS
000283*              THE RATE CODE, INSTRUCTION OR OPERATOR CHANGED.
000284*              FOR PERIOD EVENTS (CALCPER) IT IS THE CLOSE JOB OR
000285*              REOPENING SUPERVISOR AND THE TARGET IS THE PERIOD.
000286*              FOR OVERRIDES IT IS THE OPERATOR OVER THEIR LIMIT
000287*              AND THE TARGET IS THE AUTHORIZING SUPERVISOR.
000288*              LIMIT CHANGES AND OVERRIDES CARRY THE OPERATOR'S
000289*              AMOUNT LIMIT (ZERO - NO LIMIT).
000290*
000300* MODIFICATION HISTORY.
000310*   09/02/2026  RA   ORIGINAL COPYBOOK.
000311*   10/15/2026  RA   ADDED EVENT TYPES 21-23 AND SEC-CHANGE-TYPE
000312*                    FOR THE DUAL-CONTROL MASTER-CHANGE QUEUE.
000313*   10/15/2026  RA   ADDED EVENT TYPES 24-25 FOR THE MONTH-END
000314*                    PERIOD CLOSE AND THE SUPERVISOR REOPEN.
000315*   10/15/2026  RA   ADDED EVENT TYPES 14, 31 AND 32 AND
000316*                    SEC-AMOUNT-LIMIT FOR THE PER-OPERATOR
000317*                    AMOUNT LIMIT AND ITS SUPERVISOR OVERRIDE.
000320******************************************************************
000330 01  SECURITY-EVENT-RECORD.
000340     05  SEC-TIMESTAMP               PIC X(14).
000410         88  SEC-OPERATOR-ADDED      VALUE '11'.
000420         88  SEC-OPERATOR-DEACT      VALUE '12'.
000430         88  SEC-OPERATOR-REACT      VALUE '13'.
000431         88  SEC-OPERATOR-LIMIT      VALUE '14'.
000432         88  SEC-CHANGE-SUBMITTED    VALUE '21'.
000433         88  SEC-CHANGE-APPROVED     VALUE '22'.
000434         88  SEC-CHANGE-DECLINED     VALUE '23'.
000435         88  SEC-PERIOD-CLOSED       VALUE '24'.
000436         88  SEC-PERIOD-REOPENED     VALUE '25'.
000437         88  SEC-OVERRIDE-GRANTED    VALUE '31'.
000438         88  SEC-OVERRIDE-REFUSED    VALUE '32'.
000440     05  SEC-OPERATOR-ID             PIC X(08).
000450     05  SEC-TARGET-ID               PIC X(08).
000460     05  SEC-OLD-AUTH-LEVEL          PIC X(01).
000470     05  SEC-NEW-AUTH-LEVEL          PIC X(01).
000480     05  SEC-OLD-STATUS-FLAG         PIC X(01).
000490     05  SEC-NEW-STATUS-FLAG         PIC X(01).
000500     05  SEC-CHANGE-TYPE             PIC X(01).
000510     05  SEC-AMOUNT-LIMIT            PIC 9(07)V99.
000520     05  FILLER                      PIC X(04).
