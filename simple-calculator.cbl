000240*                    CALC-MENU-DRIVER'S SIGN-ON INSTEAD OF BEING
000250*                    ACCEPTED AS FREE TEXT, SO THE AUDIT LOG
000260*                    STOPS FILLING UP WITH BLANKS AND TYPOS.
000261*   10/15/2026  RA   A CALCULATION OVER THE OPERATOR'S AMOUNT
000262*                    LIMIT NOW POSTS ONLY WITH A LEVEL-3
000263*                    SUPERVISOR'S OVERRIDE (CALC-AMOUNT-OVERRIDE),
000264*                    WHOSE ID GOES ON THE AUDIT LOG RECORD.
000265*   10/15/2026  RA   AUDIT LOG RECORDS ARE STAMPED WITH A SEQUENCE
000266*                    NUMBER AND CHAIN VALUE BY CALC-LOG-CHAIN.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. CALCULATOR.
000520 77  WS-CURRENT-DATE             PIC X(08).
000530 77  WS-CURRENT-TIME             PIC X(08).
000540 77  WS-ANSWER                   PIC X(01).
000541 77  WS-OVERRIDE-ID              PIC X(08) VALUE SPACES.
000542
000543 COPY CALCCHN.
000544
000545 01  WS-LIMIT-RESULT             PIC X(01) VALUE 'W'.
000546     88  LIMIT-WITHIN            VALUE 'W'.
000547     88  LIMIT-OVERRIDE-GRANTED  VALUE 'G'.
000548     88  LIMIT-OVERRIDE-REFUSED  VALUE 'R'.
000550
000560 01  WS-CONTINUE-SWITCH          PIC X(01) VALUE 'Y'.
000570     88  MORE-CALCULATIONS       VALUE 'Y' 'y'.
000780* OPERATOR ID PASSED BY THE MENU'S SIGN-ON.
000790******************************************************************
000800 1000-INITIALIZE.
000803     SET CHN-START TO TRUE.
000806     CALL 'CALC-LOG-CHAIN' USING LOG-CHAIN-REQUEST.
000810     OPEN EXTEND AUDIT-LOG-FILE.
000820     IF WS-LOG-FILE-STATUS = '35'
000830         OPEN OUTPUT AUDIT-LOG-FILE
000940 2000-PROCESS-CALCULATION.
000950     PERFORM 2100-GET-INPUT THRU 2100-EXIT.
000960     PERFORM 2200-COMPUTE-RESULT THRU 2200-EXIT.
000961     PERFORM 2250-CHECK-AMOUNT-LIMIT THRU 2250-EXIT.
000962     IF LIMIT-OVERRIDE-REFUSED
000963         DISPLAY 'Calculo nao registrado.'
000964     ELSE
000970         PERFORM 2300-DISPLAY-RESULT THRU 2300-EXIT
000980         PERFORM 2400-WRITE-AUDIT-LOG THRU 2400-EXIT
000985     END-IF.
000990     PERFORM 2500-ASK-CONTINUE THRU 2500-EXIT.
001000 2000-EXIT.
001010     EXIT.
001260 2200-EXIT.
001270     EXIT.
001280
001281******************************************************************
001282* 2250-CHECK-AMOUNT-LIMIT - OVER THE LIMIT, GET AN OVERRIDE.
001283******************************************************************
001284 2250-CHECK-AMOUNT-LIMIT.
001285     CALL 'CALC-AMOUNT-OVERRIDE' USING CALC-CALCULATION-RECORD
001286         WS-OVERRIDE-ID WS-LIMIT-RESULT.
001287 2250-EXIT.
001288     EXIT.
001289
001290******************************************************************
001300* 2300-DISPLAY-RESULT - SHOW THE SUM.
001310******************************************************************
001500     MOVE CALC-NUMBER2        TO LOG-NUMBER2.
001510     MOVE CALC-RESULT         TO LOG-RESULT.
001520     MOVE CALC-STATUS-CODE    TO LOG-STATUS-CODE.
001521     MOVE WS-OVERRIDE-ID      TO LOG-OVERRIDE-ID.
001522     MOVE AUDIT-LOG-RECORD TO CHN-LOG-RECORD.
001523     SET CHN-NEXT TO TRUE.
001524     CALL 'CALC-LOG-CHAIN' USING LOG-CHAIN-REQUEST.
001525     MOVE CHN-LOG-RECORD TO AUDIT-LOG-RECORD.
001530     WRITE AUDIT-LOG-RECORD.
001540 2400-EXIT.
001550     EXIT.
