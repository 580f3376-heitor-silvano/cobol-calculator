000290*                    CALC-MENU-DRIVER'S SIGN-ON INSTEAD OF BEING
000300*                    ACCEPTED AS FREE TEXT, SO THE AUDIT LOG
000310*                    STOPS FILLING UP WITH BLANKS AND TYPOS.
000311*   10/15/2026  RA   A CALCULATION OVER THE OPERATOR'S AMOUNT
000312*                    LIMIT NOW POSTS ONLY WITH A LEVEL-3
000313*                    SUPERVISOR'S OVERRIDE (CALC-AMOUNT-OVERRIDE),
000314*                    WHOSE ID GOES ON THE AUDIT LOG RECORD.
000315*   10/15/2026  RA   AUDIT LOG RECORDS ARE STAMPED WITH A SEQUENCE
000316*                    NUMBER AND CHAIN VALUE BY CALC-LOG-CHAIN.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. A-LITTLE-BIT-BETTER-CALCULATOR.
000570 77  WS-CURRENT-DATE             PIC X(08).
000580 77  WS-CURRENT-TIME             PIC X(08).
000590 77  WS-ANSWER                   PIC X(01).
000591 77  WS-OVERRIDE-ID              PIC X(08) VALUE SPACES.
000592
000593 COPY CALCCHN.
000594
000595 01  WS-LIMIT-RESULT             PIC X(01) VALUE 'W'.
000596     88  LIMIT-WITHIN            VALUE 'W'.
000597     88  LIMIT-OVERRIDE-GRANTED  VALUE 'G'.
000598     88  LIMIT-OVERRIDE-REFUSED  VALUE 'R'.
000600
000610 01  WS-CONTINUE-SWITCH          PIC X(01) VALUE 'Y'.
000620     88  MORE-CALCULATIONS       VALUE 'Y' 'y'.
000830* OPERATOR ID PASSED BY THE MENU'S SIGN-ON.
000840******************************************************************
000850 1000-INITIALIZE.
000853     SET CHN-START TO TRUE.
000856     CALL 'CALC-LOG-CHAIN' USING LOG-CHAIN-REQUEST.
000860     OPEN EXTEND AUDIT-LOG-FILE.
000870     IF WS-LOG-FILE-STATUS = '35'
000880         OPEN OUTPUT AUDIT-LOG-FILE
000990 2000-PROCESS-CALCULATION.
001000     PERFORM 2100-GET-INPUT THRU 2100-EXIT.
001010     CALL 'CALC-ENGINE' USING CALC-CALCULATION-RECORD.
001011     PERFORM 2250-CHECK-AMOUNT-LIMIT THRU 2250-EXIT.
001012     IF LIMIT-OVERRIDE-REFUSED
001013         DISPLAY 'Calculo nao registrado.'
001014     ELSE
001020         PERFORM 2300-DISPLAY-RESULT THRU 2300-EXIT
001030         PERFORM 2400-WRITE-AUDIT-LOG THRU 2400-EXIT
001035     END-IF.
001040     PERFORM 2500-ASK-CONTINUE THRU 2500-EXIT.
001050 2000-EXIT.
001060     EXIT.
001230 2100-EXIT.
001240     EXIT.
001250
001251******************************************************************
001252* 2250-CHECK-AMOUNT-LIMIT - OVER THE LIMIT, GET AN OVERRIDE.
001253******************************************************************
001254 2250-CHECK-AMOUNT-LIMIT.
001255     CALL 'CALC-AMOUNT-OVERRIDE' USING CALC-CALCULATION-RECORD
001256         WS-OVERRIDE-ID WS-LIMIT-RESULT.
001257 2250-EXIT.
001258     EXIT.
001259
001260******************************************************************
001270* 2300-DISPLAY-RESULT - SHOW THE RESULT, UNLESS THE ENGINE
001280* ALREADY REPORTED AN ERROR FOR THIS CALCULATION.
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
