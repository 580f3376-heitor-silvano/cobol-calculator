000200*                    BY CALC-LOG-REVERSAL) - THE KEY CLUSTERS
000210*                    THE ORIGINAL AND ITS ESTORNO TOGETHER, SO
000220*                    THE INQUIRY SHOWS THE PAIR SIDE BY SIDE.
000223*   10/15/2026  RA   SHOW THE SUPERVISOR WHO AUTHORIZED A
000226*                    CALCULATION OVER THE OPERATOR'S AMOUNT LIMIT.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. CALC-LOG-INQUIRY.
001750     IF VLOG-STATUS-REVERSAL
001760         DISPLAY '*** ESTORNO ***'
001770     END-IF.
001772     IF VLOG-OVERRIDE-ID NOT = SPACES
001774         DISPLAY 'Acima do limite - autorizado por: '
001776             VLOG-OVERRIDE-ID
001778     END-IF.
001780 2400-EXIT.
001790     EXIT.
001800
