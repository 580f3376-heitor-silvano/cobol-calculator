000210*                    RUN-CONTROL FILE (SEE CALCRUN) AT END OF
000220*                    RUN, SO THE NIGHT-STATUS INQUIRY SHOWS
000230*                    THIS STEP'S OUTCOME AT A GLANCE.
000232*   10/15/2026  RA   CARRY THE AUTHORIZING SUPERVISOR'S ID OF AN
000234*                    AMOUNT OVERRIDE ONTO THE KEYED COPY.
000236*   10/15/2026  RA   CARRY THE SEQUENCE NUMBER AND CHAIN VALUE
000238*                    ONTO THE KEYED COPY FOR CALC-LOG-VERIFY.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. CALC-LOG-LOAD.
001240     MOVE LOG-NUMBER2        TO VLOG-NUMBER2.
001250     MOVE LOG-RESULT         TO VLOG-RESULT.
001260     MOVE LOG-STATUS-CODE    TO VLOG-STATUS-CODE.
001262     MOVE LOG-OVERRIDE-ID    TO VLOG-OVERRIDE-ID.
001264     MOVE LOG-SEQUENCE-NUMBER TO VLOG-SEQUENCE-NUMBER.
001266     MOVE LOG-CHAIN-VALUE    TO VLOG-CHAIN-VALUE.
001270     WRITE VSAM-LOG-RECORD.
001280     IF WS-VSAM-FILE-STATUS = '00' OR '02'
001290         ADD 1 TO WS-RECORDS-LOADED
