000730*                    CALCULATIONS CALC-STANDING-GEN TURNS INTO
000740*                    CALCIN CARDS EVERY NIGHT.  WS-MENU-CHOICE
000750*                    WIDENED TO TWO DIGITS (SENTINEL NOW 99).
000751*   10/15/2026  RA   ADDED OPTION 11 - APPROVAL OF PENDING MASTER
000752*                    CHANGES (CALC-CHANGE-APPROVAL, SUPERVISORS).
000753*                    QUEUED CHANGES APPLY ONLY WHEN ANOTHER
000754*                    SUPERVISOR APPROVES THEM.
000755*   10/15/2026  RA   ADDED OPTION 12 - REOPEN A PERIOD CLOSED BY
000756*                    CALCCLS (CALC-PERIOD-REOPEN, SUPERVISORS).
000757*   10/15/2026  RA   ADDED OPTION 13 - ON-LINE BATCH-CARD ENTRY
000758*                    (CALC-BATCH-ENTRY) FOR SENDING AREAS WITHOUT
000759*                    AN EXTRACT OF THEIR OWN; NOT FOR TRAINEES.
000760******************************************************************
000770 IDENTIFICATION DIVISION.
000780 PROGRAM-ID. CALC-MENU-DRIVER.
001090     88  CHOSE-RUN-INQUIRY       VALUE 8.
001100     88  CHOSE-REVERSAL          VALUE 9.
001110     88  CHOSE-STANDING-MAINT    VALUE 10.
001112     88  CHOSE-CHANGE-APPROVAL   VALUE 11.
001114     88  CHOSE-PERIOD-REOPEN     VALUE 12.
001116     88  CHOSE-BATCH-ENTRY       VALUE 13.
001120     88  CHOSE-EXIT              VALUE 0.
001130
001140 01  WS-SIGNED-ON-OPERATOR.
003920         END-IF
003930     END-IF.
003940
003943     PERFORM 2600-PROCESS-CONTROL-CHOICE THRU 2600-EXIT.
003946
003950     IF NOT CHOSE-SIMPLE-ADD AND NOT CHOSE-FOUR-OPERATION AND
003960        NOT CHOSE-BATCH-RECON AND NOT CHOSE-DAILY-SUMMARY AND
003970        NOT CHOSE-INQUIRY AND NOT CHOSE-OPER-MAINT AND
003980        NOT CHOSE-RATE-MAINT AND NOT CHOSE-RUN-INQUIRY AND
003990        NOT CHOSE-REVERSAL AND NOT CHOSE-STANDING-MAINT AND
004000        NOT CHOSE-CHANGE-APPROVAL AND NOT CHOSE-PERIOD-REOPEN AND
004005        NOT CHOSE-BATCH-ENTRY AND NOT CHOSE-EXIT
004010         DISPLAY 'OPCAO INVALIDA - ESCOLHA UM NUMERO DE 0 A 13'
004020     END-IF.
004030 2000-EXIT.
004040     EXIT.
004230     DISPLAY '  8 - Situacao do processamento noturno'.
004240     DISPLAY '  9 - Estorno de transacao'.
004250     DISPLAY ' 10 - Manutencao de instrucoes fixas'.
004252     DISPLAY ' 11 - Aprovacao de alteracoes pendentes'.
004254     DISPLAY ' 12 - Reabertura de periodo contabil'.
004256     DISPLAY ' 13 - Digitacao de lote de cartoes'.
004260     DISPLAY '  0 - Sair'.
004270     DISPLAY '=========================================='.
004280 2100-EXIT.
004730     DISPLAY 'nivel de autorizacao.  Procure um supervisor.'.
004740 2500-EXIT.
004750     EXIT.
004760
004770******************************************************************
004780* 2600-PROCESS-CONTROL-CHOICE - OPTIONS 11 TO 13: MASTER-CHANGE
004790* APPROVAL, PERIOD REOPEN AND ON-LINE BATCH-CARD ENTRY.
004800******************************************************************
004810 2600-PROCESS-CONTROL-CHOICE.
004820     IF CHOSE-CHANGE-APPROVAL
004830         IF SIGNED-ON-SUPERVISOR
004840             CALL 'CALC-CHANGE-APPROVAL' USING WS-SIGNED-ON-ID
004850         ELSE
004860             PERFORM 2500-SHOW-NOT-AUTHORIZED THRU 2500-EXIT
004870         END-IF
004880     END-IF.
004890
004900     IF CHOSE-PERIOD-REOPEN
004910         IF SIGNED-ON-SUPERVISOR
004920             CALL 'CALC-PERIOD-REOPEN' USING WS-SIGNED-ON-ID
004930         ELSE
004940             PERFORM 2500-SHOW-NOT-AUTHORIZED THRU 2500-EXIT
004950         END-IF
004960     END-IF.
004970
004980     IF CHOSE-BATCH-ENTRY
004990         IF SIGNED-ON-TRAINEE
005000             PERFORM 2500-SHOW-NOT-AUTHORIZED THRU 2500-EXIT
005010         ELSE
005020             CALL 'CALC-BATCH-ENTRY' USING WS-SIGNED-ON-ID
005030         END-IF
005040     END-IF.
005050 2600-EXIT.
005060     EXIT.
