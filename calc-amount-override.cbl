000010******************************************************************
000020* PROGRAM-ID.  CALC-AMOUNT-OVERRIDE.
000030* AUTHOR.      R. ALBUQUERQUE - APPLICATIONS PROGRAMMING.
000040* INSTALLATION. DAY-END RECONCILIATION.
000050* DATE-WRITTEN. 10/15/2026.
000060* DATE-COMPILED.
000070*
000080* PURPOSE.     COMMON AMOUNT-AUTHORITY CHECK FOR THE INTERACTIVE
000090*              CALCULATORS (CALCULATOR AND A-LITTLE-BIT-BETTER-
000100*              CALCULATOR).  CALLED WITH THE CALCULATION JUST
000110*              WORKED OUT, BEFORE IT IS SHOWN OR POSTED.  THE
000120*              OPERATOR'S AMOUNT LIMIT (OPM-MAX-AMOUNT, SEE
000130*              CALCOPM) IS LOOKED UP ON THE OPERATOR MASTER;
000140*              WHEN NUMBER1, NUMBER2 OR A GOOD RESULT IS OVER IT
000150*              (EITHER SIGN), A SUPERVISOR'S ID IS ASKED FOR.
000160*              THE OVERRIDE IS GRANTED ONLY WHEN THAT ID IS ON
000170*              THE MASTER, ACTIVE, AT LEVEL 3, AND NOT THE
000180*              OPERATOR'S OWN.  EVERY GRANTED AND REFUSED
000190*              OVERRIDE GOES TO THE SECURITY EVENT LOG (EVENTS
000200*              31 AND 32, SEE CALCSEC).
000210*
000220*              THE SECOND PARAMETER COMES BACK WITH THE
000230*              AUTHORIZING SUPERVISOR'S ID (SPACES WHEN NONE WAS
000240*              NEEDED OR NONE WAS GIVEN) FOR THE CALLER TO CARRY
000250*              ON THE AUDIT LOG RECORD, AND THE THIRD WITH THE
000260*              OUTCOME - W WITHIN THE LIMIT, G OVERRIDE GRANTED,
000270*              R OVERRIDE REFUSED (THE CALCULATION MUST NOT
000280*              POST).  AN OPERATOR WITH NO LIMIT, OR AN EMPTY OR
000290*              MISSING MASTER (FIRST-TIME SETUP), IS ALWAYS W.
000300*
000310* MODIFICATION HISTORY.
000320*   10/15/2026  RA   ORIGINAL PROGRAM.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. CALC-AMOUNT-OVERRIDE.
000360 AUTHOR. R. ALBUQUERQUE.
000370 INSTALLATION. DAY-END RECONCILIATION.
000380 DATE-WRITTEN. 10/15/2026.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OPERATOR-MASTER-FILE ASSIGN TO OPERMST
000450         FILE STATUS IS WS-OPM-FILE-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  OPERATOR-MASTER-FILE.
000500 COPY CALCOPM.
000510
000520 WORKING-STORAGE SECTION.
000530 77  WS-OPM-FILE-STATUS          PIC X(02).
000540 77  WS-MASTER-RECORDS           PIC 9(04) COMP VALUE ZERO.
000550 77  WS-LOOKUP-ID                PIC X(08) VALUE SPACES.
000560 77  WS-SUPERVISOR-ID            PIC X(08) VALUE SPACES.
000570 77  WS-OPERATOR-LIMIT           PIC 9(07)V99 VALUE ZERO.
000580 77  WS-NEGATIVE-LIMIT           PIC S9(07)V99 VALUE ZERO.
000590 77  WS-CURRENT-DATE             PIC X(08).
000600 77  WS-CURRENT-TIME             PIC X(08).
000610
000620 01  WS-OPM-EOF-SWITCH           PIC X(01) VALUE 'N'.
000630     88  END-OF-MASTER           VALUE 'Y'.
000640     88  NOT-END-OF-MASTER       VALUE 'N'.
000650
000660 01  WS-OVER-LIMIT-SWITCH        PIC X(01) VALUE 'N'.
000670     88  AMOUNT-OVER-LIMIT       VALUE 'Y'.
000680     88  AMOUNT-WITHIN-LIMIT     VALUE 'N'.
000690
000700*----------------------------------------------------------------
000710* LAST MASTER RECORD SEEN FOR THE ID BEING LOOKED UP - THE FILE
000720* IS ONLY EVER APPENDED (DISP=MOD), SO THE LAST RECORD IS THE
000730* CURRENT ONE.
000740*----------------------------------------------------------------
000750 01  WS-MATCH-SWITCH             PIC X(01) VALUE 'N'.
000760     88  MATCH-FOUND             VALUE 'Y'.
000770     88  NO-MATCH-FOUND          VALUE 'N'.
000780 01  WS-MATCH-LEVEL              PIC X(01) VALUE ' '.
000790 01  WS-MATCH-STATUS             PIC X(01) VALUE ' '.
000800 01  WS-MATCH-LIMIT              PIC 9(07)V99 VALUE ZERO.
000810
000820*----------------------------------------------------------------
000830* THE LIMIT EDITED FOR THE OPERATOR'S SCREEN.
000840*----------------------------------------------------------------
000850 01  WS-LIMIT-DISPLAY            PIC Z,ZZZ,ZZ9.99.
000860
000870 COPY CALCSEC.
000880
000890 LINKAGE SECTION.
000900 COPY CALCFLDS.
000910 01  LNK-OVERRIDE-ID             PIC X(08).
000920 01  LNK-LIMIT-RESULT            PIC X(01).
000930     88  LNK-WITHIN-LIMIT        VALUE 'W'.
000940     88  LNK-OVERRIDE-GRANTED    VALUE 'G'.
000950     88  LNK-OVERRIDE-REFUSED    VALUE 'R'.
000960
000970 PROCEDURE DIVISION USING CALC-CALCULATION-RECORD
000980     LNK-OVERRIDE-ID LNK-LIMIT-RESULT.
000990
001000******************************************************************
001010* 0000-MAIN-CONTROL - MAINLINE.  LOOK UP THE OPERATOR'S LIMIT,
001020* TEST THE CALCULATION AGAINST IT, AND ONLY WHEN IT IS OVER ASK
001030* FOR AND CHECK A SUPERVISOR'S OVERRIDE.
001040******************************************************************
001050 0000-MAIN-CONTROL.
001060     MOVE SPACES TO LNK-OVERRIDE-ID.
001070     SET LNK-WITHIN-LIMIT TO TRUE.
001080     PERFORM 1000-GET-OPERATOR-LIMIT THRU 1000-EXIT.
001090     IF WS-OPERATOR-LIMIT = ZERO
001100         GOBACK
001110     END-IF.
001120     PERFORM 2000-CHECK-AMOUNTS THRU 2000-EXIT.
001130     IF AMOUNT-WITHIN-LIMIT
001140         GOBACK
001150     END-IF.
001160     PERFORM 3000-ASK-SUPERVISOR THRU 3000-EXIT.
001170     GOBACK.
001180
001190******************************************************************
001200* 1000-GET-OPERATOR-LIMIT - THE SIGNED-ON OPERATOR'S CURRENT
001210* LIMIT.  A LIMIT FIELD THAT IS NOT NUMERIC (A RECORD WRITTEN
001220* BEFORE THE LIMIT EXISTED) OR AN OPERATOR NOT ON THE MASTER
001230* (SETUP MODE) MEANS NO LIMIT.
001240******************************************************************
001250 1000-GET-OPERATOR-LIMIT.
001260     MOVE ZERO TO WS-OPERATOR-LIMIT.
001270     MOVE CALC-OPERATOR-ID TO WS-LOOKUP-ID.
001280     PERFORM 5000-SEARCH-MASTER THRU 5000-EXIT.
001290     IF MATCH-FOUND
001300         MOVE WS-MATCH-LIMIT TO WS-OPERATOR-LIMIT
001310     END-IF.
001320 1000-EXIT.
001330     EXIT.
001340
001350******************************************************************
001360* 2000-CHECK-AMOUNTS - NUMBER1, NUMBER2 AND (WHEN THE ENGINE
001370* PRODUCED ONE) THE RESULT ARE TESTED BY SIZE, SO A LARGE
001380* NEGATIVE AMOUNT IS JUST AS MUCH OVER THE LIMIT AS A LARGE
001390* POSITIVE ONE.
001400******************************************************************
001410 2000-CHECK-AMOUNTS.
001420     SET AMOUNT-WITHIN-LIMIT TO TRUE.
001430     COMPUTE WS-NEGATIVE-LIMIT = ZERO - WS-OPERATOR-LIMIT.
001440     IF CALC-NUMBER1 > WS-OPERATOR-LIMIT
001450        OR CALC-NUMBER1 < WS-NEGATIVE-LIMIT
001460        OR CALC-NUMBER2 > WS-OPERATOR-LIMIT
001470        OR CALC-NUMBER2 < WS-NEGATIVE-LIMIT
001480         SET AMOUNT-OVER-LIMIT TO TRUE
001490         GO TO 2000-EXIT
001500     END-IF.
001510     IF CALC-STATUS-OK
001520         IF CALC-RESULT > WS-OPERATOR-LIMIT
001530            OR CALC-RESULT < WS-NEGATIVE-LIMIT
001540             SET AMOUNT-OVER-LIMIT TO TRUE
001550         END-IF
001560     END-IF.
001570 2000-EXIT.
001580     EXIT.
001590
001600******************************************************************
001610* 3000-ASK-SUPERVISOR - STOP THE CALCULATION AND ASK FOR THE ID
001620* OF THE SUPERVISOR AUTHORIZING IT.  A BLANK ID, THE OPERATOR'S
001630* OWN ID, OR AN ID THAT IS NOT AN ACTIVE LEVEL-3 OPERATOR ON THE
001640* MASTER IS REFUSED.  EITHER WAY THE OUTCOME IS LOGGED.
001650******************************************************************
001660 3000-ASK-SUPERVISOR.
001670     MOVE WS-OPERATOR-LIMIT TO WS-LIMIT-DISPLAY.
001680     DISPLAY ' '.
001690     DISPLAY '*** VALOR ACIMA DO LIMITE DO OPERADOR '
001700         CALC-OPERATOR-ID ' (LIMITE ' WS-LIMIT-DISPLAY ') ***'.
001710     DISPLAY 'Informe o ID do supervisor que autoriza'
001720         ' (em branco cancela o calculo)'.
001730     ACCEPT WS-SUPERVISOR-ID.
001740     SET LNK-OVERRIDE-REFUSED TO TRUE.
001750     IF WS-SUPERVISOR-ID = SPACES
001760         DISPLAY 'Autorizacao nao informada - calculo cancelado.'
001770         GO TO 3000-LOG
001780     END-IF.
001790     IF WS-SUPERVISOR-ID = CALC-OPERATOR-ID
001800         DISPLAY 'O proprio operador nao pode autorizar - '
001810             'calculo cancelado.'
001820         GO TO 3000-LOG
001830     END-IF.
001840     MOVE WS-SUPERVISOR-ID TO WS-LOOKUP-ID.
001850     PERFORM 5000-SEARCH-MASTER THRU 5000-EXIT.
001860     IF MATCH-FOUND
001870        AND WS-MATCH-STATUS = 'A'
001880        AND WS-MATCH-LEVEL = '3'
001890         SET LNK-OVERRIDE-GRANTED TO TRUE
001900         MOVE WS-SUPERVISOR-ID TO LNK-OVERRIDE-ID
001910         DISPLAY 'Calculo autorizado pelo supervisor '
001920             WS-SUPERVISOR-ID '.'
001930     ELSE
001940         DISPLAY 'Supervisor nao cadastrado, desativado ou sem '
001950             'nivel 3 - calculo cancelado.'
001960     END-IF.
001970 3000-LOG.
001980     PERFORM 4000-LOG-OVERRIDE-EVENT THRU 4000-EXIT.
001990 3000-EXIT.
002000     EXIT.
002010
002020******************************************************************
002030* 4000-LOG-OVERRIDE-EVENT - ONE SECURITY EVENT PER OVERRIDE
002040* ASKED FOR.  THE OPERATOR-ID IS THE OPERATOR OVER THEIR LIMIT,
002050* THE TARGET-ID IS THE SUPERVISOR ID AS KEYED.
002060******************************************************************
002070 4000-LOG-OVERRIDE-EVENT.
002080     MOVE SPACES TO SECURITY-EVENT-RECORD.
002090     IF LNK-OVERRIDE-GRANTED
002100         SET SEC-OVERRIDE-GRANTED TO TRUE
002110     ELSE
002120         SET SEC-OVERRIDE-REFUSED TO TRUE
002130     END-IF.
002140     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002150     ACCEPT WS-CURRENT-TIME FROM TIME.
002160     STRING WS-CURRENT-DATE WS-CURRENT-TIME
002170         DELIMITED BY SIZE INTO SEC-TIMESTAMP.
002180     MOVE CALC-OPERATOR-ID  TO SEC-OPERATOR-ID.
002190     MOVE WS-SUPERVISOR-ID  TO SEC-TARGET-ID.
002200     MOVE WS-OPERATOR-LIMIT TO SEC-AMOUNT-LIMIT.
002210     CALL 'CALC-SECURITY-LOG' USING SECURITY-EVENT-RECORD.
002220 4000-EXIT.
002230     EXIT.
002240
002250******************************************************************
002260* 5000-SEARCH-MASTER - SCAN THE OPERATOR MASTER TO END OF FILE
002270* FOR WS-LOOKUP-ID, KEEPING THE LAST RECORD FOR IT - THE SAME
002280* SCAN THE MENU'S SIGN-ON MAKES.  A MISSING MASTER IS NO MATCH.
002290******************************************************************
002300 5000-SEARCH-MASTER.
002310     MOVE ZERO TO WS-MASTER-RECORDS.
002320     SET NOT-END-OF-MASTER TO TRUE.
002330     SET NO-MATCH-FOUND TO TRUE.
002340     OPEN INPUT OPERATOR-MASTER-FILE.
002350     IF WS-OPM-FILE-STATUS = '35'
002360         GO TO 5000-EXIT
002370     END-IF.
002380     IF WS-OPM-FILE-STATUS NOT = '00'
002390         DISPLAY 'CALC-AMOUNT-OVERRIDE - UNABLE TO OPEN OPERMST'
002400             ' - FILE STATUS ' WS-OPM-FILE-STATUS
002410         MOVE 16 TO RETURN-CODE
002420         STOP RUN
002430     END-IF.
002440     PERFORM 5100-CHECK-ONE-OPERATOR THRU 5100-EXIT
002450         UNTIL END-OF-MASTER.
002460     CLOSE OPERATOR-MASTER-FILE.
002470 5000-EXIT.
002480     EXIT.
002490
002500 5100-CHECK-ONE-OPERATOR.
002510     READ OPERATOR-MASTER-FILE
002520         AT END
002530             SET END-OF-MASTER TO TRUE
002540         NOT AT END
002550             ADD 1 TO WS-MASTER-RECORDS
002560             IF OPM-OPERATOR-ID = WS-LOOKUP-ID
002570                 SET MATCH-FOUND TO TRUE
002580                 MOVE OPM-AUTH-LEVEL  TO WS-MATCH-LEVEL
002590                 MOVE OPM-STATUS-FLAG TO WS-MATCH-STATUS
002600                 PERFORM 5200-SAVE-MATCH-LIMIT THRU 5200-EXIT
002610             END-IF
002620     END-READ.
002630 5100-EXIT.
002640     EXIT.
002650
002660 5200-SAVE-MATCH-LIMIT.
002670     IF OPM-MAX-AMOUNT NUMERIC
002680         MOVE OPM-MAX-AMOUNT TO WS-MATCH-LIMIT
002690     ELSE
002700         MOVE ZERO TO WS-MATCH-LIMIT
002710     END-IF.
002720 5200-EXIT.
002730     EXIT.
