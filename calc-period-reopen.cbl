000010******************************************************************
000020* PROGRAM-ID.  CALC-PERIOD-REOPEN.
000030* AUTHOR.      R. ALBUQUERQUE - APPLICATIONS PROGRAMMING.
000040* INSTALLATION. DAY-END RECONCILIATION.
000050* DATE-WRITTEN. 10/15/2026.
000060* DATE-COMPILED.
000070*
000080* PURPOSE.     SUPERVISOR REOPEN OF A CLOSED ACCOUNTING PERIOD
000090*              (MENU OPTION 12).  LISTS THE PERIODS THE MONTH-
000100*              END CLOSE (CALC-PERIOD-CLOSE) HAS CLOSED, WITH
000110*              THE FIGURES IT CERTIFIED, AND REOPENS THE ONE
000120*              THE SUPERVISOR PICKS - A STATUS O RECORD IS
000130*              APPENDED TO THE PERIOD CONTROL FILE (SEE
000140*              CALCPER) CARRYING THE CERTIFIED FIGURES FORWARD,
000150*              AND THE REOPEN IS LOGGED TO THE SECURITY EVENT
000160*              LOG WITH THE SUPERVISOR'S ID AND THE PERIOD.  THE
000170*              FRONT-END EDIT AND THE REVERSAL FUNCTION TAKE THE
000180*              MONTH AGAIN FROM THEN ON; RUNNING CALCCLS FOR IT
000190*              CLOSES IT AGAIN.
000200*
000210* MODIFICATION HISTORY.
000220*   10/15/2026  RA   ORIGINAL PROGRAM.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. CALC-PERIOD-REOPEN.
000260 AUTHOR. R. ALBUQUERQUE.
000270 INSTALLATION. DAY-END RECONCILIATION.
000280 DATE-WRITTEN. 10/15/2026.
000290 DATE-COMPILED.
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PERIOD-CONTROL-FILE ASSIGN TO PERCTL
000350         FILE STATUS IS WS-PER-FILE-STATUS.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  PERIOD-CONTROL-FILE.
000400 01  PERIOD-CONTROL-FILE-RECORD  PIC X(60).
000410
000420 WORKING-STORAGE SECTION.
000430 77  WS-PER-FILE-STATUS          PIC X(02).
000440 77  WS-PER-TABLE-MAX            PIC 9(04) COMP VALUE 240.
000450 77  WS-PER-USED                 PIC 9(04) COMP VALUE ZERO.
000460 77  WS-PER-SUB                  PIC 9(04) COMP VALUE ZERO.
000470 77  WS-PER-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
000480 77  WS-CLOSED-COUNT             PIC 9(04) COMP VALUE ZERO.
000490 77  WS-PERIOD-IN                PIC X(06) VALUE SPACES.
000500 77  WS-MAINT-ACTION             PIC X(01) VALUE SPACES.
000510 77  WS-CONFIRM                  PIC X(01) VALUE SPACES.
000520 77  WS-CURRENT-DATE             PIC X(08).
000530 77  WS-CURRENT-TIME             PIC X(08).
000540
000550 01  WS-PER-EOF-SWITCH           PIC X(01) VALUE 'N'.
000560     88  END-OF-PERIOD-FILE      VALUE 'Y'.
000570     88  NOT-END-OF-PERIOD-FILE  VALUE 'N'.
000580
000590 01  WS-MAINT-SWITCH             PIC X(01) VALUE 'N'.
000600     88  MAINT-FINISHED          VALUE 'Y'.
000610     88  MAINT-IN-PROGRESS       VALUE 'N'.
000620
000630*----------------------------------------------------------------
000640* ONE ENTRY PER PERIOD ON THE CONTROL FILE - THE LAST RECORD PER
000650* PERIOD WINS.  THE FULL RECORD IS KEPT SO A REOPEN CAN CARRY
000660* THE CERTIFIED FIGURES FORWARD UNCHANGED.
000670*----------------------------------------------------------------
000680 01  WS-PERIOD-TABLE.
000690     05  WS-PER-ENTRY OCCURS 240 TIMES.
000700         10  WS-PER-PERIOD       PIC X(06).
000710         10  WS-PER-STATUS       PIC X(01).
000720         10  WS-PER-IMAGE        PIC X(60).
000730
000740*----------------------------------------------------------------
000750* DISPLAY WORK AREAS - THE NUMBERS ARE EDITED FOR THE SCREEN.
000760*----------------------------------------------------------------
000770 01  WS-LIST-COUNT               PIC Z,ZZZ,ZZ9.
000780 01  WS-LIST-TOTAL               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
000790
000800 COPY CALCPER.
000810
000820 COPY CALCSEC.
000830
000840 LINKAGE SECTION.
000850 01  LNK-SUPERVISOR-ID           PIC X(08).
000860
000870 PROCEDURE DIVISION USING LNK-SUPERVISOR-ID.
000880
000890******************************************************************
000900* 0000-MAIN-CONTROL - MAINLINE.  LOAD THE PERIODS AND TAKE
000910* ACTIONS UNTIL THE SUPERVISOR LEAVES.  EVERY REOPEN IS WRITTEN
000920* AS IT IS MADE, SO THERE IS NOTHING TO SAVE ON EXIT.
000930******************************************************************
000940 0000-MAIN-CONTROL.
000950     PERFORM 1000-LOAD-PERIODS THRU 1000-EXIT.
000960     PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
000970         UNTIL MAINT-FINISHED.
000980     GOBACK.
000990
001000******************************************************************
001010* 1000-LOAD-PERIODS - READ THE PERIOD CONTROL FILE INTO THE
001020* TABLE, KEEPING THE LAST RECORD PER PERIOD.  A MISSING FILE
001030* JUST MEANS NO PERIOD HAS EVER BEEN CLOSED.  THE SWITCHES AND
001040* THE TABLE COUNT ARE RE-ARMED HERE BECAUSE THE MENU CAN CALL
001050* THIS PROGRAM AGAIN IN THE SAME SESSION.
001060******************************************************************
001070 1000-LOAD-PERIODS.
001080     SET MAINT-IN-PROGRESS TO TRUE.
001090     SET NOT-END-OF-PERIOD-FILE TO TRUE.
001100     MOVE ZERO TO WS-PER-USED.
001110     MOVE ZERO TO WS-CLOSED-COUNT.
001120     OPEN INPUT PERIOD-CONTROL-FILE.
001130     IF WS-PER-FILE-STATUS = '00'
001140         PERFORM 1100-LOAD-ONE-PERIOD THRU 1100-EXIT
001150             UNTIL END-OF-PERIOD-FILE
001160         CLOSE PERIOD-CONTROL-FILE
001170     ELSE
001180         IF WS-PER-FILE-STATUS NOT = '35'
001190             DISPLAY 'CALC-PERIOD-REOPEN - UNABLE TO OPEN '
001200                 'PERCTL - FILE STATUS ' WS-PER-FILE-STATUS
001210             MOVE 16 TO RETURN-CODE
001220             STOP RUN
001230         END-IF
001240     END-IF.
001250     MOVE 1 TO WS-PER-SUB.
001260     PERFORM 1200-COUNT-ONE-CLOSED THRU 1200-EXIT
001270         UNTIL WS-PER-SUB > WS-PER-USED.
001280     DISPLAY ' '.
001290     DISPLAY 'Reabertura de periodo - ' WS-CLOSED-COUNT
001300         ' periodos fechados.'.
001310 1000-EXIT.
001320     EXIT.
001330
001340 1100-LOAD-ONE-PERIOD.
001350     READ PERIOD-CONTROL-FILE INTO PERIOD-CONTROL-RECORD
001360         AT END
001370             SET END-OF-PERIOD-FILE TO TRUE
001380             GO TO 1100-EXIT
001390     END-READ.
001400     MOVE PER-PERIOD TO WS-PERIOD-IN.
001410     PERFORM 3000-FIND-PERIOD THRU 3000-EXIT.
001420     IF WS-PER-FOUND-SUB = ZERO
001430         IF WS-PER-USED >= WS-PER-TABLE-MAX
001440             DISPLAY 'CALC-PERIOD-REOPEN - MORE THAN '
001450                 WS-PER-TABLE-MAX ' PERIODS - TABLE FULL'
001460             MOVE 16 TO RETURN-CODE
001470             STOP RUN
001480         END-IF
001490         ADD 1 TO WS-PER-USED
001500         MOVE WS-PER-USED TO WS-PER-FOUND-SUB
001510         MOVE PER-PERIOD TO WS-PER-PERIOD (WS-PER-FOUND-SUB)
001520     END-IF.
001530     MOVE PER-STATUS TO WS-PER-STATUS (WS-PER-FOUND-SUB).
001540     MOVE PERIOD-CONTROL-RECORD
001550         TO WS-PER-IMAGE (WS-PER-FOUND-SUB).
001560 1100-EXIT.
001570     EXIT.
001580
001590 1200-COUNT-ONE-CLOSED.
001600     IF WS-PER-STATUS (WS-PER-SUB) = 'C'
001610         ADD 1 TO WS-CLOSED-COUNT
001620     END-IF.
001630     ADD 1 TO WS-PER-SUB.
001640 1200-EXIT.
001650     EXIT.
001660
001670******************************************************************
001680* 2000-PROCESS-ACTION - ASK FOR AND ROUTE ONE ACTION.
001690******************************************************************
001700 2000-PROCESS-ACTION.
001710     DISPLAY ' '.
001720     DISPLAY 'Acao: L=Listar fechados R=Reabrir X=Sair'.
001730     ACCEPT WS-MAINT-ACTION.
001740     IF WS-MAINT-ACTION = 'L' OR WS-MAINT-ACTION = 'l'
001750         PERFORM 2100-LIST-CLOSED THRU 2100-EXIT
001760     ELSE
001770     IF WS-MAINT-ACTION = 'R' OR WS-MAINT-ACTION = 'r'
001780         PERFORM 2200-REOPEN-PERIOD THRU 2200-EXIT
001790     ELSE
001800     IF WS-MAINT-ACTION = 'X' OR WS-MAINT-ACTION = 'x'
001810         SET MAINT-FINISHED TO TRUE
001820     ELSE
001830         DISPLAY 'Acao invalida.'
001840     END-IF
001850     END-IF
001860     END-IF.
001870 2000-EXIT.
001880     EXIT.
001890
001900******************************************************************
001910* 2100-LIST-CLOSED - SHOW EVERY PERIOD WHOSE LATEST RECORD SAYS
001920* CLOSED, WITH THE FIGURES THE CLOSE CERTIFIED.
001930******************************************************************
001940 2100-LIST-CLOSED.
001950     IF WS-CLOSED-COUNT = ZERO
001960         DISPLAY 'Nenhum periodo fechado.'
001970         GO TO 2100-EXIT
001980     END-IF.
001990     MOVE 1 TO WS-PER-SUB.
002000     PERFORM 2110-LIST-ONE-PERIOD THRU 2110-EXIT
002010         UNTIL WS-PER-SUB > WS-PER-USED.
002020 2100-EXIT.
002030     EXIT.
002040
002050 2110-LIST-ONE-PERIOD.
002060     IF WS-PER-STATUS (WS-PER-SUB) = 'C'
002070         MOVE WS-PER-SUB TO WS-PER-FOUND-SUB
002080         PERFORM 2600-SHOW-PERIOD THRU 2600-EXIT
002090     END-IF.
002100     ADD 1 TO WS-PER-SUB.
002110 2110-EXIT.
002120     EXIT.
002130
002140******************************************************************
002150* 2200-REOPEN-PERIOD - ASK FOR THE PERIOD, CHECK IT IS CLOSED,
002160* CONFIRM, AND APPEND THE REOPENED RECORD.  THE SECURITY EVENT
002170* IS LOGGED ONLY ONCE THE RECORD IS SAFELY WRITTEN.
002180******************************************************************
002190 2200-REOPEN-PERIOD.
002200     DISPLAY 'Informe o periodo a reabrir (AAAAMM)'.
002210     ACCEPT WS-PERIOD-IN.
002220     PERFORM 3000-FIND-PERIOD THRU 3000-EXIT.
002230     IF WS-PER-FOUND-SUB = ZERO
002240         DISPLAY 'Periodo ' WS-PERIOD-IN ' nunca foi fechado.'
002250         GO TO 2200-EXIT
002260     END-IF.
002270     IF WS-PER-STATUS (WS-PER-FOUND-SUB) NOT = 'C'
002280         DISPLAY 'Periodo ' WS-PERIOD-IN ' ja esta aberto.'
002290         GO TO 2200-EXIT
002300     END-IF.
002310     PERFORM 2600-SHOW-PERIOD THRU 2600-EXIT.
002320     DISPLAY 'Confirma a reabertura? (S/N)'.
002330     ACCEPT WS-CONFIRM.
002340     IF WS-CONFIRM NOT = 'S' AND WS-CONFIRM NOT = 's'
002350         DISPLAY 'Reabertura cancelada.'
002360         GO TO 2200-EXIT
002370     END-IF.
002380     MOVE WS-PER-IMAGE (WS-PER-FOUND-SUB)
002390         TO PERIOD-CONTROL-RECORD.
002400     SET PER-REOPENED TO TRUE.
002410     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002420     ACCEPT WS-CURRENT-TIME FROM TIME.
002430     STRING WS-CURRENT-DATE WS-CURRENT-TIME
002440         DELIMITED BY SIZE INTO PER-ACTION-TIMESTAMP.
002450     MOVE LNK-SUPERVISOR-ID TO PER-ACTION-BY.
002460     OPEN EXTEND PERIOD-CONTROL-FILE.
002470     IF WS-PER-FILE-STATUS NOT = '00'
002480         DISPLAY 'CALC-PERIOD-REOPEN - UNABLE TO OPEN PERCTL'
002490             ' - FILE STATUS ' WS-PER-FILE-STATUS
002500         DISPLAY 'Periodo NAO reaberto.'
002510         GO TO 2200-EXIT
002520     END-IF.
002530     WRITE PERIOD-CONTROL-FILE-RECORD
002540         FROM PERIOD-CONTROL-RECORD.
002550     IF WS-PER-FILE-STATUS NOT = '00'
002560         DISPLAY 'CALC-PERIOD-REOPEN - UNABLE TO WRITE PERCTL'
002570             ' - FILE STATUS ' WS-PER-FILE-STATUS
002580         DISPLAY 'Periodo NAO reaberto.'
002590         CLOSE PERIOD-CONTROL-FILE
002600         GO TO 2200-EXIT
002610     END-IF.
002620     CLOSE PERIOD-CONTROL-FILE.
002630     MOVE PER-STATUS TO WS-PER-STATUS (WS-PER-FOUND-SUB).
002640     MOVE PERIOD-CONTROL-RECORD
002650         TO WS-PER-IMAGE (WS-PER-FOUND-SUB).
002660     SUBTRACT 1 FROM WS-CLOSED-COUNT.
002670     PERFORM 5000-LOG-REOPEN-EVENT THRU 5000-EXIT.
002680     DISPLAY 'Periodo ' WS-PERIOD-IN ' reaberto.'.
002690 2200-EXIT.
002700     EXIT.
002710
002720******************************************************************
002730* 2600-SHOW-PERIOD - DISPLAY THE PERIOD AT WS-PER-FOUND-SUB.
002740******************************************************************
002750 2600-SHOW-PERIOD.
002760     MOVE WS-PER-IMAGE (WS-PER-FOUND-SUB)
002770         TO PERIOD-CONTROL-RECORD.
002780     MOVE PER-GRAND-COUNT TO WS-LIST-COUNT.
002790     MOVE PER-GRAND-TOTAL TO WS-LIST-TOTAL.
002800     DISPLAY PER-PERIOD ' fechado em '
002810         PER-ACTION-TIMESTAMP (1:8) ' por ' PER-ACTION-BY
002820         ' - ' PER-DAYS-ON-FILE ' dias'.
002830     DISPLAY '       contagem ' WS-LIST-COUNT
002840         ' total ' WS-LIST-TOTAL.
002850 2600-EXIT.
002860     EXIT.
002870
002880******************************************************************
002890* 3000-FIND-PERIOD - LOOK WS-PERIOD-IN UP IN THE TABLE.
002900* WS-PER-FOUND-SUB COMES BACK ZERO WHEN IT IS NOT THERE.
002910******************************************************************
002920 3000-FIND-PERIOD.
002930     MOVE ZERO TO WS-PER-FOUND-SUB.
002940     MOVE 1 TO WS-PER-SUB.
002950     PERFORM 3100-MATCH-ONE-PERIOD THRU 3100-EXIT
002960         UNTIL WS-PER-SUB > WS-PER-USED
002970            OR WS-PER-FOUND-SUB > ZERO.
002980 3000-EXIT.
002990     EXIT.
003000
003010 3100-MATCH-ONE-PERIOD.
003020     IF WS-PER-PERIOD (WS-PER-SUB) = WS-PERIOD-IN
003030         MOVE WS-PER-SUB TO WS-PER-FOUND-SUB
003040     END-IF.
003050     ADD 1 TO WS-PER-SUB.
003060 3100-EXIT.
003070     EXIT.
003080
003090******************************************************************
003100* 5000-LOG-REOPEN-EVENT - THE SUPERVISOR AND THE PERIOD GO TO
003110* THE SECURITY EVENT LOG.
003120******************************************************************
003130 5000-LOG-REOPEN-EVENT.
003140     MOVE SPACES TO SECURITY-EVENT-RECORD.
003150     MOVE PER-ACTION-TIMESTAMP TO SEC-TIMESTAMP.
003160     SET SEC-PERIOD-REOPENED   TO TRUE.
003170     MOVE LNK-SUPERVISOR-ID    TO SEC-OPERATOR-ID.
003180     MOVE WS-PERIOD-IN         TO SEC-TARGET-ID.
003190     CALL 'CALC-SECURITY-LOG' USING SECURITY-EVENT-RECORD.
003200 5000-EXIT.
003210     EXIT.
