000010******************************************************************
000020* PROGRAM-ID.  CALC-CHANGE-APPROVAL.
000030* AUTHOR.      R. ALBUQUERQUE - APPLICATIONS PROGRAMMING.
000040* INSTALLATION. DAY-END RECONCILIATION.
000050* DATE-WRITTEN. 10/15/2026.
000060* DATE-COMPILED.
000070*
000080* PURPOSE.     DUAL-CONTROL REVIEW OF THE PENDING MASTER-CHANGE
000090*              QUEUE (SEE CALCPCH).  CALLED FROM CALC-MENU-
000100*              DRIVER (OPTION 11, SUPERVISORS ONLY) WITH THE
000110*              SIGNED-ON SUPERVISOR'S ID.  LISTS THE CHANGES
000120*              STILL PENDING AND LETS THE SUPERVISOR APPROVE OR
000130*              DECLINE EACH ONE - BUT NEVER ONE THEY SUBMITTED
000140*              THEMSELVES, AND NEVER A CHANGE TO THEIR OWN
000150*              AUTHORIZATION LEVEL.
000160*
000170*              AN APPROVED CHANGE IS APPLIED BY APPENDING ONE
000180*              RECORD TO ITS MASTER (RATEMST, STDMST OR
000190*              OPERMST) - EVERY READER OF THOSE DISP=MOD
000200*              MASTERS KEEPS THE LAST RECORD PER KEY, SO THE
000210*              APPENDED RECORD WINS.  THE MASTER IS RE-READ
000220*              FIRST AND A CHANGE THAT NO LONGER FITS IT (A
000230*              RATE ALREADY ON FILE FOR THAT DATE, A STEP
000240*              ALREADY THERE OR GONE, AN OPERATOR WHOSE LEVEL
000250*              HAS MOVED SINCE THE SUBMIT) IS NOT APPLIED - IT
000260*              STAYS PENDING FOR THE SUPERVISOR TO DECLINE.
000270*
000280*              THE DECISION IS APPENDED TO THE QUEUE THROUGH
000290*              CALC-CHANGE-QUEUE, WHICH ALSO LOGS THE APPROVE
000300*              OR DECLINE TO THE SECURITY EVENT LOG.
000310*
000320* MODIFICATION HISTORY.
000330*   10/15/2026  RA   ORIGINAL PROGRAM.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. CALC-CHANGE-APPROVAL.
000370 AUTHOR. R. ALBUQUERQUE.
000380 INSTALLATION. DAY-END RECONCILIATION.
000390 DATE-WRITTEN. 10/15/2026.
000400 DATE-COMPILED.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PENDING-CHANGE-FILE ASSIGN TO PENDCHG
000460         FILE STATUS IS WS-PCH-FILE-STATUS.
000470
000480     SELECT RATE-MASTER-FILE ASSIGN TO RATEMST
000490         FILE STATUS IS WS-RATE-FILE-STATUS.
000500
000510     SELECT STANDING-MASTER-FILE ASSIGN TO STDMST
000520         FILE STATUS IS WS-STD-FILE-STATUS.
000530
000540     SELECT OPERATOR-MASTER-FILE ASSIGN TO OPERMST
000550         FILE STATUS IS WS-OPM-FILE-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  PENDING-CHANGE-FILE.
000600 01  PENDING-CHANGE-FILE-RECORD  PIC X(120).
000610
000620 FD  RATE-MASTER-FILE.
000630 COPY CALCRATE.
000640
000650 FD  STANDING-MASTER-FILE.
000660 COPY CALCSTD.
000670
000680 FD  OPERATOR-MASTER-FILE.
000690 COPY CALCOPM.
000700
000710 WORKING-STORAGE SECTION.
000720 77  WS-PCH-FILE-STATUS          PIC X(02).
000730 77  WS-RATE-FILE-STATUS         PIC X(02).
000740 77  WS-STD-FILE-STATUS          PIC X(02).
000750 77  WS-OPM-FILE-STATUS          PIC X(02).
000760 77  WS-PCH-TABLE-MAX            PIC 9(04) COMP VALUE 500.
000770 77  WS-PCH-USED                 PIC 9(04) COMP VALUE ZERO.
000780 77  WS-PCH-SUB                  PIC 9(04) COMP VALUE ZERO.
000790 77  WS-PCH-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
000800 77  WS-PENDING-COUNT            PIC 9(04) COMP VALUE ZERO.
000810 77  WS-SELECT-NO                PIC 9(04) VALUE ZERO.
000820 77  WS-MAINT-ACTION             PIC X(01) VALUE SPACES.
000830 77  WS-CONFIRM                  PIC X(01) VALUE SPACES.
000840 77  WS-QUEUE-STATUS             PIC X(02) VALUE SPACES.
000850 77  WS-CURRENT-DATE             PIC X(08).
000860 77  WS-CURRENT-TIME             PIC X(08).
000870
000880 01  WS-PCH-EOF-SWITCH           PIC X(01) VALUE 'N'.
000890     88  END-OF-QUEUE            VALUE 'Y'.
000900     88  NOT-END-OF-QUEUE        VALUE 'N'.
000910
000920 01  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE 'N'.
000930     88  END-OF-MASTER           VALUE 'Y'.
000940     88  NOT-END-OF-MASTER       VALUE 'N'.
000950
000960 01  WS-MAINT-SWITCH             PIC X(01) VALUE 'N'.
000970     88  MAINT-FINISHED          VALUE 'Y'.
000980     88  MAINT-IN-PROGRESS       VALUE 'N'.
000990
001000 01  WS-MATCH-SWITCH             PIC X(01) VALUE 'N'.
001010     88  MATCH-FOUND             VALUE 'Y'.
001020     88  NO-MATCH-FOUND          VALUE 'N'.
001030
001040 01  WS-APPLY-SWITCH             PIC X(01) VALUE 'N'.
001050     88  CHANGE-APPLIED          VALUE 'Y'.
001060     88  CHANGE-NOT-APPLIED      VALUE 'N'.
001070
001080*----------------------------------------------------------------
001090* ONE ENTRY PER CHANGE KEY ON THE QUEUE - THE LAST RECORD PER
001100* KEY WINS, SO A DECIDED CHANGE SHOWS ITS DECISION.  THE FULL
001110* QUEUE RECORD IS KEPT SO THE DECISION CAN BE WRITTEN BACK
001120* WITH THE ORIGINAL IMAGE UNCHANGED.
001130*----------------------------------------------------------------
001140 01  WS-CHANGE-TABLE.
001150     05  WS-PCH-ENTRY OCCURS 500 TIMES.
001160         10  WS-PCH-KEY          PIC X(22).
001170         10  WS-PCH-STATUS       PIC X(01).
001180         10  WS-PCH-IMAGE        PIC X(120).
001190
001200*----------------------------------------------------------------
001210* THE CURRENT MASTER RECORD FOR THE CHANGE BEING APPLIED - THE
001220* LAST ONE FOUND ON THE SCAN, SINCE THE MASTERS ARE ONLY EVER
001230* APPENDED.
001240*----------------------------------------------------------------
001250 01  WS-STD-CURRENT              PIC X(60) VALUE SPACES.
001260 01  WS-OPM-CURRENT              PIC X(40) VALUE SPACES.
001270
001280*----------------------------------------------------------------
001290* DISPLAY WORK AREAS - THE NUMBERS ARE EDITED FOR THE SCREEN.
001300*----------------------------------------------------------------
001310 01  WS-LIST-NO                  PIC ZZZ9.
001320 01  WS-LIST-VALUE               PIC ZZZZZZ9.99-.
001330 01  WS-LIST-NUMBER2             PIC ZZZZZZ9.99-.
001340 01  WS-LIST-TYPE                PIC X(18).
001350
001360 COPY CALCPCH.
001370
001380 LINKAGE SECTION.
001390 01  LNK-SUPERVISOR-ID           PIC X(08).
001400
001410 PROCEDURE DIVISION USING LNK-SUPERVISOR-ID.
001420
001430******************************************************************
001440* 0000-MAIN-CONTROL - MAINLINE.  LOAD THE QUEUE AND TAKE
001450* ACTIONS UNTIL THE SUPERVISOR LEAVES.  EVERY DECISION IS
001460* WRITTEN AS IT IS MADE, SO THERE IS NOTHING TO SAVE ON EXIT.
001470******************************************************************
001480 0000-MAIN-CONTROL.
001490     PERFORM 1000-LOAD-QUEUE THRU 1000-EXIT.
001500     PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
001510         UNTIL MAINT-FINISHED.
001520     GOBACK.
001530
001540******************************************************************
001550* 1000-LOAD-QUEUE - READ THE PENDING-CHANGE QUEUE INTO THE
001560* TABLE, KEEPING THE LAST RECORD PER CHANGE KEY.  A MISSING
001570* FILE JUST MEANS NOTHING HAS EVER BEEN SUBMITTED.  THE
001580* SWITCHES AND THE TABLE COUNT ARE RE-ARMED HERE BECAUSE THE
001590* MENU CAN CALL THIS PROGRAM AGAIN IN THE SAME SESSION.
001600******************************************************************
001610 1000-LOAD-QUEUE.
001620     SET MAINT-IN-PROGRESS TO TRUE.
001630     SET NOT-END-OF-QUEUE TO TRUE.
001640     MOVE ZERO TO WS-PCH-USED.
001650     MOVE ZERO TO WS-PENDING-COUNT.
001660     OPEN INPUT PENDING-CHANGE-FILE.
001670     IF WS-PCH-FILE-STATUS = '00'
001680         PERFORM 1100-LOAD-ONE-CHANGE THRU 1100-EXIT
001690             UNTIL END-OF-QUEUE
001700         CLOSE PENDING-CHANGE-FILE
001710     ELSE
001720         IF WS-PCH-FILE-STATUS NOT = '35'
001730             DISPLAY 'CALC-CHANGE-APPROVAL - UNABLE TO OPEN '
001740                 'PENDCHG - FILE STATUS ' WS-PCH-FILE-STATUS
001750             MOVE 16 TO RETURN-CODE
001760             STOP RUN
001770         END-IF
001780     END-IF.
001790     MOVE 1 TO WS-PCH-SUB.
001800     PERFORM 1200-COUNT-ONE-PENDING THRU 1200-EXIT
001810         UNTIL WS-PCH-SUB > WS-PCH-USED.
001820     DISPLAY ' '.
001830     DISPLAY 'Aprovacao de alteracoes - ' WS-PENDING-COUNT
001840         ' pendentes.'.
001850 1000-EXIT.
001860     EXIT.
001870
001880 1100-LOAD-ONE-CHANGE.
001890     READ PENDING-CHANGE-FILE INTO PENDING-CHANGE-RECORD
001900         AT END
001910             SET END-OF-QUEUE TO TRUE
001920             GO TO 1100-EXIT
001930     END-READ.
001940     PERFORM 3000-FIND-CHANGE THRU 3000-EXIT.
001950     IF WS-PCH-FOUND-SUB = ZERO
001960         IF WS-PCH-USED >= WS-PCH-TABLE-MAX
001970             DISPLAY 'CALC-CHANGE-APPROVAL - MORE THAN '
001980                 WS-PCH-TABLE-MAX ' CHANGES - TABLE FULL'
001990             MOVE 16 TO RETURN-CODE
002000             STOP RUN
002010         END-IF
002020         ADD 1 TO WS-PCH-USED
002030         MOVE WS-PCH-USED TO WS-PCH-FOUND-SUB
002040         MOVE PCH-CHANGE-KEY TO WS-PCH-KEY (WS-PCH-FOUND-SUB)
002050     END-IF.
002060     MOVE PCH-STATUS TO WS-PCH-STATUS (WS-PCH-FOUND-SUB).
002070     MOVE PENDING-CHANGE-RECORD
002080         TO WS-PCH-IMAGE (WS-PCH-FOUND-SUB).
002090 1100-EXIT.
002100     EXIT.
002110
002120 1200-COUNT-ONE-PENDING.
002130     IF WS-PCH-STATUS (WS-PCH-SUB) = 'P'
002140         ADD 1 TO WS-PENDING-COUNT
002150     END-IF.
002160     ADD 1 TO WS-PCH-SUB.
002170 1200-EXIT.
002180     EXIT.
002190
002200******************************************************************
002210* 2000-PROCESS-ACTION - ASK FOR AND ROUTE ONE ACTION.
002220******************************************************************
002230 2000-PROCESS-ACTION.
002240     DISPLAY ' '.
002250     DISPLAY 'Acao: L=Listar pendentes A=Aprovar D=Recusar'
002260         ' X=Sair'.
002270     ACCEPT WS-MAINT-ACTION.
002280     IF WS-MAINT-ACTION = 'L' OR WS-MAINT-ACTION = 'l'
002290         PERFORM 2100-LIST-PENDING THRU 2100-EXIT
002300     ELSE
002310     IF WS-MAINT-ACTION = 'A' OR WS-MAINT-ACTION = 'a'
002320         PERFORM 2200-APPROVE-CHANGE THRU 2200-EXIT
002330     ELSE
002340     IF WS-MAINT-ACTION = 'D' OR WS-MAINT-ACTION = 'd'
002350         PERFORM 2300-DECLINE-CHANGE THRU 2300-EXIT
002360     ELSE
002370     IF WS-MAINT-ACTION = 'X' OR WS-MAINT-ACTION = 'x'
002380         SET MAINT-FINISHED TO TRUE
002390     ELSE
002400         DISPLAY 'Acao invalida.'
002410     END-IF
002420     END-IF
002430     END-IF
002440     END-IF.
002450 2000-EXIT.
002460     EXIT.
002470
002480******************************************************************
002490* 2100-LIST-PENDING - SHOW EVERY CHANGE STILL WAITING FOR A
002500* DECISION, NUMBERED FOR THE APPROVE AND DECLINE ACTIONS.
002510******************************************************************
002520 2100-LIST-PENDING.
002530     IF WS-PENDING-COUNT = ZERO
002540         DISPLAY 'Nenhuma alteracao pendente.'
002550         GO TO 2100-EXIT
002560     END-IF.
002570     MOVE 1 TO WS-PCH-SUB.
002580     PERFORM 2110-LIST-ONE-CHANGE THRU 2110-EXIT
002590         UNTIL WS-PCH-SUB > WS-PCH-USED.
002600 2100-EXIT.
002610     EXIT.
002620
002630 2110-LIST-ONE-CHANGE.
002640     IF WS-PCH-STATUS (WS-PCH-SUB) = 'P'
002650         MOVE WS-PCH-SUB TO WS-PCH-FOUND-SUB
002660         PERFORM 2600-SHOW-CHANGE THRU 2600-EXIT
002670     END-IF.
002680     ADD 1 TO WS-PCH-SUB.
002690 2110-EXIT.
002700     EXIT.
002710
002720******************************************************************
002730* 2200-APPROVE-CHANGE - APPLY ONE PENDING CHANGE TO ITS MASTER
002740* AND RECORD THE APPROVAL.  A CHANGE THE MASTER NO LONGER FITS
002750* IS LEFT PENDING.
002760******************************************************************
002770 2200-APPROVE-CHANGE.
002780     PERFORM 2500-SELECT-CHANGE THRU 2500-EXIT.
002790     IF WS-PCH-FOUND-SUB = ZERO
002800         GO TO 2200-EXIT
002810     END-IF.
002820     DISPLAY 'Confirma a aprovacao? (S/N)'.
002830     ACCEPT WS-CONFIRM.
002840     IF WS-CONFIRM NOT = 'S' AND WS-CONFIRM NOT = 's'
002850         DISPLAY 'Aprovacao cancelada.'
002860         GO TO 2200-EXIT
002870     END-IF.
002880     PERFORM 4000-APPLY-CHANGE THRU 4000-EXIT.
002890     IF CHANGE-NOT-APPLIED
002900         DISPLAY 'Alteracao NAO aplicada - continua pendente.'
002910         GO TO 2200-EXIT
002920     END-IF.
002930     SET PCH-APPROVED TO TRUE.
002940     PERFORM 5000-RECORD-DECISION THRU 5000-EXIT.
002950     DISPLAY 'Alteracao aprovada e aplicada.'.
002960 2200-EXIT.
002970     EXIT.
002980
002990******************************************************************
003000* 2300-DECLINE-CHANGE - RECORD A DECLINE.  NOTHING IS WRITTEN
003010* TO ANY MASTER.
003020******************************************************************
003030 2300-DECLINE-CHANGE.
003040     PERFORM 2500-SELECT-CHANGE THRU 2500-EXIT.
003050     IF WS-PCH-FOUND-SUB = ZERO
003060         GO TO 2300-EXIT
003070     END-IF.
003080     DISPLAY 'Confirma a recusa? (S/N)'.
003090     ACCEPT WS-CONFIRM.
003100     IF WS-CONFIRM NOT = 'S' AND WS-CONFIRM NOT = 's'
003110         DISPLAY 'Recusa cancelada.'
003120         GO TO 2300-EXIT
003130     END-IF.
003140     SET PCH-DECLINED TO TRUE.
003150     PERFORM 5000-RECORD-DECISION THRU 5000-EXIT.
003160     DISPLAY 'Alteracao recusada.'.
003170 2300-EXIT.
003180     EXIT.
003190
003200******************************************************************
003210* 2500-SELECT-CHANGE - ASK FOR A CHANGE NUMBER FROM THE LIST AND
003220* CHECK IT MAY BE DECIDED BY THIS SUPERVISOR - IT MUST STILL BE
003230* PENDING, MUST NOT BE THEIR OWN SUBMIT, AND MUST NOT TOUCH
003240* THEIR OWN LEVEL.  WS-PCH-FOUND-SUB COMES BACK ZERO WHEN THE
003250* CHANGE CANNOT BE DECIDED; OTHERWISE THE CHANGE IS SHOWN AND
003260* LOADED INTO PENDING-CHANGE-RECORD.
003270******************************************************************
003280 2500-SELECT-CHANGE.
003290     MOVE ZERO TO WS-PCH-FOUND-SUB.
003300     DISPLAY 'Numero da alteracao (veja a lista)'.
003310     ACCEPT WS-SELECT-NO.
003320     IF WS-SELECT-NO = ZERO OR WS-SELECT-NO > WS-PCH-USED
003330         DISPLAY 'Numero invalido.'
003340         GO TO 2500-EXIT
003350     END-IF.
003360     IF WS-PCH-STATUS (WS-SELECT-NO) NOT = 'P'
003370         DISPLAY 'Alteracao ja decidida.'
003380         GO TO 2500-EXIT
003390     END-IF.
003400     MOVE WS-PCH-IMAGE (WS-SELECT-NO) TO PENDING-CHANGE-RECORD.
003410     IF PCH-MAKER-ID = LNK-SUPERVISOR-ID
003420         DISPLAY 'Alteracao solicitada pelo proprio supervisor -'
003430             ' outro supervisor deve decidir.'
003440         GO TO 2500-EXIT
003450     END-IF.
003460     IF PCH-TYPE-OPERATOR AND PCH-OPR-ID = LNK-SUPERVISOR-ID
003470         DISPLAY 'Alteracao do proprio nivel - outro supervisor'
003480             ' deve decidir.'
003490         GO TO 2500-EXIT
003500     END-IF.
003510     MOVE WS-SELECT-NO TO WS-PCH-FOUND-SUB.
003520     PERFORM 2600-SHOW-CHANGE THRU 2600-EXIT.
003530 2500-EXIT.
003540     EXIT.
003550
003560******************************************************************
003570* 2600-SHOW-CHANGE - DISPLAY THE CHANGE AT WS-PCH-FOUND-SUB.
003580* LEAVES IT IN PENDING-CHANGE-RECORD.
003590******************************************************************
003600 2600-SHOW-CHANGE.
003610     MOVE WS-PCH-IMAGE (WS-PCH-FOUND-SUB)
003620         TO PENDING-CHANGE-RECORD.
003630     MOVE WS-PCH-FOUND-SUB TO WS-LIST-NO.
003640     IF PCH-TYPE-RATE
003650         MOVE 'TAXA' TO WS-LIST-TYPE
003660     ELSE
003670         IF PCH-TYPE-STANDING
003680             MOVE 'INSTRUCAO FIXA' TO WS-LIST-TYPE
003690         ELSE
003700             MOVE 'NIVEL DE OPERADOR' TO WS-LIST-TYPE
003710         END-IF
003720     END-IF.
003730     DISPLAY ' '.
003740     DISPLAY WS-LIST-NO ' - ' WS-LIST-TYPE ' solicitada por '
003750         PCH-MAKER-ID ' em ' PCH-SUBMIT-TIMESTAMP.
003760     IF PCH-TYPE-RATE
003770         MOVE PCH-RATE-VALUE TO WS-LIST-VALUE
003780         DISPLAY '       Taxa ' PCH-RATE-CODE ' vigente em '
003790             PCH-RATE-EFF-DATE ' valor ' WS-LIST-VALUE
003800         DISPLAY '       ' PCH-RATE-DESCRIPTION
003810     END-IF.
003820     IF PCH-TYPE-STANDING
003830         MOVE PCH-STD-NUMBER1 TO WS-LIST-VALUE
003840         MOVE PCH-STD-NUMBER2 TO WS-LIST-NUMBER2
003850         IF PCH-STD-ADD-STEP
003860             DISPLAY '       Incluir passo ' PCH-STD-STEP
003870                 ' da instrucao ' PCH-STD-ID ' freq '
003880                 PCH-STD-FREQUENCY ' - ' PCH-STD-DESCRIPTION
003890             DISPLAY '       ' WS-LIST-VALUE ' '
003900                 PCH-STD-SYMBOL ' ' WS-LIST-NUMBER2
003910         ELSE
003920             IF PCH-STD-DEACTIVATE
003930                 DISPLAY '       Desativar a instrucao '
003940                     PCH-STD-ID ' - ' PCH-STD-DESCRIPTION
003950             ELSE
003960                 DISPLAY '       Reativar a instrucao '
003970                     PCH-STD-ID ' - ' PCH-STD-DESCRIPTION
003980             END-IF
003990         END-IF
004000     END-IF.
004010     IF PCH-TYPE-OPERATOR
004020         DISPLAY '       Operador ' PCH-OPR-ID ' nivel '
004030             PCH-OPR-OLD-LEVEL ' para ' PCH-OPR-NEW-LEVEL
004040     END-IF.
004050 2600-EXIT.
004060     EXIT.
004070
004080******************************************************************
004090* 3000-FIND-CHANGE - LOOK PCH-CHANGE-KEY UP IN THE TABLE.
004100* WS-PCH-FOUND-SUB COMES BACK ZERO WHEN THE KEY IS NOT THERE.
004110******************************************************************
004120 3000-FIND-CHANGE.
004130     MOVE ZERO TO WS-PCH-FOUND-SUB.
004140     MOVE 1 TO WS-PCH-SUB.
004150     PERFORM 3010-MATCH-ONE-CHANGE THRU 3010-EXIT
004160         UNTIL WS-PCH-SUB > WS-PCH-USED
004170            OR WS-PCH-FOUND-SUB > ZERO.
004180 3000-EXIT.
004190     EXIT.
004200
004210 3010-MATCH-ONE-CHANGE.
004220     IF WS-PCH-KEY (WS-PCH-SUB) = PCH-CHANGE-KEY
004230         MOVE WS-PCH-SUB TO WS-PCH-FOUND-SUB
004240     END-IF.
004250     ADD 1 TO WS-PCH-SUB.
004260 3010-EXIT.
004270     EXIT.
004280
004290******************************************************************
004300* 4000-APPLY-CHANGE - APPEND THE CHANGE IN PENDING-CHANGE-RECORD
004310* TO ITS MASTER.  EACH TYPE RE-READS ITS MASTER FIRST AND SETS
004320* CHANGE-NOT-APPLIED WHEN THE CHANGE NO LONGER FITS IT.
004330******************************************************************
004340 4000-APPLY-CHANGE.
004350     SET CHANGE-NOT-APPLIED TO TRUE.
004360     IF PCH-TYPE-RATE
004370         PERFORM 4100-APPLY-RATE THRU 4100-EXIT
004380     END-IF.
004390     IF PCH-TYPE-STANDING
004400         PERFORM 4200-APPLY-STANDING THRU 4200-EXIT
004410     END-IF.
004420     IF PCH-TYPE-OPERATOR
004430         PERFORM 4300-APPLY-OPERATOR THRU 4300-EXIT
004440     END-IF.
004450 4000-EXIT.
004460     EXIT.
004470
004480******************************************************************
004490* 4100-APPLY-RATE - A RATE IS NEVER CHANGED IN PLACE, SO A CODE
004500* THAT ALREADY HAS A VALUE FOR THE EFFECTIVE DATE (ANOTHER
004510* APPROVED CHANGE GOT THERE FIRST) IS NOT APPLIED.
004520******************************************************************
004530 4100-APPLY-RATE.
004540     SET NO-MATCH-FOUND TO TRUE.
004550     SET NOT-END-OF-MASTER TO TRUE.
004560     OPEN INPUT RATE-MASTER-FILE.
004570     IF WS-RATE-FILE-STATUS = '00'
004580         PERFORM 4110-CHECK-ONE-RATE THRU 4110-EXIT
004590             UNTIL END-OF-MASTER
004600         CLOSE RATE-MASTER-FILE
004610     ELSE
004620         IF WS-RATE-FILE-STATUS NOT = '35'
004630             DISPLAY 'CALC-CHANGE-APPROVAL - UNABLE TO OPEN '
004640                 'RATEMST - FILE STATUS ' WS-RATE-FILE-STATUS
004650             MOVE 16 TO RETURN-CODE
004660             STOP RUN
004670         END-IF
004680     END-IF.
004690     IF MATCH-FOUND
004700         DISPLAY 'Taxa ' PCH-RATE-CODE ' ja tem valor para '
004710             PCH-RATE-EFF-DATE '.'
004720         GO TO 4100-EXIT
004730     END-IF.
004740     OPEN EXTEND RATE-MASTER-FILE.
004750     IF WS-RATE-FILE-STATUS = '35'
004760         OPEN OUTPUT RATE-MASTER-FILE
004770     END-IF.
004780     IF WS-RATE-FILE-STATUS NOT = '00'
004790         DISPLAY 'CALC-CHANGE-APPROVAL - UNABLE TO EXTEND '
004800             'RATEMST - FILE STATUS ' WS-RATE-FILE-STATUS
004810         GO TO 4100-EXIT
004820     END-IF.
004830     MOVE SPACES TO RATE-MASTER-RECORD.
004840     MOVE PCH-RATE-CODE        TO RATE-CODE.
004850     MOVE PCH-RATE-DESCRIPTION TO RATE-DESCRIPTION.
004860     MOVE PCH-RATE-EFF-DATE    TO RATE-EFFECTIVE-DATE.
004870     MOVE PCH-RATE-VALUE       TO RATE-VALUE.
004880     WRITE RATE-MASTER-RECORD.
004890     IF WS-RATE-FILE-STATUS = '00'
004900         SET CHANGE-APPLIED TO TRUE
004910     END-IF.
004920     CLOSE RATE-MASTER-FILE.
004930 4100-EXIT.
004940     EXIT.
004950
004960 4110-CHECK-ONE-RATE.
004970     READ RATE-MASTER-FILE
004980         AT END
004990             SET END-OF-MASTER TO TRUE
005000         NOT AT END
005010             IF RATE-CODE = PCH-RATE-CODE
005020                AND RATE-EFFECTIVE-DATE = PCH-RATE-EFF-DATE
005030                 SET MATCH-FOUND TO TRUE
005040             END-IF
005050     END-READ.
005060 4110-EXIT.
005070     EXIT.
005080
005090******************************************************************
005100* 4200-APPLY-STANDING - A NEW STEP MUST NOT ALREADY BE ON THE
005110* MASTER; A DEACTIVATION OR REACTIVATION MUST FIND THE
005120* INSTRUCTION'S STEP 01 AND CHANGES ONLY ITS STATUS, SO NOTHING
005130* ELSE ON THE CURRENT RECORD IS OVERWRITTEN BY THE IMAGE TAKEN
005140* AT SUBMIT TIME.
005150******************************************************************
005160 4200-APPLY-STANDING.
005170     SET NO-MATCH-FOUND TO TRUE.
005180     SET NOT-END-OF-MASTER TO TRUE.
005190     OPEN INPUT STANDING-MASTER-FILE.
005200     IF WS-STD-FILE-STATUS = '00'
005210         PERFORM 4210-CHECK-ONE-STEP THRU 4210-EXIT
005220             UNTIL END-OF-MASTER
005230         CLOSE STANDING-MASTER-FILE
005240     ELSE
005250         IF WS-STD-FILE-STATUS NOT = '35'
005260             DISPLAY 'CALC-CHANGE-APPROVAL - UNABLE TO OPEN '
005270                 'STDMST - FILE STATUS ' WS-STD-FILE-STATUS
005280             MOVE 16 TO RETURN-CODE
005290             STOP RUN
005300         END-IF
005310     END-IF.
005320     IF PCH-STD-ADD-STEP AND MATCH-FOUND
005330         DISPLAY 'Passo ' PCH-STD-STEP ' da instrucao '
005340             PCH-STD-ID ' ja cadastrado.'
005350         GO TO 4200-EXIT
005360     END-IF.
005370     IF NOT PCH-STD-ADD-STEP AND NO-MATCH-FOUND
005380         DISPLAY 'Instrucao ' PCH-STD-ID ' nao cadastrada.'
005390         GO TO 4200-EXIT
005400     END-IF.
005410     OPEN EXTEND STANDING-MASTER-FILE.
005420     IF WS-STD-FILE-STATUS = '35'
005430         OPEN OUTPUT STANDING-MASTER-FILE
005440     END-IF.
005450     IF WS-STD-FILE-STATUS NOT = '00'
005460         DISPLAY 'CALC-CHANGE-APPROVAL - UNABLE TO EXTEND '
005470             'STDMST - FILE STATUS ' WS-STD-FILE-STATUS
005480         GO TO 4200-EXIT
005490     END-IF.
005500     IF PCH-STD-ADD-STEP
005510         MOVE SPACES TO STANDING-INSTRUCTION-RECORD
005520         MOVE PCH-STD-ID          TO STD-INSTRUCTION-ID
005530         MOVE PCH-STD-STEP        TO STD-STEP-NO
005540         MOVE PCH-STD-DESCRIPTION TO STD-DESCRIPTION
005550         MOVE PCH-STD-NUMBER1     TO STD-NUMBER1
005560         MOVE PCH-STD-SYMBOL      TO STD-MATH-SYMBOL
005570         MOVE PCH-STD-NUMBER2     TO STD-NUMBER2
005580         MOVE PCH-STD-FREQUENCY   TO STD-FREQUENCY
005590     ELSE
005600         MOVE WS-STD-CURRENT TO STANDING-INSTRUCTION-RECORD
005610     END-IF.
005620     MOVE PCH-STD-STATUS-FLAG TO STD-STATUS-FLAG.
005630     WRITE STANDING-INSTRUCTION-RECORD.
005640     IF WS-STD-FILE-STATUS = '00'
005650         SET CHANGE-APPLIED TO TRUE
005660     END-IF.
005670     CLOSE STANDING-MASTER-FILE.
005680 4200-EXIT.
005690     EXIT.
005700
005710 4210-CHECK-ONE-STEP.
005720     READ STANDING-MASTER-FILE
005730         AT END
005740             SET END-OF-MASTER TO TRUE
005750         NOT AT END
005760             IF STD-INSTRUCTION-ID = PCH-STD-ID
005770                AND STD-STEP-NO = PCH-STD-STEP
005780                 SET MATCH-FOUND TO TRUE
005790                 MOVE STANDING-INSTRUCTION-RECORD
005800                     TO WS-STD-CURRENT
005810             END-IF
005820     END-READ.
005830 4210-EXIT.
005840     EXIT.
005850
005860******************************************************************
005870* 4300-APPLY-OPERATOR - THE OPERATOR MUST STILL BE ON THE MASTER
005880* AT THE LEVEL THE MAKER SAW WHEN THE CHANGE WAS SUBMITTED -
005890* OTHERWISE SOMETHING HAS MOVED UNDERNEATH IT AND IT IS NOT
005900* APPLIED.  ONLY THE LEVEL IS CHANGED ON THE CURRENT RECORD.
005910******************************************************************
005920 4300-APPLY-OPERATOR.
005930     SET NO-MATCH-FOUND TO TRUE.
005940     SET NOT-END-OF-MASTER TO TRUE.
005950     OPEN INPUT OPERATOR-MASTER-FILE.
005960     IF WS-OPM-FILE-STATUS = '00'
005970         PERFORM 4310-CHECK-ONE-OPERATOR THRU 4310-EXIT
005980             UNTIL END-OF-MASTER
005990         CLOSE OPERATOR-MASTER-FILE
006000     ELSE
006010         IF WS-OPM-FILE-STATUS NOT = '35'
006020             DISPLAY 'CALC-CHANGE-APPROVAL - UNABLE TO OPEN '
006030                 'OPERMST - FILE STATUS ' WS-OPM-FILE-STATUS
006040             MOVE 16 TO RETURN-CODE
006050             STOP RUN
006060         END-IF
006070     END-IF.
006080     IF NO-MATCH-FOUND
006090         DISPLAY 'Operador ' PCH-OPR-ID ' nao cadastrado.'
006100         GO TO 4300-EXIT
006110     END-IF.
006120     MOVE WS-OPM-CURRENT TO OPERATOR-MASTER-RECORD.
006130     IF OPM-AUTH-LEVEL NOT = PCH-OPR-OLD-LEVEL
006140         DISPLAY 'Nivel atual do operador ' PCH-OPR-ID ' ('
006150             OPM-AUTH-LEVEL ') difere do nivel da solicitacao.'
006160         GO TO 4300-EXIT
006170     END-IF.
006180     OPEN EXTEND OPERATOR-MASTER-FILE.
006190     IF WS-OPM-FILE-STATUS NOT = '00'
006200         DISPLAY 'CALC-CHANGE-APPROVAL - UNABLE TO EXTEND '
006210             'OPERMST - FILE STATUS ' WS-OPM-FILE-STATUS
006220         GO TO 4300-EXIT
006230     END-IF.
006240     MOVE WS-OPM-CURRENT    TO OPERATOR-MASTER-RECORD.
006250     MOVE PCH-OPR-NEW-LEVEL TO OPM-AUTH-LEVEL.
006260     WRITE OPERATOR-MASTER-RECORD.
006270     IF WS-OPM-FILE-STATUS = '00'
006280         SET CHANGE-APPLIED TO TRUE
006290     END-IF.
006300     CLOSE OPERATOR-MASTER-FILE.
006310 4300-EXIT.
006320     EXIT.
006330
006340 4310-CHECK-ONE-OPERATOR.
006350     READ OPERATOR-MASTER-FILE
006360         AT END
006370             SET END-OF-MASTER TO TRUE
006380         NOT AT END
006390             IF OPM-OPERATOR-ID = PCH-OPR-ID
006400                 SET MATCH-FOUND TO TRUE
006410                 MOVE OPERATOR-MASTER-RECORD TO WS-OPM-CURRENT
006420             END-IF
006430     END-READ.
006440 4310-EXIT.
006450     EXIT.
006460
006470******************************************************************
006480* 5000-RECORD-DECISION - APPEND THE DECISION TO THE QUEUE WITH
006490* THE CHECKER AND THE DECISION TIME; THE CALLER HAS SET THE NEW
006500* STATUS IN PENDING-CHANGE-RECORD.  THE QUEUE WRITER ALSO LOGS
006510* THE APPROVE OR DECLINE TO THE SECURITY EVENT LOG.
006520******************************************************************
006530 5000-RECORD-DECISION.
006540     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
006550     ACCEPT WS-CURRENT-TIME FROM TIME.
006560     STRING WS-CURRENT-DATE WS-CURRENT-TIME
006570         DELIMITED BY SIZE INTO PCH-DECISION-TIMESTAMP.
006580     MOVE LNK-SUPERVISOR-ID TO PCH-CHECKER-ID.
006590     MOVE SPACES TO WS-QUEUE-STATUS.
006600     CALL 'CALC-CHANGE-QUEUE' USING PENDING-CHANGE-RECORD
006610         WS-QUEUE-STATUS.
006620     IF WS-QUEUE-STATUS NOT = '00'
006630         DISPLAY 'Decisao NAO registrada na fila - avise o '
006640             'suporte.'
006650         GO TO 5000-EXIT
006660     END-IF.
006670     MOVE PCH-STATUS TO WS-PCH-STATUS (WS-PCH-FOUND-SUB).
006680     MOVE PENDING-CHANGE-RECORD
006690         TO WS-PCH-IMAGE (WS-PCH-FOUND-SUB).
006700     SUBTRACT 1 FROM WS-PENDING-COUNT.
006710 5000-EXIT.
006720     EXIT.
