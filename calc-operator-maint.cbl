000140*              BACK IN FULL WHEN THE SUPERVISOR LEAVES - SO AN
000150*              ABANDONED SESSION (EXIT WITHOUT THE GRAVAR STEP
000160*              RUNNING) CHANGES NOTHING.
000161*
000162*              AN AUTHORIZATION-LEVEL CHANGE IS NOT MADE HERE -
000163*              IT IS QUEUED (CALC-CHANGE-QUEUE, SEE CALCPCH) AND
000164*              REACHES THE MASTER ONLY WHEN A SECOND, DIFFERENT
000165*              SUPERVISOR APPROVES IT (CALC-CHANGE-APPROVAL, MENU
000166*              OPTION 11).  A NEW OPERATOR IS ADDED AS A TRAINEE
000167*              AND ANY HIGHER LEVEL IS QUEUED THE SAME WAY -
000168*              EXCEPT ON AN EMPTY MASTER (FIRST-TIME SETUP),
000169*              WHERE THERE IS NO SECOND SUPERVISOR TO APPROVE.
000170*
000171*              EACH OPERATOR ALSO CARRIES AN AMOUNT LIMIT
000172*              (OPM-MAX-AMOUNT, ZERO = NO LIMIT), SET WHEN THE
000173*              OPERATOR IS ADDED AND CHANGED WITH ACTION M.  THE
000174*              CALCULATORS HOLD ANY CALCULATION OVER IT FOR A
000175*              SUPERVISOR'S OVERRIDE (SEE CALC-AMOUNT-OVERRIDE).
000176*              A LIMIT CHANGE IS MADE DIRECTLY AND LOGGED TO THE
000177*              SECURITY EVENT LOG (EVENT 14) - A SUPERVISOR
000178*              CANNOT CHANGE THEIR OWN.
000179*
000180* MODIFICATION HISTORY.
000190*   08/22/2026  RA   ORIGINAL PROGRAM.
000200*   08/22/2026  RA   RE-ARM THE SWITCHES AND THE TABLE COUNT AT
000260*                    DISP=MOD, SO EVERY SAVE APPENDS A FULL
000270*                    CURRENT COPY AFTER THE OLDER ONES, THE SAME
000280*                    IDIOM AS THE CHECKPOINT AND SWEEP FILES.
000281*   10/15/2026  RA   DUAL CONTROL - NEW ACTION N QUEUES A LEVEL
000282*                    CHANGE FOR A SECOND SUPERVISOR; ACTION I ADDS
000283*                    A TRAINEE AND QUEUES ANY HIGHER LEVEL (DIRECT
000284*                    ONLY ON AN EMPTY MASTER AT FIRST SETUP).
000285*   10/15/2026  RA   AMOUNT LIMIT PER OPERATOR - KEYED ON ACTION
000286*                    I, CHANGED WITH NEW ACTION M, SHOWN ON LIST.
000287*                    A NON-NUMERIC LIMIT IS REFUSED ON EITHER.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. CALC-OPERATOR-MAINT.
000510 77  WS-OPR-USED                 PIC 9(04) COMP VALUE ZERO.
000520 77  WS-OPR-SUB                  PIC 9(04) COMP VALUE ZERO.
000530 77  WS-OPR-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
000533 77  WS-MAINT-LEVEL              PIC X(01) VALUE SPACES.
000536 77  WS-QUEUE-STATUS             PIC X(02) VALUE SPACES.
000540 77  WS-MAINT-ID                 PIC X(08) VALUE SPACES.
000550 77  WS-MAINT-ACTION             PIC X(01) VALUE SPACES.
000551
000552*----------------------------------------------------------------
000553* THE KEYED AMOUNT LIMIT LANDS HERE FIRST SO IT CAN BE PROVED
000554* NUMERIC - NINE DIGITS, CENTS IN THE LAST TWO POSITIONS.
000555*----------------------------------------------------------------
000556 01  WS-MAINT-LIMIT-IN           PIC X(09) VALUE SPACES.
000557 01  WS-MAINT-LIMIT REDEFINES WS-MAINT-LIMIT-IN
000558                                 PIC 9(7)V99.
000559 01  WS-LIMIT-DISPLAY            PIC Z,ZZZ,ZZ9.99.
000560
000570 01  WS-OPM-EOF-SWITCH           PIC X(01) VALUE 'N'.
000580     88  END-OF-MASTER           VALUE 'Y'.
000610 01  WS-MAINT-SWITCH             PIC X(01) VALUE 'N'.
000620     88  MAINT-FINISHED          VALUE 'Y'.
000630     88  MAINT-IN-PROGRESS       VALUE 'N'.
000632
000634 01  WS-SETUP-SWITCH             PIC X(01) VALUE 'N'.
000636     88  FIRST-TIME-SETUP        VALUE 'Y'.
000638     88  NOT-FIRST-TIME-SETUP    VALUE 'N'.
000640
000650*----------------------------------------------------------------
000660* IN-CORE COPY OF THE OPERATOR MASTER BEING WORKED ON.
000710         10  WS-OPR-NAME         PIC X(25).
000720         10  WS-OPR-LEVEL        PIC X(01).
000730         10  WS-OPR-STATUS       PIC X(01).
000735         10  WS-OPR-LIMIT        PIC 9(07)V99.
000740
000750 77  WS-CURRENT-DATE             PIC X(08).
000760 77  WS-CURRENT-TIME             PIC X(08).
000770
000780 COPY CALCSEC.
000783
000786 COPY CALCPCH.
000790
000800 LINKAGE SECTION.
000810 01  LNK-SUPERVISOR-ID           PIC X(08).
001000* RECORDS REPLACE WHAT EARLIER ONES LOADED.  A MISSING FILE JUST
001010* MEANS AN EMPTY TABLE - FIRST-TIME SETUP.  THE SWITCHES AND THE
001020* TABLE COUNT ARE RE-ARMED HERE BECAUSE THE MENU CAN CALL THIS
001030* PROGRAM AGAIN IN THE SAME SESSION.  AN EMPTY TABLE AFTER THE
001033* LOAD MEANS FIRST-TIME SETUP - NEW OPERATORS THEN TAKE THEIR
001036* LEVEL STRAIGHT AWAY, SINCE NO SECOND SUPERVISOR EXISTS YET.
001040******************************************************************
001050 1000-LOAD-MASTER.
001060     SET MAINT-IN-PROGRESS TO TRUE.
001180             MOVE 16 TO RETURN-CODE
001190             STOP RUN
001200         END-IF
001201     END-IF.
001202     IF WS-OPR-USED = ZERO
001203         SET FIRST-TIME-SETUP TO TRUE
001204     ELSE
001205         SET NOT-FIRST-TIME-SETUP TO TRUE
001210     END-IF.
001220     DISPLAY ' '.
001230     DISPLAY 'Manutencao de operadores - ' WS-OPR-USED
001470     MOVE OPM-OPERATOR-NAME TO WS-OPR-NAME (WS-OPR-FOUND-SUB).
001480     MOVE OPM-AUTH-LEVEL    TO WS-OPR-LEVEL (WS-OPR-FOUND-SUB).
001490     MOVE OPM-STATUS-FLAG   TO WS-OPR-STATUS (WS-OPR-FOUND-SUB).
001491     IF OPM-MAX-AMOUNT NUMERIC
001492         MOVE OPM-MAX-AMOUNT TO WS-OPR-LIMIT (WS-OPR-FOUND-SUB)
001493     ELSE
001494         MOVE ZERO TO WS-OPR-LIMIT (WS-OPR-FOUND-SUB)
001495     END-IF.
001500 1100-EXIT.
001510     EXIT.
001520
001570 2000-PROCESS-ACTION.
001580     DISPLAY ' '.
001590     DISPLAY 'Acao: I=Incluir D=Desativar R=Reativar'
001600         ' N=Nivel M=Limite L=Listar X=Sair'.
001610     ACCEPT WS-MAINT-ACTION.
001620     IF WS-MAINT-ACTION = 'I' OR WS-MAINT-ACTION = 'i'
001630         PERFORM 2100-ADD-OPERATOR THRU 2100-EXIT
001670     ELSE
001680     IF WS-MAINT-ACTION = 'R' OR WS-MAINT-ACTION = 'r'
001690         PERFORM 2300-REACTIVATE-OPERATOR THRU 2300-EXIT
001691     ELSE
001692     IF WS-MAINT-ACTION = 'N' OR WS-MAINT-ACTION = 'n'
001693         PERFORM 2600-CHANGE-LEVEL THRU 2600-EXIT
001694     ELSE
001695     IF WS-MAINT-ACTION = 'M' OR WS-MAINT-ACTION = 'm'
001696         PERFORM 2800-CHANGE-LIMIT THRU 2800-EXIT
001700     ELSE
001710     IF WS-MAINT-ACTION = 'L' OR WS-MAINT-ACTION = 'l'
001720         PERFORM 2400-LIST-OPERATORS THRU 2400-EXIT
001790     END-IF
001800     END-IF
001810     END-IF
001813     END-IF
001816     END-IF
001820     END-IF.
001830 2000-EXIT.
001840     EXIT.
001860******************************************************************
001870* 2100-ADD-OPERATOR - ADD A NEW OPERATOR TO THE TABLE.  AN ID
001880* ALREADY ON FILE IS NOT ADDED TWICE - A DEACTIVATED ONE IS
001890* REACTIVATED WITH ACTION R INSTEAD.  OUTSIDE FIRST-TIME SETUP
001892* THE OPERATOR GOES ON AS A TRAINEE AND A HIGHER LEVEL IS
001894* QUEUED FOR APPROVAL LIKE ANY OTHER LEVEL CHANGE.  THE AMOUNT
001896* LIMIT GOES ON STRAIGHT AWAY AND RIDES ON THE ADD EVENT.
001900******************************************************************
001910 2100-ADD-OPERATOR.
001920     DISPLAY 'ID do novo operador (ate 8 caracteres)'.
002090     DISPLAY 'Nome do operador'.
002100     ACCEPT WS-OPR-NAME (WS-OPR-USED).
002110     DISPLAY 'Nivel: 1=Estagiario 2=Operador 3=Supervisor'.
002120     ACCEPT WS-MAINT-LEVEL.
002130     IF WS-MAINT-LEVEL NOT = '1' AND NOT = '2'
002140        AND NOT = '3'
002150         DISPLAY 'Nivel invalido - assumido 1 (Estagiario).'
002151         MOVE '1' TO WS-MAINT-LEVEL
002152     END-IF.
002153     IF FIRST-TIME-SETUP
002154         MOVE WS-MAINT-LEVEL TO WS-OPR-LEVEL (WS-OPR-USED)
002155     ELSE
002160         MOVE '1' TO WS-OPR-LEVEL (WS-OPR-USED)
002170     END-IF.
002180     MOVE 'A' TO WS-OPR-STATUS (WS-OPR-USED).
002181     DISPLAY 'Limite de valor (9 digitos, centavos nas 2'
002182         ' ultimas posicoes - 000000000 = sem limite)'.
002183     ACCEPT WS-MAINT-LIMIT-IN.
002184     IF WS-MAINT-LIMIT-IN NOT NUMERIC
002185         DISPLAY 'Valor invalido - operador nao incluido.'
002186         SUBTRACT 1 FROM WS-OPR-USED
002187         GO TO 2100-EXIT
002188     END-IF.
002189     MOVE WS-MAINT-LIMIT TO WS-OPR-LIMIT (WS-OPR-USED).
002190     DISPLAY 'Operador ' WS-MAINT-ID ' incluido.'.
002200     MOVE SPACES TO SECURITY-EVENT-RECORD.
002210     SET SEC-OPERATOR-ADDED TO TRUE.
002220     MOVE WS-OPR-LEVEL (WS-OPR-USED)  TO SEC-NEW-AUTH-LEVEL.
002230     MOVE WS-OPR-STATUS (WS-OPR-USED) TO SEC-NEW-STATUS-FLAG.
002235     MOVE WS-OPR-LIMIT (WS-OPR-USED)  TO SEC-AMOUNT-LIMIT.
002240     PERFORM 8000-LOG-MAINT-EVENT THRU 8000-EXIT.
002242     IF WS-MAINT-LEVEL NOT = WS-OPR-LEVEL (WS-OPR-USED)
002244         MOVE WS-OPR-USED TO WS-OPR-FOUND-SUB
002246         PERFORM 2700-SUBMIT-LEVEL-CHANGE THRU 2700-EXIT
002248     END-IF.
002250 2100-EXIT.
002260     EXIT.
002270
002910* 2400-LIST-OPERATORS - SHOW THE TABLE AS IT STANDS.
002920******************************************************************
002930 2400-LIST-OPERATORS.
002940     DISPLAY 'ID       NIVEL STATUS       LIMITE NOME'.
002950     MOVE 1 TO WS-OPR-SUB.
002960     PERFORM 2410-LIST-ONE-OPERATOR THRU 2410-EXIT
002970         UNTIL WS-OPR-SUB > WS-OPR-USED.
002990     EXIT.
003000
003010 2410-LIST-ONE-OPERATOR.
003015     MOVE WS-OPR-LIMIT (WS-OPR-SUB) TO WS-LIMIT-DISPLAY.
003020     DISPLAY WS-OPR-ID (WS-OPR-SUB) '   '
003030         WS-OPR-LEVEL (WS-OPR-SUB) '     '
003040         WS-OPR-STATUS (WS-OPR-SUB) '    '
003045         WS-LIMIT-DISPLAY ' '
003050         WS-OPR-NAME (WS-OPR-SUB).
003060     ADD 1 TO WS-OPR-SUB.
003070 2410-EXIT.
004040     MOVE WS-OPR-NAME (WS-OPR-SUB)   TO OPM-OPERATOR-NAME.
004050     MOVE WS-OPR-LEVEL (WS-OPR-SUB)  TO OPM-AUTH-LEVEL.
004060     MOVE WS-OPR-STATUS (WS-OPR-SUB) TO OPM-STATUS-FLAG.
004065     MOVE WS-OPR-LIMIT (WS-OPR-SUB)  TO OPM-MAX-AMOUNT.
004070     WRITE OPERATOR-MASTER-RECORD.
004080     ADD 1 TO WS-OPR-SUB.
004090 9100-EXIT.
004100     EXIT.
004110
004120******************************************************************
004130* 2600-CHANGE-LEVEL - ASK FOR AN OPERATOR AND THE NEW
004140* AUTHORIZATION LEVEL AND QUEUE THE CHANGE FOR APPROVAL.  A
004150* SUPERVISOR CANNOT ASK FOR A CHANGE TO THEIR OWN LEVEL.
004160******************************************************************
004170 2600-CHANGE-LEVEL.
004180     DISPLAY 'ID do operador a alterar o nivel'.
004190     ACCEPT WS-MAINT-ID.
004200     IF WS-MAINT-ID = LNK-SUPERVISOR-ID
004210         DISPLAY 'Nao e possivel alterar o nivel do proprio'
004220             ' operador.'
004230         GO TO 2600-EXIT
004240     END-IF.
004250     PERFORM 3000-FIND-OPERATOR THRU 3000-EXIT.
004260     IF WS-OPR-FOUND-SUB = ZERO
004270         DISPLAY 'Operador nao cadastrado.'
004280         GO TO 2600-EXIT
004290     END-IF.
004300     DISPLAY 'Nivel atual: ' WS-OPR-LEVEL (WS-OPR-FOUND-SUB).
004310     DISPLAY 'Novo nivel: 1=Estagiario 2=Operador 3=Supervisor'.
004320     ACCEPT WS-MAINT-LEVEL.
004330     IF WS-MAINT-LEVEL NOT = '1' AND NOT = '2'
004340        AND NOT = '3'
004350         DISPLAY 'Nivel invalido.'
004360         GO TO 2600-EXIT
004370     END-IF.
004380     IF WS-MAINT-LEVEL = WS-OPR-LEVEL (WS-OPR-FOUND-SUB)
004390         DISPLAY 'Operador ja esta nesse nivel.'
004400         GO TO 2600-EXIT
004410     END-IF.
004420     PERFORM 2700-SUBMIT-LEVEL-CHANGE THRU 2700-EXIT.
004430 2600-EXIT.
004440     EXIT.
004450
004460******************************************************************
004470* 2700-SUBMIT-LEVEL-CHANGE - QUEUE A CHANGE FROM THE LEVEL AT
004480* WS-OPR-FOUND-SUB TO WS-MAINT-LEVEL.  THE QUEUE WRITER ALSO
004490* LOGS THE SUBMIT TO THE SECURITY EVENT LOG.  THE TABLE IS NOT
004500* TOUCHED - THE NEW LEVEL REACHES THE MASTER ONLY ON APPROVAL.
004510******************************************************************
004520 2700-SUBMIT-LEVEL-CHANGE.
004530     MOVE SPACES TO PENDING-CHANGE-RECORD.
004540     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004550     ACCEPT WS-CURRENT-TIME FROM TIME.
004560     STRING WS-CURRENT-DATE WS-CURRENT-TIME
004570         DELIMITED BY SIZE INTO PCH-SUBMIT-TIMESTAMP.
004580     MOVE LNK-SUPERVISOR-ID TO PCH-MAKER-ID.
004590     SET PCH-TYPE-OPERATOR TO TRUE.
004600     SET PCH-PENDING TO TRUE.
004610     MOVE WS-MAINT-ID TO PCH-TARGET-ID.
004620     MOVE WS-MAINT-ID TO PCH-OPR-ID.
004630     MOVE WS-OPR-LEVEL (WS-OPR-FOUND-SUB) TO PCH-OPR-OLD-LEVEL.
004640     MOVE WS-MAINT-LEVEL TO PCH-OPR-NEW-LEVEL.
004650     MOVE SPACES TO WS-QUEUE-STATUS.
004660     CALL 'CALC-CHANGE-QUEUE' USING PENDING-CHANGE-RECORD
004670         WS-QUEUE-STATUS.
004680     IF WS-QUEUE-STATUS = '00'
004690         DISPLAY 'Nivel ' WS-MAINT-LEVEL ' do operador '
004700             WS-MAINT-ID ' enviado para aprovacao.'
004710     ELSE
004720         DISPLAY 'Nivel do operador ' WS-MAINT-ID ' NAO enviado'
004730             ' - fila de aprovacao indisponivel.'
004740     END-IF.
004750 2700-EXIT.
004760     EXIT.
004770
004780******************************************************************
004790* 2800-CHANGE-LIMIT - ASK FOR AN OPERATOR AND THEIR NEW AMOUNT
004800* LIMIT AND PUT IT ON THE TABLE.  ZERO MEANS NO LIMIT.  A
004810* SUPERVISOR CANNOT CHANGE THEIR OWN LIMIT.  THE OLD AND NEW
004820* LIMIT ARE SHOWN; THE NEW ONE GOES ON THE SECURITY EVENT.
004830******************************************************************
004840 2800-CHANGE-LIMIT.
004850     DISPLAY 'ID do operador a alterar o limite'.
004860     ACCEPT WS-MAINT-ID.
004870     IF WS-MAINT-ID = LNK-SUPERVISOR-ID
004880         DISPLAY 'Nao e possivel alterar o limite do proprio'
004890             ' operador.'
004900         GO TO 2800-EXIT
004910     END-IF.
004920     PERFORM 3000-FIND-OPERATOR THRU 3000-EXIT.
004930     IF WS-OPR-FOUND-SUB = ZERO
004940         DISPLAY 'Operador nao cadastrado.'
004950         GO TO 2800-EXIT
004960     END-IF.
004970     MOVE WS-OPR-LIMIT (WS-OPR-FOUND-SUB) TO WS-LIMIT-DISPLAY.
004980     DISPLAY 'Limite atual: ' WS-LIMIT-DISPLAY.
004990     DISPLAY 'Novo limite (9 digitos, centavos nas 2'
005000         ' ultimas posicoes - 000000000 = sem limite)'.
005010     ACCEPT WS-MAINT-LIMIT-IN.
005020     IF WS-MAINT-LIMIT-IN NOT NUMERIC
005030         DISPLAY 'Valor invalido - use somente digitos.'
005040         GO TO 2800-EXIT
005050     END-IF.
005060     IF WS-MAINT-LIMIT = WS-OPR-LIMIT (WS-OPR-FOUND-SUB)
005070         DISPLAY 'Operador ja tem esse limite.'
005080         GO TO 2800-EXIT
005090     END-IF.
005100     MOVE SPACES TO SECURITY-EVENT-RECORD.
005110     MOVE WS-OPR-LEVEL (WS-OPR-FOUND-SUB)
005120         TO SEC-OLD-AUTH-LEVEL.
005130     MOVE WS-OPR-LEVEL (WS-OPR-FOUND-SUB)
005140         TO SEC-NEW-AUTH-LEVEL.
005150     MOVE WS-OPR-STATUS (WS-OPR-FOUND-SUB)
005160         TO SEC-OLD-STATUS-FLAG.
005170     MOVE WS-OPR-STATUS (WS-OPR-FOUND-SUB)
005180         TO SEC-NEW-STATUS-FLAG.
005190     MOVE WS-MAINT-LIMIT TO WS-OPR-LIMIT (WS-OPR-FOUND-SUB).
005200     MOVE WS-MAINT-LIMIT TO SEC-AMOUNT-LIMIT.
005210     MOVE WS-MAINT-LIMIT TO WS-LIMIT-DISPLAY.
005220     DISPLAY 'Limite do operador ' WS-MAINT-ID ' alterado para '
005230         WS-LIMIT-DISPLAY '.'.
005240     SET SEC-OPERATOR-LIMIT TO TRUE.
005250     PERFORM 8000-LOG-MAINT-EVENT THRU 8000-EXIT.
005260 2800-EXIT.
005270     EXIT.
