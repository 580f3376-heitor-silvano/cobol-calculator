000160*
000170*              LIKE THE OPERATOR AND RATE MASTERS, THE FILE IS
000180*              LOADED INTO A TABLE (LAST RECORD PER INSTRUCTION
000190*              ID AND STEP WINS - THE DATASET IS DISP=MOD) FOR
000200*              THE LISTING AND THE EXISTENCE CHECKS.  NOTHING
000210*              IS WRITTEN TO THE MASTER HERE - EVERY ADD,
000220*              DEACTIVATION AND REACTIVATION IS QUEUED AS A
000222*              PENDING CHANGE (SEE CALCPCH) AND REACHES STDMST
000224*              ONLY WHEN A SECOND, DIFFERENT SUPERVISOR APPROVES
000226*              IT THROUGH CALC-CHANGE-APPROVAL (MENU OPTION 11).
000230*              DEACTIVATION FLAGS STEP 01, WHICH CARRIES THE
000240*              INSTRUCTION'S FREQUENCY AND STATUS; THE
000250*              GENERATOR NEVER EMITS AN INSTRUCTION WHOSE STEP
000400*                    EXISTS TO ELIMINATE.  THE NUMBERS ARE
000410*                    KEYED AS NINE DIGITS WITH THE CENTS IN THE
000420*                    LAST TWO POSITIONS (000000525 = 5.25).
000421*   10/15/2026  RA   DUAL CONTROL - ACTIONS I, D AND R NOW QUEUE
000422*                    THE STEP AS A PENDING CHANGE FOR A SECOND
000423*                    SUPERVISOR TO APPROVE INSTEAD OF CHANGING
000424*                    THE TABLE, AND THE MASTER IS NO LONGER
000425*                    WRITTEN BACK ON EXIT - ONLY AN APPROVAL
000426*                    EVER APPENDS TO STDMST.  THE EXIT NOW
000427*                    REPORTS HOW MANY CHANGES WERE QUEUED.
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. CALC-STANDING-MAINT.
000690 77  WS-MAINT-STEP               PIC 9(02) VALUE ZERO.
000700 77  WS-MAINT-ACTION             PIC X(01) VALUE SPACES.
000710 77  WS-MAINT-SYMBOL             PIC X(01) VALUE SPACES.
000712 77  WS-QUEUE-STATUS             PIC X(02) VALUE SPACES.
000714 77  WS-CURRENT-DATE             PIC X(08).
000716 77  WS-CURRENT-TIME             PIC X(08).
000718 77  WS-CHANGES-QUEUED           PIC 9(04) VALUE ZERO.
000720
000730*----------------------------------------------------------------
000740* THE KEYED OPERANDS LAND HERE FIRST SO THEY CAN BE PROVED
001110 01  WS-LIST-NUMBER1             PIC ZZZZZZ9.99-.
001120 01  WS-LIST-NUMBER2             PIC ZZZZZZ9.99-.
001130
001133 COPY CALCPCH.
001136
001140 LINKAGE SECTION.
001150 01  LNK-SUPERVISOR-ID           PIC X(08).
001160
001170 PROCEDURE DIVISION USING LNK-SUPERVISOR-ID.
001180
001190******************************************************************
001200* 0000-MAIN-CONTROL - MAINLINE.  LOAD THE MASTER AND TAKE
001210* ACTIONS UNTIL THE SUPERVISOR LEAVES.  EVERY CHANGE GOES TO THE
001215* PENDING-CHANGE QUEUE - THE EXIT ONLY REPORTS HOW MANY WENT.
001220******************************************************************
001230 0000-MAIN-CONTROL.
001240     PERFORM 1000-LOAD-MASTER THRU 1000-EXIT.
001250     PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
001260         UNTIL MAINT-FINISHED.
001270     PERFORM 9500-REPORT-QUEUED THRU 9500-EXIT.
001280     GOBACK.
001290
001300******************************************************************
002270     EXIT.
002280
002290******************************************************************
002300* 2100-ADD-STEP - SUBMIT ONE NEW STEP OF AN INSTRUCTION FOR
002310* APPROVAL.  STEP 01 IS THE DETAIL TRIPLE AND CARRIES THE
002320* FREQUENCY; STEPS 02 AND UP BECOME CONTINUATION CARDS, WHERE
002330* NUMBER1 STAYS ZEROS - THE PREVIOUS STEP'S RESULT FEEDS IN AT
002335* RUN TIME.
002340******************************************************************
002350 2100-ADD-STEP.
002360     DISPLAY 'ID da instrucao (ate 6 caracteres)'.
002780         DISPLAY 'Numero invalido - use somente digitos.'
002790         GO TO 2100-EXIT
002800     END-IF.
002810     MOVE SPACES TO PENDING-CHANGE-RECORD.
002820     MOVE WS-MAINT-ID     TO PCH-STD-ID.
002830     MOVE WS-MAINT-STEP   TO PCH-STD-STEP.
002840     MOVE WS-MAINT-SYMBOL TO PCH-STD-SYMBOL.
002850     MOVE WS-MAINT-N2     TO PCH-STD-NUMBER2.
002860     IF WS-MAINT-STEP = 1
002870         MOVE WS-MAINT-N1 TO PCH-STD-NUMBER1
002880     ELSE
002890         MOVE ZERO TO PCH-STD-NUMBER1
002900     END-IF.
002910     DISPLAY 'Descricao'.
002920     ACCEPT PCH-STD-DESCRIPTION.
002930     IF WS-MAINT-STEP = 1
002940         DISPLAY 'Frequencia: D=Diaria W=Semanal M=Mensal'
002950         ACCEPT PCH-STD-FREQUENCY
002960         IF PCH-STD-FREQUENCY NOT = 'D' AND NOT = 'W'
002970            AND NOT = 'M'
002980             DISPLAY 'Frequencia invalida - assumida D.'
002990             MOVE 'D' TO PCH-STD-FREQUENCY
003000         END-IF
003010     ELSE
003020         MOVE SPACES TO PCH-STD-FREQUENCY
003030     END-IF.
003040     MOVE 'A' TO PCH-STD-STATUS-FLAG.
003050     SET PCH-STD-ADD-STEP TO TRUE.
003060     PERFORM 2500-SUBMIT-CHANGE THRU 2500-EXIT.
003062     IF WS-QUEUE-STATUS = '00'
003064         DISPLAY 'Passo ' WS-MAINT-STEP ' da instrucao '
003066             WS-MAINT-ID ' enviado para aprovacao.'
003068     END-IF.
003070 2100-EXIT.
003080     EXIT.
003090
003100******************************************************************
003110* 2200-DEACTIVATE - SUBMIT AN INSTRUCTION'S STEP 01 FOR
003120* DEACTIVATION.  THE GENERATOR NEVER EMITS AN INSTRUCTION WHOSE
003130* STEP 01 IS NOT ACTIVE, SO THE OTHER STEPS CAN STAY AS THEY
003135* ARE.
003140******************************************************************
003150 2200-DEACTIVATE.
003160     DISPLAY 'ID da instrucao a desativar'.
003210         DISPLAY 'Instrucao nao cadastrada.'
003220         GO TO 2200-EXIT
003230     END-IF.
003240     PERFORM 2600-BUILD-STEP-IMAGE THRU 2600-EXIT.
003250     MOVE 'D' TO PCH-STD-STATUS-FLAG.
003251     SET PCH-STD-DEACTIVATE TO TRUE.
003252     PERFORM 2500-SUBMIT-CHANGE THRU 2500-EXIT.
003253     IF WS-QUEUE-STATUS = '00'
003254         DISPLAY 'Desativacao da instrucao ' WS-MAINT-ID
003255             ' enviada para aprovacao.'
003256     END-IF.
003260 2200-EXIT.
003270     EXIT.
003280
003290******************************************************************
003300* 2300-REACTIVATE - SUBMIT A DEACTIVATED INSTRUCTION TO BE RESET
003310* BACK TO ACTIVE.
003320******************************************************************
003330 2300-REACTIVATE.
003340     DISPLAY 'ID da instrucao a reativar'.
003390         DISPLAY 'Instrucao nao cadastrada.'
003400         GO TO 2300-EXIT
003410     END-IF.
003420     PERFORM 2600-BUILD-STEP-IMAGE THRU 2600-EXIT.
003430     MOVE 'A' TO PCH-STD-STATUS-FLAG.
003431     SET PCH-STD-REACTIVATE TO TRUE.
003432     PERFORM 2500-SUBMIT-CHANGE THRU 2500-EXIT.
003433     IF WS-QUEUE-STATUS = '00'
003434         DISPLAY 'Reativacao da instrucao ' WS-MAINT-ID
003435             ' enviada para aprovacao.'
003436     END-IF.
003440 2300-EXIT.
003450     EXIT.
003460
003940     EXIT.
003950
003960******************************************************************
003970* 2500-SUBMIT-CHANGE - STAMP THE PENDING-CHANGE RECORD WITH THE
003980* SUBMIT TIME AND THE MAKER AND HAND IT TO THE QUEUE WRITER,
003990* WHICH ALSO LOGS THE SUBMIT TO THE SECURITY EVENT LOG.  THE
004000* CALLER HAS ALREADY FILLED THE STEP IMAGE AND THE ACTION.  A
004010* CHANGE THE QUEUE TAKES IS COUNTED FOR THE EXIT MESSAGE.
004020******************************************************************
004030 2500-SUBMIT-CHANGE.
004040     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004050     ACCEPT WS-CURRENT-TIME FROM TIME.
004060     STRING WS-CURRENT-DATE WS-CURRENT-TIME
004070         DELIMITED BY SIZE INTO PCH-SUBMIT-TIMESTAMP.
004080     MOVE LNK-SUPERVISOR-ID TO PCH-MAKER-ID.
004090     SET PCH-TYPE-STANDING TO TRUE.
004091     SET PCH-PENDING TO TRUE.
004092     MOVE WS-MAINT-ID TO PCH-TARGET-ID.
004093     MOVE SPACES TO WS-QUEUE-STATUS.
004094     CALL 'CALC-CHANGE-QUEUE' USING PENDING-CHANGE-RECORD
004095         WS-QUEUE-STATUS.
004096     IF WS-QUEUE-STATUS NOT = '00'
004097         DISPLAY 'Alteracao NAO enviada - fila de aprovacao '
004098             'indisponivel.'
004100     ELSE
004110         ADD 1 TO WS-CHANGES-QUEUED
004120     END-IF.
004130 2500-EXIT.
004140     EXIT.
004150
004160******************************************************************
004170* 2600-BUILD-STEP-IMAGE - COPY THE STEP AT WS-STD-FOUND-SUB INTO
004180* THE PENDING-CHANGE IMAGE AS IT STANDS ON THE MASTER TODAY.  THE
004190* CALLER THEN SETS THE NEW STATUS AND THE ACTION.
004200******************************************************************
004210 2600-BUILD-STEP-IMAGE.
004220     MOVE SPACES TO PENDING-CHANGE-RECORD.
004230     MOVE WS-STD-ID (WS-STD-FOUND-SUB)      TO PCH-STD-ID.
004240     MOVE WS-STD-STEP (WS-STD-FOUND-SUB)    TO PCH-STD-STEP.
004250     MOVE WS-STD-DESC (WS-STD-FOUND-SUB)
004260         TO PCH-STD-DESCRIPTION.
004270     MOVE WS-STD-NUMBER1 (WS-STD-FOUND-SUB) TO PCH-STD-NUMBER1.
004280     MOVE WS-STD-SYMBOL (WS-STD-FOUND-SUB)  TO PCH-STD-SYMBOL.
004290     MOVE WS-STD-NUMBER2 (WS-STD-FOUND-SUB) TO PCH-STD-NUMBER2.
004300     MOVE WS-STD-FREQ (WS-STD-FOUND-SUB)    TO PCH-STD-FREQUENCY.
004310 2600-EXIT.
004320     EXIT.
004330
004340******************************************************************
004350* 9500-REPORT-QUEUED - TELL THE SUPERVISOR ON THE WAY OUT HOW
004360* MANY CHANGES THIS SESSION SENT FOR APPROVAL.  NOTHING IS
004370* WRITTEN TO THE MASTER HERE - SEE 2500-SUBMIT-CHANGE.
004380******************************************************************
004390 9500-REPORT-QUEUED.
004400     DISPLAY 'Alteracoes enviadas para aprovacao nesta sessao: '
004410         WS-CHANGES-QUEUED '.'.
004420 9500-EXIT.
004430     EXIT.
