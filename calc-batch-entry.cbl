000010******************************************************************
000020* PROGRAM-ID.  CALC-BATCH-ENTRY.
000030* AUTHOR.      R. ALBUQUERQUE - APPLICATIONS PROGRAMMING.
000040* INSTALLATION. DAY-END RECONCILIATION.
000050* DATE-WRITTEN. 10/15/2026.
000060* DATE-COMPILED.
000070*
000080* PURPOSE.     ON-LINE BATCH-CARD ENTRY (MENU OPTION 13,
000090*              OPERATORS AND SUPERVISORS).  A SENDING AREA WITH
000100*              NO EXTRACT OF ITS OWN HAS ITS CALCIN CARDS KEYED
000110*              HERE FIELD BY FIELD INSTEAD OF IN AN EDITOR.
000120*              EVERY CARD IS PUT THROUGH THE SAME EDITS THE
000130*              FRONT-END EDIT (CALC-INPUT-EDIT) APPLIES AT
000140*              NIGHT - TRANSACTION ID PRESENT AND NOT REPEATED
000150*              IN THE BATCH, NUMBER1 AND NUMBER2 NUMERIC, THE
000160*              MATH SYMBOL ONE OF + - * / R %, THE RATE CODE ON
000170*              THE RATE MASTER, EXPECTED RESULT AND TOLERANCE
000180*              NUMERIC WHEN GIVEN, A CONTINUATION ONLY RIGHT
000190*              AFTER ITS PARENT, AND NO FILE DATE IN A CLOSED
000200*              ACCOUNTING PERIOD - AND A CARD THAT FAILS IS
000210*              REFUSED ON THE SPOT, SO IT NEVER REACHES THE
000220*              REJECT FILE.
000230*
000240*              A BATCH IS IDENTIFIED BY ITS SOURCE-ID AND FILE
000250*              DATE.  IT CAN BE SAVED PART-KEYED AND RESUMED
000260*              LATER, BY THE SAME OR ANOTHER OPERATOR, ON THE
000270*              KEYED-BATCH WORK FILE (BATCHWK, SEE CALCBEN).  ON
000280*              RELEASE THE BATCH IS APPENDED TO THE KEYED-INPUT
000290*              FILE (KEYOUT) AS A COMPLETE SOURCE FILE - THE 'H'
000300*              HEADER, THE CARDS, AND THE 'T' TRAILER WITH THE
000310*              RECORD COUNT AND HASH TOTALS ALREADY COMPUTED -
000320*              WHICH THE CALCKEY JOB CUTS OFF INTO THE NIGHT'S
000322*              KEYED-INPUT GENERATION FOR CALCBAT'S CALCIN AT THE
000324*              START OF THE NIGHT - A BATCH RELEASED AFTER THAT
000326*              GOES TO THE FOLLOWING NIGHT.  THE OPERATOR WHO
000330*              OPENED THE BATCH, THE ONE WHO KEYED EACH CARD AND
000340*              THE ONE WHO RELEASED IT ARE KEPT ON THE WORK FILE.
000350*              A RELEASED BATCH CANNOT BE REOPENED.
000370*
000380*              NUMBERS ARE KEYED AS DIGITS WITH THE CENTS IN THE
000390*              LAST TWO POSITIONS, THE SAME CONVENTION AS THE
000400*              STANDING-INSTRUCTION MAINTENANCE.
000410*
000420* MODIFICATION HISTORY.
000430*   10/15/2026  RA   ORIGINAL PROGRAM.
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. CALC-BATCH-ENTRY.
000470 AUTHOR. R. ALBUQUERQUE.
000480 INSTALLATION. DAY-END RECONCILIATION.
000490 DATE-WRITTEN. 10/15/2026.
000500 DATE-COMPILED.
000510
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT BATCH-WORK-FILE ASSIGN TO BATCHWK
000560         FILE STATUS IS WS-BEN-FILE-STATUS.
000570
000580     SELECT KEYED-INPUT-FILE ASSIGN TO KEYOUT
000590         FILE STATUS IS WS-KEY-FILE-STATUS.
000600
000610     SELECT RATE-MASTER-FILE ASSIGN TO RATEMST
000620         FILE STATUS IS WS-RATE-FILE-STATUS.
000630
000640     SELECT PERIOD-CONTROL-FILE ASSIGN TO PERCTL
000650         FILE STATUS IS WS-PER-FILE-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  BATCH-WORK-FILE.
000700 01  BATCH-WORK-FILE-RECORD      PIC X(100).
000710
000720 FD  KEYED-INPUT-FILE.
000730 01  KEYED-INPUT-FILE-RECORD     PIC X(80).
000740
000750 FD  RATE-MASTER-FILE.
000760 COPY CALCRATE.
000770
000780 FD  PERIOD-CONTROL-FILE.
000790 01  PERIOD-CONTROL-FILE-RECORD  PIC X(60).
000800
000810 WORKING-STORAGE SECTION.
000820 77  WS-BEN-FILE-STATUS          PIC X(02).
000830 77  WS-KEY-FILE-STATUS          PIC X(02).
000840 77  WS-RATE-FILE-STATUS         PIC X(02).
000850 77  WS-PER-FILE-STATUS          PIC X(02).
000860 77  WS-BAT-TABLE-MAX            PIC 9(04) COMP VALUE 500.
000870 77  WS-BAT-USED                 PIC 9(04) COMP VALUE ZERO.
000880 77  WS-BAT-SUB                  PIC 9(04) COMP VALUE ZERO.
000890 77  WS-BAT-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
000900 77  WS-CRD-TABLE-MAX            PIC 9(04) COMP VALUE 500.
000910 77  WS-CRD-USED                 PIC 9(04) COMP VALUE ZERO.
000920 77  WS-CRD-SUB                  PIC 9(04) COMP VALUE ZERO.
000930 77  WS-RTE-TABLE-MAX            PIC 9(04) COMP VALUE 200.
000940 77  WS-RTE-COUNT                PIC 9(04) COMP VALUE ZERO.
000950 77  WS-RTE-SUB                  PIC 9(04) COMP VALUE ZERO.
000960 77  WS-RATE-LOOKUP-CODE         PIC X(04) VALUE SPACES.
000970 77  WS-MAINT-ACTION             PIC X(01) VALUE SPACES.
000980 77  WS-CARD-ACTION              PIC X(01) VALUE SPACES.
000990 77  WS-CONFIRM                  PIC X(01) VALUE SPACES.
001000 77  WS-ENTRY-ID                 PIC X(10) VALUE SPACES.
001010 77  WS-ENTRY-SYMBOL             PIC X(01) VALUE SPACES.
001020 77  WS-ENTRY-RATE-CODE          PIC X(04) VALUE SPACES.
001030 77  WS-PERIOD-LOOKUP            PIC X(06) VALUE SPACES.
001040 77  WS-PERIOD-LAST-STATUS       PIC X(01) VALUE SPACES.
001050 77  WS-CURRENT-DATE             PIC X(08).
001060 77  WS-CURRENT-TIME             PIC X(08).
001070 77  WS-ACTION-TS                PIC X(14) VALUE SPACES.
001080 77  WS-NEW-STATUS               PIC X(01) VALUE SPACES.
001090 77  WS-HASH-NUMBER1             PIC S9(8)V99 VALUE ZERO.
001100 77  WS-HASH-NUMBER2             PIC S9(8)V99 VALUE ZERO.
001110
001120*----------------------------------------------------------------
001130* THE KEYED FIELDS LAND HERE FIRST SO THEY CAN BE PROVED
001140* NUMERIC BEFORE THEY GO ON A CARD - CENTS IN THE LAST TWO
001150* POSITIONS.  EXPECTED RESULT AND TOLERANCE MAY BE LEFT BLANK.
001160*----------------------------------------------------------------
001170 01  WS-ENTRY-N1-IN              PIC X(09) VALUE SPACES.
001180 01  WS-ENTRY-N1 REDEFINES WS-ENTRY-N1-IN
001190                                 PIC 9(7)V99.
001200 01  WS-ENTRY-N2-IN              PIC X(09) VALUE SPACES.
001210 01  WS-ENTRY-N2 REDEFINES WS-ENTRY-N2-IN
001220                                 PIC 9(7)V99.
001230 01  WS-ENTRY-EXP-IN             PIC X(09) VALUE SPACES.
001240 01  WS-ENTRY-EXP REDEFINES WS-ENTRY-EXP-IN
001250                                 PIC 9(7)V99.
001260 01  WS-ENTRY-TOL-IN             PIC X(07) VALUE SPACES.
001270 01  WS-ENTRY-TOL REDEFINES WS-ENTRY-TOL-IN
001280                                 PIC 9(5)V99.
001290
001300 01  WS-ENTRY-KEY.
001310     05  WS-ENTRY-SOURCE-ID      PIC X(03) VALUE SPACES.
001320     05  WS-ENTRY-FILE-DATE      PIC X(08) VALUE SPACES.
001330
001340 01  WS-BEN-EOF-SWITCH           PIC X(01) VALUE 'N'.
001350     88  END-OF-BATCH-WORK       VALUE 'Y'.
001360     88  NOT-END-OF-BATCH-WORK   VALUE 'N'.
001370
001380 01  WS-RATE-EOF-SWITCH          PIC X(01) VALUE 'N'.
001390     88  END-OF-RATE-MASTER      VALUE 'Y'.
001400     88  NOT-END-OF-RATE-MASTER  VALUE 'N'.
001410
001420 01  WS-PER-EOF-SWITCH           PIC X(01) VALUE 'N'.
001430     88  END-OF-PERIOD-FILE      VALUE 'Y'.
001440     88  NOT-END-OF-PERIOD-FILE  VALUE 'N'.
001450
001460 01  WS-MAINT-SWITCH             PIC X(01) VALUE 'N'.
001470     88  MAINT-FINISHED          VALUE 'Y'.
001480     88  MAINT-IN-PROGRESS       VALUE 'N'.
001490
001500 01  WS-BATCH-SWITCH             PIC X(01) VALUE 'N'.
001510     88  BATCH-CLOSED            VALUE 'Y'.
001520     88  BATCH-OPEN              VALUE 'N'.
001530
001540 01  WS-CHANGED-SWITCH           PIC X(01) VALUE 'N'.
001550     88  BATCH-CHANGED           VALUE 'Y'.
001560     88  BATCH-UNCHANGED         VALUE 'N'.
001570
001580 01  WS-COLLECT-SWITCH           PIC X(01) VALUE 'N'.
001590     88  COLLECTING-CARDS        VALUE 'Y'.
001600     88  NOT-COLLECTING-CARDS    VALUE 'N'.
001610
001620 01  WS-FIELDS-SWITCH            PIC X(01) VALUE 'Y'.
001630     88  FIELDS-OK               VALUE 'Y'.
001640     88  FIELDS-REFUSED          VALUE 'N'.
001650
001660 01  WS-DUP-SWITCH               PIC X(01) VALUE 'N'.
001670     88  ID-IS-DUPLICATE         VALUE 'Y'.
001680     88  ID-IS-NEW               VALUE 'N'.
001690
001700 01  WS-RATE-SWITCH              PIC X(01) VALUE 'N'.
001710     88  RATE-CODE-KNOWN         VALUE 'Y'.
001720     88  RATE-CODE-UNKNOWN       VALUE 'N'.
001730
001740*----------------------------------------------------------------
001750* ONE ENTRY PER BATCH ON THE WORK FILE - THE LAST CONTROL RECORD
001760* PER SOURCE-ID AND FILE DATE WINS.
001770*----------------------------------------------------------------
001780 01  WS-BATCH-TABLE.
001790     05  WS-BAT-ENTRY OCCURS 500 TIMES.
001800         10  WS-BAT-KEY          PIC X(11).
001810         10  WS-BAT-STATUS       PIC X(01).
001820         10  WS-BAT-KEYED-BY     PIC X(08).
001830         10  WS-BAT-SAVED-BY     PIC X(08).
001840         10  WS-BAT-RELEASED-BY  PIC X(08).
001850         10  WS-BAT-TIMESTAMP    PIC X(14).
001860         10  WS-BAT-CARD-COUNT   PIC 9(04).
001870
001880*----------------------------------------------------------------
001890* THE BATCH BEING KEYED - ITS CARDS IN KEYING ORDER, EACH WITH
001900* THE OPERATOR WHO KEYED IT.
001910*----------------------------------------------------------------
001920 01  WS-CARD-TABLE.
001930     05  WS-CRD-ENTRY OCCURS 500 TIMES.
001940         10  WS-CRD-IMAGE        PIC X(80).
001950         10  WS-CRD-KEYED-BY     PIC X(08).
001960
001970 01  WS-RATE-CODE-TABLE.
001980     05  WS-RTE-CODE             PIC X(04) OCCURS 200 TIMES.
001990
002000 01  WS-OPEN-BATCH.
002010     05  WS-OPEN-KEYED-BY        PIC X(08) VALUE SPACES.
002020
002030*----------------------------------------------------------------
002040* DISPLAY WORK AREAS - THE NUMBERS ARE EDITED FOR THE SCREEN.
002050*----------------------------------------------------------------
002060 01  WS-LIST-NUMBER1             PIC ZZZZZZ9.99-.
002070 01  WS-LIST-NUMBER2             PIC ZZZZZZ9.99-.
002080 01  WS-LIST-HASH                PIC ZZZZZZZ9.99-.
002090 01  WS-LIST-COUNT               PIC ZZZ9.
002100
002110 COPY CALCIN.
002120
002130 COPY CALCBEN.
002140
002150 COPY CALCPER.
002160
002170 LINKAGE SECTION.
002180 01  LNK-OPERATOR-ID             PIC X(08).
002190
002200 PROCEDURE DIVISION USING LNK-OPERATOR-ID.
002210
002220******************************************************************
002230* 0000-MAIN-CONTROL - MAINLINE.  LOAD THE RATE CODES AND THE
002240* BATCH DIRECTORY, THEN TAKE ACTIONS UNTIL THE OPERATOR LEAVES.
002250******************************************************************
002260 0000-MAIN-CONTROL.
002270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002280     PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
002290         UNTIL MAINT-FINISHED.
002300     GOBACK.
002310
002320******************************************************************
002330* 1000-INITIALIZE - THE SWITCHES AND TABLE COUNTS ARE RE-ARMED
002340* HERE BECAUSE THE MENU CAN CALL THIS PROGRAM AGAIN IN THE SAME
002350* SESSION.
002360******************************************************************
002370 1000-INITIALIZE.
002380     SET MAINT-IN-PROGRESS TO TRUE.
002390     MOVE ZERO TO WS-RTE-COUNT.
002400     PERFORM 1100-LOAD-RATE-CODES THRU 1100-EXIT.
002410     PERFORM 1200-LOAD-BATCH-DIRECTORY THRU 1200-EXIT.
002420     DISPLAY ' '.
002430     DISPLAY 'Digitacao de lotes - ' WS-BAT-USED
002440         ' lotes no arquivo de trabalho.'.
002450 1000-EXIT.
002460     EXIT.
002470
002480******************************************************************
002490* 1100-LOAD-RATE-CODES - LOAD THE DISTINCT RATE CODES FOR THE
002500* RATE-CODE EDIT.  AS IN THE FRONT-END EDIT, A MISSING MASTER
002510* JUST MEANS NO RATE CODES ARE SET UP - A CARD NAMING ONE IS
002520* REFUSED.
002530******************************************************************
002540 1100-LOAD-RATE-CODES.
002550     SET NOT-END-OF-RATE-MASTER TO TRUE.
002560     OPEN INPUT RATE-MASTER-FILE.
002570     IF WS-RATE-FILE-STATUS = '35'
002580         GO TO 1100-EXIT
002590     END-IF.
002600     IF WS-RATE-FILE-STATUS NOT = '00'
002610         DISPLAY 'CALC-BATCH-ENTRY - UNABLE TO OPEN RATEMST'
002620             ' - FILE STATUS ' WS-RATE-FILE-STATUS
002630         MOVE 16 TO RETURN-CODE
002640         STOP RUN
002650     END-IF.
002660     PERFORM 1110-LOAD-ONE-RATE THRU 1110-EXIT
002670         UNTIL END-OF-RATE-MASTER.
002680     CLOSE RATE-MASTER-FILE.
002690 1100-EXIT.
002700     EXIT.
002710
002720 1110-LOAD-ONE-RATE.
002730     READ RATE-MASTER-FILE
002740         AT END
002750             SET END-OF-RATE-MASTER TO TRUE
002760             GO TO 1110-EXIT
002770     END-READ.
002780     MOVE RATE-CODE TO WS-RATE-LOOKUP-CODE.
002790     PERFORM 6200-SCAN-RATE-TABLE THRU 6200-EXIT.
002800     IF RATE-CODE-KNOWN
002810         GO TO 1110-EXIT
002820     END-IF.
002830     IF WS-RTE-COUNT >= WS-RTE-TABLE-MAX
002840         DISPLAY 'CALC-BATCH-ENTRY - MORE THAN ' WS-RTE-TABLE-MAX
002850             ' RATE CODES - RATE TABLE FULL'
002860         MOVE 16 TO RETURN-CODE
002870         STOP RUN
002880     END-IF.
002890     ADD 1 TO WS-RTE-COUNT.
002900     MOVE RATE-CODE TO WS-RTE-CODE (WS-RTE-COUNT).
002910 1110-EXIT.
002920     EXIT.
002930
002940******************************************************************
002950* 1200-LOAD-BATCH-DIRECTORY - READ THE WORK FILE AND KEEP THE
002960* LAST CONTROL RECORD PER BATCH.  THE CARD RECORDS ARE SKIPPED
002970* HERE - THEY ARE ONLY READ WHEN A BATCH IS RESUMED.  A MISSING
002980* FILE JUST MEANS NO BATCH HAS EVER BEEN KEYED.
002990******************************************************************
003000 1200-LOAD-BATCH-DIRECTORY.
003010     MOVE ZERO TO WS-BAT-USED.
003020     SET NOT-END-OF-BATCH-WORK TO TRUE.
003030     OPEN INPUT BATCH-WORK-FILE.
003040     IF WS-BEN-FILE-STATUS = '35'
003050         GO TO 1200-EXIT
003060     END-IF.
003070     IF WS-BEN-FILE-STATUS NOT = '00'
003080         DISPLAY 'CALC-BATCH-ENTRY - UNABLE TO OPEN BATCHWK'
003090             ' - FILE STATUS ' WS-BEN-FILE-STATUS
003100         MOVE 16 TO RETURN-CODE
003110         STOP RUN
003120     END-IF.
003130     PERFORM 1210-LOAD-ONE-CONTROL THRU 1210-EXIT
003140         UNTIL END-OF-BATCH-WORK.
003150     CLOSE BATCH-WORK-FILE.
003160 1200-EXIT.
003170     EXIT.
003180
003190 1210-LOAD-ONE-CONTROL.
003200     READ BATCH-WORK-FILE INTO BATCH-ENTRY-RECORD
003210         AT END
003220             SET END-OF-BATCH-WORK TO TRUE
003230             GO TO 1210-EXIT
003240     END-READ.
003250     IF NOT BEN-TYPE-CONTROL
003260         GO TO 1210-EXIT
003270     END-IF.
003280     MOVE BEN-BATCH-KEY TO WS-ENTRY-KEY.
003290     PERFORM 6000-FIND-BATCH THRU 6000-EXIT.
003300     IF WS-BAT-FOUND-SUB = ZERO
003310         IF WS-BAT-USED >= WS-BAT-TABLE-MAX
003320             DISPLAY 'CALC-BATCH-ENTRY - MORE THAN '
003330                 WS-BAT-TABLE-MAX ' BATCHES - TABLE FULL'
003340             MOVE 16 TO RETURN-CODE
003350             STOP RUN
003360         END-IF
003370         ADD 1 TO WS-BAT-USED
003380         MOVE WS-BAT-USED TO WS-BAT-FOUND-SUB
003390         MOVE BEN-BATCH-KEY TO WS-BAT-KEY (WS-BAT-FOUND-SUB)
003400     END-IF.
003410     PERFORM 6100-COPY-CONTROL-TO-TABLE THRU 6100-EXIT.
003420 1210-EXIT.
003430     EXIT.
003440
003450******************************************************************
003460* 2000-PROCESS-ACTION - ASK FOR AND ROUTE ONE ACTION.
003470******************************************************************
003480 2000-PROCESS-ACTION.
003490     DISPLAY ' '.
003500     DISPLAY 'Acao: N=Novo lote R=Retomar lote L=Listar lotes'
003510         ' X=Sair'.
003520     ACCEPT WS-MAINT-ACTION.
003530     IF WS-MAINT-ACTION = 'N' OR WS-MAINT-ACTION = 'n'
003540         PERFORM 2100-NEW-BATCH THRU 2100-EXIT
003550     ELSE
003560     IF WS-MAINT-ACTION = 'R' OR WS-MAINT-ACTION = 'r'
003570         PERFORM 2200-RESUME-BATCH THRU 2200-EXIT
003580     ELSE
003590     IF WS-MAINT-ACTION = 'L' OR WS-MAINT-ACTION = 'l'
003600         PERFORM 2300-LIST-BATCHES THRU 2300-EXIT
003610     ELSE
003620     IF WS-MAINT-ACTION = 'X' OR WS-MAINT-ACTION = 'x'
003630         SET MAINT-FINISHED TO TRUE
003640     ELSE
003650         DISPLAY 'Acao invalida.'
003660     END-IF
003670     END-IF
003680     END-IF
003690     END-IF.
003700 2000-EXIT.
003710     EXIT.
003720
003730******************************************************************
003740* 2100-NEW-BATCH - OPEN A NEW BATCH FOR A SOURCE-ID AND FILE
003750* DATE (BLANK DATE - TODAY).  A BATCH ALREADY ON THE WORK FILE
003760* UNDER THE SAME IDENTITY IS RESUMED, NOT OPENED AGAIN - AND A
003770* RELEASED ONE CANNOT BE, SINCE THE DOUBLE-POST GUARD WOULD
003780* BYPASS A SECOND FILE WITH THE SAME SOURCE-ID AND FILE DATE.
003790******************************************************************
003800 2100-NEW-BATCH.
003810     PERFORM 2400-ASK-BATCH-KEY THRU 2400-EXIT.
003820     IF WS-ENTRY-KEY = SPACES
003830         GO TO 2100-EXIT
003840     END-IF.
003850     PERFORM 6000-FIND-BATCH THRU 6000-EXIT.
003860     IF WS-BAT-FOUND-SUB > ZERO
003870         IF WS-BAT-STATUS (WS-BAT-FOUND-SUB) = 'R'
003880             DISPLAY 'Lote ja liberado em '
003890                 WS-BAT-TIMESTAMP (WS-BAT-FOUND-SUB) (1:8)
003900                 ' por ' WS-BAT-RELEASED-BY (WS-BAT-FOUND-SUB)
003910                 ' - nao pode ser digitado de novo.'
003920         ELSE
003930             DISPLAY 'Lote ja existe - use R para retomar.'
003940         END-IF
003950         GO TO 2100-EXIT
003960     END-IF.
003970     PERFORM 5000-CHECK-PERIOD THRU 5000-EXIT.
003980     IF WS-PERIOD-LAST-STATUS = 'C'
003990         DISPLAY 'Periodo ' WS-PERIOD-LOOKUP ' fechado - a data'
004000             ' do arquivo nao aceita lancamentos.'
004010         GO TO 2100-EXIT
004020     END-IF.
004030     MOVE ZERO TO WS-CRD-USED.
004040     MOVE LNK-OPERATOR-ID TO WS-OPEN-KEYED-BY.
004050     SET BATCH-UNCHANGED TO TRUE.
004060     DISPLAY 'Lote ' WS-ENTRY-SOURCE-ID ' ' WS-ENTRY-FILE-DATE
004070         ' aberto.'.
004080     PERFORM 3000-WORK-BATCH THRU 3000-EXIT.
004090 2100-EXIT.
004100     EXIT.
004110
004120******************************************************************
004130* 2200-RESUME-BATCH - PICK UP A SAVED BATCH WHERE IT WAS LEFT.
004140* THE WORK FILE IS READ AGAIN FOR THE CARDS OF THE BATCH'S LAST
004150* SAVE.  THE PERIOD IS CHECKED AGAIN - IT MAY HAVE BEEN CLOSED
004160* SINCE THE BATCH WAS SAVED.
004170******************************************************************
004180 2200-RESUME-BATCH.
004190     PERFORM 2400-ASK-BATCH-KEY THRU 2400-EXIT.
004200     IF WS-ENTRY-KEY = SPACES
004210         GO TO 2200-EXIT
004220     END-IF.
004230     PERFORM 6000-FIND-BATCH THRU 6000-EXIT.
004240     IF WS-BAT-FOUND-SUB = ZERO
004250         DISPLAY 'Lote nao encontrado.'
004260         GO TO 2200-EXIT
004270     END-IF.
004280     IF WS-BAT-STATUS (WS-BAT-FOUND-SUB) = 'R'
004290         DISPLAY 'Lote ja liberado em '
004300             WS-BAT-TIMESTAMP (WS-BAT-FOUND-SUB) (1:8)
004310             ' por ' WS-BAT-RELEASED-BY (WS-BAT-FOUND-SUB) '.'
004320         GO TO 2200-EXIT
004330     END-IF.
004340     PERFORM 5000-CHECK-PERIOD THRU 5000-EXIT.
004350     IF WS-PERIOD-LAST-STATUS = 'C'
004360         DISPLAY 'Periodo ' WS-PERIOD-LOOKUP ' fechado - a data'
004370             ' do arquivo nao aceita lancamentos.'
004380         GO TO 2200-EXIT
004390     END-IF.
004400     MOVE WS-BAT-KEYED-BY (WS-BAT-FOUND-SUB) TO WS-OPEN-KEYED-BY.
004410     PERFORM 2210-LOAD-BATCH-CARDS THRU 2210-EXIT.
004420     SET BATCH-UNCHANGED TO TRUE.
004430     DISPLAY 'Lote ' WS-ENTRY-SOURCE-ID ' ' WS-ENTRY-FILE-DATE
004440         ' retomado - ' WS-CRD-USED ' cartoes, aberto por '
004450         WS-OPEN-KEYED-BY '.'.
004460     PERFORM 3000-WORK-BATCH THRU 3000-EXIT.
004470 2200-EXIT.
004480     EXIT.
004490
004500******************************************************************
004510* 2210-LOAD-BATCH-CARDS - EVERY SAVE WRITES ITS CONTROL RECORD
004520* AND THEN THE BATCH'S CARDS TOGETHER, SO THE CARDS OF THE LAST
004530* SAVE ARE THE ONES FOLLOWING THE LAST CONTROL RECORD FOR THE
004540* BATCH.  EACH CONTROL RECORD FOR IT STARTS THE TABLE AGAIN.
004550******************************************************************
004560 2210-LOAD-BATCH-CARDS.
004570     MOVE ZERO TO WS-CRD-USED.
004580     SET NOT-COLLECTING-CARDS TO TRUE.
004590     SET NOT-END-OF-BATCH-WORK TO TRUE.
004600     OPEN INPUT BATCH-WORK-FILE.
004610     IF WS-BEN-FILE-STATUS NOT = '00'
004620         DISPLAY 'CALC-BATCH-ENTRY - UNABLE TO OPEN BATCHWK'
004630             ' - FILE STATUS ' WS-BEN-FILE-STATUS
004640         MOVE 16 TO RETURN-CODE
004650         STOP RUN
004660     END-IF.
004670     PERFORM 2211-LOAD-ONE-RECORD THRU 2211-EXIT
004680         UNTIL END-OF-BATCH-WORK.
004690     CLOSE BATCH-WORK-FILE.
004700 2210-EXIT.
004710     EXIT.
004720
004730 2211-LOAD-ONE-RECORD.
004740     READ BATCH-WORK-FILE INTO BATCH-ENTRY-RECORD
004750         AT END
004760             SET END-OF-BATCH-WORK TO TRUE
004770             GO TO 2211-EXIT
004780     END-READ.
004790     IF BEN-TYPE-CONTROL
004800         IF BEN-BATCH-KEY = WS-ENTRY-KEY
004810             MOVE ZERO TO WS-CRD-USED
004820             SET COLLECTING-CARDS TO TRUE
004830         ELSE
004840             SET NOT-COLLECTING-CARDS TO TRUE
004850         END-IF
004860         GO TO 2211-EXIT
004870     END-IF.
004880     IF NOT-COLLECTING-CARDS
004890        OR BEN-BATCH-KEY NOT = WS-ENTRY-KEY
004900         GO TO 2211-EXIT
004910     END-IF.
004920     IF WS-CRD-USED >= WS-CRD-TABLE-MAX
004930         DISPLAY 'CALC-BATCH-ENTRY - MORE THAN '
004940             WS-CRD-TABLE-MAX ' CARDS IN BATCH ' WS-ENTRY-KEY
004950         MOVE 16 TO RETURN-CODE
004960         STOP RUN
004970     END-IF.
004980     ADD 1 TO WS-CRD-USED.
004990     MOVE BEN-CARD-IMAGE    TO WS-CRD-IMAGE (WS-CRD-USED).
005000     MOVE BEN-CARD-KEYED-BY TO WS-CRD-KEYED-BY (WS-CRD-USED).
005010 2211-EXIT.
005020     EXIT.
005030
005040******************************************************************
005050* 2300-LIST-BATCHES - SHOW EVERY BATCH ON THE WORK FILE WITH
005060* ITS STATUS AND WHO OPENED, LAST SAVED AND RELEASED IT.
005070******************************************************************
005080 2300-LIST-BATCHES.
005090     IF WS-BAT-USED = ZERO
005100         DISPLAY 'Nenhum lote no arquivo de trabalho.'
005110         GO TO 2300-EXIT
005120     END-IF.
005130     DISPLAY 'ORIG DATA     ST CART ABERTO   GRAVADO  LIBERADO'
005140         ' EM'.
005150     MOVE 1 TO WS-BAT-SUB.
005160     PERFORM 2310-LIST-ONE-BATCH THRU 2310-EXIT
005170         UNTIL WS-BAT-SUB > WS-BAT-USED.
005180 2300-EXIT.
005190     EXIT.
005200
005210 2310-LIST-ONE-BATCH.
005220     MOVE WS-BAT-CARD-COUNT (WS-BAT-SUB) TO WS-LIST-COUNT.
005230     DISPLAY WS-BAT-KEY (WS-BAT-SUB) (1:3) '  '
005240         WS-BAT-KEY (WS-BAT-SUB) (4:8) ' '
005250         WS-BAT-STATUS (WS-BAT-SUB) '  '
005260         WS-LIST-COUNT ' '
005270         WS-BAT-KEYED-BY (WS-BAT-SUB) ' '
005280         WS-BAT-SAVED-BY (WS-BAT-SUB) ' '
005290         WS-BAT-RELEASED-BY (WS-BAT-SUB) ' '
005300         WS-BAT-TIMESTAMP (WS-BAT-SUB) (1:8).
005310     ADD 1 TO WS-BAT-SUB.
005320 2310-EXIT.
005330     EXIT.
005340
005350******************************************************************
005360* 2400-ASK-BATCH-KEY - ASK FOR THE SOURCE-ID AND FILE DATE.
005370* WS-ENTRY-KEY COMES BACK SPACES WHEN EITHER IS NOT GOOD.
005380******************************************************************
005390 2400-ASK-BATCH-KEY.
005400     DISPLAY 'Codigo da area de origem (3 caracteres)'.
005410     ACCEPT WS-ENTRY-SOURCE-ID.
005420     IF WS-ENTRY-SOURCE-ID = SPACES
005430         DISPLAY 'Origem nao pode ficar em branco.'
005440         MOVE SPACES TO WS-ENTRY-KEY
005450         GO TO 2400-EXIT
005460     END-IF.
005470     DISPLAY 'Data do arquivo (AAAAMMDD, em branco = hoje)'.
005480     ACCEPT WS-ENTRY-FILE-DATE.
005490     IF WS-ENTRY-FILE-DATE = SPACES
005500         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
005510         MOVE WS-CURRENT-DATE TO WS-ENTRY-FILE-DATE
005520     END-IF.
005530     IF WS-ENTRY-FILE-DATE NOT NUMERIC
005540         DISPLAY 'Data invalida - use AAAAMMDD.'
005550         MOVE SPACES TO WS-ENTRY-KEY
005560     END-IF.
005570 2400-EXIT.
005580     EXIT.
005590
005600******************************************************************
005610* 3000-WORK-BATCH - KEY CARDS INTO THE OPEN BATCH UNTIL IT IS
005620* SAVED, RELEASED OR ABANDONED.
005630******************************************************************
005640 3000-WORK-BATCH.
005650     SET BATCH-OPEN TO TRUE.
005660     PERFORM 3010-CARD-ACTION THRU 3010-EXIT
005670         UNTIL BATCH-CLOSED.
005680 3000-EXIT.
005690     EXIT.
005700
005710 3010-CARD-ACTION.
005720     DISPLAY ' '.
005730     DISPLAY 'Lote ' WS-ENTRY-SOURCE-ID ' ' WS-ENTRY-FILE-DATE
005740         ' - ' WS-CRD-USED ' cartoes.'.
005750     DISPLAY 'D=Detalhe C=Continuacao E=Excluir ultimo V=Ver'
005760         ' G=Gravar F=Liberar A=Abandonar'.
005770     ACCEPT WS-CARD-ACTION.
005780     IF WS-CARD-ACTION = 'D' OR WS-CARD-ACTION = 'd'
005790         PERFORM 3100-KEY-DETAIL THRU 3100-EXIT
005800     ELSE
005810     IF WS-CARD-ACTION = 'C' OR WS-CARD-ACTION = 'c'
005820         PERFORM 3200-KEY-CONTINUATION THRU 3200-EXIT
005830     ELSE
005840     IF WS-CARD-ACTION = 'E' OR WS-CARD-ACTION = 'e'
005850         PERFORM 3500-REMOVE-LAST-CARD THRU 3500-EXIT
005860     ELSE
005870     IF WS-CARD-ACTION = 'V' OR WS-CARD-ACTION = 'v'
005880         PERFORM 3600-SHOW-BATCH THRU 3600-EXIT
005890     ELSE
005900     IF WS-CARD-ACTION = 'G' OR WS-CARD-ACTION = 'g'
005910         PERFORM 4000-SAVE-BATCH THRU 4000-EXIT
005920     ELSE
005930     IF WS-CARD-ACTION = 'F' OR WS-CARD-ACTION = 'f'
005940         PERFORM 4100-RELEASE-BATCH THRU 4100-EXIT
005950     ELSE
005960     IF WS-CARD-ACTION = 'A' OR WS-CARD-ACTION = 'a'
005970         PERFORM 3700-ABANDON-BATCH THRU 3700-EXIT
005980     ELSE
005990         DISPLAY 'Acao invalida.'
006000     END-IF
006010     END-IF
006020     END-IF
006030     END-IF
006040     END-IF
006050     END-IF
006060     END-IF.
006070 3010-EXIT.
006080     EXIT.
006090
006100******************************************************************
006110* 3100-KEY-DETAIL - KEY ONE DETAIL CARD.  THE TRANSACTION ID
006120* MUST BE PRESENT AND NOT ALREADY ON A DETAIL CARD OF THIS
006130* BATCH (THE FRONT-END EDIT'S REASONS 01 AND 02), AND NUMBER1
006140* MUST BE NUMERIC (REASON 03).  THE REST IS THE SAME AS FOR A
006150* CONTINUATION.
006160******************************************************************
006170 3100-KEY-DETAIL.
006180     IF WS-CRD-USED >= WS-CRD-TABLE-MAX
006190         DISPLAY 'Lote cheio - grave ou libere este lote.'
006200         GO TO 3100-EXIT
006210     END-IF.
006220     DISPLAY 'ID da transacao (ate 10 caracteres)'.
006230     ACCEPT WS-ENTRY-ID.
006240     IF WS-ENTRY-ID = SPACES
006250         DISPLAY 'ID nao pode ficar em branco.'
006260         GO TO 3100-EXIT
006270     END-IF.
006280     PERFORM 6300-CHECK-DUPLICATE-ID THRU 6300-EXIT.
006290     IF ID-IS-DUPLICATE
006300         DISPLAY 'ID ja digitado neste lote.'
006310         GO TO 3100-EXIT
006320     END-IF.
006330     DISPLAY 'Primeiro numero (9 digitos, centavos nas 2'
006340         ' ultimas posicoes - ex. 000000525 = 5.25)'.
006350     ACCEPT WS-ENTRY-N1-IN.
006360     IF WS-ENTRY-N1-IN NOT NUMERIC
006370         DISPLAY 'Numero invalido - use somente digitos.'
006380         GO TO 3100-EXIT
006390     END-IF.
006400     PERFORM 3300-KEY-STEP-FIELDS THRU 3300-EXIT.
006410     IF FIELDS-REFUSED
006420         GO TO 3100-EXIT
006430     END-IF.
006440     MOVE SPACES TO BATCH-INPUT-RECORD.
006450     MOVE WS-ENTRY-ID TO BATCH-TRANSACTION-ID.
006460     MOVE WS-ENTRY-N1 TO BATCH-NUMBER1.
006470     MOVE 'D' TO BATCH-RECORD-TYPE.
006480     PERFORM 3400-ADD-CARD THRU 3400-EXIT.
006490 3100-EXIT.
006500     EXIT.
006510
006520******************************************************************
006530* 3200-KEY-CONTINUATION - A CONTINUATION ONLY EVER GOES RIGHT
006540* AFTER ITS PARENT, SO IT TAKES THE TRANSACTION ID OF THE LAST
006550* CARD KEYED - A BATCH WITH NO CARDS YET HAS NO PARENT TO FOLLOW
006560* (THE FRONT-END EDIT'S REASON 06).  NUMBER1 STAYS ZEROS - THE
006570* PREVIOUS STEP'S RESULT FEEDS IN AT RUN TIME.
006580******************************************************************
006590 3200-KEY-CONTINUATION.
006600     IF WS-CRD-USED = ZERO
006610         DISPLAY 'Continuacao sem cartao anterior - digite'
006620             ' primeiro o detalhe.'
006630         GO TO 3200-EXIT
006640     END-IF.
006650     IF WS-CRD-USED >= WS-CRD-TABLE-MAX
006660         DISPLAY 'Lote cheio - grave ou libere este lote.'
006670         GO TO 3200-EXIT
006680     END-IF.
006690     MOVE WS-CRD-IMAGE (WS-CRD-USED) TO BATCH-INPUT-RECORD.
006700     MOVE BATCH-TRANSACTION-ID TO WS-ENTRY-ID.
006710     DISPLAY 'Continuacao da transacao ' WS-ENTRY-ID.
006720     PERFORM 3300-KEY-STEP-FIELDS THRU 3300-EXIT.
006730     IF FIELDS-REFUSED
006740         GO TO 3200-EXIT
006750     END-IF.
006760     MOVE SPACES TO BATCH-INPUT-RECORD.
006770     MOVE WS-ENTRY-ID TO BATCH-TRANSACTION-ID.
006780     MOVE ZERO TO BATCH-NUMBER1.
006790     MOVE 'C' TO BATCH-RECORD-TYPE.
006800     PERFORM 3400-ADD-CARD THRU 3400-EXIT.
006810 3200-EXIT.
006820     EXIT.
006830
006840******************************************************************
006850* 3300-KEY-STEP-FIELDS - THE FIELDS EVERY STEP CARRIES: THE MATH
006860* SYMBOL (REASON 05), THE RATE CODE (REASON 07), NUMBER2 (REASON
006870* 04) AND THE OPTIONAL EXPECTED RESULT AND TOLERANCE (REASON
006880* 08).  A CARD NAMING A RATE CODE CARRIES NUMBER2 AS ZEROS - THE
006890* RATE IS RESOLVED AT RUN TIME - SO NUMBER2 IS NOT ASKED FOR.
006900******************************************************************
006910 3300-KEY-STEP-FIELDS.
006920     SET FIELDS-REFUSED TO TRUE.
006930     DISPLAY 'Operacao (+, -, *, /, R ou %)'.
006940     ACCEPT WS-ENTRY-SYMBOL.
006950     IF WS-ENTRY-SYMBOL NOT = '+' AND NOT = '-' AND
006960        NOT = '*' AND NOT = '/' AND NOT = 'R' AND NOT = '%'
006970         DISPLAY 'Operacao invalida.'
006980         GO TO 3300-EXIT
006990     END-IF.
007000     DISPLAY 'Codigo da taxa (em branco = digitar o segundo'
007010         ' numero)'.
007020     ACCEPT WS-ENTRY-RATE-CODE.
007030     IF WS-ENTRY-RATE-CODE NOT = SPACES
007040         MOVE WS-ENTRY-RATE-CODE TO WS-RATE-LOOKUP-CODE
007050         PERFORM 6200-SCAN-RATE-TABLE THRU 6200-EXIT
007060         IF RATE-CODE-UNKNOWN
007070             DISPLAY 'Taxa ' WS-ENTRY-RATE-CODE
007080                 ' nao cadastrada.'
007090             GO TO 3300-EXIT
007100         END-IF
007110         MOVE ZERO TO WS-ENTRY-N2
007120     ELSE
007130         DISPLAY 'Segundo numero (9 digitos, centavos nas 2'
007140             ' ultimas posicoes)'
007150         ACCEPT WS-ENTRY-N2-IN
007160         IF WS-ENTRY-N2-IN NOT NUMERIC
007170             DISPLAY 'Numero invalido - use somente digitos.'
007180             GO TO 3300-EXIT
007190         END-IF
007200     END-IF.
007210     DISPLAY 'Resultado esperado (9 digitos, em branco ='
007220         ' nao conferir)'.
007230     ACCEPT WS-ENTRY-EXP-IN.
007240     IF WS-ENTRY-EXP-IN NOT = SPACES
007250        AND WS-ENTRY-EXP-IN NOT NUMERIC
007260         DISPLAY 'Resultado esperado invalido.'
007270         GO TO 3300-EXIT
007280     END-IF.
007290     MOVE SPACES TO WS-ENTRY-TOL-IN.
007300     IF WS-ENTRY-EXP-IN NOT = SPACES
007310         DISPLAY 'Tolerancia (7 digitos, em branco = zero)'
007320         ACCEPT WS-ENTRY-TOL-IN
007330         IF WS-ENTRY-TOL-IN NOT = SPACES
007340            AND WS-ENTRY-TOL-IN NOT NUMERIC
007350             DISPLAY 'Tolerancia invalida.'
007360             GO TO 3300-EXIT
007370         END-IF
007380     END-IF.
007390     SET FIELDS-OK TO TRUE.
007400 3300-EXIT.
007410     EXIT.
007420
007430******************************************************************
007440* 3400-ADD-CARD - FINISH THE CARD IMAGE THE CALLER STARTED (ID,
007450* NUMBER1 AND RECORD TYPE) WITH THE STEP FIELDS AND ADD IT TO
007460* THE END OF THE BATCH, STAMPED WITH THE OPERATOR KEYING IT.
007470******************************************************************
007480 3400-ADD-CARD.
007490     MOVE WS-ENTRY-SYMBOL    TO BATCH-MATH-SYMBOL.
007500     MOVE WS-ENTRY-N2        TO BATCH-NUMBER2.
007510     MOVE WS-ENTRY-RATE-CODE TO BATCH-RATE-CODE.
007520     IF WS-ENTRY-EXP-IN NOT = SPACES
007530         MOVE WS-ENTRY-EXP TO BATCH-EXPECTED-RESULT
007540         IF WS-ENTRY-TOL-IN = SPACES
007550             MOVE ZERO TO BATCH-TOLERANCE
007560         ELSE
007570             MOVE WS-ENTRY-TOL TO BATCH-TOLERANCE
007580         END-IF
007590     END-IF.
007600     ADD 1 TO WS-CRD-USED.
007610     MOVE BATCH-INPUT-RECORD TO WS-CRD-IMAGE (WS-CRD-USED).
007620     MOVE LNK-OPERATOR-ID    TO WS-CRD-KEYED-BY (WS-CRD-USED).
007630     SET BATCH-CHANGED TO TRUE.
007640     DISPLAY 'Cartao ' WS-CRD-USED ' incluido.'.
007650 3400-EXIT.
007660     EXIT.
007670
007680******************************************************************
007690* 3500-REMOVE-LAST-CARD - TAKE BACK THE LAST CARD KEYED.  ONLY
007700* THE LAST ONE CAN GO, SO A CHAIN IS NEVER LEFT WITH A
007710* CONTINUATION CUT OFF FROM ITS PARENT.
007720******************************************************************
007730 3500-REMOVE-LAST-CARD.
007740     IF WS-CRD-USED = ZERO
007750         DISPLAY 'Lote sem cartoes.'
007760         GO TO 3500-EXIT
007770     END-IF.
007780     MOVE WS-CRD-IMAGE (WS-CRD-USED) TO BATCH-INPUT-RECORD.
007790     DISPLAY 'Cartao ' WS-CRD-USED ' (' BATCH-TRANSACTION-ID
007800         ') excluido.'.
007810     SUBTRACT 1 FROM WS-CRD-USED.
007820     SET BATCH-CHANGED TO TRUE.
007830 3500-EXIT.
007840     EXIT.
007850
007860******************************************************************
007870* 3600-SHOW-BATCH - LIST THE BATCH'S CARDS AS THEY STAND.
007880******************************************************************
007890 3600-SHOW-BATCH.
007900     IF WS-CRD-USED = ZERO
007910         DISPLAY 'Lote sem cartoes.'
007920         GO TO 3600-EXIT
007930     END-IF.
007940     DISPLAY 'NR   TIPO ID          NUMERO 1   OP   NUMERO 2'
007950         '  TAXA DIGITADO'.
007960     MOVE 1 TO WS-CRD-SUB.
007970     PERFORM 3610-SHOW-ONE-CARD THRU 3610-EXIT
007980         UNTIL WS-CRD-SUB > WS-CRD-USED.
007990 3600-EXIT.
008000     EXIT.
008010
008020 3610-SHOW-ONE-CARD.
008030     MOVE WS-CRD-IMAGE (WS-CRD-SUB) TO BATCH-INPUT-RECORD.
008040     MOVE BATCH-NUMBER1 TO WS-LIST-NUMBER1.
008050     MOVE BATCH-NUMBER2 TO WS-LIST-NUMBER2.
008060     DISPLAY WS-CRD-SUB ' ' BATCH-RECORD-TYPE '    '
008070         BATCH-TRANSACTION-ID ' ' WS-LIST-NUMBER1 ' '
008080         BATCH-MATH-SYMBOL ' ' WS-LIST-NUMBER2 ' '
008090         BATCH-RATE-CODE ' ' WS-CRD-KEYED-BY (WS-CRD-SUB).
008100     ADD 1 TO WS-CRD-SUB.
008110 3610-EXIT.
008120     EXIT.
008130
008140******************************************************************
008150* 3700-ABANDON-BATCH - LEAVE THE BATCH WITHOUT SAVING.  CARDS
008160* KEYED SINCE THE LAST SAVE ARE LOST, SO THE OPERATOR IS ASKED
008170* FIRST WHEN THERE ARE ANY.
008180******************************************************************
008190 3700-ABANDON-BATCH.
008200     IF BATCH-CHANGED
008210         DISPLAY 'As alteracoes desde a ultima gravacao serao'
008220             ' perdidas.  Confirma? (S/N)'
008230         ACCEPT WS-CONFIRM
008240         IF WS-CONFIRM NOT = 'S' AND WS-CONFIRM NOT = 's'
008250             GO TO 3700-EXIT
008260         END-IF
008270     END-IF.
008280     SET BATCH-CLOSED TO TRUE.
008290     DISPLAY 'Lote abandonado.'.
008300 3700-EXIT.
008310     EXIT.
008320
008330******************************************************************
008340* 4000-SAVE-BATCH - SAVE THE BATCH AS IT STANDS FOR RESUMING
008350* LATER, AND LEAVE IT.
008360******************************************************************
008370 4000-SAVE-BATCH.
008380     MOVE 'S' TO WS-NEW-STATUS.
008390     PERFORM 4200-WRITE-BATCH-COPY THRU 4200-EXIT.
008400     IF WS-BEN-FILE-STATUS NOT = '00'
008410         DISPLAY 'Lote NAO gravado.'
008420         GO TO 4000-EXIT
008430     END-IF.
008440     SET BATCH-CLOSED TO TRUE.
008450     DISPLAY 'Lote ' WS-ENTRY-SOURCE-ID ' ' WS-ENTRY-FILE-DATE
008460         ' gravado com ' WS-CRD-USED ' cartoes.'.
008470 4000-EXIT.
008480     EXIT.
008490
008500******************************************************************
008510* 4100-RELEASE-BATCH - APPEND THE BATCH TO THE KEYED-INPUT FILE
008520* AS A COMPLETE SOURCE FILE: THE HEADER, THE CARDS IN KEYING
008530* ORDER, AND THE TRAILER CARRYING THEIR COUNT AND THE HASH
008540* TOTALS OF NUMBER1 AND NUMBER2 AS THEY APPEAR ON THE CARDS.
008550* ONLY THEN IS THE BATCH MARKED RELEASED ON THE WORK FILE - A
008560* FAILED WRITE LEAVES IT OPEN TO BE RELEASED AGAIN.
008570******************************************************************
008580 4100-RELEASE-BATCH.
008590     IF WS-CRD-USED = ZERO
008600         DISPLAY 'Lote sem cartoes - nada a liberar.'
008610         GO TO 4100-EXIT
008620     END-IF.
008630     PERFORM 5000-CHECK-PERIOD THRU 5000-EXIT.
008640     IF WS-PERIOD-LAST-STATUS = 'C'
008650         DISPLAY 'Periodo ' WS-PERIOD-LOOKUP ' fechado - lote'
008660             ' NAO liberado.'
008670         GO TO 4100-EXIT
008680     END-IF.
008690     MOVE ZERO TO WS-HASH-NUMBER1.
008700     MOVE ZERO TO WS-HASH-NUMBER2.
008710     MOVE 1 TO WS-CRD-SUB.
008720     PERFORM 4110-ADD-ONE-TO-TOTALS THRU 4110-EXIT
008730         UNTIL WS-CRD-SUB > WS-CRD-USED.
008740     MOVE WS-CRD-USED TO WS-LIST-COUNT.
008750     MOVE WS-HASH-NUMBER1 TO WS-LIST-HASH.
008760     DISPLAY 'Cartoes ' WS-LIST-COUNT '  total numero 1 '
008770         WS-LIST-HASH.
008780     MOVE WS-HASH-NUMBER2 TO WS-LIST-HASH.
008790     DISPLAY '              total numero 2 ' WS-LIST-HASH.
008800     DISPLAY 'Confirma a liberacao do lote? (S/N)'.
008810     ACCEPT WS-CONFIRM.
008820     IF WS-CONFIRM NOT = 'S' AND WS-CONFIRM NOT = 's'
008830         DISPLAY 'Liberacao cancelada.'
008840         GO TO 4100-EXIT
008850     END-IF.
008860     OPEN EXTEND KEYED-INPUT-FILE.
008870     IF WS-KEY-FILE-STATUS = '35'
008880         OPEN OUTPUT KEYED-INPUT-FILE
008890     END-IF.
008900     IF WS-KEY-FILE-STATUS NOT = '00'
008910         DISPLAY 'CALC-BATCH-ENTRY - UNABLE TO OPEN KEYOUT'
008920             ' - FILE STATUS ' WS-KEY-FILE-STATUS
008930         DISPLAY 'Lote NAO liberado.'
008940         GO TO 4100-EXIT
008950     END-IF.
008960     MOVE SPACES TO BATCH-HEADER-RECORD.
008970     MOVE WS-ENTRY-SOURCE-ID TO HDR-SOURCE-ID.
008980     MOVE WS-ENTRY-FILE-DATE TO HDR-FILE-DATE.
008990     MOVE 'H' TO HDR-RECORD-TYPE.
009000     WRITE KEYED-INPUT-FILE-RECORD FROM BATCH-HEADER-RECORD.
009010     MOVE 1 TO WS-CRD-SUB.
009020     PERFORM 4120-WRITE-ONE-RELEASED-CARD THRU 4120-EXIT
009030         UNTIL WS-CRD-SUB > WS-CRD-USED
009040            OR WS-KEY-FILE-STATUS NOT = '00'.
009050     IF WS-KEY-FILE-STATUS = '00'
009060         MOVE SPACES TO BATCH-TRAILER-RECORD
009070         MOVE WS-CRD-USED     TO TRL-RECORD-COUNT
009080         MOVE WS-HASH-NUMBER1 TO TRL-HASH-NUMBER1
009090         MOVE WS-HASH-NUMBER2 TO TRL-HASH-NUMBER2
009100         MOVE 'T' TO TRL-RECORD-TYPE
009110         WRITE KEYED-INPUT-FILE-RECORD FROM BATCH-TRAILER-RECORD
009120     END-IF.
009130     IF WS-KEY-FILE-STATUS NOT = '00'
009140         DISPLAY 'CALC-BATCH-ENTRY - UNABLE TO WRITE KEYOUT'
009150             ' - FILE STATUS ' WS-KEY-FILE-STATUS
009160         DISPLAY 'Lote NAO liberado - o arquivo de entrada'
009170             ' pode ter ficado incompleto.  Avise o suporte.'
009180         CLOSE KEYED-INPUT-FILE
009190         GO TO 4100-EXIT
009200     END-IF.
009210     CLOSE KEYED-INPUT-FILE.
009220     MOVE 'R' TO WS-NEW-STATUS.
009230     PERFORM 4200-WRITE-BATCH-COPY THRU 4200-EXIT.
009240     IF WS-BEN-FILE-STATUS NOT = '00'
009250         DISPLAY 'Lote liberado mas NAO marcado como liberado'
009260             ' no arquivo de trabalho - NAO libere de novo.'
009270         DISPLAY 'Avise o suporte.'
009280     END-IF.
009290     SET BATCH-CLOSED TO TRUE.
009300     DISPLAY 'Lote ' WS-ENTRY-SOURCE-ID ' ' WS-ENTRY-FILE-DATE
009310         ' liberado para o processamento noturno.'.
009320 4100-EXIT.
009330     EXIT.
009340
009350 4110-ADD-ONE-TO-TOTALS.
009360     MOVE WS-CRD-IMAGE (WS-CRD-SUB) TO BATCH-INPUT-RECORD.
009370     ADD BATCH-NUMBER1 TO WS-HASH-NUMBER1.
009380     ADD BATCH-NUMBER2 TO WS-HASH-NUMBER2.
009390     ADD 1 TO WS-CRD-SUB.
009400 4110-EXIT.
009410     EXIT.
009420
009430 4120-WRITE-ONE-RELEASED-CARD.
009440     WRITE KEYED-INPUT-FILE-RECORD
009450         FROM WS-CRD-IMAGE (WS-CRD-SUB).
009460     ADD 1 TO WS-CRD-SUB.
009470 4120-EXIT.
009480     EXIT.
009490
009500******************************************************************
009510* 4200-WRITE-BATCH-COPY - APPEND A CONTROL RECORD AND A FULL
009520* CURRENT COPY OF THE BATCH'S CARDS TO THE WORK FILE.  THE
009530* CALLER SETS WS-NEW-STATUS FIRST; THE RELEASING OPERATOR IS
009540* RECORDED ONLY ON A RELEASE.  WS-BEN-FILE-STATUS COMES BACK
009550* '00' WHEN THE COPY IS SAFELY WRITTEN, AND THE BATCH DIRECTORY
009560* IS UPDATED TO MATCH.
009570******************************************************************
009580 4200-WRITE-BATCH-COPY.
009590     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
009600     ACCEPT WS-CURRENT-TIME FROM TIME.
009610     STRING WS-CURRENT-DATE WS-CURRENT-TIME
009620         DELIMITED BY SIZE INTO WS-ACTION-TS.
009630     OPEN EXTEND BATCH-WORK-FILE.
009640     IF WS-BEN-FILE-STATUS = '35'
009650         OPEN OUTPUT BATCH-WORK-FILE
009660     END-IF.
009670     IF WS-BEN-FILE-STATUS NOT = '00'
009680         DISPLAY 'CALC-BATCH-ENTRY - UNABLE TO OPEN BATCHWK'
009690             ' - FILE STATUS ' WS-BEN-FILE-STATUS
009700         GO TO 4200-EXIT
009710     END-IF.
009720     PERFORM 4220-BUILD-CONTROL-RECORD THRU 4220-EXIT.
009730     WRITE BATCH-WORK-FILE-RECORD FROM BATCH-ENTRY-RECORD.
009740     MOVE 1 TO WS-CRD-SUB.
009750     PERFORM 4210-WRITE-ONE-SAVED-CARD THRU 4210-EXIT
009760         UNTIL WS-CRD-SUB > WS-CRD-USED
009770            OR WS-BEN-FILE-STATUS NOT = '00'.
009780     IF WS-BEN-FILE-STATUS NOT = '00'
009790         DISPLAY 'CALC-BATCH-ENTRY - UNABLE TO WRITE BATCHWK'
009800             ' - FILE STATUS ' WS-BEN-FILE-STATUS
009810         CLOSE BATCH-WORK-FILE
009820         GO TO 4200-EXIT
009830     END-IF.
009840     CLOSE BATCH-WORK-FILE.
009850     PERFORM 4220-BUILD-CONTROL-RECORD THRU 4220-EXIT.
009860     PERFORM 6000-FIND-BATCH THRU 6000-EXIT.
009870     IF WS-BAT-FOUND-SUB = ZERO
009880         IF WS-BAT-USED < WS-BAT-TABLE-MAX
009890             ADD 1 TO WS-BAT-USED
009900             MOVE WS-BAT-USED TO WS-BAT-FOUND-SUB
009910             MOVE WS-ENTRY-KEY TO WS-BAT-KEY (WS-BAT-FOUND-SUB)
009920         END-IF
009930     END-IF.
009940     IF WS-BAT-FOUND-SUB > ZERO
009950         PERFORM 6100-COPY-CONTROL-TO-TABLE THRU 6100-EXIT
009960     END-IF.
009970     SET BATCH-UNCHANGED TO TRUE.
009980 4200-EXIT.
009990     EXIT.
010000
010010 4210-WRITE-ONE-SAVED-CARD.
010020     MOVE SPACES TO BATCH-ENTRY-RECORD.
010030     MOVE WS-ENTRY-KEY TO BEN-BATCH-KEY.
010040     SET BEN-TYPE-CARD TO TRUE.
010050     MOVE WS-CRD-IMAGE (WS-CRD-SUB)    TO BEN-CARD-IMAGE.
010060     MOVE WS-CRD-KEYED-BY (WS-CRD-SUB) TO BEN-CARD-KEYED-BY.
010070     WRITE BATCH-WORK-FILE-RECORD FROM BATCH-ENTRY-RECORD.
010080     ADD 1 TO WS-CRD-SUB.
010090 4210-EXIT.
010100     EXIT.
010110
010120 4220-BUILD-CONTROL-RECORD.
010130     MOVE SPACES TO BATCH-ENTRY-RECORD.
010140     MOVE WS-ENTRY-KEY TO BEN-BATCH-KEY.
010150     SET BEN-TYPE-CONTROL TO TRUE.
010160     MOVE WS-NEW-STATUS    TO BEN-STATUS.
010170     MOVE WS-OPEN-KEYED-BY TO BEN-KEYED-BY.
010180     MOVE LNK-OPERATOR-ID  TO BEN-SAVED-BY.
010190     IF BEN-RELEASED
010200         MOVE LNK-OPERATOR-ID TO BEN-RELEASED-BY
010210     END-IF.
010220     MOVE WS-ACTION-TS     TO BEN-ACTION-TIMESTAMP.
010230     MOVE WS-CRD-USED      TO BEN-CARD-COUNT.
010240 4220-EXIT.
010250     EXIT.
010260
010270******************************************************************
010280* 5000-CHECK-PERIOD - LOOK THE BATCH'S FILE-DATE MONTH UP ON THE
010290* PERIOD CONTROL FILE.  WS-PERIOD-LAST-STATUS COMES BACK 'C'
010300* WHEN THE LAST RECORD FOR THE MONTH SAYS CLOSED - THE SAME TEST
010310* THE FRONT-END EDIT MAKES FOR ITS REASON 09.  A MISSING FILE
010320* MEANS NO PERIOD HAS EVER BEEN CLOSED.
010330******************************************************************
010340 5000-CHECK-PERIOD.
010350     MOVE WS-ENTRY-FILE-DATE (1:6) TO WS-PERIOD-LOOKUP.
010360     MOVE SPACES TO WS-PERIOD-LAST-STATUS.
010370     SET NOT-END-OF-PERIOD-FILE TO TRUE.
010380     OPEN INPUT PERIOD-CONTROL-FILE.
010390     IF WS-PER-FILE-STATUS = '35'
010400         GO TO 5000-EXIT
010410     END-IF.
010420     IF WS-PER-FILE-STATUS NOT = '00'
010430         DISPLAY 'CALC-BATCH-ENTRY - UNABLE TO OPEN PERCTL'
010440             ' - FILE STATUS ' WS-PER-FILE-STATUS
010450         MOVE 16 TO RETURN-CODE
010460         STOP RUN
010470     END-IF.
010480     PERFORM 5010-CHECK-ONE-PERIOD THRU 5010-EXIT
010490         UNTIL END-OF-PERIOD-FILE.
010500     CLOSE PERIOD-CONTROL-FILE.
010510 5000-EXIT.
010520     EXIT.
010530
010540 5010-CHECK-ONE-PERIOD.
010550     READ PERIOD-CONTROL-FILE INTO PERIOD-CONTROL-RECORD
010560         AT END
010570             SET END-OF-PERIOD-FILE TO TRUE
010580             GO TO 5010-EXIT
010590     END-READ.
010600     IF PER-PERIOD = WS-PERIOD-LOOKUP
010610         MOVE PER-STATUS TO WS-PERIOD-LAST-STATUS
010620     END-IF.
010630 5010-EXIT.
010640     EXIT.
010650
010660******************************************************************
010670* 6000-FIND-BATCH - LOOK WS-ENTRY-KEY UP IN THE BATCH DIRECTORY.
010680* WS-BAT-FOUND-SUB COMES BACK ZERO WHEN IT IS NOT THERE.
010690******************************************************************
010700 6000-FIND-BATCH.
010710     MOVE ZERO TO WS-BAT-FOUND-SUB.
010720     MOVE 1 TO WS-BAT-SUB.
010730     PERFORM 6010-MATCH-ONE-BATCH THRU 6010-EXIT
010740         UNTIL WS-BAT-SUB > WS-BAT-USED
010750            OR WS-BAT-FOUND-SUB > ZERO.
010760 6000-EXIT.
010770     EXIT.
010780
010790 6010-MATCH-ONE-BATCH.
010800     IF WS-BAT-KEY (WS-BAT-SUB) = WS-ENTRY-KEY
010810         MOVE WS-BAT-SUB TO WS-BAT-FOUND-SUB
010820     END-IF.
010830     ADD 1 TO WS-BAT-SUB.
010840 6010-EXIT.
010850     EXIT.
010860
010870******************************************************************
010880* 6100-COPY-CONTROL-TO-TABLE - CARRY THE CONTROL RECORD IN
010890* BATCH-ENTRY-RECORD INTO THE DIRECTORY ENTRY AT
010900* WS-BAT-FOUND-SUB.
010910******************************************************************
010920 6100-COPY-CONTROL-TO-TABLE.
010930     MOVE BEN-STATUS      TO WS-BAT-STATUS (WS-BAT-FOUND-SUB).
010940     MOVE BEN-KEYED-BY    TO WS-BAT-KEYED-BY (WS-BAT-FOUND-SUB).
010950     MOVE BEN-SAVED-BY    TO WS-BAT-SAVED-BY (WS-BAT-FOUND-SUB).
010960     MOVE BEN-RELEASED-BY
010970         TO WS-BAT-RELEASED-BY (WS-BAT-FOUND-SUB).
010980     MOVE BEN-ACTION-TIMESTAMP
010990         TO WS-BAT-TIMESTAMP (WS-BAT-FOUND-SUB).
011000     MOVE BEN-CARD-COUNT
011010         TO WS-BAT-CARD-COUNT (WS-BAT-FOUND-SUB).
011020 6100-EXIT.
011030     EXIT.
011040
011050******************************************************************
011060* 6200-SCAN-RATE-TABLE - LOOK WS-RATE-LOOKUP-CODE UP IN THE
011070* RATE-CODE TABLE.  THE CALLER SETS WS-RATE-LOOKUP-CODE FIRST.
011080******************************************************************
011090 6200-SCAN-RATE-TABLE.
011100     SET RATE-CODE-UNKNOWN TO TRUE.
011110     MOVE 1 TO WS-RTE-SUB.
011120     PERFORM 6210-MATCH-ONE-RATE THRU 6210-EXIT
011130         UNTIL WS-RTE-SUB > WS-RTE-COUNT
011140            OR RATE-CODE-KNOWN.
011150 6200-EXIT.
011160     EXIT.
011170
011180 6210-MATCH-ONE-RATE.
011190     IF WS-RTE-CODE (WS-RTE-SUB) = WS-RATE-LOOKUP-CODE
011200         SET RATE-CODE-KNOWN TO TRUE
011210     END-IF.
011220     ADD 1 TO WS-RTE-SUB.
011230 6210-EXIT.
011240     EXIT.
011250
011260******************************************************************
011270* 6300-CHECK-DUPLICATE-ID - SCAN THE BATCH'S DETAIL CARDS FOR
011280* ONE ALREADY CARRYING WS-ENTRY-ID.  CONTINUATIONS REPEAT THEIR
011290* PARENT'S ID ON PURPOSE AND ARE NOT CHECKED.
011300******************************************************************
011310 6300-CHECK-DUPLICATE-ID.
011320     SET ID-IS-NEW TO TRUE.
011330     MOVE 1 TO WS-CRD-SUB.
011340     PERFORM 6310-SCAN-ONE-CARD THRU 6310-EXIT
011350         UNTIL WS-CRD-SUB > WS-CRD-USED
011360            OR ID-IS-DUPLICATE.
011370 6300-EXIT.
011380     EXIT.
011390
011400 6310-SCAN-ONE-CARD.
011410     MOVE WS-CRD-IMAGE (WS-CRD-SUB) TO BATCH-INPUT-RECORD.
011420     IF BATCH-TRANSACTION-ID = WS-ENTRY-ID
011430        AND NOT BATCH-TYPE-CONTINUATION
011440         SET ID-IS-DUPLICATE TO TRUE
011450     END-IF.
011460     ADD 1 TO WS-CRD-SUB.
011470 6310-EXIT.
011480     EXIT.
