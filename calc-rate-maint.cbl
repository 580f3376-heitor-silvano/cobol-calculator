000180*              SO YESTERDAY'S RERUNS STILL SEE YESTERDAY'S
000190*              RATE.  LIKE THE OPERATOR MASTER, THE FILE IS
000200*              LOADED INTO A TABLE (LAST RECORD PER CODE AND
000210*              DATE WINS - THE DATASET IS DISP=MOD) FOR THE
000220*              LISTING AND THE DUPLICATE CHECK.
000230*
000240*              A NEW RATE VALUE IS NOT WRITTEN TO THE MASTER
000241*              HERE.  IT IS QUEUED AS A PENDING CHANGE (SEE
000242*              CALCPCH, VIA CALC-CHANGE-QUEUE) AND ONLY REACHES
000243*              RATEMST WHEN A SECOND, DIFFERENT SUPERVISOR
000244*              APPROVES IT THROUGH CALC-CHANGE-APPROVAL (MENU
000245*              OPTION 11) - NO ONE PERSON CAN CHANGE THE RATES
000246*              THAT PRICE EVERY CARD.
000250*
000260* MODIFICATION HISTORY.
000270*   09/02/2026  RA   ORIGINAL PROGRAM.
000330*                    RECONCILIATION MID-POSTING.  THE VALUE IS
000340*                    KEYED AS NINE DIGITS WITH THE CENTS IN THE
000350*                    LAST TWO POSITIONS (000000525 = 5.25).
000351*   10/15/2026  RA   DUAL CONTROL - ACTION I NOW QUEUES THE NEW
000352*                    RATE AS A PENDING CHANGE FOR A SECOND
000353*                    SUPERVISOR TO APPROVE INSTEAD OF ADDING IT
000354*                    TO THE TABLE, AND THE MASTER IS NO LONGER
000355*                    WRITTEN BACK ON EXIT - ONLY AN APPROVAL
000356*                    EVER APPENDS TO RATEMST.  THE EXIT NOW
000357*                    REPORTS HOW MANY RATES WERE QUEUED.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. CALC-RATE-MAINT.
000610 77  WS-MAINT-CODE               PIC X(04) VALUE SPACES.
000620 77  WS-MAINT-DATE               PIC X(08) VALUE SPACES.
000630 77  WS-MAINT-ACTION             PIC X(01) VALUE SPACES.
000632 77  WS-QUEUE-STATUS             PIC X(02) VALUE SPACES.
000634 77  WS-CURRENT-DATE             PIC X(08).
000636 77  WS-CURRENT-TIME             PIC X(08).
000638 77  WS-CHANGES-QUEUED           PIC 9(04) VALUE ZERO.
000640
000650*----------------------------------------------------------------
000660* THE KEYED RATE VALUE LANDS HERE FIRST SO IT CAN BE PROVED
000950*----------------------------------------------------------------
000960 01  WS-LIST-VALUE               PIC ZZZZZZ9.99-.
000970
000973 COPY CALCPCH.
000976
000980 LINKAGE SECTION.
000990 01  LNK-SUPERVISOR-ID           PIC X(08).
001000
001010 PROCEDURE DIVISION USING LNK-SUPERVISOR-ID.
001020
001030******************************************************************
001040* 0000-MAIN-CONTROL - MAINLINE.  LOAD THE MASTER AND TAKE
001050* ACTIONS UNTIL THE SUPERVISOR LEAVES.  NEW RATES GO TO THE
001055* PENDING-CHANGE QUEUE - THE EXIT ONLY REPORTS HOW MANY WENT.
001060******************************************************************
001070 0000-MAIN-CONTROL.
001080     PERFORM 1000-LOAD-MASTER THRU 1000-EXIT.
001090     PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
001100         UNTIL MAINT-FINISHED.
001110     PERFORM 9500-REPORT-QUEUED THRU 9500-EXIT.
001120     GOBACK.
001130
001140******************************************************************
001950     EXIT.
001960
001970******************************************************************
001980* 2100-ADD-RATE - SUBMIT A NEW RATE VALUE FOR APPROVAL.  A CODE
001990* ALREADY ON FILE TAKES A NEW EFFECTIVE-FROM DATE RATHER THAN
002000* OVERWRITING THE OLD VALUE - RERUNS AGAINST AN EARLIER RUN DATE
002010* STILL RESOLVE TO THE VALUE THAT WAS IN FORCE THEN.  THE KEYED
002013* VALUE IS QUEUED, NOT ADDED - IT GOES LIVE ONLY WHEN ANOTHER
002016* SUPERVISOR APPROVES IT.
002020******************************************************************
002030 2100-ADD-RATE.
002040     DISPLAY 'Codigo da taxa (ate 4 caracteres)'.
002300         DISPLAY 'Valor invalido - use somente digitos.'
002310         GO TO 2100-EXIT
002320     END-IF.
002330     MOVE SPACES TO PENDING-CHANGE-RECORD.
002340     MOVE WS-MAINT-CODE  TO PCH-RATE-CODE.
002350     MOVE WS-MAINT-DATE  TO PCH-RATE-EFF-DATE.
002360     MOVE WS-MAINT-VALUE TO PCH-RATE-VALUE.
002370     DISPLAY 'Descricao da taxa'.
002380     ACCEPT PCH-RATE-DESCRIPTION.
002390     SET PCH-TYPE-RATE TO TRUE.
002400     MOVE WS-MAINT-CODE TO PCH-TARGET-ID.
002401     PERFORM 2200-SUBMIT-CHANGE THRU 2200-EXIT.
002402     IF WS-QUEUE-STATUS = '00'
002403         DISPLAY 'Taxa ' WS-MAINT-CODE ' vigente em '
002404             WS-MAINT-DATE ' enviada para aprovacao.'
002405     ELSE
002406         DISPLAY 'Taxa ' WS-MAINT-CODE ' NAO enviada - '
002407             'fila de aprovacao indisponivel.'
002408     END-IF.
002410 2100-EXIT.
002420     EXIT.
002430
002860     EXIT.
002870
002880******************************************************************
002890* 2200-SUBMIT-CHANGE - STAMP THE PENDING-CHANGE RECORD WITH THE
002900* SUBMIT TIME AND THE MAKER AND HAND IT TO THE QUEUE WRITER,
002910* WHICH ALSO LOGS THE SUBMIT TO THE SECURITY EVENT LOG.  THE
002920* CALLER HAS ALREADY FILLED THE TYPE, TARGET AND CHANGE IMAGE.
002930* A CHANGE THE QUEUE TAKES IS COUNTED FOR THE EXIT MESSAGE.
002940******************************************************************
002950 2200-SUBMIT-CHANGE.
002960     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002970     ACCEPT WS-CURRENT-TIME FROM TIME.
002980     STRING WS-CURRENT-DATE WS-CURRENT-TIME
002990         DELIMITED BY SIZE INTO PCH-SUBMIT-TIMESTAMP.
003000     MOVE LNK-SUPERVISOR-ID TO PCH-MAKER-ID.
003010     SET PCH-PENDING TO TRUE.
003020     MOVE SPACES TO WS-QUEUE-STATUS.
003030     CALL 'CALC-CHANGE-QUEUE' USING PENDING-CHANGE-RECORD
003040         WS-QUEUE-STATUS.
003050     IF WS-QUEUE-STATUS = '00'
003060         ADD 1 TO WS-CHANGES-QUEUED
003070     END-IF.
003080 2200-EXIT.
003090     EXIT.
003100
003110******************************************************************
003120* 9500-REPORT-QUEUED - TELL THE SUPERVISOR ON THE WAY OUT HOW
003130* MANY NEW RATES THIS SESSION SENT FOR APPROVAL.  NOTHING IS
003140* WRITTEN TO THE MASTER HERE - SEE 2200-SUBMIT-CHANGE.
003150******************************************************************
003160 9500-REPORT-QUEUED.
003170     DISPLAY 'Taxas enviadas para aprovacao nesta sessao: '
003180         WS-CHANGES-QUEUED '.'.
003190 9500-EXIT.
003200     EXIT.
