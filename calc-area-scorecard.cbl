000010******************************************************************
000020* PROGRAM-ID.  CALC-AREA-SCORECARD.
000030* AUTHOR.      R. ALBUQUERQUE - APPLICATIONS PROGRAMMING.
000040* INSTALLATION. DAY-END RECONCILIATION.
000050* DATE-WRITTEN. 10/15/2026.
000060* DATE-COMPILED.
000070*
000080* PURPOSE.     MONTHLY SENDING-AREA QUALITY SCORECARD FOR THE
000090*              SERVICE REVIEW.  READS THE PER-SOURCE HISTORY
000100*              MASTER (SEE CALCSRH) AND, FOR EACH SENDING AREA,
000110*              PRINTS THE MONTH'S REJECT RATE (REJECTS OVER
000120*              CARDS RECEIVED), MISMATCH RATE (RESULTS OUT OF
000130*              TOLERANCE OVER RESULTS POSTED), RECYCLE AND
000140*              SENDER-REJECTION RATES (OVER RESULTS POSTED) AND
000150*              AVERAGE OVERDUE ACKNOWLEDGMENTS PER NIGHT -
000160*              AGAINST THE PRIOR MONTH AND AGAINST THE AVERAGE
000170*              ACROSS ALL SOURCES - SO AN AREA WHOSE FILES ARE
000180*              GETTING WORSE STANDS OUT.  A REJECTS-BY-REASON
000190*              SECTION FOLLOWS.
000200*
000210*              THE SYSIN CARD GIVES THE MONTH (YYYYMM, BLANK FOR
000220*              THE MONTH BEFORE THE RUN DATE) AND THE REJECT AND
000230*              MISMATCH RATE THRESHOLDS AS PERCENTAGES (999V99).
000240*              AN AREA WHOSE RATE FOR THE MONTH PASSES EITHER
000250*              THRESHOLD IS FLAGGED AND THE STEP ENDS WITH
000260*              CONDITION CODE 4.  AN UNUSABLE SYSIN CARD ENDS
000270*              IT WITH CONDITION CODE 16.
000280*
000290* MODIFICATION HISTORY.
000300*   10/15/2026  RA   ORIGINAL PROGRAM.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. CALC-AREA-SCORECARD.
000340 AUTHOR. R. ALBUQUERQUE.
000350 INSTALLATION. DAY-END RECONCILIATION.
000360 DATE-WRITTEN. 10/15/2026.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT SOURCE-HISTORY-FILE ASSIGN TO SRCHIST
000430         FILE STATUS IS WS-SRCH-FILE-STATUS.
000440
000450     SELECT REPORT-FILE ASSIGN TO RPTOUT
000460         FILE STATUS IS WS-RPT-FILE-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  SOURCE-HISTORY-FILE.
000510 COPY CALCSRH.
000520
000530 FD  REPORT-FILE.
000540 01  REPORT-LINE                 PIC X(80).
000550
000560 WORKING-STORAGE SECTION.
000570 77  WS-SRCH-FILE-STATUS         PIC X(02).
000580 77  WS-RPT-FILE-STATUS          PIC X(02).
000590 77  WS-CURRENT-DATE             PIC X(08).
000600 77  WS-CURRENT-TIME             PIC X(08).
000610 77  WS-RUN-START-TS             PIC X(14) VALUE SPACES.
000620 77  WS-HISTORY-READ             PIC 9(08) COMP VALUE ZERO.
000630 77  WS-SOURCES-FLAGGED          PIC 9(08) COMP VALUE ZERO.
000640 77  WS-SC-TABLE-MAX             PIC 9(04) COMP VALUE 200.
000650 77  WS-SC-USED                  PIC 9(04) COMP VALUE ZERO.
000660 77  WS-SC-SUB                   PIC 9(04) COMP VALUE ZERO.
000670 77  WS-SC-FOUND-SUB             PIC 9(04) COMP VALUE ZERO.
000680 77  WS-PERIOD-SUB               PIC 9(04) COMP VALUE ZERO.
000690 77  WS-REASON-SUB               PIC 9(04) COMP VALUE ZERO.
000700 77  WS-RL-SUB                   PIC 9(04) COMP VALUE ZERO.
000710
000720 COPY CALCRUN.
000730
000740 01  WS-SRCH-EOF-SWITCH          PIC X(01) VALUE 'N'.
000750     88  END-OF-SOURCE-HISTORY   VALUE 'Y'.
000760     88  NOT-END-OF-SOURCE-HISTORY VALUE 'N'.
000770
000780*----------------------------------------------------------------
000790* SYSIN CARD - COLS 1-6 THE MONTH (YYYYMM, BLANK FOR THE MONTH
000800* BEFORE THE RUN DATE), COLS 8-12 THE REJECT-RATE THRESHOLD AND
000810* COLS 14-18 THE MISMATCH-RATE THRESHOLD, BOTH PERCENTAGES WITH
000820* TWO IMPLIED DECIMALS (00500 = 5.00%).
000830*----------------------------------------------------------------
000840 01  WS-SYSIN-CARD.
000850     05  WS-PARM-MONTH           PIC X(06).
000860     05  WS-PARM-MONTH-PARTS REDEFINES WS-PARM-MONTH.
000870         10  WS-PARM-YEAR        PIC 9(04).
000880         10  WS-PARM-MM          PIC 9(02).
000890     05  FILLER                  PIC X(01).
000900     05  WS-PARM-REJECT-LIMIT    PIC X(05).
000910     05  WS-PARM-REJECT-LIMIT-N REDEFINES WS-PARM-REJECT-LIMIT
000920                                 PIC 9(03)V99.
000930     05  FILLER                  PIC X(01).
000940     05  WS-PARM-MISMATCH-LIMIT  PIC X(05).
000950     05  WS-PARM-MISMATCH-LIMIT-N REDEFINES WS-PARM-MISMATCH-LIMIT
000960                                 PIC 9(03)V99.
000970     05  FILLER                  PIC X(62).
000980
000990*----------------------------------------------------------------
001000* THE MONTH REPORTED AND THE MONTH BEFORE IT, AS YYYYMM.
001010*----------------------------------------------------------------
001020 01  WS-REPORT-MONTH.
001030     05  WS-RM-YEAR              PIC 9(04).
001040     05  WS-RM-MM                PIC 9(02).
001050
001060 01  WS-PRIOR-MONTH.
001070     05  WS-PM-YEAR              PIC 9(04).
001080     05  WS-PM-MM                PIC 9(02).
001090
001100 01  WS-RUN-DATE-PARTS.
001110     05  WS-RD-YEAR              PIC 9(04).
001120     05  WS-RD-MM                PIC 9(02).
001130     05  WS-RD-DD                PIC 9(02).
001140
001150*----------------------------------------------------------------
001160* PER-SOURCE FIGURES.  PERIOD 1 IS THE MONTH REPORTED, PERIOD 2
001170* THE PRIOR MONTH.  WS-SC-NIGHTS COUNTS THE HISTORY RECORDS
001180* (NIGHTS WITH ACTIVITY) FOR THE OVERDUE AVERAGE.  THE REASON
001190* COUNTS COVER THE MONTH REPORTED ONLY.
001200*----------------------------------------------------------------
001210 01  WS-SCORECARD-TABLE.
001220     05  WS-SC-ENTRY OCCURS 200 TIMES.
001230         10  WS-SC-ID                PIC X(03).
001240         10  WS-SC-PERIOD OCCURS 2 TIMES.
001250             15  WS-SC-RECEIVED      PIC 9(09).
001260             15  WS-SC-REJECTED      PIC 9(09).
001270             15  WS-SC-POSTED        PIC 9(09).
001280             15  WS-SC-OUT-OF-TOL    PIC 9(09).
001290             15  WS-SC-RECYCLED      PIC 9(09).
001300             15  WS-SC-ACK-ERRORS    PIC 9(09).
001310             15  WS-SC-OVERDUE       PIC 9(09).
001320             15  WS-SC-NIGHTS        PIC 9(09).
001330         10  WS-SC-REASONS.
001340             15  WS-SC-REASON        PIC 9(09) OCCURS 15 TIMES.
001350
001360*----------------------------------------------------------------
001370* ALL-SOURCE FIGURES, LAID OUT AS ONE TABLE ENTRY.
001380*----------------------------------------------------------------
001390 01  WS-ALL-SOURCES.
001400     05  WS-ALL-PERIOD OCCURS 2 TIMES.
001410         10  WS-ALL-RECEIVED         PIC 9(09).
001420         10  WS-ALL-REJECTED         PIC 9(09).
001430         10  WS-ALL-POSTED           PIC 9(09).
001440         10  WS-ALL-OUT-OF-TOL       PIC 9(09).
001450         10  WS-ALL-RECYCLED         PIC 9(09).
001460         10  WS-ALL-ACK-ERRORS       PIC 9(09).
001470         10  WS-ALL-OVERDUE          PIC 9(09).
001480         10  WS-ALL-NIGHTS           PIC 9(09).
001490     05  WS-ALL-REASONS.
001500         10  WS-ALL-REASON           PIC 9(09) OCCURS 15 TIMES.
001510
001520*----------------------------------------------------------------
001530* RATE WORK AREAS.  8000-COMPUTE-RATE TURNS WS-RATE-COUNT OVER
001540* WS-RATE-BASE INTO A PERCENTAGE; A ZERO BASE HAS NO RATE.  THE
001550* FIVE RATES OF ONE LINE ARE HELD BY POSITION - REJECT, MISMATCH,
001560* RECYCLE, SENDER-REJECTION, OVERDUE PER NIGHT - SO THE SOURCE,
001570* ITS PRIOR MONTH AND THE ALL-SOURCE AVERAGE CAN BE SUBTRACTED
001580* POSITION BY POSITION.
001590*----------------------------------------------------------------
001600 77  WS-RATE-COUNT               PIC 9(09) VALUE ZERO.
001610 77  WS-RATE-BASE                PIC 9(09) VALUE ZERO.
001620 77  WS-RATE                     PIC 9(07)V99 VALUE ZERO.
001630 77  WS-RATE-PRESENT             PIC X(01) VALUE 'N'.
001640 77  WS-RATE-POS                 PIC 9(04) COMP VALUE ZERO.
001650 77  WS-RATE-EDIT                PIC Z,ZZ9.99.
001660 77  WS-DIFF-EDIT                PIC +ZZ9.99.
001670 77  WS-DIFF                     PIC S9(07)V99 VALUE ZERO.
001675 77  WS-SAVED-RETURN-CODE        PIC 9(04) COMP VALUE ZERO.
001680
001690 01  WS-LINE-RATES.
001700     05  WS-LINE-RATE OCCURS 5 TIMES.
001710         10  WS-LR-SOURCE            PIC 9(07)V99.
001720         10  WS-LR-SOURCE-PRESENT    PIC X(01).
001730         10  WS-LR-PRIOR             PIC 9(07)V99.
001740         10  WS-LR-PRIOR-PRESENT     PIC X(01).
001750         10  WS-LR-AVERAGE           PIC 9(07)V99.
001760         10  WS-LR-AVERAGE-PRESENT   PIC X(01).
001770
001780*----------------------------------------------------------------
001790* PRINT LINE WORK AREAS.
001800*----------------------------------------------------------------
001810 01  WS-DETAIL-LINE.
001820     05  WS-DL-SOURCE            PIC X(03).
001830     05  FILLER                  PIC X(02) VALUE SPACES.
001840     05  WS-DL-PERIOD            PIC X(06).
001850     05  FILLER                  PIC X(01) VALUE SPACES.
001860     05  WS-DL-CARDS             PIC X(10).
001870     05  FILLER                  PIC X(02) VALUE SPACES.
001880     05  WS-DL-RATE              PIC X(08) OCCURS 5 TIMES.
001890     05  FILLER                  PIC X(02) VALUE SPACES.
001900     05  WS-DL-FLAG              PIC X(07).
001910     05  FILLER                  PIC X(07) VALUE SPACES.
001920
001930 01  WS-CARDS-EDIT               PIC ZZ,ZZZ,ZZ9.
001940
001950 01  WS-REASON-LINE.
001960     05  WS-RL-SOURCE            PIC X(03).
001970     05  FILLER                  PIC X(02) VALUE SPACES.
001980     05  WS-RL-ENTRY OCCURS 6 TIMES.
001990         10  WS-RL-CODE          PIC 9(02).
002000         10  WS-RL-EQUALS        PIC X(01).
002010         10  WS-RL-COUNT         PIC ZZZ,ZZ9.
002020         10  FILLER              PIC X(02).
002030     05  FILLER                  PIC X(03) VALUE SPACES.
002040
002050 01  WS-TOTAL-LINE.
002060     05  WS-TL-LABEL             PIC X(30).
002070     05  FILLER                  PIC X(02) VALUE SPACES.
002080     05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
002090     05  FILLER                  PIC X(39) VALUE SPACES.
002100
002110 PROCEDURE DIVISION.
002120
002130******************************************************************
002140* 0000-MAIN-CONTROL - MAINLINE.  GATHERS THE TWO MONTHS FROM THE
002150* MASTER, PRINTS THE SCORECARD AND THE REJECT REASONS.
002160******************************************************************
002170 0000-MAIN-CONTROL.
002180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002190     PERFORM 2000-ACCUMULATE-HISTORY THRU 2000-EXIT
002200         UNTIL END-OF-SOURCE-HISTORY.
002210     PERFORM 3000-PRINT-SCORECARD THRU 3000-EXIT.
002220     PERFORM 4000-PRINT-REASONS THRU 4000-EXIT.
002230     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002240     STOP RUN.
002250
002260******************************************************************
002270* 1000-INITIALIZE - READ AND CHECK THE SYSIN CARD, WORK OUT THE
002280* MONTH AND ITS PRIOR MONTH, OPEN THE FILES AND PRIME THE READ.
002290******************************************************************
002300 1000-INITIALIZE.
002310     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002320     ACCEPT WS-CURRENT-TIME FROM TIME.
002330     STRING WS-CURRENT-DATE WS-CURRENT-TIME
002340         DELIMITED BY SIZE INTO WS-RUN-START-TS.
002350     MOVE SPACES TO WS-SYSIN-CARD.
002360     ACCEPT WS-SYSIN-CARD.
002370     IF WS-PARM-REJECT-LIMIT NOT NUMERIC
002380        OR WS-PARM-MISMATCH-LIMIT NOT NUMERIC
002390         DISPLAY 'CALC-AREA-SCORECARD - SYSIN CARD "'
002400             WS-SYSIN-CARD '" - THRESHOLDS INVALID - NOTHING '
002410             'DONE'
002420         MOVE 16 TO RETURN-CODE
002430         STOP RUN
002440     END-IF.
002450     IF WS-PARM-MONTH = SPACES
002460         MOVE WS-CURRENT-DATE TO WS-RUN-DATE-PARTS
002470         MOVE WS-RD-YEAR TO WS-RM-YEAR
002480         MOVE WS-RD-MM   TO WS-RM-MM
002490         PERFORM 1100-STEP-BACK-MONTH THRU 1100-EXIT
002500         MOVE WS-PRIOR-MONTH TO WS-REPORT-MONTH
002510     ELSE
002520         IF WS-PARM-MONTH NOT NUMERIC
002530            OR WS-PARM-MM < 1
002540            OR WS-PARM-MM > 12
002550             DISPLAY 'CALC-AREA-SCORECARD - MONTH "'
002560                 WS-PARM-MONTH '" NOT YYYYMM - NOTHING DONE'
002570             MOVE 16 TO RETURN-CODE
002580             STOP RUN
002590         END-IF
002600         MOVE WS-PARM-MONTH TO WS-REPORT-MONTH
002610     END-IF.
002620     PERFORM 1100-STEP-BACK-MONTH THRU 1100-EXIT.
002630     MOVE ZEROS TO WS-ALL-SOURCES.
002640     OPEN INPUT SOURCE-HISTORY-FILE.
002650     IF WS-SRCH-FILE-STATUS = '35'
002660         SET END-OF-SOURCE-HISTORY TO TRUE
002670     ELSE
002680         IF WS-SRCH-FILE-STATUS NOT = '00'
002690             DISPLAY 'CALC-AREA-SCORECARD - UNABLE TO OPEN '
002700                 'SRCHIST - FILE STATUS ' WS-SRCH-FILE-STATUS
002710             MOVE 16 TO RETURN-CODE
002720             STOP RUN
002730         END-IF
002740     END-IF.
002750     OPEN OUTPUT REPORT-FILE.
002760     IF WS-RPT-FILE-STATUS NOT = '00'
002770         DISPLAY 'CALC-AREA-SCORECARD - UNABLE TO OPEN RPTOUT'
002780             ' - FILE STATUS ' WS-RPT-FILE-STATUS
002790         MOVE 16 TO RETURN-CODE
002800         STOP RUN
002810     END-IF.
002820     IF NOT-END-OF-SOURCE-HISTORY
002830         PERFORM 2100-READ-HISTORY THRU 2100-EXIT
002840     END-IF.
002850 1000-EXIT.
002860     EXIT.
002870
002880******************************************************************
002890* 1100-STEP-BACK-MONTH - SET WS-PRIOR-MONTH TO THE MONTH BEFORE
002900* WS-REPORT-MONTH.
002910******************************************************************
002920 1100-STEP-BACK-MONTH.
002930     IF WS-RM-MM = 1
002940         COMPUTE WS-PM-YEAR = WS-RM-YEAR - 1
002950         MOVE 12 TO WS-PM-MM
002960     ELSE
002970         MOVE WS-RM-YEAR TO WS-PM-YEAR
002980         COMPUTE WS-PM-MM = WS-RM-MM - 1
002990     END-IF.
003000 1100-EXIT.
003010     EXIT.
003020
003030******************************************************************
003040* 2000-ACCUMULATE-HISTORY - ADD A HISTORY RECORD DATED IN THE
003050* MONTH OR THE PRIOR MONTH TO ITS SOURCE'S FIGURES AND THE
003060* ALL-SOURCE FIGURES.  ANY OTHER DATE IS PASSED OVER.
003070******************************************************************
003080 2000-ACCUMULATE-HISTORY.
003090     IF SRH-DATE (1:6) = WS-REPORT-MONTH
003100         MOVE 1 TO WS-PERIOD-SUB
003110     ELSE
003120         IF SRH-DATE (1:6) = WS-PRIOR-MONTH
003130             MOVE 2 TO WS-PERIOD-SUB
003140         ELSE
003150             GO TO 2000-NEXT
003160         END-IF
003170     END-IF.
003180     PERFORM 2200-FIND-SOURCE-ENTRY THRU 2200-EXIT.
003190     PERFORM 2300-ADD-TO-FIGURES THRU 2300-EXIT.
003200 2000-NEXT.
003210     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
003220 2000-EXIT.
003230     EXIT.
003240
003250 2100-READ-HISTORY.
003260     READ SOURCE-HISTORY-FILE
003270         AT END
003280             SET END-OF-SOURCE-HISTORY TO TRUE
003290         NOT AT END
003300             ADD 1 TO WS-HISTORY-READ
003310     END-READ.
003320 2100-EXIT.
003330     EXIT.
003340
003350******************************************************************
003360* 2200-FIND-SOURCE-ENTRY - POINT WS-SC-FOUND-SUB AT THE RECORD'S
003370* SOURCE, ADDING IT THE FIRST TIME.  THE MASTER IS IN SOURCE-ID
003380* ORDER, SO THE TABLE FILLS IN THAT ORDER TOO.  A SOURCE LEFT OFF
003390* THE SCORECARD WOULD SKEW THE ALL-SOURCE AVERAGE, SO A FULL
003400* TABLE STOPS THE RUN.
003410******************************************************************
003420 2200-FIND-SOURCE-ENTRY.
003430     MOVE ZERO TO WS-SC-FOUND-SUB.
003440     MOVE 1 TO WS-SC-SUB.
003450     PERFORM 2210-MATCH-ONE-SOURCE THRU 2210-EXIT
003460         UNTIL WS-SC-SUB > WS-SC-USED
003470            OR WS-SC-FOUND-SUB > ZERO.
003480     IF WS-SC-FOUND-SUB > ZERO
003490         GO TO 2200-EXIT
003500     END-IF.
003510     IF WS-SC-USED >= WS-SC-TABLE-MAX
003520         DISPLAY 'CALC-AREA-SCORECARD - MORE THAN '
003530             WS-SC-TABLE-MAX ' SOURCES - TABLE FULL'
003540         MOVE 16 TO RETURN-CODE
003550         STOP RUN
003560     END-IF.
003570     ADD 1 TO WS-SC-USED.
003580     MOVE ZEROS TO WS-SC-ENTRY (WS-SC-USED).
003590     MOVE SRH-SOURCE-ID TO WS-SC-ID (WS-SC-USED).
003600     MOVE WS-SC-USED TO WS-SC-FOUND-SUB.
003610 2200-EXIT.
003620     EXIT.
003630
003640 2210-MATCH-ONE-SOURCE.
003650     IF WS-SC-ID (WS-SC-SUB) = SRH-SOURCE-ID
003660         MOVE WS-SC-SUB TO WS-SC-FOUND-SUB
003670     END-IF.
003680     ADD 1 TO WS-SC-SUB.
003690 2210-EXIT.
003700     EXIT.
003710
003720******************************************************************
003730* 2300-ADD-TO-FIGURES - ADD ONE NIGHT'S COUNTS TO THE SOURCE'S
003740* FIGURES AND THE ALL-SOURCE FIGURES FOR THE RECORD'S PERIOD.
003750******************************************************************
003760 2300-ADD-TO-FIGURES.
003770     MOVE 1 TO WS-REASON-SUB.
003780     PERFORM 2310-ADD-ONE-REASON THRU 2310-EXIT
003790         UNTIL WS-REASON-SUB > 15.
003800     ADD SRH-CARDS-RECEIVED
003810         TO WS-SC-RECEIVED (WS-SC-FOUND-SUB, WS-PERIOD-SUB)
003820            WS-ALL-RECEIVED (WS-PERIOD-SUB).
003830     ADD SRH-RESULTS-POSTED
003840         TO WS-SC-POSTED (WS-SC-FOUND-SUB, WS-PERIOD-SUB)
003850            WS-ALL-POSTED (WS-PERIOD-SUB).
003860     ADD SRH-OUT-OF-TOLERANCE
003870         TO WS-SC-OUT-OF-TOL (WS-SC-FOUND-SUB, WS-PERIOD-SUB)
003880            WS-ALL-OUT-OF-TOL (WS-PERIOD-SUB).
003890     ADD SRH-RECYCLED
003900         TO WS-SC-RECYCLED (WS-SC-FOUND-SUB, WS-PERIOD-SUB)
003910            WS-ALL-RECYCLED (WS-PERIOD-SUB).
003920     ADD SRH-ACK-ERRORS
003930         TO WS-SC-ACK-ERRORS (WS-SC-FOUND-SUB, WS-PERIOD-SUB)
003940            WS-ALL-ACK-ERRORS (WS-PERIOD-SUB).
003950     ADD SRH-ACKS-OVERDUE
003960         TO WS-SC-OVERDUE (WS-SC-FOUND-SUB, WS-PERIOD-SUB)
003970            WS-ALL-OVERDUE (WS-PERIOD-SUB).
003980     ADD 1
003990         TO WS-SC-NIGHTS (WS-SC-FOUND-SUB, WS-PERIOD-SUB)
004000            WS-ALL-NIGHTS (WS-PERIOD-SUB).
004010 2300-EXIT.
004020     EXIT.
004030
004040 2310-ADD-ONE-REASON.
004050     ADD SRH-REJECT-COUNT (WS-REASON-SUB)
004060         TO WS-SC-REJECTED (WS-SC-FOUND-SUB, WS-PERIOD-SUB)
004070            WS-ALL-REJECTED (WS-PERIOD-SUB).
004080     IF WS-PERIOD-SUB = 1
004090         ADD SRH-REJECT-COUNT (WS-REASON-SUB)
004100             TO WS-SC-REASON (WS-SC-FOUND-SUB, WS-REASON-SUB)
004110                WS-ALL-REASON (WS-REASON-SUB)
004120     END-IF.
004130     ADD 1 TO WS-REASON-SUB.
004140 2310-EXIT.
004150     EXIT.
004160
004170******************************************************************
004180* 3000-PRINT-SCORECARD - HEADINGS, FOUR LINES PER SOURCE (THE
004190* MONTH, THE PRIOR MONTH, THE CHANGE, AND THE DIFFERENCE FROM
004200* THE ALL-SOURCE AVERAGE), THEN THE ALL-SOURCE LINES.
004210******************************************************************
004220 3000-PRINT-SCORECARD.
004230     PERFORM 3100-WRITE-HEADINGS THRU 3100-EXIT.
004240     IF WS-SC-USED = ZERO
004250         MOVE 'NO SOURCE ACTIVITY ON FILE FOR EITHER MONTH'
004260             TO REPORT-LINE
004270         WRITE REPORT-LINE
004280         GO TO 3000-EXIT
004290     END-IF.
004300     PERFORM 3300-SET-AVERAGE-RATES THRU 3300-EXIT.
004310     MOVE 1 TO WS-SC-SUB.
004320     PERFORM 3200-WRITE-ONE-SOURCE THRU 3200-EXIT
004330         UNTIL WS-SC-SUB > WS-SC-USED.
004340     PERFORM 3500-WRITE-ALL-SOURCES THRU 3500-EXIT.
004350 3000-EXIT.
004360     EXIT.
004370
004380******************************************************************
004390* 3100-WRITE-HEADINGS - PRINT THE REPORT TITLE, THE THRESHOLDS
004400* AND THE COLUMN HEADINGS.
004410******************************************************************
004420 3100-WRITE-HEADINGS.
004430     MOVE SPACES TO REPORT-LINE.
004440     STRING 'SENDING-AREA QUALITY SCORECARD - MONTH '
004450         WS-REPORT-MONTH ' - PRIOR ' WS-PRIOR-MONTH
004460         DELIMITED BY SIZE INTO REPORT-LINE.
004470     WRITE REPORT-LINE.
004480     MOVE SPACES TO REPORT-LINE.
004490     MOVE WS-PARM-REJECT-LIMIT-N TO WS-RATE-EDIT.
004500     STRING 'FLAG AT REJECT RATE OVER ' WS-RATE-EDIT
004510         '%  MISMATCH RATE OVER '
004520         DELIMITED BY SIZE INTO REPORT-LINE.
004530     MOVE WS-PARM-MISMATCH-LIMIT-N TO WS-RATE-EDIT.
004540     MOVE WS-RATE-EDIT TO REPORT-LINE (56:8).
004550     MOVE '%' TO REPORT-LINE (64:1).
004560     WRITE REPORT-LINE.
004570     MOVE SPACES TO REPORT-LINE.
004580     WRITE REPORT-LINE.
004590     MOVE 'SRC  PERIOD    CARDS IN     REJ%    MIS%    RCY%'
004600         TO REPORT-LINE.
004610     MOVE '    ACK%  OVD/NT  FLAG' TO REPORT-LINE (49:22).
004620     WRITE REPORT-LINE.
004630     MOVE ALL '-' TO REPORT-LINE.
004640     WRITE REPORT-LINE.
004650 3100-EXIT.
004660     EXIT.
004670
004680******************************************************************
004690* 3200-WRITE-ONE-SOURCE - WORK OUT THE SOURCE'S RATES FOR BOTH
004700* MONTHS, FLAG IT AGAINST THE THRESHOLDS AND PRINT ITS LINES.
004710******************************************************************
004720 3200-WRITE-ONE-SOURCE.
004730     MOVE 1 TO WS-PERIOD-SUB.
004740     PERFORM 3210-SET-SOURCE-RATES THRU 3210-EXIT.
004750     MOVE 2 TO WS-PERIOD-SUB.
004760     PERFORM 3210-SET-SOURCE-RATES THRU 3210-EXIT.
004770     MOVE SPACES TO WS-DETAIL-LINE.
004780     MOVE WS-SC-ID (WS-SC-SUB) TO WS-DL-SOURCE.
004790     MOVE WS-REPORT-MONTH TO WS-DL-PERIOD.
004800     MOVE WS-SC-RECEIVED (WS-SC-SUB, 1) TO WS-CARDS-EDIT.
004810     MOVE WS-CARDS-EDIT TO WS-DL-CARDS.
004820     PERFORM 3220-CHECK-THRESHOLDS THRU 3220-EXIT.
004830     PERFORM 3400-FILL-SOURCE-RATES THRU 3400-EXIT.
004840     MOVE SPACES TO WS-DETAIL-LINE.
004850     MOVE WS-PRIOR-MONTH TO WS-DL-PERIOD.
004860     MOVE WS-SC-RECEIVED (WS-SC-SUB, 2) TO WS-CARDS-EDIT.
004870     MOVE WS-CARDS-EDIT TO WS-DL-CARDS.
004880     PERFORM 3410-FILL-PRIOR-RATES THRU 3410-EXIT.
004890     MOVE SPACES TO WS-DETAIL-LINE.
004900     MOVE 'CHANGE' TO WS-DL-PERIOD.
004910     PERFORM 3420-FILL-CHANGE-RATES THRU 3420-EXIT.
004920     MOVE SPACES TO WS-DETAIL-LINE.
004930     MOVE 'VS AVG' TO WS-DL-PERIOD.
004940     PERFORM 3430-FILL-AVERAGE-DIFFS THRU 3430-EXIT.
004950     MOVE SPACES TO REPORT-LINE.
004960     WRITE REPORT-LINE.
004970     ADD 1 TO WS-SC-SUB.
004980 3200-EXIT.
004990     EXIT.
005000
005010******************************************************************
005020* 3210-SET-SOURCE-RATES - THE FIVE RATES OF THE CURRENT SOURCE
005030* FOR PERIOD WS-PERIOD-SUB - THE MONTH INTO WS-LR-SOURCE, THE
005040* PRIOR MONTH INTO WS-LR-PRIOR.
005050******************************************************************
005060 3210-SET-SOURCE-RATES.
005070     MOVE 1 TO WS-RATE-POS.
005080     MOVE WS-SC-REJECTED (WS-SC-SUB, WS-PERIOD-SUB)
005090         TO WS-RATE-COUNT.
005100     MOVE WS-SC-RECEIVED (WS-SC-SUB, WS-PERIOD-SUB)
005110         TO WS-RATE-BASE.
005120     PERFORM 3215-STORE-SOURCE-RATE THRU 3215-EXIT.
005130     MOVE WS-SC-OUT-OF-TOL (WS-SC-SUB, WS-PERIOD-SUB)
005140         TO WS-RATE-COUNT.
005150     MOVE WS-SC-POSTED (WS-SC-SUB, WS-PERIOD-SUB)
005160         TO WS-RATE-BASE.
005170     PERFORM 3215-STORE-SOURCE-RATE THRU 3215-EXIT.
005180     MOVE WS-SC-RECYCLED (WS-SC-SUB, WS-PERIOD-SUB)
005190         TO WS-RATE-COUNT.
005200     PERFORM 3215-STORE-SOURCE-RATE THRU 3215-EXIT.
005210     MOVE WS-SC-ACK-ERRORS (WS-SC-SUB, WS-PERIOD-SUB)
005220         TO WS-RATE-COUNT.
005230     PERFORM 3215-STORE-SOURCE-RATE THRU 3215-EXIT.
005240     MOVE WS-SC-OVERDUE (WS-SC-SUB, WS-PERIOD-SUB)
005250         TO WS-RATE-COUNT.
005260     MOVE WS-SC-NIGHTS (WS-SC-SUB, WS-PERIOD-SUB)
005270         TO WS-RATE-BASE.
005280     PERFORM 3215-STORE-SOURCE-RATE THRU 3215-EXIT.
005290 3210-EXIT.
005300     EXIT.
005310
005320 3215-STORE-SOURCE-RATE.
005330     IF WS-RATE-POS = 5
005340         PERFORM 8100-COMPUTE-AVERAGE THRU 8100-EXIT
005350     ELSE
005360         PERFORM 8000-COMPUTE-RATE THRU 8000-EXIT
005370     END-IF.
005380     IF WS-PERIOD-SUB = 1
005390         MOVE WS-RATE TO WS-LR-SOURCE (WS-RATE-POS)
005400         MOVE WS-RATE-PRESENT
005410             TO WS-LR-SOURCE-PRESENT (WS-RATE-POS)
005420     ELSE
005430         MOVE WS-RATE TO WS-LR-PRIOR (WS-RATE-POS)
005440         MOVE WS-RATE-PRESENT
005450             TO WS-LR-PRIOR-PRESENT (WS-RATE-POS)
005460     END-IF.
005470     ADD 1 TO WS-RATE-POS.
005480 3215-EXIT.
005490     EXIT.
005500
005510******************************************************************
005520* 3220-CHECK-THRESHOLDS - FLAG THE SOURCE WHEN THE MONTH'S REJECT
005530* OR MISMATCH RATE PASSES ITS SYSIN THRESHOLD.
005540******************************************************************
005550 3220-CHECK-THRESHOLDS.
005560     MOVE SPACES TO WS-DL-FLAG.
005570     IF WS-LR-SOURCE-PRESENT (1) = 'Y'
005580        AND WS-LR-SOURCE (1) > WS-PARM-REJECT-LIMIT-N
005590         MOVE 'REJ' TO WS-DL-FLAG (1:3)
005600     END-IF.
005610     IF WS-LR-SOURCE-PRESENT (2) = 'Y'
005620        AND WS-LR-SOURCE (2) > WS-PARM-MISMATCH-LIMIT-N
005630         MOVE 'MIS' TO WS-DL-FLAG (5:3)
005640     END-IF.
005650     IF WS-DL-FLAG NOT = SPACES
005660         ADD 1 TO WS-SOURCES-FLAGGED
005670     END-IF.
005680 3220-EXIT.
005690     EXIT.
005700
005710******************************************************************
005720* 3300-SET-AVERAGE-RATES - THE FIVE ALL-SOURCE RATES FOR THE
005730* MONTH, THE YARDSTICK EACH SOURCE IS MEASURED AGAINST.
005740******************************************************************
005750 3300-SET-AVERAGE-RATES.
005760     MOVE WS-ALL-REJECTED (1)   TO WS-RATE-COUNT.
005770     MOVE WS-ALL-RECEIVED (1)   TO WS-RATE-BASE.
005780     PERFORM 8000-COMPUTE-RATE THRU 8000-EXIT.
005790     MOVE WS-RATE TO WS-LR-AVERAGE (1).
005800     MOVE WS-RATE-PRESENT TO WS-LR-AVERAGE-PRESENT (1).
005810     MOVE WS-ALL-OUT-OF-TOL (1) TO WS-RATE-COUNT.
005820     MOVE WS-ALL-POSTED (1)     TO WS-RATE-BASE.
005830     PERFORM 8000-COMPUTE-RATE THRU 8000-EXIT.
005840     MOVE WS-RATE TO WS-LR-AVERAGE (2).
005850     MOVE WS-RATE-PRESENT TO WS-LR-AVERAGE-PRESENT (2).
005860     MOVE WS-ALL-RECYCLED (1)   TO WS-RATE-COUNT.
005870     PERFORM 8000-COMPUTE-RATE THRU 8000-EXIT.
005880     MOVE WS-RATE TO WS-LR-AVERAGE (3).
005890     MOVE WS-RATE-PRESENT TO WS-LR-AVERAGE-PRESENT (3).
005900     MOVE WS-ALL-ACK-ERRORS (1) TO WS-RATE-COUNT.
005910     PERFORM 8000-COMPUTE-RATE THRU 8000-EXIT.
005920     MOVE WS-RATE TO WS-LR-AVERAGE (4).
005930     MOVE WS-RATE-PRESENT TO WS-LR-AVERAGE-PRESENT (4).
005940     MOVE WS-ALL-OVERDUE (1)    TO WS-RATE-COUNT.
005950     MOVE WS-ALL-NIGHTS (1)     TO WS-RATE-BASE.
005960     PERFORM 8100-COMPUTE-AVERAGE THRU 8100-EXIT.
005970     MOVE WS-RATE TO WS-LR-AVERAGE (5).
005980     MOVE WS-RATE-PRESENT TO WS-LR-AVERAGE-PRESENT (5).
005990 3300-EXIT.
006000     EXIT.
006010
006020******************************************************************
006030* 3400-FILL-SOURCE-RATES THRU 3430-FILL-AVERAGE-DIFFS - FILL THE
006040* FIVE RATE COLUMNS OF A LINE AND PRINT IT.  A RATE WITH NO BASE
006050* PRINTS AS A DASH, AND SO DOES ANY DIFFERENCE TAKEN FROM ONE.
006060******************************************************************
006070 3400-FILL-SOURCE-RATES.
006080     MOVE 1 TO WS-RATE-POS.
006090     PERFORM 3405-FILL-ONE-SOURCE-RATE THRU 3405-EXIT
006100         UNTIL WS-RATE-POS > 5.
006110     MOVE WS-DETAIL-LINE TO REPORT-LINE.
006120     WRITE REPORT-LINE.
006130 3400-EXIT.
006140     EXIT.
006150
006160 3405-FILL-ONE-SOURCE-RATE.
006170     IF WS-LR-SOURCE-PRESENT (WS-RATE-POS) = 'Y'
006180         MOVE WS-LR-SOURCE (WS-RATE-POS) TO WS-RATE-EDIT
006190         MOVE WS-RATE-EDIT TO WS-DL-RATE (WS-RATE-POS)
006200     ELSE
006210         MOVE '       -' TO WS-DL-RATE (WS-RATE-POS)
006220     END-IF.
006230     ADD 1 TO WS-RATE-POS.
006240 3405-EXIT.
006250     EXIT.
006260
006270 3410-FILL-PRIOR-RATES.
006280     MOVE 1 TO WS-RATE-POS.
006290     PERFORM 3415-FILL-ONE-PRIOR-RATE THRU 3415-EXIT
006300         UNTIL WS-RATE-POS > 5.
006310     MOVE WS-DETAIL-LINE TO REPORT-LINE.
006320     WRITE REPORT-LINE.
006330 3410-EXIT.
006340     EXIT.
006350
006360 3415-FILL-ONE-PRIOR-RATE.
006370     IF WS-LR-PRIOR-PRESENT (WS-RATE-POS) = 'Y'
006380         MOVE WS-LR-PRIOR (WS-RATE-POS) TO WS-RATE-EDIT
006390         MOVE WS-RATE-EDIT TO WS-DL-RATE (WS-RATE-POS)
006400     ELSE
006410         MOVE '       -' TO WS-DL-RATE (WS-RATE-POS)
006420     END-IF.
006430     ADD 1 TO WS-RATE-POS.
006440 3415-EXIT.
006450     EXIT.
006460
006470 3420-FILL-CHANGE-RATES.
006480     MOVE 1 TO WS-RATE-POS.
006490     PERFORM 3425-FILL-ONE-CHANGE THRU 3425-EXIT
006500         UNTIL WS-RATE-POS > 5.
006510     MOVE WS-DETAIL-LINE TO REPORT-LINE.
006520     WRITE REPORT-LINE.
006530 3420-EXIT.
006540     EXIT.
006550
006560 3425-FILL-ONE-CHANGE.
006570     IF WS-LR-SOURCE-PRESENT (WS-RATE-POS) = 'Y'
006580        AND WS-LR-PRIOR-PRESENT (WS-RATE-POS) = 'Y'
006590         COMPUTE WS-DIFF = WS-LR-SOURCE (WS-RATE-POS)
006600             - WS-LR-PRIOR (WS-RATE-POS)
006610         PERFORM 8200-EDIT-DIFFERENCE THRU 8200-EXIT
006620     ELSE
006630         MOVE '       -' TO WS-DL-RATE (WS-RATE-POS)
006640     END-IF.
006650     ADD 1 TO WS-RATE-POS.
006660 3425-EXIT.
006670     EXIT.
006680
006690 3430-FILL-AVERAGE-DIFFS.
006700     MOVE 1 TO WS-RATE-POS.
006710     PERFORM 3435-FILL-ONE-AVERAGE-DIFF THRU 3435-EXIT
006720         UNTIL WS-RATE-POS > 5.
006730     MOVE WS-DETAIL-LINE TO REPORT-LINE.
006740     WRITE REPORT-LINE.
006750 3430-EXIT.
006760     EXIT.
006770
006780 3435-FILL-ONE-AVERAGE-DIFF.
006790     IF WS-LR-SOURCE-PRESENT (WS-RATE-POS) = 'Y'
006800        AND WS-LR-AVERAGE-PRESENT (WS-RATE-POS) = 'Y'
006810         COMPUTE WS-DIFF = WS-LR-SOURCE (WS-RATE-POS)
006820             - WS-LR-AVERAGE (WS-RATE-POS)
006830         PERFORM 8200-EDIT-DIFFERENCE THRU 8200-EXIT
006840     ELSE
006850         MOVE '       -' TO WS-DL-RATE (WS-RATE-POS)
006860     END-IF.
006870     ADD 1 TO WS-RATE-POS.
006880 3435-EXIT.
006890     EXIT.
006900
006910******************************************************************
006920* 3500-WRITE-ALL-SOURCES - THE ALL-SOURCE LINES - THE MONTH, THE
006930* PRIOR MONTH AND THE CHANGE - AND THE FLAGGED-SOURCE COUNT.
006940******************************************************************
006950 3500-WRITE-ALL-SOURCES.
006960     MOVE ALL '-' TO REPORT-LINE.
006970     WRITE REPORT-LINE.
006980     MOVE 1 TO WS-RATE-POS.
006990     PERFORM 3510-MOVE-ONE-AVERAGE THRU 3510-EXIT
007000         UNTIL WS-RATE-POS > 5.
007010     MOVE WS-ALL-REJECTED (2)   TO WS-RATE-COUNT.
007020     MOVE WS-ALL-RECEIVED (2)   TO WS-RATE-BASE.
007030     PERFORM 8000-COMPUTE-RATE THRU 8000-EXIT.
007040     MOVE WS-RATE TO WS-LR-PRIOR (1).
007050     MOVE WS-RATE-PRESENT TO WS-LR-PRIOR-PRESENT (1).
007060     MOVE WS-ALL-OUT-OF-TOL (2) TO WS-RATE-COUNT.
007070     MOVE WS-ALL-POSTED (2)     TO WS-RATE-BASE.
007080     PERFORM 8000-COMPUTE-RATE THRU 8000-EXIT.
007090     MOVE WS-RATE TO WS-LR-PRIOR (2).
007100     MOVE WS-RATE-PRESENT TO WS-LR-PRIOR-PRESENT (2).
007110     MOVE WS-ALL-RECYCLED (2)   TO WS-RATE-COUNT.
007120     PERFORM 8000-COMPUTE-RATE THRU 8000-EXIT.
007130     MOVE WS-RATE TO WS-LR-PRIOR (3).
007140     MOVE WS-RATE-PRESENT TO WS-LR-PRIOR-PRESENT (3).
007150     MOVE WS-ALL-ACK-ERRORS (2) TO WS-RATE-COUNT.
007160     PERFORM 8000-COMPUTE-RATE THRU 8000-EXIT.
007170     MOVE WS-RATE TO WS-LR-PRIOR (4).
007180     MOVE WS-RATE-PRESENT TO WS-LR-PRIOR-PRESENT (4).
007190     MOVE WS-ALL-OVERDUE (2)    TO WS-RATE-COUNT.
007200     MOVE WS-ALL-NIGHTS (2)     TO WS-RATE-BASE.
007210     PERFORM 8100-COMPUTE-AVERAGE THRU 8100-EXIT.
007220     MOVE WS-RATE TO WS-LR-PRIOR (5).
007230     MOVE WS-RATE-PRESENT TO WS-LR-PRIOR-PRESENT (5).
007240     MOVE SPACES TO WS-DETAIL-LINE.
007250     MOVE 'ALL' TO WS-DL-SOURCE.
007260     MOVE WS-REPORT-MONTH TO WS-DL-PERIOD.
007270     MOVE WS-ALL-RECEIVED (1) TO WS-CARDS-EDIT.
007280     MOVE WS-CARDS-EDIT TO WS-DL-CARDS.
007290     PERFORM 3400-FILL-SOURCE-RATES THRU 3400-EXIT.
007300     MOVE SPACES TO WS-DETAIL-LINE.
007310     MOVE WS-PRIOR-MONTH TO WS-DL-PERIOD.
007320     MOVE WS-ALL-RECEIVED (2) TO WS-CARDS-EDIT.
007330     MOVE WS-CARDS-EDIT TO WS-DL-CARDS.
007340     PERFORM 3410-FILL-PRIOR-RATES THRU 3410-EXIT.
007350     MOVE SPACES TO WS-DETAIL-LINE.
007360     MOVE 'CHANGE' TO WS-DL-PERIOD.
007370     PERFORM 3420-FILL-CHANGE-RATES THRU 3420-EXIT.
007380     MOVE SPACES TO REPORT-LINE.
007390     WRITE REPORT-LINE.
007400     MOVE 'SOURCES ON THE SCORECARD'  TO WS-TL-LABEL.
007410     MOVE WS-SC-USED                  TO WS-TL-COUNT.
007420     MOVE WS-TOTAL-LINE TO REPORT-LINE.
007430     WRITE REPORT-LINE.
007440     MOVE 'SOURCES FLAGGED'           TO WS-TL-LABEL.
007450     MOVE WS-SOURCES-FLAGGED          TO WS-TL-COUNT.
007460     MOVE WS-TOTAL-LINE TO REPORT-LINE.
007470     WRITE REPORT-LINE.
007480     MOVE 'A BLANK SOURCE IS CARDS RECEIVED WITHOUT A HEADER'
007490         TO REPORT-LINE.
007500     WRITE REPORT-LINE.
007510 3500-EXIT.
007520     EXIT.
007530
007540 3510-MOVE-ONE-AVERAGE.
007550     MOVE WS-LR-AVERAGE (WS-RATE-POS)
007560         TO WS-LR-SOURCE (WS-RATE-POS).
007570     MOVE WS-LR-AVERAGE-PRESENT (WS-RATE-POS)
007580         TO WS-LR-SOURCE-PRESENT (WS-RATE-POS).
007590     ADD 1 TO WS-RATE-POS.
007600 3510-EXIT.
007610     EXIT.
007620
007630******************************************************************
007640* 4000-PRINT-REASONS - THE MONTH'S REJECTS BY REASON CODE, SIX
007650* CODES TO A LINE, FOR EACH SOURCE WITH ANY REJECTS AND FOR ALL
007660* SOURCES.  CODE 15 COLLECTS ANY CODE WITHOUT A SLOT OF ITS OWN.
007670******************************************************************
007680 4000-PRINT-REASONS.
007690     IF WS-ALL-REJECTED (1) = ZERO
007700         GO TO 4000-EXIT
007710     END-IF.
007720     MOVE SPACES TO REPORT-LINE.
007730     WRITE REPORT-LINE.
007740     MOVE SPACES TO REPORT-LINE.
007750     STRING 'REJECTS BY REASON CODE - MONTH ' WS-REPORT-MONTH
007760         '  (CODE=COUNT)'
007770         DELIMITED BY SIZE INTO REPORT-LINE.
007780     WRITE REPORT-LINE.
007790     MOVE ALL '-' TO REPORT-LINE.
007800     WRITE REPORT-LINE.
007810     MOVE 1 TO WS-SC-SUB.
007820     PERFORM 4100-WRITE-SOURCE-REASONS THRU 4100-EXIT
007830         UNTIL WS-SC-SUB > WS-SC-USED.
007840     MOVE SPACES TO WS-REASON-LINE.
007850     MOVE 'ALL' TO WS-RL-SOURCE.
007860     MOVE ZERO TO WS-RL-SUB.
007870     MOVE 1 TO WS-REASON-SUB.
007880     PERFORM 4300-PLACE-ALL-REASON THRU 4300-EXIT
007890         UNTIL WS-REASON-SUB > 15.
007900     IF WS-RL-SUB > ZERO
007910         MOVE WS-REASON-LINE TO REPORT-LINE
007920         WRITE REPORT-LINE
007930     END-IF.
007940 4000-EXIT.
007950     EXIT.
007960
007970 4100-WRITE-SOURCE-REASONS.
007980     IF WS-SC-REJECTED (WS-SC-SUB, 1) = ZERO
007990         GO TO 4100-NEXT
008000     END-IF.
008010     MOVE SPACES TO WS-REASON-LINE.
008020     MOVE WS-SC-ID (WS-SC-SUB) TO WS-RL-SOURCE.
008030     MOVE ZERO TO WS-RL-SUB.
008040     MOVE 1 TO WS-REASON-SUB.
008050     PERFORM 4200-PLACE-SOURCE-REASON THRU 4200-EXIT
008060         UNTIL WS-REASON-SUB > 15.
008070     IF WS-RL-SUB > ZERO
008080         MOVE WS-REASON-LINE TO REPORT-LINE
008090         WRITE REPORT-LINE
008100     END-IF.
008110 4100-NEXT.
008120     ADD 1 TO WS-SC-SUB.
008130 4100-EXIT.
008140     EXIT.
008150
008160 4200-PLACE-SOURCE-REASON.
008170     IF WS-SC-REASON (WS-SC-SUB, WS-REASON-SUB) > ZERO
008180         MOVE WS-SC-REASON (WS-SC-SUB, WS-REASON-SUB)
008190             TO WS-RATE-COUNT
008200         PERFORM 4400-PLACE-ONE-ENTRY THRU 4400-EXIT
008210     END-IF.
008220     ADD 1 TO WS-REASON-SUB.
008230 4200-EXIT.
008240     EXIT.
008250
008260 4300-PLACE-ALL-REASON.
008270     IF WS-ALL-REASON (WS-REASON-SUB) > ZERO
008280         MOVE WS-ALL-REASON (WS-REASON-SUB) TO WS-RATE-COUNT
008290         PERFORM 4400-PLACE-ONE-ENTRY THRU 4400-EXIT
008300     END-IF.
008310     ADD 1 TO WS-REASON-SUB.
008320 4300-EXIT.
008330     EXIT.
008340
008350******************************************************************
008360* 4400-PLACE-ONE-ENTRY - PUT ONE CODE=COUNT ENTRY ON THE REASON
008370* LINE, PRINTING THE LINE FIRST WHEN IT IS FULL.  A CONTINUATION
008380* LINE LEAVES THE SOURCE BLANK.
008390******************************************************************
008400 4400-PLACE-ONE-ENTRY.
008410     IF WS-RL-SUB = 6
008420         MOVE WS-REASON-LINE TO REPORT-LINE
008430         WRITE REPORT-LINE
008440         MOVE SPACES TO WS-REASON-LINE
008450         MOVE ZERO TO WS-RL-SUB
008460     END-IF.
008470     ADD 1 TO WS-RL-SUB.
008480     MOVE WS-REASON-SUB TO WS-RL-CODE (WS-RL-SUB).
008490     MOVE '='           TO WS-RL-EQUALS (WS-RL-SUB).
008500     MOVE WS-RATE-COUNT TO WS-RL-COUNT (WS-RL-SUB).
008510 4400-EXIT.
008520     EXIT.
008530
008540******************************************************************
008550* 8000-COMPUTE-RATE - WS-RATE-COUNT AS A PERCENTAGE OF
008560* WS-RATE-BASE.  A ZERO BASE HAS NO RATE.
008570******************************************************************
008580 8000-COMPUTE-RATE.
008590     MOVE ZERO TO WS-RATE.
008600     IF WS-RATE-BASE = ZERO
008610         MOVE 'N' TO WS-RATE-PRESENT
008620     ELSE
008630         MOVE 'Y' TO WS-RATE-PRESENT
008640         COMPUTE WS-RATE ROUNDED =
008650             WS-RATE-COUNT * 100 / WS-RATE-BASE
008660     END-IF.
008670 8000-EXIT.
008680     EXIT.
008690
008700******************************************************************
008710* 8100-COMPUTE-AVERAGE - WS-RATE-COUNT PER WS-RATE-BASE (OVERDUE
008720* ACKNOWLEDGMENTS PER NIGHT).  A ZERO BASE HAS NO AVERAGE.
008730******************************************************************
008740 8100-COMPUTE-AVERAGE.
008750     MOVE ZERO TO WS-RATE.
008760     IF WS-RATE-BASE = ZERO
008770         MOVE 'N' TO WS-RATE-PRESENT
008780     ELSE
008790         MOVE 'Y' TO WS-RATE-PRESENT
008800         COMPUTE WS-RATE ROUNDED =
008810             WS-RATE-COUNT / WS-RATE-BASE
008820     END-IF.
008830 8100-EXIT.
008840     EXIT.
008850
008860******************************************************************
008870* 8200-EDIT-DIFFERENCE - PRINT WS-DIFF SIGNED IN RATE COLUMN
008880* WS-RATE-POS.
008890******************************************************************
008900 8200-EDIT-DIFFERENCE.
008910     MOVE WS-DIFF TO WS-DIFF-EDIT.
008920     MOVE SPACES TO WS-DL-RATE (WS-RATE-POS).
008930     MOVE WS-DIFF-EDIT TO WS-DL-RATE (WS-RATE-POS) (2:7).
008940 8200-EXIT.
008950     EXIT.
008960
008970******************************************************************
008980* 9000-TERMINATE - CLOSE THE FILES AND WRITE THE RUN RECORD.  ANY
008990* FLAGGED SOURCE ENDS THE STEP WITH CONDITION CODE 4.
009000******************************************************************
009010 9000-TERMINATE.
009020     CLOSE SOURCE-HISTORY-FILE.
009030     CLOSE REPORT-FILE.
009040     DISPLAY 'CALC-AREA-SCORECARD - SOURCES REPORTED: '
009050         WS-SC-USED.
009060     DISPLAY 'CALC-AREA-SCORECARD - SOURCES FLAGGED:  '
009070         WS-SOURCES-FLAGGED.
009080     IF WS-SOURCES-FLAGGED > ZERO
009090         MOVE 4 TO RETURN-CODE
009100     END-IF.
009110     PERFORM 9200-WRITE-RUN-RECORD THRU 9200-EXIT.
009120 9000-EXIT.
009130     EXIT.
009140
009150******************************************************************
009160* 9200-WRITE-RUN-RECORD - REPORT THIS RUN'S OUTCOME TO THE
009170* SHARED RUN-CONTROL FILE FOR THE NIGHT-STATUS INQUIRY.  THE
009175* CONDITION CODE IS HELD ACROSS THE CALL.
009180******************************************************************
009190 9200-WRITE-RUN-RECORD.
009200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
009210     ACCEPT WS-CURRENT-TIME FROM TIME.
009220     MOVE SPACES TO RUN-CONTROL-RECORD.
009230     MOVE 'CALC-AREA-SCORECARD' TO RUN-PROGRAM-NAME.
009240     MOVE 'SRCHIST'             TO RUN-INPUT-IDENTITY.
009250     MOVE WS-HISTORY-READ       TO RUN-RECORDS-IN.
009260     MOVE WS-SC-USED            TO RUN-RECORDS-OUT.
009270     MOVE RETURN-CODE           TO RUN-CONDITION-CODE.
009280     MOVE WS-RUN-START-TS       TO RUN-START-TIMESTAMP.
009290     STRING WS-CURRENT-DATE WS-CURRENT-TIME
009300         DELIMITED BY SIZE INTO RUN-END-TIMESTAMP.
009305     MOVE RETURN-CODE           TO WS-SAVED-RETURN-CODE.
009310     CALL 'CALC-RUN-LOG' USING RUN-CONTROL-RECORD.
009315     MOVE WS-SAVED-RETURN-CODE  TO RETURN-CODE.
009320 9200-EXIT.
009330     EXIT.
