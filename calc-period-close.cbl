000010******************************************************************
000020* PROGRAM-ID.  CALC-PERIOD-CLOSE.
000030* AUTHOR.      R. ALBUQUERQUE - APPLICATIONS PROGRAMMING.
000040* INSTALLATION. DAY-END RECONCILIATION.
000050* DATE-WRITTEN. 10/15/2026.
000060* DATE-COMPILED.
000070*
000080* PURPOSE.     MONTH-END ACCOUNTING PERIOD CLOSE.  THE SYSIN
000090*              CARD NAMES THE PERIOD (YYYYMM).  THE MONTH'S
000100*              DAYS ARE READ OFF THE HISTORY MASTER (SEE
000110*              CALCHIST) AND EACH ONE IS CERTIFIED - THE
000120*              OPERATION TOTALS MUST FOOT TO THE DAY'S GRAND
000130*              TOTAL AND THE DATES MUST RUN IN ORDER WITH NO
000140*              DAY ON FILE TWICE.  THE CERTIFICATION REPORT
000150*              SHOWS EVERY DAY AND THE MONTH'S COUNT AND TOTAL
000160*              PER OPERATION.
000170*
000180*              A MONTH THAT CERTIFIES CLEAN IS CLOSED - A
000190*              STATUS C RECORD CARRYING THE CERTIFIED GRAND
000200*              COUNT AND TOTAL IS APPENDED TO THE PERIOD
000210*              CONTROL FILE (SEE CALCPER) AND A PERIOD-CLOSED
000220*              SECURITY EVENT IS LOGGED.  FROM THEN ON THE
000230*              FRONT-END EDIT REJECTS ANY CARD DATED IN THE
000240*              MONTH AND CALC-LOG-REVERSAL REFUSES TO REVERSE
000250*              ANYTHING POSTED IN IT, UNTIL A SUPERVISOR
000260*              REOPENS IT (CALC-PERIOD-REOPEN, MENU OPTION 12).
000270*
000280*              CONDITION CODES.
000290*                00 - PERIOD CERTIFIED AND CLOSED
000300*                04 - PERIOD ALREADY CLOSED - NOTHING DONE
000310*                08 - NOT CLOSED - A DAY FAILED CERTIFICATION,
000320*                     NO DAYS ON FILE FOR THE PERIOD, OR THE
000330*                     PERIOD HAS NOT ENDED YET
000340*                16 - NOT CLOSED - PERIOD CARD INVALID OR A
000350*                     FILE COULD NOT BE OPENED OR WRITTEN
000360*
000370*              THE DAY COUNTS ARE PRINTED BUT NOT FOOTED - THE
000380*              NIGHTLY SUMMARY STOPS AN OPERATION COUNT AT ZERO
000390*              WHEN IT NETS OUT A REVERSAL OF AN EARLIER DAY'S
000400*              RESULT, SO THE OPERATION COUNTS NEED NOT ADD UP
000410*              TO THE GRAND COUNT.  THE AMOUNTS ALWAYS NET.
000420*
000430* MODIFICATION HISTORY.
000440*   10/15/2026  RA   ORIGINAL PROGRAM.
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. CALC-PERIOD-CLOSE.
000480 AUTHOR. R. ALBUQUERQUE.
000490 INSTALLATION. DAY-END RECONCILIATION.
000500 DATE-WRITTEN. 10/15/2026.
000510 DATE-COMPILED.
000520
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT HISTORY-FILE ASSIGN TO HISTIN
000570         FILE STATUS IS WS-HIST-FILE-STATUS.
000580
000590     SELECT PERIOD-CONTROL-FILE ASSIGN TO PERCTL
000600         FILE STATUS IS WS-PER-FILE-STATUS.
000610
000620     SELECT REPORT-FILE ASSIGN TO RPTOUT
000630         FILE STATUS IS WS-RPT-FILE-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  HISTORY-FILE.
000680 COPY CALCHIST.
000690
000700 FD  PERIOD-CONTROL-FILE.
000710 COPY CALCPER.
000720
000730 FD  REPORT-FILE.
000740 01  REPORT-LINE                 PIC X(80).
000750
000760 WORKING-STORAGE SECTION.
000770 77  WS-HIST-FILE-STATUS         PIC X(02).
000780 77  WS-PER-FILE-STATUS          PIC X(02).
000790 77  WS-RPT-FILE-STATUS          PIC X(02).
000800 77  WS-CURRENT-DATE             PIC X(08).
000810 77  WS-CURRENT-TIME             PIC X(08).
000820 77  WS-RUN-START-TS             PIC X(14) VALUE SPACES.
000830 77  WS-RECORDS-READ             PIC 9(08) COMP VALUE ZERO.
000840 77  WS-DAYS-IN-PERIOD           PIC 9(08) COMP VALUE ZERO.
000850 77  WS-DAYS-FAILED              PIC 9(08) COMP VALUE ZERO.
000860 77  WS-PRIOR-DATE               PIC X(08) VALUE SPACES.
000870 77  WS-OPS-TOTAL                PIC S9(11)V99 COMP-3
000880                                     VALUE ZERO.
000890 77  WS-LAST-PERIOD-STATUS       PIC X(01) VALUE SPACES.
000895 77  WS-SAVED-RETURN-CODE        PIC 9(04) COMP VALUE ZERO.
000900
000910 COPY CALCRUN.
000920
000930 COPY CALCSEC.
000940
000950 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000960     88  END-OF-HISTORY          VALUE 'Y'.
000970     88  NOT-END-OF-HISTORY      VALUE 'N'.
000980
000990 01  WS-PER-EOF-SWITCH           PIC X(01) VALUE 'N'.
001000     88  END-OF-PERIOD-FILE      VALUE 'Y'.
001010     88  NOT-END-OF-PERIOD-FILE  VALUE 'N'.
001020
001030*----------------------------------------------------------------
001040* SET OFF BY ANY REASON NOT TO CLOSE - A BAD CARD, A PERIOD
001050* ALREADY CLOSED OR NOT YET ENDED, OR A FAILED CERTIFICATION.
001060* THE REASON IS ALREADY IN RETURN-CODE BY THE TIME IT IS SET.
001070*----------------------------------------------------------------
001080 01  WS-CLOSE-SWITCH             PIC X(01) VALUE 'Y'.
001090     88  CLOSE-CAN-PROCEED       VALUE 'Y'.
001100     88  CLOSE-STOPPED           VALUE 'N'.
001110
001120*----------------------------------------------------------------
001130* THE PERIOD CARD, AND THE PERIOD SPLIT FOR THE MONTH EDIT.
001140*----------------------------------------------------------------
001150 01  WS-PERIOD-IN                PIC X(06) VALUE SPACES.
001160 01  WS-PERIOD-PARTS REDEFINES WS-PERIOD-IN.
001170     05  WS-PERIOD-YEAR          PIC 9(04).
001180     05  WS-PERIOD-MONTH         PIC 9(02).
001190
001200 01  WS-RECORD-DATE.
001210     05  WS-REC-PERIOD           PIC X(06).
001220     05  FILLER                  PIC X(02).
001230
001240*----------------------------------------------------------------
001250* MONTH ACCUMULATORS - THE CERTIFIED FIGURES FOR THE PERIOD.
001260*----------------------------------------------------------------
001270 01  WS-PER-TOTALS.
001280     05  WS-PER-ADD-COUNT        PIC 9(07) VALUE ZERO.
001290     05  WS-PER-ADD-TOTAL        PIC S9(9)V99 VALUE ZERO.
001300     05  WS-PER-SUB-COUNT        PIC 9(07) VALUE ZERO.
001310     05  WS-PER-SUB-TOTAL        PIC S9(9)V99 VALUE ZERO.
001320     05  WS-PER-MUL-COUNT        PIC 9(07) VALUE ZERO.
001330     05  WS-PER-MUL-TOTAL        PIC S9(9)V99 VALUE ZERO.
001340     05  WS-PER-DIV-COUNT        PIC 9(07) VALUE ZERO.
001350     05  WS-PER-DIV-TOTAL        PIC S9(9)V99 VALUE ZERO.
001360     05  WS-PER-REM-COUNT        PIC 9(07) VALUE ZERO.
001370     05  WS-PER-REM-TOTAL        PIC S9(9)V99 VALUE ZERO.
001380     05  WS-PER-PCT-COUNT        PIC 9(07) VALUE ZERO.
001390     05  WS-PER-PCT-TOTAL        PIC S9(9)V99 VALUE ZERO.
001400     05  WS-PER-GRAND-COUNT      PIC 9(07) VALUE ZERO.
001410     05  WS-PER-GRAND-TOTAL      PIC S9(9)V99 VALUE ZERO.
001420     05  WS-PER-ERROR-COUNT      PIC 9(07) VALUE ZERO.
001430
001440*----------------------------------------------------------------
001450* PRINT LINE WORK AREAS.
001460*----------------------------------------------------------------
001470 01  WS-DAY-LINE.
001480     05  WS-DY-DATE              PIC X(08) VALUE SPACES.
001490     05  FILLER                  PIC X(02) VALUE SPACES.
001500     05  WS-DY-COUNT             PIC Z,ZZZ,ZZ9.
001510     05  FILLER                  PIC X(01) VALUE SPACES.
001520     05  WS-DY-OPS-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001530     05  FILLER                  PIC X(01) VALUE SPACES.
001540     05  WS-DY-GRAND-TOTAL       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001550     05  FILLER                  PIC X(02) VALUE SPACES.
001560     05  WS-DY-FLAG              PIC X(17) VALUE SPACES.
001570
001580 01  WS-DETAIL-LINE.
001590     05  WS-DL-LABEL             PIC X(10) VALUE SPACES.
001600     05  FILLER                  PIC X(01) VALUE SPACES.
001610     05  WS-DL-COUNT             PIC Z,ZZZ,ZZ9.
001620     05  FILLER                  PIC X(01) VALUE SPACES.
001630     05  WS-DL-TOTAL             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001640     05  FILLER                  PIC X(41) VALUE SPACES.
001650
001660 PROCEDURE DIVISION.
001670
001680******************************************************************
001690* 0000-MAIN-CONTROL - MAINLINE.  EACH STAGE RUNS ONLY WHILE THE
001700* CLOSE CAN STILL PROCEED; THE RUN RECORD IS ALWAYS WRITTEN.
001710******************************************************************
001720 0000-MAIN-CONTROL.
001730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001740     IF CLOSE-CAN-PROCEED
001750         PERFORM 2000-CHECK-PERIOD-STATUS THRU 2000-EXIT
001760     END-IF.
001770     IF CLOSE-CAN-PROCEED
001780         PERFORM 3000-CERTIFY-HISTORY THRU 3000-EXIT
001790         PERFORM 4000-PRINT-PERIOD-TOTALS THRU 4000-EXIT
001800     END-IF.
001810     IF CLOSE-CAN-PROCEED
001820         PERFORM 5000-CLOSE-PERIOD THRU 5000-EXIT
001830     END-IF.
001840     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001850     STOP RUN.
001860
001870******************************************************************
001880* 1000-INITIALIZE - OPEN THE REPORT, READ AND EDIT THE PERIOD
001890* CARD.  THE CARD MUST BE A REAL YYYYMM, AND THE MONTH MUST BE
001900* OVER - THE CURRENT MONTH IS STILL TAKING POSTINGS.
001910******************************************************************
001920 1000-INITIALIZE.
001930     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001940     ACCEPT WS-CURRENT-TIME FROM TIME.
001950     STRING WS-CURRENT-DATE WS-CURRENT-TIME
001960         DELIMITED BY SIZE INTO WS-RUN-START-TS.
001970     OPEN OUTPUT REPORT-FILE.
001980     IF WS-RPT-FILE-STATUS NOT = '00'
001990         DISPLAY 'CALC-PERIOD-CLOSE - UNABLE TO OPEN RPTOUT'
002000             ' - FILE STATUS ' WS-RPT-FILE-STATUS
002010         MOVE 16 TO RETURN-CODE
002020         STOP RUN
002030     END-IF.
002040     ACCEPT WS-PERIOD-IN.
002050     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
002060     IF WS-PERIOD-IN NOT NUMERIC
002070         MOVE SPACES TO REPORT-LINE
002080         STRING 'PERIOD CARD "' WS-PERIOD-IN
002090             '" NOT A VALID YYYYMM - NOTHING CLOSED'
002100             DELIMITED BY SIZE INTO REPORT-LINE
002110         PERFORM 7100-STOP-WITH-MESSAGE THRU 7100-EXIT
002120         MOVE 16 TO RETURN-CODE
002130         GO TO 1000-EXIT
002140     END-IF.
002150     IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
002160         MOVE SPACES TO REPORT-LINE
002170         STRING 'PERIOD CARD "' WS-PERIOD-IN
002180             '" NOT A VALID YYYYMM - NOTHING CLOSED'
002190             DELIMITED BY SIZE INTO REPORT-LINE
002200         PERFORM 7100-STOP-WITH-MESSAGE THRU 7100-EXIT
002210         MOVE 16 TO RETURN-CODE
002220         GO TO 1000-EXIT
002230     END-IF.
002240     IF WS-PERIOD-IN NOT < WS-CURRENT-DATE (1:6)
002250         MOVE SPACES TO REPORT-LINE
002260         STRING 'PERIOD ' WS-PERIOD-IN
002270             ' HAS NOT ENDED YET - NOTHING CLOSED'
002280             DELIMITED BY SIZE INTO REPORT-LINE
002290         PERFORM 7100-STOP-WITH-MESSAGE THRU 7100-EXIT
002300         MOVE 8 TO RETURN-CODE
002310     END-IF.
002320 1000-EXIT.
002330     EXIT.
002340
002350******************************************************************
002360* 2000-CHECK-PERIOD-STATUS - FIND THE PERIOD'S LATEST RECORD ON
002370* THE CONTROL FILE.  A PERIOD WHOSE LAST RECORD SAYS CLOSED IS
002380* LEFT ALONE WITH CONDITION CODE 4.  A MISSING FILE JUST MEANS
002390* NO PERIOD HAS EVER BEEN CLOSED.
002400******************************************************************
002410 2000-CHECK-PERIOD-STATUS.
002420     SET NOT-END-OF-PERIOD-FILE TO TRUE.
002430     OPEN INPUT PERIOD-CONTROL-FILE.
002440     IF WS-PER-FILE-STATUS = '35'
002450         GO TO 2000-EXIT
002460     END-IF.
002470     IF WS-PER-FILE-STATUS NOT = '00'
002480         DISPLAY 'CALC-PERIOD-CLOSE - UNABLE TO OPEN PERCTL'
002490             ' - FILE STATUS ' WS-PER-FILE-STATUS
002500         MOVE 16 TO RETURN-CODE
002510         SET CLOSE-STOPPED TO TRUE
002520         GO TO 2000-EXIT
002530     END-IF.
002540     PERFORM 2100-SCAN-ONE-PERIOD-RECORD THRU 2100-EXIT
002550         UNTIL END-OF-PERIOD-FILE.
002560     CLOSE PERIOD-CONTROL-FILE.
002570     IF WS-LAST-PERIOD-STATUS = 'C'
002580         MOVE SPACES TO REPORT-LINE
002590         STRING 'PERIOD ' WS-PERIOD-IN
002600             ' IS ALREADY CLOSED - NOTHING DONE'
002610             DELIMITED BY SIZE INTO REPORT-LINE
002620         PERFORM 7100-STOP-WITH-MESSAGE THRU 7100-EXIT
002630         MOVE 4 TO RETURN-CODE
002640     END-IF.
002650 2000-EXIT.
002660     EXIT.
002670
002680 2100-SCAN-ONE-PERIOD-RECORD.
002690     READ PERIOD-CONTROL-FILE
002700         AT END
002710             SET END-OF-PERIOD-FILE TO TRUE
002720             GO TO 2100-EXIT
002730     END-READ.
002740     IF PER-PERIOD = WS-PERIOD-IN
002750         MOVE PER-STATUS TO WS-LAST-PERIOD-STATUS
002760     END-IF.
002770 2100-EXIT.
002780     EXIT.
002790
002800******************************************************************
002810* 3000-CERTIFY-HISTORY - READ THE HISTORY MASTER END TO END AND
002820* CERTIFY EVERY DAY THAT FALLS IN THE PERIOD.  A MONTH WITH NO
002830* DAYS ON FILE HAS NOTHING TO CERTIFY AND IS NOT CLOSED.
002840******************************************************************
002850 3000-CERTIFY-HISTORY.
002860     OPEN INPUT HISTORY-FILE.
002870     IF WS-HIST-FILE-STATUS NOT = '00'
002880         DISPLAY 'CALC-PERIOD-CLOSE - UNABLE TO OPEN HISTIN'
002890             ' - FILE STATUS ' WS-HIST-FILE-STATUS
002900         MOVE 16 TO RETURN-CODE
002910         SET CLOSE-STOPPED TO TRUE
002920         GO TO 3000-EXIT
002930     END-IF.
002940     PERFORM 3200-READ-HISTORY-RECORD THRU 3200-EXIT.
002950     PERFORM 3100-CERTIFY-ONE-DAY THRU 3100-EXIT
002960         UNTIL END-OF-HISTORY.
002970     CLOSE HISTORY-FILE.
002980     MOVE SPACES TO REPORT-LINE.
002990     WRITE REPORT-LINE.
003000     IF WS-DAYS-IN-PERIOD = ZERO
003010         MOVE SPACES TO REPORT-LINE
003020         STRING 'NO DAYS ON THE HISTORY MASTER FOR PERIOD '
003030             WS-PERIOD-IN ' - NOTHING CLOSED'
003040             DELIMITED BY SIZE INTO REPORT-LINE
003050         PERFORM 7100-STOP-WITH-MESSAGE THRU 7100-EXIT
003060         MOVE 8 TO RETURN-CODE
003070         GO TO 3000-EXIT
003080     END-IF.
003090     IF WS-DAYS-FAILED > ZERO
003100         MOVE SPACES TO REPORT-LINE
003110         STRING 'PERIOD ' WS-PERIOD-IN
003120             ' FAILED CERTIFICATION - NOTHING CLOSED'
003130             DELIMITED BY SIZE INTO REPORT-LINE
003140         PERFORM 7100-STOP-WITH-MESSAGE THRU 7100-EXIT
003150         MOVE 8 TO RETURN-CODE
003160     END-IF.
003170 3000-EXIT.
003180     EXIT.
003190
003200******************************************************************
003210* 3100-CERTIFY-ONE-DAY - ONE HISTORY RECORD.  DAYS OUTSIDE THE
003220* PERIOD ONLY MOVE THE SEQUENCE CHECK ALONG.  A DAY IN THE
003230* PERIOD MUST FOLLOW THE DAY BEFORE IT IN DATE ORDER AND ITS
003240* SIX OPERATION TOTALS MUST FOOT TO ITS GRAND TOTAL; EITHER
003250* FAILURE IS FLAGGED ON THE DAY'S LINE AND STOPS THE CLOSE.
003260******************************************************************
003270 3100-CERTIFY-ONE-DAY.
003280     MOVE HIST-DATE TO WS-RECORD-DATE.
003290     IF WS-REC-PERIOD NOT = WS-PERIOD-IN
003300         MOVE HIST-DATE TO WS-PRIOR-DATE
003310         PERFORM 3200-READ-HISTORY-RECORD THRU 3200-EXIT
003320         GO TO 3100-EXIT
003330     END-IF.
003340     ADD 1 TO WS-DAYS-IN-PERIOD.
003350     COMPUTE WS-OPS-TOTAL = HIST-ADD-TOTAL + HIST-SUB-TOTAL
003360         + HIST-MUL-TOTAL + HIST-DIV-TOTAL + HIST-REM-TOTAL
003370         + HIST-PCT-TOTAL.
003380     MOVE SPACES TO WS-DY-FLAG.
003390     MOVE HIST-DATE        TO WS-DY-DATE.
003400     MOVE HIST-GRAND-COUNT TO WS-DY-COUNT.
003410     MOVE WS-OPS-TOTAL     TO WS-DY-OPS-TOTAL.
003420     MOVE HIST-GRAND-TOTAL TO WS-DY-GRAND-TOTAL.
003430     IF HIST-DATE = WS-PRIOR-DATE
003440         MOVE '*DUPLICATE DAY*' TO WS-DY-FLAG
003450     ELSE
003460         IF HIST-DATE < WS-PRIOR-DATE
003470             MOVE '*OUT OF SEQUENCE*' TO WS-DY-FLAG
003480         ELSE
003490             IF WS-OPS-TOTAL NOT = HIST-GRAND-TOTAL
003500                 MOVE '*DOES NOT FOOT*' TO WS-DY-FLAG
003510             ELSE
003520                 MOVE 'CERTIFIED' TO WS-DY-FLAG
003530             END-IF
003540         END-IF
003550     END-IF.
003560     IF WS-DY-FLAG NOT = 'CERTIFIED'
003570         ADD 1 TO WS-DAYS-FAILED
003580     END-IF.
003590     MOVE WS-DAY-LINE TO REPORT-LINE.
003600     WRITE REPORT-LINE.
003610     ADD HIST-ADD-COUNT   TO WS-PER-ADD-COUNT.
003620     ADD HIST-ADD-TOTAL   TO WS-PER-ADD-TOTAL.
003630     ADD HIST-SUB-COUNT   TO WS-PER-SUB-COUNT.
003640     ADD HIST-SUB-TOTAL   TO WS-PER-SUB-TOTAL.
003650     ADD HIST-MUL-COUNT   TO WS-PER-MUL-COUNT.
003660     ADD HIST-MUL-TOTAL   TO WS-PER-MUL-TOTAL.
003670     ADD HIST-DIV-COUNT   TO WS-PER-DIV-COUNT.
003680     ADD HIST-DIV-TOTAL   TO WS-PER-DIV-TOTAL.
003690     ADD HIST-REM-COUNT   TO WS-PER-REM-COUNT.
003700     ADD HIST-REM-TOTAL   TO WS-PER-REM-TOTAL.
003710     ADD HIST-PCT-COUNT   TO WS-PER-PCT-COUNT.
003720     ADD HIST-PCT-TOTAL   TO WS-PER-PCT-TOTAL.
003730     ADD HIST-GRAND-COUNT TO WS-PER-GRAND-COUNT.
003740     ADD HIST-GRAND-TOTAL TO WS-PER-GRAND-TOTAL.
003750     ADD HIST-ERROR-COUNT TO WS-PER-ERROR-COUNT.
003760     MOVE HIST-DATE TO WS-PRIOR-DATE.
003770     PERFORM 3200-READ-HISTORY-RECORD THRU 3200-EXIT.
003780 3100-EXIT.
003790     EXIT.
003800
003810 3200-READ-HISTORY-RECORD.
003820     READ HISTORY-FILE
003830         AT END
003840             SET END-OF-HISTORY TO TRUE
003850         NOT AT END
003860             ADD 1 TO WS-RECORDS-READ
003870     END-READ.
003880 3200-EXIT.
003890     EXIT.
003900
003910******************************************************************
003920* 4000-PRINT-PERIOD-TOTALS - THE MONTH'S COUNT AND TOTAL PER
003930* OPERATION, THE GRAND TOTAL AND THE ERROR COUNT.  PRINTED
003940* WHETHER OR NOT THE MONTH CERTIFIED, SO A FAILED CLOSE STILL
003950* SHOWS WHAT WAS ON FILE.
003960******************************************************************
003970 4000-PRINT-PERIOD-TOTALS.
003980     IF WS-DAYS-IN-PERIOD = ZERO
003990         GO TO 4000-EXIT
004000     END-IF.
004010     MOVE SPACES TO REPORT-LINE.
004020     STRING 'PERIOD ' WS-PERIOD-IN ' TOTALS'
004030         DELIMITED BY SIZE INTO REPORT-LINE.
004040     WRITE REPORT-LINE.
004050     MOVE 'OPERATION      COUNT               TOTAL'
004060         TO REPORT-LINE.
004070     WRITE REPORT-LINE.
004080     MOVE ALL '-' TO REPORT-LINE.
004090     WRITE REPORT-LINE.
004100     MOVE 'ADD    (+)' TO WS-DL-LABEL.
004110     MOVE WS-PER-ADD-COUNT TO WS-DL-COUNT.
004120     MOVE WS-PER-ADD-TOTAL TO WS-DL-TOTAL.
004130     PERFORM 4100-WRITE-DETAIL-LINE THRU 4100-EXIT.
004140     MOVE 'SUB    (-)' TO WS-DL-LABEL.
004150     MOVE WS-PER-SUB-COUNT TO WS-DL-COUNT.
004160     MOVE WS-PER-SUB-TOTAL TO WS-DL-TOTAL.
004170     PERFORM 4100-WRITE-DETAIL-LINE THRU 4100-EXIT.
004180     MOVE 'MULT   (*)' TO WS-DL-LABEL.
004190     MOVE WS-PER-MUL-COUNT TO WS-DL-COUNT.
004200     MOVE WS-PER-MUL-TOTAL TO WS-DL-TOTAL.
004210     PERFORM 4100-WRITE-DETAIL-LINE THRU 4100-EXIT.
004220     MOVE 'DIV    (/)' TO WS-DL-LABEL.
004230     MOVE WS-PER-DIV-COUNT TO WS-DL-COUNT.
004240     MOVE WS-PER-DIV-TOTAL TO WS-DL-TOTAL.
004250     PERFORM 4100-WRITE-DETAIL-LINE THRU 4100-EXIT.
004260     MOVE 'REM    (R)' TO WS-DL-LABEL.
004270     MOVE WS-PER-REM-COUNT TO WS-DL-COUNT.
004280     MOVE WS-PER-REM-TOTAL TO WS-DL-TOTAL.
004290     PERFORM 4100-WRITE-DETAIL-LINE THRU 4100-EXIT.
004300     MOVE 'PCT    (%)' TO WS-DL-LABEL.
004310     MOVE WS-PER-PCT-COUNT TO WS-DL-COUNT.
004320     MOVE WS-PER-PCT-TOTAL TO WS-DL-TOTAL.
004330     PERFORM 4100-WRITE-DETAIL-LINE THRU 4100-EXIT.
004340     MOVE ALL '-' TO REPORT-LINE.
004350     WRITE REPORT-LINE.
004360     MOVE 'TOTAL     ' TO WS-DL-LABEL.
004370     MOVE WS-PER-GRAND-COUNT TO WS-DL-COUNT.
004380     MOVE WS-PER-GRAND-TOTAL TO WS-DL-TOTAL.
004390     PERFORM 4100-WRITE-DETAIL-LINE THRU 4100-EXIT.
004400     MOVE 'ERRORS    ' TO WS-DL-LABEL.
004410     MOVE WS-PER-ERROR-COUNT TO WS-DL-COUNT.
004420     MOVE ZERO               TO WS-DL-TOTAL.
004430     PERFORM 4100-WRITE-DETAIL-LINE THRU 4100-EXIT.
004440     MOVE SPACES TO REPORT-LINE.
004450     WRITE REPORT-LINE.
004460 4000-EXIT.
004470     EXIT.
004480
004490 4100-WRITE-DETAIL-LINE.
004500     MOVE WS-DETAIL-LINE TO REPORT-LINE.
004510     WRITE REPORT-LINE.
004520 4100-EXIT.
004530     EXIT.
004540
004550******************************************************************
004560* 5000-CLOSE-PERIOD - APPEND THE CLOSED RECORD, CARRYING THE
004570* CERTIFIED FIGURES, AND LOG THE CLOSE AS A SECURITY EVENT.  A
004580* CONTROL FILE THAT CANNOT BE WRITTEN LEAVES THE PERIOD OPEN.
004590******************************************************************
004600 5000-CLOSE-PERIOD.
004610     OPEN EXTEND PERIOD-CONTROL-FILE.
004620     IF WS-PER-FILE-STATUS = '35'
004630         OPEN OUTPUT PERIOD-CONTROL-FILE
004640     END-IF.
004650     IF WS-PER-FILE-STATUS NOT = '00'
004660         DISPLAY 'CALC-PERIOD-CLOSE - UNABLE TO OPEN PERCTL'
004670             ' - FILE STATUS ' WS-PER-FILE-STATUS
004680             ' - PERIOD NOT CLOSED'
004690         MOVE 16 TO RETURN-CODE
004700         GO TO 5000-EXIT
004710     END-IF.
004720     MOVE SPACES TO PERIOD-CONTROL-RECORD.
004730     MOVE WS-PERIOD-IN       TO PER-PERIOD.
004740     SET PER-CLOSED          TO TRUE.
004750     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004760     ACCEPT WS-CURRENT-TIME FROM TIME.
004770     STRING WS-CURRENT-DATE WS-CURRENT-TIME
004780         DELIMITED BY SIZE INTO PER-ACTION-TIMESTAMP.
004790     MOVE 'CALCCLS'          TO PER-ACTION-BY.
004800     MOVE WS-DAYS-IN-PERIOD  TO PER-DAYS-ON-FILE.
004810     MOVE WS-PER-GRAND-COUNT TO PER-GRAND-COUNT.
004820     MOVE WS-PER-GRAND-TOTAL TO PER-GRAND-TOTAL.
004830     MOVE WS-PER-ERROR-COUNT TO PER-ERROR-COUNT.
004840     WRITE PERIOD-CONTROL-RECORD.
004850     IF WS-PER-FILE-STATUS NOT = '00'
004860         DISPLAY 'CALC-PERIOD-CLOSE - UNABLE TO WRITE PERCTL'
004870             ' - FILE STATUS ' WS-PER-FILE-STATUS
004880             ' - PERIOD NOT CLOSED'
004890         CLOSE PERIOD-CONTROL-FILE
004900         MOVE 16 TO RETURN-CODE
004910         GO TO 5000-EXIT
004920     END-IF.
004930     CLOSE PERIOD-CONTROL-FILE.
004940     PERFORM 5100-LOG-CLOSE-EVENT THRU 5100-EXIT.
004950     MOVE SPACES TO REPORT-LINE.
004960     STRING 'PERIOD ' WS-PERIOD-IN
004970         ' CERTIFIED AND CLOSED'
004980         DELIMITED BY SIZE INTO REPORT-LINE.
004990     WRITE REPORT-LINE.
005000 5000-EXIT.
005010     EXIT.
005020
005030 5100-LOG-CLOSE-EVENT.
005040     MOVE SPACES TO SECURITY-EVENT-RECORD.
005050     MOVE PER-ACTION-TIMESTAMP TO SEC-TIMESTAMP.
005060     SET SEC-PERIOD-CLOSED     TO TRUE.
005070     MOVE 'CALCCLS'            TO SEC-OPERATOR-ID.
005080     MOVE WS-PERIOD-IN         TO SEC-TARGET-ID.
005090     CALL 'CALC-SECURITY-LOG' USING SECURITY-EVENT-RECORD.
005100 5100-EXIT.
005110     EXIT.
005120
005130******************************************************************
005140* 7000-WRITE-HEADINGS - REPORT TITLE AND DAY COLUMN HEADINGS.
005150******************************************************************
005160 7000-WRITE-HEADINGS.
005170     MOVE SPACES TO REPORT-LINE.
005180     STRING 'MONTH-END PERIOD CLOSE - PERIOD ' WS-PERIOD-IN
005190         ' - RUN ' WS-CURRENT-DATE
005200         DELIMITED BY SIZE INTO REPORT-LINE.
005210     WRITE REPORT-LINE.
005220     MOVE SPACES TO REPORT-LINE.
005230     WRITE REPORT-LINE.
005240     MOVE SPACES TO REPORT-LINE.
005250     STRING 'DATE          COUNT      OPERATION TOTAL'
005260         '         GRAND TOTAL  CERTIFICATION'
005270         DELIMITED BY SIZE INTO REPORT-LINE.
005280     WRITE REPORT-LINE.
005290     MOVE ALL '-' TO REPORT-LINE.
005300     WRITE REPORT-LINE.
005310 7000-EXIT.
005320     EXIT.
005330
005340******************************************************************
005350* 7100-STOP-WITH-MESSAGE - PRINT AND DISPLAY THE REASON THE
005360* PERIOD IS NOT BEING CLOSED (ALREADY IN REPORT-LINE) AND STOP
005370* THE REMAINING STAGES.
005380******************************************************************
005390 7100-STOP-WITH-MESSAGE.
005400     WRITE REPORT-LINE.
005410     DISPLAY 'CALC-PERIOD-CLOSE - ' REPORT-LINE.
005420     SET CLOSE-STOPPED TO TRUE.
005430 7100-EXIT.
005440     EXIT.
005450
005460******************************************************************
005470* 9000-TERMINATE - CLOSE UP AND POST THE RUN RECORD.
005480******************************************************************
005490 9000-TERMINATE.
005500     CLOSE REPORT-FILE.
005510     DISPLAY 'CALC-PERIOD-CLOSE - PERIOD:         ' WS-PERIOD-IN.
005520     DISPLAY 'CALC-PERIOD-CLOSE - DAYS ON FILE:   '
005530         WS-DAYS-IN-PERIOD.
005540     DISPLAY 'CALC-PERIOD-CLOSE - DAYS FAILED:    '
005550         WS-DAYS-FAILED.
005560     PERFORM 9200-WRITE-RUN-RECORD THRU 9200-EXIT.
005570 9000-EXIT.
005580     EXIT.
005590
005600******************************************************************
005610* 9200-WRITE-RUN-RECORD - REPORT THIS RUN'S OUTCOME TO THE
005620* SHARED RUN-CONTROL FILE FOR THE NIGHT-STATUS INQUIRY.  THE
005625* CONDITION CODE IS HELD ACROSS THE CALL.
005630******************************************************************
005640 9200-WRITE-RUN-RECORD.
005650     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005660     ACCEPT WS-CURRENT-TIME FROM TIME.
005670     MOVE SPACES TO RUN-CONTROL-RECORD.
005680     MOVE 'CALC-PERIOD-CLOSE'   TO RUN-PROGRAM-NAME.
005690     STRING 'PERIOD ' WS-PERIOD-IN
005700         DELIMITED BY SIZE INTO RUN-INPUT-IDENTITY.
005710     MOVE WS-RECORDS-READ       TO RUN-RECORDS-IN.
005720     MOVE WS-DAYS-IN-PERIOD     TO RUN-RECORDS-OUT.
005730     MOVE RETURN-CODE           TO RUN-CONDITION-CODE.
005740     MOVE WS-RUN-START-TS       TO RUN-START-TIMESTAMP.
005750     STRING WS-CURRENT-DATE WS-CURRENT-TIME
005760         DELIMITED BY SIZE INTO RUN-END-TIMESTAMP.
005765     MOVE RETURN-CODE           TO WS-SAVED-RETURN-CODE.
005770     CALL 'CALC-RUN-LOG' USING RUN-CONTROL-RECORD.
005775     MOVE WS-SAVED-RETURN-CODE  TO RETURN-CODE.
005780 9200-EXIT.
005790     EXIT.
