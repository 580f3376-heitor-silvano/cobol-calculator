000010******************************************************************
000020* PROGRAM-ID.  CALC-SOURCE-ROLL.
000030* AUTHOR.      R. ALBUQUERQUE - APPLICATIONS PROGRAMMING.
000040* INSTALLATION. DAY-END RECONCILIATION.
000050* DATE-WRITTEN. 10/15/2026.
000060* DATE-COMPILED.
000070*
000080* PURPOSE.     ROLLS THE NIGHT'S SOURCE-ACTIVITY RECORDS (SEE
000090*              CALCSRA) INTO THE PER-SOURCE HISTORY MASTER (SEE
000100*              CALCSRH) - ONE RECORD PER SENDING AREA PER
000110*              BUSINESS DATE, SO THE MONTHLY AREA SCORECARD CAN
000120*              SHOW WHICH AREA'S FILES ARE GETTING WORSE.  THE
000130*              DAILY HISTORY MASTER (CALCHIST) CANNOT - IT HOLDS
000140*              ONE RECORD PER DATE ACROSS ALL SOURCES.
000150*
000160*              THE ACTIVITY FILE IS ONLY EVER APPENDED.  EACH
000170*              ROLL ENDS BY APPENDING A MARKER CARRYING THE DATE
000180*              ROLLED, AND THE NEXT ROLL STARTS COUNTING AFTER
000190*              THE LAST MARKER FOR AN EARLIER DATE - SO A RERUN
000200*              THE SAME DAY ROLLS THE SAME ACTIVITY AGAIN AND
000210*              REPLACES THE DAY'S RECORDS, THE WAY THE CALCHIST
000220*              ROLL DOES.  THE BUSINESS DATE IS THE RUN DATE.
000230*
000240*              THE FEEDING STEPS DO NOT ALL COUNT THE SAME WAY -
000250*                EDIT          A RERUN WORKS THE WHOLE FILE AGAIN,
000260*                              SO A SECOND EDIT RECORD THE SAME
000270*                              DAY REPLACES THE FIRST.
000280*                RECONCILE     A CHECKPOINT RESTART POSTS ONLY
000290*                              THE REMAINDER, SO THE RECORDS ADD.
000300*                RECYCLE       EACH SWEEP ONLY PICKS UP FAILURES
000310*                              SINCE THE LAST, SO THE RECORDS ADD.
000320*                ACK MATCH     REJECTIONS ADD (AN ACKNOWLEDGMENT
000330*                              IS ONLY MATCHED ONCE); THE OVERDUE
000340*                              COUNT IS A SNAPSHOT OF THE CARRY-
000350*                              FORWARD, SO THE LATEST ONE STANDS.
000360*
000370*              OLD MASTER GENERATION IN, NEW GENERATION OUT, IN
000380*              SOURCE-ID THEN DATE ORDER.  A ROLL REPORT SHOWS
000390*              THE DAY'S FIGURES PER SOURCE.
000400*
000410* MODIFICATION HISTORY.
000420*   10/15/2026  RA   ORIGINAL PROGRAM.
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. CALC-SOURCE-ROLL.
000460 AUTHOR. R. ALBUQUERQUE.
000470 INSTALLATION. DAY-END RECONCILIATION.
000480 DATE-WRITTEN. 10/15/2026.
000490 DATE-COMPILED.
000500
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT SOURCE-ACTIVITY-FILE ASSIGN TO SRCACT
000550         FILE STATUS IS WS-SRA-FILE-STATUS.
000560
000570     SELECT OLD-SOURCE-HISTORY-FILE ASSIGN TO OLDSRCH
000580         FILE STATUS IS WS-OLDSRCH-FILE-STATUS.
000590
000600     SELECT NEW-SOURCE-HISTORY-FILE ASSIGN TO NEWSRCH
000610         FILE STATUS IS WS-NEWSRCH-FILE-STATUS.
000620
000630     SELECT REPORT-FILE ASSIGN TO RPTOUT
000640         FILE STATUS IS WS-RPT-FILE-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  SOURCE-ACTIVITY-FILE.
000690 01  SOURCE-ACTIVITY-FILE-RECORD PIC X(200).
000700
000710 FD  OLD-SOURCE-HISTORY-FILE.
000720 01  OLD-SOURCE-HISTORY-RECORD.
000730     05  OLD-SRH-KEY.
000740         10  OLD-SRH-SOURCE-ID   PIC X(03).
000750         10  OLD-SRH-DATE        PIC X(08).
000760     05  FILLER                  PIC X(189).
000770
000780 FD  NEW-SOURCE-HISTORY-FILE.
000790 01  NEW-SOURCE-HISTORY-RECORD   PIC X(200).
000800
000810 FD  REPORT-FILE.
000820 01  REPORT-LINE                 PIC X(80).
000830
000840 WORKING-STORAGE SECTION.
000850 COPY CALCSRA.
000860
000870 COPY CALCSRH.
000880
000890 77  WS-SRA-FILE-STATUS          PIC X(02).
000900 77  WS-OLDSRCH-FILE-STATUS      PIC X(02).
000910 77  WS-NEWSRCH-FILE-STATUS      PIC X(02).
000920 77  WS-RPT-FILE-STATUS          PIC X(02).
000930 77  WS-CURRENT-DATE             PIC X(08).
000940 77  WS-CURRENT-TIME             PIC X(08).
000950 77  WS-RUN-START-TS             PIC X(14) VALUE SPACES.
000960 77  WS-ACTIVITY-READ            PIC 9(08) COMP VALUE ZERO.
000970 77  WS-ACTIVITY-ROLLED          PIC 9(08) COMP VALUE ZERO.
000980 77  WS-OLD-COPIED               PIC 9(08) COMP VALUE ZERO.
000990 77  WS-OLD-REPLACED             PIC 9(08) COMP VALUE ZERO.
001000 77  WS-NEW-WRITTEN              PIC 9(08) COMP VALUE ZERO.
001010 77  WS-SRC-TABLE-MAX            PIC 9(04) COMP VALUE 200.
001020 77  WS-SRC-USED                 PIC 9(04) COMP VALUE ZERO.
001030 77  WS-SRC-SUB                  PIC 9(04) COMP VALUE ZERO.
001040 77  WS-SRC-NEXT-SUB             PIC 9(04) COMP VALUE ZERO.
001050 77  WS-SRC-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
001060 77  WS-SRC-INSERT-SUB           PIC 9(04) COMP VALUE ZERO.
001070 77  WS-SRC-LOOKUP-ID            PIC X(03) VALUE SPACES.
001080 77  WS-REASON-SUB               PIC 9(04) COMP VALUE ZERO.
001090 77  WS-SOURCE-REJECTS           PIC 9(08) COMP VALUE ZERO.
001100
001110 COPY CALCRUN.
001120
001130 01  WS-SRA-EOF-SWITCH           PIC X(01) VALUE 'N'.
001140     88  END-OF-ACTIVITY         VALUE 'Y'.
001150     88  NOT-END-OF-ACTIVITY     VALUE 'N'.
001160
001170 01  WS-OLDSRCH-EOF-SWITCH       PIC X(01) VALUE 'N'.
001180     88  END-OF-OLD-HISTORY      VALUE 'Y'.
001190     88  NOT-END-OF-OLD-HISTORY  VALUE 'N'.
001200
001210*----------------------------------------------------------------
001220* THE DATE PORTION OF AN ACTIVITY RECORD'S RUN TIMESTAMP, FOR
001230* TELLING AN EDIT RERUN FROM AN EARLIER NIGHT'S EDIT.
001240*----------------------------------------------------------------
001250 01  WS-TIMESTAMP-PARTS.
001260     05  WS-TS-DATE              PIC X(08).
001270     05  WS-TS-TIME              PIC X(06).
001280
001290*----------------------------------------------------------------
001300* KEY OF THE NEXT OF TODAY'S RECORDS TO GO OUT TO THE NEW
001310* MASTER - HIGH-VALUES ONCE THEY ARE ALL WRITTEN.
001320*----------------------------------------------------------------
001330 01  WS-TODAY-KEY.
001340     05  WS-TDY-SOURCE-ID        PIC X(03).
001350     05  WS-TDY-DATE             PIC X(08).
001360
001370*----------------------------------------------------------------
001380* THE DAY'S COUNTS PER SENDING AREA, KEPT IN SOURCE-ID ORDER AS
001390* THEY ARE ADDED SO THEY MERGE STRAIGHT INTO THE MASTER.  THE
001400* COUNTS GROUP IS LAID OUT EXACTLY AS SRA-COUNTS AND SRH-COUNTS.
001410* WS-SRC-EDIT-DATE IS THE RUN DATE OF THE LAST EDIT RECORD
001420* APPLIED.
001430*----------------------------------------------------------------
001440 01  WS-SOURCE-TABLE.
001450     05  WS-SRC-ENTRY OCCURS 200 TIMES.
001460         10  WS-SRC-ID               PIC X(03).
001470         10  WS-SRC-EDIT-DATE        PIC X(08).
001480         10  WS-SRC-COUNTS.
001490             15  WS-SRC-CARDS-RECEIVED   PIC 9(07).
001500             15  WS-SRC-REJECTS-BY-REASON.
001510                 20  WS-SRC-REJECT-COUNT PIC 9(07)
001520                                         OCCURS 15 TIMES.
001530             15  WS-SRC-RESULTS-POSTED   PIC 9(07).
001540             15  WS-SRC-OUT-OF-TOLERANCE PIC 9(07).
001550             15  WS-SRC-RECYCLED         PIC 9(07).
001560             15  WS-SRC-ACK-ERRORS       PIC 9(07).
001570             15  WS-SRC-ACKS-OVERDUE     PIC 9(07).
001580
001590*----------------------------------------------------------------
001600* ALL-SOURCE TOTALS FOR THE ROLL REPORT.
001610*----------------------------------------------------------------
001620 77  WS-TOT-RECEIVED             PIC 9(08) COMP VALUE ZERO.
001630 77  WS-TOT-REJECTED             PIC 9(08) COMP VALUE ZERO.
001640 77  WS-TOT-POSTED               PIC 9(08) COMP VALUE ZERO.
001650 77  WS-TOT-OUT-OF-TOL           PIC 9(08) COMP VALUE ZERO.
001660 77  WS-TOT-RECYCLED             PIC 9(08) COMP VALUE ZERO.
001670 77  WS-TOT-ACK-ERRORS           PIC 9(08) COMP VALUE ZERO.
001680 77  WS-TOT-OVERDUE              PIC 9(08) COMP VALUE ZERO.
001690
001700*----------------------------------------------------------------
001710* PRINT LINE WORK AREAS.
001720*----------------------------------------------------------------
001730 01  WS-DETAIL-LINE.
001740     05  WS-DL-SOURCE            PIC X(03).
001750     05  FILLER                  PIC X(02) VALUE SPACES.
001760     05  WS-DL-RECEIVED          PIC Z,ZZZ,ZZ9.
001770     05  FILLER                  PIC X(01) VALUE SPACES.
001780     05  WS-DL-REJECTED          PIC Z,ZZZ,ZZ9.
001790     05  FILLER                  PIC X(01) VALUE SPACES.
001800     05  WS-DL-POSTED            PIC Z,ZZZ,ZZ9.
001810     05  FILLER                  PIC X(01) VALUE SPACES.
001820     05  WS-DL-OUT-OF-TOL        PIC Z,ZZZ,ZZ9.
001830     05  FILLER                  PIC X(01) VALUE SPACES.
001840     05  WS-DL-RECYCLED          PIC Z,ZZZ,ZZ9.
001850     05  FILLER                  PIC X(01) VALUE SPACES.
001860     05  WS-DL-ACK-ERRORS        PIC Z,ZZZ,ZZ9.
001870     05  FILLER                  PIC X(01) VALUE SPACES.
001880     05  WS-DL-OVERDUE           PIC Z,ZZZ,ZZ9.
001890     05  FILLER                  PIC X(05) VALUE SPACES.
001900
001910 01  WS-TOTAL-LINE.
001920     05  WS-TL-LABEL             PIC X(30).
001930     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
001950     05  FILLER                  PIC X(39) VALUE SPACES.
001960
001970 PROCEDURE DIVISION.
001980
001990******************************************************************
002000* 0000-MAIN-CONTROL - MAINLINE.  GATHERS THE ACTIVITY SINCE THE
002010* LAST ROLL, MERGES IT INTO A NEW GENERATION OF THE MASTER,
002020* PRINTS THE ROLL REPORT AND MARKS THE ACTIVITY FILE ROLLED.
002030******************************************************************
002040 0000-MAIN-CONTROL.
002050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002060     PERFORM 2000-LOAD-ACTIVITY THRU 2000-EXIT.
002070     PERFORM 3000-UPDATE-SOURCE-HISTORY THRU 3000-EXIT.
002080     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
002090     PERFORM 5000-WRITE-ROLL-MARKER THRU 5000-EXIT.
002100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002110     STOP RUN.
002120
002130******************************************************************
002140* 1000-INITIALIZE - TAKE THE RUN DATE AND OPEN THE REPORT.
002150******************************************************************
002160 1000-INITIALIZE.
002170     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002180     ACCEPT WS-CURRENT-TIME FROM TIME.
002190     STRING WS-CURRENT-DATE WS-CURRENT-TIME
002200         DELIMITED BY SIZE INTO WS-RUN-START-TS.
002210     OPEN OUTPUT REPORT-FILE.
002220     IF WS-RPT-FILE-STATUS NOT = '00'
002230         DISPLAY 'CALC-SOURCE-ROLL - UNABLE TO OPEN RPTOUT'
002240             ' - FILE STATUS ' WS-RPT-FILE-STATUS
002250         MOVE 16 TO RETURN-CODE
002260         STOP RUN
002270     END-IF.
002280 1000-EXIT.
002290     EXIT.
002300
002310******************************************************************
002320* 2000-LOAD-ACTIVITY - READ THE ACTIVITY FILE END TO END INTO THE
002330* SOURCE TABLE.  A MISSING FILE (STATUS 35) MEANS NO STEP HAS
002340* REPORTED ANY ACTIVITY YET - THE ROLL STILL RUNS, SO THE MASTER
002350* MOVES FORWARD A GENERATION.
002360******************************************************************
002370 2000-LOAD-ACTIVITY.
002380     OPEN INPUT SOURCE-ACTIVITY-FILE.
002390     IF WS-SRA-FILE-STATUS = '35'
002400         GO TO 2000-EXIT
002410     END-IF.
002420     IF WS-SRA-FILE-STATUS NOT = '00'
002430         DISPLAY 'CALC-SOURCE-ROLL - UNABLE TO OPEN SRCACT'
002440             ' - FILE STATUS ' WS-SRA-FILE-STATUS
002450         MOVE 16 TO RETURN-CODE
002460         STOP RUN
002470     END-IF.
002480     PERFORM 2100-APPLY-ONE-ACTIVITY THRU 2100-EXIT
002490         UNTIL END-OF-ACTIVITY.
002500     CLOSE SOURCE-ACTIVITY-FILE.
002510 2000-EXIT.
002520     EXIT.
002530
002540******************************************************************
002550* 2100-APPLY-ONE-ACTIVITY - A MARKER FOR AN EARLIER DATE MEANS
002560* EVERYTHING SO FAR WAS ALREADY ROLLED - START AGAIN FROM AN
002570* EMPTY TABLE.  A MARKER FOR TODAY IS AN EARLIER RUN OF THIS
002580* SAME ROLL AND IS PASSED OVER.  AN ACTIVITY RECORD IS APPLIED TO
002590* ITS SOURCE'S ENTRY THE WAY ITS FEEDING STEP COUNTS.
002600******************************************************************
002610 2100-APPLY-ONE-ACTIVITY.
002620     READ SOURCE-ACTIVITY-FILE INTO SOURCE-ACTIVITY-RECORD
002630         AT END
002640             SET END-OF-ACTIVITY TO TRUE
002650             GO TO 2100-EXIT
002660     END-READ.
002670     ADD 1 TO WS-ACTIVITY-READ.
002680     IF SRA-TYPE-ROLLED
002690         IF SRA-ROLL-DATE < WS-CURRENT-DATE
002700             MOVE ZERO TO WS-SRC-USED
002710             MOVE ZERO TO WS-ACTIVITY-ROLLED
002720         END-IF
002730         GO TO 2100-EXIT
002740     END-IF.
002750     IF NOT SRA-TYPE-ACTIVITY
002760         GO TO 2100-EXIT
002770     END-IF.
002780     ADD 1 TO WS-ACTIVITY-ROLLED.
002790     MOVE SRA-SOURCE-ID TO WS-SRC-LOOKUP-ID.
002800     PERFORM 2200-FIND-SOURCE-ENTRY THRU 2200-EXIT.
002810     IF SRA-FROM-EDIT
002820         PERFORM 2300-APPLY-EDIT-COUNTS THRU 2300-EXIT
002830     ELSE
002840     IF SRA-FROM-RECONCILE
002850         ADD SRA-RESULTS-POSTED
002860             TO WS-SRC-RESULTS-POSTED (WS-SRC-FOUND-SUB)
002870         ADD SRA-OUT-OF-TOLERANCE
002880             TO WS-SRC-OUT-OF-TOLERANCE (WS-SRC-FOUND-SUB)
002890     ELSE
002900     IF SRA-FROM-RECYCLE
002910         ADD SRA-RECYCLED
002920             TO WS-SRC-RECYCLED (WS-SRC-FOUND-SUB)
002930     ELSE
002940     IF SRA-FROM-ACK-MATCH
002950         ADD SRA-ACK-ERRORS
002960             TO WS-SRC-ACK-ERRORS (WS-SRC-FOUND-SUB)
002970         MOVE SRA-ACKS-OVERDUE
002980             TO WS-SRC-ACKS-OVERDUE (WS-SRC-FOUND-SUB)
002990     END-IF
003000     END-IF
003010     END-IF
003020     END-IF.
003030 2100-EXIT.
003040     EXIT.
003050
003060******************************************************************
003070* 2200-FIND-SOURCE-ENTRY - POINT WS-SRC-FOUND-SUB AT THE ENTRY FOR
003080* WS-SRC-LOOKUP-ID.  A NEW SOURCE IS INSERTED AHEAD OF THE FIRST
003090* ENTRY WITH A HIGHER SOURCE-ID, SO THE TABLE STAYS IN ORDER.
003100* THE MASTER CANNOT BE ROLLED WITH A SOURCE LEFT OUT, SO A FULL
003110* TABLE STOPS THE RUN.
003120******************************************************************
003130 2200-FIND-SOURCE-ENTRY.
003140     MOVE ZERO TO WS-SRC-INSERT-SUB.
003150     MOVE 1 TO WS-SRC-SUB.
003160     PERFORM 2210-COMPARE-ONE-SOURCE THRU 2210-EXIT
003170         UNTIL WS-SRC-SUB > WS-SRC-USED
003180            OR WS-SRC-INSERT-SUB > ZERO.
003190     IF WS-SRC-INSERT-SUB = ZERO
003200         COMPUTE WS-SRC-INSERT-SUB = WS-SRC-USED + 1
003210     ELSE
003220         IF WS-SRC-ID (WS-SRC-INSERT-SUB) = WS-SRC-LOOKUP-ID
003230             MOVE WS-SRC-INSERT-SUB TO WS-SRC-FOUND-SUB
003240             GO TO 2200-EXIT
003250         END-IF
003260     END-IF.
003270     IF WS-SRC-USED >= WS-SRC-TABLE-MAX
003280         DISPLAY 'CALC-SOURCE-ROLL - MORE THAN ' WS-SRC-TABLE-MAX
003290             ' SOURCES - TABLE FULL'
003300         MOVE 16 TO RETURN-CODE
003310         STOP RUN
003320     END-IF.
003330     MOVE WS-SRC-USED TO WS-SRC-SUB.
003340     PERFORM 2220-SHIFT-ONE-ENTRY THRU 2220-EXIT
003350         UNTIL WS-SRC-SUB < WS-SRC-INSERT-SUB.
003360     ADD 1 TO WS-SRC-USED.
003370     MOVE WS-SRC-LOOKUP-ID TO WS-SRC-ID (WS-SRC-INSERT-SUB).
003380     MOVE SPACES TO WS-SRC-EDIT-DATE (WS-SRC-INSERT-SUB).
003390     MOVE ZEROS  TO WS-SRC-COUNTS (WS-SRC-INSERT-SUB).
003400     MOVE WS-SRC-INSERT-SUB TO WS-SRC-FOUND-SUB.
003410 2200-EXIT.
003420     EXIT.
003430
003440 2210-COMPARE-ONE-SOURCE.
003450     IF WS-SRC-ID (WS-SRC-SUB) NOT < WS-SRC-LOOKUP-ID
003460         MOVE WS-SRC-SUB TO WS-SRC-INSERT-SUB
003470     END-IF.
003480     ADD 1 TO WS-SRC-SUB.
003490 2210-EXIT.
003500     EXIT.
003510
003520 2220-SHIFT-ONE-ENTRY.
003530     COMPUTE WS-SRC-NEXT-SUB = WS-SRC-SUB + 1.
003540     MOVE WS-SRC-ENTRY (WS-SRC-SUB)
003550         TO WS-SRC-ENTRY (WS-SRC-NEXT-SUB).
003560     SUBTRACT 1 FROM WS-SRC-SUB.
003570 2220-EXIT.
003580     EXIT.
003590
003600******************************************************************
003610* 2300-APPLY-EDIT-COUNTS - A SECOND EDIT RECORD FROM THE SAME RUN
003620* DATE IS A RERUN OF THE WHOLE FILE AND REPLACES THE FIRST; ONE
003630* FROM ANOTHER DATE (A NIGHT THE ROLL DID NOT RUN) ADDS TO IT.
003640******************************************************************
003650 2300-APPLY-EDIT-COUNTS.
003660     MOVE SRA-RUN-TIMESTAMP TO WS-TIMESTAMP-PARTS.
003670     IF WS-SRC-EDIT-DATE (WS-SRC-FOUND-SUB) = WS-TS-DATE
003680         MOVE SRA-CARDS-RECEIVED
003690             TO WS-SRC-CARDS-RECEIVED (WS-SRC-FOUND-SUB)
003700         MOVE SRA-REJECTS-BY-REASON
003710             TO WS-SRC-REJECTS-BY-REASON (WS-SRC-FOUND-SUB)
003720         GO TO 2300-EXIT
003730     END-IF.
003740     MOVE WS-TS-DATE TO WS-SRC-EDIT-DATE (WS-SRC-FOUND-SUB).
003750     ADD SRA-CARDS-RECEIVED
003760         TO WS-SRC-CARDS-RECEIVED (WS-SRC-FOUND-SUB).
003770     MOVE 1 TO WS-REASON-SUB.
003780     PERFORM 2310-ADD-ONE-REASON THRU 2310-EXIT
003790         UNTIL WS-REASON-SUB > 15.
003800 2300-EXIT.
003810     EXIT.
003820
003830 2310-ADD-ONE-REASON.
003840     ADD SRA-REJECT-COUNT (WS-REASON-SUB)
003850         TO WS-SRC-REJECT-COUNT (WS-SRC-FOUND-SUB, WS-REASON-SUB).
003860     ADD 1 TO WS-REASON-SUB.
003870 2310-EXIT.
003880     EXIT.
003890
003900******************************************************************
003910* 3000-UPDATE-SOURCE-HISTORY - COPY THE OLD MASTER TO THE NEW ONE
003920* WITH TODAY'S RECORDS MERGED IN SOURCE-ID THEN DATE ORDER.  AN
003930* OLD RECORD FOR TODAY'S DATE IS DROPPED - A RERUN REPLACES IT.
003940* A MISSING OLD MASTER (FIRST-EVER RUN) JUST MEANS THE NEW
003950* MASTER GETS TODAY'S RECORDS ALONE.
003960******************************************************************
003970 3000-UPDATE-SOURCE-HISTORY.
003980     OPEN OUTPUT NEW-SOURCE-HISTORY-FILE.
003990     IF WS-NEWSRCH-FILE-STATUS NOT = '00'
004000         DISPLAY 'CALC-SOURCE-ROLL - UNABLE TO OPEN NEWSRCH'
004010             ' - FILE STATUS ' WS-NEWSRCH-FILE-STATUS
004020         MOVE 16 TO RETURN-CODE
004030         STOP RUN
004040     END-IF.
004050     MOVE 1 TO WS-SRC-SUB.
004060     PERFORM 3150-SET-TODAY-KEY THRU 3150-EXIT.
004070     OPEN INPUT OLD-SOURCE-HISTORY-FILE.
004080     IF WS-OLDSRCH-FILE-STATUS = '00'
004090         PERFORM 3100-COPY-ONE-HISTORY THRU 3100-EXIT
004100             UNTIL END-OF-OLD-HISTORY
004110         CLOSE OLD-SOURCE-HISTORY-FILE
004120     ELSE
004130         IF WS-OLDSRCH-FILE-STATUS NOT = '35'
004140             DISPLAY 'CALC-SOURCE-ROLL - UNABLE TO OPEN '
004150                 'OLDSRCH - FILE STATUS ' WS-OLDSRCH-FILE-STATUS
004160             MOVE 16 TO RETURN-CODE
004170             STOP RUN
004180         END-IF
004190     END-IF.
004200     PERFORM 3200-WRITE-TODAYS-SOURCE THRU 3200-EXIT
004210         UNTIL WS-SRC-SUB > WS-SRC-USED.
004220     CLOSE NEW-SOURCE-HISTORY-FILE.
004230 3000-EXIT.
004240     EXIT.
004250
004260******************************************************************
004270* 3100-COPY-ONE-HISTORY - PASS ONE OLD-MASTER RECORD THROUGH TO
004280* THE NEW MASTER, FIRST WRITING ANY OF TODAY'S RECORDS THAT SORT
004290* AHEAD OF IT.  TODAY'S OLD RECORDS (A RERUN) ARE DROPPED.
004300******************************************************************
004310 3100-COPY-ONE-HISTORY.
004320     READ OLD-SOURCE-HISTORY-FILE
004330         AT END
004340             SET END-OF-OLD-HISTORY TO TRUE
004350             GO TO 3100-EXIT
004360     END-READ.
004370     IF OLD-SRH-DATE = WS-CURRENT-DATE
004380         ADD 1 TO WS-OLD-REPLACED
004390         GO TO 3100-EXIT
004400     END-IF.
004410     PERFORM 3200-WRITE-TODAYS-SOURCE THRU 3200-EXIT
004420         UNTIL WS-TODAY-KEY > OLD-SRH-KEY.
004430     MOVE OLD-SOURCE-HISTORY-RECORD TO NEW-SOURCE-HISTORY-RECORD.
004440     WRITE NEW-SOURCE-HISTORY-RECORD.
004450     ADD 1 TO WS-OLD-COPIED.
004460 3100-EXIT.
004470     EXIT.
004480
004490******************************************************************
004500* 3150-SET-TODAY-KEY - KEY OF THE NEXT OF TODAY'S RECORDS, OR
004510* HIGH-VALUES WHEN THERE ARE NO MORE.
004520******************************************************************
004530 3150-SET-TODAY-KEY.
004540     IF WS-SRC-SUB > WS-SRC-USED
004550         MOVE HIGH-VALUES TO WS-TODAY-KEY
004560     ELSE
004570         MOVE WS-SRC-ID (WS-SRC-SUB) TO WS-TDY-SOURCE-ID
004580         MOVE WS-CURRENT-DATE        TO WS-TDY-DATE
004590     END-IF.
004600 3150-EXIT.
004610     EXIT.
004620
004630******************************************************************
004640* 3200-WRITE-TODAYS-SOURCE - BUILD TODAY'S HISTORY RECORD FOR THE
004650* NEXT SOURCE IN THE TABLE AND WRITE IT TO THE NEW MASTER.
004660******************************************************************
004670 3200-WRITE-TODAYS-SOURCE.
004680     MOVE SPACES TO SOURCE-HISTORY-RECORD.
004690     MOVE WS-SRC-ID (WS-SRC-SUB)     TO SRH-SOURCE-ID.
004700     MOVE WS-CURRENT-DATE            TO SRH-DATE.
004710     MOVE WS-SRC-COUNTS (WS-SRC-SUB) TO SRH-COUNTS.
004720     MOVE SOURCE-HISTORY-RECORD TO NEW-SOURCE-HISTORY-RECORD.
004730     WRITE NEW-SOURCE-HISTORY-RECORD.
004740     ADD 1 TO WS-NEW-WRITTEN.
004750     ADD 1 TO WS-SRC-SUB.
004760     PERFORM 3150-SET-TODAY-KEY THRU 3150-EXIT.
004770 3200-EXIT.
004780     EXIT.
004790
004800******************************************************************
004810* 4000-PRINT-REPORT - ONE LINE PER SOURCE ROLLED WITH THE DAY'S
004820* COUNTS, AN ALL-SOURCE LINE AND THE MASTER COUNTS.
004830******************************************************************
004840 4000-PRINT-REPORT.
004850     PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT.
004860     MOVE 1 TO WS-SRC-SUB.
004870     PERFORM 4200-WRITE-ONE-SOURCE THRU 4200-EXIT
004880         UNTIL WS-SRC-SUB > WS-SRC-USED.
004890     MOVE ALL '-' TO REPORT-LINE.
004900     WRITE REPORT-LINE.
004910     MOVE SPACES TO WS-DETAIL-LINE.
004920     MOVE 'ALL'               TO WS-DL-SOURCE.
004930     MOVE WS-TOT-RECEIVED     TO WS-DL-RECEIVED.
004940     MOVE WS-TOT-REJECTED     TO WS-DL-REJECTED.
004950     MOVE WS-TOT-POSTED       TO WS-DL-POSTED.
004960     MOVE WS-TOT-OUT-OF-TOL   TO WS-DL-OUT-OF-TOL.
004970     MOVE WS-TOT-RECYCLED     TO WS-DL-RECYCLED.
004980     MOVE WS-TOT-ACK-ERRORS   TO WS-DL-ACK-ERRORS.
004990     MOVE WS-TOT-OVERDUE      TO WS-DL-OVERDUE.
005000     MOVE WS-DETAIL-LINE TO REPORT-LINE.
005010     WRITE REPORT-LINE.
005020     MOVE SPACES TO REPORT-LINE.
005030     WRITE REPORT-LINE.
005040     MOVE 'ACTIVITY RECORDS READ'     TO WS-TL-LABEL.
005050     MOVE WS-ACTIVITY-READ            TO WS-TL-COUNT.
005060     MOVE WS-TOTAL-LINE TO REPORT-LINE.
005070     WRITE REPORT-LINE.
005080     MOVE 'ACTIVITY RECORDS ROLLED'   TO WS-TL-LABEL.
005090     MOVE WS-ACTIVITY-ROLLED          TO WS-TL-COUNT.
005100     MOVE WS-TOTAL-LINE TO REPORT-LINE.
005110     WRITE REPORT-LINE.
005120     MOVE 'MASTER RECORDS CARRIED'    TO WS-TL-LABEL.
005130     MOVE WS-OLD-COPIED               TO WS-TL-COUNT.
005140     MOVE WS-TOTAL-LINE TO REPORT-LINE.
005150     WRITE REPORT-LINE.
005160     MOVE 'MASTER RECORDS REPLACED'   TO WS-TL-LABEL.
005170     MOVE WS-OLD-REPLACED             TO WS-TL-COUNT.
005180     MOVE WS-TOTAL-LINE TO REPORT-LINE.
005190     WRITE REPORT-LINE.
005200     MOVE 'MASTER RECORDS ADDED TODAY' TO WS-TL-LABEL.
005210     MOVE WS-NEW-WRITTEN              TO WS-TL-COUNT.
005220     MOVE WS-TOTAL-LINE TO REPORT-LINE.
005230     WRITE REPORT-LINE.
005240 4000-EXIT.
005250     EXIT.
005260
005270******************************************************************
005280* 4100-WRITE-HEADINGS - PRINT THE REPORT TITLE AND COLUMN
005290* HEADINGS.
005300******************************************************************
005310 4100-WRITE-HEADINGS.
005320     MOVE SPACES TO REPORT-LINE.
005330     STRING 'CALCULATOR SOURCE-ACTIVITY ROLL - ' WS-CURRENT-DATE
005340         DELIMITED BY SIZE INTO REPORT-LINE.
005350     WRITE REPORT-LINE.
005360     MOVE SPACES TO REPORT-LINE.
005370     WRITE REPORT-LINE.
005380     MOVE 'SRC   RECEIVED  REJECTED    POSTED   OUT-TOL'
005390         TO REPORT-LINE.
005400     MOVE '  RECYCLED   ACK-ERR   OVERDUE'
005410         TO REPORT-LINE (45:30).
005420     WRITE REPORT-LINE.
005430     MOVE ALL '-' TO REPORT-LINE.
005440     WRITE REPORT-LINE.
005450 4100-EXIT.
005460     EXIT.
005470
005480******************************************************************
005490* 4200-WRITE-ONE-SOURCE - PRINT ONE SOURCE'S COUNTS FOR THE DAY
005500* AND ADD THEM TO THE ALL-SOURCE TOTALS.
005510******************************************************************
005520 4200-WRITE-ONE-SOURCE.
005530     MOVE ZERO TO WS-SOURCE-REJECTS.
005540     MOVE 1 TO WS-REASON-SUB.
005550     PERFORM 4210-ADD-ONE-REASON THRU 4210-EXIT
005560         UNTIL WS-REASON-SUB > 15.
005570     MOVE SPACES TO WS-DETAIL-LINE.
005580     MOVE WS-SRC-ID (WS-SRC-SUB)    TO WS-DL-SOURCE.
005590     MOVE WS-SRC-CARDS-RECEIVED (WS-SRC-SUB)   TO WS-DL-RECEIVED.
005600     MOVE WS-SOURCE-REJECTS                    TO WS-DL-REJECTED.
005610     MOVE WS-SRC-RESULTS-POSTED (WS-SRC-SUB)   TO WS-DL-POSTED.
005620     MOVE WS-SRC-OUT-OF-TOLERANCE (WS-SRC-SUB)
005630         TO WS-DL-OUT-OF-TOL.
005640     MOVE WS-SRC-RECYCLED (WS-SRC-SUB)         TO WS-DL-RECYCLED.
005650     MOVE WS-SRC-ACK-ERRORS (WS-SRC-SUB)
005660         TO WS-DL-ACK-ERRORS.
005670     MOVE WS-SRC-ACKS-OVERDUE (WS-SRC-SUB)     TO WS-DL-OVERDUE.
005680     MOVE WS-DETAIL-LINE TO REPORT-LINE.
005690     WRITE REPORT-LINE.
005700     ADD WS-SRC-CARDS-RECEIVED (WS-SRC-SUB)   TO WS-TOT-RECEIVED.
005710     ADD WS-SOURCE-REJECTS                    TO WS-TOT-REJECTED.
005720     ADD WS-SRC-RESULTS-POSTED (WS-SRC-SUB)   TO WS-TOT-POSTED.
005730     ADD WS-SRC-OUT-OF-TOLERANCE (WS-SRC-SUB)
005740         TO WS-TOT-OUT-OF-TOL.
005750     ADD WS-SRC-RECYCLED (WS-SRC-SUB)         TO WS-TOT-RECYCLED.
005760     ADD WS-SRC-ACK-ERRORS (WS-SRC-SUB)
005770         TO WS-TOT-ACK-ERRORS.
005780     ADD WS-SRC-ACKS-OVERDUE (WS-SRC-SUB)     TO WS-TOT-OVERDUE.
005790     ADD 1 TO WS-SRC-SUB.
005800 4200-EXIT.
005810     EXIT.
005820
005830 4210-ADD-ONE-REASON.
005840     ADD WS-SRC-REJECT-COUNT (WS-SRC-SUB, WS-REASON-SUB)
005850         TO WS-SOURCE-REJECTS.
005860     ADD 1 TO WS-REASON-SUB.
005870 4210-EXIT.
005880     EXIT.
005890
005900******************************************************************
005910* 5000-WRITE-ROLL-MARKER - MARK EVERYTHING ON THE ACTIVITY FILE
005920* SO FAR AS ROLLED INTO TODAY'S DATE.  WRITTEN ONLY AFTER THE NEW
005930* MASTER IS SAFELY CLOSED - A ROLL THAT DIES EARLIER LEAVES THE
005940* ACTIVITY UNMARKED FOR THE RERUN.
005950******************************************************************
005960 5000-WRITE-ROLL-MARKER.
005970     MOVE SPACES TO SOURCE-ACTIVITY-RECORD.
005980     MOVE ZEROS  TO SRA-COUNTS.
005990     SET SRA-TYPE-ROLLED TO TRUE.
006000     MOVE WS-RUN-START-TS TO SRA-RUN-TIMESTAMP.
006010     MOVE WS-CURRENT-DATE TO SRA-ROLL-DATE.
006020     CALL 'CALC-SOURCE-LOG' USING SOURCE-ACTIVITY-RECORD.
006030 5000-EXIT.
006040     EXIT.
006050
006060******************************************************************
006070* 9000-TERMINATE - CLOSE THE REPORT AND WRITE THE RUN RECORD.
006080******************************************************************
006090 9000-TERMINATE.
006100     CLOSE REPORT-FILE.
006110     DISPLAY 'CALC-SOURCE-ROLL - ACTIVITY ROLLED:  '
006120         WS-ACTIVITY-ROLLED.
006130     DISPLAY 'CALC-SOURCE-ROLL - SOURCES TODAY:    '
006140         WS-NEW-WRITTEN.
006150     PERFORM 9200-WRITE-RUN-RECORD THRU 9200-EXIT.
006160 9000-EXIT.
006170     EXIT.
006180
006190******************************************************************
006200* 9200-WRITE-RUN-RECORD - REPORT THIS RUN'S OUTCOME TO THE
006210* SHARED RUN-CONTROL FILE FOR THE NIGHT-STATUS INQUIRY.
006220******************************************************************
006230 9200-WRITE-RUN-RECORD.
006240     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
006250     ACCEPT WS-CURRENT-TIME FROM TIME.
006260     MOVE SPACES TO RUN-CONTROL-RECORD.
006270     MOVE 'CALC-SOURCE-ROLL'    TO RUN-PROGRAM-NAME.
006280     MOVE 'SRCACT'              TO RUN-INPUT-IDENTITY.
006290     MOVE WS-ACTIVITY-READ      TO RUN-RECORDS-IN.
006300     MOVE WS-NEW-WRITTEN        TO RUN-RECORDS-OUT.
006310     MOVE RETURN-CODE           TO RUN-CONDITION-CODE.
006320     MOVE WS-RUN-START-TS       TO RUN-START-TIMESTAMP.
006330     STRING WS-CURRENT-DATE WS-CURRENT-TIME
006340         DELIMITED BY SIZE INTO RUN-END-TIMESTAMP.
006350     CALL 'CALC-RUN-LOG' USING RUN-CONTROL-RECORD.
006360 9200-EXIT.
006370     EXIT.
