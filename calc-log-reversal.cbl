000280*              LANDS ON THE KEYED COPY AT THE NEXT CALCVLD
000290*              LOAD.
000300*
000301*              A TRANSACTION WITH ANY GOOD RECORD POSTED IN A
000302*              CLOSED ACCOUNTING PERIOD (SEE CALCPER) IS NOT
000303*              REVERSED - THE MONTH'S CERTIFIED TOTALS MUST NOT
000304*              MOVE.  A SUPERVISOR REOPENS THE PERIOD FIRST
000305*              (OPTION 12) IF THE REVERSAL REALLY IS NEEDED.
000306*
000310* MODIFICATION HISTORY.
000320*   09/02/2026  RA   ORIGINAL PROGRAM.
000330*   09/02/2026  RA   THE ALREADY-REVERSED GUARD NOW ALSO COUNTS
000430*                    (ESTORNO MANUAL) INSTEAD OF POSTING A
000440*                    PARTIAL SET THAT WOULD HALF-NET THE
000450*                    TRANSACTION OUT OF THE TOTALS.
000451*   10/15/2026  RA   REFUSE THE REVERSAL WHEN ANY GOOD RECORD OF
000452*                    THE TRANSACTION POSTED IN A CLOSED PERIOD.
000453*                    PERCTL IS RE-READ FOR EVERY TRANSACTION, SO A
000454*                    REOPEN (OPTION 12) TAKES EFFECT AT ONCE.
000455*   10/15/2026  RA   REVERSAL RECORDS ARE STAMPED WITH SEQUENCE
000456*                    NUMBER AND CHAIN VALUE BY CALC-LOG-CHAIN (SEE
000457*                    CALCLOG).  A LOG THAT CANNOT BE READ FOR THE
000458*                    LAST SEQUENCE NUMBER POSTS NOTHING.
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. CALC-LOG-REVERSAL.
000630     SELECT AUDIT-LOG-FILE ASSIGN TO CALCLOG
000640         FILE STATUS IS WS-LOG-FILE-STATUS.
000650
000652     SELECT PERIOD-CONTROL-FILE ASSIGN TO PERCTL
000654         FILE STATUS IS WS-PER-FILE-STATUS.
000656
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  VSAM-LOG-FILE.
000700
000710 FD  AUDIT-LOG-FILE.
000720 COPY CALCLOG.
000722
000724 FD  PERIOD-CONTROL-FILE.
000726 COPY CALCPER.
000730
000740 WORKING-STORAGE SECTION.
000750 77  WS-VSAM-FILE-STATUS         PIC X(02).
000840 77  WS-REV-TABLE-MAX            PIC 9(04) COMP VALUE 20.
000850 77  WS-REV-SUB                  PIC 9(04) COMP VALUE ZERO.
000860 77  WS-LIVE-REVERSALS           PIC 9(04) COMP VALUE ZERO.
000861 77  WS-PER-FILE-STATUS          PIC X(02).
000862 77  WS-PER-TABLE-MAX            PIC 9(04) COMP VALUE 240.
000863 77  WS-PER-USED                 PIC 9(04) COMP VALUE ZERO.
000864 77  WS-PER-SUB                  PIC 9(04) COMP VALUE ZERO.
000865 77  WS-PER-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
000866 77  WS-LOOKUP-PERIOD            PIC X(06) VALUE SPACES.
000867 77  WS-CLOSED-PERIOD            PIC X(06) VALUE SPACES.
000870
000880 01  WS-BROWSE-SWITCH            PIC X(01) VALUE 'N'.
000890     88  END-OF-BROWSE           VALUE 'Y'.
000930     88  END-OF-LIVE-LOG         VALUE 'Y'.
000940     88  NOT-END-OF-LIVE-LOG     VALUE 'N'.
000950
000952 01  WS-PER-EOF-SWITCH           PIC X(01) VALUE 'N'.
000954     88  END-OF-PERIOD-FILE      VALUE 'Y'.
000956     88  NOT-END-OF-PERIOD-FILE  VALUE 'N'.
000958
000960 01  WS-OVERFLOW-SWITCH          PIC X(01) VALUE 'N'.
000970     88  TABLE-OVERFLOWED        VALUE 'Y'.
000980     88  TABLE-FITS              VALUE 'N'.
000982
000984 01  WS-PERIOD-SWITCH            PIC X(01) VALUE 'N'.
000986     88  POSTED-IN-CLOSED-PERIOD VALUE 'Y'.
000988     88  POSTED-IN-OPEN-PERIODS  VALUE 'N'.
000990
001000 01  WS-FILE-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001010     88  INQUIRY-FILE-OPEN       VALUE 'Y'.
001040 01  WS-CONTINUE-SWITCH          PIC X(01) VALUE 'Y'.
001050     88  MORE-REVERSALS          VALUE 'Y' 'y'.
001060     88  NO-MORE-REVERSALS       VALUE 'N' 'n'.
001061
001062*----------------------------------------------------------------
001063* EVERY PERIOD ON THE PERIOD CONTROL FILE WITH ITS LATEST STATUS
001064* - C CLOSED, O REOPENED.  THE LAST RECORD PER PERIOD WINS.
001065*----------------------------------------------------------------
001066 01  WS-PERIOD-TABLE.
001067     05  WS-PER-ENTRY OCCURS 240 TIMES.
001068         10  WS-PER-PERIOD       PIC X(06).
001069         10  WS-PER-STATUS       PIC X(01).
001070
001080*----------------------------------------------------------------
001090* THE TRANSACTION'S GOOD RECORDS, COLLECTED FROM THE KEYED LOG
001240 01  WS-TIMESTAMP-PARTS.
001250     05  WS-TS-DATE              PIC X(08).
001260     05  WS-TS-TIME              PIC X(06).
001261
001262*----------------------------------------------------------------
001263* AUDIT LOG SEQUENCE AND CHAIN STAMP (SEE CALC-LOG-CHAIN).
001264*----------------------------------------------------------------
001265 COPY CALCCHN.
001270
001280 LINKAGE SECTION.
001290 01  LNK-SUPERVISOR-ID           PIC X(08).
001820             ' manual necessario - nada postado.'
001830         GO TO 2000-ASK-CONTINUE
001840     END-IF.
001841     IF POSTED-IN-CLOSED-PERIOD
001842         DISPLAY 'Transacao ' WS-INQUIRY-ID ' postada no periodo'
001843             ' fechado ' WS-CLOSED-PERIOD ' - estorno recusado.'
001844         DISPLAY 'Reabra o periodo (opcao 12) se o estorno for'
001845             ' mesmo necessario.'
001846         GO TO 2000-ASK-CONTINUE
001847     END-IF.
001850     IF WS-REVERSAL-COUNT >= WS-GOOD-COUNT
001860         DISPLAY 'Transacao ' WS-INQUIRY-ID
001870             ' ja estornada - nada a fazer.'
002120* ERROR RECORDS ARE COUNTED BUT NOT COLLECTED.  THE LIVE
002130* SEQUENTIAL LOG IS THEN COUNTED TOO - A REVERSAL POSTED THIS
002140* SESSION IS ON THE LIVE LOG BUT NOT YET ON THE KEYED COPY.
002143* THE CLOSED PERIODS ARE LOADED FIRST SO EACH GOOD RECORD CAN BE
002146* CHECKED AGAINST THEM AS IT IS COLLECTED.
002150******************************************************************
002160 2200-COLLECT-TRANSACTION.
002170     MOVE ZERO TO WS-GOOD-COUNT.
002180     MOVE ZERO TO WS-REVERSAL-COUNT.
002190     MOVE ZERO TO WS-ERROR-RECORDS.
002200     SET TABLE-FITS TO TRUE.
002202     SET POSTED-IN-OPEN-PERIODS TO TRUE.
002204     MOVE SPACES TO WS-CLOSED-PERIOD.
002206     PERFORM 2270-LOAD-PERIODS THRU 2270-EXIT.
002210     SET NOT-END-OF-BROWSE TO TRUE.
002220     MOVE WS-INQUIRY-ID TO VLOG-TRANSACTION-ID.
002230     MOVE LOW-VALUES    TO VLOG-TIMESTAMP.
002580         ADD 1 TO WS-ERROR-RECORDS
002590         GO TO 2300-EXIT
002600     END-IF.
002605     PERFORM 2350-CHECK-RECORD-PERIOD THRU 2350-EXIT.
002610     IF WS-GOOD-COUNT >= WS-REV-TABLE-MAX
002620         SET TABLE-OVERFLOWED TO TRUE
002630         DISPLAY 'Transacao com mais de ' WS-REV-TABLE-MAX
003230* IS DISP=MOD AND APPEND-ONLY, EXACTLY LIKE EVERY OTHER WRITER.
003240******************************************************************
003250 2400-POST-REVERSALS.
003251     SET CHN-START TO TRUE.
003252     CALL 'CALC-LOG-CHAIN' USING LOG-CHAIN-REQUEST.
003253     IF NOT CHN-OK
003254         DISPLAY 'CALC-LOG-REVERSAL - AUDIT LOG SEQUENCE NOT'
003255             ' FOUND - STATUS ' CHN-STATUS
003256             ' - ESTORNO NAO POSTADO'
003257         GO TO 2400-EXIT
003258     END-IF.
003260     OPEN EXTEND AUDIT-LOG-FILE.
003270     IF WS-LOG-FILE-STATUS NOT = '00'
003280         DISPLAY 'CALC-LOG-REVERSAL - UNABLE TO OPEN CALCLOG'
003540     MOVE WS-REV-NUMBER2 (WS-REV-SUB) TO LOG-NUMBER2.
003550     MOVE WS-REV-RESULT (WS-REV-SUB)  TO LOG-RESULT.
003560     SET LOG-STATUS-REVERSAL TO TRUE.
003562     MOVE AUDIT-LOG-RECORD TO CHN-LOG-RECORD.
003564     SET CHN-NEXT TO TRUE.
003566     CALL 'CALC-LOG-CHAIN' USING LOG-CHAIN-REQUEST.
003568     MOVE CHN-LOG-RECORD TO AUDIT-LOG-RECORD.
003570     WRITE AUDIT-LOG-RECORD.
003580     ADD 1 TO WS-REV-SUB.
003590 2410-EXIT.
003680     END-IF.
003690 9000-EXIT.
003700     EXIT.
003710
003720******************************************************************
003730* 2270-LOAD-PERIODS - READ THE PERIOD CONTROL FILE INTO THE
003740* TABLE, KEEPING THE LAST STATUS PER PERIOD.  A MISSING FILE
003750* JUST MEANS NO PERIOD HAS EVER BEEN CLOSED.
003760******************************************************************
003770 2270-LOAD-PERIODS.
003780     MOVE ZERO TO WS-PER-USED.
003790     SET NOT-END-OF-PERIOD-FILE TO TRUE.
003800     OPEN INPUT PERIOD-CONTROL-FILE.
003810     IF WS-PER-FILE-STATUS = '35'
003820         GO TO 2270-EXIT
003830     END-IF.
003840     IF WS-PER-FILE-STATUS NOT = '00'
003850         DISPLAY 'CALC-LOG-REVERSAL - UNABLE TO OPEN PERCTL'
003860             ' - FILE STATUS ' WS-PER-FILE-STATUS
003870         MOVE 16 TO RETURN-CODE
003880         STOP RUN
003890     END-IF.
003900     PERFORM 2280-LOAD-ONE-PERIOD THRU 2280-EXIT
003910         UNTIL END-OF-PERIOD-FILE.
003920     CLOSE PERIOD-CONTROL-FILE.
003930 2270-EXIT.
003940     EXIT.
003950
003960 2280-LOAD-ONE-PERIOD.
003970     READ PERIOD-CONTROL-FILE
003980         AT END
003990             SET END-OF-PERIOD-FILE TO TRUE
004000             GO TO 2280-EXIT
004010     END-READ.
004020     MOVE PER-PERIOD TO WS-LOOKUP-PERIOD.
004030     PERFORM 2360-FIND-PERIOD THRU 2360-EXIT.
004040     IF WS-PER-FOUND-SUB = ZERO
004050         IF WS-PER-USED >= WS-PER-TABLE-MAX
004060             DISPLAY 'CALC-LOG-REVERSAL - MORE THAN '
004070                 WS-PER-TABLE-MAX ' PERIODS - TABLE FULL'
004080             MOVE 16 TO RETURN-CODE
004090             STOP RUN
004100         END-IF
004110         ADD 1 TO WS-PER-USED
004120         MOVE WS-PER-USED TO WS-PER-FOUND-SUB
004130         MOVE PER-PERIOD TO WS-PER-PERIOD (WS-PER-FOUND-SUB)
004140     END-IF.
004150     MOVE PER-STATUS TO WS-PER-STATUS (WS-PER-FOUND-SUB).
004160 2280-EXIT.
004170     EXIT.
004180
004190******************************************************************
004200* 2350-CHECK-RECORD-PERIOD - A GOOD RECORD WHOSE ORIGINAL
004210* POSTING DATE FALLS IN A CLOSED PERIOD STOPS THE WHOLE
004220* REVERSAL - HALF A TRANSACTION CANNOT BE REVERSED.
004230******************************************************************
004240 2350-CHECK-RECORD-PERIOD.
004250     MOVE WS-TS-DATE (1:6) TO WS-LOOKUP-PERIOD.
004260     PERFORM 2360-FIND-PERIOD THRU 2360-EXIT.
004270     IF WS-PER-FOUND-SUB > ZERO
004280         IF WS-PER-STATUS (WS-PER-FOUND-SUB) = 'C'
004290             SET POSTED-IN-CLOSED-PERIOD TO TRUE
004300             MOVE WS-LOOKUP-PERIOD TO WS-CLOSED-PERIOD
004310             DISPLAY '*** POSTADO EM PERIODO FECHADO ***'
004320         END-IF
004330     END-IF.
004340 2350-EXIT.
004350     EXIT.
004360
004370 2360-FIND-PERIOD.
004380     MOVE ZERO TO WS-PER-FOUND-SUB.
004390     MOVE 1 TO WS-PER-SUB.
004400     PERFORM 2370-MATCH-ONE-PERIOD THRU 2370-EXIT
004410         UNTIL WS-PER-SUB > WS-PER-USED
004420            OR WS-PER-FOUND-SUB > ZERO.
004430 2360-EXIT.
004440     EXIT.
004450
004460 2370-MATCH-ONE-PERIOD.
004470     IF WS-PER-PERIOD (WS-PER-SUB) = WS-LOOKUP-PERIOD
004480         MOVE WS-PER-SUB TO WS-PER-FOUND-SUB
004490     END-IF.
004500     ADD 1 TO WS-PER-SUB.
004510 2370-EXIT.
004520     EXIT.
