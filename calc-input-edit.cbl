000260*              THE CLEAN FILE GETS A FRESH TRAILER COVERING ONLY
000270*              THE ACCEPTED CARDS, SO THE BATCH JOB BALANCES
000280*              AGAINST WHAT IT ACTUALLY READS.
000281*
000282*              EVERY CARD OF A SOURCE DATED IN A CLOSED ACCOUNTING
000283*              PERIOD (SEE CALCPER) IS REJECTED WITH REASON 09.  A
000284*              CARD ALREADY POSTED FOR ITS SOURCE ON AN EARLIER
000285*              NIGHT INSIDE THE SYSIN LOOK-BACK WINDOW (SEE THE
000286*              POSTED-TRANSACTION REGISTRY, CALCPTR) IS REJECTED
000287*              WITH REASON 10 UNLESS IT IS A RECYCLE ITEM.
000290*
000300* MODIFICATION HISTORY.
000310*   08/22/2026  RA   ORIGINAL PROGRAM.
000740*                    WAY GARBAGE IN NUMBER1/NUMBER2 ALWAYS HAS,
000750*                    INSTEAD OF SLIPPING THROUGH TO COUNT AS AN
000760*                    UNATTRIBUTABLE UNVERIFIED RESULT.
000761*   10/15/2026  RA   CLOSED-PERIOD EDIT (REASON 09) - A SOURCE
000762*                    DATED IN A CLOSED PERIOD (CALCPER) HAS EVERY
000763*                    CARD REJECTED AND NOTHING OF IT PASSED CLEAN.
000764*   10/15/2026  RA   CARDS RECEIVED AND REJECTS BY REASON FOR EACH
000765*                    SOURCE GO TO THE SOURCE-ACTIVITY FILE.
000766*   10/15/2026  RA   CROSS-NIGHT DUPLICATE EDIT (REASON 10) - SEE
000767*                    THE POSTED REGISTRY (CALCPTR).  RECYCLE ITEMS
000768*                    AND RERUNS OF THE SAME SOURCE AND FILE DATE
000769*                    (HEADERLESS: OF THIS RUN'S DATE) ARE EXEMPT.
000770******************************************************************
000780 IDENTIFICATION DIVISION.
000790 PROGRAM-ID. CALC-INPUT-EDIT.
000960
000970     SELECT RATE-MASTER-FILE ASSIGN TO RATEMST
000980         FILE STATUS IS WS-RATE-FILE-STATUS.
000982
000984     SELECT PERIOD-CONTROL-FILE ASSIGN TO PERCTL
000986         FILE STATUS IS WS-PER-FILE-STATUS.
000990
000991     SELECT POSTED-REGISTRY-FILE ASSIGN TO CALCPTR
000992         ORGANIZATION IS INDEXED
000993         ACCESS MODE IS RANDOM
000994         RECORD KEY IS PTR-KEY
000995         FILE STATUS IS WS-PTR-FILE-STATUS.
000996
000997     SELECT SWEEP-CONTROL-FILE ASSIGN TO CALCSWP
000998         FILE STATUS IS WS-SWEEP-FILE-STATUS.
000999
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  RAW-INPUT-FILE.
001400 FD  RATE-MASTER-FILE.
001410 COPY CALCRATE.
001420
001421 FD  PERIOD-CONTROL-FILE.
001422 COPY CALCPER.
001423
001424 FD  POSTED-REGISTRY-FILE.
001425 COPY CALCPTR.
001426
001427 FD  SWEEP-CONTROL-FILE.
001428 COPY CALCSWP.
001429
001430 WORKING-STORAGE SECTION.
001440 77  WS-INPUT-FILE-STATUS        PIC X(02).
001450 77  WS-CLEAN-FILE-STATUS        PIC X(02).
001470 77  WS-RECORDS-READ             PIC 9(08) COMP VALUE ZERO.
001480 77  WS-RECORDS-ACCEPTED         PIC 9(08) COMP VALUE ZERO.
001490 77  WS-RECORDS-REJECTED         PIC 9(08) COMP VALUE ZERO.
001495 77  WS-RECORDS-ALREADY-POSTED   PIC 9(08) COMP VALUE ZERO.
001500 77  WS-GROUP-ACCEPTED           PIC 9(08) COMP VALUE ZERO.
001510 77  WS-ID-TABLE-MAX             PIC 9(04) COMP VALUE 5000.
001520 77  WS-ID-COUNT                 PIC 9(04) COMP VALUE ZERO.
001530 77  WS-ID-SUB                   PIC 9(04) COMP VALUE ZERO.
001531 77  WS-SRC-TABLE-MAX            PIC 9(04) COMP VALUE 200.
001532 77  WS-SRC-USED                 PIC 9(04) COMP VALUE ZERO.
001533 77  WS-SRC-SUB                  PIC 9(04) COMP VALUE ZERO.
001534 77  WS-SRC-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
001535 77  WS-REASON-SLOT              PIC 9(04) COMP VALUE ZERO.
001540 77  WS-RATE-FILE-STATUS         PIC X(02).
001542 77  WS-PER-FILE-STATUS          PIC X(02).
001544 77  WS-PTR-FILE-STATUS          PIC X(02).
001546 77  WS-SWEEP-FILE-STATUS        PIC X(02).
001550 77  WS-RTE-TABLE-MAX            PIC 9(04) COMP VALUE 200.
001560 77  WS-RTE-COUNT                PIC 9(04) COMP VALUE ZERO.
001570 77  WS-RTE-SUB                  PIC 9(04) COMP VALUE ZERO.
001580 77  WS-RATE-LOOKUP-CODE         PIC X(04) VALUE SPACES.
001581 77  WS-PER-TABLE-MAX            PIC 9(04) COMP VALUE 240.
001582 77  WS-PER-USED                 PIC 9(04) COMP VALUE ZERO.
001583 77  WS-PER-SUB                  PIC 9(04) COMP VALUE ZERO.
001584 77  WS-PER-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
001585 77  WS-LOOKUP-PERIOD            PIC X(06) VALUE SPACES.
001586 77  WS-RCY-TABLE-MAX            PIC 9(04) COMP VALUE 5000.
001587 77  WS-RCY-COUNT                PIC 9(04) COMP VALUE ZERO.
001588 77  WS-RCY-SUB                  PIC 9(04) COMP VALUE ZERO.
001589 77  WS-RCY-LOOKUP-ID            PIC X(10) VALUE SPACES.
001590 77  WS-CURRENT-DATE             PIC X(08).
001600 77  WS-CURRENT-TIME             PIC X(08).
001610 77  WS-RUN-START-TS             PIC X(14) VALUE SPACES.
001611 77  WS-SAVED-RETURN-CODE        PIC 9(04) COMP VALUE ZERO.
001612 77  WS-LOOKBACK-DAYS            PIC 9(03) VALUE ZERO.
001613 77  WS-LOOKBACK-DAYS-IN         PIC X(03) VALUE SPACES.
001614 77  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
001615 77  WS-CUTOFF-DATE              PIC X(08) VALUE SPACES.
001616*    DATE ARITHMETIC NEEDS THE INTRINSIC DATE FUNCTIONS
001617 77  WS-DATE-NUMERIC             PIC 9(08) VALUE ZERO.
001618 77  WS-CUTOFF-INTEGER           PIC S9(07) COMP VALUE ZERO.
001620
001630 COPY CALCRUN.
001631
001632 COPY CALCSRA.
001640
001650*----------------------------------------------------------------
001660* CONTROL TOTALS.  THE RAW SIDE COVERS EVERY NON-TRAILER CARD AS
001880 01  WS-DUPLICATE-SWITCH         PIC X(01) VALUE 'N'.
001890     88  ID-IS-DUPLICATE         VALUE 'Y'.
001900     88  ID-IS-NEW               VALUE 'N'.
001901
001902 01  WS-POSTED-SWITCH            PIC X(01) VALUE 'N'.
001903     88  ID-ALREADY-POSTED       VALUE 'Y'.
001904     88  ID-NOT-POSTED           VALUE 'N'.
001905
001906 01  WS-RECYCLE-SWITCH           PIC X(01) VALUE 'N'.
001907     88  ID-IS-RECYCLE-ITEM      VALUE 'Y'.
001908     88  ID-NOT-RECYCLE-ITEM     VALUE 'N'.
001910
001920*----------------------------------------------------------------
001930* CHAIN TRACKING - A CONTINUATION CARD IS ONLY GOOD WHEN THE
002200     88  GROUP-OPEN              VALUE 'Y'.
002210     88  GROUP-NOT-OPEN          VALUE 'N'.
002220
002222 01  WS-PERIOD-SWITCH            PIC X(01) VALUE 'N'.
002224     88  GROUP-PERIOD-CLOSED     VALUE 'Y'.
002226     88  GROUP-PERIOD-OPEN       VALUE 'N'.
002228
002230 01  WS-GROUP-BALANCE-SWITCH     PIC X(01) VALUE 'Y'.
002240     88  GROUP-IN-BALANCE        VALUE 'Y'.
002250     88  GROUP-OUT-OF-BALANCE    VALUE 'N'.
002252
002254 01  WS-REGISTRY-SWITCH          PIC X(01) VALUE 'N'.
002256     88  REGISTRY-AVAILABLE      VALUE 'Y'.
002258     88  REGISTRY-NOT-AVAILABLE  VALUE 'N'.
002260
002270 01  WS-RATE-EOF-SWITCH          PIC X(01) VALUE 'N'.
002280     88  END-OF-RATE-MASTER      VALUE 'Y'.
002290     88  NOT-END-OF-RATE-MASTER  VALUE 'N'.
002300
002301 01  WS-PER-EOF-SWITCH           PIC X(01) VALUE 'N'.
002302     88  END-OF-PERIOD-FILE      VALUE 'Y'.
002303     88  NOT-END-OF-PERIOD-FILE  VALUE 'N'.
002304
002305 01  WS-SWEEP-EOF-SWITCH         PIC X(01) VALUE 'N'.
002306     88  END-OF-SWEEP-FILE       VALUE 'Y'.
002307     88  NOT-END-OF-SWEEP-FILE   VALUE 'N'.
002308
002310 01  WS-RATE-MATCH-SWITCH        PIC X(01) VALUE 'N'.
002320     88  RATE-CODE-KNOWN         VALUE 'Y'.
002330     88  RATE-CODE-UNKNOWN       VALUE 'N'.
002331
002332*----------------------------------------------------------------
002333* EVERY PERIOD ON THE PERIOD CONTROL FILE WITH ITS LATEST STATUS
002334* - C CLOSED, O REOPENED.  THE LAST RECORD PER PERIOD WINS.
002335*----------------------------------------------------------------
002336 01  WS-PERIOD-TABLE.
002337     05  WS-PER-ENTRY OCCURS 240 TIMES.
002338         10  WS-PER-PERIOD       PIC X(06).
002339         10  WS-PER-STATUS       PIC X(01).
002340
002350*----------------------------------------------------------------
002360* THE DISTINCT RATE CODES ON THE RATE MASTER - EXISTENCE IS ALL
002410     05  WS-RTE-CODE             PIC X(04) OCCURS 200 TIMES.
002420
002430*----------------------------------------------------------------
002431* EVERY TRANSACTION ID THE ERROR-RECYCLE JOB HAS RECYCLED ('C'
002432* RECORDS ON CALCSWP) - THE CROSS-NIGHT EDIT LEAVES THEM ALONE.
002433*----------------------------------------------------------------
002434 01  WS-RECYCLED-ID-TABLE.
002435     05  WS-RECYCLED-ID          PIC X(10) OCCURS 5000 TIMES.
002436
002437*----------------------------------------------------------------
002440* EVERY ACCEPTED TRANSACTION ID IS REMEMBERED HERE SO A SECOND
002450* CARD CARRYING THE SAME ID CAN BE REJECTED AS A DUPLICATE.
002460*----------------------------------------------------------------
002470 01  WS-SEEN-ID-TABLE.
002480     05  WS-SEEN-ID              PIC X(10) OCCURS 5000 TIMES.
002481
002482*----------------------------------------------------------------
002483* CARDS RECEIVED, AND REJECTS BY REASON CODE (BELOW), FOR EACH
002484* SENDING AREA SEEN THIS RUN, FOR THE SOURCE-ACTIVITY FILE.
002485*----------------------------------------------------------------
002486 01  WS-SOURCE-TABLE.
002487     05  WS-SRC-ENTRY OCCURS 200 TIMES.
002488         10  WS-SRC-ID           PIC X(03).
002489         10  WS-SRC-RECEIVED     PIC 9(07).
002490
002492 01  WS-SOURCE-REJECT-TABLE.
002494     05  WS-SRC-REJECTS OCCURS 200 TIMES.
002496         10  WS-SRC-REJECT       PIC 9(07) OCCURS 15 TIMES.
002498
002500 PROCEDURE DIVISION.
002510
002520******************************************************************
002940     STRING WS-CURRENT-DATE WS-CURRENT-TIME
002950         DELIMITED BY SIZE INTO WS-RUN-START-TS.
002960     PERFORM 1100-LOAD-RATE-MASTER THRU 1100-EXIT.
002962     PERFORM 1200-LOAD-PERIODS THRU 1200-EXIT.
002964     PERFORM 1300-SET-LOOKBACK-CUTOFF THRU 1300-EXIT.
002966     PERFORM 1400-LOAD-RECYCLED-IDS THRU 1400-EXIT.
002968     PERFORM 1500-OPEN-REGISTRY THRU 1500-EXIT.
002970     PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT.
002980 1000-EXIT.
002990     EXIT.
004030 2200-VALIDATE-CARD.
004040     SET CARD-IS-CLEAN TO TRUE.
004050     MOVE SPACES TO REJ-REASON-CODE.
004051     IF GROUP-PERIOD-CLOSED
004052         SET CARD-IS-REJECTED TO TRUE
004053         SET REJ-PERIOD-CLOSED TO TRUE
004054         GO TO 2200-EXIT
004055     END-IF.
004060     IF RAW-TYPE-CONTINUATION
004070         PERFORM 2250-VALIDATE-CONTINUATION THRU 2250-EXIT
004080         GO TO 2200-EXIT
004170     IF ID-IS-DUPLICATE
004180         SET CARD-IS-REJECTED TO TRUE
004190         SET REJ-ID-DUPLICATE TO TRUE
004191         GO TO 2200-EXIT
004192     END-IF.
004193     PERFORM 2230-CHECK-ALREADY-POSTED THRU 2230-EXIT.
004194     IF ID-ALREADY-POSTED
004195         SET CARD-IS-REJECTED TO TRUE
004196         SET REJ-ALREADY-POSTED TO TRUE
004197         ADD 1 TO WS-RECORDS-ALREADY-POSTED
004200         GO TO 2200-EXIT
004210     END-IF.
004220     IF RAW-NUMBER1 NOT NUMERIC
006110     MOVE RAW-INPUT-RECORD TO REJ-CARD-IMAGE.
006120     WRITE REJECT-RECORD.
006130     ADD 1 TO WS-RECORDS-REJECTED.
006131     MOVE 15 TO WS-REASON-SLOT.
006132     IF REJ-REASON-CODE NUMERIC
006133        AND REJ-REASON-CODE > '00'
006134        AND REJ-REASON-CODE < '15'
006135         MOVE REJ-REASON-CODE TO WS-REASON-SLOT
006136     END-IF.
006140     MOVE RAW-TRANSACTION-ID TO WS-PREV-CARD-ID.
006150     SET PREV-CARD-NOT-USABLE TO TRUE.
006152     IF WS-SRC-FOUND-SUB > ZERO
006154         ADD 1 TO WS-SRC-REJECT (WS-SRC-FOUND-SUB, WS-REASON-SLOT)
006156     END-IF.
006160 2400-EXIT.
006170     EXIT.
006180
006460******************************************************************
006470 2600-ADD-TO-RAW-TOTALS.
006480     ADD 1 TO WS-RAW-DETAIL-COUNT.
006482     IF WS-SRC-FOUND-SUB > ZERO
006484         ADD 1 TO WS-SRC-RECEIVED (WS-SRC-FOUND-SUB)
006486     END-IF.
006490     IF RAW-NUMBER1 NUMERIC
006500         ADD RAW-NUMBER1 TO WS-RAW-HASH-NUMBER1
006510     END-IF.
006600* GROUP.  A GROUP STILL OPEN FROM THE PREVIOUS SOURCE MEANS ITS
006610* TRAILER NEVER ARRIVED - IT IS CLOSED AND BALANCED (AND SO
006620* FLAGGED) FIRST.  THE HEADER PASSES THROUGH TO THE CLEAN FILE
006630* SO THE RECONCILIATION JOB TAGS EACH SOURCE'S RESULTS - UNLESS
006633* ITS FILE DATE FALLS IN A CLOSED PERIOD, WHEN THE WHOLE GROUP IS
006636* HELD OFF THE CLEAN FILE.
006640******************************************************************
006650 2700-START-SOURCE-GROUP.
006660     IF GROUP-OPEN
006680     END-IF.
006690     MOVE RAW-HDR-SOURCE-ID TO WS-CURRENT-SOURCE-ID.
006700     MOVE RAW-HDR-FILE-DATE TO WS-CURRENT-FILE-DATE.
006705     PERFORM 2760-FIND-SOURCE-ENTRY THRU 2760-EXIT.
006710     PERFORM 2720-RESET-GROUP-TOTALS THRU 2720-EXIT.
006720     SET GROUP-OPEN TO TRUE.
006722     PERFORM 2730-CHECK-GROUP-PERIOD THRU 2730-EXIT.
006724     IF GROUP-PERIOD-CLOSED
006726         GO TO 2700-EXIT
006728     END-IF.
006730     MOVE RAW-INPUT-RECORD TO BATCH-INPUT-RECORD.
006740     WRITE BATCH-INPUT-RECORD.
006750 2700-EXIT.
006840 2710-START-IMPLICIT-GROUP.
006850     MOVE SPACES TO WS-CURRENT-SOURCE-ID.
006860     MOVE SPACES TO WS-CURRENT-FILE-DATE.
006865     PERFORM 2760-FIND-SOURCE-ENTRY THRU 2760-EXIT.
006870     PERFORM 2720-RESET-GROUP-TOTALS THRU 2720-EXIT.
006880     SET GROUP-OPEN TO TRUE.
006885     SET GROUP-PERIOD-OPEN TO TRUE.
006890 2710-EXIT.
006900     EXIT.
006910
007160******************************************************************
007170* 2800-CLOSE-SOURCE-GROUP - BALANCE THE GROUP AGAINST ITS OWN
007180* TRAILER AND WRITE THE RECOMPUTED PER-SOURCE TRAILER ON THE
007190* CLEAN FILE, COVERING ONLY THIS GROUP'S ACCEPTED CARDS.  A
007195* GROUP HELD FOR A CLOSED PERIOD GETS NO CLEAN TRAILER.
007200******************************************************************
007210 2800-CLOSE-SOURCE-GROUP.
007220     PERFORM 8000-VERIFY-CONTROL-TOTALS THRU 8000-EXIT.
007230     IF GROUP-PERIOD-OPEN
007233         PERFORM 9100-WRITE-CLEAN-TRAILER THRU 9100-EXIT
007236     END-IF.
007240     SET GROUP-NOT-OPEN TO TRUE.
007250 2800-EXIT.
007260     EXIT.
008100     CLOSE RAW-INPUT-FILE.
008110     CLOSE CLEAN-OUTPUT-FILE.
008120     CLOSE REJECT-FILE.
008122     IF REGISTRY-AVAILABLE
008124         CLOSE POSTED-REGISTRY-FILE
008126     END-IF.
008130     DISPLAY 'CALC-INPUT-EDIT - RECORDS READ:     '
008140         WS-RECORDS-READ.
008150     DISPLAY 'CALC-INPUT-EDIT - RECORDS ACCEPTED: '
008160         WS-RECORDS-ACCEPTED.
008170     DISPLAY 'CALC-INPUT-EDIT - RECORDS REJECTED: '
008180         WS-RECORDS-REJECTED.
008183     DISPLAY 'CALC-INPUT-EDIT - ALREADY POSTED:   '
008186         WS-RECORDS-ALREADY-POSTED.
008190     IF FILE-OUT-OF-BALANCE
008200         DISPLAY 'CALC-INPUT-EDIT - *** CALCIN OUT OF BALANCE - '
008210             'RECONCILIATION HELD ***'
008250             MOVE 4 TO RETURN-CODE
008260         END-IF
008270     END-IF.
008272     MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
008274     PERFORM 9300-WRITE-SOURCE-ACTIVITY THRU 9300-EXIT.
008276     MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
008280     PERFORM 9200-WRITE-RUN-RECORD THRU 9200-EXIT.
008290 9000-EXIT.
008300     EXIT.
008640     WRITE BATCH-TRAILER-RECORD.
008650 9100-EXIT.
008660     EXIT.
008670
008680******************************************************************
008690* 1200-LOAD-PERIODS - READ THE PERIOD CONTROL FILE INTO THE
008700* TABLE, KEEPING THE LAST STATUS PER PERIOD.  A MISSING FILE
008710* JUST MEANS NO PERIOD HAS EVER BEEN CLOSED.
008720******************************************************************
008730 1200-LOAD-PERIODS.
008740     OPEN INPUT PERIOD-CONTROL-FILE.
008750     IF WS-PER-FILE-STATUS = '35'
008760         GO TO 1200-EXIT
008770     END-IF.
008780     IF WS-PER-FILE-STATUS NOT = '00'
008790         DISPLAY 'CALC-INPUT-EDIT - UNABLE TO OPEN PERCTL'
008800             ' - FILE STATUS ' WS-PER-FILE-STATUS
008810         MOVE 16 TO RETURN-CODE
008820         STOP RUN
008830     END-IF.
008840     PERFORM 1210-LOAD-ONE-PERIOD THRU 1210-EXIT
008850         UNTIL END-OF-PERIOD-FILE.
008860     CLOSE PERIOD-CONTROL-FILE.
008870 1200-EXIT.
008880     EXIT.
008890
008900 1210-LOAD-ONE-PERIOD.
008910     READ PERIOD-CONTROL-FILE
008920         AT END
008930             SET END-OF-PERIOD-FILE TO TRUE
008940             GO TO 1210-EXIT
008950     END-READ.
008960     MOVE PER-PERIOD TO WS-LOOKUP-PERIOD.
008970     PERFORM 2740-FIND-PERIOD THRU 2740-EXIT.
008980     IF WS-PER-FOUND-SUB = ZERO
008990         IF WS-PER-USED >= WS-PER-TABLE-MAX
009000             DISPLAY 'CALC-INPUT-EDIT - MORE THAN '
009010                 WS-PER-TABLE-MAX ' PERIODS - TABLE FULL'
009020             MOVE 16 TO RETURN-CODE
009030             STOP RUN
009040         END-IF
009050         ADD 1 TO WS-PER-USED
009060         MOVE WS-PER-USED TO WS-PER-FOUND-SUB
009070         MOVE PER-PERIOD TO WS-PER-PERIOD (WS-PER-FOUND-SUB)
009080     END-IF.
009090     MOVE PER-STATUS TO WS-PER-STATUS (WS-PER-FOUND-SUB).
009100 1210-EXIT.
009110     EXIT.
009120
009130******************************************************************
009140* 1300-SET-LOOKBACK-CUTOFF - GET THE LOOK-BACK WINDOW IN DAYS
009150* FROM SYSIN AND WORK OUT THE EARLIEST POSTING DATE THE CROSS-
009160* NIGHT DUPLICATE EDIT STILL LOOKS AT.  A MISSING OR UNREADABLE
009170* CARD FALLS BACK TO 999 DAYS - EVERYTHING ON THE REGISTRY IS
009180* CHECKED, THE SAFE SIDE.
009190******************************************************************
009200 1300-SET-LOOKBACK-CUTOFF.
009210     MOVE WS-RUN-START-TS (1:8) TO WS-TODAY-DATE.
009220     ACCEPT WS-LOOKBACK-DAYS-IN.
009230     IF WS-LOOKBACK-DAYS-IN NUMERIC
009240         MOVE WS-LOOKBACK-DAYS-IN TO WS-LOOKBACK-DAYS
009250     ELSE
009260         DISPLAY 'CALC-INPUT-EDIT - LOOK-BACK "'
009270             WS-LOOKBACK-DAYS-IN '" NOT NUMERIC - 999 DAYS '
009280             'ASSUMED'
009290         MOVE 999 TO WS-LOOKBACK-DAYS
009300     END-IF.
009310     MOVE WS-TODAY-DATE TO WS-DATE-NUMERIC.
009320     COMPUTE WS-CUTOFF-INTEGER =
009330         FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC)
009340         - WS-LOOKBACK-DAYS.
009350     COMPUTE WS-DATE-NUMERIC =
009360         FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INTEGER).
009370     MOVE WS-DATE-NUMERIC TO WS-CUTOFF-DATE.
009380 1300-EXIT.
009390     EXIT.
009400
009410******************************************************************
009420* 1400-LOAD-RECYCLED-IDS - LOAD THE TRANSACTION ID OF EVERY 'C'
009430* RECORD ON THE SWEEP-CONTROL FILE.  A MISSING FILE JUST MEANS
009440* NOTHING HAS EVER BEEN RECYCLED.  A FULL TABLE IS REPORTED AND
009450* THE REST LEFT UNLOADED - AT WORST A RECYCLE ITEM IS REJECTED
009460* WITH REASON 10 AND SHOWS UP ON THE REJECT FILE, WHICH IS
009470* BETTER THAN HOLDING THE WHOLE NIGHT.
009480******************************************************************
009490 1400-LOAD-RECYCLED-IDS.
009500     OPEN INPUT SWEEP-CONTROL-FILE.
009510     IF WS-SWEEP-FILE-STATUS = '35'
009520         GO TO 1400-EXIT
009530     END-IF.
009540     IF WS-SWEEP-FILE-STATUS NOT = '00'
009550         DISPLAY 'CALC-INPUT-EDIT - UNABLE TO OPEN CALCSWP'
009560             ' - FILE STATUS ' WS-SWEEP-FILE-STATUS
009570         MOVE 16 TO RETURN-CODE
009580         STOP RUN
009590     END-IF.
009600     PERFORM 1410-LOAD-ONE-RECYCLED-ID THRU 1410-EXIT
009610         UNTIL END-OF-SWEEP-FILE.
009620     CLOSE SWEEP-CONTROL-FILE.
009630 1400-EXIT.
009640     EXIT.
009650
009660 1410-LOAD-ONE-RECYCLED-ID.
009670     READ SWEEP-CONTROL-FILE
009680         AT END
009690             SET END-OF-SWEEP-FILE TO TRUE
009700             GO TO 1410-EXIT
009710     END-READ.
009720     IF NOT SWP-TYPE-COUNT
009730         GO TO 1410-EXIT
009740     END-IF.
009750     MOVE SWP-TRANSACTION-ID TO WS-RCY-LOOKUP-ID.
009760     PERFORM 2231-CHECK-RECYCLE-ITEM THRU 2231-EXIT.
009770     IF ID-IS-RECYCLE-ITEM
009780         GO TO 1410-EXIT
009790     END-IF.
009800     IF WS-RCY-COUNT >= WS-RCY-TABLE-MAX
009810         DISPLAY 'CALC-INPUT-EDIT - MORE THAN ' WS-RCY-TABLE-MAX
009820             ' RECYCLED IDS - REST OF CALCSWP NOT LOADED'
009830         SET END-OF-SWEEP-FILE TO TRUE
009840         GO TO 1410-EXIT
009850     END-IF.
009860     ADD 1 TO WS-RCY-COUNT.
009870     MOVE SWP-TRANSACTION-ID TO WS-RECYCLED-ID (WS-RCY-COUNT).
009880 1410-EXIT.
009890     EXIT.
009900
009910******************************************************************
009920* 1500-OPEN-REGISTRY - OPEN THE POSTED-TRANSACTION REGISTRY FOR
009930* KEYED READS.  A REGISTRY NOT LOADED YET (FILE STATUS 35) MEANS
009940* NOTHING HAS POSTED SINCE IT WAS DEFINED, SO THERE IS NOTHING TO
009950* CHECK AGAINST.
009960******************************************************************
009970 1500-OPEN-REGISTRY.
009980     OPEN INPUT POSTED-REGISTRY-FILE.
009990     IF WS-PTR-FILE-STATUS = '35'
010000         DISPLAY 'CALC-INPUT-EDIT - CALCPTR NOT LOADED YET - '
010010             'CROSS-NIGHT DUPLICATE EDIT NOT APPLIED'
010020         GO TO 1500-EXIT
010030     END-IF.
010040     IF WS-PTR-FILE-STATUS NOT = '00'
010050         DISPLAY 'CALC-INPUT-EDIT - UNABLE TO OPEN CALCPTR'
010060             ' - FILE STATUS ' WS-PTR-FILE-STATUS
010070         MOVE 16 TO RETURN-CODE
010080         STOP RUN
010090     END-IF.
010100     SET REGISTRY-AVAILABLE TO TRUE.
010110 1500-EXIT.
010120     EXIT.
010130
010140******************************************************************
010150* 2230-CHECK-ALREADY-POSTED - LOOK THE CARD'S SOURCE AND
010160* TRANSACTION ID UP ON THE POSTED-TRANSACTION REGISTRY.  IT IS A
010170* CROSS-NIGHT DUPLICATE WHEN IT POSTED NOT BEFORE THE LOOK-BACK
010180* CUTOFF, UNLESS IT IS A RECYCLE ITEM OR IT POSTED UNDER THIS
010190* SAME SOURCE AND FILE DATE - A RERUN OF THE SAME FILE, WHICH
010200* THE RECONCILIATION'S DOUBLE-POST GUARD DEALS WITH (AND WHICH A
010210* CHECKPOINT RESTART OF THIS JOB MUST BE ABLE TO EDIT AGAIN
010220* UNCHANGED).  A HEADERLESS FILE HAS NO FILE DATE TO GO BY, SO
010230* THERE THE RERUN IS A POSTING DATED THIS RUN'S DATE - THE
010240* RECONCILIATION DATES THE REGISTRY WITH THE EDIT RUN THAT FED
010250* IT, NOT THE CLOCK, SO A POSTING MADE AFTER MIDNIGHT STILL
010260* BELONGS TO THE NIGHT BEFORE.
010270******************************************************************
010280 2230-CHECK-ALREADY-POSTED.
010290     SET ID-NOT-POSTED TO TRUE.
010300     IF REGISTRY-NOT-AVAILABLE
010310         GO TO 2230-EXIT
010320     END-IF.
010330     MOVE WS-CURRENT-SOURCE-ID TO PTR-SOURCE-ID.
010340     MOVE RAW-TRANSACTION-ID   TO PTR-TRANSACTION-ID.
010350     READ POSTED-REGISTRY-FILE.
010360     IF WS-PTR-FILE-STATUS = '23'
010370         GO TO 2230-EXIT
010380     END-IF.
010390     IF WS-PTR-FILE-STATUS NOT = '00'
010400         DISPLAY 'CALC-INPUT-EDIT - CALCPTR READ FAILED - FILE '
010410             'STATUS ' WS-PTR-FILE-STATUS ' KEY ' PTR-KEY
010420         MOVE 16 TO RETURN-CODE
010430         STOP RUN
010440     END-IF.
010450     IF PTR-POSTED-DATE < WS-CUTOFF-DATE
010460         GO TO 2230-EXIT
010470     END-IF.
010480     IF WS-CURRENT-SOURCE-ID NOT = SPACES
010490        AND PTR-FILE-DATE = WS-CURRENT-FILE-DATE
010500         GO TO 2230-EXIT
010510     END-IF.
010520     IF WS-CURRENT-SOURCE-ID = SPACES
010530        AND PTR-POSTED-DATE = WS-TODAY-DATE
010540         GO TO 2230-EXIT
010550     END-IF.
010560     MOVE RAW-TRANSACTION-ID TO WS-RCY-LOOKUP-ID.
010570     PERFORM 2231-CHECK-RECYCLE-ITEM THRU 2231-EXIT.
010580     IF ID-NOT-RECYCLE-ITEM
010590         SET ID-ALREADY-POSTED TO TRUE
010600     END-IF.
010610 2230-EXIT.
010620     EXIT.
010630
010640******************************************************************
010650* 2231-CHECK-RECYCLE-ITEM - LOOK WS-RCY-LOOKUP-ID UP IN THE
010660* RECYCLED-ID TABLE.  THE CALLER SETS WS-RCY-LOOKUP-ID FIRST.
010670******************************************************************
010680 2231-CHECK-RECYCLE-ITEM.
010690     SET ID-NOT-RECYCLE-ITEM TO TRUE.
010700     MOVE 1 TO WS-RCY-SUB.
010710     PERFORM 2232-MATCH-ONE-RECYCLED-ID THRU 2232-EXIT
010720         UNTIL WS-RCY-SUB > WS-RCY-COUNT
010730            OR ID-IS-RECYCLE-ITEM.
010740 2231-EXIT.
010750     EXIT.
010760
010770 2232-MATCH-ONE-RECYCLED-ID.
010780     IF WS-RECYCLED-ID (WS-RCY-SUB) = WS-RCY-LOOKUP-ID
010790         SET ID-IS-RECYCLE-ITEM TO TRUE
010800     END-IF.
010810     ADD 1 TO WS-RCY-SUB.
010820 2232-EXIT.
010830     EXIT.
010840
010850******************************************************************
010860* 2760-FIND-SOURCE-ENTRY - POINT WS-SRC-FOUND-SUB AT THE ACTIVITY
010870* ENTRY FOR THE GROUP'S SOURCE-ID, ADDING ONE THE FIRST TIME THE
010880* SOURCE IS SEEN.  THE COUNTS ONLY FEED THE MONTHLY SCORECARD, SO
010890* A FULL TABLE IS REPORTED AND THE SOURCE LEFT UNCOUNTED RATHER
010900* THAN STOPPING THE EDIT.
010910******************************************************************
010920 2760-FIND-SOURCE-ENTRY.
010930     MOVE ZERO TO WS-SRC-FOUND-SUB.
010940     MOVE 1 TO WS-SRC-SUB.
010950     PERFORM 2770-MATCH-ONE-SOURCE THRU 2770-EXIT
010960         UNTIL WS-SRC-SUB > WS-SRC-USED
010970            OR WS-SRC-FOUND-SUB > ZERO.
010980     IF WS-SRC-FOUND-SUB > ZERO
010990         GO TO 2760-EXIT
011000     END-IF.
011010     IF WS-SRC-USED >= WS-SRC-TABLE-MAX
011020         DISPLAY 'CALC-INPUT-EDIT - MORE THAN ' WS-SRC-TABLE-MAX
011030             ' SOURCES - SOURCE ' WS-CURRENT-SOURCE-ID
011040             ' NOT COUNTED FOR THE SCORECARD'
011050         GO TO 2760-EXIT
011060     END-IF.
011070     ADD 1 TO WS-SRC-USED.
011080     MOVE WS-CURRENT-SOURCE-ID TO WS-SRC-ID (WS-SRC-USED).
011090     MOVE ZERO  TO WS-SRC-RECEIVED (WS-SRC-USED).
011100     MOVE ZEROS TO WS-SRC-REJECTS (WS-SRC-USED).
011110     MOVE WS-SRC-USED TO WS-SRC-FOUND-SUB.
011120 2760-EXIT.
011130     EXIT.
011140
011150 2770-MATCH-ONE-SOURCE.
011160     IF WS-SRC-ID (WS-SRC-SUB) = WS-CURRENT-SOURCE-ID
011170         MOVE WS-SRC-SUB TO WS-SRC-FOUND-SUB
011180     END-IF.
011190     ADD 1 TO WS-SRC-SUB.
011200 2770-EXIT.
011210     EXIT.
011220
011230******************************************************************
011240* 2730-CHECK-GROUP-PERIOD - LOOK THE HEADER'S FILE DATE UP IN
011250* THE PERIOD TABLE.  A GROUP DATED IN A CLOSED PERIOD HAS EVERY
011260* CARD REJECTED (REASON 09) AND NOTHING OF IT REACHES THE CLEAN
011270* FILE.
011280******************************************************************
011290 2730-CHECK-GROUP-PERIOD.
011300     SET GROUP-PERIOD-OPEN TO TRUE.
011310     MOVE WS-CURRENT-FILE-DATE (1:6) TO WS-LOOKUP-PERIOD.
011320     PERFORM 2740-FIND-PERIOD THRU 2740-EXIT.
011330     IF WS-PER-FOUND-SUB = ZERO
011340         GO TO 2730-EXIT
011350     END-IF.
011360     IF WS-PER-STATUS (WS-PER-FOUND-SUB) = 'C'
011370         SET GROUP-PERIOD-CLOSED TO TRUE
011380         DISPLAY 'CALC-INPUT-EDIT - SOURCE ' WS-CURRENT-SOURCE-ID
011390             ' - FILE DATE ' WS-CURRENT-FILE-DATE
011400             ' IN CLOSED PERIOD - ALL CARDS REJECTED'
011410     END-IF.
011420 2730-EXIT.
011430     EXIT.
011440
011450 2740-FIND-PERIOD.
011460     MOVE ZERO TO WS-PER-FOUND-SUB.
011470     MOVE 1 TO WS-PER-SUB.
011480     PERFORM 2750-MATCH-ONE-PERIOD THRU 2750-EXIT
011490         UNTIL WS-PER-SUB > WS-PER-USED
011500            OR WS-PER-FOUND-SUB > ZERO.
011510 2740-EXIT.
011520     EXIT.
011530
011540 2750-MATCH-ONE-PERIOD.
011550     IF WS-PER-PERIOD (WS-PER-SUB) = WS-LOOKUP-PERIOD
011560         MOVE WS-PER-SUB TO WS-PER-FOUND-SUB
011570     END-IF.
011580     ADD 1 TO WS-PER-SUB.
011590 2750-EXIT.
011600     EXIT.
011610
011620******************************************************************
011630* 9300-WRITE-SOURCE-ACTIVITY - APPEND ONE SOURCE-ACTIVITY RECORD
011640* PER SENDING AREA SEEN THIS RUN.  A RERUN OF THE EDIT WORKS THE
011650* WHOLE FILE AGAIN, SO THE NIGHTLY ROLL KEEPS ONLY THE LAST EDIT
011660* RECORD PER SOURCE.
011670******************************************************************
011680 9300-WRITE-SOURCE-ACTIVITY.
011690     MOVE 1 TO WS-SRC-SUB.
011700     PERFORM 9310-WRITE-ONE-SOURCE THRU 9310-EXIT
011710         UNTIL WS-SRC-SUB > WS-SRC-USED.
011720 9300-EXIT.
011730     EXIT.
011740
011750 9310-WRITE-ONE-SOURCE.
011760     MOVE SPACES TO SOURCE-ACTIVITY-RECORD.
011770     MOVE ZEROS  TO SRA-COUNTS.
011780     SET SRA-TYPE-ACTIVITY TO TRUE.
011790     SET SRA-FROM-EDIT TO TRUE.
011800     MOVE WS-SRC-ID (WS-SRC-SUB)       TO SRA-SOURCE-ID.
011810     MOVE WS-RUN-START-TS              TO SRA-RUN-TIMESTAMP.
011820     MOVE WS-SRC-RECEIVED (WS-SRC-SUB) TO SRA-CARDS-RECEIVED.
011830     MOVE WS-SRC-REJECTS (WS-SRC-SUB)  TO SRA-REJECTS-BY-REASON.
011840     CALL 'CALC-SOURCE-LOG' USING SOURCE-ACTIVITY-RECORD.
011850     ADD 1 TO WS-SRC-SUB.
011860 9310-EXIT.
011870     EXIT.
