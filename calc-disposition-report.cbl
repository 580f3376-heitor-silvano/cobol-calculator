000200*              THROUGH A CRACK AND WOULD OTHERWISE ONLY SURFACE
000210*              WHEN THE SENDING AREA CALLS.
000220*
000221*              PENDING MASTER CHANGES.  A LAST SECTION LISTS
000222*              EVERY RATE, STANDING-INSTRUCTION AND OPERATOR
000223*              LEVEL CHANGE STILL WAITING ON THE DUAL-CONTROL
000224*              QUEUE (PENDCHG, SEE CALCPCH) - NONE WAS APPLIED
000225*              TO TONIGHT'S RUN, AND THE MORNING SUPERVISOR
000226*              SHOULD KNOW THAT BEFORE ASKING WHY A NEW RATE OR
000227*              INSTRUCTION DID NOT TAKE.  INFORMATION ONLY - IT
000228*              DOES NOT SET THE CONDITION CODE.
000229*
000230*              CARD ACCOUNTING.  THE RAW CARD COUNT PER
000240*              TRANSACTION IS COMPARED AGAINST THE REJECTED
000250*              CARDS PLUS THE RESULTS RECORDS FOR IT - THE BATCH
000290*              TRACE (FOR EXAMPLE AN ORPHAN CONTINUATION
000300*              BYPASSED WITH ONLY A CONSOLE MESSAGE).
000310*
000311*              CROSS-NIGHT DUPLICATES.  A TRANSACTION THE EDIT
000312*              REJECTED BECAUSE IT ALREADY POSTED ON AN EARLIER
000313*              NIGHT (REASON 10) IS SHOWN AS ALREADY POSTED
000314*              RATHER THAN AS AN ORDINARY REJECT, AND IS ALSO
000315*              LISTED IN ITS OWN SECTION SO THE SENDING AREA
000316*              CAN BE TOLD WHICH ITEMS IT RESENT.  THE SECTION
000317*              IS INFORMATION ONLY - THE EDIT STEP HAS ALREADY
000318*              SET ITS OWN CONDITION CODE FOR THE REJECTS.
000319*
000320* MODIFICATION HISTORY.
000330*   09/02/2026  RA   ORIGINAL PROGRAM.
000340*   09/02/2026  RA   APPEND A RUN RECORD TO THE SHARED
000350*                    RUN-CONTROL FILE (SEE CALCRUN) AT END OF
000360*                    RUN, SO THE NIGHT-STATUS INQUIRY SHOWS
000370*                    THIS STEP'S OUTCOME AT A GLANCE.
000371*   10/15/2026  RA   LIST THE MASTER CHANGES STILL PENDING ON THE
000372*                    DUAL-CONTROL QUEUE - NOT APPLIED TONIGHT.
000373*   10/15/2026  RA   SHOW A TRANSACTION REJECTED AS ALREADY
000374*                    POSTED ON AN EARLIER NIGHT (REASON 10) AS
000375*                    ITS OWN DISPOSITION, AND LIST THEM IN A
000376*                    CROSS-NIGHT DUPLICATES SECTION.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. CALC-DISPOSITION-REPORT.
000670     SELECT REPORT-FILE ASSIGN TO RPTOUT
000680         FILE STATUS IS WS-RPT-FILE-STATUS.
000690
000692     SELECT PENDING-CHANGE-FILE ASSIGN TO PENDCHG
000694         FILE STATUS IS WS-PCH-FILE-STATUS.
000696
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  RAW-INPUT-FILE.
000980 FD  REPORT-FILE.
000990 01  REPORT-LINE                 PIC X(80).
001000
001002 FD  PENDING-CHANGE-FILE.
001004 01  PENDING-CHANGE-FILE-RECORD  PIC X(120).
001006
001010 WORKING-STORAGE SECTION.
001020 77  WS-INPUT-FILE-STATUS        PIC X(02).
001030 77  WS-CLEAN-FILE-STATUS        PIC X(02).
001170 77  WS-CARDS-ACCOUNTED          PIC 9(04) COMP VALUE ZERO.
001180 77  WS-CURRENT-TIME             PIC X(08).
001190 77  WS-RUN-START-TS             PIC X(14) VALUE SPACES.
001191 77  WS-PCH-FILE-STATUS          PIC X(02).
001192 77  WS-PCH-TABLE-MAX            PIC 9(04) COMP VALUE 500.
001193 77  WS-PCH-USED                 PIC 9(04) COMP VALUE ZERO.
001194 77  WS-PCH-SUB                  PIC 9(04) COMP VALUE ZERO.
001195 77  WS-PCH-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
001196 77  WS-PENDING-CHANGE-COUNT     PIC 9(04) COMP VALUE ZERO.
001197 77  WS-ALREADY-POSTED-COUNT     PIC 9(04) COMP VALUE ZERO.
001200
001210 COPY CALCRUN.
001213
001216 COPY CALCPCH.
001220
001230*----------------------------------------------------------------
001240* ONE EOF SWITCH, RE-ARMED BEFORE EACH INPUT FILE IS LOADED -
001560     05  WS-REJ-CARD-ID          PIC X(10).
001570     05  FILLER                  PIC X(70).
001580
001582*----------------------------------------------------------------
001584* ONE ENTRY PER CHANGE KEY ON THE DUAL-CONTROL QUEUE - THE LAST
001586* RECORD PER KEY WINS, SO A DECIDED CHANGE DROPS OFF THE LIST.
001590*----------------------------------------------------------------
001591 01  WS-PENDING-CHANGE-TABLE.
001592     05  WS-PCH-ENTRY OCCURS 500 TIMES.
001593         10  WS-PCH-KEY              PIC X(22).
001594         10  WS-PCH-STATUS           PIC X(01).
001595         10  WS-PCH-TYPE             PIC X(01).
001596         10  WS-PCH-TARGET           PIC X(08).
001597
001598*----------------------------------------------------------------
001600* PRINT LINE WORK AREAS.
001610*----------------------------------------------------------------
001620 01  WS-DETAIL-LINE.
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  WS-DL-TEXT              PIC X(30).
001740     05  FILLER                  PIC X(22) VALUE SPACES.
001741
001742 01  WS-DUPLICATE-LINE.
001743     05  WS-UL-ID                PIC X(10).
001744     05  FILLER                  PIC X(02) VALUE SPACES.
001745     05  WS-UL-CARDS             PIC ZZ9.
001746     05  FILLER                  PIC X(65) VALUE
001747         ' CARD(S) REJECTED - ALREADY POSTED ON AN EARLIER NIGHT'.
001750
001751 01  WS-PCH-KEY-PARTS.
001752     05  WS-PK-DATE              PIC X(08).
001753     05  WS-PK-TIME              PIC X(06).
001754     05  WS-PK-MAKER             PIC X(08).
001755
001760 01  WS-EXCEPTION-LINE.
001770     05  WS-EL-ID                PIC X(10).
001780     05  FILLER                  PIC X(02) VALUE SPACES.
001820     05  FILLER                  PIC X(15) VALUE
001830         ' ACCOUNTED FOR'.
001840     05  FILLER                  PIC X(35) VALUE SPACES.
001841
001842 01  WS-PENDING-LINE.
001843     05  WS-PL-DATE              PIC X(09).
001844     05  WS-PL-TIME              PIC X(08).
001845     05  WS-PL-MAKER             PIC X(10).
001846     05  WS-PL-TYPE              PIC X(18).
001847     05  WS-PL-TARGET            PIC X(08).
001848     05  FILLER                  PIC X(27) VALUE SPACES.
001850
001860 PROCEDURE DIVISION.
001870
001970     PERFORM 2400-LOAD-RESULT-FILE THRU 2400-EXIT.
001980     PERFORM 2500-LOAD-RECYCLE-FILE THRU 2500-EXIT.
001990     PERFORM 2600-LOAD-SWEEP-CONTROL THRU 2600-EXIT.
001995     PERFORM 2700-LOAD-PENDING-CHANGES THRU 2700-EXIT.
002000     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
002010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002020     STOP RUN.
004960     PERFORM 3200-PRINT-ONE-DISPOSITION THRU 3200-EXIT
004970         UNTIL WS-DSP-SUB > WS-DSP-USED.
004980     PERFORM 3300-PRINT-EXCEPTIONS THRU 3300-EXIT.
004983     PERFORM 3350-PRINT-ALREADY-POSTED THRU 3350-EXIT.
004986     PERFORM 3400-PRINT-PENDING-CHANGES THRU 3400-EXIT.
004990 3000-EXIT.
005000     EXIT.
005010
005440                 MOVE 'FAILED - AWAITING RECYCLE' TO WS-DL-TEXT
005450             END-IF
005460         END-IF
005462         GO TO 3200-PRINT
005464     END-IF.
005466     IF WS-DSP-REJ-REASON (WS-DSP-SUB) = '10'
005468         MOVE 'REJECTED - ALREADY POSTED' TO WS-DL-TEXT
005470         GO TO 3200-PRINT
005480     END-IF.
005490     IF WS-DSP-REJ-REASON (WS-DSP-SUB) NOT = SPACES
006630         WS-DSP-USED.
006640     DISPLAY 'CALC-DISPOSITION-REPORT - EXCEPTIONS:    '
006650         WS-EXCEPTION-COUNT.
006652     DISPLAY 'CALC-DISPOSITION-REPORT - ALREADY POSTED: '
006654         WS-ALREADY-POSTED-COUNT.
006656     DISPLAY 'CALC-DISPOSITION-REPORT - PENDING CHANGES: '
006658         WS-PENDING-CHANGE-COUNT.
006660     PERFORM 9200-WRITE-RUN-RECORD THRU 9200-EXIT.
006670 9000-EXIT.
006680     EXIT.
006860     CALL 'CALC-RUN-LOG' USING RUN-CONTROL-RECORD.
006870 9200-EXIT.
006880     EXIT.
006890
006900******************************************************************
006910* 2700-LOAD-PENDING-CHANGES - READ THE DUAL-CONTROL QUEUE TO END
006920* OF FILE, LAST RECORD PER CHANGE KEY WINS.  A MISSING QUEUE
006930* JUST MEANS NOTHING HAS EVER BEEN SUBMITTED.
006940******************************************************************
006950 2700-LOAD-PENDING-CHANGES.
006960     SET NOT-END-OF-CURRENT-FILE TO TRUE.
006970     OPEN INPUT PENDING-CHANGE-FILE.
006980     IF WS-PCH-FILE-STATUS = '35'
006990         GO TO 2700-EXIT
007000     END-IF.
007010     IF WS-PCH-FILE-STATUS NOT = '00'
007020         DISPLAY 'CALC-DISPOSITION-REPORT - UNABLE TO OPEN '
007030             'PENDCHG - FILE STATUS ' WS-PCH-FILE-STATUS
007040         MOVE 16 TO RETURN-CODE
007050         STOP RUN
007060     END-IF.
007070     PERFORM 2710-LOAD-ONE-CHANGE THRU 2710-EXIT
007080         UNTIL END-OF-CURRENT-FILE.
007090     CLOSE PENDING-CHANGE-FILE.
007100 2700-EXIT.
007110     EXIT.
007120
007130 2710-LOAD-ONE-CHANGE.
007140     READ PENDING-CHANGE-FILE INTO PENDING-CHANGE-RECORD
007150         AT END
007160             SET END-OF-CURRENT-FILE TO TRUE
007170             GO TO 2710-EXIT
007180     END-READ.
007190     MOVE ZERO TO WS-PCH-FOUND-SUB.
007200     MOVE 1 TO WS-PCH-SUB.
007210     PERFORM 2720-MATCH-ONE-CHANGE THRU 2720-EXIT
007220         UNTIL WS-PCH-SUB > WS-PCH-USED
007230            OR WS-PCH-FOUND-SUB > ZERO.
007240     IF WS-PCH-FOUND-SUB = ZERO
007250         IF WS-PCH-USED >= WS-PCH-TABLE-MAX
007260             DISPLAY 'CALC-DISPOSITION-REPORT - MORE THAN '
007270                 WS-PCH-TABLE-MAX ' QUEUED CHANGES - TABLE FULL'
007280             MOVE 16 TO RETURN-CODE
007290             STOP RUN
007300         END-IF
007310         ADD 1 TO WS-PCH-USED
007320         MOVE WS-PCH-USED TO WS-PCH-FOUND-SUB
007330         MOVE PCH-CHANGE-KEY TO WS-PCH-KEY (WS-PCH-FOUND-SUB)
007340     END-IF.
007350     MOVE PCH-STATUS      TO WS-PCH-STATUS (WS-PCH-FOUND-SUB).
007360     MOVE PCH-CHANGE-TYPE TO WS-PCH-TYPE (WS-PCH-FOUND-SUB).
007370     MOVE PCH-TARGET-ID   TO WS-PCH-TARGET (WS-PCH-FOUND-SUB).
007380 2710-EXIT.
007390     EXIT.
007400
007410 2720-MATCH-ONE-CHANGE.
007420     IF WS-PCH-KEY (WS-PCH-SUB) = PCH-CHANGE-KEY
007430         MOVE WS-PCH-SUB TO WS-PCH-FOUND-SUB
007440     END-IF.
007450     ADD 1 TO WS-PCH-SUB.
007460 2720-EXIT.
007470     EXIT.
007480
007490******************************************************************
007500* 3350-PRINT-ALREADY-POSTED - LIST EVERY TRANSACTION THE EDIT
007510* REJECTED AS ALREADY POSTED ON AN EARLIER NIGHT INSIDE ITS
007520* LOOK-BACK WINDOW - THE SENDING AREA RESENT IT UNDER A NEW
007530* HEADER.  AN EMPTY SECTION IS PRINTED TOO.
007540******************************************************************
007550 3350-PRINT-ALREADY-POSTED.
007560     MOVE SPACES TO REPORT-LINE.
007570     WRITE REPORT-LINE.
007580     MOVE 'CROSS-NIGHT DUPLICATES - REJECTED AS ALREADY POSTED'
007590         TO REPORT-LINE.
007600     WRITE REPORT-LINE.
007610     MOVE ALL '-' TO REPORT-LINE.
007620     WRITE REPORT-LINE.
007630     MOVE 1 TO WS-DSP-SUB.
007640     PERFORM 3360-CHECK-ONE-DUPLICATE THRU 3360-EXIT
007650         UNTIL WS-DSP-SUB > WS-DSP-USED.
007660     IF WS-ALREADY-POSTED-COUNT = ZERO
007670         MOVE 'NONE - NO TRANSACTION WAS RESENT AFTER POSTING'
007680             TO REPORT-LINE
007690         WRITE REPORT-LINE
007700     END-IF.
007710 3350-EXIT.
007720     EXIT.
007730
007740 3360-CHECK-ONE-DUPLICATE.
007750     IF WS-DSP-REJ-REASON (WS-DSP-SUB) = '10'
007760         ADD 1 TO WS-ALREADY-POSTED-COUNT
007770         MOVE WS-DSP-ID (WS-DSP-SUB) TO WS-UL-ID
007780         MOVE WS-DSP-REJ-CARDS (WS-DSP-SUB) TO WS-UL-CARDS
007790         MOVE WS-DUPLICATE-LINE TO REPORT-LINE
007800         WRITE REPORT-LINE
007810     END-IF.
007820     ADD 1 TO WS-DSP-SUB.
007830 3360-EXIT.
007840     EXIT.
007850
007860******************************************************************
007870* 3400-PRINT-PENDING-CHANGES - LIST THE MASTER CHANGES STILL
007880* WAITING FOR A SECOND SUPERVISOR.  LIKE THE EXCEPTIONS, AN
007890* EMPTY SECTION IS PRINTED TOO.
007900******************************************************************
007910 3400-PRINT-PENDING-CHANGES.
007920     MOVE SPACES TO REPORT-LINE.
007930     WRITE REPORT-LINE.
007940     MOVE 'PENDING MASTER CHANGES - NOT APPLIED' TO REPORT-LINE.
007950     WRITE REPORT-LINE.
007960     MOVE 'SUBMITTED        BY        MASTER            TARGET'
007970         TO REPORT-LINE.
007980     WRITE REPORT-LINE.
007990     MOVE ALL '-' TO REPORT-LINE.
008000     WRITE REPORT-LINE.
008010     MOVE 1 TO WS-PCH-SUB.
008020     PERFORM 3410-PRINT-ONE-PENDING THRU 3410-EXIT
008030         UNTIL WS-PCH-SUB > WS-PCH-USED.
008040     IF WS-PENDING-CHANGE-COUNT = ZERO
008050         MOVE 'NONE - NO MASTER CHANGE IS WAITING FOR APPROVAL'
008060             TO REPORT-LINE
008070         WRITE REPORT-LINE
008080     END-IF.
008090 3400-EXIT.
008100     EXIT.
008110
008120 3410-PRINT-ONE-PENDING.
008130     IF WS-PCH-STATUS (WS-PCH-SUB) NOT = 'P'
008140         GO TO 3410-NEXT
008150     END-IF.
008160     ADD 1 TO WS-PENDING-CHANGE-COUNT.
008170     MOVE WS-PCH-KEY (WS-PCH-SUB) TO WS-PCH-KEY-PARTS.
008180     MOVE SPACES TO WS-PENDING-LINE.
008190     MOVE WS-PK-DATE  TO WS-PL-DATE.
008200     MOVE WS-PK-TIME  TO WS-PL-TIME.
008210     MOVE WS-PK-MAKER TO WS-PL-MAKER.
008220     MOVE WS-PCH-TARGET (WS-PCH-SUB) TO WS-PL-TARGET.
008230     IF WS-PCH-TYPE (WS-PCH-SUB) = 'R'
008240         MOVE 'RATE' TO WS-PL-TYPE
008250     ELSE
008260         IF WS-PCH-TYPE (WS-PCH-SUB) = 'S'
008270             MOVE 'STANDING INSTR' TO WS-PL-TYPE
008280         ELSE
008290             MOVE 'OPERATOR LEVEL' TO WS-PL-TYPE
008300         END-IF
008310     END-IF.
008320     MOVE WS-PENDING-LINE TO REPORT-LINE.
008330     WRITE REPORT-LINE.
008340 3410-NEXT.
008350     ADD 1 TO WS-PCH-SUB.
008360 3410-EXIT.
008370     EXIT.
