000350*                    REASON), SO ONE AREA'S ACKNOWLEDGMENT MUST
000360*                    NEVER RETIRE ANOTHER AREA'S PENDING ITEM
000370*                    AND BOTH ITEMS MUST BE TRACKED.
000371*   10/15/2026  RA   COUNT THE SENDER REJECTIONS AND THE ITEMS
000372*                    PENDING PAST THE AGE LIMIT FOR EACH SENDING
000373*                    AREA AND APPEND THEM TO THE SOURCE-ACTIVITY
000374*                    FILE (SEE CALCSRA) FOR THE AREA SCORECARD,
000375*                    HOLDING THE CONDITION CODE ACROSS THE WRITE.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. CALC-ACK-MATCH.
001070 77  WS-ACKS-IN-ERROR            PIC 9(08) COMP VALUE ZERO.
001080 77  WS-PENDING-OUT              PIC 9(08) COMP VALUE ZERO.
001090 77  WS-PENDING-OVERDUE          PIC 9(08) COMP VALUE ZERO.
001095 77  WS-SAVED-RETURN-CODE        PIC 9(04) COMP VALUE ZERO.
001100
001110 COPY CALCRUN.
001111
001112 COPY CALCSRA.
001113
001114 77  WS-SRC-TABLE-MAX            PIC 9(04) COMP VALUE 200.
001115 77  WS-SRC-USED                 PIC 9(04) COMP VALUE ZERO.
001116 77  WS-SRC-SUB                  PIC 9(04) COMP VALUE ZERO.
001117 77  WS-SRC-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
001118 77  WS-SRC-LOOKUP-ID            PIC X(03) VALUE SPACES.
001120
001130*----------------------------------------------------------------
001140* ONE EOF SWITCH, RE-ARMED BEFORE EACH INPUT FILE IS LOADED -
001320         10  WS-PND-SOURCE       PIC X(03).
001330         10  WS-PND-SENT-DATE    PIC X(08).
001340         10  WS-PND-ACKED        PIC X(01).
001341
001342*----------------------------------------------------------------
001343* EACH SENDING AREA'S REJECTIONS AND OVERDUE ITEMS THIS RUN.
001344*----------------------------------------------------------------
001345 01  WS-SOURCE-TABLE.
001346     05  WS-SRC-ENTRY OCCURS 200 TIMES.
001347         10  WS-SRC-ID           PIC X(03).
001348         10  WS-SRC-ACK-ERRORS   PIC 9(07).
001349         10  WS-SRC-OVERDUE      PIC 9(07).
001350
001360*----------------------------------------------------------------
001370* PRINT LINE WORK AREAS.
003470     ADD 1 TO WS-ACKS-MATCHED.
003480     IF ACK-STATUS-ERROR
003490         ADD 1 TO WS-ACKS-IN-ERROR
003491         MOVE ACK-SOURCE-ID TO WS-SRC-LOOKUP-ID
003492         PERFORM 6200-FIND-SOURCE-ENTRY THRU 6200-EXIT
003493         IF WS-SRC-FOUND-SUB > ZERO
003494             ADD 1 TO WS-SRC-ACK-ERRORS (WS-SRC-FOUND-SUB)
003495         END-IF
003500         DISPLAY 'CALC-ACK-MATCH - SUPERVISOR ATTENTION - '
003510             'TRANSACTION ' ACK-TRANSACTION-ID ' REJECTED BY '
003520             'THE SENDING SYSTEM'
004190
004200 5300-REPORT-OVERDUE.
004210     ADD 1 TO WS-PENDING-OVERDUE.
004211     MOVE WS-PND-SOURCE (WS-PND-SUB) TO WS-SRC-LOOKUP-ID.
004212     PERFORM 6200-FIND-SOURCE-ENTRY THRU 6200-EXIT.
004213     IF WS-SRC-FOUND-SUB > ZERO
004214         ADD 1 TO WS-SRC-OVERDUE (WS-SRC-FOUND-SUB)
004215     END-IF.
004220     MOVE SPACES TO WS-DETAIL-LINE.
004230     MOVE WS-PND-ID (WS-PND-SUB)        TO WS-DL-ID.
004240     MOVE WS-PND-SOURCE (WS-PND-SUB)    TO WS-DL-SOURCE.
005380         WS-PENDING-OUT.
005390     DISPLAY 'CALC-ACK-MATCH - OVERDUE:          '
005400         WS-PENDING-OVERDUE.
005402     MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
005404     PERFORM 9300-WRITE-SOURCE-ACTIVITY THRU 9300-EXIT.
005406     MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
005410     PERFORM 9200-WRITE-RUN-RECORD THRU 9200-EXIT.
005420 9000-EXIT.
005430     EXIT.
005610     CALL 'CALC-RUN-LOG' USING RUN-CONTROL-RECORD.
005620 9200-EXIT.
005630     EXIT.
005640
005650******************************************************************
005660* 9300-WRITE-SOURCE-ACTIVITY - APPEND ONE SOURCE-ACTIVITY RECORD
005670* PER SENDING AREA WITH A REJECTION OR AN OVERDUE ITEM THIS RUN.
005680* THE OVERDUE COUNT IS A SNAPSHOT OF THE CARRY-FORWARD, SO THE
005690* NIGHTLY ROLL KEEPS THE LAST ONE; AN ACKNOWLEDGMENT IS ONLY
005700* EVER MATCHED ONCE, SO IT ADDS THE REJECTIONS TOGETHER.
005710******************************************************************
005720 9300-WRITE-SOURCE-ACTIVITY.
005730     MOVE 1 TO WS-SRC-SUB.
005740     PERFORM 9310-WRITE-ONE-SOURCE THRU 9310-EXIT
005750         UNTIL WS-SRC-SUB > WS-SRC-USED.
005760 9300-EXIT.
005770     EXIT.
005780
005790 9310-WRITE-ONE-SOURCE.
005800     MOVE SPACES TO SOURCE-ACTIVITY-RECORD.
005810     MOVE ZEROS  TO SRA-COUNTS.
005820     SET SRA-TYPE-ACTIVITY TO TRUE.
005830     SET SRA-FROM-ACK-MATCH TO TRUE.
005840     MOVE WS-SRC-ID (WS-SRC-SUB)         TO SRA-SOURCE-ID.
005850     MOVE WS-RUN-START-TS                TO SRA-RUN-TIMESTAMP.
005860     MOVE WS-SRC-ACK-ERRORS (WS-SRC-SUB) TO SRA-ACK-ERRORS.
005870     MOVE WS-SRC-OVERDUE (WS-SRC-SUB)    TO SRA-ACKS-OVERDUE.
005880     CALL 'CALC-SOURCE-LOG' USING SOURCE-ACTIVITY-RECORD.
005890     ADD 1 TO WS-SRC-SUB.
005900 9310-EXIT.
005910     EXIT.
005920
005930******************************************************************
005940* 6200-FIND-SOURCE-ENTRY - POINT WS-SRC-FOUND-SUB AT THE ACTIVITY
005950* ENTRY FOR WS-SRC-LOOKUP-ID, ADDING ONE THE FIRST TIME THE
005960* SOURCE IS SEEN.  THE COUNTS ONLY FEED THE MONTHLY SCORECARD, SO
005970* A FULL TABLE IS REPORTED AND THE SOURCE LEFT UNCOUNTED (FOUND
005980* SUBSCRIPT ZERO) RATHER THAN STOPPING THE MATCH.
005990******************************************************************
006000 6200-FIND-SOURCE-ENTRY.
006010     MOVE ZERO TO WS-SRC-FOUND-SUB.
006020     MOVE 1 TO WS-SRC-SUB.
006030     PERFORM 6210-MATCH-ONE-SOURCE THRU 6210-EXIT
006040         UNTIL WS-SRC-SUB > WS-SRC-USED
006050            OR WS-SRC-FOUND-SUB > ZERO.
006060     IF WS-SRC-FOUND-SUB > ZERO
006070         GO TO 6200-EXIT
006080     END-IF.
006090     IF WS-SRC-USED >= WS-SRC-TABLE-MAX
006100         DISPLAY 'CALC-ACK-MATCH - MORE THAN ' WS-SRC-TABLE-MAX
006110             ' SOURCES - SOURCE ' WS-SRC-LOOKUP-ID
006120             ' NOT COUNTED FOR THE SCORECARD'
006130         GO TO 6200-EXIT
006140     END-IF.
006150     ADD 1 TO WS-SRC-USED.
006160     MOVE WS-SRC-LOOKUP-ID TO WS-SRC-ID (WS-SRC-USED).
006170     MOVE ZERO TO WS-SRC-ACK-ERRORS (WS-SRC-USED).
006180     MOVE ZERO TO WS-SRC-OVERDUE (WS-SRC-USED).
006190     MOVE WS-SRC-USED TO WS-SRC-FOUND-SUB.
006200 6200-EXIT.
006210     EXIT.
006220
006230 6210-MATCH-ONE-SOURCE.
006240     IF WS-SRC-ID (WS-SRC-SUB) = WS-SRC-LOOKUP-ID
006250         MOVE WS-SRC-SUB TO WS-SRC-FOUND-SUB
006260     END-IF.
006270     ADD 1 TO WS-SRC-SUB.
006280 6210-EXIT.
006290     EXIT.
