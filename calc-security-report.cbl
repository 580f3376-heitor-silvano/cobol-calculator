000150*              BEFORE AND AFTER - SO THE AUDITORS GET THE SAME
000160*              KIND OF TRAIL OVER ACCESS TO THE SUITE THAT
000170*              CALCLOG GIVES THEM OVER THE CALCULATIONS.
000171*              DUAL-CONTROL MASTER CHANGES PRINT WHO SUBMITTED,
000172*              APPROVED OR DECLINED EACH ONE AND WHICH MASTER
000173*              IT WAS FOR.  MONTH-END PERIOD CLOSES AND
000174*              SUPERVISOR REOPENS PRINT WITH THE PERIOD AS THE
000175*              TARGET.  OPERATOR AMOUNT-LIMIT CHANGES PRINT THE
000176*              NEW LIMIT; AMOUNT-LIMIT OVERRIDES PRINT THE
000177*              OPERATOR OVER THE LIMIT, THE SUPERVISOR ID KEYED
000178*              AS THE TARGET, AND THE LIMIT IN FORCE.
000180*
000190* MODIFICATION HISTORY.
000200*   09/02/2026  RA   ORIGINAL PROGRAM.
000201*   10/15/2026  RA   PRINT THE MASTER-CHANGE SUBMIT, APPROVE AND
000202*                    DECLINE EVENTS (21-23) WITH THE MASTER
000203*                    CHANGED, AND FOR AN OPERATOR LEVEL CHANGE
000204*                    THE LEVEL BEFORE AND AFTER.
000205*   10/15/2026  RA   PRINT THE PERIOD CLOSE AND REOPEN EVENTS
000206*                    (24-25).
000207*   10/15/2026  RA   PRINT THE OPERATOR AMOUNT-LIMIT CHANGE (14)
000208*                    AND THE OVERRIDE GRANTED AND REFUSED EVENTS
000209*                    (31-32) WITH THE LIMIT.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. CALC-SECURITY-REPORT.
000660 01  WS-TIMESTAMP-PARTS.
000670     05  WS-TS-DATE              PIC X(08).
000680     05  WS-TS-TIME              PIC X(06).
000681
000682*----------------------------------------------------------------
000683* AMOUNT LIMIT EDITED FOR THE CHANGES COLUMN.
000684*----------------------------------------------------------------
000685 01  WS-LIMIT-DISPLAY            PIC Z,ZZZ,ZZ9.99.
000690
000700*----------------------------------------------------------------
000710* PRINT LINE WORK AREAS.
001870             '>' SEC-NEW-STATUS-FLAG
001880             DELIMITED BY SIZE INTO WS-DL-CHANGES
001890     END-IF.
001891     IF SEC-CHANGE-SUBMITTED OR SEC-CHANGE-APPROVED
001892        OR SEC-CHANGE-DECLINED
001893         PERFORM 2400-SET-CHANGE-TEXT THRU 2400-EXIT
001894     END-IF.
001895     IF SEC-OPERATOR-LIMIT OR SEC-OVERRIDE-GRANTED
001896        OR SEC-OVERRIDE-REFUSED
001897         PERFORM 2500-SET-LIMIT-TEXT THRU 2500-EXIT
001898     END-IF.
001900     MOVE WS-DETAIL-LINE TO REPORT-LINE.
001910     WRITE REPORT-LINE.
001920     ADD 1 TO WS-RECORDS-PRINTED.
002260         MOVE 'OPERATOR REACTIVATED' TO WS-DL-TEXT
002270         GO TO 2300-EXIT
002280     END-IF.
002282     PERFORM 2310-SET-CONTROL-EVENT-TEXT THRU 2310-EXIT.
002284     IF WS-DL-TEXT NOT = SPACES
002286         GO TO 2300-EXIT
002288     END-IF.
002290     MOVE SPACES TO WS-DL-TEXT.
002300     STRING 'UNKNOWN EVENT TYPE ' SEC-EVENT-TYPE
002310         DELIMITED BY SIZE INTO WS-DL-TEXT.
002760         WS-RECORDS-PRINTED.
002770 9000-EXIT.
002780     EXIT.
002790
002800 2310-SET-CONTROL-EVENT-TEXT.
002810     IF SEC-CHANGE-SUBMITTED
002820         MOVE 'CHANGE SUBMITTED' TO WS-DL-TEXT
002830         GO TO 2310-EXIT
002840     END-IF.
002850     IF SEC-CHANGE-APPROVED
002860         MOVE 'CHANGE APPROVED' TO WS-DL-TEXT
002870         GO TO 2310-EXIT
002880     END-IF.
002890     IF SEC-CHANGE-DECLINED
002900         MOVE 'CHANGE DECLINED' TO WS-DL-TEXT
002910         GO TO 2310-EXIT
002920     END-IF.
002930     IF SEC-PERIOD-CLOSED
002940         MOVE 'PERIOD CLOSED' TO WS-DL-TEXT
002950         GO TO 2310-EXIT
002960     END-IF.
002970     IF SEC-PERIOD-REOPENED
002980         MOVE 'PERIOD REOPENED' TO WS-DL-TEXT
002990         GO TO 2310-EXIT
003000     END-IF.
003010     IF SEC-OPERATOR-LIMIT
003020         MOVE 'LIMIT CHANGED' TO WS-DL-TEXT
003030         GO TO 2310-EXIT
003040     END-IF.
003050     IF SEC-OVERRIDE-GRANTED
003060         MOVE 'LIMIT OVERRIDE GRANTED' TO WS-DL-TEXT
003070         GO TO 2310-EXIT
003080     END-IF.
003090     IF SEC-OVERRIDE-REFUSED
003100         MOVE 'LIMIT OVERRIDE REFUSED' TO WS-DL-TEXT
003110         GO TO 2310-EXIT
003120     END-IF.
003130 2310-EXIT.
003140     EXIT.
003150
003160 2400-SET-CHANGE-TEXT.
003170     IF SEC-CHANGE-TYPE = 'R'
003180         MOVE 'RATE MASTER' TO WS-DL-CHANGES
003190     ELSE
003200         IF SEC-CHANGE-TYPE = 'S'
003210             MOVE 'STANDING MASTER' TO WS-DL-CHANGES
003220         ELSE
003230             STRING 'OPER NVL ' SEC-OLD-AUTH-LEVEL '>'
003240                 SEC-NEW-AUTH-LEVEL
003250                 DELIMITED BY SIZE INTO WS-DL-CHANGES
003260         END-IF
003270     END-IF.
003280 2400-EXIT.
003290     EXIT.
003300
003310 2500-SET-LIMIT-TEXT.
003320     IF SEC-AMOUNT-LIMIT NUMERIC
003330         MOVE SEC-AMOUNT-LIMIT TO WS-LIMIT-DISPLAY
003340         STRING 'LIM ' WS-LIMIT-DISPLAY
003350             DELIMITED BY SIZE INTO WS-DL-CHANGES
003360     END-IF.
003370 2500-EXIT.
003380     EXIT.
