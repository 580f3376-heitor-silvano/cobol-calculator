000170*              WEEK IS JUST A TWO-CARD CHANGE.  BATCH RUNS ALL
000180*              POST UNDER THE FIXED OPERATOR ID 'BATCH' AND COME
000190*              OUT AS THEIR OWN LINE, KEPT OUT OF THE HUMAN
000200*              OPERATORS' ERROR RATES.  AMOUNT-LIMIT OVERRIDES
000202*              GRANTED AND REFUSED IN THE RANGE (SECURITY EVENTS
000204*              31 AND 32 - SEE CALCSEC) ARE COUNTED AGAINST THE
000206*              OPERATOR WHO WENT OVER THEIR LIMIT, SO A
000208*              SUPERVISOR CAN SEE WHO KEEPS NEEDING ONE.
000210*
000220* MODIFICATION HISTORY.
000230*   08/22/2026  RA   ORIGINAL PROGRAM.
000232*   10/15/2026  RA   ADDED THE OVERRIDES GRANTED AND REFUSED
000234*                    COLUMNS, COUNTED FROM THE SECURITY EVENT
000236*                    LOG (SECLOG).
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. CALC-OPERATOR-SUMMARY.
000380     SELECT REPORT-FILE ASSIGN TO RPTOUT
000390         FILE STATUS IS WS-RPT-FILE-STATUS.
000400
000402     SELECT SECURITY-LOG-FILE ASSIGN TO SECLOG
000404         FILE STATUS IS WS-SEC-FILE-STATUS.
000406
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  AUDIT-LOG-FILE.
000460 FD  REPORT-FILE.
000470 01  REPORT-LINE                 PIC X(80).
000480
000482 FD  SECURITY-LOG-FILE.
000484 COPY CALCSEC.
000486
000490 WORKING-STORAGE SECTION.
000500 77  WS-LOG-FILE-STATUS          PIC X(02).
000510 77  WS-RPT-FILE-STATUS          PIC X(02).
000515 77  WS-SEC-FILE-STATUS          PIC X(02).
000520 77  WS-RANGE-START-DATE         PIC X(08).
000530 77  WS-RANGE-END-DATE           PIC X(08).
000540 77  WS-RECORDS-READ             PIC 9(08) COMP VALUE ZERO.
000550 77  WS-RECORDS-SELECTED         PIC 9(08) COMP VALUE ZERO.
000553 77  WS-EVENTS-READ              PIC 9(08) COMP VALUE ZERO.
000556 77  WS-OVERRIDES-SELECTED       PIC 9(08) COMP VALUE ZERO.
000560 77  WS-OPR-TABLE-MAX            PIC 9(04) COMP VALUE 200.
000570 77  WS-OPR-USED                 PIC 9(04) COMP VALUE ZERO.
000580 77  WS-OPR-SUB                  PIC 9(04) COMP VALUE ZERO.
000590 77  WS-OPR-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
000600 77  WS-SELECTED-DISPLAY         PIC 9(08) VALUE ZERO.
000605 77  WS-ENTRY-OPERATOR-ID        PIC X(08) VALUE SPACES.
000610
000620 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000630     88  END-OF-LOG              VALUE 'Y'.
000640     88  NOT-END-OF-LOG          VALUE 'N'.
000642
000644 01  WS-SEC-EOF-SWITCH           PIC X(01) VALUE 'N'.
000646     88  END-OF-SECURITY-LOG     VALUE 'Y'.
000648     88  NOT-END-OF-SECURITY-LOG VALUE 'N'.
000650
000660*----------------------------------------------------------------
000670* THE DATE PORTION OF LOG-TIMESTAMP, FOR THE RANGE SELECTION.
000860         10  WS-OPR-ZERO-COUNT   PIC 9(07) COMP.
000870         10  WS-OPR-INV-COUNT    PIC 9(07) COMP.
000880         10  WS-OPR-OVF-COUNT    PIC 9(07) COMP.
000883         10  WS-OPR-OVR-GRANTED  PIC 9(07) COMP.
000886         10  WS-OPR-OVR-REFUSED  PIC 9(07) COMP.
000890         10  WS-OPR-FIRST-TS     PIC X(14).
000900         10  WS-OPR-LAST-TS      PIC X(14).
000910
001150     05  WS-DL-INV               PIC ZZZ9.
001160     05  FILLER                  PIC X(01) VALUE SPACES.
001170     05  WS-DL-OVF               PIC ZZZ9.
001180     05  FILLER                  PIC X(01) VALUE SPACES.
001182     05  WS-DL-OVR-GRANTED       PIC ZZZ9.
001184     05  FILLER                  PIC X(01) VALUE SPACES.
001186     05  WS-DL-OVR-REFUSED       PIC ZZZ9.
001188     05  FILLER                  PIC X(02) VALUE SPACES.
001190
001200 01  WS-ACTIVITY-LINE.
001210     05  FILLER                  PIC X(11)
001450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001460     PERFORM 2000-ACCUMULATE-RECORD THRU 2000-EXIT
001470         UNTIL END-OF-LOG.
001475     PERFORM 2500-SCAN-SECURITY-LOG THRU 2500-EXIT.
001480     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
001490     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001500     STOP RUN.
002150* THE PER-SYMBOL COLUMNS - THEY HAD NO MEANINGFUL RESULT.
002160******************************************************************
002170 2200-ADD-TO-OPERATOR.
002175     MOVE LOG-OPERATOR-ID TO WS-ENTRY-OPERATOR-ID.
002180     PERFORM 2300-FIND-OPERATOR-ENTRY THRU 2300-EXIT.
002190     ADD 1 TO WS-OPR-TOTAL (WS-OPR-FOUND-SUB).
002200     IF LOG-STATUS-OK
002580     EXIT.
002590
002600******************************************************************
002610* 2300-FIND-OPERATOR-ENTRY - LOOK WS-ENTRY-OPERATOR-ID UP IN THE
002620* TABLE, ADDING A FRESH ENTRY THE FIRST TIME AN OPERATOR SHOWS UP
002630* IN THE RANGE.
002640******************************************************************
002750     EXIT.
002760
002770 2310-MATCH-ONE-OPERATOR.
002780     IF WS-OPR-ID (WS-OPR-SUB) = WS-ENTRY-OPERATOR-ID
002790         MOVE WS-OPR-SUB TO WS-OPR-FOUND-SUB
002800     END-IF.
002810     ADD 1 TO WS-OPR-SUB.
002900         STOP RUN
002910     END-IF.
002920     ADD 1 TO WS-OPR-USED.
002930     MOVE WS-ENTRY-OPERATOR-ID TO WS-OPR-ID (WS-OPR-USED).
002940     MOVE ZERO TO WS-OPR-TOTAL (WS-OPR-USED).
002950     MOVE ZERO TO WS-OPR-ADD-COUNT (WS-OPR-USED).
002960     MOVE ZERO TO WS-OPR-SUB-COUNT (WS-OPR-USED).
003010     MOVE ZERO TO WS-OPR-ZERO-COUNT (WS-OPR-USED).
003020     MOVE ZERO TO WS-OPR-INV-COUNT (WS-OPR-USED).
003030     MOVE ZERO TO WS-OPR-OVF-COUNT (WS-OPR-USED).
003033     MOVE ZERO TO WS-OPR-OVR-GRANTED (WS-OPR-USED).
003036     MOVE ZERO TO WS-OPR-OVR-REFUSED (WS-OPR-USED).
003040     MOVE SPACES TO WS-OPR-FIRST-TS (WS-OPR-USED).
003050     MOVE SPACES TO WS-OPR-LAST-TS (WS-OPR-USED).
003060     MOVE WS-OPR-USED TO WS-OPR-FOUND-SUB.
003400     WRITE REPORT-LINE.
003410     MOVE SPACES TO REPORT-LINE.
003420     STRING 'OPERATOR    TOTAL     +     -     *     /     R'
003430         '     %     Z    I    E OV-G OV-R'
003440         DELIMITED BY SIZE INTO REPORT-LINE.
003450     WRITE REPORT-LINE.
003460     MOVE ALL '-' TO REPORT-LINE.
003640     MOVE WS-OPR-ZERO-COUNT (WS-OPR-SUB) TO WS-DL-ZERO.
003650     MOVE WS-OPR-INV-COUNT (WS-OPR-SUB)  TO WS-DL-INV.
003660     MOVE WS-OPR-OVF-COUNT (WS-OPR-SUB)  TO WS-DL-OVF.
003663     MOVE WS-OPR-OVR-GRANTED (WS-OPR-SUB) TO WS-DL-OVR-GRANTED.
003666     MOVE WS-OPR-OVR-REFUSED (WS-OPR-SUB) TO WS-DL-OVR-REFUSED.
003670     MOVE WS-DETAIL-LINE TO REPORT-LINE.
003680     WRITE REPORT-LINE.
003690     MOVE WS-OPR-FIRST-TS (WS-OPR-SUB) TO WS-TS-SPLIT.
003880         WS-RECORDS-READ.
003890     DISPLAY 'CALC-OPERATOR-SUMMARY - IN DATE RANGE:    '
003900         WS-RECORDS-SELECTED.
003903     DISPLAY 'CALC-OPERATOR-SUMMARY - OVERRIDES IN RANGE: '
003906         WS-OVERRIDES-SELECTED.
003910 9000-EXIT.
003920     EXIT.
003930
003940******************************************************************
003950* 2500-SCAN-SECURITY-LOG - COUNT THE AMOUNT-LIMIT OVERRIDES
003960* GRANTED AND REFUSED IN THE DATE RANGE AGAINST THE OPERATOR
003970* WHO WENT OVER THE LIMIT.  A MISSING SECURITY LOG MEANS NO
003980* EVENTS HAVE BEEN LOGGED YET - THE COLUMNS JUST STAY ZERO.
003990******************************************************************
004000 2500-SCAN-SECURITY-LOG.
004010     OPEN INPUT SECURITY-LOG-FILE.
004020     IF WS-SEC-FILE-STATUS = '35'
004030         GO TO 2500-EXIT
004040     END-IF.
004050     IF WS-SEC-FILE-STATUS NOT = '00'
004060         DISPLAY 'CALC-OPERATOR-SUMMARY - UNABLE TO OPEN SECLOG'
004070             ' - FILE STATUS ' WS-SEC-FILE-STATUS
004080         MOVE 16 TO RETURN-CODE
004090         STOP RUN
004100     END-IF.
004110     SET NOT-END-OF-SECURITY-LOG TO TRUE.
004120     PERFORM 2510-COUNT-ONE-EVENT THRU 2510-EXIT
004130         UNTIL END-OF-SECURITY-LOG.
004140     CLOSE SECURITY-LOG-FILE.
004150 2500-EXIT.
004160     EXIT.
004170
004180 2510-COUNT-ONE-EVENT.
004190     READ SECURITY-LOG-FILE
004200         AT END
004210             SET END-OF-SECURITY-LOG TO TRUE
004220             GO TO 2510-EXIT
004230     END-READ.
004240     ADD 1 TO WS-EVENTS-READ.
004250     IF NOT SEC-OVERRIDE-GRANTED AND NOT SEC-OVERRIDE-REFUSED
004260         GO TO 2510-EXIT
004270     END-IF.
004280     MOVE SEC-TIMESTAMP TO WS-TIMESTAMP-PARTS.
004290     IF WS-TS-DATE < WS-RANGE-START-DATE
004300        OR WS-TS-DATE > WS-RANGE-END-DATE
004310         GO TO 2510-EXIT
004320     END-IF.
004330     ADD 1 TO WS-OVERRIDES-SELECTED.
004340     MOVE SEC-OPERATOR-ID TO WS-ENTRY-OPERATOR-ID.
004350     PERFORM 2300-FIND-OPERATOR-ENTRY THRU 2300-EXIT.
004360     IF SEC-OVERRIDE-GRANTED
004370         ADD 1 TO WS-OPR-OVR-GRANTED (WS-OPR-FOUND-SUB)
004380     ELSE
004390         ADD 1 TO WS-OPR-OVR-REFUSED (WS-OPR-FOUND-SUB)
004400     END-IF.
004410 2510-EXIT.
004420     EXIT.
