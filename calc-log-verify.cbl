000010******************************************************************
000020* PROGRAM-ID.  CALC-LOG-VERIFY.
000030* AUTHOR.      R. ALBUQUERQUE - APPLICATIONS PROGRAMMING.
000040* INSTALLATION. DAY-END RECONCILIATION.
000050* DATE-WRITTEN. 10/15/2026.
000060* DATE-COMPILED.
000070*
000080* PURPOSE.     AUDIT-LOG INTEGRITY VERIFICATION.  EVERY RECORD
000090*              ON THE CALCULATOR AUDIT LOG CARRIES A SEQUENCE
000100*              NUMBER THAT RUNS ON WITHOUT A BREAK ACROSS ALL
000110*              THE WRITERS, AND A CHAIN VALUE FOLDED FROM THE
000120*              RECORD AND THE CHAIN VALUE BEFORE IT (SEE CALCLOG
000130*              AND CALC-LOG-CHAIN).  THIS JOB WALKS THE CURRENT
000140*              ARCHIVE GENERATION (ARCHIN) AND THEN THE LIVE LOG
000150*              (CALCLOG) AS ONE STREAM AND REPORTS:
000160*
000170*                - A GAP IN THE SEQUENCE (RECORDS MISSING),
000180*                - A DUPLICATE OR OUT-OF-ORDER SEQUENCE NUMBER,
000190*                - A TIMESTAMP EARLIER THAN THE RECORD BEFORE,
000200*                - A CHAIN VALUE THAT DOES NOT RECOMPUTE FROM
000210*                  THE RECORD BEFORE IT (A RECORD ALTERED),
000220*                - A RECORD WITH NO SEQUENCE NUMBER AFTER
000230*                  SEQUENCING BEGAN.
000240*
000250*              THE FIRST SEQUENCED RECORD READ IS THE ANCHOR -
000260*              ITS OWN CHAIN VALUE CAN ONLY BE PROVED WHEN IT IS
000270*              SEQUENCE 1.  RECORDS WRITTEN BEFORE SEQUENCING
000280*              BEGAN ARE COUNTED, NOT CHECKED.
000290*
000300*              EVERY LIVE LOG RECORD IS THEN LOOKED UP ON THE
000310*              KEYED COPY (CALCVLOG) AND ITS FIELDS COMPARED.
000320*              RECORDS WRITTEN SINCE THE START OF THE LAST CLEAN
000330*              CALC-LOG-LOAD RUN ON THE RUN-CONTROL FILE ARE NOT
000340*              EXPECTED THERE YET - THEY ARE COMPARED WHEN FOUND
000350*              AND COUNTED WHEN NOT.  THE KEYED COPY HOLDS ONE
000360*              RECORD PER TRANSACTION ID AND TIMESTAMP, SO THE
000370*              LATER STEPS OF A CHAIN POSTED IN THE SAME SECOND
000380*              AS THE FIRST ARE COUNTED AS SHARING ITS KEY, NOT
000390*              REPORTED.
000400*
000410*              CONDITION CODE 8 - ANY DISCREPANCY.  CONDITION
000420*              CODE 16 - A FILE COULD NOT BE OPENED OR READ.
000430*
000440* MODIFICATION HISTORY.
000450*   10/15/2026  RA   ORIGINAL PROGRAM.
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. CALC-LOG-VERIFY.
000490 AUTHOR. R. ALBUQUERQUE.
000500 INSTALLATION. DAY-END RECONCILIATION.
000510 DATE-WRITTEN. 10/15/2026.
000520 DATE-COMPILED.
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT ARCHIVE-FILE ASSIGN TO ARCHIN
000580         FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
000590
000600     SELECT AUDIT-LOG-FILE ASSIGN TO CALCLOG
000610         FILE STATUS IS WS-LOG-FILE-STATUS.
000620
000630     SELECT VSAM-LOG-FILE ASSIGN TO CALCVLOG
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS VLOG-KEY
000670         FILE STATUS IS WS-VSAM-FILE-STATUS.
000680
000690     SELECT RUN-CONTROL-FILE ASSIGN TO CALCRUN
000700         FILE STATUS IS WS-RUN-FILE-STATUS.
000710
000720     SELECT REPORT-FILE ASSIGN TO RPTOUT
000730         FILE STATUS IS WS-RPT-FILE-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  ARCHIVE-FILE.
000780 01  ARCHIVE-FILE-RECORD         PIC X(87).
000790
000800 FD  AUDIT-LOG-FILE.
000810 01  AUDIT-LOG-FILE-RECORD       PIC X(87).
000820
000830 FD  VSAM-LOG-FILE.
000840 COPY CALCVLOG.
000850
000860 FD  RUN-CONTROL-FILE.
000870 01  RUN-CONTROL-FILE-RECORD     PIC X(90).
000880
000890 FD  REPORT-FILE.
000900 01  REPORT-LINE                 PIC X(80).
000910
000920 WORKING-STORAGE SECTION.
000930 77  WS-ARCHIVE-FILE-STATUS      PIC X(02).
000940 77  WS-LOG-FILE-STATUS          PIC X(02).
000950 77  WS-VSAM-FILE-STATUS         PIC X(02).
000960 77  WS-RUN-FILE-STATUS          PIC X(02).
000970 77  WS-RPT-FILE-STATUS          PIC X(02).
000980 77  WS-CURRENT-DATE             PIC X(08).
000990 77  WS-CURRENT-TIME             PIC X(08).
001000 77  WS-RUN-START-TS             PIC X(14) VALUE SPACES.
001010 77  WS-LOAD-START-TS            PIC X(14) VALUE LOW-VALUES.
001020 77  WS-ARCHIVE-READ             PIC 9(08) COMP VALUE ZERO.
001030 77  WS-LIVE-READ                PIC 9(08) COMP VALUE ZERO.
001040 77  WS-PRE-SEQUENCING           PIC 9(08) COMP VALUE ZERO.
001050 77  WS-GAPS                     PIC 9(08) COMP VALUE ZERO.
001060 77  WS-RECORDS-MISSING          PIC 9(09) COMP VALUE ZERO.
001070 77  WS-DUPLICATES               PIC 9(08) COMP VALUE ZERO.
001080 77  WS-OUT-OF-SEQUENCE          PIC 9(08) COMP VALUE ZERO.
001090 77  WS-TIMESTAMP-BACKWARDS      PIC 9(08) COMP VALUE ZERO.
001100 77  WS-CHAIN-BREAKS             PIC 9(08) COMP VALUE ZERO.
001110 77  WS-UNSEQUENCED-LATE         PIC 9(08) COMP VALUE ZERO.
001120 77  WS-NOT-ON-COPY              PIC 9(08) COMP VALUE ZERO.
001130 77  WS-DIFFERS-FROM-COPY        PIC 9(08) COMP VALUE ZERO.
001140 77  WS-COPY-MATCHED             PIC 9(08) COMP VALUE ZERO.
001150 77  WS-SHARED-KEY               PIC 9(08) COMP VALUE ZERO.
001160 77  WS-NOT-YET-LOADED           PIC 9(08) COMP VALUE ZERO.
001170 77  WS-DISCREPANCIES            PIC 9(08) COMP VALUE ZERO.
001180 77  WS-FIRST-SEQUENCE           PIC 9(09) VALUE ZERO.
001190 77  WS-PREV-SEQUENCE            PIC 9(09) VALUE ZERO.
001200 77  WS-PREV-CHAIN               PIC 9(09) VALUE ZERO.
001210 77  WS-PREV-TIMESTAMP           PIC X(14) VALUE LOW-VALUES.
001220 77  WS-PREV-KEY                 PIC X(24) VALUE SPACES.
001230 77  WS-KEY-RUN-SEQUENCE         PIC X(09) VALUE SPACES.
001240 77  WS-COPY-SEQUENCE            PIC X(09) VALUE SPACES.
001250 77  WS-GAP-COUNT                PIC 9(09) COMP VALUE ZERO.
001260 77  WS-SAVED-RETURN-CODE        PIC 9(04) COMP VALUE ZERO.
001270
001280 COPY CALCLOG.
001290
001300 COPY CALCRUN.
001310
001320 COPY CALCCHN.
001330
001340 01  WS-ARCHIVE-EOF-SWITCH       PIC X(01) VALUE 'N'.
001350     88  END-OF-ARCHIVE          VALUE 'Y'.
001360     88  NOT-END-OF-ARCHIVE      VALUE 'N'.
001370
001380 01  WS-LOG-EOF-SWITCH           PIC X(01) VALUE 'N'.
001390     88  END-OF-LIVE-LOG         VALUE 'Y'.
001400     88  NOT-END-OF-LIVE-LOG     VALUE 'N'.
001410
001420 01  WS-RUN-EOF-SWITCH           PIC X(01) VALUE 'N'.
001430     88  END-OF-RUN-FILE         VALUE 'Y'.
001440     88  NOT-END-OF-RUN-FILE     VALUE 'N'.
001450
001460 01  WS-ANCHOR-SWITCH            PIC X(01) VALUE 'N'.
001470     88  SEQUENCING-SEEN         VALUE 'Y'.
001480     88  SEQUENCING-NOT-SEEN     VALUE 'N'.
001490
001500 01  WS-KEY-RUN-SWITCH           PIC X(01) VALUE 'F'.
001510     88  KEY-RUN-FIRST           VALUE 'F'.
001520     88  KEY-RUN-CONTINUING      VALUE 'C'.
001530
001540 01  WS-ARCHIVE-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001550     88  ARCHIVE-OPEN            VALUE 'Y'.
001560     88  ARCHIVE-CLOSED          VALUE 'N'.
001570
001580*----------------------------------------------------------------
001590* WHERE THE RECORD BEING CHECKED CAME FROM - PRINTED ON EACH
001600* DISCREPANCY LINE.
001610*----------------------------------------------------------------
001620 01  WS-SOURCE-NAME              PIC X(07) VALUE SPACES.
001630
001640*----------------------------------------------------------------
001650* REPORT LINES.
001660*----------------------------------------------------------------
001670 01  WS-HEADING-LINE.
001680     05  FILLER                  PIC X(40) VALUE
001690         'AUDIT LOG INTEGRITY VERIFICATION - RUN '.
001700     05  WS-HL-RUN-DATE          PIC X(08) VALUE SPACES.
001710     05  FILLER                  PIC X(32) VALUE SPACES.
001720
001730 01  WS-COLUMN-LINE.
001740     05  FILLER                  PIC X(08) VALUE 'SOURCE'.
001750     05  FILLER                  PIC X(10) VALUE 'SEQUENCE'.
001760     05  FILLER                  PIC X(11) VALUE 'TRANS ID'.
001770     05  FILLER                  PIC X(15) VALUE 'TIMESTAMP'.
001780     05  FILLER                  PIC X(36) VALUE 'DISCREPANCY'.
001790
001800 01  WS-DETAIL-LINE.
001810     05  WS-DL-SOURCE            PIC X(07).
001820     05  FILLER                  PIC X(01) VALUE SPACES.
001830     05  WS-DL-SEQUENCE          PIC X(09).
001840     05  FILLER                  PIC X(01) VALUE SPACES.
001850     05  WS-DL-TRANS-ID          PIC X(10).
001860     05  FILLER                  PIC X(01) VALUE SPACES.
001870     05  WS-DL-TIMESTAMP         PIC X(14).
001880     05  FILLER                  PIC X(01) VALUE SPACES.
001890     05  WS-DL-MESSAGE           PIC X(36).
001900
001910 01  WS-CONTROL-LINE.
001920     05  WS-CL-LABEL             PIC X(40) VALUE SPACES.
001930     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  WS-CL-COUNT             PIC ZZZ,ZZZ,ZZ9.
001950     05  FILLER                  PIC X(27) VALUE SPACES.
001960
001970 01  WS-EDIT-COUNT               PIC ZZZZZZZZ9.
001980
001990 PROCEDURE DIVISION.
002000
002010******************************************************************
002020* 0000-MAIN-CONTROL - MAINLINE.  THE ARCHIVE GENERATION FIRST,
002030* THEN THE LIVE LOG, AS ONE STREAM.
002040******************************************************************
002050 0000-MAIN-CONTROL.
002060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002070     MOVE 'ARCHIVE' TO WS-SOURCE-NAME.
002080     PERFORM 2000-CHECK-ARCHIVE-RECORD THRU 2000-EXIT
002090         UNTIL END-OF-ARCHIVE.
002100     MOVE 'LIVE' TO WS-SOURCE-NAME.
002110     PERFORM 3100-READ-LIVE-LOG THRU 3100-EXIT.
002120     PERFORM 3000-CHECK-LIVE-RECORD THRU 3000-EXIT
002130         UNTIL END-OF-LIVE-LOG.
002140     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
002150     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002160     STOP RUN.
002170
002180******************************************************************
002190* 1000-INITIALIZE - FIND THE LAST CLEAN LOAD OF THE KEYED COPY,
002200* OPEN THE FILES AND PRIME THE ARCHIVE READ.  A MISSING ARCHIVE
002210* GENERATION (NONE CUT YET) IS READ AS EMPTY.  THE LIVE LOG IS
002220* PRIMED ONCE THE ARCHIVE IS DONE - BOTH READ INTO THE SAME
002230* RECORD AREA.
002240******************************************************************
002250 1000-INITIALIZE.
002260     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002270     ACCEPT WS-CURRENT-TIME FROM TIME.
002280     STRING WS-CURRENT-DATE WS-CURRENT-TIME
002290         DELIMITED BY SIZE INTO WS-RUN-START-TS.
002300     OPEN OUTPUT REPORT-FILE.
002310     IF WS-RPT-FILE-STATUS NOT = '00'
002320         DISPLAY 'CALC-LOG-VERIFY - UNABLE TO OPEN RPTOUT'
002330             ' - FILE STATUS ' WS-RPT-FILE-STATUS
002340         MOVE 16 TO RETURN-CODE
002350         STOP RUN
002360     END-IF.
002370     PERFORM 1100-FIND-LAST-LOAD THRU 1100-EXIT.
002380     OPEN INPUT ARCHIVE-FILE.
002390     IF WS-ARCHIVE-FILE-STATUS = '35'
002400         SET END-OF-ARCHIVE TO TRUE
002410     ELSE
002420         IF WS-ARCHIVE-FILE-STATUS NOT = '00'
002430             DISPLAY 'CALC-LOG-VERIFY - UNABLE TO OPEN ARCHIN'
002440                 ' - FILE STATUS ' WS-ARCHIVE-FILE-STATUS
002450             MOVE 16 TO RETURN-CODE
002460             STOP RUN
002470         END-IF
002480         SET ARCHIVE-OPEN TO TRUE
002490         PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
002500     END-IF.
002510     OPEN INPUT AUDIT-LOG-FILE.
002520     IF WS-LOG-FILE-STATUS NOT = '00'
002530         DISPLAY 'CALC-LOG-VERIFY - UNABLE TO OPEN CALCLOG'
002540             ' - FILE STATUS ' WS-LOG-FILE-STATUS
002550         MOVE 16 TO RETURN-CODE
002560         STOP RUN
002570     END-IF.
002580     OPEN INPUT VSAM-LOG-FILE.
002590     IF WS-VSAM-FILE-STATUS NOT = '00'
002600         DISPLAY 'CALC-LOG-VERIFY - UNABLE TO OPEN CALCVLOG'
002610             ' - FILE STATUS ' WS-VSAM-FILE-STATUS
002620         MOVE 16 TO RETURN-CODE
002630         STOP RUN
002640     END-IF.
002650     MOVE WS-CURRENT-DATE TO WS-HL-RUN-DATE.
002660     MOVE WS-HEADING-LINE TO REPORT-LINE.
002670     WRITE REPORT-LINE.
002680     MOVE SPACES TO REPORT-LINE.
002690     WRITE REPORT-LINE.
002700     MOVE WS-COLUMN-LINE TO REPORT-LINE.
002710     WRITE REPORT-LINE.
002720 1000-EXIT.
002730     EXIT.
002740
002750******************************************************************
002760* 1100-FIND-LAST-LOAD - READ THE RUN-CONTROL FILE TO END OF FILE
002770* FOR THE START OF THE LAST CALC-LOG-LOAD RUN THAT ENDED CC 0.
002780* EVERYTHING ON THE LIVE LOG BEFORE THAT MOMENT MUST BE ON THE
002790* KEYED COPY.  NO SUCH RUN MEANS NOTHING IS EXPECTED THERE YET.
002800******************************************************************
002810 1100-FIND-LAST-LOAD.
002820     SET NOT-END-OF-RUN-FILE TO TRUE.
002830     OPEN INPUT RUN-CONTROL-FILE.
002840     IF WS-RUN-FILE-STATUS = '35'
002850         GO TO 1100-EXIT
002860     END-IF.
002870     IF WS-RUN-FILE-STATUS NOT = '00'
002880         DISPLAY 'CALC-LOG-VERIFY - UNABLE TO OPEN CALCRUN'
002890             ' - FILE STATUS ' WS-RUN-FILE-STATUS
002900         MOVE 16 TO RETURN-CODE
002910         STOP RUN
002920     END-IF.
002930     PERFORM 1110-READ-ONE-RUN THRU 1110-EXIT
002940         UNTIL END-OF-RUN-FILE.
002950     CLOSE RUN-CONTROL-FILE.
002960 1100-EXIT.
002970     EXIT.
002980
002990 1110-READ-ONE-RUN.
003000     READ RUN-CONTROL-FILE INTO RUN-CONTROL-RECORD
003010         AT END
003020             SET END-OF-RUN-FILE TO TRUE
003030             GO TO 1110-EXIT
003040     END-READ.
003050     IF RUN-PROGRAM-NAME = 'CALC-LOG-LOAD'
003060        AND RUN-CONDITION-CODE = ZERO
003070         MOVE RUN-START-TIMESTAMP TO WS-LOAD-START-TS
003080     END-IF.
003090 1110-EXIT.
003100     EXIT.
003110
003120******************************************************************
003130* 2000-CHECK-ARCHIVE-RECORD - CHECK ONE ARCHIVE RECORD'S PLACE IN
003140* THE SEQUENCE AND CHAIN, THEN READ THE NEXT.
003150******************************************************************
003160 2000-CHECK-ARCHIVE-RECORD.
003170     PERFORM 4000-CHECK-SEQUENCE THRU 4000-EXIT.
003180     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT.
003190 2000-EXIT.
003200     EXIT.
003210
003220 2100-READ-ARCHIVE.
003230     READ ARCHIVE-FILE INTO AUDIT-LOG-RECORD
003240         AT END
003250             SET END-OF-ARCHIVE TO TRUE
003260         NOT AT END
003270             ADD 1 TO WS-ARCHIVE-READ
003280     END-READ.
003290 2100-EXIT.
003300     EXIT.
003310
003320******************************************************************
003330* 3000-CHECK-LIVE-RECORD - CHECK ONE LIVE LOG RECORD'S PLACE IN
003340* THE SEQUENCE AND CHAIN AND AGAINST THE KEYED COPY, THEN READ
003350* THE NEXT.
003360******************************************************************
003370 3000-CHECK-LIVE-RECORD.
003380     PERFORM 4000-CHECK-SEQUENCE THRU 4000-EXIT.
003390     PERFORM 5000-CHECK-KEYED-COPY THRU 5000-EXIT.
003400     PERFORM 3100-READ-LIVE-LOG THRU 3100-EXIT.
003410 3000-EXIT.
003420     EXIT.
003430
003440 3100-READ-LIVE-LOG.
003450     READ AUDIT-LOG-FILE INTO AUDIT-LOG-RECORD
003460         AT END
003470             SET END-OF-LIVE-LOG TO TRUE
003480         NOT AT END
003490             ADD 1 TO WS-LIVE-READ
003500     END-READ.
003510 3100-EXIT.
003520     EXIT.
003530
003540******************************************************************
003550* 4000-CHECK-SEQUENCE - THE TIMESTAMP MUST NOT GO BACKWARDS.  A
003560* SEQUENCED RECORD MUST CARRY THE NEXT SEQUENCE NUMBER AND A
003570* CHAIN VALUE THAT RECOMPUTES FROM THE ONE BEFORE IT.  AFTER A
003580* GAP OR A BROKEN CHAIN THE CHECK PICKS UP AGAIN FROM THE
003590* RECORD'S OWN VALUES, SO ONE BAD RECORD IS REPORTED ONCE; A
003600* DUPLICATE OR OUT-OF-ORDER NUMBER LEAVES THE HIGH-WATER MARK
003610* WHERE IT WAS.
003620******************************************************************
003630 4000-CHECK-SEQUENCE.
003640     IF LOG-TIMESTAMP < WS-PREV-TIMESTAMP
003650         ADD 1 TO WS-TIMESTAMP-BACKWARDS
003660         MOVE 'TIMESTAMP EARLIER THAN RECORD BEFORE'
003670             TO WS-DL-MESSAGE
003680         PERFORM 7000-WRITE-DISCREPANCY THRU 7000-EXIT
003690     END-IF.
003700     MOVE LOG-TIMESTAMP TO WS-PREV-TIMESTAMP.
003710     IF LOG-SEQUENCE-NUMBER NOT NUMERIC
003720        OR LOG-SEQUENCE-NUMBER = ZERO
003730        OR LOG-CHAIN-VALUE NOT NUMERIC
003740         IF SEQUENCING-SEEN
003750             ADD 1 TO WS-UNSEQUENCED-LATE
003760             MOVE 'NO SEQUENCE NUMBER AFTER SEQUENCING'
003770                 TO WS-DL-MESSAGE
003780             PERFORM 7000-WRITE-DISCREPANCY THRU 7000-EXIT
003790         ELSE
003800             ADD 1 TO WS-PRE-SEQUENCING
003810         END-IF
003820         GO TO 4000-EXIT
003830     END-IF.
003840     IF SEQUENCING-NOT-SEEN
003850         SET SEQUENCING-SEEN TO TRUE
003860         MOVE LOG-SEQUENCE-NUMBER TO WS-FIRST-SEQUENCE
003870         IF LOG-SEQUENCE-NUMBER = 1
003880             MOVE ZERO TO WS-PREV-CHAIN
003890             PERFORM 4100-CHECK-CHAIN THRU 4100-EXIT
003900         END-IF
003910         MOVE LOG-SEQUENCE-NUMBER TO WS-PREV-SEQUENCE
003920         MOVE LOG-CHAIN-VALUE TO WS-PREV-CHAIN
003930         GO TO 4000-EXIT
003940     END-IF.
003950     IF LOG-SEQUENCE-NUMBER = WS-PREV-SEQUENCE
003960         ADD 1 TO WS-DUPLICATES
003970         MOVE 'DUPLICATE SEQUENCE NUMBER' TO WS-DL-MESSAGE
003980         PERFORM 7000-WRITE-DISCREPANCY THRU 7000-EXIT
003990         GO TO 4000-EXIT
004000     END-IF.
004010     IF LOG-SEQUENCE-NUMBER < WS-PREV-SEQUENCE
004020         ADD 1 TO WS-OUT-OF-SEQUENCE
004030         MOVE 'SEQUENCE NUMBER OUT OF ORDER' TO WS-DL-MESSAGE
004040         PERFORM 7000-WRITE-DISCREPANCY THRU 7000-EXIT
004050         GO TO 4000-EXIT
004060     END-IF.
004070     IF LOG-SEQUENCE-NUMBER > WS-PREV-SEQUENCE + 1
004080         ADD 1 TO WS-GAPS
004090         COMPUTE WS-GAP-COUNT =
004100             LOG-SEQUENCE-NUMBER - WS-PREV-SEQUENCE - 1
004110         ADD WS-GAP-COUNT TO WS-RECORDS-MISSING
004120         MOVE WS-GAP-COUNT TO WS-EDIT-COUNT
004130         MOVE SPACES TO WS-DL-MESSAGE
004140         STRING 'GAP - ' WS-EDIT-COUNT ' MISSING BEFORE'
004150             DELIMITED BY SIZE INTO WS-DL-MESSAGE
004160         PERFORM 7000-WRITE-DISCREPANCY THRU 7000-EXIT
004170     ELSE
004180         PERFORM 4100-CHECK-CHAIN THRU 4100-EXIT
004190     END-IF.
004200     MOVE LOG-SEQUENCE-NUMBER TO WS-PREV-SEQUENCE.
004210     MOVE LOG-CHAIN-VALUE TO WS-PREV-CHAIN.
004220 4000-EXIT.
004230     EXIT.
004240
004250******************************************************************
004260* 4100-CHECK-CHAIN - RECOMPUTE THE RECORD'S CHAIN VALUE FROM THE
004270* PREVIOUS RECORD'S AND COMPARE IT WITH THE ONE STAMPED ON IT.
004280******************************************************************
004290 4100-CHECK-CHAIN.
004300     MOVE AUDIT-LOG-RECORD TO CHN-LOG-RECORD.
004310     MOVE WS-PREV-CHAIN TO CHN-CHAIN-VALUE.
004320     SET CHN-CHECK TO TRUE.
004330     CALL 'CALC-LOG-CHAIN' USING LOG-CHAIN-REQUEST.
004340     IF CHN-CHAIN-VALUE NOT = LOG-CHAIN-VALUE
004350         ADD 1 TO WS-CHAIN-BREAKS
004360         MOVE 'CHAIN BROKEN - RECORD ALTERED'
004370             TO WS-DL-MESSAGE
004380         PERFORM 7000-WRITE-DISCREPANCY THRU 7000-EXIT
004390     END-IF.
004400 4100-EXIT.
004410     EXIT.
004420
004430******************************************************************
004440* 5000-CHECK-KEYED-COPY - LOOK THE LIVE RECORD UP ON THE KEYED
004450* COPY AND COMPARE EVERY FIELD.  A RECORD WRITTEN SINCE THE LAST
004460* CLEAN LOAD STARTED IS ONLY COUNTED WHEN IT IS NOT THERE YET.
004470* A RECORD WITH THE SAME KEY AS THE ONE BEFORE IT, WHERE THE
004480* COPY HOLDS THE FIRST RECORD OF THAT KEY, COULD NEVER HAVE BEEN
004490* LOADED - IT IS COUNTED AS SHARING THE KEY.
004500******************************************************************
004510 5000-CHECK-KEYED-COPY.
004520     IF LOG-TRANSACTION-ID = WS-PREV-KEY (1:10)
004530        AND LOG-TIMESTAMP = WS-PREV-KEY (11:14)
004540         SET KEY-RUN-CONTINUING TO TRUE
004550     ELSE
004560         SET KEY-RUN-FIRST TO TRUE
004570         MOVE AUDIT-LOG-RECORD (70:9) TO WS-KEY-RUN-SEQUENCE
004580     END-IF.
004590     MOVE LOG-TRANSACTION-ID TO WS-PREV-KEY (1:10).
004600     MOVE LOG-TIMESTAMP TO WS-PREV-KEY (11:14).
004610     MOVE LOG-TRANSACTION-ID TO VLOG-TRANSACTION-ID.
004620     MOVE LOG-TIMESTAMP TO VLOG-TIMESTAMP.
004630     READ VSAM-LOG-FILE.
004640     IF WS-VSAM-FILE-STATUS = '23'
004650         IF LOG-TIMESTAMP NOT < WS-LOAD-START-TS
004660             ADD 1 TO WS-NOT-YET-LOADED
004670         ELSE
004680             ADD 1 TO WS-NOT-ON-COPY
004690             MOVE 'NOT ON KEYED COPY' TO WS-DL-MESSAGE
004700             PERFORM 7000-WRITE-DISCREPANCY THRU 7000-EXIT
004710         END-IF
004720         GO TO 5000-EXIT
004730     END-IF.
004740     IF WS-VSAM-FILE-STATUS NOT = '00'
004750         DISPLAY 'CALC-LOG-VERIFY - READ FAILED ON CALCVLOG'
004760             ' - FILE STATUS ' WS-VSAM-FILE-STATUS
004770             ' KEY ' VLOG-KEY
004780         MOVE 16 TO RETURN-CODE
004790         STOP RUN
004800     END-IF.
004810     IF AUDIT-LOG-RECORD (25:63) = VSAM-LOG-RECORD (25:63)
004820         ADD 1 TO WS-COPY-MATCHED
004830         GO TO 5000-EXIT
004840     END-IF.
004850     MOVE VSAM-LOG-RECORD (70:9) TO WS-COPY-SEQUENCE.
004860     IF KEY-RUN-CONTINUING
004870        AND WS-COPY-SEQUENCE = WS-KEY-RUN-SEQUENCE
004880         ADD 1 TO WS-SHARED-KEY
004890         GO TO 5000-EXIT
004900     END-IF.
004910     ADD 1 TO WS-DIFFERS-FROM-COPY.
004920     PERFORM 5100-NAME-DIFFERENCE THRU 5100-EXIT.
004930     PERFORM 7000-WRITE-DISCREPANCY THRU 7000-EXIT.
004940 5000-EXIT.
004950     EXIT.
004960
004970******************************************************************
004980* 5100-NAME-DIFFERENCE - NAME THE FIRST FIELD THAT DIFFERS
004990* BETWEEN THE LIVE RECORD AND THE KEYED COPY.
005000******************************************************************
005010 5100-NAME-DIFFERENCE.
005020     IF LOG-OPERATOR-ID NOT = VLOG-OPERATOR-ID
005030         MOVE 'KEYED COPY DIFFERS - OPERATOR'
005040             TO WS-DL-MESSAGE
005050     ELSE
005060     IF AUDIT-LOG-RECORD (33:9) NOT = VSAM-LOG-RECORD (33:9)
005070         MOVE 'KEYED COPY DIFFERS - NUMBER1'
005080             TO WS-DL-MESSAGE
005090     ELSE
005100     IF LOG-MATH-SYMBOL NOT = VLOG-MATH-SYMBOL
005110         MOVE 'KEYED COPY DIFFERS - OPERATION'
005120             TO WS-DL-MESSAGE
005130     ELSE
005140     IF AUDIT-LOG-RECORD (43:9) NOT = VSAM-LOG-RECORD (43:9)
005150         MOVE 'KEYED COPY DIFFERS - NUMBER2'
005160             TO WS-DL-MESSAGE
005170     ELSE
005180     IF AUDIT-LOG-RECORD (52:9) NOT = VSAM-LOG-RECORD (52:9)
005190         MOVE 'KEYED COPY DIFFERS - RESULT'
005200             TO WS-DL-MESSAGE
005210     ELSE
005220     IF LOG-STATUS-CODE NOT = VLOG-STATUS-CODE
005230         MOVE 'KEYED COPY DIFFERS - STATUS CODE'
005240             TO WS-DL-MESSAGE
005250     ELSE
005260     IF LOG-OVERRIDE-ID NOT = VLOG-OVERRIDE-ID
005270         MOVE 'KEYED COPY DIFFERS - OVERRIDE ID'
005280             TO WS-DL-MESSAGE
005290     ELSE
005300     IF AUDIT-LOG-RECORD (70:9) NOT = VSAM-LOG-RECORD (70:9)
005310         MOVE 'KEYED COPY DIFFERS - SEQUENCE'
005320             TO WS-DL-MESSAGE
005330     ELSE
005340         MOVE 'KEYED COPY DIFFERS - CHAIN VALUE'
005350             TO WS-DL-MESSAGE
005360     END-IF
005370     END-IF
005380     END-IF
005390     END-IF
005400     END-IF
005410     END-IF
005420     END-IF
005430     END-IF.
005440 5100-EXIT.
005450     EXIT.
005460
005470******************************************************************
005480* 7000-WRITE-DISCREPANCY - PRINT ONE DISCREPANCY LINE FOR THE
005490* RECORD IN HAND (MESSAGE ALREADY IN WS-DL-MESSAGE).
005500******************************************************************
005510 7000-WRITE-DISCREPANCY.
005520     ADD 1 TO WS-DISCREPANCIES.
005530     MOVE WS-SOURCE-NAME      TO WS-DL-SOURCE.
005540     MOVE AUDIT-LOG-RECORD (70:9) TO WS-DL-SEQUENCE.
005550     MOVE LOG-TRANSACTION-ID  TO WS-DL-TRANS-ID.
005560     MOVE LOG-TIMESTAMP       TO WS-DL-TIMESTAMP.
005570     MOVE WS-DETAIL-LINE TO REPORT-LINE.
005580     WRITE REPORT-LINE.
005590 7000-EXIT.
005600     EXIT.
005610
005620******************************************************************
005630* 8000-PRINT-CONTROL-TOTALS - THE COUNTS BEHIND THE VERDICT.  ANY
005640* DISCREPANCY ENDS THE JOB WITH CONDITION CODE 8.
005650******************************************************************
005660 8000-PRINT-CONTROL-TOTALS.
005670     IF WS-DISCREPANCIES = ZERO
005680         MOVE '  (NONE)' TO REPORT-LINE
005690         WRITE REPORT-LINE
005700     END-IF.
005710     MOVE SPACES TO REPORT-LINE.
005720     WRITE REPORT-LINE.
005730     MOVE 'ARCHIVE RECORDS READ (ARCHIN)'      TO WS-CL-LABEL.
005740     MOVE WS-ARCHIVE-READ                      TO WS-CL-COUNT.
005750     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
005760     MOVE 'LIVE LOG RECORDS READ (CALCLOG)'    TO WS-CL-LABEL.
005770     MOVE WS-LIVE-READ                         TO WS-CL-COUNT.
005780     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
005790     MOVE 'WRITTEN BEFORE SEQUENCING BEGAN'    TO WS-CL-LABEL.
005800     MOVE WS-PRE-SEQUENCING                    TO WS-CL-COUNT.
005810     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
005820     MOVE 'FIRST SEQUENCE NUMBER READ'         TO WS-CL-LABEL.
005830     MOVE WS-FIRST-SEQUENCE                    TO WS-CL-COUNT.
005840     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
005850     MOVE 'HIGHEST SEQUENCE NUMBER READ'       TO WS-CL-LABEL.
005860     MOVE WS-PREV-SEQUENCE                     TO WS-CL-COUNT.
005870     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
005880     MOVE SPACES TO REPORT-LINE.
005890     WRITE REPORT-LINE.
005900     MOVE 'SEQUENCE GAPS'                      TO WS-CL-LABEL.
005910     MOVE WS-GAPS                              TO WS-CL-COUNT.
005920     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
005930     MOVE '  RECORDS MISSING IN THE GAPS'      TO WS-CL-LABEL.
005940     MOVE WS-RECORDS-MISSING                   TO WS-CL-COUNT.
005950     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
005960     MOVE 'DUPLICATE SEQUENCE NUMBERS'         TO WS-CL-LABEL.
005970     MOVE WS-DUPLICATES                        TO WS-CL-COUNT.
005980     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
005990     MOVE 'SEQUENCE NUMBERS OUT OF ORDER'      TO WS-CL-LABEL.
006000     MOVE WS-OUT-OF-SEQUENCE                   TO WS-CL-COUNT.
006010     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
006020     MOVE 'TIMESTAMPS OUT OF ORDER'            TO WS-CL-LABEL.
006030     MOVE WS-TIMESTAMP-BACKWARDS               TO WS-CL-COUNT.
006040     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
006050     MOVE 'BROKEN CHAIN VALUES'                TO WS-CL-LABEL.
006060     MOVE WS-CHAIN-BREAKS                      TO WS-CL-COUNT.
006070     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
006080     MOVE 'UNSEQUENCED AFTER SEQUENCING BEGAN' TO WS-CL-LABEL.
006090     MOVE WS-UNSEQUENCED-LATE                  TO WS-CL-COUNT.
006100     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
006110     MOVE 'LIVE RECORDS NOT ON KEYED COPY'     TO WS-CL-LABEL.
006120     MOVE WS-NOT-ON-COPY                       TO WS-CL-COUNT.
006130     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
006140     MOVE 'LIVE RECORDS DIFFERING FROM COPY'   TO WS-CL-LABEL.
006150     MOVE WS-DIFFERS-FROM-COPY                 TO WS-CL-COUNT.
006160     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
006170     MOVE SPACES TO REPORT-LINE.
006180     WRITE REPORT-LINE.
006190     MOVE 'LIVE RECORDS MATCHING KEYED COPY'   TO WS-CL-LABEL.
006200     MOVE WS-COPY-MATCHED                      TO WS-CL-COUNT.
006210     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
006220     MOVE 'LIVE RECORDS SHARING AN EARLIER KEY' TO WS-CL-LABEL.
006230     MOVE WS-SHARED-KEY                        TO WS-CL-COUNT.
006240     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
006250     MOVE 'WRITTEN SINCE LAST LOAD - NOT LOADED' TO WS-CL-LABEL.
006260     MOVE WS-NOT-YET-LOADED                    TO WS-CL-COUNT.
006270     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
006280     MOVE SPACES TO REPORT-LINE.
006290     WRITE REPORT-LINE.
006300     IF WS-DISCREPANCIES = ZERO
006310         MOVE 'LOG VERIFIED - NO DISCREPANCIES' TO REPORT-LINE
006320     ELSE
006330         MOVE WS-DISCREPANCIES TO WS-EDIT-COUNT
006340         MOVE SPACES TO REPORT-LINE
006350         STRING '*** ' WS-EDIT-COUNT
006360             ' DISCREPANCIES - LOG NOT PROVED COMPLETE ***'
006370             DELIMITED BY SIZE INTO REPORT-LINE
006380         MOVE 8 TO RETURN-CODE
006390         DISPLAY 'CALC-LOG-VERIFY - *** ' WS-DISCREPANCIES
006400             ' DISCREPANCIES - SEE RPTOUT ***'
006410     END-IF.
006420     WRITE REPORT-LINE.
006430 8000-EXIT.
006440     EXIT.
006450
006460 8100-WRITE-CONTROL-LINE.
006470     MOVE WS-CONTROL-LINE TO REPORT-LINE.
006480     WRITE REPORT-LINE.
006490 8100-EXIT.
006500     EXIT.
006510
006520******************************************************************
006530* 9000-TERMINATE - CLOSE THE FILES, ECHO THE COUNTS TO SYSOUT
006540* AND APPEND THE RUN RECORD.
006550******************************************************************
006560 9000-TERMINATE.
006570     IF ARCHIVE-OPEN
006580         CLOSE ARCHIVE-FILE
006590     END-IF.
006600     CLOSE AUDIT-LOG-FILE.
006610     CLOSE VSAM-LOG-FILE.
006620     CLOSE REPORT-FILE.
006630     DISPLAY 'CALC-LOG-VERIFY - ARCHIVE RECORDS READ: '
006640         WS-ARCHIVE-READ.
006650     DISPLAY 'CALC-LOG-VERIFY - LIVE RECORDS READ:    '
006660         WS-LIVE-READ.
006670     DISPLAY 'CALC-LOG-VERIFY - DISCREPANCIES:        '
006680         WS-DISCREPANCIES.
006690     PERFORM 9200-WRITE-RUN-RECORD THRU 9200-EXIT.
006700 9000-EXIT.
006710     EXIT.
006720
006730******************************************************************
006740* 9200-WRITE-RUN-RECORD - REPORT THIS RUN'S OUTCOME TO THE
006750* SHARED RUN-CONTROL FILE FOR THE NIGHT-STATUS INQUIRY.  RECORDS
006760* OUT IS THE NUMBER OF DISCREPANCIES REPORTED.  THE CONDITION
006770* CODE IS HELD ACROSS THE CALL SO THE STEP STILL ENDS CC 8 ON A
006780* DISCREPANCY.
006790******************************************************************
006800 9200-WRITE-RUN-RECORD.
006810     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
006820     ACCEPT WS-CURRENT-TIME FROM TIME.
006830     MOVE SPACES TO RUN-CONTROL-RECORD.
006840     MOVE 'CALC-LOG-VERIFY'     TO RUN-PROGRAM-NAME.
006850     MOVE 'CALCLOG'             TO RUN-INPUT-IDENTITY.
006860     COMPUTE RUN-RECORDS-IN = WS-ARCHIVE-READ + WS-LIVE-READ.
006870     MOVE WS-DISCREPANCIES      TO RUN-RECORDS-OUT.
006880     MOVE RETURN-CODE           TO RUN-CONDITION-CODE.
006890     MOVE WS-RUN-START-TS       TO RUN-START-TIMESTAMP.
006900     STRING WS-CURRENT-DATE WS-CURRENT-TIME
006910         DELIMITED BY SIZE INTO RUN-END-TIMESTAMP.
006920     MOVE RETURN-CODE           TO WS-SAVED-RETURN-CODE.
006930     CALL 'CALC-RUN-LOG' USING RUN-CONTROL-RECORD.
006940     MOVE WS-SAVED-RETURN-CODE  TO RETURN-CODE.
006950 9200-EXIT.
006960     EXIT.
