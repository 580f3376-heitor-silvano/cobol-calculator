000010******************************************************************
000020* PROGRAM-ID.  CALC-SLA-MONITOR.
000030* AUTHOR.      R. ALBUQUERQUE - APPLICATIONS PROGRAMMING.
000040* INSTALLATION. DAY-END RECONCILIATION.
000050* DATE-WRITTEN. 10/15/2026.
000060* DATE-COMPILED.
000070*
000080* PURPOSE.     BATCH-WINDOW SLA MONITOR.  THE NIGHT-STATUS
000090*              INQUIRY (CALC-RUN-INQUIRY, MENU OPTION 8) SHOWS
000100*              WHAT RAN; THIS JOB CHECKS THE RUN-CONTROL FILE
000110*              (SEE CALCRUN) AGAINST THE EXPECTED SCHEDULE (SEE
000120*              CALCSLA) AND REPORTS EVERY SCHEDULED STEP THAT
000130*              IS MISSING, ENDED OVER ITS ALLOWED CONDITION
000140*              CODE, STARTED BEFORE AN EARLIER STEP HAD ENDED,
000150*              ENDED AFTER ITS LATEST ALLOWED TIME, OR RAN MUCH
000160*              LONGER THAN ITS ROLLING AVERAGE OVER THE PRIOR
000170*              30 NIGHTS.  A TREND SECTION THEN SHOWS EACH
000180*              STEP'S ELAPSED TIME, AND THE WHOLE WINDOW'S, OVER
000190*              THE LAST 30 NIGHTS, WITH THE AVERAGE OF THE
000200*              OLDER HALF AGAINST THE NEWER HALF.
000210*
000220*              A NIGHT IS THE 24 HOURS FROM THE WINDOW-OPEN TIME
000230*              ON THE SYSIN CARD; A RUN BELONGS TO THE NIGHT IN
000240*              WHICH IT STARTED.  THE SYSIN CARD ALSO GIVES THE
000250*              LONG-RUN THRESHOLD AS A PERCENTAGE OF THE AVERAGE
000260*              AND, FOR A RERUN, THE NIGHT TO CHECK - LEFT BLANK
000270*              IT IS THE LATEST NIGHT ALREADY OPENED.
000280*
000290*              CONDITION CODE 8 - A STEP IS MISSING, FAILED OR
000300*              RAN OUT OF ORDER.  CONDITION CODE 4 - A STEP WAS
000310*              LATE OR LONG-RUNNING.  CONDITION CODE 16 - THE
000320*              SCHEDULE OR THE SYSIN CARD IS UNUSABLE.
000330*
000340* MODIFICATION HISTORY.
000350*   10/15/2026  RA   ORIGINAL PROGRAM.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. CALC-SLA-MONITOR.
000390 AUTHOR. R. ALBUQUERQUE.
000400 INSTALLATION. DAY-END RECONCILIATION.
000410 DATE-WRITTEN. 10/15/2026.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT SCHEDULE-FILE ASSIGN TO SLASCHED
000480         FILE STATUS IS WS-SLA-FILE-STATUS.
000490
000500     SELECT RUN-CONTROL-FILE ASSIGN TO CALCRUN
000510         FILE STATUS IS WS-RUN-FILE-STATUS.
000520
000530     SELECT REPORT-FILE ASSIGN TO RPTOUT
000540         FILE STATUS IS WS-RPT-FILE-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  SCHEDULE-FILE.
000590 COPY CALCSLA.
000600
000610 FD  RUN-CONTROL-FILE.
000620 01  RUN-CONTROL-FILE-RECORD     PIC X(90).
000630
000640 FD  REPORT-FILE.
000650 01  REPORT-LINE                 PIC X(80).
000660
000670 WORKING-STORAGE SECTION.
000680 77  WS-SLA-FILE-STATUS          PIC X(02).
000690 77  WS-RUN-FILE-STATUS          PIC X(02).
000700 77  WS-RPT-FILE-STATUS          PIC X(02).
000710 77  WS-CURRENT-DATE             PIC X(08).
000720 77  WS-CURRENT-TIME             PIC X(08).
000730 77  WS-RUN-START-TS             PIC X(14) VALUE SPACES.
000740 77  WS-CARDS-READ               PIC 9(08) COMP VALUE ZERO.
000750 77  WS-RUNS-READ                PIC 9(08) COMP VALUE ZERO.
000760 77  WS-RUNS-MATCHED             PIC 9(08) COMP VALUE ZERO.
000770 77  WS-STEP-TABLE-MAX           PIC 9(04) COMP VALUE 50.
000780 77  WS-STP-USED                 PIC 9(04) COMP VALUE ZERO.
000790 77  WS-STP-SUB                  PIC 9(04) COMP VALUE ZERO.
000800 77  WS-STP-PRIOR-SUB            PIC 9(04) COMP VALUE ZERO.
000810 77  WS-STP-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
000820 77  WS-NIGHT-TABLE-MAX          PIC 9(04) COMP VALUE 31.
000830 77  WS-NGT-SUB                  PIC 9(04) COMP VALUE ZERO.
000840 77  WS-MISSING-COUNT            PIC 9(04) COMP VALUE ZERO.
000850 77  WS-FAILED-COUNT             PIC 9(04) COMP VALUE ZERO.
000860 77  WS-ORDER-COUNT              PIC 9(04) COMP VALUE ZERO.
000870 77  WS-LATE-COUNT               PIC 9(04) COMP VALUE ZERO.
000880 77  WS-LONG-COUNT               PIC 9(04) COMP VALUE ZERO.
000890 77  WS-SEVERITY                 PIC 9(02) VALUE ZERO.
000900
000910*----------------------------------------------------------------
000920* DATE AND TIME ARITHMETIC.  EVERY TIMESTAMP IS TURNED INTO A
000930* COUNT OF SECONDS (DAY INTEGER TIMES 86400 PLUS THE SECONDS OF
000940* THE DAY), SO ELAPSED TIMES, DEADLINES AND NIGHTS THAT CROSS
000950* MIDNIGHT OR A MONTH END ARE PLAIN SUBTRACTIONS.
000960*----------------------------------------------------------------
000970 77  WS-DATE-NUMERIC             PIC 9(08) VALUE ZERO.
000980 77  WS-DAY-INTEGER              PIC 9(08) COMP VALUE ZERO.
000990 77  WS-TODAY-INTEGER            PIC 9(08) COMP VALUE ZERO.
001000 77  WS-CHECK-NIGHT-INT          PIC 9(08) COMP VALUE ZERO.
001010 77  WS-RUN-NIGHT-INT            PIC 9(08) COMP VALUE ZERO.
001020 77  WS-NIGHT-OFFSET             PIC S9(08) COMP VALUE ZERO.
001030 77  WS-OPEN-SECONDS             PIC 9(06) COMP VALUE ZERO.
001040 77  WS-DAY-SECONDS              PIC 9(06) COMP VALUE ZERO.
001050 77  WS-ABS-SECONDS              PIC 9(12) COMP VALUE ZERO.
001060 77  WS-START-SECONDS            PIC 9(12) COMP VALUE ZERO.
001070 77  WS-END-SECONDS              PIC 9(12) COMP VALUE ZERO.
001080 77  WS-DEADLINE-SECONDS         PIC 9(12) COMP VALUE ZERO.
001090 77  WS-ELAPSED                  PIC 9(09) COMP VALUE ZERO.
001100 77  WS-BASELINE                 PIC 9(09) COMP VALUE ZERO.
001110 77  WS-RUN-PERCENT              PIC 9(09) COMP VALUE ZERO.
001120 77  WS-ELAPSED-TOTAL            PIC 9(12) COMP VALUE ZERO.
001130 77  WS-ELAPSED-NIGHTS           PIC 9(04) COMP VALUE ZERO.
001140 77  WS-OLDER-TOTAL              PIC 9(12) COMP VALUE ZERO.
001150 77  WS-OLDER-NIGHTS             PIC 9(04) COMP VALUE ZERO.
001160 77  WS-NEWER-TOTAL              PIC 9(12) COMP VALUE ZERO.
001170 77  WS-NEWER-NIGHTS             PIC 9(04) COMP VALUE ZERO.
001180 77  WS-OLDER-AVERAGE            PIC 9(09) COMP VALUE ZERO.
001190 77  WS-NEWER-AVERAGE            PIC 9(09) COMP VALUE ZERO.
001200 77  WS-CHANGE-PERCENT           PIC S9(07) COMP VALUE ZERO.
001210 77  WS-BAR-SCALE                PIC 9(09) COMP VALUE ZERO.
001220 77  WS-BAR-LENGTH               PIC 9(04) COMP VALUE ZERO.
001230 77  WS-HMS-SECONDS              PIC 9(09) COMP VALUE ZERO.
001240 77  WS-HMS-HOURS                PIC 9(09) COMP VALUE ZERO.
001250 77  WS-HMS-REST                 PIC 9(09) COMP VALUE ZERO.
001255 77  WS-SAVED-RETURN-CODE        PIC 9(04) COMP VALUE ZERO.
001260
001270 01  WS-SLA-EOF-SWITCH           PIC X(01) VALUE 'N'.
001280     88  END-OF-SCHEDULE         VALUE 'Y'.
001290     88  NOT-END-OF-SCHEDULE     VALUE 'N'.
001300
001310 01  WS-RUN-EOF-SWITCH           PIC X(01) VALUE 'N'.
001320     88  END-OF-RUN-FILE         VALUE 'Y'.
001330     88  NOT-END-OF-RUN-FILE     VALUE 'N'.
001340
001350 01  WS-TS-VALID-SWITCH          PIC X(01) VALUE 'N'.
001360     88  TIMESTAMP-VALID         VALUE 'Y'.
001370     88  TIMESTAMP-INVALID       VALUE 'N'.
001380
001390 01  WS-RUN-MATCH-SWITCH         PIC X(01) VALUE 'N'.
001400     88  RUN-MATCHED-A-STEP      VALUE 'Y'.
001410     88  RUN-MATCHED-NO-STEP     VALUE 'N'.
001420
001430 01  WS-FINDING-SWITCH           PIC X(01) VALUE 'N'.
001440     88  STEP-HAS-FINDING        VALUE 'Y'.
001450     88  STEP-HAS-NO-FINDING     VALUE 'N'.
001460
001470*----------------------------------------------------------------
001480* SYSIN CARD - WINDOW-OPEN TIME (HHMMSS), LONG-RUN THRESHOLD AS
001490* A PERCENTAGE OF THE ROLLING AVERAGE, AND AN OPTIONAL NIGHT
001500* (YYYYMMDD, THE DATE THE WINDOW OPENED) FOR A RERUN.
001510*----------------------------------------------------------------
001520 01  WS-SYSIN-CARD.
001530     05  WS-PARM-WINDOW-OPEN     PIC X(06).
001540     05  WS-PARM-OPEN-PARTS REDEFINES WS-PARM-WINDOW-OPEN.
001550         10  WS-PARM-OPEN-HH     PIC 9(02).
001560         10  WS-PARM-OPEN-MM     PIC 9(02).
001570         10  WS-PARM-OPEN-SS     PIC 9(02).
001580     05  FILLER                  PIC X(01).
001590     05  WS-PARM-LONG-PCT        PIC X(03).
001600     05  WS-PARM-LONG-PCT-N REDEFINES WS-PARM-LONG-PCT
001610                                 PIC 9(03).
001620     05  FILLER                  PIC X(01).
001630     05  WS-PARM-NIGHT-DATE      PIC X(08).
001640     05  FILLER                  PIC X(61).
001650
001660 01  WS-NIGHT-DATE               PIC 9(08) VALUE ZERO.
001670
001680*----------------------------------------------------------------
001690* A TIMESTAMP BROKEN APART FOR THE SECONDS ARITHMETIC.
001700*----------------------------------------------------------------
001710 01  WS-TIMESTAMP-PARTS.
001720     05  WS-TS-DATE              PIC X(08).
001730     05  WS-TS-TIME.
001740         10  WS-TS-HH            PIC 9(02).
001750         10  WS-TS-MM            PIC 9(02).
001760         10  WS-TS-SS            PIC 9(02).
001770
001780 01  WS-HHMMSS.
001790     05  WS-HHMMSS-HH            PIC 9(02).
001800     05  WS-HHMMSS-MM            PIC 9(02).
001810     05  WS-HHMMSS-SS            PIC 9(02).
001820
001830*----------------------------------------------------------------
001840* THE EXPECTED SCHEDULE, AND UNDER EACH STEP ITS RUN ON EACH OF
001850* THE LAST 31 NIGHTS - NIGHT 1 IS THE NIGHT BEING CHECKED,
001860* NIGHTS 2 THRU 31 THE 30 BEFORE IT.  A STEP RUN MORE THAN ONCE
001870* IN A NIGHT KEEPS ITS LAST RUN - THE ONE THAT COUNTED.
001880*----------------------------------------------------------------
001890 01  WS-STEP-TABLE.
001900     05  WS-STP-ENTRY OCCURS 50 TIMES.
001910         10  WS-STP-ORDER        PIC 9(03).
001920         10  WS-STP-PROGRAM      PIC X(20).
001930         10  WS-STP-IDENTITY     PIC X(20).
001940         10  WS-STP-DEADLINE     PIC 9(06) COMP.
001950         10  WS-STP-NORMAL       PIC 9(05).
001960         10  WS-STP-MAX-CC       PIC 9(02).
001970         10  WS-STP-AVERAGE      PIC 9(09) COMP.
001980         10  WS-STP-HIST-NIGHTS  PIC 9(04) COMP.
001990         10  WS-STP-NIGHT OCCURS 31 TIMES.
002000             15  WS-SN-RAN       PIC X(01).
002010             15  WS-SN-START     PIC 9(12) COMP.
002020             15  WS-SN-END       PIC 9(12) COMP.
002030             15  WS-SN-CC        PIC 9(02).
002040             15  WS-SN-START-TIME
002050                                 PIC X(06).
002060             15  WS-SN-END-TIME  PIC X(06).
002070
002080*----------------------------------------------------------------
002090* THE WHOLE BATCH WINDOW PER NIGHT - FIRST SCHEDULED STEP'S
002100* START TO LAST SCHEDULED STEP'S END.
002110*----------------------------------------------------------------
002120 01  WS-WINDOW-TABLE.
002130     05  WS-WIN-ENTRY OCCURS 31 TIMES.
002140         10  WS-WIN-RAN          PIC X(01).
002150         10  WS-WIN-FIRST-START  PIC 9(12) COMP.
002160         10  WS-WIN-LAST-END     PIC 9(12) COMP.
002170         10  WS-WIN-START-TIME   PIC X(06).
002180         10  WS-WIN-END-TIME     PIC X(06).
002190
002200*----------------------------------------------------------------
002210* PRINT LINE WORK AREAS.
002220*----------------------------------------------------------------
002230 01  WS-FINDING-TEXT             PIC X(20).
002240
002250 01  WS-HMS-TEXT.
002260     05  WS-HMS-HH               PIC 9(02).
002270     05  FILLER                  PIC X(01) VALUE ':'.
002280     05  WS-HMS-MM               PIC 9(02).
002290     05  FILLER                  PIC X(01) VALUE ':'.
002300     05  WS-HMS-SS               PIC 9(02).
002310
002320 01  WS-PERCENT-DISPLAY          PIC ZZZ9.
002330 01  WS-CHANGE-DISPLAY           PIC +ZZZ9.
002340 01  WS-CC-DISPLAY               PIC 9(02).
002350 01  WS-ORDER-DISPLAY            PIC 9(03).
002360
002370 01  WS-CHECK-LINE.
002380     05  WS-CL-ORDER             PIC X(03).
002390     05  FILLER                  PIC X(01) VALUE SPACES.
002400     05  WS-CL-PROGRAM           PIC X(20).
002410     05  FILLER                  PIC X(01) VALUE SPACES.
002420     05  WS-CL-START             PIC X(06).
002430     05  FILLER                  PIC X(01) VALUE SPACES.
002440     05  WS-CL-END               PIC X(06).
002450     05  FILLER                  PIC X(01) VALUE SPACES.
002460     05  WS-CL-ELAPSED           PIC X(08).
002470     05  FILLER                  PIC X(01) VALUE SPACES.
002480     05  WS-CL-AVERAGE           PIC X(08).
002490     05  FILLER                  PIC X(01) VALUE SPACES.
002500     05  WS-CL-CC                PIC X(02).
002510     05  FILLER                  PIC X(01) VALUE SPACES.
002520     05  WS-CL-FINDING           PIC X(20).
002530
002540 01  WS-TREND-LINE.
002550     05  FILLER                  PIC X(04) VALUE SPACES.
002560     05  WS-TR-NIGHT             PIC X(08).
002570     05  FILLER                  PIC X(01) VALUE SPACES.
002580     05  WS-TR-START             PIC X(06).
002590     05  FILLER                  PIC X(01) VALUE SPACES.
002600     05  WS-TR-END               PIC X(06).
002610     05  FILLER                  PIC X(01) VALUE SPACES.
002620     05  WS-TR-ELAPSED           PIC X(11).
002630     05  FILLER                  PIC X(01) VALUE SPACES.
002640     05  WS-TR-BAR               PIC X(41).
002650
002660 01  WS-TOTAL-LINE.
002670     05  WS-TL-LABEL             PIC X(30).
002680     05  FILLER                  PIC X(02) VALUE SPACES.
002690     05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
002700     05  FILLER                  PIC X(39) VALUE SPACES.
002710
002720 COPY CALCRUN.
002730
002740 PROCEDURE DIVISION.
002750
002760******************************************************************
002770* 0000-MAIN-CONTROL - MAINLINE.
002780******************************************************************
002790 0000-MAIN-CONTROL.
002800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002810     PERFORM 1100-LOAD-SCHEDULE THRU 1100-EXIT.
002820     PERFORM 1300-LOAD-RUN-HISTORY THRU 1300-EXIT.
002830     PERFORM 2000-CHECK-NIGHT THRU 2000-EXIT.
002840     PERFORM 3000-PRINT-STEP-TRENDS THRU 3000-EXIT.
002850     PERFORM 4000-PRINT-WINDOW-TREND THRU 4000-EXIT.
002860     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002870     STOP RUN.
002880
002890******************************************************************
002900* 1000-INITIALIZE - READ AND CHECK THE SYSIN CARD, WORK OUT THE
002910* NIGHT TO CHECK AND OPEN THE REPORT.  DATE ARITHMETIC NEEDS
002920* THE INTRINSIC DATE FUNCTIONS - THERE IS NO COUNTING DAYS
002930* ACROSS MONTH ENDS WITH PLAIN VERBS.
002940******************************************************************
002950 1000-INITIALIZE.
002960     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002970     ACCEPT WS-CURRENT-TIME FROM TIME.
002980     STRING WS-CURRENT-DATE WS-CURRENT-TIME
002990         DELIMITED BY SIZE INTO WS-RUN-START-TS.
003000     MOVE SPACES TO WS-SYSIN-CARD.
003010     ACCEPT WS-SYSIN-CARD.
003020     IF WS-PARM-WINDOW-OPEN NOT NUMERIC
003030        OR WS-PARM-OPEN-HH > 23
003040        OR WS-PARM-OPEN-MM > 59
003050        OR WS-PARM-OPEN-SS > 59
003060        OR WS-PARM-LONG-PCT NOT NUMERIC
003070        OR WS-PARM-LONG-PCT-N < 100
003080         DISPLAY 'CALC-SLA-MONITOR - SYSIN CARD "' WS-SYSIN-CARD
003090             '" - WINDOW-OPEN TIME OR LONG-RUN PERCENT '
003100             'INVALID - NOTHING DONE'
003110         MOVE 16 TO RETURN-CODE
003120         STOP RUN
003130     END-IF.
003140     COMPUTE WS-OPEN-SECONDS = WS-PARM-OPEN-HH * 3600
003150         + WS-PARM-OPEN-MM * 60 + WS-PARM-OPEN-SS.
003160     IF WS-PARM-NIGHT-DATE = SPACES
003170         PERFORM 1010-DEFAULT-NIGHT THRU 1010-EXIT
003180     ELSE
003190         IF WS-PARM-NIGHT-DATE NOT NUMERIC
003200             DISPLAY 'CALC-SLA-MONITOR - NIGHT "'
003210                 WS-PARM-NIGHT-DATE '" NOT YYYYMMDD - NOTHING '
003220                 'DONE'
003230             MOVE 16 TO RETURN-CODE
003240             STOP RUN
003250         END-IF
003260         MOVE WS-PARM-NIGHT-DATE TO WS-DATE-NUMERIC
003270         COMPUTE WS-CHECK-NIGHT-INT =
003280             FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC)
003290     END-IF.
003300     COMPUTE WS-NIGHT-DATE =
003310         FUNCTION DATE-OF-INTEGER (WS-CHECK-NIGHT-INT).
003320     OPEN OUTPUT REPORT-FILE.
003330     IF WS-RPT-FILE-STATUS NOT = '00'
003340         DISPLAY 'CALC-SLA-MONITOR - UNABLE TO OPEN RPTOUT'
003350             ' - FILE STATUS ' WS-RPT-FILE-STATUS
003360         MOVE 16 TO RETURN-CODE
003370         STOP RUN
003380     END-IF.
003390 1000-EXIT.
003400     EXIT.
003410
003420******************************************************************
003430* 1010-DEFAULT-NIGHT - NO NIGHT ON THE CARD - CHECK THE LATEST
003440* NIGHT ALREADY OPENED: TONIGHT ONCE THE WINDOW-OPEN TIME HAS
003450* PASSED, OTHERWISE LAST NIGHT (THE NORMAL MORNING RUN).
003460******************************************************************
003470 1010-DEFAULT-NIGHT.
003480     MOVE WS-CURRENT-DATE TO WS-DATE-NUMERIC.
003490     COMPUTE WS-TODAY-INTEGER =
003500         FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC).
003510     MOVE WS-CURRENT-TIME (1:6) TO WS-HHMMSS.
003520     COMPUTE WS-DAY-SECONDS = WS-HHMMSS-HH * 3600
003530         + WS-HHMMSS-MM * 60 + WS-HHMMSS-SS.
003540     IF WS-DAY-SECONDS >= WS-OPEN-SECONDS
003550         MOVE WS-TODAY-INTEGER TO WS-CHECK-NIGHT-INT
003560     ELSE
003570         COMPUTE WS-CHECK-NIGHT-INT = WS-TODAY-INTEGER - 1
003580     END-IF.
003590 1010-EXIT.
003600     EXIT.
003610
003620******************************************************************
003630* 1100-LOAD-SCHEDULE - READ THE EXPECTED-SCHEDULE CARDS INTO THE
003640* STEP TABLE.  COMMENT CARDS ARE SKIPPED.  AN EMPTY OR MISSING
003650* SCHEDULE, OR A CARD THAT IS NOT RIGHT, LEAVES NOTHING TO
003660* MONITOR AGAINST AND ENDS THE RUN WITH CONDITION CODE 16.
003670******************************************************************
003680 1100-LOAD-SCHEDULE.
003690     MOVE ZERO TO WS-STP-USED.
003700     OPEN INPUT SCHEDULE-FILE.
003710     IF WS-SLA-FILE-STATUS NOT = '00'
003720         DISPLAY 'CALC-SLA-MONITOR - UNABLE TO OPEN SLASCHED'
003730             ' - FILE STATUS ' WS-SLA-FILE-STATUS
003740         MOVE 16 TO RETURN-CODE
003750         STOP RUN
003760     END-IF.
003770     SET NOT-END-OF-SCHEDULE TO TRUE.
003780     PERFORM 1110-LOAD-ONE-STEP THRU 1110-EXIT
003790         UNTIL END-OF-SCHEDULE.
003800     CLOSE SCHEDULE-FILE.
003810     IF WS-STP-USED = ZERO
003820         DISPLAY 'CALC-SLA-MONITOR - EXPECTED SCHEDULE IS EMPTY'
003830             ' - NOTHING DONE'
003840         MOVE 16 TO RETURN-CODE
003850         STOP RUN
003860     END-IF.
003870 1100-EXIT.
003880     EXIT.
003890
003900 1110-LOAD-ONE-STEP.
003910     READ SCHEDULE-FILE
003920         AT END
003930             SET END-OF-SCHEDULE TO TRUE
003940             GO TO 1110-EXIT
003950     END-READ.
003960     ADD 1 TO WS-CARDS-READ.
003970     IF SLA-COMMENT OR SLA-SCHEDULE-RECORD = SPACES
003980         GO TO 1110-EXIT
003990     END-IF.
004000     MOVE SLA-LATEST-END-TIME TO WS-HHMMSS.
004010     IF SLA-RUN-ORDER NOT NUMERIC
004020        OR SLA-PROGRAM-NAME = SPACES
004030        OR SLA-END-DAY NOT NUMERIC
004040        OR SLA-END-DAY > 1
004050        OR SLA-LATEST-END-TIME NOT NUMERIC
004060        OR WS-HHMMSS-HH > 23
004070        OR WS-HHMMSS-MM > 59
004080        OR WS-HHMMSS-SS > 59
004090        OR SLA-NORMAL-ELAPSED NOT NUMERIC
004100        OR SLA-MAX-CC NOT NUMERIC
004110         DISPLAY 'CALC-SLA-MONITOR - SCHEDULE CARD '
004120             WS-CARDS-READ ' INVALID - NOTHING DONE'
004130         DISPLAY SLA-SCHEDULE-RECORD
004140         MOVE 16 TO RETURN-CODE
004150         STOP RUN
004160     END-IF.
004170     IF WS-STP-USED >= WS-STEP-TABLE-MAX
004180         DISPLAY 'CALC-SLA-MONITOR - MORE THAN '
004190             WS-STEP-TABLE-MAX ' SCHEDULED STEPS - TABLE FULL'
004200         MOVE 16 TO RETURN-CODE
004210         STOP RUN
004220     END-IF.
004230     ADD 1 TO WS-STP-USED.
004240     MOVE WS-STP-USED TO WS-STP-SUB.
004250     MOVE SLA-RUN-ORDER      TO WS-STP-ORDER (WS-STP-SUB).
004260     MOVE SLA-PROGRAM-NAME   TO WS-STP-PROGRAM (WS-STP-SUB).
004270     MOVE SLA-INPUT-IDENTITY TO WS-STP-IDENTITY (WS-STP-SUB).
004280     MOVE SLA-NORMAL-ELAPSED TO WS-STP-NORMAL (WS-STP-SUB).
004290     MOVE SLA-MAX-CC         TO WS-STP-MAX-CC (WS-STP-SUB).
004300     COMPUTE WS-STP-DEADLINE (WS-STP-SUB) =
004310         SLA-END-DAY * 86400 + WS-HHMMSS-HH * 3600
004320         + WS-HHMMSS-MM * 60 + WS-HHMMSS-SS.
004330     MOVE ZERO TO WS-STP-AVERAGE (WS-STP-SUB).
004340     MOVE ZERO TO WS-STP-HIST-NIGHTS (WS-STP-SUB).
004350     MOVE 1 TO WS-NGT-SUB.
004360     PERFORM 1120-CLEAR-ONE-NIGHT THRU 1120-EXIT
004370         UNTIL WS-NGT-SUB > WS-NIGHT-TABLE-MAX.
004380 1110-EXIT.
004390     EXIT.
004400
004410 1120-CLEAR-ONE-NIGHT.
004420     MOVE 'N'    TO WS-SN-RAN (WS-STP-SUB, WS-NGT-SUB).
004430     MOVE ZERO   TO WS-SN-START (WS-STP-SUB, WS-NGT-SUB).
004440     MOVE ZERO   TO WS-SN-END (WS-STP-SUB, WS-NGT-SUB).
004450     MOVE ZERO   TO WS-SN-CC (WS-STP-SUB, WS-NGT-SUB).
004460     MOVE SPACES TO WS-SN-START-TIME (WS-STP-SUB, WS-NGT-SUB).
004470     MOVE SPACES TO WS-SN-END-TIME (WS-STP-SUB, WS-NGT-SUB).
004480     MOVE 'N'    TO WS-WIN-RAN (WS-NGT-SUB).
004490     MOVE ZERO   TO WS-WIN-FIRST-START (WS-NGT-SUB).
004500     MOVE ZERO   TO WS-WIN-LAST-END (WS-NGT-SUB).
004510     MOVE SPACES TO WS-WIN-START-TIME (WS-NGT-SUB).
004520     MOVE SPACES TO WS-WIN-END-TIME (WS-NGT-SUB).
004530     ADD 1 TO WS-NGT-SUB.
004540 1120-EXIT.
004550     EXIT.
004560
004570******************************************************************
004580* 1300-LOAD-RUN-HISTORY - READ THE RUN-CONTROL FILE TO END OF
004590* FILE AND FILE EVERY RUN OF A SCHEDULED STEP THAT STARTED IN
004600* THE CHECKED NIGHT OR THE 30 BEFORE IT UNDER ITS STEP AND
004610* NIGHT.  A MISSING FILE MEANS NOTHING HAS EVER RUN - EVERY STEP
004620* THEN REPORTS MISSING.
004630******************************************************************
004640 1300-LOAD-RUN-HISTORY.
004650     SET NOT-END-OF-RUN-FILE TO TRUE.
004660     OPEN INPUT RUN-CONTROL-FILE.
004670     IF WS-RUN-FILE-STATUS = '35'
004680         GO TO 1300-EXIT
004690     END-IF.
004700     IF WS-RUN-FILE-STATUS NOT = '00'
004710         DISPLAY 'CALC-SLA-MONITOR - UNABLE TO OPEN CALCRUN'
004720             ' - FILE STATUS ' WS-RUN-FILE-STATUS
004730         MOVE 16 TO RETURN-CODE
004740         STOP RUN
004750     END-IF.
004760     PERFORM 1310-LOAD-ONE-RUN THRU 1310-EXIT
004770         UNTIL END-OF-RUN-FILE.
004780     CLOSE RUN-CONTROL-FILE.
004790 1300-EXIT.
004800     EXIT.
004810
004820 1310-LOAD-ONE-RUN.
004830     READ RUN-CONTROL-FILE INTO RUN-CONTROL-RECORD
004840         AT END
004850             SET END-OF-RUN-FILE TO TRUE
004860             GO TO 1310-EXIT
004870     END-READ.
004880     ADD 1 TO WS-RUNS-READ.
004890     MOVE RUN-END-TIMESTAMP TO WS-TIMESTAMP-PARTS.
004900     PERFORM 7000-TIMESTAMP-TO-SECONDS THRU 7000-EXIT.
004910     IF TIMESTAMP-INVALID
004920         GO TO 1310-EXIT
004930     END-IF.
004940     MOVE WS-ABS-SECONDS TO WS-END-SECONDS.
004950     MOVE RUN-START-TIMESTAMP TO WS-TIMESTAMP-PARTS.
004960     PERFORM 7000-TIMESTAMP-TO-SECONDS THRU 7000-EXIT.
004970     IF TIMESTAMP-INVALID
004980         GO TO 1310-EXIT
004990     END-IF.
005000     MOVE WS-ABS-SECONDS TO WS-START-SECONDS.
005010     IF WS-START-SECONDS < WS-OPEN-SECONDS
005020         GO TO 1310-EXIT
005030     END-IF.
005040     COMPUTE WS-RUN-NIGHT-INT =
005050         (WS-START-SECONDS - WS-OPEN-SECONDS) / 86400.
005060     COMPUTE WS-NIGHT-OFFSET =
005070         WS-CHECK-NIGHT-INT - WS-RUN-NIGHT-INT.
005080     IF WS-NIGHT-OFFSET < ZERO
005090        OR WS-NIGHT-OFFSET >= WS-NIGHT-TABLE-MAX
005100         GO TO 1310-EXIT
005110     END-IF.
005120     COMPUTE WS-NGT-SUB = WS-NIGHT-OFFSET + 1.
005130     SET RUN-MATCHED-NO-STEP TO TRUE.
005140     MOVE 1 TO WS-STP-SUB.
005150     PERFORM 1320-MATCH-ONE-STEP THRU 1320-EXIT
005160         UNTIL WS-STP-SUB > WS-STP-USED.
005170     IF RUN-MATCHED-A-STEP
005180         ADD 1 TO WS-RUNS-MATCHED
005190         PERFORM 1330-WIDEN-WINDOW THRU 1330-EXIT
005200     END-IF.
005210 1310-EXIT.
005220     EXIT.
005230
005240 1320-MATCH-ONE-STEP.
005250     IF RUN-PROGRAM-NAME = WS-STP-PROGRAM (WS-STP-SUB)
005260        AND (WS-STP-IDENTITY (WS-STP-SUB) = SPACES
005270         OR RUN-INPUT-IDENTITY = WS-STP-IDENTITY (WS-STP-SUB))
005280         SET RUN-MATCHED-A-STEP TO TRUE
005290         MOVE 'Y' TO WS-SN-RAN (WS-STP-SUB, WS-NGT-SUB)
005300         MOVE WS-START-SECONDS
005310             TO WS-SN-START (WS-STP-SUB, WS-NGT-SUB)
005320         MOVE WS-END-SECONDS
005330             TO WS-SN-END (WS-STP-SUB, WS-NGT-SUB)
005340         MOVE RUN-CONDITION-CODE
005350             TO WS-SN-CC (WS-STP-SUB, WS-NGT-SUB)
005360         MOVE RUN-START-TIMESTAMP (9:6)
005370             TO WS-SN-START-TIME (WS-STP-SUB, WS-NGT-SUB)
005380         MOVE RUN-END-TIMESTAMP (9:6)
005390             TO WS-SN-END-TIME (WS-STP-SUB, WS-NGT-SUB)
005400     END-IF.
005410     ADD 1 TO WS-STP-SUB.
005420 1320-EXIT.
005430     EXIT.
005440
005450 1330-WIDEN-WINDOW.
005460     IF WS-WIN-RAN (WS-NGT-SUB) NOT = 'Y'
005470        OR WS-START-SECONDS < WS-WIN-FIRST-START (WS-NGT-SUB)
005480         MOVE WS-START-SECONDS TO WS-WIN-FIRST-START (WS-NGT-SUB)
005490         MOVE RUN-START-TIMESTAMP (9:6)
005500             TO WS-WIN-START-TIME (WS-NGT-SUB)
005510     END-IF.
005520     IF WS-WIN-RAN (WS-NGT-SUB) NOT = 'Y'
005530        OR WS-END-SECONDS > WS-WIN-LAST-END (WS-NGT-SUB)
005540         MOVE WS-END-SECONDS TO WS-WIN-LAST-END (WS-NGT-SUB)
005550         MOVE RUN-END-TIMESTAMP (9:6)
005560             TO WS-WIN-END-TIME (WS-NGT-SUB)
005570     END-IF.
005580     MOVE 'Y' TO WS-WIN-RAN (WS-NGT-SUB).
005590 1330-EXIT.
005600     EXIT.
005610
005620******************************************************************
005630* 2000-CHECK-NIGHT - PRINT THE HEADINGS AND CHECK EVERY
005640* SCHEDULED STEP AGAINST THE CHECKED NIGHT'S RUNS.
005650******************************************************************
005660 2000-CHECK-NIGHT.
005670     MOVE SPACES TO REPORT-LINE.
005680     STRING 'BATCH WINDOW SLA MONITOR - NIGHT OF ' WS-NIGHT-DATE
005690         ' (WINDOW OPENS ' WS-PARM-WINDOW-OPEN ')'
005700         DELIMITED BY SIZE INTO REPORT-LINE.
005710     WRITE REPORT-LINE.
005720     MOVE SPACES TO REPORT-LINE.
005730     STRING 'LONG RUN = OVER ' WS-PARM-LONG-PCT
005740         '% OF THE STEP''S 30-NIGHT AVERAGE'
005750         DELIMITED BY SIZE INTO REPORT-LINE.
005760     WRITE REPORT-LINE.
005770     MOVE SPACES TO REPORT-LINE.
005780     WRITE REPORT-LINE.
005790     MOVE 'ORD PROGRAM              START  END' TO REPORT-LINE.
005800     MOVE 'ELAPSED  AVERAGE  CC FINDING' TO REPORT-LINE (40:28).
005810     WRITE REPORT-LINE.
005820     MOVE ALL '-' TO REPORT-LINE.
005830     WRITE REPORT-LINE.
005840     MOVE 1 TO WS-STP-SUB.
005850     PERFORM 2100-CHECK-ONE-STEP THRU 2100-EXIT
005860         UNTIL WS-STP-SUB > WS-STP-USED.
005870 2000-EXIT.
005880     EXIT.
005890
005900******************************************************************
005910* 2100-CHECK-ONE-STEP - ONE SCHEDULED STEP.  THE STEP'S OWN LINE
005920* CARRIES ITS FIRST FINDING; ANY FURTHER FINDINGS PRINT ON THE
005930* LINES BELOW IT.  A STEP WITH NOTHING WRONG PRINTS OK.
005940******************************************************************
005950 2100-CHECK-ONE-STEP.
005960     SET STEP-HAS-NO-FINDING TO TRUE.
005970     PERFORM 2200-COMPUTE-AVERAGE THRU 2200-EXIT.
005980     MOVE SPACES TO WS-CHECK-LINE.
005990     MOVE WS-STP-ORDER (WS-STP-SUB) TO WS-ORDER-DISPLAY.
006000     MOVE WS-ORDER-DISPLAY TO WS-CL-ORDER.
006010     MOVE WS-STP-PROGRAM (WS-STP-SUB) TO WS-CL-PROGRAM.
006020     MOVE WS-BASELINE TO WS-HMS-SECONDS.
006030     PERFORM 8000-FORMAT-ELAPSED THRU 8000-EXIT.
006040     MOVE WS-HMS-TEXT TO WS-CL-AVERAGE.
006050     IF WS-SN-RAN (WS-STP-SUB, 1) NOT = 'Y'
006060         ADD 1 TO WS-MISSING-COUNT
006070         MOVE 'MISSING' TO WS-FINDING-TEXT
006080         PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
006090         IF WS-SEVERITY < 8
006100             MOVE 8 TO WS-SEVERITY
006110         END-IF
006120         GO TO 2100-NEXT
006130     END-IF.
006140     MOVE WS-SN-START-TIME (WS-STP-SUB, 1) TO WS-CL-START.
006150     MOVE WS-SN-END-TIME (WS-STP-SUB, 1)   TO WS-CL-END.
006160     COMPUTE WS-ELAPSED = WS-SN-END (WS-STP-SUB, 1)
006170         - WS-SN-START (WS-STP-SUB, 1).
006180     MOVE WS-ELAPSED TO WS-HMS-SECONDS.
006190     PERFORM 8000-FORMAT-ELAPSED THRU 8000-EXIT.
006200     MOVE WS-HMS-TEXT TO WS-CL-ELAPSED.
006210     MOVE WS-SN-CC (WS-STP-SUB, 1) TO WS-CC-DISPLAY.
006220     MOVE WS-CC-DISPLAY TO WS-CL-CC.
006230     PERFORM 2300-CHECK-CONDITION-CODE THRU 2300-EXIT.
006240     PERFORM 2400-CHECK-ORDER THRU 2400-EXIT.
006250     PERFORM 2500-CHECK-DEADLINE THRU 2500-EXIT.
006260     PERFORM 2600-CHECK-LONG-RUN THRU 2600-EXIT.
006270     IF STEP-HAS-NO-FINDING
006280         MOVE 'OK' TO WS-FINDING-TEXT
006290         PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
006300     END-IF.
006310 2100-NEXT.
006320     ADD 1 TO WS-STP-SUB.
006330 2100-EXIT.
006340     EXIT.
006350
006360******************************************************************
006370* 2200-COMPUTE-AVERAGE - THE STEP'S ROLLING AVERAGE OVER THE 30
006380* NIGHTS BEFORE THE CHECKED ONE (NIGHTS IT DID NOT RUN DO NOT
006390* COUNT).  WITH NO HISTORY YET THE SCHEDULE'S NORMAL ELAPSED
006400* TIME STANDS IN AS THE BASELINE.
006410******************************************************************
006420 2200-COMPUTE-AVERAGE.
006430     MOVE ZERO TO WS-ELAPSED-TOTAL.
006440     MOVE ZERO TO WS-ELAPSED-NIGHTS.
006450     MOVE 2 TO WS-NGT-SUB.
006460     PERFORM 2210-ADD-ONE-NIGHT THRU 2210-EXIT
006470         UNTIL WS-NGT-SUB > WS-NIGHT-TABLE-MAX.
006480     MOVE WS-ELAPSED-NIGHTS TO WS-STP-HIST-NIGHTS (WS-STP-SUB).
006490     IF WS-ELAPSED-NIGHTS > ZERO
006500         COMPUTE WS-STP-AVERAGE (WS-STP-SUB) =
006510             WS-ELAPSED-TOTAL / WS-ELAPSED-NIGHTS
006520         MOVE WS-STP-AVERAGE (WS-STP-SUB) TO WS-BASELINE
006530     ELSE
006540         MOVE ZERO TO WS-STP-AVERAGE (WS-STP-SUB)
006550         MOVE WS-STP-NORMAL (WS-STP-SUB) TO WS-BASELINE
006560     END-IF.
006570 2200-EXIT.
006580     EXIT.
006590
006600 2210-ADD-ONE-NIGHT.
006610     IF WS-SN-RAN (WS-STP-SUB, WS-NGT-SUB) = 'Y'
006620         ADD 1 TO WS-ELAPSED-NIGHTS
006630         COMPUTE WS-ELAPSED-TOTAL = WS-ELAPSED-TOTAL
006640             + WS-SN-END (WS-STP-SUB, WS-NGT-SUB)
006650             - WS-SN-START (WS-STP-SUB, WS-NGT-SUB)
006660     END-IF.
006670     ADD 1 TO WS-NGT-SUB.
006680 2210-EXIT.
006690     EXIT.
006700
006710******************************************************************
006720* 2300-CHECK-CONDITION-CODE - THE STEP ENDED OVER THE HIGHEST
006730* CONDITION CODE THE SCHEDULE ALLOWS IT.
006740******************************************************************
006750 2300-CHECK-CONDITION-CODE.
006760     IF WS-SN-CC (WS-STP-SUB, 1) > WS-STP-MAX-CC (WS-STP-SUB)
006770         ADD 1 TO WS-FAILED-COUNT
006780         MOVE WS-STP-MAX-CC (WS-STP-SUB) TO WS-CC-DISPLAY
006790         MOVE SPACES TO WS-FINDING-TEXT
006800         STRING 'FAILED - CC OVER ' WS-CC-DISPLAY
006810             DELIMITED BY SIZE INTO WS-FINDING-TEXT
006820         PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
006830         IF WS-SEVERITY < 8
006840             MOVE 8 TO WS-SEVERITY
006850         END-IF
006860     END-IF.
006870 2300-EXIT.
006880     EXIT.
006890
006900******************************************************************
006910* 2400-CHECK-ORDER - THE STEP STARTED BEFORE A STEP WITH A LOWER
006920* RUN ORDER HAD ENDED.  ONLY PREDECESSORS THAT RAN TONIGHT CAN
006930* BE CHECKED - ONE THAT NEVER RAN IS ALREADY REPORTED MISSING.
006940******************************************************************
006950 2400-CHECK-ORDER.
006960     MOVE ZERO TO WS-STP-FOUND-SUB.
006970     MOVE 1 TO WS-STP-PRIOR-SUB.
006980     PERFORM 2410-CHECK-ONE-PREDECESSOR THRU 2410-EXIT
006990         UNTIL WS-STP-PRIOR-SUB > WS-STP-USED
007000            OR WS-STP-FOUND-SUB > ZERO.
007010     IF WS-STP-FOUND-SUB > ZERO
007020         ADD 1 TO WS-ORDER-COUNT
007030         MOVE WS-STP-ORDER (WS-STP-FOUND-SUB) TO WS-ORDER-DISPLAY
007040         MOVE SPACES TO WS-FINDING-TEXT
007050         STRING 'STARTED BEFORE ' WS-ORDER-DISPLAY
007060             DELIMITED BY SIZE INTO WS-FINDING-TEXT
007070         PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
007080         IF WS-SEVERITY < 8
007090             MOVE 8 TO WS-SEVERITY
007100         END-IF
007110     END-IF.
007120 2400-EXIT.
007130     EXIT.
007140
007150 2410-CHECK-ONE-PREDECESSOR.
007160     IF WS-STP-ORDER (WS-STP-PRIOR-SUB)
007170            < WS-STP-ORDER (WS-STP-SUB)
007180        AND WS-SN-RAN (WS-STP-PRIOR-SUB, 1) = 'Y'
007190        AND WS-SN-START (WS-STP-SUB, 1)
007200            < WS-SN-END (WS-STP-PRIOR-SUB, 1)
007210         MOVE WS-STP-PRIOR-SUB TO WS-STP-FOUND-SUB
007220     END-IF.
007230     ADD 1 TO WS-STP-PRIOR-SUB.
007240 2410-EXIT.
007250     EXIT.
007260
007270******************************************************************
007280* 2500-CHECK-DEADLINE - THE STEP ENDED AFTER ITS LATEST ALLOWED
007290* END TIME.
007300******************************************************************
007310 2500-CHECK-DEADLINE.
007320     COMPUTE WS-DEADLINE-SECONDS = WS-CHECK-NIGHT-INT * 86400
007330         + WS-STP-DEADLINE (WS-STP-SUB).
007340     IF WS-SN-END (WS-STP-SUB, 1) > WS-DEADLINE-SECONDS
007350         ADD 1 TO WS-LATE-COUNT
007360         COMPUTE WS-ELAPSED = WS-SN-END (WS-STP-SUB, 1)
007370             - WS-DEADLINE-SECONDS
007380         MOVE WS-ELAPSED TO WS-HMS-SECONDS
007390         PERFORM 8000-FORMAT-ELAPSED THRU 8000-EXIT
007400         MOVE SPACES TO WS-FINDING-TEXT
007410         STRING 'LATE BY ' WS-HMS-TEXT
007420             DELIMITED BY SIZE INTO WS-FINDING-TEXT
007430         PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
007440         IF WS-SEVERITY < 4
007450             MOVE 4 TO WS-SEVERITY
007460         END-IF
007470     END-IF.
007480 2500-EXIT.
007490     EXIT.
007500
007510******************************************************************
007520* 2600-CHECK-LONG-RUN - THE STEP RAN LONGER THAN THE SYSIN
007530* PERCENTAGE OF ITS BASELINE.  A ZERO BASELINE (NO HISTORY AND
007540* NO NORMAL TIME ON THE CARD) CANNOT BE MEASURED AGAINST.
007550******************************************************************
007560 2600-CHECK-LONG-RUN.
007570     IF WS-BASELINE = ZERO
007580         GO TO 2600-EXIT
007590     END-IF.
007600     COMPUTE WS-ELAPSED = WS-SN-END (WS-STP-SUB, 1)
007610         - WS-SN-START (WS-STP-SUB, 1).
007620     IF WS-ELAPSED * 100 > WS-BASELINE * WS-PARM-LONG-PCT-N
007630         ADD 1 TO WS-LONG-COUNT
007640         COMPUTE WS-RUN-PERCENT = WS-ELAPSED * 100 / WS-BASELINE
007650         IF WS-RUN-PERCENT > 9999
007660             MOVE 9999 TO WS-RUN-PERCENT
007670         END-IF
007680         MOVE WS-RUN-PERCENT TO WS-PERCENT-DISPLAY
007690         MOVE SPACES TO WS-FINDING-TEXT
007700         STRING 'LONG RUN - ' WS-PERCENT-DISPLAY '%'
007710             DELIMITED BY SIZE INTO WS-FINDING-TEXT
007720         PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
007730         IF WS-SEVERITY < 4
007740             MOVE 4 TO WS-SEVERITY
007750         END-IF
007760     END-IF.
007770 2600-EXIT.
007780     EXIT.
007790
007800******************************************************************
007810* 2900-WRITE-FINDING - PRINT THE STEP LINE WITH ONE FINDING, THEN
007820* BLANK IT SO ANY FURTHER FINDING PRINTS ON A LINE OF ITS OWN.
007830******************************************************************
007840 2900-WRITE-FINDING.
007850     IF WS-FINDING-TEXT NOT = 'OK'
007860         SET STEP-HAS-FINDING TO TRUE
007870     END-IF.
007880     MOVE WS-FINDING-TEXT TO WS-CL-FINDING.
007890     MOVE WS-CHECK-LINE TO REPORT-LINE.
007900     WRITE REPORT-LINE.
007910     MOVE SPACES TO WS-CHECK-LINE.
007920 2900-EXIT.
007930     EXIT.
007940
007950******************************************************************
007960* 3000-PRINT-STEP-TRENDS - FOR EVERY SCHEDULED STEP, ITS ELAPSED
007970* TIME ON EACH OF THE LAST 30 NIGHTS (OLDEST FIRST) WITH A BAR
007980* SCALED SO THE NORMAL TIME IS 20 MARKS, THEN THE AVERAGE OF THE
007990* OLDER 15 NIGHTS AGAINST THE NEWER 15.
008000******************************************************************
008010 3000-PRINT-STEP-TRENDS.
008020     MOVE SPACES TO REPORT-LINE.
008030     WRITE REPORT-LINE.
008040     MOVE SPACES TO REPORT-LINE.
008050     STRING 'ELAPSED TIME TREND - LAST 30 NIGHTS THROUGH '
008060         WS-NIGHT-DATE DELIMITED BY SIZE INTO REPORT-LINE.
008070     WRITE REPORT-LINE.
008080     MOVE ALL '-' TO REPORT-LINE.
008090     WRITE REPORT-LINE.
008100     MOVE 1 TO WS-STP-SUB.
008110     PERFORM 3100-PRINT-ONE-STEP-TREND THRU 3100-EXIT
008120         UNTIL WS-STP-SUB > WS-STP-USED.
008130 3000-EXIT.
008140     EXIT.
008150
008160 3100-PRINT-ONE-STEP-TREND.
008170     MOVE WS-STP-ORDER (WS-STP-SUB) TO WS-ORDER-DISPLAY.
008180     MOVE WS-STP-NORMAL (WS-STP-SUB) TO WS-HMS-SECONDS.
008190     PERFORM 8000-FORMAT-ELAPSED THRU 8000-EXIT.
008200     MOVE SPACES TO REPORT-LINE.
008210     WRITE REPORT-LINE.
008220     MOVE SPACES TO REPORT-LINE.
008230     STRING WS-ORDER-DISPLAY ' ' WS-STP-PROGRAM (WS-STP-SUB)
008240         ' ' WS-STP-IDENTITY (WS-STP-SUB) ' NORMAL ' WS-HMS-TEXT
008250         DELIMITED BY SIZE INTO REPORT-LINE.
008260     WRITE REPORT-LINE.
008270     MOVE WS-STP-NORMAL (WS-STP-SUB) TO WS-BAR-SCALE.
008280     IF WS-BAR-SCALE = ZERO
008290         MOVE WS-STP-AVERAGE (WS-STP-SUB) TO WS-BAR-SCALE
008300     END-IF.
008310     MOVE ZERO TO WS-OLDER-TOTAL WS-OLDER-NIGHTS
008320                  WS-NEWER-TOTAL WS-NEWER-NIGHTS.
008330     MOVE 30 TO WS-NGT-SUB.
008340     PERFORM 3200-PRINT-ONE-NIGHT THRU 3200-EXIT
008350         UNTIL WS-NGT-SUB < 1.
008360     PERFORM 3300-PRINT-HALVES THRU 3300-EXIT.
008370     ADD 1 TO WS-STP-SUB.
008380 3100-EXIT.
008390     EXIT.
008400
008410 3200-PRINT-ONE-NIGHT.
008420     MOVE SPACES TO WS-TREND-LINE.
008430     PERFORM 8100-NIGHT-DATE THRU 8100-EXIT.
008440     IF WS-SN-RAN (WS-STP-SUB, WS-NGT-SUB) NOT = 'Y'
008450         MOVE 'DID NOT RUN' TO WS-TR-ELAPSED
008460         GO TO 3200-WRITE
008470     END-IF.
008480     MOVE WS-SN-START-TIME (WS-STP-SUB, WS-NGT-SUB)
008490         TO WS-TR-START.
008500     MOVE WS-SN-END-TIME (WS-STP-SUB, WS-NGT-SUB)
008510         TO WS-TR-END.
008520     COMPUTE WS-ELAPSED = WS-SN-END (WS-STP-SUB, WS-NGT-SUB)
008530         - WS-SN-START (WS-STP-SUB, WS-NGT-SUB).
008540     MOVE WS-ELAPSED TO WS-HMS-SECONDS.
008550     PERFORM 8000-FORMAT-ELAPSED THRU 8000-EXIT.
008560     MOVE WS-HMS-TEXT TO WS-TR-ELAPSED.
008570     IF WS-NGT-SUB > 15
008580         ADD 1 TO WS-OLDER-NIGHTS
008590         ADD WS-ELAPSED TO WS-OLDER-TOTAL
008600     ELSE
008610         ADD 1 TO WS-NEWER-NIGHTS
008620         ADD WS-ELAPSED TO WS-NEWER-TOTAL
008630     END-IF.
008640     IF WS-BAR-SCALE > ZERO
008650         COMPUTE WS-BAR-LENGTH = WS-ELAPSED * 20 / WS-BAR-SCALE
008660         PERFORM 8200-BUILD-BAR THRU 8200-EXIT
008670     END-IF.
008680 3200-WRITE.
008690     MOVE WS-TREND-LINE TO REPORT-LINE.
008700     WRITE REPORT-LINE.
008710     SUBTRACT 1 FROM WS-NGT-SUB.
008720 3200-EXIT.
008730     EXIT.
008740
008750******************************************************************
008760* 3300-PRINT-HALVES - AVERAGE OF THE OLDER 15 NIGHTS AGAINST THE
008770* NEWER 15 AND THE CHANGE BETWEEN THEM - THE NUMBER THAT SHOWS
008780* WHETHER THE STEP IS GROWING.
008790******************************************************************
008800 3300-PRINT-HALVES.
008810     MOVE ZERO TO WS-OLDER-AVERAGE WS-NEWER-AVERAGE.
008820     IF WS-OLDER-NIGHTS > ZERO
008830         COMPUTE WS-OLDER-AVERAGE =
008840             WS-OLDER-TOTAL / WS-OLDER-NIGHTS
008850     END-IF.
008860     IF WS-NEWER-NIGHTS > ZERO
008870         COMPUTE WS-NEWER-AVERAGE =
008880             WS-NEWER-TOTAL / WS-NEWER-NIGHTS
008890     END-IF.
008900     MOVE SPACES TO REPORT-LINE.
008910     MOVE WS-OLDER-AVERAGE TO WS-HMS-SECONDS.
008920     PERFORM 8000-FORMAT-ELAPSED THRU 8000-EXIT.
008930     STRING '    OLDER 15 AVG ' WS-HMS-TEXT
008940         DELIMITED BY SIZE INTO REPORT-LINE.
008950     MOVE WS-NEWER-AVERAGE TO WS-HMS-SECONDS.
008960     PERFORM 8000-FORMAT-ELAPSED THRU 8000-EXIT.
008970     MOVE '  NEWER 15 AVG ' TO REPORT-LINE (26:15).
008980     MOVE WS-HMS-TEXT TO REPORT-LINE (41:8).
008990     IF WS-OLDER-AVERAGE > ZERO AND WS-NEWER-NIGHTS > ZERO
009000         COMPUTE WS-CHANGE-PERCENT ROUNDED =
009010             (WS-NEWER-AVERAGE - WS-OLDER-AVERAGE) * 100
009020             / WS-OLDER-AVERAGE
009030             ON SIZE ERROR
009040                 MOVE 9999 TO WS-CHANGE-PERCENT
009050         END-COMPUTE
009060         IF WS-CHANGE-PERCENT > 9999
009070             MOVE 9999 TO WS-CHANGE-PERCENT
009080         END-IF
009090         MOVE WS-CHANGE-PERCENT TO WS-CHANGE-DISPLAY
009100         MOVE '  CHANGE ' TO REPORT-LINE (49:9)
009110         MOVE WS-CHANGE-DISPLAY TO REPORT-LINE (58:5)
009120         MOVE '%' TO REPORT-LINE (63:1)
009130     END-IF.
009140     WRITE REPORT-LINE.
009150 3300-EXIT.
009160     EXIT.
009170
009180******************************************************************
009190* 4000-PRINT-WINDOW-TREND - THE WHOLE BATCH WINDOW, FIRST
009200* SCHEDULED START TO LAST SCHEDULED END, FOR EACH OF THE LAST
009210* 30 NIGHTS, WITH THE BAR SCALED SO THE LONGEST NIGHT IS 40
009220* MARKS, THEN THE OLDER AND NEWER HALVES.
009230******************************************************************
009240 4000-PRINT-WINDOW-TREND.
009250     MOVE SPACES TO REPORT-LINE.
009260     WRITE REPORT-LINE.
009270     MOVE SPACES TO REPORT-LINE.
009280     STRING 'BATCH WINDOW TREND - FIRST SCHEDULED START TO LAST '
009290         'SCHEDULED END' DELIMITED BY SIZE INTO REPORT-LINE.
009300     WRITE REPORT-LINE.
009310     MOVE ALL '-' TO REPORT-LINE.
009320     WRITE REPORT-LINE.
009330     MOVE ZERO TO WS-BAR-SCALE.
009340     MOVE 1 TO WS-NGT-SUB.
009350     PERFORM 4100-FIND-LONGEST-WINDOW THRU 4100-EXIT
009360         UNTIL WS-NGT-SUB > 30.
009370     COMPUTE WS-BAR-SCALE = WS-BAR-SCALE / 2.
009380     MOVE ZERO TO WS-OLDER-TOTAL WS-OLDER-NIGHTS
009390                  WS-NEWER-TOTAL WS-NEWER-NIGHTS.
009400     MOVE 30 TO WS-NGT-SUB.
009410     PERFORM 4200-PRINT-ONE-WINDOW THRU 4200-EXIT
009420         UNTIL WS-NGT-SUB < 1.
009430     PERFORM 3300-PRINT-HALVES THRU 3300-EXIT.
009440 4000-EXIT.
009450     EXIT.
009460
009470 4100-FIND-LONGEST-WINDOW.
009480     IF WS-WIN-RAN (WS-NGT-SUB) = 'Y'
009490         COMPUTE WS-ELAPSED = WS-WIN-LAST-END (WS-NGT-SUB)
009500             - WS-WIN-FIRST-START (WS-NGT-SUB)
009510         IF WS-ELAPSED > WS-BAR-SCALE
009520             MOVE WS-ELAPSED TO WS-BAR-SCALE
009530         END-IF
009540     END-IF.
009550     ADD 1 TO WS-NGT-SUB.
009560 4100-EXIT.
009570     EXIT.
009580
009590 4200-PRINT-ONE-WINDOW.
009600     MOVE SPACES TO WS-TREND-LINE.
009610     PERFORM 8100-NIGHT-DATE THRU 8100-EXIT.
009620     IF WS-WIN-RAN (WS-NGT-SUB) NOT = 'Y'
009630         MOVE 'NOTHING RAN' TO WS-TR-ELAPSED
009640         GO TO 4200-WRITE
009650     END-IF.
009660     MOVE WS-WIN-START-TIME (WS-NGT-SUB) TO WS-TR-START.
009670     MOVE WS-WIN-END-TIME (WS-NGT-SUB)   TO WS-TR-END.
009680     COMPUTE WS-ELAPSED = WS-WIN-LAST-END (WS-NGT-SUB)
009690         - WS-WIN-FIRST-START (WS-NGT-SUB).
009700     MOVE WS-ELAPSED TO WS-HMS-SECONDS.
009710     PERFORM 8000-FORMAT-ELAPSED THRU 8000-EXIT.
009720     MOVE WS-HMS-TEXT TO WS-TR-ELAPSED.
009730     IF WS-NGT-SUB > 15
009740         ADD 1 TO WS-OLDER-NIGHTS
009750         ADD WS-ELAPSED TO WS-OLDER-TOTAL
009760     ELSE
009770         ADD 1 TO WS-NEWER-NIGHTS
009780         ADD WS-ELAPSED TO WS-NEWER-TOTAL
009790     END-IF.
009800     IF WS-BAR-SCALE > ZERO
009810         COMPUTE WS-BAR-LENGTH = WS-ELAPSED * 20 / WS-BAR-SCALE
009820         PERFORM 8200-BUILD-BAR THRU 8200-EXIT
009830     END-IF.
009840 4200-WRITE.
009850     MOVE WS-TREND-LINE TO REPORT-LINE.
009860     WRITE REPORT-LINE.
009870     SUBTRACT 1 FROM WS-NGT-SUB.
009880 4200-EXIT.
009890     EXIT.
009900
009910******************************************************************
009920* 7000-TIMESTAMP-TO-SECONDS - WS-TIMESTAMP-PARTS AS A COUNT OF
009930* SECONDS IN WS-ABS-SECONDS.  A TIMESTAMP THAT IS NOT NUMERIC
009940* OR NOT A REAL DATE AND TIME IS FLAGGED INVALID.
009950******************************************************************
009960 7000-TIMESTAMP-TO-SECONDS.
009970     SET TIMESTAMP-INVALID TO TRUE.
009980     MOVE ZERO TO WS-ABS-SECONDS.
009990     IF WS-TS-DATE NOT NUMERIC OR WS-TS-TIME NOT NUMERIC
010000         GO TO 7000-EXIT
010010     END-IF.
010020     IF WS-TS-DATE (5:2) < '01' OR WS-TS-DATE (5:2) > '12'
010030        OR WS-TS-DATE (7:2) < '01' OR WS-TS-DATE (7:2) > '31'
010040        OR WS-TS-HH > 23 OR WS-TS-MM > 59 OR WS-TS-SS > 59
010050         GO TO 7000-EXIT
010060     END-IF.
010070     MOVE WS-TS-DATE TO WS-DATE-NUMERIC.
010080     COMPUTE WS-DAY-INTEGER =
010090         FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC).
010100     COMPUTE WS-ABS-SECONDS = WS-DAY-INTEGER * 86400
010110         + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS.
010120     SET TIMESTAMP-VALID TO TRUE.
010130 7000-EXIT.
010140     EXIT.
010150
010160******************************************************************
010170* 8000-FORMAT-ELAPSED - WS-HMS-SECONDS AS HH:MM:SS IN
010180* WS-HMS-TEXT.  ANYTHING OVER 99 HOURS SHOWS AS 99:59:59.
010190******************************************************************
010200 8000-FORMAT-ELAPSED.
010210     DIVIDE WS-HMS-SECONDS BY 3600 GIVING WS-HMS-HOURS
010220         REMAINDER WS-HMS-REST.
010230     IF WS-HMS-HOURS > 99
010240         MOVE 99 TO WS-HMS-HH
010250         MOVE 59 TO WS-HMS-MM
010260         MOVE 59 TO WS-HMS-SS
010270         GO TO 8000-EXIT
010280     END-IF.
010290     MOVE WS-HMS-HOURS TO WS-HMS-HH.
010300     DIVIDE WS-HMS-REST BY 60 GIVING WS-HMS-MM
010310         REMAINDER WS-HMS-SS.
010320 8000-EXIT.
010330     EXIT.
010340
010350******************************************************************
010360* 8100-NIGHT-DATE - THE DATE OF THE NIGHT AT WS-NGT-SUB INTO THE
010370* TREND LINE.
010380******************************************************************
010390 8100-NIGHT-DATE.
010400     COMPUTE WS-DAY-INTEGER = WS-CHECK-NIGHT-INT - WS-NGT-SUB + 1.
010410     COMPUTE WS-DATE-NUMERIC =
010420         FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER).
010430     MOVE WS-DATE-NUMERIC TO WS-TR-NIGHT.
010440 8100-EXIT.
010450     EXIT.
010460
010470******************************************************************
010480* 8200-BUILD-BAR - WS-BAR-LENGTH MARKS INTO THE TREND LINE, AT
010490* LEAST ONE FOR ANY RUN AND NEVER MORE THAN THE LINE HOLDS (A
010500* '>' AT THE END SHOWS THE BAR WAS CUT SHORT).
010510******************************************************************
010520 8200-BUILD-BAR.
010530     IF WS-BAR-LENGTH < 1
010540         MOVE 1 TO WS-BAR-LENGTH
010550     END-IF.
010560     IF WS-BAR-LENGTH > 40
010570         MOVE ALL '*' TO WS-TR-BAR
010580         MOVE '>' TO WS-TR-BAR (41:1)
010590     ELSE
010600         MOVE ALL '*' TO WS-TR-BAR (1:WS-BAR-LENGTH)
010610     END-IF.
010620 8200-EXIT.
010630     EXIT.
010640
010650******************************************************************
010660* 9000-TERMINATE - PRINT THE FINDING COUNTS, SET THE CONDITION
010670* CODE, CLOSE UP AND POST THE RUN RECORD.
010680******************************************************************
010690 9000-TERMINATE.
010700     MOVE SPACES TO REPORT-LINE.
010710     WRITE REPORT-LINE.
010720     MOVE 'SCHEDULED STEPS'             TO WS-TL-LABEL.
010730     MOVE WS-STP-USED                   TO WS-TL-COUNT.
010740     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
010750     MOVE 'RUN RECORDS READ'            TO WS-TL-LABEL.
010760     MOVE WS-RUNS-READ                  TO WS-TL-COUNT.
010770     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
010780     MOVE 'STEPS MISSING'               TO WS-TL-LABEL.
010790     MOVE WS-MISSING-COUNT              TO WS-TL-COUNT.
010800     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
010810     MOVE 'STEPS FAILED'                TO WS-TL-LABEL.
010820     MOVE WS-FAILED-COUNT               TO WS-TL-COUNT.
010830     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
010840     MOVE 'STEPS OUT OF ORDER'          TO WS-TL-LABEL.
010850     MOVE WS-ORDER-COUNT                TO WS-TL-COUNT.
010860     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
010870     MOVE 'STEPS LATE'                  TO WS-TL-LABEL.
010880     MOVE WS-LATE-COUNT                 TO WS-TL-COUNT.
010890     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
010900     MOVE 'STEPS LONG-RUNNING'          TO WS-TL-LABEL.
010910     MOVE WS-LONG-COUNT                 TO WS-TL-COUNT.
010920     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
010930     CLOSE REPORT-FILE.
010940     MOVE WS-SEVERITY TO RETURN-CODE.
010950     DISPLAY 'CALC-SLA-MONITOR - NIGHT OF ' WS-NIGHT-DATE
010960         ' - CONDITION CODE ' WS-SEVERITY.
010970     PERFORM 9200-WRITE-RUN-RECORD THRU 9200-EXIT.
010980 9000-EXIT.
010990     EXIT.
011000
011010 9100-WRITE-TOTAL.
011020     MOVE WS-TOTAL-LINE TO REPORT-LINE.
011030     WRITE REPORT-LINE.
011040 9100-EXIT.
011050     EXIT.
011060
011070******************************************************************
011080* 9200-WRITE-RUN-RECORD - REPORT THIS RUN'S OUTCOME TO THE
011090* SHARED RUN-CONTROL FILE FOR THE NIGHT-STATUS INQUIRY.  THE
011095* CONDITION CODE IS HELD ACROSS THE CALL.
011100******************************************************************
011110 9200-WRITE-RUN-RECORD.
011120     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
011130     ACCEPT WS-CURRENT-TIME FROM TIME.
011140     MOVE SPACES TO RUN-CONTROL-RECORD.
011150     MOVE 'CALC-SLA-MONITOR'    TO RUN-PROGRAM-NAME.
011160     MOVE 'CALCRUN'             TO RUN-INPUT-IDENTITY.
011170     MOVE WS-RUNS-READ          TO RUN-RECORDS-IN.
011180     MOVE WS-RUNS-MATCHED       TO RUN-RECORDS-OUT.
011190     MOVE RETURN-CODE           TO RUN-CONDITION-CODE.
011200     MOVE WS-RUN-START-TS       TO RUN-START-TIMESTAMP.
011210     STRING WS-CURRENT-DATE WS-CURRENT-TIME
011220         DELIMITED BY SIZE INTO RUN-END-TIMESTAMP.
011225     MOVE RETURN-CODE           TO WS-SAVED-RETURN-CODE.
011230     CALL 'CALC-RUN-LOG' USING RUN-CONTROL-RECORD.
011235     MOVE WS-SAVED-RETURN-CODE  TO RETURN-CODE.
011240 9200-EXIT.
011250     EXIT.
