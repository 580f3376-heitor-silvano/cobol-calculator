000200*              BE RESTARTED (SEE JCL MEMBER CALCBAT, RESTART
000210*              STEP) WITHOUT REPROCESSING RECORDS ALREADY
000220*              POSTED TO THE AUDIT LOG.
000221*
000222*              SIMULATION (WHAT-IF) RUN.  AN 'S' IN COLUMN 7 OF
000223*              THE SYSIN CARD RERUNS THE CALCOK GENERATION NAMED
000224*              IN THE JCL WITH THE PROPOSED RATES ON SIMRATE
000225*              AND/OR THE MASTER RATES AS OF THE CARD'S AS-OF
000226*              DATE (COLS 9-16), SIDE BY SIDE WITH TONIGHT'S
000227*              RATES, AND PRINTS THE IMPACT BY RATE CODE AND
000228*              SOURCE ON SIMRPT.  IT POSTS NOTHING AND SKIPS THE
000229*              DOUBLE-POST GUARD (SEE JCL MEMBER CALCSIM).
000230*
000231*              POSTED-TRANSACTION REGISTRY.  EVERY GOOD POSTING
000232*              IS REGISTERED BY SOURCE-ID AND TRANSACTION ID
000233*              (SEE CALCPTR) SO THE FRONT-END EDIT CAN REJECT A
000234*              RESEND ON A LATER NIGHT.  THE REGISTRY IS DATED
000235*              WITH THE START DATE OF THE EDIT RUN THAT BUILT THE
000236*              INPUT (RUN-CONTROL FILE), NOT THE CLOCK, SO A RUN
000237*              FINISHING AFTER MIDNIGHT STILL DATES ITS POSTINGS
000238*              WITH THE NIGHT THE EDIT PASSED THEM.
000239*
000240* MODIFICATION HISTORY.
000250*   08/09/2026  RA   ORIGINAL PROGRAM.
000260*   08/09/2026  RA   ADDED THE CALCIN AND CALCCKPT OPEN-STATUS
001380*                    RESULTS ARE NOT TAGGED WITH THE WRONG
001390*                    SOURCE-ID AND NO SPURIOUS PER-SOURCE RUN
001400*                    RECORD IS POSTED.
001401*   10/15/2026  RA   CLEAR THE NEW AUTHORIZING-SUPERVISOR FIELD.
001402*   10/15/2026  RA   APPEND POSTED AND OUT-OF-TOLERANCE COUNTS PER
001403*                    SOURCE TO THE SOURCE-ACTIVITY FILE (CALCSRA).
001404*   10/15/2026  RA   REGISTER GOOD POSTINGS (EDIT-RUN DATE).
001405*   10/15/2026  RA   AUDIT RECORDS STAMPED BY CALC-LOG-CHAIN; AN
001406*                    UNREADABLE LOG ENDS THE RUN CC 16 UNPOSTED.
001407*   10/15/2026  RA   ADDED THE SIMULATION RUN (SEE PURPOSE).
001410******************************************************************
001420 IDENTIFICATION DIVISION.
001430 PROGRAM-ID. CALC-BATCH-RECONCILE.
001690
001700     SELECT RUN-CONTROL-FILE ASSIGN TO CALCRUN
001710         FILE STATUS IS WS-RUN-FILE-STATUS.
001711
001712     SELECT POSTED-REGISTRY-FILE ASSIGN TO CALCPTR
001713         ORGANIZATION IS INDEXED
001714         ACCESS MODE IS RANDOM
001715         RECORD KEY IS PTR-KEY
001716         FILE STATUS IS WS-PTR-FILE-STATUS.
001720
001721     SELECT SIM-RATE-FILE ASSIGN TO SIMRATE
001722         FILE STATUS IS WS-SIMRATE-FILE-STATUS.
001723
001724     SELECT SIMULATION-REPORT-FILE ASSIGN TO SIMRPT
001725         FILE STATUS IS WS-SIMRPT-FILE-STATUS.
001726
001730 DATA DIVISION.
001740 FILE SECTION.
001750 FD  BATCH-INPUT-FILE.
002070     05  RH-END-TIMESTAMP            PIC X(14).
002080     05  FILLER                      PIC X(04).
002090
002091 FD  POSTED-REGISTRY-FILE.
002092 COPY CALCPTR.
002093
002094 FD  SIM-RATE-FILE.
002095 COPY CALCSIMR.
002096
002097 FD  SIMULATION-REPORT-FILE.
002098 01  SIMULATION-LINE             PIC X(80).
002099
002100 WORKING-STORAGE SECTION.
002110 COPY CALCFLDS.
002111
002112*----------------------------------------------------------------
002113* SIMULATION (WHAT-IF) RUN.  EVERY STEP IS CALCULATED TWICE - WITH
002114* THE RATES A LIVE RUN WOULD APPLY TONIGHT (CURRENT) AND WITH THE
002115* PROPOSED RATES, OR THE MASTER AS OF THE AS-OF DATE (SIMULATED).
002116* EACH SIDE KEEPS ITS OWN COPY OF THE CALCULATION RECORD ABOVE SO
002117* A CHAIN FEEDS EACH SIDE ITS OWN PREVIOUS RESULT.
002118*----------------------------------------------------------------
002119 01  WS-CUR-CALC.
002120     05  FILLER                  PIC X(37).
002121     05  WS-CUR-RESULT           PIC S9(7)V99.
002122     05  WS-CUR-STATUS           PIC X(01).
002123
002124 01  WS-SIM-CALC.
002125     05  FILLER                  PIC X(37).
002126     05  WS-SIM-RESULT           PIC S9(7)V99.
002127     05  WS-SIM-STATUS           PIC X(01).
002128
002130 77  WS-INPUT-FILE-STATUS        PIC X(02).
002140 77  WS-LOG-FILE-STATUS          PIC X(02).
002150 77  WS-CKPT-FILE-STATUS         PIC X(02).
002170 77  WS-EXCP-FILE-STATUS         PIC X(02).
002180 77  WS-RATE-FILE-STATUS         PIC X(02).
002190 77  WS-RUN-FILE-STATUS          PIC X(02).
002191 77  WS-PTR-FILE-STATUS          PIC X(02).
002192 77  WS-SIMRATE-FILE-STATUS      PIC X(02).
002193 77  WS-SIMRPT-FILE-STATUS       PIC X(02).
002194 77  WS-RECORDS-REGISTERED       PIC 9(08) COMP VALUE ZERO.
002195 77  WS-SRC-TABLE-MAX            PIC 9(04) COMP VALUE 200.
002196 77  WS-SRC-USED                 PIC 9(04) COMP VALUE ZERO.
002197 77  WS-SRC-SUB                  PIC 9(04) COMP VALUE ZERO.
002198 77  WS-SRC-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
002200 77  WS-RUN-START-TS             PIC X(14) VALUE SPACES.
002210 77  WS-GROUPS-BYPASSED          PIC 9(04) COMP VALUE ZERO.
002220 77  WS-INPUT-SEQ-NO             PIC 9(08) COMP VALUE ZERO.
002260 77  WS-PROCESSED-SEQ-NO         PIC 9(08) COMP VALUE ZERO.
002270 77  WS-RECORDS-READ             PIC 9(08) COMP VALUE ZERO.
002280 77  WS-RECORDS-SKIPPED          PIC 9(08) COMP VALUE ZERO.
002285 77  WS-SAVED-RETURN-CODE        PIC 9(04) COMP VALUE ZERO.
002290 77  WS-CURRENT-DATE             PIC X(08).
002295 77  WS-POSTING-DATE             PIC X(08) VALUE SPACES.
002300 77  WS-CURRENT-TIME             PIC X(08).
002301 77  WS-SIM-STEPS                PIC 9(08) COMP VALUE ZERO.
002302 77  WS-SIM-STEPS-RATED          PIC 9(08) COMP VALUE ZERO.
002303 77  WS-SIM-STEPS-CHANGED        PIC 9(08) COMP VALUE ZERO.
002304 77  WS-SIM-TO-TOLERANCE         PIC 9(08) COMP VALUE ZERO.
002305 77  WS-SIM-TO-MATCHED           PIC 9(08) COMP VALUE ZERO.
002306 77  WS-CUR-GRAND-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
002307 77  WS-SIM-GRAND-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
002308 77  WS-SIM-DIFFERENCE           PIC S9(8)V99 COMP-3 VALUE ZERO.
002309 77  WS-SIM-ABS-DIFFERENCE       PIC 9(8)V99 COMP-3 VALUE ZERO.
002310
002320*----------------------------------------------------------------
002330* CONTROL TOTALS ACCUMULATED OVER EVERY DETAIL RECORD READ -
002460* FROM SYSIN - MORE OUT-OF-TOLERANCE RESULTS THAN IT ALLOWS
002470* ENDS THE RUN WITH CONDITION CODE 8 SO THE NIGHT CANNOT BE
002480* SIGNED OFF ON MISMATCHED FIGURES.
002482* THE SYSIN CARD ALSO CARRIES THE RUN MODE (COL 7 - BLANK TO
002484* POST, 'S' TO SIMULATE) AND A SIMULATION'S AS-OF DATE FOR THE
002486* MASTER RATES (COLS 9-16, YYYYMMDD - BLANK FOR THE RUN DATE).
002490*----------------------------------------------------------------
002500 77  WS-MISMATCH-LIMIT           PIC 9(05) VALUE ZERO.
002510 77  WS-MISMATCH-LIMIT-IN        PIC X(05) VALUE SPACES.
002530 77  WS-RECORDS-MISMATCHED       PIC 9(08) COMP VALUE ZERO.
002540 77  WS-RECORDS-UNVERIFIED       PIC 9(08) COMP VALUE ZERO.
002550 77  WS-VERIFY-FLAG              PIC X(01) VALUE 'U'.
002551 77  WS-SIM-AS-OF-DATE           PIC X(08) VALUE SPACES.
002552 77  WS-SIM-LOOKUP-CODE          PIC X(04) VALUE SPACES.
002553 77  WS-SIM-LOOKUP-DATE          PIC X(08) VALUE SPACES.
002554 77  WS-SIM-CHAIN-CODE           PIC X(04) VALUE SPACES.
002555 77  WS-CUR-FLAG                 PIC X(01) VALUE 'U'.
002556 77  WS-SIM-FLAG                 PIC X(01) VALUE 'U'.
002560 77  WS-TOLERANCE-WORK           PIC 9(5)V99 COMP-3 VALUE ZERO.
002570 77  WS-DIFFERENCE               PIC S9(8)V99 COMP-3 VALUE ZERO.
002571
002572 01  WS-CONTROL-CARD.
002573     05  WS-CARD-MISMATCH-LIMIT  PIC X(05).
002574     05  FILLER                  PIC X(01).
002575     05  WS-RUN-MODE-IN          PIC X(01).
002576         88  LIVE-RUN            VALUE ' '.
002577         88  SIMULATION-RUN      VALUE 'S'.
002578     05  FILLER                  PIC X(01).
002579     05  WS-AS-OF-DATE-IN        PIC X(08).
002580
002590*----------------------------------------------------------------
002600* EXCEPTION REPORT PRINT LINES.
002870 77  WS-RTE-SUB                  PIC 9(04) COMP VALUE ZERO.
002880 77  WS-RTE-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
002890 77  WS-RTE-BEST-SUB             PIC 9(04) COMP VALUE ZERO.
002891 77  WS-OVR-TABLE-MAX            PIC 9(04) COMP VALUE 50.
002892 77  WS-OVR-COUNT                PIC 9(04) COMP VALUE ZERO.
002893 77  WS-OVR-SUB                  PIC 9(04) COMP VALUE ZERO.
002894 77  WS-OVR-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
002900
002910 01  WS-RATE-TABLE.
002920     05  WS-RTE-ENTRY OCCURS 200 TIMES.
002930         10  WS-RTE-CODE         PIC X(04).
002940         10  WS-RTE-EFF-DATE     PIC X(08).
002950         10  WS-RTE-VALUE        PIC S9(7)V99.
002951
002952*----------------------------------------------------------------
002953* PROPOSED RATES FROM SIMRATE.
002954*----------------------------------------------------------------
002955 01  WS-OVERRIDE-TABLE.
002956     05  WS-OVR-ENTRY OCCURS 50 TIMES.
002957         10  WS-OVR-CODE         PIC X(04).
002958         10  WS-OVR-VALUE        PIC S9(7)V99.
002960
002970 01  WS-RATE-EOF-SWITCH          PIC X(01) VALUE 'N'.
002980     88  END-OF-RATE-MASTER      VALUE 'Y'.
002990     88  NOT-END-OF-RATE-MASTER  VALUE 'N'.
002991
002992 01  WS-SIMRATE-EOF-SWITCH       PIC X(01) VALUE 'N'.
002993     88  END-OF-SIMRATE          VALUE 'Y'.
002994     88  NOT-END-OF-SIMRATE      VALUE 'N'.
003000
003010 01  WS-RATE-RESOLVE-SWITCH      PIC X(01) VALUE 'Y'.
003020     88  RATE-RESOLVED           VALUE 'Y'.
003030     88  RATE-NOT-RESOLVED       VALUE 'N'.
003031
003032*----------------------------------------------------------------
003033* SIMULATION IMPACT BY RATE CODE AND SOURCE, KEPT IN CODE/SOURCE
003034* ORDER AS IT IS BUILT SO THE REPORT PRINTS STRAIGHT FROM THE
003035* TABLE.  A STEP WITH NO RATE CODE OF ITS OWN COUNTS UNDER THE
003036* LAST CODE NAMED EARLIER IN ITS CHAIN - THAT IS THE RATE ITS
003037* RESULT DEPENDS ON.
003038*----------------------------------------------------------------
003039 77  WS-IMP-TABLE-MAX            PIC 9(04) COMP VALUE 200.
003040 77  WS-IMP-USED                 PIC 9(04) COMP VALUE ZERO.
003041 77  WS-IMP-SUB                  PIC 9(04) COMP VALUE ZERO.
003042 77  WS-IMP-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
003043 77  WS-IMP-MOVE-SUB             PIC 9(04) COMP VALUE ZERO.
003044
003045 01  WS-IMP-NEW-KEY.
003046     05  WS-IMP-NEW-CODE         PIC X(04).
003047     05  WS-IMP-NEW-SOURCE       PIC X(03).
003048
003050 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
003060     88  END-OF-INPUT            VALUE 'Y'.
003070     88  NOT-END-OF-INPUT        VALUE 'N'.
003071
003072 01  WS-IMPACT-TABLE.
003073     05  WS-IMP-ENTRY OCCURS 200 TIMES.
003074         10  WS-IMP-KEY.
003075             15  WS-IMP-CODE     PIC X(04).
003076             15  WS-IMP-SOURCE   PIC X(03).
003077         10  WS-IMP-CARDS        PIC 9(07).
003078         10  WS-IMP-CHANGED      PIC 9(07).
003079         10  WS-IMP-CUR-TOTAL    PIC S9(11)V99 COMP-3.
003080         10  WS-IMP-SIM-TOTAL    PIC S9(11)V99 COMP-3.
003081         10  WS-IMP-TO-TOL       PIC 9(05).
003082         10  WS-IMP-TO-MATCH     PIC 9(05).
003083
003084 01  WS-IMP-SEARCH-SWITCH        PIC X(01) VALUE 'N'.
003085     88  IMP-SEARCH-DONE         VALUE 'Y'.
003086     88  IMP-SEARCHING           VALUE 'N'.
003087
003090 01  WS-CKPT-EOF-SWITCH          PIC X(01) VALUE 'N'.
003100     88  END-OF-CKPT             VALUE 'Y'.
003110     88  NOT-END-OF-CKPT         VALUE 'N'.
003111
003112*----------------------------------------------------------------
003113* THE LARGEST INDIVIDUAL DIFFERENCES, BIGGEST FIRST.
003114*----------------------------------------------------------------
003115 77  WS-TOP-MAX                  PIC 9(04) COMP VALUE 10.
003116 77  WS-TOP-USED                 PIC 9(04) COMP VALUE ZERO.
003117 77  WS-TOP-SUB                  PIC 9(04) COMP VALUE ZERO.
003118 77  WS-TOP-PREV                 PIC 9(04) COMP VALUE ZERO.
003119
003120 01  WS-RANK-SWITCH              PIC X(01) VALUE 'N'.
003121     88  RANK-DONE               VALUE 'Y'.
003122     88  RANK-MOVING             VALUE 'N'.
003123
003130 01  WS-TRAILER-SWITCH           PIC X(01) VALUE 'N'.
003140     88  TRAILER-SEEN            VALUE 'Y'.
003150     88  NO-TRAILER-YET          VALUE 'N'.
003151
003152 01  WS-TOP-TABLE.
003153     05  WS-TOP-ENTRY OCCURS 10 TIMES.
003154         10  WS-TOP-ID           PIC X(10).
003155         10  WS-TOP-SOURCE       PIC X(03).
003156         10  WS-TOP-CODE         PIC X(04).
003157         10  WS-TOP-CUR          PIC S9(7)V99.
003158         10  WS-TOP-SIM          PIC S9(7)V99.
003159         10  WS-TOP-DIFF         PIC S9(8)V99.
003160         10  WS-TOP-ABS          PIC 9(8)V99.
003161         10  WS-TOP-CUR-FLAG     PIC X(01).
003162         10  WS-TOP-SIM-FLAG     PIC X(01).
003163
003164 01  WS-TOP-HOLD                 PIC X(57).
003165
003170*----------------------------------------------------------------
003180* SOURCE-GROUP TRACKING.  A GROUP RUNS FROM A FILE HEADER (OR
003190* THE FIRST CARD OF A HEADERLESS FILE) TO ITS TRAILER AND IS
003260     88  GROUP-OPEN              VALUE 'Y'.
003270     88  GROUP-NOT-OPEN          VALUE 'N'.
003280
003281*----------------------------------------------------------------
003282* POSTED-TRANSACTION REGISTRY.  A CLUSTER THAT HAS NEVER BEEN
003283* LOADED CAN ONLY BE OPENED OUTPUT, AND THEN A KEY POSTED TWICE
003284* IN THE ONE RUN CANNOT BE REWRITTEN - THE FIRST POSTING STANDS.
003285*----------------------------------------------------------------
003286 01  WS-REGISTRY-MODE-SWITCH     PIC X(01) VALUE 'I'.
003287     88  REGISTRY-OPEN-I-O       VALUE 'I'.
003288     88  REGISTRY-OPEN-OUTPUT    VALUE 'O'.
003289
003290 01  WS-BALANCE-SWITCH           PIC X(01) VALUE 'Y'.
003300     88  FILE-IN-BALANCE         VALUE 'Y'.
003310     88  FILE-OUT-OF-BALANCE     VALUE 'N'.
003311
003312*----------------------------------------------------------------
003313* SIMULATION IMPACT REPORT PRINT LINES.
003314*----------------------------------------------------------------
003315 01  WS-SIM-OVR-LINE.
003316     05  FILLER                  PIC X(07) VALUE '  CODE '.
003317     05  WS-SO-CODE              PIC X(04).
003318     05  FILLER                  PIC X(17)
003319                                 VALUE '  CURRENT VALUE  '.
003320     05  WS-SO-CURRENT           PIC ZZZZZZ9.99-.
003321     05  WS-SO-CURRENT-X REDEFINES WS-SO-CURRENT
003322                                 PIC X(11).
003323     05  FILLER                  PIC X(18)
003324                                 VALUE '  PROPOSED VALUE  '.
003325     05  WS-SO-PROPOSED          PIC ZZZZZZ9.99-.
003326     05  FILLER                  PIC X(12) VALUE SPACES.
003327
003330 01  WS-GROUP-BALANCE-SWITCH     PIC X(01) VALUE 'Y'.
003340     88  GROUP-IN-BALANCE        VALUE 'Y'.
003350     88  GROUP-OUT-OF-BALANCE    VALUE 'N'.
003351
003352 01  WS-SIM-IMPACT-HEADING.
003353     05  FILLER                  PIC X(28)
003354                          VALUE 'CODE  SRC    CARDS  CHANGED '.
003355     05  FILLER                  PIC X(19)
003356                                 VALUE '     CURRENT TOTAL '.
003357     05  FILLER                  PIC X(19)
003358                                 VALUE '   SIMULATED TOTAL '.
003359     05  FILLER                  PIC X(11) VALUE '  M>T   T>M'.
003360     05  FILLER                  PIC X(03) VALUE SPACES.
003361
003370*----------------------------------------------------------------
003380* RUN-CONTROL GUARD.  THE IDENTITY OF ONE SOURCE'S FILE IS ITS
003390* SOURCE-ID PLUS FILE DATE FROM THE HEADER.  A HEADER WHOSE
003500 01  WS-RESTART-SKIP-SWITCH      PIC X(01) VALUE 'N'.
003510     88  RESTART-SKIP-ACTIVE     VALUE 'Y'.
003520     88  RESTART-SKIP-DONE       VALUE 'N'.
003521
003522 01  WS-SIM-DETAIL-LINE.
003523     05  WS-SD-CODE              PIC X(04).
003524     05  FILLER                  PIC X(02) VALUE SPACES.
003525     05  WS-SD-SOURCE            PIC X(03).
003526     05  FILLER                  PIC X(01) VALUE SPACES.
003527     05  WS-SD-CARDS             PIC ZZZZ,ZZ9.
003528     05  FILLER                  PIC X(01) VALUE SPACES.
003529     05  WS-SD-CHANGED           PIC ZZZZ,ZZ9.
003530     05  FILLER                  PIC X(01) VALUE SPACES.
003531     05  WS-SD-CUR-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003532     05  FILLER                  PIC X(01) VALUE SPACES.
003533     05  WS-SD-SIM-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003534     05  FILLER                  PIC X(01) VALUE SPACES.
003535     05  WS-SD-TO-TOL            PIC ZZZZ9.
003536     05  FILLER                  PIC X(01) VALUE SPACES.
003537     05  WS-SD-TO-MATCH          PIC ZZZZ9.
003538     05  FILLER                  PIC X(03) VALUE SPACES.
003539
003540 01  WS-GROUP-BYPASS-SWITCH      PIC X(01) VALUE 'N'.
003550     88  GROUP-BYPASSED          VALUE 'Y'.
003560     88  GROUP-NOT-BYPASSED      VALUE 'N'.
003561
003562 01  WS-SIM-TOP-HEADING.
003563     05  FILLER                  PIC X(23)
003564                                 VALUE 'TRANS ID    SRC  CODE  '.
003565     05  FILLER                  PIC X(13) VALUE '    CURRENT  '.
003566     05  FILLER                  PIC X(13) VALUE '  SIMULATED  '.
003567     05  FILLER                  PIC X(14)
003568                                 VALUE '  DIFFERENCE  '.
003569     05  FILLER                  PIC X(06) VALUE 'VERIFY'.
003570     05  FILLER                  PIC X(11) VALUE SPACES.
003571
003580 01  WS-RUN-EOF-SWITCH           PIC X(01) VALUE 'N'.
003590     88  END-OF-RUN-FILE         VALUE 'Y'.
003600     88  NOT-END-OF-RUN-FILE     VALUE 'N'.
003601
003602 01  WS-SIM-TOP-LINE.
003603     05  WS-ST-ID                PIC X(10).
003604     05  FILLER                  PIC X(02) VALUE SPACES.
003605     05  WS-ST-SOURCE            PIC X(03).
003606     05  FILLER                  PIC X(02) VALUE SPACES.
003607     05  WS-ST-CODE              PIC X(04).
003608     05  FILLER                  PIC X(02) VALUE SPACES.
003609     05  WS-ST-CUR               PIC ZZZZZZ9.99-.
003610     05  FILLER                  PIC X(02) VALUE SPACES.
003611     05  WS-ST-SIM               PIC ZZZZZZ9.99-.
003612     05  FILLER                  PIC X(02) VALUE SPACES.
003613     05  WS-ST-DIFF              PIC ZZZZZZZ9.99-.
003614     05  FILLER                  PIC X(03) VALUE SPACES.
003615     05  WS-ST-CUR-FLAG          PIC X(01).
003616     05  FILLER                  PIC X(01) VALUE '>'.
003617     05  WS-ST-SIM-FLAG          PIC X(01).
003618     05  FILLER                  PIC X(13) VALUE SPACES.
003619
003620 01  WS-DONE-MATCH-SWITCH        PIC X(01) VALUE 'N'.
003630     88  IDENTITY-DONE           VALUE 'Y'.
003640     88  IDENTITY-NOT-DONE       VALUE 'N'.
003650
003651 COPY CALCCHN.
003652
003653 COPY CALCSRA.
003654
003660 COPY CALCRUN.
003661
003662*----------------------------------------------------------------
003663* RESULTS POSTED AND OUT OF TOLERANCE PER SENDING AREA THIS RUN.
003664*----------------------------------------------------------------
003665 01  WS-SOURCE-TABLE.
003666     05  WS-SRC-ENTRY OCCURS 200 TIMES.
003667         10  WS-SRC-ID           PIC X(03).
003668         10  WS-SRC-POSTED       PIC 9(07).
003669         10  WS-SRC-OUT-OF-TOL   PIC 9(07).
003670
003680 PROCEDURE DIVISION.
003690
003700******************************************************************
003710* 0000-MAIN-CONTROL - MAINLINE.  PROCESSES EVERY INPUT RECORD
003720* FROM THE RESTART POINT (IF ANY) THROUGH END OF FILE.  A
003725* SIMULATION RUN TAKES ITS OWN PATH AND POSTS NOTHING.
003730******************************************************************
003740 0000-MAIN-CONTROL.
003750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003751     IF SIMULATION-RUN
003752         PERFORM 5000-SIMULATE-RECORDS THRU 5000-EXIT
003753             UNTIL END-OF-INPUT
003754         PERFORM 5900-TERMINATE-SIMULATION THRU 5900-EXIT
003755         STOP RUN
003756     END-IF.
003760     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
003770         UNTIL END-OF-INPUT.
003780     PERFORM 8900-FINISH-LAST-GROUP THRU 8900-EXIT.
003820******************************************************************
003830* 1000-INITIALIZE - OPEN THE FILES, FIND OUT WHERE A PRIOR RUN
003840* LEFT OFF, AND POSITION THE INPUT FILE PAST ANY RECORDS THAT
003850* WERE ALREADY PROCESSED AND LOGGED.  THE SYSIN CARD IS READ
003855* FIRST - A SIMULATION OPENS NONE OF THE POSTING FILES.
003860******************************************************************
003870 1000-INITIALIZE.
003880     OPEN INPUT BATCH-INPUT-FILE.
003920         MOVE 16 TO RETURN-CODE
003930         STOP RUN
003940     END-IF.
003941     PERFORM 1350-GET-CONTROL-CARD THRU 1350-EXIT.
003942     IF SIMULATION-RUN
003943         PERFORM 1700-INITIALIZE-SIMULATION THRU 1700-EXIT
003944         GO TO 1000-EXIT
003945     END-IF.
003946     PERFORM 1800-START-LOG-CHAIN THRU 1800-EXIT.
003950     OPEN EXTEND AUDIT-LOG-FILE.
003960     IF WS-LOG-FILE-STATUS = '35'
003970         OPEN OUTPUT AUDIT-LOG-FILE
004180     STRING WS-CURRENT-DATE WS-CURRENT-TIME
004190         DELIMITED BY SIZE INTO WS-RUN-START-TS.
004200     PERFORM 1300-GET-MISMATCH-LIMIT THRU 1300-EXIT.
004203     PERFORM 1600-OPEN-REGISTRY THRU 1600-EXIT.
004206     PERFORM 1610-FIND-POSTING-DATE THRU 1610-EXIT.
004210     PERFORM 1400-WRITE-EXCP-HEADINGS THRU 1400-EXIT.
004220     PERFORM 1500-LOAD-RATE-MASTER THRU 1500-EXIT.
004230     PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT.
005150* FROM SYSIN.  A MISSING OR UNREADABLE CARD FALLS BACK TO ZERO -
005160* ANY MISMATCH AT ALL THEN ENDS THE RUN WITH CONDITION CODE 8,
005170* WHICH IS THE SAFE SIDE TO FAIL ON.
005175* THE CARD ITSELF IS READ BY 1350-GET-CONTROL-CARD.
005180******************************************************************
005190 1300-GET-MISMATCH-LIMIT.
005200     MOVE WS-CARD-MISMATCH-LIMIT TO WS-MISMATCH-LIMIT-IN.
005210     IF WS-MISMATCH-LIMIT-IN NUMERIC
005220         MOVE WS-MISMATCH-LIMIT-IN TO WS-MISMATCH-LIMIT
005230     ELSE
008810     MOVE CALC-NUMBER2        TO LOG-NUMBER2.
008820     MOVE CALC-RESULT         TO LOG-RESULT.
008830     MOVE CALC-STATUS-CODE    TO LOG-STATUS-CODE.
008831     MOVE SPACES              TO LOG-OVERRIDE-ID.
008832     MOVE AUDIT-LOG-RECORD TO CHN-LOG-RECORD.
008833     SET CHN-NEXT TO TRUE.
008834     CALL 'CALC-LOG-CHAIN' USING LOG-CHAIN-REQUEST.
008835     MOVE CHN-LOG-RECORD TO AUDIT-LOG-RECORD.
008840     WRITE AUDIT-LOG-RECORD.
008850 2300-EXIT.
008860     EXIT.
009080         SET OUT-RECORD-IN-ERROR TO TRUE
009090     END-IF.
009100     WRITE RESULT-OUTPUT-RECORD.
009102     IF CALC-STATUS-OK
009104         PERFORM 2370-COUNT-SOURCE-RESULT THRU 2370-EXIT
009106         PERFORM 2375-REGISTER-POSTING THRU 2375-EXIT
009108     END-IF.
009110 2350-EXIT.
009120     EXIT.
009130
012460     CLOSE AUDIT-LOG-FILE.
012470     CLOSE RESULT-OUTPUT-FILE.
012480     CLOSE EXCEPTION-REPORT-FILE.
012485     CLOSE POSTED-REGISTRY-FILE.
012490     IF FILE-IN-BALANCE
012500         PERFORM 9010-RESET-CHECKPOINT THRU 9010-EXIT
012510     ELSE
012730         WS-RECORDS-UNVERIFIED.
012740     DISPLAY 'CALC-BATCH-RECONCILE - GROUPS BYPASSED: '
012750         WS-GROUPS-BYPASSED.
012751     DISPLAY 'CALC-BATCH-RECONCILE - REGISTERED:      '
012752         WS-RECORDS-REGISTERED.
012753     MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
012754     PERFORM 9400-WRITE-SOURCE-ACTIVITY THRU 9400-EXIT.
012755     MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
012760     PERFORM 9300-WRITE-RUN-RECORD THRU 9300-EXIT.
012770 9000-EXIT.
012780     EXIT.
013430     CALL 'CALC-RUN-LOG' USING RUN-CONTROL-RECORD.
013440 9300-EXIT.
013450     EXIT.
013460
013470******************************************************************
013480* 1350-GET-CONTROL-CARD - READ THE SYSIN CONTROL CARD BEFORE
013490* ANYTHING IS OPENED, SINCE ITS RUN MODE DECIDES WHICH FILES THE
013500* RUN USES (SEE WS-CONTROL-CARD).  A MODE THAT IS NEITHER BLANK
013510* NOR 'S' STOPS THE RUN.  THE MISMATCH LIMIT ON THE SAME CARD IS
013520* CHECKED BY 1300-GET-MISMATCH-LIMIT.
013530******************************************************************
013540 1350-GET-CONTROL-CARD.
013550     MOVE SPACES TO WS-CONTROL-CARD.
013560     ACCEPT WS-CONTROL-CARD.
013570     IF NOT LIVE-RUN AND NOT SIMULATION-RUN
013580         DISPLAY 'CALC-BATCH-RECONCILE - RUN MODE "'
013590             WS-RUN-MODE-IN '" NOT BLANK OR S - NOTHING DONE'
013600         MOVE 16 TO RETURN-CODE
013610         STOP RUN
013620     END-IF.
013630 1350-EXIT.
013640     EXIT.
013650
013660******************************************************************
013670* 1600-OPEN-REGISTRY - OPEN THE POSTED-TRANSACTION REGISTRY THAT
013680* THE FRONT-END EDIT CHECKS FOR TRANSACTIONS ALREADY POSTED ON AN
013690* EARLIER NIGHT.  THE FIRST RUN AFTER THE CLUSTER IS DEFINED
013700* (CALCPTR JOB) FINDS IT EMPTY AND LOADS IT FROM SCRATCH.
013710******************************************************************
013720 1600-OPEN-REGISTRY.
013730     OPEN I-O POSTED-REGISTRY-FILE.
013740     IF WS-PTR-FILE-STATUS = '35'
013750         OPEN OUTPUT POSTED-REGISTRY-FILE
013760         SET REGISTRY-OPEN-OUTPUT TO TRUE
013770     END-IF.
013780     IF WS-PTR-FILE-STATUS NOT = '00'
013790         DISPLAY 'CALC-BATCH-RECONCILE - UNABLE TO OPEN CALCPTR'
013800             ' - FILE STATUS ' WS-PTR-FILE-STATUS
013810         MOVE 16 TO RETURN-CODE
013820         STOP RUN
013830     END-IF.
013840 1600-EXIT.
013850     EXIT.
013860
013870******************************************************************
013880* 1610-FIND-POSTING-DATE - THE DATE THE REGISTRY IS STAMPED WITH
013890* IS THE NIGHT THE INPUT BELONGS TO - THE START DATE OF THE
013900* LATEST FRONT-END EDIT RUN ON THE RUN-CONTROL FILE, WHICH BUILT
013910* THE CLEAN FILE THIS STEP READS.  A RUN THAT CROSSES MIDNIGHT,
013920* OR A RESTART THE NEXT MORNING, STILL DATES ITS POSTINGS WITH
013930* THE NIGHT THE EDIT PASSED THEM, WHICH IS WHAT THE EDIT TELLS
013940* A RERUN FROM A RESEND BY.  WITH NO EDIT RUN ON FILE TODAY'S
013950* DATE IS USED.
013960******************************************************************
013970 1610-FIND-POSTING-DATE.
013980     MOVE WS-CURRENT-DATE TO WS-POSTING-DATE.
013990     SET NOT-END-OF-RUN-FILE TO TRUE.
014000     OPEN INPUT RUN-CONTROL-FILE.
014010     IF WS-RUN-FILE-STATUS = '35'
014020         GO TO 1610-EXIT
014030     END-IF.
014040     IF WS-RUN-FILE-STATUS NOT = '00'
014050         DISPLAY 'CALC-BATCH-RECONCILE - UNABLE TO OPEN CALCRUN'
014060             ' - FILE STATUS ' WS-RUN-FILE-STATUS
014070         MOVE 16 TO RETURN-CODE
014080         STOP RUN
014090     END-IF.
014100     PERFORM 1611-SCAN-FOR-EDIT-RUN THRU 1611-EXIT
014110         UNTIL END-OF-RUN-FILE.
014120     CLOSE RUN-CONTROL-FILE.
014130 1610-EXIT.
014140     EXIT.
014150
014160 1611-SCAN-FOR-EDIT-RUN.
014170     READ RUN-CONTROL-FILE
014180         AT END
014190             SET END-OF-RUN-FILE TO TRUE
014200             GO TO 1611-EXIT
014210     END-READ.
014220     IF RH-PROGRAM-NAME = 'CALC-INPUT-EDIT'
014230        AND RH-START-TIMESTAMP (1:8) NUMERIC
014240         MOVE RH-START-TIMESTAMP (1:8) TO WS-POSTING-DATE
014250     END-IF.
014260 1611-EXIT.
014270     EXIT.
014280
014290******************************************************************
014300* 1700-INITIALIZE-SIMULATION - SET UP A SIMULATION RUN: WORK OUT
014310* THE AS-OF DATE, LOAD THE RATE MASTER AND THE PROPOSED RATES,
014320* OPEN THE IMPACT REPORT AND PRIME THE READ.  NO CHECKPOINT IS
014330* READ - A SIMULATION ALWAYS STARTS AT THE TOP OF THE FILE.  A
014340* RUN WITH NEITHER A PROPOSED RATE NOR AN AS-OF DATE HAS
014350* NOTHING TO SIMULATE AND STOPS.
014360******************************************************************
014370 1700-INITIALIZE-SIMULATION.
014380     DISPLAY 'CALC-BATCH-RECONCILE - SIMULATION RUN - NOTHING '
014390         'WILL BE POSTED'.
014400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
014410     ACCEPT WS-CURRENT-TIME FROM TIME.
014420     IF WS-AS-OF-DATE-IN = SPACES
014430         MOVE WS-CURRENT-DATE TO WS-SIM-AS-OF-DATE
014440     ELSE
014450         IF WS-AS-OF-DATE-IN NOT NUMERIC
014460             DISPLAY 'CALC-BATCH-RECONCILE - AS-OF DATE "'
014470                 WS-AS-OF-DATE-IN '" NOT YYYYMMDD - NOTHING DONE'
014480             MOVE 16 TO RETURN-CODE
014490             STOP RUN
014500         END-IF
014510         MOVE WS-AS-OF-DATE-IN TO WS-SIM-AS-OF-DATE
014520     END-IF.
014530     PERFORM 1500-LOAD-RATE-MASTER THRU 1500-EXIT.
014540     PERFORM 1710-LOAD-PROPOSED-RATES THRU 1710-EXIT.
014550     IF WS-OVR-COUNT = ZERO AND WS-AS-OF-DATE-IN = SPACES
014560         DISPLAY 'CALC-BATCH-RECONCILE - NO PROPOSED RATES ON '
014570             'SIMRATE AND NO AS-OF DATE - NOTHING TO SIMULATE'
014580         MOVE 16 TO RETURN-CODE
014590         STOP RUN
014600     END-IF.
014610     OPEN OUTPUT SIMULATION-REPORT-FILE.
014620     IF WS-SIMRPT-FILE-STATUS NOT = '00'
014630         DISPLAY 'CALC-BATCH-RECONCILE - UNABLE TO OPEN SIMRPT'
014640             ' - FILE STATUS ' WS-SIMRPT-FILE-STATUS
014650         MOVE 16 TO RETURN-CODE
014660         STOP RUN
014670     END-IF.
014680     PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT.
014690 1700-EXIT.
014700     EXIT.
014710
014720******************************************************************
014730* 1710-LOAD-PROPOSED-RATES - LOAD THE SIMRATE CARDS.  A MISSING
014740* DATASET MEANS NO PROPOSED RATES (AN AS-OF-DATE RUN).  A BAD
014750* CARD STOPS THE RUN - A SIMULATION OF THE WRONG RATE IS WORSE
014760* THAN NONE.  A CODE GIVEN TWICE TAKES THE LAST CARD.
014770******************************************************************
014780 1710-LOAD-PROPOSED-RATES.
014790     OPEN INPUT SIM-RATE-FILE.
014800     IF WS-SIMRATE-FILE-STATUS = '35'
014810         GO TO 1710-EXIT
014820     END-IF.
014830     IF WS-SIMRATE-FILE-STATUS NOT = '00'
014840         DISPLAY 'CALC-BATCH-RECONCILE - UNABLE TO OPEN SIMRATE'
014850             ' - FILE STATUS ' WS-SIMRATE-FILE-STATUS
014860         MOVE 16 TO RETURN-CODE
014870         STOP RUN
014880     END-IF.
014890     PERFORM 1711-LOAD-ONE-PROPOSED-RATE THRU 1711-EXIT
014900         UNTIL END-OF-SIMRATE.
014910     CLOSE SIM-RATE-FILE.
014920 1710-EXIT.
014930     EXIT.
014940
014950 1711-LOAD-ONE-PROPOSED-RATE.
014960     READ SIM-RATE-FILE
014970         AT END
014980             SET END-OF-SIMRATE TO TRUE
014990             GO TO 1711-EXIT
015000     END-READ.
015010     IF SIMR-RATE-CODE = SPACES
015020        OR SIMR-RATE-VALUE NOT NUMERIC
015030        OR NOT SIMR-SIGN-VALID
015040         DISPLAY 'CALC-BATCH-RECONCILE - SIMRATE CARD "'
015050             SIM-RATE-CARD '" INVALID - NOTHING DONE'
015060         MOVE 16 TO RETURN-CODE
015070         STOP RUN
015080     END-IF.
015090     MOVE SIMR-RATE-CODE TO WS-SIM-LOOKUP-CODE.
015100     PERFORM 5270-FIND-PROPOSED-RATE THRU 5270-EXIT.
015110     IF WS-OVR-FOUND-SUB = ZERO
015120         IF WS-OVR-COUNT >= WS-OVR-TABLE-MAX
015130             DISPLAY 'CALC-BATCH-RECONCILE - MORE THAN '
015140                 WS-OVR-TABLE-MAX ' PROPOSED RATES - NOTHING DONE'
015150             MOVE 16 TO RETURN-CODE
015160             STOP RUN
015170         END-IF
015180         ADD 1 TO WS-OVR-COUNT
015190         MOVE WS-OVR-COUNT TO WS-OVR-FOUND-SUB
015200         MOVE SIMR-RATE-CODE TO WS-OVR-CODE (WS-OVR-FOUND-SUB)
015210     ELSE
015220         DISPLAY 'CALC-BATCH-RECONCILE - SIMRATE CODE '
015230             SIMR-RATE-CODE ' GIVEN TWICE - LAST CARD USED'
015240     END-IF.
015250     MOVE SIMR-RATE-VALUE TO WS-OVR-VALUE (WS-OVR-FOUND-SUB).
015260     IF SIMR-SIGN-NEGATIVE
015270         COMPUTE WS-OVR-VALUE (WS-OVR-FOUND-SUB) =
015280             ZERO - WS-OVR-VALUE (WS-OVR-FOUND-SUB)
015290     END-IF.
015300 1711-EXIT.
015310     EXIT.
015320
015330******************************************************************
015340* 1800-START-LOG-CHAIN - PICK UP THE AUDIT LOG'S LAST SEQUENCE
015350* NUMBER AND CHAIN VALUE BEFORE ANYTHING IS POSTED.
015360******************************************************************
015370 1800-START-LOG-CHAIN.
015380     SET CHN-START TO TRUE.
015390     CALL 'CALC-LOG-CHAIN' USING LOG-CHAIN-REQUEST.
015400     IF NOT CHN-OK
015410         DISPLAY 'CALC-BATCH-RECONCILE - AUDIT LOG SEQUENCE NOT'
015420             ' FOUND - STATUS ' CHN-STATUS ' - NOTHING POSTED'
015430         MOVE 16 TO RETURN-CODE
015440         STOP RUN
015450     END-IF.
015460 1800-EXIT.
015470     EXIT.
015480
015490******************************************************************
015500* 2370-COUNT-SOURCE-RESULT - COUNT THE GOOD RESULT JUST POSTED
015510* AGAINST ITS SENDING AREA, AND AS OUT OF TOLERANCE WHEN IT
015520* FAILED THE EXPECTED-RESULT CHECK.  THE COUNTS ONLY FEED THE
015530* MONTHLY SCORECARD, SO A FULL TABLE IS REPORTED AND THE SOURCE
015540* LEFT UNCOUNTED RATHER THAN STOPPING THE POSTING.
015550******************************************************************
015560 2370-COUNT-SOURCE-RESULT.
015570     MOVE ZERO TO WS-SRC-FOUND-SUB.
015580     MOVE 1 TO WS-SRC-SUB.
015590     PERFORM 2371-MATCH-ONE-SOURCE THRU 2371-EXIT
015600         UNTIL WS-SRC-SUB > WS-SRC-USED
015610            OR WS-SRC-FOUND-SUB > ZERO.
015620     IF WS-SRC-FOUND-SUB = ZERO
015630         IF WS-SRC-USED >= WS-SRC-TABLE-MAX
015640             DISPLAY 'CALC-BATCH-RECONCILE - MORE THAN '
015650                 WS-SRC-TABLE-MAX ' SOURCES - SOURCE '
015660                 WS-CURRENT-SOURCE-ID
015670                 ' NOT COUNTED FOR THE SCORECARD'
015680             GO TO 2370-EXIT
015690         END-IF
015700         ADD 1 TO WS-SRC-USED
015710         MOVE WS-CURRENT-SOURCE-ID TO WS-SRC-ID (WS-SRC-USED)
015720         MOVE ZERO TO WS-SRC-POSTED (WS-SRC-USED)
015730         MOVE ZERO TO WS-SRC-OUT-OF-TOL (WS-SRC-USED)
015740         MOVE WS-SRC-USED TO WS-SRC-FOUND-SUB
015750     END-IF.
015760     ADD 1 TO WS-SRC-POSTED (WS-SRC-FOUND-SUB).
015770     IF OUT-VERIFY-OUT-OF-TOL
015780         ADD 1 TO WS-SRC-OUT-OF-TOL (WS-SRC-FOUND-SUB)
015790     END-IF.
015800 2370-EXIT.
015810     EXIT.
015820
015830 2371-MATCH-ONE-SOURCE.
015840     IF WS-SRC-ID (WS-SRC-SUB) = WS-CURRENT-SOURCE-ID
015850         MOVE WS-SRC-SUB TO WS-SRC-FOUND-SUB
015860     END-IF.
015870     ADD 1 TO WS-SRC-SUB.
015880 2371-EXIT.
015890     EXIT.
015900
015910******************************************************************
015920* 2375-REGISTER-POSTING - RECORD A GOOD POSTING ON THE POSTED-
015930* TRANSACTION REGISTRY UNDER ITS SOURCE-ID AND TRANSACTION ID,
015940* WITH THE FILE DATE IT CAME IN ON AND THE NIGHT'S POSTING DATE
015950* (SEE 1610).  A KEY ALREADY THERE (A RECYCLED ITEM, OR A STEP
015960* RE-POSTED AFTER A CHECKPOINT RESTART) IS REWRITTEN WITH THE
015970* LATEST POSTING.
015980******************************************************************
015990 2375-REGISTER-POSTING.
016000     MOVE SPACES               TO POSTED-TRANSACTION-RECORD.
016010     MOVE WS-CURRENT-SOURCE-ID TO PTR-SOURCE-ID.
016020     MOVE CALC-TRANSACTION-ID  TO PTR-TRANSACTION-ID.
016030     MOVE WS-CURRENT-FILE-DATE TO PTR-FILE-DATE.
016040     MOVE WS-POSTING-DATE      TO PTR-POSTED-DATE.
016050     WRITE POSTED-TRANSACTION-RECORD.
016060     IF WS-PTR-FILE-STATUS = '22'
016070         IF REGISTRY-OPEN-OUTPUT
016080             GO TO 2375-EXIT
016090         END-IF
016100         REWRITE POSTED-TRANSACTION-RECORD
016110     END-IF.
016120     IF WS-PTR-FILE-STATUS NOT = '00'
016130         DISPLAY 'CALC-BATCH-RECONCILE - UNABLE TO REGISTER '
016140             PTR-SOURCE-ID ' ' PTR-TRANSACTION-ID
016150             ' ON CALCPTR - FILE STATUS ' WS-PTR-FILE-STATUS
016160         MOVE 16 TO RETURN-CODE
016170         STOP RUN
016180     END-IF.
016190     ADD 1 TO WS-RECORDS-REGISTERED.
016200 2375-EXIT.
016210     EXIT.
016220
016230******************************************************************
016240* 5000-SIMULATE-RECORDS - SIMULATION COUNTERPART OF 2000 - RUN
016250* ONE CALCULATION CHAIN BOTH WAYS, CURRENT AND SIMULATED, AND
016260* COMPARE EACH STEP.  HEADERS AND TRAILERS ONLY TRACK THE
016270* SOURCE-ID - THE FILE WAS BALANCED WHEN IT WAS POSTED, AND A
016280* GROUP ALREADY POSTED IS EXACTLY WHAT A SIMULATION RERUNS, SO
016290* THE DOUBLE-POST GUARD IS NOT CONSULTED.
016300******************************************************************
016310 5000-SIMULATE-RECORDS.
016320     IF BATCH-TYPE-HEADER
016330         MOVE HDR-SOURCE-ID TO WS-CURRENT-SOURCE-ID
016340         PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT
016350         GO TO 5000-EXIT
016360     END-IF.
016370     IF BATCH-TYPE-TRAILER
016380         MOVE SPACES TO WS-CURRENT-SOURCE-ID
016390         PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT
016400         GO TO 5000-EXIT
016410     END-IF.
016420     IF BATCH-TYPE-CONTINUATION
016430         DISPLAY 'CALC-BATCH-RECONCILE - ORPHAN CONTINUATION '
016440             'FOR TRANSACTION ' BATCH-TRANSACTION-ID
016450             ' - BYPASSED'
016460         PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT
016470         GO TO 5000-EXIT
016480     END-IF.
016490     MOVE SPACES TO WS-SIM-CHAIN-CODE.
016500     PERFORM 2200-BUILD-CALCULATION THRU 2200-EXIT.
016510     MOVE CALC-CALCULATION-RECORD TO WS-SIM-CALC.
016520     PERFORM 5100-RUN-CURRENT-STEP THRU 5100-EXIT.
016530     MOVE WS-SIM-CALC TO CALC-CALCULATION-RECORD.
016540     PERFORM 5200-RUN-SIMULATED-STEP THRU 5200-EXIT.
016550     PERFORM 5300-COMPARE-STEP THRU 5300-EXIT.
016560     PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT.
016570     PERFORM 5050-SIMULATE-CONTINUATION THRU 5050-EXIT
016580         UNTIL END-OF-INPUT
016590            OR NOT BATCH-TYPE-CONTINUATION
016600            OR BATCH-TRANSACTION-ID NOT = CALC-TRANSACTION-ID.
016610 5000-EXIT.
016620     EXIT.
016630
016640******************************************************************
016650* 5050-SIMULATE-CONTINUATION - RUN ONE CONTINUATION STEP ON EACH
016660* SIDE, FEEDING EACH SIDE ITS OWN PREVIOUS RESULT.  A SIDE WHOSE
016670* CHAIN HAS ALREADY FAILED IS BYPASSED WITH A ZERO RESULT, THE
016680* SAME AS A LIVE RUN BYPASSES IT.
016690******************************************************************
016700 5050-SIMULATE-CONTINUATION.
016710     MOVE WS-CUR-CALC TO CALC-CALCULATION-RECORD.
016720     IF CALC-STATUS-OK
016730         PERFORM 5060-FEED-NEXT-STEP THRU 5060-EXIT
016740         PERFORM 5100-RUN-CURRENT-STEP THRU 5100-EXIT
016750     ELSE
016760         MOVE ZERO TO WS-CUR-RESULT
016770         MOVE 'U' TO WS-CUR-FLAG
016780     END-IF.
016790     MOVE WS-SIM-CALC TO CALC-CALCULATION-RECORD.
016800     IF CALC-STATUS-OK
016810         PERFORM 5060-FEED-NEXT-STEP THRU 5060-EXIT
016820         PERFORM 5200-RUN-SIMULATED-STEP THRU 5200-EXIT
016830     ELSE
016840         MOVE ZERO TO WS-SIM-RESULT
016850         MOVE 'U' TO WS-SIM-FLAG
016860     END-IF.
016870     PERFORM 5300-COMPARE-STEP THRU 5300-EXIT.
016880     PERFORM 2100-READ-INPUT-RECORD THRU 2100-EXIT.
016890 5050-EXIT.
016900     EXIT.
016910
016920 5060-FEED-NEXT-STEP.
016930     MOVE CALC-RESULT       TO CALC-NUMBER1.
016940     MOVE BATCH-MATH-SYMBOL TO CALC-MATH-SYMBOL.
016950     MOVE BATCH-NUMBER2     TO CALC-NUMBER2.
016960 5060-EXIT.
016970     EXIT.
016980
016990******************************************************************
017000* 5100-RUN-CURRENT-STEP - CALCULATE THE STEP WITH THE RATE A LIVE
017010* RUN WOULD APPLY TONIGHT, THROUGH THE SAME RESOLUTION THE
017020* POSTING PATH USES, AND KEEP THE RESULT ON THE CURRENT SIDE.
017030******************************************************************
017040 5100-RUN-CURRENT-STEP.
017050     PERFORM 2250-RESOLVE-RATE THRU 2250-EXIT.
017060     IF RATE-RESOLVED
017070         CALL 'CALC-ENGINE' USING CALC-CALCULATION-RECORD
017080     ELSE
017090         MOVE ZERO TO CALC-RESULT
017100         SET CALC-STATUS-INVALID-OP TO TRUE
017110     END-IF.
017120     PERFORM 5400-CLASSIFY-RESULT THRU 5400-EXIT.
017130     MOVE WS-VERIFY-FLAG TO WS-CUR-FLAG.
017140     MOVE CALC-CALCULATION-RECORD TO WS-CUR-CALC.
017150 5100-EXIT.
017160     EXIT.
017170
017180******************************************************************
017190* 5200-RUN-SIMULATED-STEP - CALCULATE THE STEP WITH THE PROPOSED
017200* OR AS-OF-DATE RATE AND KEEP THE RESULT ON THE SIMULATED SIDE.
017210******************************************************************
017220 5200-RUN-SIMULATED-STEP.
017230     PERFORM 5250-RESOLVE-SIMULATED-RATE THRU 5250-EXIT.
017240     IF RATE-RESOLVED
017250         CALL 'CALC-ENGINE' USING CALC-CALCULATION-RECORD
017260     ELSE
017270         MOVE ZERO TO CALC-RESULT
017280         SET CALC-STATUS-INVALID-OP TO TRUE
017290     END-IF.
017300     PERFORM 5400-CLASSIFY-RESULT THRU 5400-EXIT.
017310     MOVE WS-VERIFY-FLAG TO WS-SIM-FLAG.
017320     MOVE CALC-CALCULATION-RECORD TO WS-SIM-CALC.
017330 5200-EXIT.
017340     EXIT.
017350
017360******************************************************************
017370* 5250-RESOLVE-SIMULATED-RATE - A PROPOSED RATE FOR THE CARD'S
017380* CODE WINS OUTRIGHT; OTHERWISE THE MASTER VALUE WITH THE LATEST
017390* EFFECTIVE-FROM DATE NOT PAST THE AS-OF DATE.  A CODE WITH NO
017400* USABLE VALUE FAILS THE SIMULATED STEP THE WAY 2250 FAILS A
017410* LIVE ONE.
017420******************************************************************
017430 5250-RESOLVE-SIMULATED-RATE.
017440     SET RATE-RESOLVED TO TRUE.
017450     IF BATCH-RATE-CODE = SPACES
017460         GO TO 5250-EXIT
017470     END-IF.
017480     MOVE BATCH-RATE-CODE TO WS-SIM-LOOKUP-CODE.
017490     PERFORM 5270-FIND-PROPOSED-RATE THRU 5270-EXIT.
017500     IF WS-OVR-FOUND-SUB > ZERO
017510         MOVE WS-OVR-VALUE (WS-OVR-FOUND-SUB) TO CALC-NUMBER2
017520         GO TO 5250-EXIT
017530     END-IF.
017540     MOVE WS-SIM-AS-OF-DATE TO WS-SIM-LOOKUP-DATE.
017550     PERFORM 5260-FIND-MASTER-RATE THRU 5260-EXIT.
017560     IF WS-RTE-BEST-SUB = ZERO
017570         SET RATE-NOT-RESOLVED TO TRUE
017580         DISPLAY 'CALC-BATCH-RECONCILE - SIMULATION - RATE CODE '
017590             BATCH-RATE-CODE ' HAS NO VALUE EFFECTIVE '
017600             WS-SIM-AS-OF-DATE ' - TRANSACTION '
017610             CALC-TRANSACTION-ID
017620         GO TO 5250-EXIT
017630     END-IF.
017640     IF WS-RTE-VALUE (WS-RTE-BEST-SUB) NOT NUMERIC
017650         SET RATE-NOT-RESOLVED TO TRUE
017660         DISPLAY 'CALC-BATCH-RECONCILE - SIMULATION - RATE CODE '
017670             BATCH-RATE-CODE ' VALUE NOT NUMERIC ON THE RATE '
017680             'MASTER - TRANSACTION ' CALC-TRANSACTION-ID
017690         GO TO 5250-EXIT
017700     END-IF.
017710     MOVE WS-RTE-VALUE (WS-RTE-BEST-SUB) TO CALC-NUMBER2.
017720 5250-EXIT.
017730     EXIT.
017740
017750******************************************************************
017760* 5260-FIND-MASTER-RATE - LATEST EFFECTIVE-FROM DATE NOT PAST
017770* WS-SIM-LOOKUP-DATE FOR WS-SIM-LOOKUP-CODE.  WS-RTE-BEST-SUB
017780* COMES BACK ZERO WHEN THE CODE HAS NO VALUE THAT EARLY.
017790******************************************************************
017800 5260-FIND-MASTER-RATE.
017810     MOVE ZERO TO WS-RTE-BEST-SUB.
017820     MOVE 1 TO WS-RTE-SUB.
017830     PERFORM 5261-CHECK-ONE-MASTER-RATE THRU 5261-EXIT
017840         UNTIL WS-RTE-SUB > WS-RTE-COUNT.
017850 5260-EXIT.
017860     EXIT.
017870
017880 5261-CHECK-ONE-MASTER-RATE.
017890     IF WS-RTE-CODE (WS-RTE-SUB) = WS-SIM-LOOKUP-CODE
017900        AND WS-RTE-EFF-DATE (WS-RTE-SUB) NOT > WS-SIM-LOOKUP-DATE
017910         IF WS-RTE-BEST-SUB = ZERO
017920            OR WS-RTE-EFF-DATE (WS-RTE-SUB)
017930               > WS-RTE-EFF-DATE (WS-RTE-BEST-SUB)
017940             MOVE WS-RTE-SUB TO WS-RTE-BEST-SUB
017950         END-IF
017960     END-IF.
017970     ADD 1 TO WS-RTE-SUB.
017980 5261-EXIT.
017990     EXIT.
018000
018010******************************************************************
018020* 5270-FIND-PROPOSED-RATE - LOOK WS-SIM-LOOKUP-CODE UP AMONG THE
018030* PROPOSED RATES.  WS-OVR-FOUND-SUB COMES BACK ZERO WHEN THERE
018040* IS NO PROPOSAL FOR THE CODE.
018050******************************************************************
018060 5270-FIND-PROPOSED-RATE.
018070     MOVE ZERO TO WS-OVR-FOUND-SUB.
018080     MOVE 1 TO WS-OVR-SUB.
018090     PERFORM 5271-MATCH-ONE-PROPOSED-RATE THRU 5271-EXIT
018100         UNTIL WS-OVR-SUB > WS-OVR-COUNT
018110            OR WS-OVR-FOUND-SUB > ZERO.
018120 5270-EXIT.
018130     EXIT.
018140
018150 5271-MATCH-ONE-PROPOSED-RATE.
018160     IF WS-OVR-CODE (WS-OVR-SUB) = WS-SIM-LOOKUP-CODE
018170         MOVE WS-OVR-SUB TO WS-OVR-FOUND-SUB
018180     END-IF.
018190     ADD 1 TO WS-OVR-SUB.
018200 5271-EXIT.
018210     EXIT.
018220
018230******************************************************************
018240* 5300-COMPARE-STEP - TABULATE ONE STEP UNDER ITS RATE CODE AND
018250* SOURCE.  A STEP WHOSE CHAIN HAS NAMED NO RATE CODE YET CANNOT
018260* COME OUT DIFFERENTLY AND IS ONLY COUNTED.  A STEP IS CHANGED
018270* WHEN ITS RESULT OR ITS STATUS DIFFERS BETWEEN THE TWO SIDES;
018280* ONLY A CHANGED STEP CAN FLIP BETWEEN MATCHED AND OUT OF
018290* TOLERANCE OR RANK AMONG THE LARGEST DIFFERENCES.
018300******************************************************************
018310 5300-COMPARE-STEP.
018320     ADD 1 TO WS-SIM-STEPS.
018330     IF BATCH-RATE-CODE NOT = SPACES
018340         MOVE BATCH-RATE-CODE TO WS-SIM-CHAIN-CODE
018350     END-IF.
018360     IF WS-SIM-CHAIN-CODE = SPACES
018370         GO TO 5300-EXIT
018380     END-IF.
018390     ADD 1 TO WS-SIM-STEPS-RATED.
018400     ADD WS-CUR-RESULT TO WS-CUR-GRAND-TOTAL.
018410     ADD WS-SIM-RESULT TO WS-SIM-GRAND-TOTAL.
018420     PERFORM 5310-FIND-IMPACT-ENTRY THRU 5310-EXIT.
018430     IF WS-IMP-FOUND-SUB > ZERO
018440         ADD 1 TO WS-IMP-CARDS (WS-IMP-FOUND-SUB)
018450         ADD WS-CUR-RESULT TO WS-IMP-CUR-TOTAL (WS-IMP-FOUND-SUB)
018460         ADD WS-SIM-RESULT TO WS-IMP-SIM-TOTAL (WS-IMP-FOUND-SUB)
018470     END-IF.
018480     IF WS-CUR-RESULT = WS-SIM-RESULT
018490        AND WS-CUR-STATUS = WS-SIM-STATUS
018500         GO TO 5300-EXIT
018510     END-IF.
018520     ADD 1 TO WS-SIM-STEPS-CHANGED.
018530     IF WS-IMP-FOUND-SUB > ZERO
018540         ADD 1 TO WS-IMP-CHANGED (WS-IMP-FOUND-SUB)
018550     END-IF.
018560     IF WS-CUR-FLAG = 'M' AND WS-SIM-FLAG = 'T'
018570         ADD 1 TO WS-SIM-TO-TOLERANCE
018580         IF WS-IMP-FOUND-SUB > ZERO
018590             ADD 1 TO WS-IMP-TO-TOL (WS-IMP-FOUND-SUB)
018600         END-IF
018610     END-IF.
018620     IF WS-CUR-FLAG = 'T' AND WS-SIM-FLAG = 'M'
018630         ADD 1 TO WS-SIM-TO-MATCHED
018640         IF WS-IMP-FOUND-SUB > ZERO
018650             ADD 1 TO WS-IMP-TO-MATCH (WS-IMP-FOUND-SUB)
018660         END-IF
018670     END-IF.
018680     COMPUTE WS-SIM-DIFFERENCE = WS-SIM-RESULT - WS-CUR-RESULT.
018690     PERFORM 5500-RANK-DIFFERENCE THRU 5500-EXIT.
018700 5300-EXIT.
018710     EXIT.
018720
018730******************************************************************
018740* 5310-FIND-IMPACT-ENTRY - FIND THE ENTRY FOR THE STEP'S RATE
018750* CODE AND SOURCE, OR OPEN ONE IN ITS PLACE IN CODE/SOURCE
018760* ORDER.  THE TABLE ONLY FEEDS THE REPORT, SO A FULL TABLE IS
018770* REPORTED AND THE PAIR LEFT OUT OF THE BREAKDOWN - IT STILL
018780* COUNTS IN THE RUN TOTALS.
018790******************************************************************
018800 5310-FIND-IMPACT-ENTRY.
018810     MOVE WS-SIM-CHAIN-CODE    TO WS-IMP-NEW-CODE.
018820     MOVE WS-CURRENT-SOURCE-ID TO WS-IMP-NEW-SOURCE.
018830     MOVE ZERO TO WS-IMP-FOUND-SUB.
018840     MOVE 1 TO WS-IMP-SUB.
018850     SET IMP-SEARCHING TO TRUE.
018860     PERFORM 5311-CHECK-ONE-IMPACT THRU 5311-EXIT
018870         UNTIL WS-IMP-SUB > WS-IMP-USED
018880            OR IMP-SEARCH-DONE.
018890     IF WS-IMP-FOUND-SUB > ZERO
018900         GO TO 5310-EXIT
018910     END-IF.
018920     IF WS-IMP-USED >= WS-IMP-TABLE-MAX
018930         DISPLAY 'CALC-BATCH-RECONCILE - MORE THAN '
018940             WS-IMP-TABLE-MAX ' RATE CODE/SOURCE PAIRS - '
018950             WS-IMP-NEW-CODE ' ' WS-IMP-NEW-SOURCE
018960             ' NOT BROKEN OUT'
018970         GO TO 5310-EXIT
018980     END-IF.
018990     MOVE WS-IMP-USED TO WS-IMP-MOVE-SUB.
019000     PERFORM 5312-SHIFT-ONE-IMPACT THRU 5312-EXIT
019010         UNTIL WS-IMP-MOVE-SUB < WS-IMP-SUB.
019020     ADD 1 TO WS-IMP-USED.
019030     MOVE WS-IMP-NEW-KEY TO WS-IMP-KEY (WS-IMP-SUB).
019040     MOVE ZERO TO WS-IMP-CARDS (WS-IMP-SUB).
019050     MOVE ZERO TO WS-IMP-CHANGED (WS-IMP-SUB).
019060     MOVE ZERO TO WS-IMP-CUR-TOTAL (WS-IMP-SUB).
019070     MOVE ZERO TO WS-IMP-SIM-TOTAL (WS-IMP-SUB).
019080     MOVE ZERO TO WS-IMP-TO-TOL (WS-IMP-SUB).
019090     MOVE ZERO TO WS-IMP-TO-MATCH (WS-IMP-SUB).
019100     MOVE WS-IMP-SUB TO WS-IMP-FOUND-SUB.
019110 5310-EXIT.
019120     EXIT.
019130
019140******************************************************************
019150* 5311-CHECK-ONE-IMPACT - STOP AT THE PAIR ITSELF OR AT THE
019160* FIRST PAIR THAT SORTS AFTER IT, WHICH IS WHERE IT GOES.
019170******************************************************************
019180 5311-CHECK-ONE-IMPACT.
019190     IF WS-IMP-KEY (WS-IMP-SUB) = WS-IMP-NEW-KEY
019200         MOVE WS-IMP-SUB TO WS-IMP-FOUND-SUB
019210         SET IMP-SEARCH-DONE TO TRUE
019220         GO TO 5311-EXIT
019230     END-IF.
019240     IF WS-IMP-KEY (WS-IMP-SUB) > WS-IMP-NEW-KEY
019250         SET IMP-SEARCH-DONE TO TRUE
019260         GO TO 5311-EXIT
019270     END-IF.
019280     ADD 1 TO WS-IMP-SUB.
019290 5311-EXIT.
019300     EXIT.
019310
019320 5312-SHIFT-ONE-IMPACT.
019330     MOVE WS-IMP-ENTRY (WS-IMP-MOVE-SUB)
019340         TO WS-IMP-ENTRY (WS-IMP-MOVE-SUB + 1).
019350     SUBTRACT 1 FROM WS-IMP-MOVE-SUB.
019360 5312-EXIT.
019370     EXIT.
019380
019390******************************************************************
019400* 5400-CLASSIFY-RESULT - THE SAME MATCHED / OUT-OF-TOLERANCE /
019410* UNVERIFIED TEST AS 2380-VERIFY-EXPECTED, WITHOUT THE COUNTS OR
019420* THE EXCEPTION LINE - THE FLAG COMES BACK IN WS-VERIFY-FLAG.
019430******************************************************************
019440 5400-CLASSIFY-RESULT.
019450     IF BATCH-EXPECTED-RESULT NOT NUMERIC
019460        OR NOT CALC-STATUS-OK
019470         MOVE 'U' TO WS-VERIFY-FLAG
019480         GO TO 5400-EXIT
019490     END-IF.
019500     IF BATCH-TOLERANCE NUMERIC
019510         MOVE BATCH-TOLERANCE TO WS-TOLERANCE-WORK
019520     ELSE
019530         MOVE ZERO TO WS-TOLERANCE-WORK
019540     END-IF.
019550     COMPUTE WS-DIFFERENCE =
019560         CALC-RESULT - BATCH-EXPECTED-RESULT.
019570     IF WS-DIFFERENCE < ZERO
019580         COMPUTE WS-DIFFERENCE = ZERO - WS-DIFFERENCE
019590     END-IF.
019600     IF WS-DIFFERENCE NOT > WS-TOLERANCE-WORK
019610         MOVE 'M' TO WS-VERIFY-FLAG
019620     ELSE
019630         MOVE 'T' TO WS-VERIFY-FLAG
019640     END-IF.
019650 5400-EXIT.
019660     EXIT.
019670
019680******************************************************************
019690* 5500-RANK-DIFFERENCE - KEEP THE STEP IF ITS DIFFERENCE IS AMONG
019700* THE WS-TOP-MAX LARGEST SO FAR, BIGGEST FIRST.  A NEW ENTRY
019710* GOES IN AT THE BOTTOM (DISPLACING THE SMALLEST ONCE THE TABLE
019720* IS FULL) AND MOVES UP PAST EVERY SMALLER ONE.  ON A TIE THE
019730* EARLIER STEP KEEPS ITS PLACE.
019740******************************************************************
019750 5500-RANK-DIFFERENCE.
019760     IF WS-SIM-DIFFERENCE < ZERO
019770         COMPUTE WS-SIM-ABS-DIFFERENCE = ZERO - WS-SIM-DIFFERENCE
019780     ELSE
019790         MOVE WS-SIM-DIFFERENCE TO WS-SIM-ABS-DIFFERENCE
019800     END-IF.
019810     IF WS-TOP-USED < WS-TOP-MAX
019820         ADD 1 TO WS-TOP-USED
019830         MOVE WS-TOP-USED TO WS-TOP-SUB
019840     ELSE
019850         IF WS-SIM-ABS-DIFFERENCE NOT > WS-TOP-ABS (WS-TOP-MAX)
019860             GO TO 5500-EXIT
019870         END-IF
019880         MOVE WS-TOP-MAX TO WS-TOP-SUB
019890     END-IF.
019900     MOVE CALC-TRANSACTION-ID   TO WS-TOP-ID (WS-TOP-SUB).
019910     MOVE WS-CURRENT-SOURCE-ID  TO WS-TOP-SOURCE (WS-TOP-SUB).
019920     MOVE WS-SIM-CHAIN-CODE     TO WS-TOP-CODE (WS-TOP-SUB).
019930     MOVE WS-CUR-RESULT         TO WS-TOP-CUR (WS-TOP-SUB).
019940     MOVE WS-SIM-RESULT         TO WS-TOP-SIM (WS-TOP-SUB).
019950     MOVE WS-SIM-DIFFERENCE     TO WS-TOP-DIFF (WS-TOP-SUB).
019960     MOVE WS-SIM-ABS-DIFFERENCE TO WS-TOP-ABS (WS-TOP-SUB).
019970     MOVE WS-CUR-FLAG           TO WS-TOP-CUR-FLAG (WS-TOP-SUB).
019980     MOVE WS-SIM-FLAG           TO WS-TOP-SIM-FLAG (WS-TOP-SUB).
019990     SET RANK-MOVING TO TRUE.
020000     PERFORM 5510-MOVE-UP-ONE THRU 5510-EXIT
020010         UNTIL RANK-DONE.
020020 5500-EXIT.
020030     EXIT.
020040
020050 5510-MOVE-UP-ONE.
020060     IF WS-TOP-SUB = 1
020070         SET RANK-DONE TO TRUE
020080         GO TO 5510-EXIT
020090     END-IF.
020100     COMPUTE WS-TOP-PREV = WS-TOP-SUB - 1.
020110     IF WS-TOP-ABS (WS-TOP-PREV) NOT < WS-TOP-ABS (WS-TOP-SUB)
020120         SET RANK-DONE TO TRUE
020130         GO TO 5510-EXIT
020140     END-IF.
020150     MOVE WS-TOP-ENTRY (WS-TOP-PREV) TO WS-TOP-HOLD.
020160     MOVE WS-TOP-ENTRY (WS-TOP-SUB) TO WS-TOP-ENTRY (WS-TOP-PREV).
020170     MOVE WS-TOP-HOLD TO WS-TOP-ENTRY (WS-TOP-SUB).
020180     MOVE WS-TOP-PREV TO WS-TOP-SUB.
020190 5510-EXIT.
020200     EXIT.
020210
020220******************************************************************
020230* 5800-PRINT-RATE-BASIS - TITLE THE IMPACT REPORT AND STATE THE
020240* RATES EACH SIDE USED, LISTING EVERY PROPOSED RATE AGAINST THE
020250* VALUE IN FORCE TODAY.
020260******************************************************************
020270 5800-PRINT-RATE-BASIS.
020280     MOVE SPACES TO SIMULATION-LINE.
020290     STRING 'RATE SIMULATION IMPACT REPORT - '
020300         WS-CURRENT-DATE DELIMITED BY SIZE INTO SIMULATION-LINE.
020310     WRITE SIMULATION-LINE.
020320     MOVE SPACES TO SIMULATION-LINE.
020330     WRITE SIMULATION-LINE.
020340     STRING 'CURRENT RESULTS   - MASTER RATES EFFECTIVE '
020350         WS-CURRENT-DATE ' (RUN DATE)'
020360         DELIMITED BY SIZE INTO SIMULATION-LINE.
020370     WRITE SIMULATION-LINE.
020380     MOVE SPACES TO SIMULATION-LINE.
020390     STRING 'SIMULATED RESULTS - MASTER RATES EFFECTIVE '
020400         WS-SIM-AS-OF-DATE
020410         DELIMITED BY SIZE INTO SIMULATION-LINE.
020420     WRITE SIMULATION-LINE.
020430     IF WS-OVR-COUNT = ZERO
020440         MOVE '                    NO PROPOSED RATES'
020450             TO SIMULATION-LINE
020460         WRITE SIMULATION-LINE
020470         GO TO 5800-EXIT
020480     END-IF.
020490     MOVE '                    EXCEPT THESE PROPOSED RATES:'
020500         TO SIMULATION-LINE.
020510     WRITE SIMULATION-LINE.
020520     MOVE 1 TO WS-OVR-SUB.
020530     PERFORM 5801-PRINT-ONE-PROPOSED-RATE THRU 5801-EXIT
020540         UNTIL WS-OVR-SUB > WS-OVR-COUNT.
020550 5800-EXIT.
020560     EXIT.
020570
020580 5801-PRINT-ONE-PROPOSED-RATE.
020590     MOVE WS-OVR-CODE (WS-OVR-SUB) TO WS-SO-CODE.
020600     MOVE WS-OVR-CODE (WS-OVR-SUB) TO WS-SIM-LOOKUP-CODE.
020610     MOVE WS-CURRENT-DATE TO WS-SIM-LOOKUP-DATE.
020620     PERFORM 5260-FIND-MASTER-RATE THRU 5260-EXIT.
020630     IF WS-RTE-BEST-SUB = ZERO
020640         MOVE '       NONE' TO WS-SO-CURRENT-X
020650     ELSE
020660         IF WS-RTE-VALUE (WS-RTE-BEST-SUB) NOT NUMERIC
020670             MOVE '    INVALID' TO WS-SO-CURRENT-X
020680         ELSE
020690             MOVE WS-RTE-VALUE (WS-RTE-BEST-SUB) TO WS-SO-CURRENT
020700         END-IF
020710     END-IF.
020720     MOVE WS-OVR-VALUE (WS-OVR-SUB) TO WS-SO-PROPOSED.
020730     MOVE WS-SIM-OVR-LINE TO SIMULATION-LINE.
020740     WRITE SIMULATION-LINE.
020750     ADD 1 TO WS-OVR-SUB.
020760 5801-EXIT.
020770     EXIT.
020780
020790******************************************************************
020800* 5810-PRINT-IMPACT - ONE LINE PER RATE CODE AND SOURCE: STEPS
020810* UNDER THE CODE, STEPS CHANGED, THE CURRENT AND SIMULATED
020820* RESULT TOTALS, AND THE FLIPS FROM MATCHED TO OUT OF TOLERANCE
020830* (M>T) AND BACK (T>M).  THE LAST LINE IS THE WHOLE RUN.
020840******************************************************************
020850 5810-PRINT-IMPACT.
020860     MOVE SPACES TO SIMULATION-LINE.
020870     WRITE SIMULATION-LINE.
020880     MOVE 'IMPACT BY RATE CODE AND SOURCE' TO SIMULATION-LINE.
020890     WRITE SIMULATION-LINE.
020900     MOVE SPACES TO SIMULATION-LINE.
020910     WRITE SIMULATION-LINE.
020920     IF WS-SIM-STEPS-RATED = ZERO
020930         MOVE 'NO STEPS NAME A RATE CODE' TO SIMULATION-LINE
020940         WRITE SIMULATION-LINE
020950         GO TO 5810-EXIT
020960     END-IF.
020970     MOVE WS-SIM-IMPACT-HEADING TO SIMULATION-LINE.
020980     WRITE SIMULATION-LINE.
020990     MOVE ALL '-' TO SIMULATION-LINE.
021000     WRITE SIMULATION-LINE.
021010     MOVE 1 TO WS-IMP-SUB.
021020     PERFORM 5811-PRINT-ONE-IMPACT THRU 5811-EXIT
021030         UNTIL WS-IMP-SUB > WS-IMP-USED.
021040     MOVE ALL '-' TO SIMULATION-LINE.
021050     WRITE SIMULATION-LINE.
021060     MOVE 'ALL '                TO WS-SD-CODE.
021070     MOVE SPACES                TO WS-SD-SOURCE.
021080     MOVE WS-SIM-STEPS-RATED    TO WS-SD-CARDS.
021090     MOVE WS-SIM-STEPS-CHANGED  TO WS-SD-CHANGED.
021100     MOVE WS-CUR-GRAND-TOTAL    TO WS-SD-CUR-TOTAL.
021110     MOVE WS-SIM-GRAND-TOTAL    TO WS-SD-SIM-TOTAL.
021120     MOVE WS-SIM-TO-TOLERANCE   TO WS-SD-TO-TOL.
021130     MOVE WS-SIM-TO-MATCHED     TO WS-SD-TO-MATCH.
021140     MOVE WS-SIM-DETAIL-LINE TO SIMULATION-LINE.
021150     WRITE SIMULATION-LINE.
021160 5810-EXIT.
021170     EXIT.
021180
021190 5811-PRINT-ONE-IMPACT.
021200     MOVE WS-IMP-CODE (WS-IMP-SUB)      TO WS-SD-CODE.
021210     MOVE WS-IMP-SOURCE (WS-IMP-SUB)    TO WS-SD-SOURCE.
021220     MOVE WS-IMP-CARDS (WS-IMP-SUB)     TO WS-SD-CARDS.
021230     MOVE WS-IMP-CHANGED (WS-IMP-SUB)   TO WS-SD-CHANGED.
021240     MOVE WS-IMP-CUR-TOTAL (WS-IMP-SUB) TO WS-SD-CUR-TOTAL.
021250     MOVE WS-IMP-SIM-TOTAL (WS-IMP-SUB) TO WS-SD-SIM-TOTAL.
021260     MOVE WS-IMP-TO-TOL (WS-IMP-SUB)    TO WS-SD-TO-TOL.
021270     MOVE WS-IMP-TO-MATCH (WS-IMP-SUB)  TO WS-SD-TO-MATCH.
021280     MOVE WS-SIM-DETAIL-LINE TO SIMULATION-LINE.
021290     WRITE SIMULATION-LINE.
021300     ADD 1 TO WS-IMP-SUB.
021310 5811-EXIT.
021320     EXIT.
021330
021340******************************************************************
021350* 5820-PRINT-LARGEST - THE LARGEST INDIVIDUAL DIFFERENCES, WITH
021360* EACH STEP'S VERIFICATION FLAG BEFORE AND AFTER (M MATCHED,
021370* T OUT OF TOLERANCE, U UNVERIFIED).
021380******************************************************************
021390 5820-PRINT-LARGEST.
021400     MOVE SPACES TO SIMULATION-LINE.
021410     WRITE SIMULATION-LINE.
021420     MOVE 'LARGEST INDIVIDUAL DIFFERENCES' TO SIMULATION-LINE.
021430     WRITE SIMULATION-LINE.
021440     MOVE SPACES TO SIMULATION-LINE.
021450     WRITE SIMULATION-LINE.
021460     IF WS-TOP-USED = ZERO
021470         MOVE 'NO RESULT CHANGED' TO SIMULATION-LINE
021480         WRITE SIMULATION-LINE
021490         GO TO 5820-EXIT
021500     END-IF.
021510     MOVE WS-SIM-TOP-HEADING TO SIMULATION-LINE.
021520     WRITE SIMULATION-LINE.
021530     MOVE ALL '-' TO SIMULATION-LINE.
021540     WRITE SIMULATION-LINE.
021550     MOVE 1 TO WS-TOP-SUB.
021560     PERFORM 5821-PRINT-ONE-DIFFERENCE THRU 5821-EXIT
021570         UNTIL WS-TOP-SUB > WS-TOP-USED.
021580 5820-EXIT.
021590     EXIT.
021600
021610 5821-PRINT-ONE-DIFFERENCE.
021620     MOVE WS-TOP-ID (WS-TOP-SUB)       TO WS-ST-ID.
021630     MOVE WS-TOP-SOURCE (WS-TOP-SUB)   TO WS-ST-SOURCE.
021640     MOVE WS-TOP-CODE (WS-TOP-SUB)     TO WS-ST-CODE.
021650     MOVE WS-TOP-CUR (WS-TOP-SUB)      TO WS-ST-CUR.
021660     MOVE WS-TOP-SIM (WS-TOP-SUB)      TO WS-ST-SIM.
021670     MOVE WS-TOP-DIFF (WS-TOP-SUB)     TO WS-ST-DIFF.
021680     MOVE WS-TOP-CUR-FLAG (WS-TOP-SUB) TO WS-ST-CUR-FLAG.
021690     MOVE WS-TOP-SIM-FLAG (WS-TOP-SUB) TO WS-ST-SIM-FLAG.
021700     MOVE WS-SIM-TOP-LINE TO SIMULATION-LINE.
021710     WRITE SIMULATION-LINE.
021720     ADD 1 TO WS-TOP-SUB.
021730 5821-EXIT.
021740     EXIT.
021750
021760******************************************************************
021770* 5830-PRINT-SIMULATION-TOTALS - RUN TOTALS AT THE FOOT OF THE
021780* IMPACT REPORT.
021790******************************************************************
021800 5830-PRINT-SIMULATION-TOTALS.
021810     MOVE SPACES TO SIMULATION-LINE.
021820     WRITE SIMULATION-LINE.
021830     MOVE 'STEPS SIMULATED'             TO WS-XT-LABEL.
021840     MOVE WS-SIM-STEPS                  TO WS-XT-COUNT.
021850     MOVE WS-EXCP-TOTAL-LINE TO SIMULATION-LINE.
021860     WRITE SIMULATION-LINE.
021870     MOVE 'STEPS UNDER A RATE CODE'     TO WS-XT-LABEL.
021880     MOVE WS-SIM-STEPS-RATED            TO WS-XT-COUNT.
021890     MOVE WS-EXCP-TOTAL-LINE TO SIMULATION-LINE.
021900     WRITE SIMULATION-LINE.
021910     MOVE 'STEPS CHANGED'               TO WS-XT-LABEL.
021920     MOVE WS-SIM-STEPS-CHANGED          TO WS-XT-COUNT.
021930     MOVE WS-EXCP-TOTAL-LINE TO SIMULATION-LINE.
021940     WRITE SIMULATION-LINE.
021950     MOVE 'MATCHED TO OUT OF TOLERANCE' TO WS-XT-LABEL.
021960     MOVE WS-SIM-TO-TOLERANCE           TO WS-XT-COUNT.
021970     MOVE WS-EXCP-TOTAL-LINE TO SIMULATION-LINE.
021980     WRITE SIMULATION-LINE.
021990     MOVE 'OUT OF TOLERANCE TO MATCHED' TO WS-XT-LABEL.
022000     MOVE WS-SIM-TO-MATCHED             TO WS-XT-COUNT.
022010     MOVE WS-EXCP-TOTAL-LINE TO SIMULATION-LINE.
022020     WRITE SIMULATION-LINE.
022030 5830-EXIT.
022040     EXIT.
022050
022060******************************************************************
022070* 5900-TERMINATE-SIMULATION - PRINT THE IMPACT REPORT AND CLOSE
022080* UP.  NO CHECKPOINT RESET, SOURCE-ACTIVITY OR RUN RECORD - A
022090* SIMULATION LEAVES NO TRACE FOR THE NIGHT-STATUS INQUIRY OR
022100* THE DOUBLE-POST GUARD.
022110******************************************************************
022120 5900-TERMINATE-SIMULATION.
022130     PERFORM 5800-PRINT-RATE-BASIS THRU 5800-EXIT.
022140     PERFORM 5810-PRINT-IMPACT THRU 5810-EXIT.
022150     PERFORM 5820-PRINT-LARGEST THRU 5820-EXIT.
022160     PERFORM 5830-PRINT-SIMULATION-TOTALS THRU 5830-EXIT.
022170     CLOSE BATCH-INPUT-FILE.
022180     CLOSE SIMULATION-REPORT-FILE.
022190     DISPLAY 'CALC-BATCH-RECONCILE - SIMULATION - STEPS:   '
022200         WS-SIM-STEPS.
022210     DISPLAY 'CALC-BATCH-RECONCILE - SIMULATION - CHANGED: '
022220         WS-SIM-STEPS-CHANGED.
022230     DISPLAY 'CALC-BATCH-RECONCILE - SIMULATION - M TO T:  '
022240         WS-SIM-TO-TOLERANCE.
022250     DISPLAY 'CALC-BATCH-RECONCILE - SIMULATION - T TO M:  '
022260         WS-SIM-TO-MATCHED.
022270     MOVE ZERO TO RETURN-CODE.
022280 5900-EXIT.
022290     EXIT.
022300
022310******************************************************************
022320* 9400-WRITE-SOURCE-ACTIVITY - APPEND ONE SOURCE-ACTIVITY RECORD
022330* PER SENDING AREA THIS RUN POSTED RESULTS FOR.  A RESTART COUNTS
022340* ONLY WHAT IT POSTS ITSELF, SO THE NIGHTLY ROLL ADDS THE
022350* RECONCILIATION RECORDS TOGETHER.
022360******************************************************************
022370 9400-WRITE-SOURCE-ACTIVITY.
022380     MOVE 1 TO WS-SRC-SUB.
022390     PERFORM 9410-WRITE-ONE-SOURCE THRU 9410-EXIT
022400         UNTIL WS-SRC-SUB > WS-SRC-USED.
022410 9400-EXIT.
022420     EXIT.
022430
022440 9410-WRITE-ONE-SOURCE.
022450     MOVE SPACES TO SOURCE-ACTIVITY-RECORD.
022460     MOVE ZEROS  TO SRA-COUNTS.
022470     SET SRA-TYPE-ACTIVITY TO TRUE.
022480     SET SRA-FROM-RECONCILE TO TRUE.
022490     MOVE WS-SRC-ID (WS-SRC-SUB)     TO SRA-SOURCE-ID.
022500     MOVE WS-RUN-START-TS            TO SRA-RUN-TIMESTAMP.
022510     MOVE WS-SRC-POSTED (WS-SRC-SUB) TO SRA-RESULTS-POSTED.
022520     MOVE WS-SRC-OUT-OF-TOL (WS-SRC-SUB)
022530                                     TO SRA-OUT-OF-TOLERANCE.
022540     CALL 'CALC-SOURCE-LOG' USING SOURCE-ACTIVITY-RECORD.
022550     ADD 1 TO WS-SRC-SUB.
022560 9410-EXIT.
022570     EXIT.
