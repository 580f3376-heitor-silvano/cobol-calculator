000010******************************************************************
000020* PROGRAM-ID.  CALC-GL-EXTRACT.
000030* AUTHOR.      R. ALBUQUERQUE - APPLICATIONS PROGRAMMING.
000040* INSTALLATION. DAY-END RECONCILIATION.
000050* DATE-WRITTEN. 10/15/2026.
000060* DATE-COMPILED.
000070*
000080* PURPOSE.     NIGHTLY GENERAL-LEDGER JOURNAL EXTRACT.  READS
000090*              THE CALCULATOR AUDIT LOG (CALCLOG) AND TAKES THE
000100*              RECORDS LOGGED ON THE RUN DATE - THE SAME DAY'S
000110*              FIGURES CALC-DAILY-SUMMARY ROLLS INTO THE HISTORY
000120*              MASTER.  EVERY GOOD POSTING (STATUS 'O') IS
000130*              JOURNALED, AND EVERY REVERSAL (STATUS 'V') IS
000140*              JOURNALED WITH ITS AMOUNT NEGATED, SO A REVERSED
000150*              PAIR NETS OUT OF THE JOURNAL EXACTLY AS IT NETS
000160*              OUT OF THE DAILY SUMMARY.  ERROR RECORDS POSTED
000170*              NOTHING AND ARE ONLY COUNTED.
000180*
000190*              THE AUDIT LOG CARRIES NO SOURCE-ID OR RATE CODE,
000200*              SO A POSTING IS MATCHED TO THE CARD IT CAME FROM
000210*              ON THE FRONT-END EDIT'S CLEAN FILES FOR THE LAST
000220*              TWO NIGHTS (CALCOK, SEE CALCIN) - THE SOURCE-ID
000230*              FROM THE FILE'S HEADER CARD, THE RATE CODE FROM
000240*              THE CARD ITSELF.  TWO NIGHTS COVER A RECONCILE
000250*              THAT RAN PAST MIDNIGHT AND A REVERSAL OF A
000260*              POSTING MADE THE NIGHT BEFORE.  A POSTING WITH NO
000270*              CARD THERE - KEYED AT THE ON-LINE CALCULATORS, SENT
000280*              ON A HEADERLESS FILE, OR A REVERSAL OF AN OLDER
000290*              POSTING - HAS A BLANK SOURCE, AND THE CONTROL
000300*              REPORT COUNTS THEM.  THE SOURCE, THE OPERATION
000310*              SYMBOL AND THE RATE CODE ARE LOOKED UP ON THE GL
000320*              MAPPING TABLE (GLMAP, SEE CALCGLM) FOR THE DEBIT
000330*              AND CREDIT ACCOUNTS.
000340*
000350*              EACH MAPPED POSTING WRITES A DEBIT LINE AND A
000360*              CREDIT LINE FOR THE SAME AMOUNT TO THE JOURNAL
000370*              (GLJRNL, SEE CALCGLJ) BETWEEN A BATCH HEADER AND
000380*              A TRAILER CARRYING THE ENTRY COUNT AND THE TOTAL
000390*              DEBITS AND CREDITS.  A NEGATIVE NET AMOUNT POSTS
000400*              WITH THE ACCOUNTS SWAPPED.  A ZERO AMOUNT WRITES
000410*              NO LINES.
000420*
000430*              THE CONTROL REPORT (RPTOUT) PROVES THE JOURNAL
000440*              NET TOTAL EQUALS THE DAY'S POSTED GRAND TOTAL,
000450*              BOTH AS COUNTED HERE AND AS CARRIED ON TODAY'S
000460*              HISTORY MASTER RECORD (HISTIN, SEE CALCHIST),
000470*              SHOWS WHAT EACH MAPPING CARD CARRIED AND LISTS
000480*              EVERY POSTING WITH NO MAPPING.  AN UNMAPPED
000490*              POSTING OR A FAILED PROOF ENDS THE STEP CC 8 -
000500*              THE JOURNAL IS HELD, NOT SENT.  CC 16 - A FILE
000510*              COULD NOT BE OPENED OR WRITTEN, OR THE MAPPING
000520*              TABLE IS EMPTY OR HAS A BAD CARD.
000530*
000540* MODIFICATION HISTORY.
000550*   10/15/2026  RA   ORIGINAL PROGRAM.
000560******************************************************************
000570 IDENTIFICATION DIVISION.
000580 PROGRAM-ID. CALC-GL-EXTRACT.
000590 AUTHOR. R. ALBUQUERQUE.
000600 INSTALLATION. DAY-END RECONCILIATION.
000610 DATE-WRITTEN. 10/15/2026.
000620 DATE-COMPILED.
000630
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT AUDIT-LOG-FILE ASSIGN TO CALCLOG
000680         FILE STATUS IS WS-LOG-FILE-STATUS.
000690
000700     SELECT CLEAN-FILE ASSIGN TO CALCOK
000710         FILE STATUS IS WS-CLEAN-FILE-STATUS.
000720
000730     SELECT MAPPING-FILE ASSIGN TO GLMAP
000740         FILE STATUS IS WS-MAP-FILE-STATUS.
000750
000760     SELECT HISTORY-FILE ASSIGN TO HISTIN
000770         FILE STATUS IS WS-HIST-FILE-STATUS.
000780
000790     SELECT JOURNAL-FILE ASSIGN TO GLJRNL
000800         FILE STATUS IS WS-JRNL-FILE-STATUS.
000810
000820     SELECT REPORT-FILE ASSIGN TO RPTOUT
000830         FILE STATUS IS WS-RPT-FILE-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  AUDIT-LOG-FILE.
000880 COPY CALCLOG.
000890
000900 FD  CLEAN-FILE.
000910 COPY CALCIN.
000920
000930 FD  MAPPING-FILE.
000940 COPY CALCGLM.
000950
000960 FD  HISTORY-FILE.
000970 01  HISTORY-FILE-RECORD         PIC X(150).
000980
000990 FD  JOURNAL-FILE.
001000 COPY CALCGLJ.
001010
001020 FD  REPORT-FILE.
001030 01  REPORT-LINE                 PIC X(80).
001040
001050 WORKING-STORAGE SECTION.
001060 COPY CALCHIST.
001070
001080 77  WS-LOG-FILE-STATUS          PIC X(02).
001090 77  WS-CLEAN-FILE-STATUS        PIC X(02).
001100 77  WS-MAP-FILE-STATUS          PIC X(02).
001110 77  WS-HIST-FILE-STATUS         PIC X(02).
001120 77  WS-JRNL-FILE-STATUS         PIC X(02).
001130 77  WS-RPT-FILE-STATUS          PIC X(02).
001140 77  WS-CURRENT-DATE             PIC X(08).
001150 77  WS-CURRENT-TIME             PIC X(08).
001160 77  WS-RUN-START-TS             PIC X(14) VALUE SPACES.
001170 77  WS-RECORDS-READ             PIC 9(08) COMP VALUE ZERO.
001180 77  WS-TODAY-READ               PIC 9(08) COMP VALUE ZERO.
001190 77  WS-CARDS-READ               PIC 9(08) COMP VALUE ZERO.
001200 77  WS-SAVED-RETURN-CODE        PIC 9(04) COMP VALUE ZERO.
001210
001220 COPY CALCRUN.
001230
001240 01  WS-LOG-EOF-SWITCH           PIC X(01) VALUE 'N'.
001250     88  END-OF-LOG              VALUE 'Y'.
001260
001270 01  WS-CLEAN-EOF-SWITCH         PIC X(01) VALUE 'N'.
001280     88  END-OF-CLEAN-FILE       VALUE 'Y'.
001290
001300 01  WS-MAP-EOF-SWITCH           PIC X(01) VALUE 'N'.
001310     88  END-OF-MAPPING          VALUE 'Y'.
001320
001330 01  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
001340     88  END-OF-HISTORY          VALUE 'Y'.
001350
001360 01  WS-HIST-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001370     88  SUMMARY-RECORD-FOUND    VALUE 'Y'.
001380     88  SUMMARY-RECORD-MISSING  VALUE 'N'.
001390
001400 01  WS-PROOF-SWITCH             PIC X(01) VALUE 'Y'.
001410     88  PROOF-PASSED            VALUE 'Y'.
001420     88  PROOF-FAILED            VALUE 'N'.
001430
001440*----------------------------------------------------------------
001450* THE DAY'S POSTINGS, NETTED THE WAY CALC-DAILY-SUMMARY NETS
001460* ITS TODAY-ONLY FIGURES - A REVERSAL TAKES ONE OFF THE COUNT
001470* (NEVER BELOW ZERO) AND ITS RESULT OFF THE TOTAL.
001480*----------------------------------------------------------------
001490 77  WS-GOOD-COUNT               PIC 9(07) COMP VALUE ZERO.
001500 77  WS-GOOD-TOTAL               PIC S9(09)V99 COMP-3 VALUE ZERO.
001510 77  WS-REVERSAL-COUNT           PIC 9(07) COMP VALUE ZERO.
001520 77  WS-REVERSAL-TOTAL           PIC S9(09)V99 COMP-3 VALUE ZERO.
001530 77  WS-ERROR-COUNT              PIC 9(07) COMP VALUE ZERO.
001540 77  WS-POSTED-COUNT             PIC 9(07) COMP VALUE ZERO.
001550 77  WS-POSTED-TOTAL             PIC S9(09)V99 COMP-3 VALUE ZERO.
001560 77  WS-SOURCED-COUNT            PIC 9(07) COMP VALUE ZERO.
001570 77  WS-UNSOURCED-COUNT          PIC 9(07) COMP VALUE ZERO.
001580
001590*----------------------------------------------------------------
001600* JOURNAL ACCUMULATORS.  WS-JOURNAL-NET IS THE SIGNED SUM OF
001610* WHAT WAS JOURNALED (A SWAPPED ENTRY COUNTS NEGATIVE) - THE
001620* FIGURE THAT MUST EQUAL THE POSTED GRAND TOTAL.
001630*----------------------------------------------------------------
001640 77  WS-ENTRY-COUNT              PIC 9(07) COMP VALUE ZERO.
001650 77  WS-JOURNALED-COUNT          PIC 9(07) COMP VALUE ZERO.
001660 77  WS-ZERO-AMOUNT-COUNT        PIC 9(07) COMP VALUE ZERO.
001670 77  WS-TOTAL-DEBITS             PIC S9(11)V99 COMP-3 VALUE ZERO.
001680 77  WS-TOTAL-CREDITS            PIC S9(11)V99 COMP-3 VALUE ZERO.
001690 77  WS-JOURNAL-NET              PIC S9(11)V99 COMP-3 VALUE ZERO.
001700 77  WS-UNMAPPED-COUNT           PIC 9(07) COMP VALUE ZERO.
001710 77  WS-UNMAPPED-TOTAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
001720 77  WS-NET-AMOUNT               PIC S9(07)V99 COMP-3 VALUE ZERO.
001730 77  WS-ENTRY-AMOUNT             PIC 9(07)V99 VALUE ZERO.
001740 77  WS-DEBIT-ACCOUNT            PIC X(10) VALUE SPACES.
001750 77  WS-CREDIT-ACCOUNT           PIC X(10) VALUE SPACES.
001760
001770*----------------------------------------------------------------
001780* THE GL MAPPING TABLE, LOADED FROM GLMAP IN CARD ORDER, WITH
001790* WHAT EACH CARD CARRIED TONIGHT FOR THE CONTROL REPORT.
001800*----------------------------------------------------------------
001810 77  WS-MAP-TABLE-MAX            PIC 9(04) COMP VALUE 500.
001820 77  WS-MAP-USED                 PIC 9(04) COMP VALUE ZERO.
001830 77  WS-MAP-SUB                  PIC 9(04) COMP VALUE ZERO.
001840 77  WS-MAP-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
001850 77  WS-TRY-SOURCE-ID            PIC X(03) VALUE SPACES.
001860 77  WS-TRY-RATE-CODE            PIC X(04) VALUE SPACES.
001870 77  WS-TRY-SYMBOL               PIC X(01) VALUE SPACES.
001880
001890 01  WS-MAPPING-TABLE.
001900     05  WS-MAP-ENTRY OCCURS 500 TIMES.
001910         10  WS-MAP-SOURCE-ID    PIC X(03).
001920         10  WS-MAP-SYMBOL       PIC X(01).
001930         10  WS-MAP-RATE-CODE    PIC X(04).
001940         10  WS-MAP-DEBIT        PIC X(10).
001950         10  WS-MAP-CREDIT       PIC X(10).
001960         10  WS-MAP-POSTINGS     PIC 9(07) COMP.
001970         10  WS-MAP-NET          PIC S9(11)V99 COMP-3.
001980
001990*----------------------------------------------------------------
002000* TODAY'S POSTINGS AND REVERSALS FROM THE LOG, WITH THE SOURCE-ID
002010* AND RATE CODE OF THE CLEAN CARD EACH ONE CAME FROM.  A FULL
002020* TABLE STOPS THE RUN: A POSTING THAT LOST ITS SOURCE WOULD BE
002030* MAPPED BY THE CATCH-ALL CARDS AND LAND ON THE WRONG ACCOUNTS
002040* UNNOTICED.
002050*----------------------------------------------------------------
002060 77  WS-PST-TABLE-MAX            PIC 9(05) COMP VALUE 20000.
002070 77  WS-PST-USED                 PIC 9(05) COMP VALUE ZERO.
002080 77  WS-PST-SUB                  PIC 9(05) COMP VALUE ZERO.
002090 77  WS-PST-FOUND-SUB            PIC 9(05) COMP VALUE ZERO.
002100 77  WS-POST-SOURCE-ID           PIC X(03) VALUE SPACES.
002110 77  WS-POST-RATE-CODE           PIC X(04) VALUE SPACES.
002120 77  WS-CARD-SOURCE-ID           PIC X(03) VALUE SPACES.
002130
002140 01  WS-POSTING-TABLE.
002150     05  WS-PST-ENTRY OCCURS 20000 TIMES.
002160         10  WS-PST-ID           PIC X(10).
002170         10  WS-PST-NUMBER1      PIC S9(7)V99.
002180         10  WS-PST-SYMBOL       PIC X(01).
002190         10  WS-PST-NUMBER2      PIC S9(7)V99.
002200         10  WS-PST-SOURCE-ID    PIC X(03).
002210         10  WS-PST-RATE-CODE    PIC X(04).
002220         10  WS-PST-SOURCED-SW   PIC X(01).
002230             88  PST-SOURCED             VALUE 'Y'.
002240
002250*----------------------------------------------------------------
002260* POSTINGS WITH NO ACCOUNT MAPPING, KEPT FOR THE CONTROL REPORT
002270* LISTING.  PAST THE TABLE THEY ARE STILL COUNTED AND TOTALED.
002280*----------------------------------------------------------------
002290 77  WS-UNM-TABLE-MAX            PIC 9(04) COMP VALUE 200.
002300 77  WS-UNM-USED                 PIC 9(04) COMP VALUE ZERO.
002310 77  WS-UNM-SUB                  PIC 9(04) COMP VALUE ZERO.
002320
002330 01  WS-UNMAPPED-TABLE.
002340     05  WS-UNM-ENTRY OCCURS 200 TIMES.
002350         10  WS-UNM-ID           PIC X(10).
002360         10  WS-UNM-TIMESTAMP    PIC X(14).
002370         10  WS-UNM-SOURCE-ID    PIC X(03).
002380         10  WS-UNM-SYMBOL       PIC X(01).
002390         10  WS-UNM-RATE-CODE    PIC X(04).
002400         10  WS-UNM-STATUS       PIC X(01).
002410         10  WS-UNM-AMOUNT       PIC S9(07)V99 COMP-3.
002420
002430*----------------------------------------------------------------
002440* THE DATE PORTION OF LOG-TIMESTAMP, FOR PICKING OUT THE RUN
002450* DATE'S RECORDS.
002460*----------------------------------------------------------------
002470 01  WS-TIMESTAMP-PARTS.
002480     05  WS-TS-DATE              PIC X(08).
002490     05  WS-TS-TIME              PIC X(06).
002500
002510*----------------------------------------------------------------
002520* REPORT LINES.
002530*----------------------------------------------------------------
002540 01  WS-HEADING-LINE.
002550     05  FILLER                  PIC X(40) VALUE
002560         'GENERAL-LEDGER JOURNAL EXTRACT - DATE '.
002570     05  WS-HL-RUN-DATE          PIC X(08) VALUE SPACES.
002580     05  FILLER                  PIC X(32) VALUE SPACES.
002590
002600 01  WS-CONTROL-LINE.
002610     05  WS-CL-LABEL             PIC X(36) VALUE SPACES.
002620     05  FILLER                  PIC X(02) VALUE SPACES.
002630     05  WS-CL-COUNT             PIC Z,ZZZ,ZZ9.
002640     05  FILLER                  PIC X(03) VALUE SPACES.
002650     05  WS-CL-AMOUNT            PIC $$$,$$$,$$$,$$9.99-.
002660     05  FILLER                  PIC X(11) VALUE SPACES.
002670 01  WS-CONTROL-TEXT-LINE REDEFINES WS-CONTROL-LINE.
002680     05  WS-CT-LABEL             PIC X(36).
002690     05  FILLER                  PIC X(02).
002700     05  WS-CT-TEXT              PIC X(42).
002710
002720 01  WS-MAP-COLUMN-LINE.
002730     05  FILLER                  PIC X(05) VALUE 'SRC'.
002740     05  FILLER                  PIC X(03) VALUE 'OP'.
002750     05  FILLER                  PIC X(06) VALUE 'RATE'.
002760     05  FILLER                  PIC X(12) VALUE 'DEBIT'.
002770     05  FILLER                  PIC X(12) VALUE 'CREDIT'.
002780     05  FILLER                  PIC X(13) VALUE ' POSTINGS'.
002790     05  FILLER                  PIC X(29) VALUE
002800         '      NET AMOUNT'.
002810
002820 01  WS-MAP-DETAIL-LINE.
002830     05  WS-MD-SOURCE-ID         PIC X(03).
002840     05  FILLER                  PIC X(02) VALUE SPACES.
002850     05  WS-MD-SYMBOL            PIC X(01).
002860     05  FILLER                  PIC X(02) VALUE SPACES.
002870     05  WS-MD-RATE-CODE         PIC X(04).
002880     05  FILLER                  PIC X(02) VALUE SPACES.
002890     05  WS-MD-DEBIT             PIC X(10).
002900     05  FILLER                  PIC X(02) VALUE SPACES.
002910     05  WS-MD-CREDIT            PIC X(10).
002920     05  FILLER                  PIC X(02) VALUE SPACES.
002930     05  WS-MD-POSTINGS          PIC Z,ZZZ,ZZ9.
002940     05  FILLER                  PIC X(02) VALUE SPACES.
002950     05  WS-MD-NET               PIC $$,$$$,$$$,$$9.99-.
002960     05  FILLER                  PIC X(13) VALUE SPACES.
002970
002980 01  WS-UNM-COLUMN-LINE.
002990     05  FILLER                  PIC X(11) VALUE 'TRANS ID'.
003000     05  FILLER                  PIC X(15) VALUE 'LOGGED'.
003010     05  FILLER                  PIC X(05) VALUE 'SRC'.
003020     05  FILLER                  PIC X(03) VALUE 'OP'.
003030     05  FILLER                  PIC X(06) VALUE 'RATE'.
003040     05  FILLER                  PIC X(04) VALUE 'ST'.
003050     05  FILLER                  PIC X(36) VALUE
003060         '    NET AMOUNT'.
003070
003080 01  WS-UNM-DETAIL-LINE.
003090     05  WS-UD-ID                PIC X(10).
003100     05  FILLER                  PIC X(01) VALUE SPACES.
003110     05  WS-UD-TIMESTAMP         PIC X(14).
003120     05  FILLER                  PIC X(01) VALUE SPACES.
003130     05  WS-UD-SOURCE-ID         PIC X(03).
003140     05  FILLER                  PIC X(02) VALUE SPACES.
003150     05  WS-UD-SYMBOL            PIC X(01).
003160     05  FILLER                  PIC X(02) VALUE SPACES.
003170     05  WS-UD-RATE-CODE         PIC X(04).
003180     05  FILLER                  PIC X(02) VALUE SPACES.
003190     05  WS-UD-STATUS            PIC X(01).
003200     05  FILLER                  PIC X(03) VALUE SPACES.
003210     05  WS-UD-AMOUNT            PIC $$,$$$,$$9.99-.
003220     05  FILLER                  PIC X(22) VALUE SPACES.
003230
003240 01  WS-EDIT-COUNT               PIC ZZZZZZ9.
003250
003260 PROCEDURE DIVISION.
003270
003280******************************************************************
003290* 0000-MAIN-CONTROL - MAINLINE.
003300******************************************************************
003310 0000-MAIN-CONTROL.
003320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003330     PERFORM 2000-PROCESS-LOG-RECORD THRU 2000-EXIT
003340         UNTIL END-OF-LOG.
003350     PERFORM 3000-WRITE-BATCH-TRAILER THRU 3000-EXIT.
003360     PERFORM 4000-PRINT-CONTROL-REPORT THRU 4000-EXIT.
003370     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003380     STOP RUN.
003390
003400******************************************************************
003410* 1000-INITIALIZE - OPEN THE REPORT, LOAD THE MAPPING TABLE,
003420* TABLE TODAY'S POSTINGS AND PICK UP THEIR SOURCES FROM THE CLEAN
003430* FILES, FIND TODAY'S DAILY SUMMARY FIGURES, OPEN THE LOG AND THE
003440* JOURNAL, WRITE THE BATCH HEADER AND PRIME THE READ.
003450******************************************************************
003460 1000-INITIALIZE.
003470     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003480     ACCEPT WS-CURRENT-TIME FROM TIME.
003490     STRING WS-CURRENT-DATE WS-CURRENT-TIME
003500         DELIMITED BY SIZE INTO WS-RUN-START-TS.
003510     OPEN OUTPUT REPORT-FILE.
003520     IF WS-RPT-FILE-STATUS NOT = '00'
003530         DISPLAY 'CALC-GL-EXTRACT - UNABLE TO OPEN RPTOUT'
003540             ' - FILE STATUS ' WS-RPT-FILE-STATUS
003550         MOVE 16 TO RETURN-CODE
003560         STOP RUN
003570     END-IF.
003580     PERFORM 1100-LOAD-MAPPING THRU 1100-EXIT.
003590     PERFORM 1200-LOAD-POSTING-KEYS THRU 1200-EXIT.
003600     PERFORM 1250-LOAD-CARD-SOURCES THRU 1250-EXIT.
003610     PERFORM 1300-FIND-SUMMARY-RECORD THRU 1300-EXIT.
003620     PERFORM 1290-OPEN-AUDIT-LOG THRU 1290-EXIT.
003630     OPEN OUTPUT JOURNAL-FILE.
003640     IF WS-JRNL-FILE-STATUS NOT = '00'
003650         DISPLAY 'CALC-GL-EXTRACT - UNABLE TO OPEN GLJRNL'
003660             ' - FILE STATUS ' WS-JRNL-FILE-STATUS
003670         MOVE 16 TO RETURN-CODE
003680         STOP RUN
003690     END-IF.
003700     PERFORM 1400-WRITE-BATCH-HEADER THRU 1400-EXIT.
003710     PERFORM 2100-READ-LOG-RECORD THRU 2100-EXIT.
003720 1000-EXIT.
003730     EXIT.
003740
003750******************************************************************
003760* 1100-LOAD-MAPPING - LOAD THE GL MAPPING CARDS.  A BAD CARD, A
003770* REPEATED SOURCE/SYMBOL/RATE CODE OR AN EMPTY TABLE STOPS THE
003780* RUN BEFORE ANYTHING IS WRITTEN - A JOURNAL BUILT FROM A
003790* MISTYPED TABLE WOULD BALANCE AND STILL BE WRONG.
003800******************************************************************
003810 1100-LOAD-MAPPING.
003820     OPEN INPUT MAPPING-FILE.
003830     IF WS-MAP-FILE-STATUS NOT = '00'
003840         DISPLAY 'CALC-GL-EXTRACT - UNABLE TO OPEN GLMAP'
003850             ' - FILE STATUS ' WS-MAP-FILE-STATUS
003860         MOVE 16 TO RETURN-CODE
003870         STOP RUN
003880     END-IF.
003890     PERFORM 1110-LOAD-ONE-MAPPING THRU 1110-EXIT
003900         UNTIL END-OF-MAPPING.
003910     CLOSE MAPPING-FILE.
003920     IF WS-MAP-USED = ZERO
003930         DISPLAY 'CALC-GL-EXTRACT - GL MAPPING TABLE IS EMPTY'
003940             ' - NOTHING DONE'
003950         MOVE 16 TO RETURN-CODE
003960         STOP RUN
003970     END-IF.
003980 1100-EXIT.
003990     EXIT.
004000
004010 1110-LOAD-ONE-MAPPING.
004020     READ MAPPING-FILE
004030         AT END
004040             SET END-OF-MAPPING TO TRUE
004050             GO TO 1110-EXIT
004060     END-READ.
004070     ADD 1 TO WS-CARDS-READ.
004080     IF GLM-COMMENT OR GLM-MAPPING-RECORD = SPACES
004090         GO TO 1110-EXIT
004100     END-IF.
004110     IF (GLM-MATH-SYMBOL NOT = '+' AND NOT = '-'
004120                        AND NOT = '*' AND NOT = '/'
004130                        AND NOT = 'R' AND NOT = '%')
004140        OR GLM-DEBIT-ACCOUNT = SPACES
004150        OR GLM-CREDIT-ACCOUNT = SPACES
004160        OR GLM-DEBIT-ACCOUNT = GLM-CREDIT-ACCOUNT
004170         DISPLAY 'CALC-GL-EXTRACT - MAPPING CARD '
004180             WS-CARDS-READ ' INVALID - NOTHING DONE'
004190         DISPLAY GLM-MAPPING-RECORD
004200         MOVE 16 TO RETURN-CODE
004210         STOP RUN
004220     END-IF.
004230     MOVE GLM-SOURCE-ID TO WS-TRY-SOURCE-ID.
004240     MOVE GLM-RATE-CODE TO WS-TRY-RATE-CODE.
004250     MOVE GLM-MATH-SYMBOL TO WS-TRY-SYMBOL.
004260     MOVE ZERO TO WS-MAP-FOUND-SUB.
004270     MOVE 1 TO WS-MAP-SUB.
004280     PERFORM 2420-CHECK-ONE-MAPPING THRU 2420-EXIT
004290         UNTIL WS-MAP-SUB > WS-MAP-USED
004300            OR WS-MAP-FOUND-SUB > ZERO.
004310     IF WS-MAP-FOUND-SUB > ZERO
004320         DISPLAY 'CALC-GL-EXTRACT - MAPPING CARD '
004330             WS-CARDS-READ ' REPEATS AN EARLIER CARD - '
004340             'NOTHING DONE'
004350         DISPLAY GLM-MAPPING-RECORD
004360         MOVE 16 TO RETURN-CODE
004370         STOP RUN
004380     END-IF.
004390     IF WS-MAP-USED >= WS-MAP-TABLE-MAX
004400         DISPLAY 'CALC-GL-EXTRACT - MORE THAN '
004410             WS-MAP-TABLE-MAX ' MAPPING CARDS - TABLE FULL'
004420         MOVE 16 TO RETURN-CODE
004430         STOP RUN
004440     END-IF.
004450     ADD 1 TO WS-MAP-USED.
004460     MOVE GLM-SOURCE-ID      TO WS-MAP-SOURCE-ID (WS-MAP-USED).
004470     MOVE GLM-MATH-SYMBOL    TO WS-MAP-SYMBOL (WS-MAP-USED).
004480     MOVE GLM-RATE-CODE      TO WS-MAP-RATE-CODE (WS-MAP-USED).
004490     MOVE GLM-DEBIT-ACCOUNT  TO WS-MAP-DEBIT (WS-MAP-USED).
004500     MOVE GLM-CREDIT-ACCOUNT TO WS-MAP-CREDIT (WS-MAP-USED).
004510     MOVE ZERO               TO WS-MAP-POSTINGS (WS-MAP-USED).
004520     MOVE ZERO               TO WS-MAP-NET (WS-MAP-USED).
004530 1110-EXIT.
004540     EXIT.
004550
004560******************************************************************
004570* 1200-LOAD-POSTING-KEYS - A FIRST PASS OF THE LOG, TABLING THE
004580* KEY OF EACH POSTING AND REVERSAL LOGGED ON THE RUN DATE WITH
004590* NO SOURCE YET.  THE LOG IS READ AGAIN FOR THE JOURNAL.
004600******************************************************************
004610 1200-LOAD-POSTING-KEYS.
004620     PERFORM 1290-OPEN-AUDIT-LOG THRU 1290-EXIT.
004630     PERFORM 1210-LOAD-ONE-KEY THRU 1210-EXIT
004640         UNTIL END-OF-LOG.
004650     CLOSE AUDIT-LOG-FILE.
004660     MOVE 'N' TO WS-LOG-EOF-SWITCH.
004670 1200-EXIT.
004680     EXIT.
004690
004700 1210-LOAD-ONE-KEY.
004710     READ AUDIT-LOG-FILE
004720         AT END
004730             SET END-OF-LOG TO TRUE
004740             GO TO 1210-EXIT
004750     END-READ.
004760     MOVE LOG-TIMESTAMP TO WS-TIMESTAMP-PARTS.
004770     IF WS-TS-DATE NOT = WS-CURRENT-DATE
004780         GO TO 1210-EXIT
004790     END-IF.
004800     IF NOT LOG-STATUS-OK
004810        AND NOT LOG-STATUS-REVERSAL
004820         GO TO 1210-EXIT
004830     END-IF.
004840     IF WS-PST-USED >= WS-PST-TABLE-MAX
004850         DISPLAY 'CALC-GL-EXTRACT - MORE THAN '
004860             WS-PST-TABLE-MAX ' POSTINGS LOGGED TODAY - '
004870             'TABLE FULL - NOTHING DONE'
004880         MOVE 16 TO RETURN-CODE
004890         STOP RUN
004900     END-IF.
004910     ADD 1 TO WS-PST-USED.
004920     MOVE LOG-TRANSACTION-ID TO WS-PST-ID (WS-PST-USED).
004930     MOVE LOG-NUMBER1        TO WS-PST-NUMBER1 (WS-PST-USED).
004940     MOVE LOG-MATH-SYMBOL    TO WS-PST-SYMBOL (WS-PST-USED).
004950     MOVE LOG-NUMBER2        TO WS-PST-NUMBER2 (WS-PST-USED).
004960     MOVE SPACES             TO WS-PST-SOURCE-ID (WS-PST-USED).
004970     MOVE SPACES             TO WS-PST-RATE-CODE (WS-PST-USED).
004980     MOVE 'N'                TO WS-PST-SOURCED-SW (WS-PST-USED).
004990 1210-EXIT.
005000     EXIT.
005010
005020******************************************************************
005030* 1250-LOAD-CARD-SOURCES - READ THE CLEAN FILES AGAINST TODAY'S
005040* POSTINGS, OLDER NIGHT FIRST, SO A LATER CARD REPLACES AN EARLIER
005050* MATCH AND THE NEWEST CARD'S SOURCE-ID AND RATE CODE STAND.  A
005060* HEADER SETS THE SOURCE FOR THE CARDS THAT FOLLOW IT AND A
005070* TRAILER CLEARS IT, AS IN THE EDIT.  A MISSING FILE (STATUS 35)
005080* SIMPLY MEANS NO SOURCES ARE KNOWN.
005090******************************************************************
005100 1250-LOAD-CARD-SOURCES.
005110     IF WS-PST-USED = ZERO
005120         GO TO 1250-EXIT
005130     END-IF.
005140     OPEN INPUT CLEAN-FILE.
005150     IF WS-CLEAN-FILE-STATUS = '35'
005160         GO TO 1250-EXIT
005170     END-IF.
005180     IF WS-CLEAN-FILE-STATUS NOT = '00'
005190         DISPLAY 'CALC-GL-EXTRACT - UNABLE TO OPEN CALCOK'
005200             ' - FILE STATUS ' WS-CLEAN-FILE-STATUS
005210         MOVE 16 TO RETURN-CODE
005220         STOP RUN
005230     END-IF.
005240     MOVE SPACES TO WS-CARD-SOURCE-ID.
005250     PERFORM 1260-APPLY-ONE-CARD THRU 1260-EXIT
005260         UNTIL END-OF-CLEAN-FILE.
005270     CLOSE CLEAN-FILE.
005280 1250-EXIT.
005290     EXIT.
005300
005310 1260-APPLY-ONE-CARD.
005320     READ CLEAN-FILE
005330         AT END
005340             SET END-OF-CLEAN-FILE TO TRUE
005350             GO TO 1260-EXIT
005360     END-READ.
005370     IF BATCH-TYPE-HEADER
005380         MOVE HDR-SOURCE-ID TO WS-CARD-SOURCE-ID
005390         GO TO 1260-EXIT
005400     END-IF.
005410     IF BATCH-TYPE-TRAILER
005420         MOVE SPACES TO WS-CARD-SOURCE-ID
005430         GO TO 1260-EXIT
005440     END-IF.
005450     MOVE 1 TO WS-PST-SUB.
005460     PERFORM 1270-MATCH-ONE-POSTING THRU 1270-EXIT
005470         UNTIL WS-PST-SUB > WS-PST-USED.
005480 1260-EXIT.
005490     EXIT.
005500
005510******************************************************************
005520* 1270-MATCH-ONE-POSTING - THE CARD'S TRANSACTION ID AND SYMBOL
005530* MUST MATCH.  NUMBER1 IS COMPARED ONLY ON A DETAIL CARD - A
005540* CONTINUATION STEP TAKES THE PREVIOUS RESULT - AND NUMBER2 ONLY
005550* WHEN THE CARD NAMES NO RATE CODE, AS THE RECONCILE REPLACES IT
005560* WITH THE RATE.  A REVERSAL CARRIES ITS ORIGINAL'S NUMBERS, SO
005570* BOTH ENTRIES TAKE THE SAME CARD'S SOURCE.
005580******************************************************************
005590 1270-MATCH-ONE-POSTING.
005600     IF WS-PST-ID (WS-PST-SUB) = BATCH-TRANSACTION-ID
005610        AND WS-PST-SYMBOL (WS-PST-SUB) = BATCH-MATH-SYMBOL
005620        AND (BATCH-TYPE-CONTINUATION
005630             OR WS-PST-NUMBER1 (WS-PST-SUB) = BATCH-NUMBER1)
005640        AND (BATCH-RATE-CODE NOT = SPACES
005650             OR WS-PST-NUMBER2 (WS-PST-SUB) = BATCH-NUMBER2)
005660         MOVE WS-CARD-SOURCE-ID TO WS-PST-SOURCE-ID (WS-PST-SUB)
005670         MOVE BATCH-RATE-CODE TO WS-PST-RATE-CODE (WS-PST-SUB)
005680         MOVE 'Y'             TO WS-PST-SOURCED-SW (WS-PST-SUB)
005690     END-IF.
005700     ADD 1 TO WS-PST-SUB.
005710 1270-EXIT.
005720     EXIT.
005730
005740******************************************************************
005750* 1290-OPEN-AUDIT-LOG - OPEN THE LOG FOR EITHER PASS.
005760******************************************************************
005770 1290-OPEN-AUDIT-LOG.
005780     OPEN INPUT AUDIT-LOG-FILE.
005790     IF WS-LOG-FILE-STATUS NOT = '00'
005800         DISPLAY 'CALC-GL-EXTRACT - UNABLE TO OPEN CALCLOG'
005810             ' - FILE STATUS ' WS-LOG-FILE-STATUS
005820         MOVE 16 TO RETURN-CODE
005830         STOP RUN
005840     END-IF.
005850 1290-EXIT.
005860     EXIT.
005870
005880******************************************************************
005890* 1300-FIND-SUMMARY-RECORD - FIND TODAY'S RECORD ON THE CURRENT
005900* HISTORY MASTER GENERATION, WRITTEN BY CALC-DAILY-SUMMARY.  A
005910* MISSING MASTER OR NO RECORD FOR TODAY LEAVES THE PROOF
005920* INCOMPLETE, WHICH THE CONTROL REPORT SHOWS.
005930******************************************************************
005940 1300-FIND-SUMMARY-RECORD.
005950     OPEN INPUT HISTORY-FILE.
005960     IF WS-HIST-FILE-STATUS = '35'
005970         GO TO 1300-EXIT
005980     END-IF.
005990     IF WS-HIST-FILE-STATUS NOT = '00'
006000         DISPLAY 'CALC-GL-EXTRACT - UNABLE TO OPEN HISTIN'
006010             ' - FILE STATUS ' WS-HIST-FILE-STATUS
006020         MOVE 16 TO RETURN-CODE
006030         STOP RUN
006040     END-IF.
006050     PERFORM 1310-READ-ONE-HISTORY THRU 1310-EXIT
006060         UNTIL END-OF-HISTORY
006070            OR SUMMARY-RECORD-FOUND.
006080     CLOSE HISTORY-FILE.
006090 1300-EXIT.
006100     EXIT.
006110
006120 1310-READ-ONE-HISTORY.
006130     READ HISTORY-FILE
006140         AT END
006150             SET END-OF-HISTORY TO TRUE
006160             GO TO 1310-EXIT
006170     END-READ.
006180     MOVE HISTORY-FILE-RECORD TO HISTORY-RECORD.
006190     IF HIST-DATE = WS-CURRENT-DATE
006200         SET SUMMARY-RECORD-FOUND TO TRUE
006210     END-IF.
006220 1310-EXIT.
006230     EXIT.
006240
006250******************************************************************
006260* 1400-WRITE-BATCH-HEADER - ONE HEADER PER RUN.  THE RUN START
006270* TIMESTAMP IDENTIFIES THE BATCH TO THE LEDGER.
006280******************************************************************
006290 1400-WRITE-BATCH-HEADER.
006300     MOVE SPACES TO GLJ-HEADER-RECORD.
006310     MOVE 'H'              TO GLJ-HDR-RECORD-TYPE.
006320     MOVE 'CALC'           TO GLJ-HDR-SOURCE-SYSTEM.
006330     MOVE WS-CURRENT-DATE  TO GLJ-HDR-JOURNAL-DATE.
006340     MOVE WS-RUN-START-TS  TO GLJ-HDR-BATCH-ID.
006350     PERFORM 2900-WRITE-JOURNAL-RECORD THRU 2900-EXIT.
006360 1400-EXIT.
006370     EXIT.
006380
006390******************************************************************
006400* 2000-PROCESS-LOG-RECORD - TAKE ONE AUDIT LOG RECORD IF IT WAS
006410* LOGGED ON THE RUN DATE, AND READ THE NEXT ONE.
006420******************************************************************
006430 2000-PROCESS-LOG-RECORD.
006440     MOVE LOG-TIMESTAMP TO WS-TIMESTAMP-PARTS.
006450     IF WS-TS-DATE = WS-CURRENT-DATE
006460         PERFORM 2200-TAKE-POSTING THRU 2200-EXIT
006470     END-IF.
006480     PERFORM 2100-READ-LOG-RECORD THRU 2100-EXIT.
006490 2000-EXIT.
006500     EXIT.
006510
006520 2100-READ-LOG-RECORD.
006530     READ AUDIT-LOG-FILE
006540         AT END
006550             SET END-OF-LOG TO TRUE
006560         NOT AT END
006570             ADD 1 TO WS-RECORDS-READ
006580     END-READ.
006590 2100-EXIT.
006600     EXIT.
006610
006620******************************************************************
006630* 2200-TAKE-POSTING - ADD ONE OF TODAY'S RECORDS TO THE POSTED
006640* FIGURES AND JOURNAL IT.  AN ERROR RECORD POSTED NOTHING AND IS
006650* ONLY COUNTED.  A REVERSAL NETS OUT AND IS JOURNALED NEGATED.
006660******************************************************************
006670 2200-TAKE-POSTING.
006680     ADD 1 TO WS-TODAY-READ.
006690     IF NOT LOG-STATUS-OK
006700        AND NOT LOG-STATUS-REVERSAL
006710         ADD 1 TO WS-ERROR-COUNT
006720         GO TO 2200-EXIT
006730     END-IF.
006740     IF LOG-STATUS-REVERSAL
006750         PERFORM 2250-NET-OUT-REVERSAL THRU 2250-EXIT
006760         COMPUTE WS-NET-AMOUNT = ZERO - LOG-RESULT
006770     ELSE
006780         ADD 1 TO WS-GOOD-COUNT
006790         ADD LOG-RESULT TO WS-GOOD-TOTAL
006800         ADD 1 TO WS-POSTED-COUNT
006810         ADD LOG-RESULT TO WS-POSTED-TOTAL
006820         MOVE LOG-RESULT TO WS-NET-AMOUNT
006830     END-IF.
006840     PERFORM 2300-FIND-POSTING-SOURCE THRU 2300-EXIT.
006850     PERFORM 2400-FIND-MAPPING THRU 2400-EXIT.
006860     IF WS-MAP-FOUND-SUB = ZERO
006870         PERFORM 2700-RECORD-UNMAPPED THRU 2700-EXIT
006880         GO TO 2200-EXIT
006890     END-IF.
006900     PERFORM 2500-JOURNAL-POSTING THRU 2500-EXIT.
006910 2200-EXIT.
006920     EXIT.
006930
006940******************************************************************
006950* 2250-NET-OUT-REVERSAL - THE SAME NETTING CALC-DAILY-SUMMARY
006960* APPLIES TO ITS TODAY-ONLY GRAND TOTAL.  A COUNT ALREADY AT
006970* ZERO IS LEFT ALONE BUT THE AMOUNT ALWAYS NETS.
006980******************************************************************
006990 2250-NET-OUT-REVERSAL.
007000     ADD 1 TO WS-REVERSAL-COUNT.
007010     ADD LOG-RESULT TO WS-REVERSAL-TOTAL.
007020     IF WS-POSTED-COUNT > ZERO
007030         SUBTRACT 1 FROM WS-POSTED-COUNT
007040     END-IF.
007050     SUBTRACT LOG-RESULT FROM WS-POSTED-TOTAL.
007060 2250-EXIT.
007070     EXIT.
007080
007090******************************************************************
007100* 2300-FIND-POSTING-SOURCE - PICK UP THE POSTING'S SOURCE-ID AND
007110* RATE CODE FROM TODAY'S POSTING TABLE, WHERE 1250 LEFT THE
007120* NEWEST MATCHING CARD'S.  EVERY ENTRY WITH THE SAME KEY CARRIES
007130* THE SAME SOURCE, SO THE FIRST ONE FOUND WILL DO.  NO CARD ON
007140* THE CLEAN FILES LEAVES BOTH BLANK.
007150******************************************************************
007160 2300-FIND-POSTING-SOURCE.
007170     MOVE SPACES TO WS-POST-SOURCE-ID.
007180     MOVE SPACES TO WS-POST-RATE-CODE.
007190     MOVE ZERO TO WS-PST-FOUND-SUB.
007200     MOVE 1 TO WS-PST-SUB.
007210     PERFORM 2310-CHECK-ONE-POSTING THRU 2310-EXIT
007220         UNTIL WS-PST-SUB > WS-PST-USED
007230            OR WS-PST-FOUND-SUB > ZERO.
007240     IF WS-PST-FOUND-SUB > ZERO
007250        AND PST-SOURCED (WS-PST-FOUND-SUB)
007260         MOVE WS-PST-SOURCE-ID (WS-PST-FOUND-SUB)
007270             TO WS-POST-SOURCE-ID
007280         MOVE WS-PST-RATE-CODE (WS-PST-FOUND-SUB)
007290             TO WS-POST-RATE-CODE
007300         ADD 1 TO WS-SOURCED-COUNT
007310     END-IF.
007320 2300-EXIT.
007330     EXIT.
007340
007350 2310-CHECK-ONE-POSTING.
007360     IF WS-PST-ID (WS-PST-SUB) = LOG-TRANSACTION-ID
007370        AND WS-PST-SYMBOL (WS-PST-SUB) = LOG-MATH-SYMBOL
007380        AND WS-PST-NUMBER1 (WS-PST-SUB) = LOG-NUMBER1
007390        AND WS-PST-NUMBER2 (WS-PST-SUB) = LOG-NUMBER2
007400         MOVE WS-PST-SUB TO WS-PST-FOUND-SUB
007410     END-IF.
007420     ADD 1 TO WS-PST-SUB.
007430 2310-EXIT.
007440     EXIT.
007450
007460******************************************************************
007470* 2400-FIND-MAPPING - LOOK UP THE POSTING'S SOURCE, SYMBOL AND
007480* RATE CODE ON THE MAPPING TABLE, MOST SPECIFIC CARD FIRST (SEE
007490* CALCGLM).  WS-MAP-FOUND-SUB IS ZERO WHEN NO CARD APPLIES.
007500******************************************************************
007510 2400-FIND-MAPPING.
007520     MOVE LOG-MATH-SYMBOL TO WS-TRY-SYMBOL.
007530     MOVE WS-POST-SOURCE-ID TO WS-TRY-SOURCE-ID.
007540     MOVE WS-POST-RATE-CODE TO WS-TRY-RATE-CODE.
007550     PERFORM 2410-SEARCH-MAPPING THRU 2410-EXIT.
007560     IF WS-MAP-FOUND-SUB > ZERO
007570         GO TO 2400-EXIT
007580     END-IF.
007590     MOVE '****' TO WS-TRY-RATE-CODE.
007600     PERFORM 2410-SEARCH-MAPPING THRU 2410-EXIT.
007610     IF WS-MAP-FOUND-SUB > ZERO
007620         GO TO 2400-EXIT
007630     END-IF.
007640     MOVE '***' TO WS-TRY-SOURCE-ID.
007650     MOVE WS-POST-RATE-CODE TO WS-TRY-RATE-CODE.
007660     PERFORM 2410-SEARCH-MAPPING THRU 2410-EXIT.
007670     IF WS-MAP-FOUND-SUB > ZERO
007680         GO TO 2400-EXIT
007690     END-IF.
007700     MOVE '****' TO WS-TRY-RATE-CODE.
007710     PERFORM 2410-SEARCH-MAPPING THRU 2410-EXIT.
007720 2400-EXIT.
007730     EXIT.
007740
007750 2410-SEARCH-MAPPING.
007760     MOVE ZERO TO WS-MAP-FOUND-SUB.
007770     MOVE 1 TO WS-MAP-SUB.
007780     PERFORM 2420-CHECK-ONE-MAPPING THRU 2420-EXIT
007790         UNTIL WS-MAP-SUB > WS-MAP-USED
007800            OR WS-MAP-FOUND-SUB > ZERO.
007810 2410-EXIT.
007820     EXIT.
007830
007840******************************************************************
007850* 2420-CHECK-ONE-MAPPING - DOES TABLE ENTRY WS-MAP-SUB CARRY THE
007860* SOURCE AND RATE CODE BEING TRIED AND THE SYMBOL?  ALSO USED BY
007870* THE LOAD TO REFUSE A REPEATED CARD.
007880******************************************************************
007890 2420-CHECK-ONE-MAPPING.
007900     IF WS-MAP-SOURCE-ID (WS-MAP-SUB) = WS-TRY-SOURCE-ID
007910        AND WS-MAP-RATE-CODE (WS-MAP-SUB) = WS-TRY-RATE-CODE
007920        AND WS-MAP-SYMBOL (WS-MAP-SUB) = WS-TRY-SYMBOL
007930         MOVE WS-MAP-SUB TO WS-MAP-FOUND-SUB
007940     END-IF.
007950     ADD 1 TO WS-MAP-SUB.
007960 2420-EXIT.
007970     EXIT.
007980
007990******************************************************************
008000* 2500-JOURNAL-POSTING - WRITE THE DEBIT AND CREDIT LINES FOR ONE
008010* MAPPED POSTING.  THE LINES CARRY THE UNSIGNED AMOUNT, SO A
008020* NEGATIVE NET (A NEGATIVE RESULT, OR A REVERSAL OF A POSITIVE
008030* ONE) SWAPS THE ACCOUNTS.  A ZERO NET WRITES NOTHING.
008040******************************************************************
008050 2500-JOURNAL-POSTING.
008060     ADD 1 TO WS-MAP-POSTINGS (WS-MAP-FOUND-SUB).
008070     ADD WS-NET-AMOUNT TO WS-MAP-NET (WS-MAP-FOUND-SUB).
008080     IF WS-NET-AMOUNT = ZERO
008090         ADD 1 TO WS-ZERO-AMOUNT-COUNT
008100         GO TO 2500-EXIT
008110     END-IF.
008120     IF WS-NET-AMOUNT > ZERO
008130         MOVE WS-MAP-DEBIT (WS-MAP-FOUND-SUB)
008140             TO WS-DEBIT-ACCOUNT
008150         MOVE WS-MAP-CREDIT (WS-MAP-FOUND-SUB)
008160             TO WS-CREDIT-ACCOUNT
008170         MOVE WS-NET-AMOUNT TO WS-ENTRY-AMOUNT
008180     ELSE
008190         MOVE WS-MAP-CREDIT (WS-MAP-FOUND-SUB)
008200             TO WS-DEBIT-ACCOUNT
008210         MOVE WS-MAP-DEBIT (WS-MAP-FOUND-SUB)
008220             TO WS-CREDIT-ACCOUNT
008230         COMPUTE WS-ENTRY-AMOUNT = ZERO - WS-NET-AMOUNT
008240     END-IF.
008250     MOVE SPACES TO GLJ-JOURNAL-RECORD.
008260     MOVE 'D'                TO GLJ-RECORD-TYPE.
008270     MOVE WS-ENTRY-AMOUNT    TO GLJ-AMOUNT.
008280     MOVE LOG-TRANSACTION-ID TO GLJ-TRANSACTION-ID.
008290     MOVE WS-POST-SOURCE-ID  TO GLJ-SOURCE-ID.
008300     MOVE LOG-MATH-SYMBOL    TO GLJ-MATH-SYMBOL.
008310     MOVE WS-POST-RATE-CODE  TO GLJ-RATE-CODE.
008320     IF LOG-STATUS-REVERSAL
008330         MOVE 'V' TO GLJ-REVERSAL-FLAG
008340     END-IF.
008350     MOVE LOG-TIMESTAMP      TO GLJ-POSTED-TIMESTAMP.
008360     MOVE WS-DEBIT-ACCOUNT   TO GLJ-ACCOUNT-NUMBER.
008370     MOVE 'D'                TO GLJ-DEBIT-CREDIT.
008380     PERFORM 2600-WRITE-ENTRY-LINE THRU 2600-EXIT.
008390     MOVE WS-CREDIT-ACCOUNT  TO GLJ-ACCOUNT-NUMBER.
008400     MOVE 'C'                TO GLJ-DEBIT-CREDIT.
008410     PERFORM 2600-WRITE-ENTRY-LINE THRU 2600-EXIT.
008420     ADD WS-ENTRY-AMOUNT TO WS-TOTAL-DEBITS.
008430     ADD WS-ENTRY-AMOUNT TO WS-TOTAL-CREDITS.
008440     ADD WS-NET-AMOUNT TO WS-JOURNAL-NET.
008450     ADD 1 TO WS-JOURNALED-COUNT.
008460 2500-EXIT.
008470     EXIT.
008480
008490 2600-WRITE-ENTRY-LINE.
008500     ADD 1 TO WS-ENTRY-COUNT.
008510     MOVE WS-ENTRY-COUNT TO GLJ-ENTRY-NUMBER.
008520     PERFORM 2900-WRITE-JOURNAL-RECORD THRU 2900-EXIT.
008530 2600-EXIT.
008540     EXIT.
008550
008560******************************************************************
008570* 2700-RECORD-UNMAPPED - COUNT AND TOTAL A POSTING NO MAPPING
008580* CARD COVERS, AND KEEP IT FOR THE CONTROL REPORT LISTING.
008590******************************************************************
008600 2700-RECORD-UNMAPPED.
008610     ADD 1 TO WS-UNMAPPED-COUNT.
008620     ADD WS-NET-AMOUNT TO WS-UNMAPPED-TOTAL.
008630     IF WS-UNM-USED >= WS-UNM-TABLE-MAX
008640         GO TO 2700-EXIT
008650     END-IF.
008660     ADD 1 TO WS-UNM-USED.
008670     MOVE LOG-TRANSACTION-ID TO WS-UNM-ID (WS-UNM-USED).
008680     MOVE LOG-TIMESTAMP      TO WS-UNM-TIMESTAMP (WS-UNM-USED).
008690     MOVE WS-POST-SOURCE-ID  TO WS-UNM-SOURCE-ID (WS-UNM-USED).
008700     MOVE LOG-MATH-SYMBOL    TO WS-UNM-SYMBOL (WS-UNM-USED).
008710     MOVE WS-POST-RATE-CODE  TO WS-UNM-RATE-CODE (WS-UNM-USED).
008720     MOVE LOG-STATUS-CODE    TO WS-UNM-STATUS (WS-UNM-USED).
008730     MOVE WS-NET-AMOUNT      TO WS-UNM-AMOUNT (WS-UNM-USED).
008740 2700-EXIT.
008750     EXIT.
008760
008770******************************************************************
008780* 2900-WRITE-JOURNAL-RECORD - A JOURNAL THAT CANNOT BE WRITTEN IN
008790* FULL IS NO JOURNAL AT ALL, SO A BAD WRITE STOPS THE RUN.
008800******************************************************************
008810 2900-WRITE-JOURNAL-RECORD.
008820     WRITE GLJ-JOURNAL-RECORD.
008830     IF WS-JRNL-FILE-STATUS NOT = '00'
008840         DISPLAY 'CALC-GL-EXTRACT - UNABLE TO WRITE GLJRNL'
008850             ' - FILE STATUS ' WS-JRNL-FILE-STATUS
008860         MOVE 16 TO RETURN-CODE
008870         STOP RUN
008880     END-IF.
008890 2900-EXIT.
008900     EXIT.
008910
008920******************************************************************
008930* 3000-WRITE-BATCH-TRAILER - ENTRY LINE COUNT AND THE TOTAL
008940* DEBITS AND CREDITS.
008950******************************************************************
008960 3000-WRITE-BATCH-TRAILER.
008970     MOVE SPACES TO GLJ-TRAILER-RECORD.
008980     MOVE 'T'              TO GLJ-TRL-RECORD-TYPE.
008990     MOVE WS-ENTRY-COUNT   TO GLJ-TRL-ENTRY-COUNT.
009000     MOVE WS-TOTAL-DEBITS  TO GLJ-TRL-TOTAL-DEBITS.
009010     MOVE WS-TOTAL-CREDITS TO GLJ-TRL-TOTAL-CREDITS.
009020     PERFORM 2900-WRITE-JOURNAL-RECORD THRU 2900-EXIT.
009030 3000-EXIT.
009040     EXIT.
009050
009060******************************************************************
009070* 4000-PRINT-CONTROL-REPORT - THE DAY'S POSTED FIGURES, THE
009080* JOURNAL TOTALS, THE PROOF, THE MAPPING USAGE AND THE UNMAPPED
009090* POSTINGS.  THE PROOF PASSES ONLY WHEN THE JOURNAL BALANCES,
009100* ITS NET EQUALS THE POSTED GRAND TOTAL COUNTED HERE, AND THAT
009110* EQUALS THE GRAND TOTAL ON TODAY'S DAILY SUMMARY RECORD.
009120******************************************************************
009130 4000-PRINT-CONTROL-REPORT.
009140     MOVE WS-CURRENT-DATE TO WS-HL-RUN-DATE.
009150     MOVE WS-HEADING-LINE TO REPORT-LINE.
009160     WRITE REPORT-LINE.
009170     MOVE SPACES TO REPORT-LINE.
009180     WRITE REPORT-LINE.
009190     MOVE 'POSTINGS LOGGED TODAY' TO REPORT-LINE.
009200     WRITE REPORT-LINE.
009210     MOVE ALL '-' TO REPORT-LINE.
009220     WRITE REPORT-LINE.
009230     MOVE 'GOOD POSTINGS'                 TO WS-CL-LABEL.
009240     MOVE WS-GOOD-COUNT                   TO WS-CL-COUNT.
009250     MOVE WS-GOOD-TOTAL                   TO WS-CL-AMOUNT.
009260     PERFORM 4100-WRITE-CONTROL-LINE THRU 4100-EXIT.
009270     MOVE 'REVERSALS NETTED OUT'          TO WS-CL-LABEL.
009280     MOVE WS-REVERSAL-COUNT               TO WS-CL-COUNT.
009290     MOVE WS-REVERSAL-TOTAL               TO WS-CL-AMOUNT.
009300     PERFORM 4100-WRITE-CONTROL-LINE THRU 4100-EXIT.
009310     MOVE 'ERRORS (POSTED NOTHING)'       TO WS-CL-LABEL.
009320     MOVE WS-ERROR-COUNT                  TO WS-CL-COUNT.
009330     MOVE ZERO                            TO WS-CL-AMOUNT.
009340     PERFORM 4100-WRITE-CONTROL-LINE THRU 4100-EXIT.
009350     MOVE 'POSTED GRAND TOTAL'            TO WS-CL-LABEL.
009360     MOVE WS-POSTED-COUNT                 TO WS-CL-COUNT.
009370     MOVE WS-POSTED-TOTAL                 TO WS-CL-AMOUNT.
009380     PERFORM 4100-WRITE-CONTROL-LINE THRU 4100-EXIT.
009390     MOVE 'SOURCE FOUND ON THE CLEAN FILES' TO WS-CL-LABEL.
009400     MOVE WS-SOURCED-COUNT                TO WS-CL-COUNT.
009410     MOVE ZERO                            TO WS-CL-AMOUNT.
009420     PERFORM 4100-WRITE-CONTROL-LINE THRU 4100-EXIT.
009430     COMPUTE WS-UNSOURCED-COUNT =
009440         WS-GOOD-COUNT + WS-REVERSAL-COUNT - WS-SOURCED-COUNT.
009450     MOVE 'NO SOURCE (ON-LINE OR OLDER)'  TO WS-CL-LABEL.
009460     MOVE WS-UNSOURCED-COUNT              TO WS-CL-COUNT.
009470     MOVE ZERO                            TO WS-CL-AMOUNT.
009480     PERFORM 4100-WRITE-CONTROL-LINE THRU 4100-EXIT.
009490     MOVE SPACES TO REPORT-LINE.
009500     WRITE REPORT-LINE.
009510     MOVE 'JOURNAL' TO REPORT-LINE.
009520     WRITE REPORT-LINE.
009530     MOVE ALL '-' TO REPORT-LINE.
009540     WRITE REPORT-LINE.
009550     MOVE 'POSTINGS JOURNALED'            TO WS-CL-LABEL.
009560     MOVE WS-JOURNALED-COUNT              TO WS-CL-COUNT.
009570     MOVE WS-JOURNAL-NET                  TO WS-CL-AMOUNT.
009580     PERFORM 4100-WRITE-CONTROL-LINE THRU 4100-EXIT.
009590     MOVE 'ZERO AMOUNTS (NO LINES WRITTEN)' TO WS-CL-LABEL.
009600     MOVE WS-ZERO-AMOUNT-COUNT            TO WS-CL-COUNT.
009610     MOVE ZERO                            TO WS-CL-AMOUNT.
009620     PERFORM 4100-WRITE-CONTROL-LINE THRU 4100-EXIT.
009630     MOVE 'UNMAPPED POSTINGS (NOT JOURNALED)' TO WS-CL-LABEL.
009640     MOVE WS-UNMAPPED-COUNT               TO WS-CL-COUNT.
009650     MOVE WS-UNMAPPED-TOTAL               TO WS-CL-AMOUNT.
009660     PERFORM 4100-WRITE-CONTROL-LINE THRU 4100-EXIT.
009670     MOVE 'DEBIT LINES'                   TO WS-CL-LABEL.
009680     MOVE WS-JOURNALED-COUNT              TO WS-CL-COUNT.
009690     MOVE WS-TOTAL-DEBITS                 TO WS-CL-AMOUNT.
009700     PERFORM 4100-WRITE-CONTROL-LINE THRU 4100-EXIT.
009710     MOVE 'CREDIT LINES'                  TO WS-CL-LABEL.
009720     MOVE WS-JOURNALED-COUNT              TO WS-CL-COUNT.
009730     MOVE WS-TOTAL-CREDITS                TO WS-CL-AMOUNT.
009740     PERFORM 4100-WRITE-CONTROL-LINE THRU 4100-EXIT.
009750     PERFORM 4200-PRINT-PROOF THRU 4200-EXIT.
009760     PERFORM 4300-PRINT-MAPPING-USAGE THRU 4300-EXIT.
009770     PERFORM 4400-PRINT-UNMAPPED THRU 4400-EXIT.
009780 4000-EXIT.
009790     EXIT.
009800
009810 4100-WRITE-CONTROL-LINE.
009820     MOVE WS-CONTROL-LINE TO REPORT-LINE.
009830     WRITE REPORT-LINE.
009840 4100-EXIT.
009850     EXIT.
009860
009870******************************************************************
009880* 4200-PRINT-PROOF - SET THE OUTCOME OF THE CONTROL PROOF AND
009890* PRINT IT.  AN UNMAPPED POSTING FAILS IT BY ITSELF - THE
009900* JOURNAL IS SHORT BY THE UNMAPPED TOTAL.
009910******************************************************************
009920 4200-PRINT-PROOF.
009930     MOVE SPACES TO REPORT-LINE.
009940     WRITE REPORT-LINE.
009950     MOVE 'CONTROL PROOF' TO REPORT-LINE.
009960     WRITE REPORT-LINE.
009970     MOVE ALL '-' TO REPORT-LINE.
009980     WRITE REPORT-LINE.
009990     MOVE 'JOURNAL NET TOTAL'             TO WS-CL-LABEL.
010000     MOVE WS-JOURNALED-COUNT              TO WS-CL-COUNT.
010010     MOVE WS-JOURNAL-NET                  TO WS-CL-AMOUNT.
010020     PERFORM 4100-WRITE-CONTROL-LINE THRU 4100-EXIT.
010030     MOVE 'POSTED GRAND TOTAL (AUDIT LOG)' TO WS-CL-LABEL.
010040     MOVE WS-POSTED-COUNT                 TO WS-CL-COUNT.
010050     MOVE WS-POSTED-TOTAL                 TO WS-CL-AMOUNT.
010060     PERFORM 4100-WRITE-CONTROL-LINE THRU 4100-EXIT.
010070     IF SUMMARY-RECORD-FOUND
010080         MOVE 'POSTED GRAND TOTAL (DAILY SUMMARY)'
010090                                          TO WS-CL-LABEL
010100         MOVE HIST-GRAND-COUNT            TO WS-CL-COUNT
010110         MOVE HIST-GRAND-TOTAL            TO WS-CL-AMOUNT
010120         PERFORM 4100-WRITE-CONTROL-LINE THRU 4100-EXIT
010130     ELSE
010140         MOVE SPACES TO WS-CONTROL-TEXT-LINE
010150         MOVE 'POSTED GRAND TOTAL (DAILY SUMMARY)'
010160                                          TO WS-CT-LABEL
010170         MOVE 'NO RECORD FOR TODAY ON HISTIN'
010180                                          TO WS-CT-TEXT
010190         MOVE WS-CONTROL-TEXT-LINE TO REPORT-LINE
010200         WRITE REPORT-LINE
010210         SET PROOF-FAILED TO TRUE
010220     END-IF.
010230     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
010240        OR WS-JOURNAL-NET NOT = WS-POSTED-TOTAL
010250         SET PROOF-FAILED TO TRUE
010260     END-IF.
010270     IF SUMMARY-RECORD-FOUND
010280        AND HIST-GRAND-TOTAL NOT = WS-POSTED-TOTAL
010290         SET PROOF-FAILED TO TRUE
010300     END-IF.
010310     MOVE SPACES TO REPORT-LINE.
010320     WRITE REPORT-LINE.
010330     IF PROOF-PASSED
010340         MOVE 'JOURNAL PROVED - NET EQUALS THE POSTED GRAND TOTAL'
010350             TO REPORT-LINE
010360     ELSE
010370         MOVE '*** JOURNAL NOT PROVED - HOLD THE EXTRACT ***'
010380             TO REPORT-LINE
010390         MOVE 8 TO RETURN-CODE
010400         DISPLAY 'CALC-GL-EXTRACT - *** JOURNAL NOT PROVED'
010410             ' - SEE RPTOUT ***'
010420     END-IF.
010430     WRITE REPORT-LINE.
010440 4200-EXIT.
010450     EXIT.
010460
010470******************************************************************
010480* 4300-PRINT-MAPPING-USAGE - ONE LINE PER MAPPING CARD WITH THE
010490* POSTINGS IT CARRIED TONIGHT AND THEIR NET AMOUNT.
010500******************************************************************
010510 4300-PRINT-MAPPING-USAGE.
010520     MOVE SPACES TO REPORT-LINE.
010530     WRITE REPORT-LINE.
010540     MOVE 'MAPPING CARDS USED' TO REPORT-LINE.
010550     WRITE REPORT-LINE.
010560     MOVE WS-MAP-COLUMN-LINE TO REPORT-LINE.
010570     WRITE REPORT-LINE.
010580     MOVE ALL '-' TO REPORT-LINE.
010590     WRITE REPORT-LINE.
010600     MOVE 1 TO WS-MAP-SUB.
010610     PERFORM 4310-PRINT-ONE-MAPPING THRU 4310-EXIT
010620         UNTIL WS-MAP-SUB > WS-MAP-USED.
010630 4300-EXIT.
010640     EXIT.
010650
010660 4310-PRINT-ONE-MAPPING.
010670     MOVE WS-MAP-SOURCE-ID (WS-MAP-SUB) TO WS-MD-SOURCE-ID.
010680     MOVE WS-MAP-SYMBOL (WS-MAP-SUB)    TO WS-MD-SYMBOL.
010690     MOVE WS-MAP-RATE-CODE (WS-MAP-SUB) TO WS-MD-RATE-CODE.
010700     MOVE WS-MAP-DEBIT (WS-MAP-SUB)     TO WS-MD-DEBIT.
010710     MOVE WS-MAP-CREDIT (WS-MAP-SUB)    TO WS-MD-CREDIT.
010720     MOVE WS-MAP-POSTINGS (WS-MAP-SUB)  TO WS-MD-POSTINGS.
010730     MOVE WS-MAP-NET (WS-MAP-SUB)       TO WS-MD-NET.
010740     MOVE WS-MAP-DETAIL-LINE TO REPORT-LINE.
010750     WRITE REPORT-LINE.
010760     ADD 1 TO WS-MAP-SUB.
010770 4310-EXIT.
010780     EXIT.
010790
010800******************************************************************
010810* 4400-PRINT-UNMAPPED - LIST THE POSTINGS NO MAPPING CARD COVERS.
010820* ANY AT ALL HOLDS THE EXTRACT - ADD THE MISSING CARDS TO GLMAP
010830* AND RERUN.
010840******************************************************************
010850 4400-PRINT-UNMAPPED.
010860     MOVE SPACES TO REPORT-LINE.
010870     WRITE REPORT-LINE.
010880     IF WS-UNMAPPED-COUNT = ZERO
010890         MOVE 'NO UNMAPPED POSTINGS' TO REPORT-LINE
010900         WRITE REPORT-LINE
010910         GO TO 4400-EXIT
010920     END-IF.
010930     MOVE 'POSTINGS WITH NO ACCOUNT MAPPING' TO REPORT-LINE.
010940     WRITE REPORT-LINE.
010950     MOVE WS-UNM-COLUMN-LINE TO REPORT-LINE.
010960     WRITE REPORT-LINE.
010970     MOVE ALL '-' TO REPORT-LINE.
010980     WRITE REPORT-LINE.
010990     MOVE 1 TO WS-UNM-SUB.
011000     PERFORM 4410-PRINT-ONE-UNMAPPED THRU 4410-EXIT
011010         UNTIL WS-UNM-SUB > WS-UNM-USED.
011020     IF WS-UNMAPPED-COUNT > WS-UNM-USED
011030         COMPUTE WS-EDIT-COUNT = WS-UNMAPPED-COUNT - WS-UNM-USED
011040         MOVE SPACES TO REPORT-LINE
011050         STRING '... AND ' WS-EDIT-COUNT ' MORE NOT LISTED'
011060             DELIMITED BY SIZE INTO REPORT-LINE
011070         WRITE REPORT-LINE
011080     END-IF.
011090     MOVE 8 TO RETURN-CODE.
011100     DISPLAY 'CALC-GL-EXTRACT - *** ' WS-UNMAPPED-COUNT
011110         ' UNMAPPED POSTINGS - SEE RPTOUT ***'.
011120 4400-EXIT.
011130     EXIT.
011140
011150 4410-PRINT-ONE-UNMAPPED.
011160     MOVE WS-UNM-ID (WS-UNM-SUB)        TO WS-UD-ID.
011170     MOVE WS-UNM-TIMESTAMP (WS-UNM-SUB) TO WS-UD-TIMESTAMP.
011180     MOVE WS-UNM-SOURCE-ID (WS-UNM-SUB) TO WS-UD-SOURCE-ID.
011190     MOVE WS-UNM-SYMBOL (WS-UNM-SUB)    TO WS-UD-SYMBOL.
011200     MOVE WS-UNM-RATE-CODE (WS-UNM-SUB) TO WS-UD-RATE-CODE.
011210     MOVE WS-UNM-STATUS (WS-UNM-SUB)    TO WS-UD-STATUS.
011220     MOVE WS-UNM-AMOUNT (WS-UNM-SUB)    TO WS-UD-AMOUNT.
011230     MOVE WS-UNM-DETAIL-LINE TO REPORT-LINE.
011240     WRITE REPORT-LINE.
011250     ADD 1 TO WS-UNM-SUB.
011260 4410-EXIT.
011270     EXIT.
011280
011290******************************************************************
011300* 9000-TERMINATE - CLOSE THE FILES, ECHO THE COUNTS TO SYSOUT
011310* AND APPEND THE RUN RECORD.
011320******************************************************************
011330 9000-TERMINATE.
011340     CLOSE AUDIT-LOG-FILE.
011350     CLOSE JOURNAL-FILE.
011360     CLOSE REPORT-FILE.
011370     DISPLAY 'CALC-GL-EXTRACT - LOG RECORDS READ:     '
011380         WS-RECORDS-READ.
011390     DISPLAY 'CALC-GL-EXTRACT - LOGGED TODAY:         '
011400         WS-TODAY-READ.
011410     DISPLAY 'CALC-GL-EXTRACT - JOURNAL ENTRY LINES:  '
011420         WS-ENTRY-COUNT.
011430     DISPLAY 'CALC-GL-EXTRACT - UNMAPPED POSTINGS:    '
011440         WS-UNMAPPED-COUNT.
011450     PERFORM 9200-WRITE-RUN-RECORD THRU 9200-EXIT.
011460 9000-EXIT.
011470     EXIT.
011480
011490******************************************************************
011500* 9200-WRITE-RUN-RECORD - REPORT THIS RUN'S OUTCOME TO THE
011510* SHARED RUN-CONTROL FILE FOR THE NIGHT-STATUS INQUIRY.  RECORDS
011520* OUT IS THE NUMBER OF JOURNAL ENTRY LINES.  THE CONDITION CODE
011530* IS HELD ACROSS THE CALL SO A HELD EXTRACT STILL ENDS CC 8.
011540******************************************************************
011550 9200-WRITE-RUN-RECORD.
011560     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
011570     ACCEPT WS-CURRENT-TIME FROM TIME.
011580     MOVE SPACES TO RUN-CONTROL-RECORD.
011590     MOVE 'CALC-GL-EXTRACT'     TO RUN-PROGRAM-NAME.
011600     MOVE 'CALCLOG'             TO RUN-INPUT-IDENTITY.
011610     MOVE WS-RECORDS-READ       TO RUN-RECORDS-IN.
011620     MOVE WS-ENTRY-COUNT        TO RUN-RECORDS-OUT.
011630     MOVE RETURN-CODE           TO RUN-CONDITION-CODE.
011640     MOVE WS-RUN-START-TS       TO RUN-START-TIMESTAMP.
011650     STRING WS-CURRENT-DATE WS-CURRENT-TIME
011660         DELIMITED BY SIZE INTO RUN-END-TIMESTAMP.
011670     MOVE RETURN-CODE           TO WS-SAVED-RETURN-CODE.
011680     CALL 'CALC-RUN-LOG' USING RUN-CONTROL-RECORD.
011690     MOVE WS-SAVED-RETURN-CODE  TO RETURN-CODE.
011700 9200-EXIT.
011710     EXIT.
