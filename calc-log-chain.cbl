000010******************************************************************
000020* PROGRAM-ID.  CALC-LOG-CHAIN.
000030* AUTHOR.      R. ALBUQUERQUE - APPLICATIONS PROGRAMMING.
000040* INSTALLATION. DAY-END RECONCILIATION.
000050* DATE-WRITTEN. 10/15/2026.
000060* DATE-COMPILED.
000070*
000080* PURPOSE.     COMMON SEQUENCE-AND-CHAIN STAMPER FOR THE
000090*              CALCULATOR AUDIT LOG (SEE CALCLOG).  EVERY
000100*              PROGRAM THAT APPENDS TO THE LOG CALLS HERE - ONE
000110*              PLACE THAT KNOWS HOW THE SEQUENCE NUMBER AND THE
000120*              CHAIN VALUE ARE MADE, THE SAME SHAPE AS
000130*              CALC-RUN-LOG.  THE REQUEST AREA (SEE CALCCHN) SAYS
000140*              WHAT IS WANTED:
000150*
000160*                S - START.  CALLED JUST BEFORE THE CALLER
000170*                    OPENS THE LOG TO APPEND.  THE LOG IS READ
000180*                    TO ITS END FOR THE SEQUENCE NUMBER AND
000190*                    CHAIN VALUE OF THE LAST RECORD WRITTEN.  A
000200*                    LOG THAT DOES NOT EXIST YET, OR HOLDS ONLY
000210*                    RECORDS FROM BEFORE SEQUENCING BEGAN,
000220*                    STARTS THE SEQUENCE AT 1 FROM A ZERO CHAIN.
000230*                N - NEXT.  CALLED WITH THE FILLED RECORD JUST
000240*                    BEFORE EACH WRITE.  THE NEXT SEQUENCE
000250*                    NUMBER AND THE CHAIN VALUE ARE STAMPED ON
000260*                    THE RECORD.  A CALLER THAT NEVER ASKED FOR
000270*                    A START GETS ONE FIRST.
000280*                C - CHECK.  NOTHING IS STAMPED OR REMEMBERED -
000290*                    THE CHAIN VALUE FOR THE RECORD, GIVEN THE
000300*                    CHAIN VALUE OF THE RECORD BEFORE IT IN
000310*                    CHN-CHAIN-VALUE, IS HANDED BACK IN
000320*                    CHN-CHAIN-VALUE.  USED BY THE VERIFICATION
000330*                    JOB (CALC-LOG-VERIFY).
000340*
000350*              THE CHAIN VALUE FOLDS EVERY BYTE OF THE RECORD
000360*              AHEAD OF THE CHAIN VALUE ITSELF - SEQUENCE
000370*              NUMBER INCLUDED - INTO THE PREVIOUS RECORD'S
000380*              CHAIN VALUE, MULTIPLYING BY 251 AND REDUCING
000390*              MODULO 999999937 AT EACH BYTE.  ANY RECORD
000400*              CHANGED AFTER IT WAS WRITTEN, OR TAKEN OUT OF OR
000410*              PUT INTO THE LOG OUT OF TURN, NO LONGER MATCHES
000420*              THE VALUE RECOMPUTED FROM ITS PREDECESSOR.
000430*
000440*              CHN-STATUS COMES BACK '00', OR THE FILE STATUS
000450*              WHEN THE LOG COULD NOT BE READ ON A START ('99'
000460*              FOR AN UNKNOWN REQUEST).  THE WRITERS HOLD
000470*              THE LOG DISP=MOD, WHICH KEEPS ANY OTHER JOB FROM
000480*              APPENDING BETWEEN THE START AND THE LAST WRITE.
000490*
000500* MODIFICATION HISTORY.
000510*   10/15/2026  RA   ORIGINAL PROGRAM.
000520******************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. CALC-LOG-CHAIN.
000550 AUTHOR. R. ALBUQUERQUE.
000560 INSTALLATION. DAY-END RECONCILIATION.
000570 DATE-WRITTEN. 10/15/2026.
000580 DATE-COMPILED.
000590
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT AUDIT-LOG-FILE ASSIGN TO CALCLOG
000640         FILE STATUS IS WS-LOG-FILE-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  AUDIT-LOG-FILE.
000690 01  AUDIT-LOG-FILE-RECORD       PIC X(87).
000700
000710 WORKING-STORAGE SECTION.
000720 77  WS-LOG-FILE-STATUS          PIC X(02).
000730 77  WS-LAST-SEQUENCE            PIC 9(09) VALUE ZERO.
000740 77  WS-LAST-CHAIN               PIC 9(09) VALUE ZERO.
000750 77  WS-CHAIN-WORK               PIC 9(12) COMP VALUE ZERO.
000760 77  WS-CHAIN-QUOTIENT           PIC 9(12) COMP VALUE ZERO.
000770 77  WS-CHAIN-MODULUS            PIC 9(09) COMP VALUE 999999937.
000780 77  WS-CHAIN-MULTIPLIER         PIC 9(04) COMP VALUE 251.
000790 77  WS-FOLD-LENGTH              PIC 9(04) COMP VALUE 78.
000800 77  WS-BYTE-SUB                 PIC 9(04) COMP VALUE ZERO.
000810
000820 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000830     88  END-OF-LOG              VALUE 'Y'.
000840     88  NOT-END-OF-LOG          VALUE 'N'.
000850
000860 01  WS-STARTED-SWITCH           PIC X(01) VALUE 'N'.
000870     88  CHAIN-STARTED           VALUE 'Y'.
000880     88  CHAIN-NOT-STARTED       VALUE 'N'.
000890
000900*----------------------------------------------------------------
000910* ONE BYTE OF THE RECORD IS DROPPED INTO THE LOW-ORDER HALF OF
000920* A HALFWORD SO IT CAN BE TAKEN AS A NUMBER 0-255.
000930*----------------------------------------------------------------
000940 01  WS-BYTE-WORK.
000950     05  WS-BYTE-HIGH            PIC X(01) VALUE LOW-VALUE.
000960     05  WS-BYTE-LOW             PIC X(01) VALUE LOW-VALUE.
000970 01  WS-BYTE-VALUE REDEFINES WS-BYTE-WORK
000980                                 PIC 9(04) COMP.
000990
001000 COPY CALCLOG.
001010
001020 LINKAGE SECTION.
001030 COPY CALCCHN.
001040
001050 PROCEDURE DIVISION USING LOG-CHAIN-REQUEST.
001060
001070******************************************************************
001080* 0000-MAIN-CONTROL - ROUTE THE CALLER'S REQUEST.
001090******************************************************************
001100 0000-MAIN-CONTROL.
001110     SET CHN-OK TO TRUE.
001120     IF CHN-START
001130         PERFORM 1000-START-CHAIN THRU 1000-EXIT
001140     ELSE
001150     IF CHN-NEXT
001160         PERFORM 2000-STAMP-RECORD THRU 2000-EXIT
001170     ELSE
001180     IF CHN-CHECK
001190         PERFORM 3000-CHECK-RECORD THRU 3000-EXIT
001200     ELSE
001210         DISPLAY 'CALC-LOG-CHAIN - UNKNOWN REQUEST "'
001220             CHN-FUNCTION '"'
001230         MOVE '99' TO CHN-STATUS
001240     END-IF
001250     END-IF
001260     END-IF.
001270     GOBACK.
001280
001290******************************************************************
001300* 1000-START-CHAIN - READ THE LOG TO ITS END AND REMEMBER THE
001310* SEQUENCE NUMBER AND CHAIN VALUE OF THE LAST SEQUENCED RECORD.
001320******************************************************************
001330 1000-START-CHAIN.
001340     MOVE ZERO TO WS-LAST-SEQUENCE.
001350     MOVE ZERO TO WS-LAST-CHAIN.
001360     SET CHAIN-STARTED TO TRUE.
001370     SET NOT-END-OF-LOG TO TRUE.
001380     OPEN INPUT AUDIT-LOG-FILE.
001390     IF WS-LOG-FILE-STATUS = '35'
001400         GO TO 1000-EXIT
001410     END-IF.
001420     IF WS-LOG-FILE-STATUS NOT = '00'
001430         DISPLAY 'CALC-LOG-CHAIN - UNABLE TO OPEN CALCLOG'
001440             ' - FILE STATUS ' WS-LOG-FILE-STATUS
001450         MOVE WS-LOG-FILE-STATUS TO CHN-STATUS
001460         GO TO 1000-EXIT
001470     END-IF.
001480     PERFORM 1100-READ-ONE-RECORD THRU 1100-EXIT
001490         UNTIL END-OF-LOG.
001500     CLOSE AUDIT-LOG-FILE.
001510 1000-EXIT.
001520     EXIT.
001530
001540 1100-READ-ONE-RECORD.
001550     READ AUDIT-LOG-FILE INTO AUDIT-LOG-RECORD
001560         AT END
001570             SET END-OF-LOG TO TRUE
001580             GO TO 1100-EXIT
001590     END-READ.
001600     IF LOG-SEQUENCE-NUMBER NUMERIC
001610        AND LOG-SEQUENCE-NUMBER > ZERO
001620        AND LOG-CHAIN-VALUE NUMERIC
001630         MOVE LOG-SEQUENCE-NUMBER TO WS-LAST-SEQUENCE
001640         MOVE LOG-CHAIN-VALUE     TO WS-LAST-CHAIN
001650     END-IF.
001660 1100-EXIT.
001670     EXIT.
001680
001690******************************************************************
001700* 2000-STAMP-RECORD - GIVE THE CALLER'S RECORD THE NEXT SEQUENCE
001710* NUMBER AND ITS CHAIN VALUE, AND REMEMBER BOTH FOR THE NEXT ONE.
001720******************************************************************
001730 2000-STAMP-RECORD.
001740     IF CHAIN-NOT-STARTED
001750         PERFORM 1000-START-CHAIN THRU 1000-EXIT
001760     END-IF.
001770     MOVE CHN-LOG-RECORD TO AUDIT-LOG-RECORD.
001780     ADD 1 TO WS-LAST-SEQUENCE.
001790     MOVE WS-LAST-SEQUENCE TO LOG-SEQUENCE-NUMBER.
001800     MOVE WS-LAST-CHAIN TO WS-CHAIN-WORK.
001810     PERFORM 4000-FOLD-RECORD THRU 4000-EXIT.
001820     MOVE WS-CHAIN-WORK TO WS-LAST-CHAIN.
001830     MOVE WS-LAST-CHAIN TO LOG-CHAIN-VALUE.
001840     MOVE AUDIT-LOG-RECORD TO CHN-LOG-RECORD.
001850 2000-EXIT.
001860     EXIT.
001870
001880******************************************************************
001890* 3000-CHECK-RECORD - RECOMPUTE THE CHAIN VALUE OF THE CALLER'S
001900* RECORD FROM THE PREVIOUS RECORD'S CHAIN VALUE.
001910******************************************************************
001920 3000-CHECK-RECORD.
001930     MOVE CHN-LOG-RECORD TO AUDIT-LOG-RECORD.
001940     MOVE CHN-CHAIN-VALUE TO WS-CHAIN-WORK.
001950     PERFORM 4000-FOLD-RECORD THRU 4000-EXIT.
001960     MOVE WS-CHAIN-WORK TO CHN-CHAIN-VALUE.
001970 3000-EXIT.
001980     EXIT.
001990
002000******************************************************************
002010* 4000-FOLD-RECORD - FOLD THE RECORD, UP TO AND INCLUDING THE
002020* SEQUENCE NUMBER, INTO WS-CHAIN-WORK ONE BYTE AT A TIME.
002030******************************************************************
002040 4000-FOLD-RECORD.
002050     MOVE 1 TO WS-BYTE-SUB.
002060     PERFORM 4100-FOLD-ONE-BYTE THRU 4100-EXIT
002070         UNTIL WS-BYTE-SUB > WS-FOLD-LENGTH.
002080 4000-EXIT.
002090     EXIT.
002100
002110 4100-FOLD-ONE-BYTE.
002120     MOVE AUDIT-LOG-RECORD (WS-BYTE-SUB:1) TO WS-BYTE-LOW.
002130     COMPUTE WS-CHAIN-WORK =
002140         WS-CHAIN-WORK * WS-CHAIN-MULTIPLIER + WS-BYTE-VALUE + 1.
002150     DIVIDE WS-CHAIN-WORK BY WS-CHAIN-MODULUS
002160         GIVING WS-CHAIN-QUOTIENT REMAINDER WS-CHAIN-WORK.
002170     ADD 1 TO WS-BYTE-SUB.
002180 4100-EXIT.
002190     EXIT.
