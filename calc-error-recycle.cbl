000270*                    RUN-CONTROL FILE (SEE CALCRUN) AT END OF
000280*                    RUN, SO THE NIGHT-STATUS INQUIRY SHOWS
000290*                    THIS STEP'S OUTCOME AT A GLANCE.
000291*   10/15/2026  RA   COUNT THE ITEMS RECYCLED FOR EACH SENDING
000292*                    AREA AND APPEND THEM TO THE SOURCE-ACTIVITY
000293*                    FILE (SEE CALCSRA) FOR THE AREA SCORECARD.
000294*                    THE AUDIT LOG CARRIES NO SOURCE-ID, SO THE
000295*                    NIGHT'S ERROR RESULTS ON CALCOUT ARE LOADED
000296*                    TO FIND EACH FAILURE'S SOURCE; A FAILURE
000297*                    NOT ON CALCOUT COUNTS UNDER A BLANK SOURCE.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. CALC-ERROR-RECYCLE.
000470     SELECT SWEEP-CONTROL-FILE ASSIGN TO CALCSWP
000480         FILE STATUS IS WS-SWEEP-FILE-STATUS.
000490
000492     SELECT RESULT-FILE ASSIGN TO CALCOUT
000494         FILE STATUS IS WS-RESULT-FILE-STATUS.
000496
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  AUDIT-LOG-FILE.
000580 FD  SWEEP-CONTROL-FILE.
000590 COPY CALCSWP.
000600
000602 FD  RESULT-FILE.
000604 COPY CALCOUT.
000606
000610 WORKING-STORAGE SECTION.
000620 77  WS-LOG-FILE-STATUS          PIC X(02).
000630 77  WS-RECYCLE-FILE-STATUS      PIC X(02).
000640 77  WS-SWEEP-FILE-STATUS        PIC X(02).
000645 77  WS-RESULT-FILE-STATUS       PIC X(02).
000650 77  WS-RECORDS-READ             PIC 9(08) COMP VALUE ZERO.
000660 77  WS-RECORDS-SWEPT            PIC 9(08) COMP VALUE ZERO.
000670 77  WS-RECORDS-RECYCLED         PIC 9(08) COMP VALUE ZERO.
000710 77  WS-RCY-SUB                  PIC 9(04) COMP VALUE ZERO.
000720 77  WS-RCY-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
000730 77  WS-RCY-LOOKUP-ID            PIC X(10) VALUE SPACES.
000732 77  WS-RES-TABLE-MAX            PIC 9(04) COMP VALUE 5000.
000734 77  WS-RES-USED                 PIC 9(04) COMP VALUE ZERO.
000736 77  WS-RES-SUB                  PIC 9(04) COMP VALUE ZERO.
000738 77  WS-RES-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
000740 77  WS-LAST-SWEEP-TIMESTAMP     PIC X(14) VALUE LOW-VALUES.
000750 77  WS-NEW-SWEEP-TIMESTAMP      PIC X(14) VALUE LOW-VALUES.
000760 77  WS-RECYCLE-HASH-NUMBER1     PIC S9(8)V99 COMP-3 VALUE ZERO.
000790 77  WS-CURRENT-DATE             PIC X(08).
000800 77  WS-CURRENT-TIME             PIC X(08).
000810 77  WS-RUN-START-TS             PIC X(14) VALUE SPACES.
000811 77  WS-SRC-TABLE-MAX            PIC 9(04) COMP VALUE 200.
000812 77  WS-SRC-USED                 PIC 9(04) COMP VALUE ZERO.
000813 77  WS-SRC-SUB                  PIC 9(04) COMP VALUE ZERO.
000814 77  WS-SRC-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
000815 77  WS-SRC-LOOKUP-ID            PIC X(03) VALUE SPACES.
000820
000830 COPY CALCRUN.
000833
000836 COPY CALCSRA.
000840
000850 01  WS-LOG-EOF-SWITCH           PIC X(01) VALUE 'N'.
000860     88  END-OF-LOG              VALUE 'Y'.
000890 01  WS-SWEEP-EOF-SWITCH         PIC X(01) VALUE 'N'.
000900     88  END-OF-SWEEP-FILE       VALUE 'Y'.
000910     88  NOT-END-OF-SWEEP-FILE   VALUE 'N'.
000912
000914 01  WS-RESULT-EOF-SWITCH        PIC X(01) VALUE 'N'.
000916     88  END-OF-RESULT-FILE      VALUE 'Y'.
000918     88  NOT-END-OF-RESULT-FILE  VALUE 'N'.
000920
000930*----------------------------------------------------------------
000940* RECYCLE COUNT PER TRANSACTION, LOADED FROM THE SWEEP-CONTROL
001010         10  WS-RCY-ID           PIC X(10).
001020         10  WS-RCY-COUNT        PIC 9(02).
001030         10  WS-RCY-WRITTEN      PIC X(01).
001031
001032*----------------------------------------------------------------
001033* TRANSACTION ID AND SOURCE-ID OF EVERY ERROR RESULT ON CALCOUT.
001034* THE LOG CARRIES NO SOURCE, SO A SWEPT FAILURE IS LOOKED UP HERE.
001035*----------------------------------------------------------------
001036 01  WS-RESULT-SOURCE-TABLE.
001037     05  WS-RES-ENTRY OCCURS 5000 TIMES.
001038         10  WS-RES-ID           PIC X(10).
001039         10  WS-RES-SOURCE       PIC X(03).
001040
001041*----------------------------------------------------------------
001042* ITEMS RECYCLED FOR EACH SENDING AREA THIS RUN, APPENDED TO THE
001043* SOURCE-ACTIVITY FILE AT END OF RUN.
001044*----------------------------------------------------------------
001045 01  WS-SOURCE-TABLE.
001046     05  WS-SRC-ENTRY OCCURS 200 TIMES.
001047         10  WS-SRC-ID           PIC X(03).
001048         10  WS-SRC-RECYCLED     PIC 9(07).
001049
001050 PROCEDURE DIVISION.
001060
001070******************************************************************
001270     STRING WS-CURRENT-DATE WS-CURRENT-TIME
001280         DELIMITED BY SIZE INTO WS-RUN-START-TS.
001290     PERFORM 1100-LOAD-SWEEP-CONTROL THRU 1100-EXIT.
001295     PERFORM 1200-LOAD-RESULT-SOURCES THRU 1200-EXIT.
001300     OPEN INPUT AUDIT-LOG-FILE.
001310     IF WS-LOG-FILE-STATUS NOT = '00'
001320         DISPLAY 'CALC-ERROR-RECYCLE - UNABLE TO OPEN CALCLOG'
002770     ADD 1 TO WS-RECORDS-RECYCLED.
002780     ADD LOG-NUMBER1 TO WS-RECYCLE-HASH-NUMBER1.
002790     ADD LOG-NUMBER2 TO WS-RECYCLE-HASH-NUMBER2.
002795     PERFORM 2310-COUNT-SOURCE-RECYCLE THRU 2310-EXIT.
002800 2300-EXIT.
002810     EXIT.
002820
003400         WS-RECORDS-RECYCLED.
003410     DISPLAY 'CALC-ERROR-RECYCLE - HELD FOR SUPERVISOR:   '
003420         WS-RECORDS-HELD.
003425     PERFORM 9400-WRITE-SOURCE-ACTIVITY THRU 9400-EXIT.
003430     PERFORM 9300-WRITE-RUN-RECORD THRU 9300-EXIT.
003440 9000-EXIT.
003450     EXIT.
004130     ADD 1 TO WS-RCY-SUB.
004140 9210-EXIT.
004150     EXIT.
004160
004170******************************************************************
004180* 1200-LOAD-RESULT-SOURCES - LOAD THE TRANSACTION ID AND SOURCE-ID
004190* OF EVERY ERROR RESULT ON THE NIGHT'S RESULTS FILE.  A MISSING
004200* FILE (STATUS 35) SIMPLY MEANS NO SOURCES ARE KNOWN.  THE TABLE
004210* ONLY FEEDS THE SCORECARD COUNTS, SO A FULL TABLE IS REPORTED
004220* AND THE REST OF THE FILE LEFT UNLOADED.
004230******************************************************************
004240 1200-LOAD-RESULT-SOURCES.
004250     OPEN INPUT RESULT-FILE.
004260     IF WS-RESULT-FILE-STATUS = '35'
004270         GO TO 1200-EXIT
004280     END-IF.
004290     IF WS-RESULT-FILE-STATUS NOT = '00'
004300         DISPLAY 'CALC-ERROR-RECYCLE - UNABLE TO OPEN CALCOUT'
004310             ' - FILE STATUS ' WS-RESULT-FILE-STATUS
004320         MOVE 16 TO RETURN-CODE
004330         STOP RUN
004340     END-IF.
004350     PERFORM 1210-LOAD-ONE-RESULT THRU 1210-EXIT
004360         UNTIL END-OF-RESULT-FILE.
004370     CLOSE RESULT-FILE.
004380 1200-EXIT.
004390     EXIT.
004400
004410 1210-LOAD-ONE-RESULT.
004420     READ RESULT-FILE
004430         AT END
004440             SET END-OF-RESULT-FILE TO TRUE
004450             GO TO 1210-EXIT
004460     END-READ.
004470     IF NOT OUT-RECORD-IN-ERROR
004480         GO TO 1210-EXIT
004490     END-IF.
004500     IF WS-RES-USED >= WS-RES-TABLE-MAX
004510         DISPLAY 'CALC-ERROR-RECYCLE - MORE THAN '
004520             WS-RES-TABLE-MAX ' ERROR RESULTS - REMAINING '
004530             'FAILURES COUNTED UNDER A BLANK SOURCE'
004540         SET END-OF-RESULT-FILE TO TRUE
004550         GO TO 1210-EXIT
004560     END-IF.
004570     ADD 1 TO WS-RES-USED.
004580     MOVE OUT-TRANSACTION-ID TO WS-RES-ID (WS-RES-USED).
004590     MOVE OUT-SOURCE-ID      TO WS-RES-SOURCE (WS-RES-USED).
004600 1210-EXIT.
004610     EXIT.
004620
004630******************************************************************
004640* 2310-COUNT-SOURCE-RECYCLE - COUNT THE ITEM JUST RECYCLED
004650* AGAINST THE SENDING AREA ITS ERROR RESULT WAS TAGGED WITH.  THE
004660* COUNTS ONLY FEED THE MONTHLY SCORECARD, SO A FULL TABLE IS
004670* REPORTED AND THE SOURCE LEFT UNCOUNTED RATHER THAN STOPPING
004680* THE SWEEP.
004690******************************************************************
004700 2310-COUNT-SOURCE-RECYCLE.
004710     MOVE SPACES TO WS-SRC-LOOKUP-ID.
004720     MOVE ZERO TO WS-RES-FOUND-SUB.
004730     MOVE 1 TO WS-RES-SUB.
004740     PERFORM 2320-MATCH-ONE-RESULT THRU 2320-EXIT
004750         UNTIL WS-RES-SUB > WS-RES-USED
004760            OR WS-RES-FOUND-SUB > ZERO.
004770     IF WS-RES-FOUND-SUB > ZERO
004780         MOVE WS-RES-SOURCE (WS-RES-FOUND-SUB)
004790             TO WS-SRC-LOOKUP-ID
004800     END-IF.
004810     MOVE ZERO TO WS-SRC-FOUND-SUB.
004820     MOVE 1 TO WS-SRC-SUB.
004830     PERFORM 2330-MATCH-ONE-SOURCE THRU 2330-EXIT
004840         UNTIL WS-SRC-SUB > WS-SRC-USED
004850            OR WS-SRC-FOUND-SUB > ZERO.
004860     IF WS-SRC-FOUND-SUB = ZERO
004870         IF WS-SRC-USED >= WS-SRC-TABLE-MAX
004880             DISPLAY 'CALC-ERROR-RECYCLE - MORE THAN '
004890                 WS-SRC-TABLE-MAX ' SOURCES - SOURCE '
004900                 WS-SRC-LOOKUP-ID
004910                 ' NOT COUNTED FOR THE SCORECARD'
004920             GO TO 2310-EXIT
004930         END-IF
004940         ADD 1 TO WS-SRC-USED
004950         MOVE WS-SRC-LOOKUP-ID TO WS-SRC-ID (WS-SRC-USED)
004960         MOVE ZERO TO WS-SRC-RECYCLED (WS-SRC-USED)
004970         MOVE WS-SRC-USED TO WS-SRC-FOUND-SUB
004980     END-IF.
004990     ADD 1 TO WS-SRC-RECYCLED (WS-SRC-FOUND-SUB).
005000 2310-EXIT.
005010     EXIT.
005020
005030 2320-MATCH-ONE-RESULT.
005040     IF WS-RES-ID (WS-RES-SUB) = LOG-TRANSACTION-ID
005050         MOVE WS-RES-SUB TO WS-RES-FOUND-SUB
005060     END-IF.
005070     ADD 1 TO WS-RES-SUB.
005080 2320-EXIT.
005090     EXIT.
005100
005110 2330-MATCH-ONE-SOURCE.
005120     IF WS-SRC-ID (WS-SRC-SUB) = WS-SRC-LOOKUP-ID
005130         MOVE WS-SRC-SUB TO WS-SRC-FOUND-SUB
005140     END-IF.
005150     ADD 1 TO WS-SRC-SUB.
005160 2330-EXIT.
005170     EXIT.
005180
005190******************************************************************
005200* 9400-WRITE-SOURCE-ACTIVITY - APPEND ONE SOURCE-ACTIVITY RECORD
005210* PER SENDING AREA THIS SWEEP RECYCLED ITEMS FOR.  THE SWEEP ONLY
005220* EVER PICKS UP FAILURES LOGGED SINCE THE LAST ONE, SO THE
005230* NIGHTLY ROLL ADDS THE RECYCLE RECORDS TOGETHER.
005240******************************************************************
005250 9400-WRITE-SOURCE-ACTIVITY.
005260     MOVE 1 TO WS-SRC-SUB.
005270     PERFORM 9410-WRITE-ONE-SOURCE THRU 9410-EXIT
005280         UNTIL WS-SRC-SUB > WS-SRC-USED.
005290 9400-EXIT.
005300     EXIT.
005310
005320 9410-WRITE-ONE-SOURCE.
005330     MOVE SPACES TO SOURCE-ACTIVITY-RECORD.
005340     MOVE ZEROS  TO SRA-COUNTS.
005350     SET SRA-TYPE-ACTIVITY TO TRUE.
005360     SET SRA-FROM-RECYCLE TO TRUE.
005370     MOVE WS-SRC-ID (WS-SRC-SUB)       TO SRA-SOURCE-ID.
005380     MOVE WS-RUN-START-TS              TO SRA-RUN-TIMESTAMP.
005390     MOVE WS-SRC-RECYCLED (WS-SRC-SUB) TO SRA-RECYCLED.
005400     CALL 'CALC-SOURCE-LOG' USING SOURCE-ACTIVITY-RECORD.
005410     ADD 1 TO WS-SRC-SUB.
005420 9410-EXIT.
005430     EXIT.
