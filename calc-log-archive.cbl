000260*                    RUN-CONTROL FILE (SEE CALCRUN) AT END OF
000270*                    RUN, SO THE NIGHT-STATUS INQUIRY SHOWS
000280*                    THIS STEP'S OUTCOME AT A GLANCE.
000281*   10/15/2026  RA   ARCHIVE AND KEPT RECORDS WIDENED TO 87 BYTES
000282*                    WITH THE AUDIT LOG (OVERRIDE ID, SEQUENCE
000283*                    NUMBER AND CHAIN VALUE ADDED).  THE NEWEST
000284*                    RECORD ON THE LOG IS ALWAYS KEPT, EVEN PAST
000285*                    RETENTION - CALC-LOG-CHAIN CONTINUES THE
000286*                    SEQUENCE AND THE CHAIN FROM THE LAST RECORD
000287*                    ON THE LIVE LOG, SO A CUT THAT EMPTIED IT
000288*                    WOULD RESTART THEM.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. CALC-LOG-ARCHIVE.
000550 COPY CALCLOG.
000560
000570 FD  ARCHIVE-FILE.
000580 01  ARCHIVE-RECORD              PIC X(87).
000590
000600 FD  KEPT-FILE.
000610 01  KEPT-RECORD                 PIC X(87).
000620
000630 FD  REPORT-FILE.
000640 01  REPORT-LINE                 PIC X(80).
000720 77  WS-RECORDS-READ             PIC 9(08) COMP VALUE ZERO.
000730 77  WS-RECORDS-ARCHIVED         PIC 9(08) COMP VALUE ZERO.
000740 77  WS-RECORDS-KEPT             PIC 9(08) COMP VALUE ZERO.
000745 77  WS-RECORDS-HELD-BACK        PIC 9(08) COMP VALUE ZERO.
000750 77  WS-CONTROL-TOTAL            PIC 9(08) COMP VALUE ZERO.
000760 77  WS-CURRENT-DATE             PIC X(08).
000770 77  WS-CURRENT-TIME             PIC X(08).
000820 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000830     88  END-OF-LOG              VALUE 'Y'.
000840     88  NOT-END-OF-LOG          VALUE 'N'.
000841
000842 01  WS-ARCHIVE-PENDING-SWITCH   PIC X(01) VALUE 'N'.
000843     88  ARCHIVE-PENDING         VALUE 'Y'.
000844     88  NO-ARCHIVE-PENDING      VALUE 'N'.
000850
000860*----------------------------------------------------------------
000870* THE DATE PORTION OF LOG-TIMESTAMP (YYYYMMDDHHMMSS), FOR THE
000900 01  WS-TIMESTAMP-PARTS.
000910     05  WS-TS-DATE              PIC X(08).
000920     05  WS-TS-TIME              PIC X(06).
000921
000922*----------------------------------------------------------------
000923* THE LAST RECORD ROUTED TO THE ARCHIVE.  IT IS WRITTEN ONLY WHEN
000924* ANOTHER RECORD FOLLOWS IT - THE NEWEST RECORD IS ALWAYS KEPT.
000925*----------------------------------------------------------------
000926 01  WS-HELD-RECORD              PIC X(87).
000930
000940*----------------------------------------------------------------
000950* CONTROL REPORT LINE.
001100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001110     PERFORM 2000-SPLIT-ONE-RECORD THRU 2000-EXIT
001120         UNTIL END-OF-LOG.
001121     PERFORM 2200-HOLD-BACK-NEWEST THRU 2200-EXIT.
001130     PERFORM 3000-PRINT-CONTROL-REPORT THRU 3000-EXIT.
001140     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001150     STOP RUN.
001650******************************************************************
001660* 2000-SPLIT-ONE-RECORD - ROUTE ONE LOG RECORD TO THE ARCHIVE OR
001670* THE KEPT FILE BY ITS TIMESTAMP DATE, THEN READ THE NEXT ONE.
001673* AN ARCHIVED RECORD IS HELD UNTIL THE NEXT ONE ARRIVES, SO THE
001676* LAST RECORD ON THE LOG CAN STILL BE KEPT (SEE 2200).
001680******************************************************************
001690 2000-SPLIT-ONE-RECORD.
001700     MOVE LOG-TIMESTAMP TO WS-TIMESTAMP-PARTS.
001701     IF ARCHIVE-PENDING
001702         MOVE WS-HELD-RECORD TO ARCHIVE-RECORD
001703         WRITE ARCHIVE-RECORD
001704         SET NO-ARCHIVE-PENDING TO TRUE
001705     END-IF.
001710     IF WS-TS-DATE < WS-CUTOFF-DATE
001720         MOVE AUDIT-LOG-RECORD TO WS-HELD-RECORD
001730         SET ARCHIVE-PENDING TO TRUE
001740         ADD 1 TO WS-RECORDS-ARCHIVED
001750     ELSE
001760         MOVE AUDIT-LOG-RECORD TO KEPT-RECORD
002140     WRITE REPORT-LINE.
002150     MOVE 'RECORDS KEPT (CURRENT PERIOD)' TO WS-CL-LABEL.
002160     MOVE WS-RECORDS-KEPT                 TO WS-CL-COUNT.
002162     MOVE WS-CONTROL-LINE TO REPORT-LINE.
002164     WRITE REPORT-LINE.
002166     MOVE '  NEWEST RECORD HELD BACK'     TO WS-CL-LABEL.
002168     MOVE WS-RECORDS-HELD-BACK            TO WS-CL-COUNT.
002170     MOVE WS-CONTROL-LINE TO REPORT-LINE.
002180     WRITE REPORT-LINE.
002190     COMPUTE WS-CONTROL-TOTAL =
002740     CALL 'CALC-RUN-LOG' USING RUN-CONTROL-RECORD.
002750 9200-EXIT.
002760     EXIT.
002770
002780******************************************************************
002790* 2200-HOLD-BACK-NEWEST - THE LOG ENDED ON A RECORD PAST
002800* RETENTION.  IT GOES TO THE KEPT FILE INSTEAD OF THE ARCHIVE, SO
002810* CALC-LOG-CHAIN CARRIES THE SEQUENCE NUMBER AND THE CHAIN ON
002820* FROM IT AFTER THE CUT.
002830******************************************************************
002840 2200-HOLD-BACK-NEWEST.
002850     IF ARCHIVE-PENDING
002860         MOVE WS-HELD-RECORD TO KEPT-RECORD
002870         WRITE KEPT-RECORD
002880         SUBTRACT 1 FROM WS-RECORDS-ARCHIVED
002890         ADD 1 TO WS-RECORDS-KEPT
002900         ADD 1 TO WS-RECORDS-HELD-BACK
002910         SET NO-ARCHIVE-PENDING TO TRUE
002920     END-IF.
002930 2200-EXIT.
002940     EXIT.
