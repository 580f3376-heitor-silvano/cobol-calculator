000010******************************************************************
000020* PROGRAM-ID.  CALC-CHANGE-QUEUE.
000030* AUTHOR.      R. ALBUQUERQUE - APPLICATIONS PROGRAMMING.
000040* INSTALLATION. DAY-END RECONCILIATION.
000050* DATE-WRITTEN. 10/15/2026.
000060* DATE-COMPILED.
000070*
000080* PURPOSE.     COMMON PENDING-CHANGE WRITER FOR THE DUAL-CONTROL
000090*              QUEUE (SEE CALCPCH).  THE MAINTENANCE PROGRAMS
000100*              CALL HERE TO SUBMIT A CHANGE (STATUS P) AND
000110*              CALC-CHANGE-APPROVAL CALLS HERE TO RECORD THE
000120*              DECISION (STATUS A OR D) - ONE PLACE TO OPEN,
000130*              WRITE AND CLOSE, THE SAME SHAPE AS CALC-RUN-LOG
000140*              AND CALC-SECURITY-LOG.  THE DATASET IS DISP=MOD
000150*              AND ONLY EVER APPENDED.
000160*
000170*              EVERY RECORD WRITTEN ALSO GOES TO THE SECURITY
000180*              EVENT LOG AS A SUBMIT (21), APPROVE (22) OR
000190*              DECLINE (23) EVENT, SO THE TRAIL OF WHO ASKED
000200*              FOR A CHANGE AND WHO LET IT THROUGH SITS WITH
000210*              THE REST OF THE ACCESS EVENTS.
000220*
000230*              UNLIKE THE TWO LOG WRITERS, A RECORD THAT CANNOT
000240*              BE WRITTEN IS HANDED BACK TO THE CALLER - THE
000250*              FILE STATUS IS RETURNED IN THE SECOND PARAMETER
000260*              ('00' WHEN WRITTEN) - BECAUSE A SUBMIT THAT
000270*              SILENTLY VANISHED WOULD LEAVE THE SUPERVISOR
000280*              BELIEVING A CHANGE IS WAITING WHEN IT IS NOT.
000290*
000300* MODIFICATION HISTORY.
000310*   10/15/2026  RA   ORIGINAL PROGRAM.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. CALC-CHANGE-QUEUE.
000350 AUTHOR. R. ALBUQUERQUE.
000360 INSTALLATION. DAY-END RECONCILIATION.
000370 DATE-WRITTEN. 10/15/2026.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PENDING-CHANGE-FILE ASSIGN TO PENDCHG
000440         FILE STATUS IS WS-PCH-FILE-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  PENDING-CHANGE-FILE.
000490 COPY CALCPCH.
000500
000510 WORKING-STORAGE SECTION.
000520 77  WS-PCH-FILE-STATUS          PIC X(02).
000530 77  WS-CURRENT-DATE             PIC X(08).
000540 77  WS-CURRENT-TIME             PIC X(08).
000550
000560 COPY CALCSEC.
000570
000580 LINKAGE SECTION.
000590 01  LNK-PENDING-CHANGE          PIC X(120).
000600 01  LNK-QUEUE-STATUS            PIC X(02).
000610
000620 PROCEDURE DIVISION USING LNK-PENDING-CHANGE LNK-QUEUE-STATUS.
000630
000640******************************************************************
000650* 0000-MAIN-CONTROL - APPEND THE CALLER'S PENDING-CHANGE RECORD
000660* AND LOG THE MATCHING SECURITY EVENT.
000670******************************************************************
000680 0000-MAIN-CONTROL.
000690     OPEN EXTEND PENDING-CHANGE-FILE.
000700     IF WS-PCH-FILE-STATUS = '35'
000710         OPEN OUTPUT PENDING-CHANGE-FILE
000720     END-IF.
000730     IF WS-PCH-FILE-STATUS NOT = '00'
000740         DISPLAY 'CALC-CHANGE-QUEUE - UNABLE TO OPEN PENDCHG'
000750             ' - FILE STATUS ' WS-PCH-FILE-STATUS
000760             ' - CHANGE NOT QUEUED'
000770         MOVE WS-PCH-FILE-STATUS TO LNK-QUEUE-STATUS
000780         GOBACK
000790     END-IF.
000800     MOVE LNK-PENDING-CHANGE TO PENDING-CHANGE-RECORD.
000810     WRITE PENDING-CHANGE-RECORD.
000820     MOVE WS-PCH-FILE-STATUS TO LNK-QUEUE-STATUS.
000830     IF WS-PCH-FILE-STATUS = '00'
000840         PERFORM 1000-LOG-CHANGE-EVENT THRU 1000-EXIT
000850     ELSE
000860         DISPLAY 'CALC-CHANGE-QUEUE - UNABLE TO WRITE PENDCHG'
000870             ' - FILE STATUS ' WS-PCH-FILE-STATUS
000880             ' - CHANGE NOT QUEUED'
000890     END-IF.
000900     CLOSE PENDING-CHANGE-FILE.
000910     GOBACK.
000920
000930******************************************************************
000940* 1000-LOG-CHANGE-EVENT - ONE SECURITY EVENT PER QUEUE RECORD.
000950* THE ACTING ID IS THE MAKER ON A SUBMIT AND THE CHECKER ON A
000960* DECISION.  AN OPERATOR LEVEL CHANGE ALSO CARRIES THE LEVEL
000970* BEFORE AND AFTER, THE SAME AS THE OPERATOR MAINTENANCE EVENTS.
000980******************************************************************
000990 1000-LOG-CHANGE-EVENT.
001000     MOVE SPACES TO SECURITY-EVENT-RECORD.
001010     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001020     ACCEPT WS-CURRENT-TIME FROM TIME.
001030     STRING WS-CURRENT-DATE WS-CURRENT-TIME
001040         DELIMITED BY SIZE INTO SEC-TIMESTAMP.
001050     IF PCH-APPROVED
001060         SET SEC-CHANGE-APPROVED TO TRUE
001070         MOVE PCH-CHECKER-ID TO SEC-OPERATOR-ID
001080     ELSE
001090         IF PCH-DECLINED
001100             SET SEC-CHANGE-DECLINED TO TRUE
001110             MOVE PCH-CHECKER-ID TO SEC-OPERATOR-ID
001120         ELSE
001130             SET SEC-CHANGE-SUBMITTED TO TRUE
001140             MOVE PCH-MAKER-ID TO SEC-OPERATOR-ID
001150         END-IF
001160     END-IF.
001170     MOVE PCH-TARGET-ID   TO SEC-TARGET-ID.
001180     MOVE PCH-CHANGE-TYPE TO SEC-CHANGE-TYPE.
001190     IF PCH-TYPE-OPERATOR
001200         MOVE PCH-OPR-OLD-LEVEL TO SEC-OLD-AUTH-LEVEL
001210         MOVE PCH-OPR-NEW-LEVEL TO SEC-NEW-AUTH-LEVEL
001220     END-IF.
001230     CALL 'CALC-SECURITY-LOG' USING SECURITY-EVENT-RECORD.
001240 1000-EXIT.
001250     EXIT.
