000010******************************************************************
000020* PROGRAM-ID.  CALC-SOURCE-LOG.
000030* AUTHOR.      R. ALBUQUERQUE - APPLICATIONS PROGRAMMING.
000040* INSTALLATION. DAY-END RECONCILIATION.
000050* DATE-WRITTEN. 10/15/2026.
000060* DATE-COMPILED.
000070*
000080* PURPOSE.     COMMON SOURCE-ACTIVITY WRITER.  EACH NIGHTLY
000090*              STEP THAT COUNTS ITEMS BY SENDING AREA CALLS HERE
000100*              ONCE PER SOURCE-ID WITH A FILLED SOURCE-ACTIVITY
000110*              RECORD (SEE CALCSRA), AND CALC-SOURCE-ROLL CALLS
000120*              HERE WITH ITS ROLL MARKER.  THE RECORD IS
000130*              APPENDED TO THE SHARED SOURCE-ACTIVITY FILE.  THE
000140*              DATASET IS DISP=MOD AND ONLY EVER APPENDED.
000150*
000160*              AS WITH CALC-RUN-LOG, A RECORD THAT CANNOT BE
000170*              WRITTEN IS REPORTED BUT DOES NOT FAIL THE CALLER -
000180*              THE COUNTS ARE FOR THE MONTHLY SERVICE REVIEW AND
000190*              ARE NOT WORTH STOPPING THE NIGHT FOR.
000200*
000210* MODIFICATION HISTORY.
000220*   10/15/2026  RA   ORIGINAL PROGRAM.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. CALC-SOURCE-LOG.
000260 AUTHOR. R. ALBUQUERQUE.
000270 INSTALLATION. DAY-END RECONCILIATION.
000280 DATE-WRITTEN. 10/15/2026.
000290 DATE-COMPILED.
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT SOURCE-ACTIVITY-FILE ASSIGN TO SRCACT
000350         FILE STATUS IS WS-SRA-FILE-STATUS.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  SOURCE-ACTIVITY-FILE.
000400 COPY CALCSRA.
000410
000420 WORKING-STORAGE SECTION.
000430 77  WS-SRA-FILE-STATUS          PIC X(02).
000440
000450 LINKAGE SECTION.
000460 01  LNK-SOURCE-ACTIVITY-RECORD  PIC X(200).
000470
000480 PROCEDURE DIVISION USING LNK-SOURCE-ACTIVITY-RECORD.
000490
000500******************************************************************
000510* 0000-MAIN-CONTROL - APPEND THE CALLER'S SOURCE-ACTIVITY RECORD.
000520******************************************************************
000530 0000-MAIN-CONTROL.
000540     OPEN EXTEND SOURCE-ACTIVITY-FILE.
000550     IF WS-SRA-FILE-STATUS = '35'
000560         OPEN OUTPUT SOURCE-ACTIVITY-FILE
000570     END-IF.
000580     IF WS-SRA-FILE-STATUS NOT = '00'
000590         DISPLAY 'CALC-SOURCE-LOG - UNABLE TO OPEN SRCACT'
000600             ' - FILE STATUS ' WS-SRA-FILE-STATUS
000610             ' - ACTIVITY RECORD NOT WRITTEN'
000620         GOBACK
000630     END-IF.
000640     MOVE LNK-SOURCE-ACTIVITY-RECORD TO SOURCE-ACTIVITY-RECORD.
000650     WRITE SOURCE-ACTIVITY-RECORD.
000660     CLOSE SOURCE-ACTIVITY-FILE.
000670     GOBACK.
