000010******************************************************************
000020* COPYBOOK.    CALCPER.
000030* AUTHOR.      R. ALBUQUERQUE - APPLICATIONS PROGRAMMING.
000040* DATE-WRITTEN. 10/15/2026.
000050*
000060* PURPOSE.     ACCOUNTING PERIOD CONTROL RECORD - ONE RECORD PER
000070*              CLOSE OR REOPEN OF A CALENDAR MONTH.  WRITTEN BY
000080*              THE MONTH-END CLOSE JOB (CALC-PERIOD-CLOSE), WHICH
000090*              CERTIFIES THE MONTH'S TOTALS OFF THE HISTORY
000100*              MASTER (SEE CALCHIST) AND CARRIES THEM HERE, AND
000110*              BY THE SUPERVISOR REOPEN FUNCTION
000120*              (CALC-PERIOD-REOPEN, MENU OPTION 12).
000130*
000140*              WHILE A PERIOD'S LATEST RECORD SAYS CLOSED, THE
000150*              FRONT-END EDIT (CALC-INPUT-EDIT) REJECTS ANY CARD
000160*              WHOSE FILE DATE FALLS IN IT (REASON 09 - SEE
000170*              CALCREJ) AND CALC-LOG-REVERSAL REFUSES TO REVERSE
000180*              ANY RESULT ORIGINALLY POSTED IN IT.
000190*
000200*              LIKE THE OTHER CONTROL FILES THE DATASET IS
000210*              ALLOCATED DISP=MOD AND ONLY EVER APPENDED - A
000220*              REOPEN APPENDS THE PERIOD AGAIN WITH STATUS O, A
000230*              LATER CLOSE APPENDS IT AGAIN WITH STATUS C, AND
000240*              READERS KEEP THE LAST RECORD PER PERIOD.
000250*
000260* MODIFICATION HISTORY.
000270*   10/15/2026  RA   ORIGINAL COPYBOOK.
000280******************************************************************
000290 01  PERIOD-CONTROL-RECORD.
000300     05  PER-PERIOD                  PIC X(06).
000310     05  PER-STATUS                  PIC X(01).
000320         88  PER-CLOSED              VALUE 'C'.
000330         88  PER-REOPENED            VALUE 'O'.
000340     05  PER-ACTION-TIMESTAMP        PIC X(14).
000350     05  PER-ACTION-BY               PIC X(08).
000360     05  PER-DAYS-ON-FILE            PIC 9(02).
000370     05  PER-GRAND-COUNT             PIC 9(07).
000380     05  PER-GRAND-TOTAL             PIC S9(9)V99.
000390     05  PER-ERROR-COUNT             PIC 9(07).
000400     05  FILLER                      PIC X(04).
