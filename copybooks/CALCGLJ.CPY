000010******************************************************************
000020* COPYBOOK.    CALCGLJ.
000030* AUTHOR.      R. ALBUQUERQUE - APPLICATIONS PROGRAMMING.
000040* DATE-WRITTEN. 10/15/2026.
000050*
000060* PURPOSE.     GENERAL-LEDGER JOURNAL RECORD WRITTEN BY THE
000070*              NIGHTLY JOURNAL EXTRACT (CALC-GL-EXTRACT) FOR THE
000080*              LEDGER'S JOURNAL IMPORT.  ONE BATCH PER RUN:
000090*
000100*                H  BATCH HEADER - JOURNAL DATE, SOURCE SYSTEM
000110*                   AND THE RUN TIMESTAMP AS THE BATCH ID.
000120*                D  ONE ENTRY LINE PER ACCOUNT SIDE - EVERY
000130*                   POSTING GIVES A DEBIT LINE AND A CREDIT LINE
000140*                   FOR THE SAME UNSIGNED AMOUNT, CARRYING THE
000150*                   TRANSACTION ID AND WHAT IT WAS MAPPED BY.
000160*                T  BATCH TRAILER - ENTRY LINE COUNT AND THE
000170*                   TOTAL DEBITS AND TOTAL CREDITS, WHICH ARE
000180*                   ALWAYS EQUAL.
000190*
000200*              A NEGATIVE RESULT, OR A REVERSAL (GLJ-REVERSAL-
000210*              FLAG 'V'), POSTS WITH THE MAPPED ACCOUNTS
000220*              SWAPPED, SO THE JOURNAL NETS THE WAY THE DAILY
000230*              SUMMARY DOES.  LRECL 80.
000240*
000250* MODIFICATION HISTORY.
000260*   10/15/2026  RA   ORIGINAL COPYBOOK.
000270******************************************************************
000280 01  GLJ-JOURNAL-RECORD.
000290     05  GLJ-RECORD-TYPE             PIC X(01).
000300         88  GLJ-BATCH-HEADER        VALUE 'H'.
000310         88  GLJ-ENTRY-LINE          VALUE 'D'.
000320         88  GLJ-BATCH-TRAILER       VALUE 'T'.
000330     05  GLJ-ENTRY-NUMBER            PIC 9(07).
000340     05  GLJ-ACCOUNT-NUMBER          PIC X(10).
000350     05  GLJ-DEBIT-CREDIT            PIC X(01).
000360         88  GLJ-DEBIT               VALUE 'D'.
000370         88  GLJ-CREDIT              VALUE 'C'.
000380     05  GLJ-AMOUNT                  PIC 9(07)V99.
000390     05  GLJ-TRANSACTION-ID          PIC X(10).
000400     05  GLJ-SOURCE-ID               PIC X(03).
000410     05  GLJ-MATH-SYMBOL             PIC X(01).
000420     05  GLJ-RATE-CODE               PIC X(04).
000430     05  GLJ-REVERSAL-FLAG           PIC X(01).
000440         88  GLJ-REVERSAL            VALUE 'V'.
000450     05  GLJ-POSTED-TIMESTAMP        PIC X(14).
000460     05  FILLER                      PIC X(19).
000470
000480 01  GLJ-HEADER-RECORD REDEFINES GLJ-JOURNAL-RECORD.
000490     05  GLJ-HDR-RECORD-TYPE         PIC X(01).
000500     05  GLJ-HDR-SOURCE-SYSTEM       PIC X(08).
000510     05  GLJ-HDR-JOURNAL-DATE        PIC X(08).
000520     05  GLJ-HDR-BATCH-ID            PIC X(14).
000530     05  FILLER                      PIC X(49).
000540
000550 01  GLJ-TRAILER-RECORD REDEFINES GLJ-JOURNAL-RECORD.
000560     05  GLJ-TRL-RECORD-TYPE         PIC X(01).
000570     05  GLJ-TRL-ENTRY-COUNT         PIC 9(07).
000580     05  GLJ-TRL-TOTAL-DEBITS        PIC 9(11)V99.
000590     05  GLJ-TRL-TOTAL-CREDITS       PIC 9(11)V99.
000600     05  FILLER                      PIC X(46).
