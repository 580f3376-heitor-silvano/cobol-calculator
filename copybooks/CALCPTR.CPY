000010******************************************************************
000020* COPYBOOK.    CALCPTR.
000030* AUTHOR.      R. ALBUQUERQUE - APPLICATIONS PROGRAMMING.
000040* DATE-WRITTEN. 10/15/2026.
000050*
000060* PURPOSE.     POSTED-TRANSACTION REGISTRY RECORD - ONE RECORD
000070*              PER SENDING AREA AND TRANSACTION ID THAT
000080*              CALC-BATCH-RECONCILE HAS POSTED GOOD (STATUS O),
000090*              KEYED BY SOURCE-ID PLUS TRANSACTION ID IN THE
000100*              KEYED VSAM CLUSTER (SEE THE CALCPTR JOB).  THE
000110*              AUDIT LOG CARRIES NO SOURCE-ID, SO THIS IS WHAT
000120*              CALC-INPUT-EDIT CHECKS A CARD AGAINST TO CATCH AN
000130*              AREA RESENDING CARDS THAT ALREADY POSTED ON AN
000140*              EARLIER NIGHT (REJECT REASON 10).
000150*
000160*              PTR-FILE-DATE IS THE HEADER FILE DATE THE CARD CAME
000170*              IN UNDER (SPACES FOR A HEADERLESS FILE) AND
000180*              PTR-POSTED-DATE THE NIGHT IT POSTED - THE START
000182*              DATE OF THE FRONT-END EDIT RUN THAT PASSED IT, SO
000184*              A POSTING MADE AFTER MIDNIGHT KEEPS THE NIGHT'S
000186*              DATE.  A LATER POSTING OF THE SAME KEY REPLACES
000190*              THE RECORD.
000200*
000210* MODIFICATION HISTORY.
000220*   10/15/2026  RA   ORIGINAL COPYBOOK.
000230******************************************************************
000240 01  POSTED-TRANSACTION-RECORD.
000250     05  PTR-KEY.
000260         10  PTR-SOURCE-ID           PIC X(03).
000270         10  PTR-TRANSACTION-ID      PIC X(10).
000280     05  PTR-FILE-DATE               PIC X(08).
000290     05  PTR-POSTED-DATE             PIC X(08).
000300     05  FILLER                      PIC X(11).
