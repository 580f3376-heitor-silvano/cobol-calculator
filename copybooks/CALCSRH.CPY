000010******************************************************************
000020* COPYBOOK.    CALCSRH.
000030* AUTHOR.      R. ALBUQUERQUE - APPLICATIONS PROGRAMMING.
000040* DATE-WRITTEN. 10/15/2026.
000050*
000060* PURPOSE.     PER-SOURCE HISTORY RECORD - ONE RECORD PER
000070*              SENDING AREA PER BUSINESS DATE, HELD IN SOURCE-ID
000080*              THEN DATE ORDER.  ROLLED FORWARD NIGHTLY BY
000090*              CALC-SOURCE-ROLL FROM THE SOURCE-ACTIVITY FILE
000100*              (SEE CALCSRA) AND READ BY CALC-AREA-SCORECARD FOR
000110*              THE MONTHLY SERVICE REVIEW.  THE COUNTS GROUP IS
000120*              LAID OUT EXACTLY AS SRA-COUNTS.
000130*
000140*              A SOURCE-ID OF SPACES COLLECTS ITEMS THAT CAME IN
000150*              WITHOUT A BATCH HEADER.
000160*
000170* MODIFICATION HISTORY.
000180*   10/15/2026  RA   ORIGINAL COPYBOOK.
000190******************************************************************
000200 01  SOURCE-HISTORY-RECORD.
000210     05  SRH-KEY.
000220         10  SRH-SOURCE-ID           PIC X(03).
000230         10  SRH-DATE                PIC X(08).
000240     05  SRH-COUNTS.
000250         10  SRH-CARDS-RECEIVED      PIC 9(07).
000260         10  SRH-REJECTS-BY-REASON.
000270             15  SRH-REJECT-COUNT    PIC 9(07)
000280                                     OCCURS 15 TIMES.
000290         10  SRH-RESULTS-POSTED      PIC 9(07).
000300         10  SRH-OUT-OF-TOLERANCE    PIC 9(07).
000310         10  SRH-RECYCLED            PIC 9(07).
000320         10  SRH-ACK-ERRORS          PIC 9(07).
000330         10  SRH-ACKS-OVERDUE        PIC 9(07).
000340     05  FILLER                      PIC X(42).
