000010******************************************************************
000020* COPYBOOK.    CALCSRA.
000030* AUTHOR.      R. ALBUQUERQUE - APPLICATIONS PROGRAMMING.
000040* DATE-WRITTEN. 10/15/2026.
000050*
000060* PURPOSE.     SOURCE-ACTIVITY RECORD.  EACH NIGHTLY STEP THAT
000070*              WORKS A SENDING AREA'S ITEMS APPENDS ONE 'A'
000080*              RECORD PER SOURCE-ID (VIA CALC-SOURCE-LOG) WHEN
000090*              IT ENDS, CARRYING ONLY THE COUNTS THAT STEP OWNS -
000100*                E  CALC-INPUT-EDIT       CARDS RECEIVED, REJECTS
000110*                                         BY REASON CODE
000120*                B  CALC-BATCH-RECONCILE  RESULTS POSTED, RESULTS
000130*                                         OUT OF TOLERANCE
000140*                R  CALC-ERROR-RECYCLE    ITEMS RECYCLED
000150*                K  CALC-ACK-MATCH        ACK ERRORS, ACKS OVERDUE
000160*              CALC-SOURCE-ROLL FOLDS THE RECORDS INTO THE PER-
000170*              SOURCE HISTORY MASTER (SEE CALCSRH) AND THEN
000180*              APPENDS AN 'R' MARKER CARRYING THE DATE ROLLED, SO
000190*              THE NEXT ROLL ONLY PICKS UP ACTIVITY SINCE.
000200*
000210*              SRA-REJECT-COUNT IS SUBSCRIPTED BY THE REJECT
000220*              REASON CODE (SEE CALCREJ).  SLOT 15 COLLECTS ANY
000230*              CODE THE TABLE HAS NO ROOM FOR.
000240*
000250*              LIKE THE RUN-CONTROL FILE, THE DATASET IS
000260*              ALLOCATED DISP=MOD AND ONLY EVER APPENDED.
000270*
000280* MODIFICATION HISTORY.
000290*   10/15/2026  RA   ORIGINAL COPYBOOK.
000300******************************************************************
000310 01  SOURCE-ACTIVITY-RECORD.
000320     05  SRA-RECORD-TYPE             PIC X(01).
000330         88  SRA-TYPE-ACTIVITY       VALUE 'A'.
000340         88  SRA-TYPE-ROLLED         VALUE 'R'.
000350     05  SRA-FEEDER                  PIC X(01).
000360         88  SRA-FROM-EDIT           VALUE 'E'.
000370         88  SRA-FROM-RECONCILE      VALUE 'B'.
000380         88  SRA-FROM-RECYCLE        VALUE 'R'.
000390         88  SRA-FROM-ACK-MATCH      VALUE 'K'.
000400     05  SRA-SOURCE-ID               PIC X(03).
000410     05  SRA-RUN-TIMESTAMP           PIC X(14).
000420     05  SRA-ROLL-DATE               PIC X(08).
000430     05  SRA-COUNTS.
000440         10  SRA-CARDS-RECEIVED      PIC 9(07).
000450         10  SRA-REJECTS-BY-REASON.
000460             15  SRA-REJECT-COUNT    PIC 9(07)
000470                                     OCCURS 15 TIMES.
000480         10  SRA-RESULTS-POSTED      PIC 9(07).
000490         10  SRA-OUT-OF-TOLERANCE    PIC 9(07).
000500         10  SRA-RECYCLED            PIC 9(07).
000510         10  SRA-ACK-ERRORS          PIC 9(07).
000520         10  SRA-ACKS-OVERDUE        PIC 9(07).
000530     05  FILLER                      PIC X(26).
