000010******************************************************************
000020* COPYBOOK.    CALCBEN.
000030* AUTHOR.      R. ALBUQUERQUE - APPLICATIONS PROGRAMMING.
000040* DATE-WRITTEN. 10/15/2026.
000050*
000060* PURPOSE.     KEYED-BATCH WORK RECORD - THE BATCHES OF CALCIN
000070*              CARDS KEYED ON LINE THROUGH CALC-BATCH-ENTRY
000080*              (MENU OPTION 13).  A BATCH IS IDENTIFIED BY ITS
000090*              SOURCE-ID AND FILE DATE - THE SAME IDENTITY THE
000100*              'H' HEADER CARRIES AND THE DOUBLE-POST GUARD
000110*              CHECKS.  EVERY SAVE AND THE RELEASE APPEND ONE
000120*              CONTROL RECORD (TYPE 'B') FOLLOWED BY A FULL
000130*              CURRENT COPY OF THE BATCH'S CARDS (TYPE 'D'), SO
000140*              THE DATASET IS ALLOCATED DISP=MOD AND ONLY EVER
000150*              APPENDED - READERS KEEP THE LAST CONTROL RECORD
000160*              PER BATCH AND THE CARDS THAT FOLLOW IT.
000170*
000180*              THE CONTROL RECORD CARRIES THE BATCH STATUS
000190*              (S - SAVED, STILL OPEN FOR KEYING; R - RELEASED
000200*              TO THE KEYED-INPUT FILE), THE OPERATOR WHO OPENED
000210*              THE BATCH, THE LAST TO SAVE IT AND THE ONE WHO
000220*              RELEASED IT.  EACH CARD RECORD CARRIES THE
000230*              80-BYTE CARD IMAGE (SEE CALCIN) AND THE OPERATOR
000240*              WHO KEYED THAT CARD.
000250*
000260* MODIFICATION HISTORY.
000270*   10/15/2026  RA   ORIGINAL COPYBOOK.
000280******************************************************************
000290 01  BATCH-ENTRY-RECORD.
000300     05  BEN-BATCH-KEY.
000310         10  BEN-SOURCE-ID           PIC X(03).
000320         10  BEN-FILE-DATE           PIC X(08).
000330     05  BEN-RECORD-TYPE             PIC X(01).
000340         88  BEN-TYPE-CONTROL        VALUE 'B'.
000350         88  BEN-TYPE-CARD           VALUE 'D'.
000360     05  BEN-CONTROL-DATA.
000370         10  BEN-STATUS              PIC X(01).
000380             88  BEN-SAVED           VALUE 'S'.
000390             88  BEN-RELEASED        VALUE 'R'.
000400         10  BEN-KEYED-BY            PIC X(08).
000410         10  BEN-SAVED-BY            PIC X(08).
000420         10  BEN-RELEASED-BY         PIC X(08).
000430         10  BEN-ACTION-TIMESTAMP    PIC X(14).
000440         10  BEN-CARD-COUNT          PIC 9(04).
000450         10  FILLER                  PIC X(45).
000460     05  BEN-CARD-DATA REDEFINES BEN-CONTROL-DATA.
000470         10  BEN-CARD-IMAGE          PIC X(80).
000480         10  BEN-CARD-KEYED-BY       PIC X(08).
