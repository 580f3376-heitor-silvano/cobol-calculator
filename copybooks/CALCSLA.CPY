000010******************************************************************
000020* COPYBOOK.    CALCSLA.
000030* AUTHOR.      R. ALBUQUERQUE - APPLICATIONS PROGRAMMING.
000040* DATE-WRITTEN. 10/15/2026.
000050*
000060* PURPOSE.     EXPECTED-SCHEDULE CARD FOR THE BATCH-WINDOW SLA
000070*              MONITOR (CALC-SLA-MONITOR).  ONE 80-COLUMN CARD
000080*              PER NIGHTLY STEP THAT REPORTS TO THE RUN-CONTROL
000090*              FILE (SEE CALCRUN), NAMING THE STEP BY THE SAME
000100*              PROGRAM NAME AND INPUT IDENTITY IT POSTS THERE.
000110*              AN INPUT IDENTITY OF SPACES MATCHES ANY INPUT.
000120*
000130*              SLA-RUN-ORDER IS THE ORDER THE STEP MUST RUN IN -
000140*              A STEP MAY NOT START BEFORE EVERY STEP WITH A
000150*              LOWER ORDER HAS ENDED.  STEPS SHARING AN ORDER
000160*              NUMBER MAY RUN SIDE BY SIDE.
000170*
000180*              SLA-END-DAY AND SLA-LATEST-END-TIME GIVE THE
000190*              LATEST ALLOWED END - DAY 0 IS THE DATE THE BATCH
000200*              WINDOW OPENS, DAY 1 THE MORNING AFTER.
000210*              SLA-NORMAL-ELAPSED IS THE STEP'S NORMAL RUN TIME
000220*              IN SECONDS, USED AS THE YARDSTICK UNTIL THE STEP
000230*              HAS A RUN HISTORY OF ITS OWN.  SLA-MAX-CC IS THE
000240*              HIGHEST CONDITION CODE THE STEP MAY END WITH AND
000250*              STILL COUNT AS A GOOD RUN.
000260*
000270*              THE TABLE IS KEPT AS AN IN-STREAM DATASET IN THE
000280*              MONITOR'S JCL (CALCSLA) AND CHANGED WITH IT.  A
000290*              CARD WITH AN ASTERISK IN COLUMN 1 IS A COMMENT.
000300*
000310* MODIFICATION HISTORY.
000320*   10/15/2026  RA   ORIGINAL COPYBOOK.
000330******************************************************************
000340 01  SLA-SCHEDULE-RECORD.
000350     05  SLA-RUN-ORDER               PIC 9(03).
000360     05  FILLER                      PIC X(01).
000370     05  SLA-PROGRAM-NAME            PIC X(20).
000380     05  FILLER                      PIC X(01).
000390     05  SLA-INPUT-IDENTITY          PIC X(20).
000400     05  FILLER                      PIC X(01).
000410     05  SLA-END-DAY                 PIC 9(01).
000420     05  SLA-LATEST-END-TIME         PIC 9(06).
000430     05  FILLER                      PIC X(01).
000440     05  SLA-NORMAL-ELAPSED          PIC 9(05).
000450     05  FILLER                      PIC X(01).
000460     05  SLA-MAX-CC                  PIC 9(02).
000470     05  FILLER                      PIC X(18).
000480
000490 01  SLA-COMMENT-CARD.
000500     05  SLA-COMMENT-FLAG            PIC X(01).
000510         88  SLA-COMMENT             VALUE '*'.
000520     05  FILLER                      PIC X(79).
