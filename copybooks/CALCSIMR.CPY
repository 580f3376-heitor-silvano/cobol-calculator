000010******************************************************************
000020* COPYBOOK.    CALCSIMR.
000030* AUTHOR.      R. ALBUQUERQUE - APPLICATIONS PROGRAMMING.
000040* DATE-WRITTEN. 10/15/2026.
000050*
000060* PURPOSE.     PROPOSED-RATE CARD FOR A SIMULATION (WHAT-IF) RUN
000070*              OF CALC-BATCH-RECONCILE (SIMRATE, SEE JCL MEMBER
000080*              CALCSIM) - ONE CARD PER RATE CODE.  THE VALUE IS
000090*              UNSIGNED WITH TWO IMPLIED DECIMALS AND A SIGN BYTE
000100*              AFTER IT ('-' FOR A NEGATIVE VALUE).  A PROPOSED
000110*              VALUE REPLACES THE MASTER VALUE ON EVERY DATE.
000120*
000130* MODIFICATION HISTORY.
000140*   10/15/2026  RA   ORIGINAL COPYBOOK.
000150******************************************************************
000160 01  SIM-RATE-CARD.
000170     05  SIMR-RATE-CODE              PIC X(04).
000180     05  FILLER                      PIC X(01).
000190     05  SIMR-RATE-VALUE             PIC 9(7)V99.
000200     05  SIMR-RATE-SIGN              PIC X(01).
000210         88  SIMR-SIGN-VALID         VALUE ' ' '+' '-'.
000220         88  SIMR-SIGN-NEGATIVE      VALUE '-'.
000230     05  FILLER                      PIC X(65).
