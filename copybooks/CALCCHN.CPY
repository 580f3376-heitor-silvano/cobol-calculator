000010******************************************************************
000020* COPYBOOK.    CALCCHN.
000030* AUTHOR.      R. ALBUQUERQUE - APPLICATIONS PROGRAMMING.
000040* DATE-WRITTEN. 10/15/2026.
000050*
000060* PURPOSE.     REQUEST AREA PASSED TO CALC-LOG-CHAIN, THE
000070*              AUDIT-LOG SEQUENCE-AND-CHAIN STAMPER.  THE CALLER
000080*              SETS THE FUNCTION AND, FOR A NEXT OR A CHECK, THE
000090*              AUDIT RECORD (SEE CALCLOG); FOR A CHECK IT ALSO
000100*              SETS CHN-CHAIN-VALUE TO THE PREVIOUS RECORD'S
000110*              CHAIN VALUE.  CHN-STATUS COMES BACK '00', OR THE
000120*              FILE STATUS WHEN THE LOG COULD NOT BE READ ON A
000130*              START.
000140*
000150* MODIFICATION HISTORY.
000160*   10/15/2026  RA   ORIGINAL COPYBOOK.
000170******************************************************************
000180 01  LOG-CHAIN-REQUEST.
000190     05  CHN-FUNCTION                PIC X(01).
000200         88  CHN-START               VALUE 'S'.
000210         88  CHN-NEXT                VALUE 'N'.
000220         88  CHN-CHECK               VALUE 'C'.
000230     05  CHN-CHAIN-VALUE             PIC 9(09).
000240     05  CHN-STATUS                  PIC X(02).
000250         88  CHN-OK                  VALUE '00'.
000260     05  CHN-LOG-RECORD              PIC X(87).
