000010******************************************************************
000020* COPYBOOK.    CALCPCH.
000030* AUTHOR.      R. ALBUQUERQUE - APPLICATIONS PROGRAMMING.
000040* DATE-WRITTEN. 10/15/2026.
000050*
000060* PURPOSE.     PENDING MASTER-CHANGE RECORD - DUAL CONTROL OVER
000070*              THE RATE MASTER, THE STANDING-INSTRUCTION MASTER
000080*              AND OPERATOR AUTHORIZATION LEVELS.  THE
000090*              MAINTENANCE PROGRAMS (CALC-RATE-MAINT,
000100*              CALC-STANDING-MAINT, CALC-OPERATOR-MAINT) NO
000110*              LONGER CHANGE THOSE MASTERS THEMSELVES - THEY
000120*              QUEUE THE CHANGE HERE (STATUS P) VIA
000130*              CALC-CHANGE-QUEUE, AND A SECOND, DIFFERENT
000140*              SUPERVISOR APPROVES (A) OR DECLINES (D) IT
000150*              THROUGH CALC-CHANGE-APPROVAL.  ONLY AN APPROVED
000160*              CHANGE IS EVER APPENDED TO ITS MASTER.
000170*
000180*              CHANGE TYPES.
000190*                R - RATE MASTER      - NEW CODE/EFFECTIVE DATE
000200*                S - STANDING MASTER  - ADD A STEP, DEACTIVATE
000210*                                       OR REACTIVATE
000220*                O - OPERATOR MASTER  - AUTHORIZATION LEVEL
000230*
000240*              THE KEY IS THE SUBMIT TIMESTAMP PLUS THE MAKER'S
000250*              ID.  LIKE THE OTHER CONTROL FILES THE DATASET IS
000260*              ALLOCATED DISP=MOD AND ONLY EVER APPENDED - A
000270*              DECISION APPENDS THE SAME KEY AGAIN WITH THE NEW
000280*              STATUS, AND READERS KEEP THE LAST RECORD PER KEY.
000290*              THE CHANGE IMAGE CARRIES THE MASTER RECORD AS IT
000300*              WILL BE WRITTEN (OR, FOR AN OPERATOR, THE LEVEL
000310*              BEFORE AND AFTER).
000320*
000330* MODIFICATION HISTORY.
000340*   10/15/2026  RA   ORIGINAL COPYBOOK.
000350******************************************************************
000360 01  PENDING-CHANGE-RECORD.
000370     05  PCH-CHANGE-KEY.
000380         10  PCH-SUBMIT-TIMESTAMP    PIC X(14).
000390         10  PCH-MAKER-ID            PIC X(08).
000400     05  PCH-CHANGE-TYPE             PIC X(01).
000410         88  PCH-TYPE-RATE           VALUE 'R'.
000420         88  PCH-TYPE-STANDING       VALUE 'S'.
000430         88  PCH-TYPE-OPERATOR       VALUE 'O'.
000440     05  PCH-STATUS                  PIC X(01).
000450         88  PCH-PENDING             VALUE 'P'.
000460         88  PCH-APPROVED            VALUE 'A'.
000470         88  PCH-DECLINED            VALUE 'D'.
000480     05  PCH-CHECKER-ID              PIC X(08).
000490     05  PCH-DECISION-TIMESTAMP      PIC X(14).
000500     05  PCH-TARGET-ID               PIC X(08).
000510     05  PCH-CHANGE-IMAGE            PIC X(60).
000520     05  PCH-RATE-IMAGE REDEFINES PCH-CHANGE-IMAGE.
000530         10  PCH-RATE-CODE           PIC X(04).
000540         10  PCH-RATE-DESCRIPTION    PIC X(25).
000550         10  PCH-RATE-EFF-DATE       PIC X(08).
000560         10  PCH-RATE-VALUE          PIC S9(7)V99.
000570         10  FILLER                  PIC X(14).
000580     05  PCH-STD-IMAGE REDEFINES PCH-CHANGE-IMAGE.
000590         10  PCH-STD-ACTION          PIC X(01).
000600             88  PCH-STD-ADD-STEP    VALUE 'I'.
000610             88  PCH-STD-DEACTIVATE  VALUE 'D'.
000620             88  PCH-STD-REACTIVATE  VALUE 'R'.
000630         10  PCH-STD-ID              PIC X(06).
000640         10  PCH-STD-STEP            PIC 9(02).
000650         10  PCH-STD-DESCRIPTION     PIC X(20).
000660         10  PCH-STD-NUMBER1         PIC S9(7)V99.
000670         10  PCH-STD-SYMBOL          PIC X(01).
000680         10  PCH-STD-NUMBER2         PIC S9(7)V99.
000690         10  PCH-STD-FREQUENCY       PIC X(01).
000700         10  PCH-STD-STATUS-FLAG     PIC X(01).
000710         10  FILLER                  PIC X(10).
000720     05  PCH-OPR-IMAGE REDEFINES PCH-CHANGE-IMAGE.
000730         10  PCH-OPR-ID              PIC X(08).
000740         10  PCH-OPR-OLD-LEVEL       PIC X(01).
000750         10  PCH-OPR-NEW-LEVEL       PIC X(01).
000760         10  FILLER                  PIC X(50).
000770     05  FILLER                      PIC X(06).
