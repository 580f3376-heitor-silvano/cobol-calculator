000010******************************************************************
000020* COPYBOOK.    CALCGLM.
000030* AUTHOR.      R. ALBUQUERQUE - APPLICATIONS PROGRAMMING.
000040* DATE-WRITTEN. 10/15/2026.
000050*
000060* PURPOSE.     GENERAL-LEDGER MAPPING CARD FOR THE NIGHTLY
000070*              JOURNAL EXTRACT (CALC-GL-EXTRACT).  ONE 80-COLUMN
000080*              CARD PER SOURCE-ID / OPERATION SYMBOL / RATE CODE
000090*              COMBINATION, NAMING THE ACCOUNT A POSTING OF THAT
000100*              KIND IS DEBITED TO AND THE ACCOUNT IT IS CREDITED
000110*              TO.
000120*
000130*              GLM-SOURCE-ID OF '***' MATCHES ANY SOURCE AND
000140*              GLM-RATE-CODE OF '****' MATCHES ANY RATE CODE.
000150*              SPACES MATCH ONLY SPACES - A POSTING WITH NO
000160*              SOURCE (KEYED AT THE ON-LINE CALCULATORS) OR NO
000170*              RATE CODE.  THE SYMBOL IS ALWAYS MATCHED EXACTLY.
000180*              THE MOST SPECIFIC CARD WINS: SOURCE AND RATE
000190*              CODE, THEN SOURCE WITH ANY RATE CODE, THEN ANY
000200*              SOURCE WITH THE RATE CODE, THEN ANY OF BOTH.
000210*
000220*              THE TABLE IS KEPT AS AN IN-STREAM DATASET IN THE
000230*              EXTRACT'S JCL (CALCGL) AND CHANGED WITH IT.  A
000240*              CARD WITH AN ASTERISK IN COLUMN 1 AND A BLANK IN
000250*              COLUMN 2 IS A COMMENT - '***' IN COLUMNS 1-3 IS
000260*              THE ANY-SOURCE WILDCARD, NOT A COMMENT.
000270*
000280* MODIFICATION HISTORY.
000290*   10/15/2026  RA   ORIGINAL COPYBOOK.
000300******************************************************************
000310 01  GLM-MAPPING-RECORD.
000320     05  GLM-SOURCE-ID               PIC X(03).
000330         88  GLM-ANY-SOURCE          VALUE '***'.
000340     05  FILLER                      PIC X(01).
000350     05  GLM-MATH-SYMBOL             PIC X(01).
000360     05  FILLER                      PIC X(01).
000370     05  GLM-RATE-CODE               PIC X(04).
000380         88  GLM-ANY-RATE-CODE       VALUE '****'.
000390     05  FILLER                      PIC X(01).
000400     05  GLM-DEBIT-ACCOUNT           PIC X(10).
000410     05  FILLER                      PIC X(01).
000420     05  GLM-CREDIT-ACCOUNT          PIC X(10).
000430     05  FILLER                      PIC X(48).
000440
000450 01  GLM-COMMENT-CARD.
000460     05  GLM-COMMENT-FLAG            PIC X(02).
000470         88  GLM-COMMENT             VALUE '* '.
000480     05  FILLER                      PIC X(78).
