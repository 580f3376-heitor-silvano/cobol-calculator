000170*   08/22/2026  RA   ORIGINAL COPYBOOK.
000180*   09/02/2026  RA   ADDED VLOG-STATUS-REVERSAL ('V') TO MATCH
000190*                    LOG-STATUS-REVERSAL IN CALCLOG.
000192*   10/15/2026  RA   ADDED VLOG-OVERRIDE-ID TO MATCH
000194*                    LOG-OVERRIDE-ID IN CALCLOG.
000196*   10/15/2026  RA   ADDED VLOG-SEQUENCE-NUMBER AND
000198*                    VLOG-CHAIN-VALUE TO MATCH CALCLOG.
000200******************************************************************
000210 01  VSAM-LOG-RECORD.
000220     05  VLOG-KEY.
000330         88  VLOG-STATUS-INVALID-OP  VALUE 'I'.
000340         88  VLOG-STATUS-OVERFLOW    VALUE 'E'.
000350         88  VLOG-STATUS-REVERSAL    VALUE 'V'.
000360     05  VLOG-OVERRIDE-ID            PIC X(08).
000370     05  VLOG-SEQUENCE-NUMBER        PIC 9(09).
000380     05  VLOG-CHAIN-VALUE            PIC 9(09).
