*>                 BYTE CAME FROM THE FILLER - LRECL UNCHANGED.
*>                 FOR "C"/"E" RULES THE DIVISOR FIELD CARRIES
*>                 THE DIGIT.
*> 2026-10-15 TXA  ADDED THE RULE PROFILE THE HIT CAME FROM (SEE
*>                 FBRULE), SO A SHARED RUN'S MATCHES CAN BE TOLD
*>                 APART BY PROFILE.  FROM THE FILLER - LRECL
*>                 UNCHANGED AT 40.
*> 2026-10-15 TXA  NUMBER WIDENED FROM 5 TO 9 DIGITS (CEILING
*>                 999,999,999).  LATER COLUMNS MOVE 4 RIGHT; LRECL
*>                 40->44.
*>****************************************************************
01  FB-MTCH-RECORD.
    05  FB-MTCH-RUN-ID              PIC 9(14).
    05  FB-MTCH-NUMBER              PIC 9(09).
    05  FB-MTCH-RULE-DIVISOR        PIC 9(03).
    05  FB-MTCH-RULE-WORD           PIC X(08).
    05  FB-MTCH-MATCH-SEQ           PIC 9(02).
    05  FB-MTCH-RULE-TYPE           PIC X(01).
    05  FB-MTCH-PROFILE             PIC X(04).
    05  FILLER                      PIC X(03).
