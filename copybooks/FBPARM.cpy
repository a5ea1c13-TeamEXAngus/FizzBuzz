*>                 CONSOLIDATION STEP WRITES THE SINGLE ROW FOR
*>                 THE LOGICAL RUN.  SLICE-COUNT IS READ BY
*>                 FBMERGE AS THE EXPECTED NUMBER OF SLICES.
*> 2026-10-15 TXA  ADDED THE RULE PROFILE FOR THE FBPREVW WHAT-IF
*>                 PREVIEW (SPACES = THE STANDARD PROFILE "STD ").
*>                 FIZZBUZZ IGNORES IT - A PRODUCTION RUN TAKES
*>                 EACH DEPARTMENT'S PROFILE FROM DEPTFILE.
*> 2026-10-15 TXA  LOOP LIMIT AND SLICE FROM/TO WIDENED FROM 5 TO
*>                 9 DIGITS WITH THE NUMBERS THEMSELVES (CEILING
*>                 999,999,999).  EVERY FIELD FROM THE DIVISORS ON
*>                 MOVES 4 COLUMNS RIGHT AND THE SLICE COUNT 8 -
*>                 OLD PARM CARDS ARE CONVERTED ONCE BY NUMCONV
*>                 (FUNCTION P), NOT READ AS THEY STAND.
*> 2026-10-15 TXA  COL 70 (WAS FILLER) IS THE CALENDAR OVERRIDE.
*>                 FIZZBUZZ REFUSES TO RUN ON A CYCLE DATE THE
*>                 SHOP CALENDAR SAYS IS NOT A WORKING DAY UNLESS
*>                 IT IS "Y".  NO LENGTH CHANGE.
*>****************************************************************
01  FB-PARM-RECORD.
    05  FB-PARM-LOOP-LIMIT          PIC 9(09).
    05  FB-PARM-DIVISOR-1           PIC 9(03).
    05  FB-PARM-DIVISOR-2           PIC 9(03).
    05  FB-PARM-RUN-MODE            PIC X(01).
    05  FB-PARM-SLICE-SW            PIC X(01).
        88  FB-PARM-SLICE-YES           VALUE "Y".
        88  FB-PARM-SLICE-NO            VALUES "N", " ".
    05  FB-PARM-SLICE-FROM          PIC 9(09).
    05  FB-PARM-SLICE-TO            PIC 9(09).
    05  FB-PARM-SLICE-COUNT         PIC 9(02).
    05  FB-PARM-PROFILE             PIC X(04).
    05  FB-PARM-CAL-OVERRIDE        PIC X(01).
        88  FB-PARM-CAL-OVERRIDE-YES    VALUE "Y".
