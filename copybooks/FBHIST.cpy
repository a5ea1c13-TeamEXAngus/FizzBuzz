*>                 THE TIME (YYYYMMDDHHMMSS) SO TWO RUNS ON DIFFERENT
*>                 DAYS STARTING IN THE SAME SECOND CAN STILL BE TOLD
*>                 APART ON THIS AUDIT TRAIL.
*> 2026-10-15 TXA  ADDED "R" (REVERSED) STATUS AND THE DATE OF THE
*>                 REVERSAL.  RUNBACK APPENDS A SECOND ROW FOR A
*>                 BACKED-OUT RUN - SAME RUN-ID, DATE, MODE AND
*>                 HIGH NUMBER AS THE ORIGINAL, STATUS "R" - SO
*>                 THE TRAIL SHOWS BOTH WHAT RAN AND THAT IT WAS
*>                 WITHDRAWN.  A REVERSAL ROW IS NOT A RUN.
*> 2026-10-15 TXA  LOOP LIMIT AND HIGH NUMBER WIDENED FROM 5 TO 9
*>                 DIGITS (CEILING 999,999,999); LRECL 51->59.
*>                 HISTFILE AND THE HISTARCH ARCHIVES ARE
*>                 CONVERTED ONCE BY NUMCONV.
*>****************************************************************
01  FB-HIST-RECORD.
    05  FB-HIST-RUN-ID              PIC 9(14).
    05  FB-HIST-RUN-DATE            PIC 9(08).
    05  FB-HIST-RUN-TIME            PIC 9(06).
    05  FB-HIST-LOOP-LIMIT          PIC 9(09).
    05  FB-HIST-RUN-MODE            PIC X(01).
    05  FB-HIST-HIGH-NUMBER         PIC 9(09).
    05  FB-HIST-STATUS              PIC X(01).
        88  FB-HIST-COMPLETE            VALUE "C".
        88  FB-HIST-ABENDED             VALUE "A".
        88  FB-HIST-REVERSED            VALUE "R".
    05  FB-HIST-REVERSED-DATE       PIC 9(08).
    05  FILLER                      PIC X(03).
