*> CORRECT AND RESUBMIT WITHOUT RE-KEYING THE WHOLE BATCH.
*>------------------------------------------------------------------
*> REASON CODES
*>   01  NUMBER FIELD (COLS 1-9) NOT NUMERIC
*>   02  RECORD ENTIRELY BLANK
*>   03  RECORD TYPE (COL 10) NOT SPACE, "S" OR "R"
*>   04  RANGE TO-NUMBER (COLS 11-19) NOT NUMERIC
*>   05  RANGE TO-NUMBER LESS THAN FROM-NUMBER
*>   06  DEPARTMENT (COLS 20-23) NOT ON DEPTFILE OR INACTIVE
*>       (A SPACES DEPARTMENT IS STILL ACCEPTED - OLD BARE-NUMBER
*>       FILES CARRY NO DEPARTMENT AT ALL)
*>------------------------------------------------------------------
*>                 REJECTED THE RECORD, PRESERVED ACROSS RECYCLE
*>                 PASSES SO THE AGING REPORT SHOWS HOW LONG THE
*>                 RECORD HAS SAT UNRESOLVED.  LRECL 84->92.
*> 2026-10-15 TXA  COLUMNS IN THE REASONS ABOVE FOLLOW THE WIDENED
*>                 TRANFILE CARD (SEE FBTRAN).  SUSPENSE RECORDS
*>                 WRITTEN BEFORE THE CUTOVER HAVE THEIR RAW IMAGE
*>                 CONVERTED ONCE BY NUMCONV.
*>****************************************************************
01  FB-REJ-RECORD.
    05  FB-REJ-REASON-CODE          PIC X(02).
