*>   "C"  COMPLETED
*>   "A"  ABENDED - MAY BE RE-REGISTERED BY A RERUN
*>------------------------------------------------------------------
*> TIMESTAMPS
*>   FB-RCTL-TS-DATE/TIME IS THE LATEST EVENT ON THE ROW - THE
*>   REGISTRATION WHILE "S", THE COMPLETION OR ABEND AFTER.
*>   FB-RCTL-START-TIME IS SET AT REGISTRATION AND LEFT ALONE BY
*>   THE MARKS; THE START DATE IS THE CYCLE DATE, SINCE EVERY STEP
*>   REGISTERS UNDER ITS OWN RUN DATE.  A ROW REGISTERED BEFORE
*>   THE START TIME WAS KEPT CARRIES SPACES THERE.
*>------------------------------------------------------------------
*> MOD LOG
*> 2026-09-02 TXA  ORIGINAL.
*> 2026-10-15 TXA  FB-RCTL-START-TIME TAKEN FROM FILLER SO THE
*>                 CYCLE SIGN-OFF CAN SHOW START, END AND ELAPSED.
*> 2026-10-15 TXA  SLICE FROM-NUMBER WIDENED FROM 5 TO 9 DIGITS
*>                 WITH THE NUMBERS, FROM THE FILLER - LRECL
*>                 UNCHANGED AT 60, BUT THE KEY IS LONGER, SO
*>                 RUNCTL IS RELOADED ONCE BY NUMCONV.
*>****************************************************************
01  FB-RCTL-RECORD.
    05  FB-RCTL-KEY.
        10  FB-RCTL-CYCLE-DATE      PIC 9(08).
        10  FB-RCTL-STEP            PIC X(08).
        10  FB-RCTL-SLICE-FROM      PIC 9(09).
    05  FB-RCTL-STATUS              PIC X(01).
        88  FB-RCTL-STARTED             VALUE "S".
        88  FB-RCTL-COMPLETED           VALUE "C".
    05  FB-RCTL-RUN-ID              PIC 9(14).
    05  FB-RCTL-TS-DATE             PIC 9(08).
    05  FB-RCTL-TS-TIME             PIC 9(06).
    05  FB-RCTL-START-TIME          PIC 9(06).
