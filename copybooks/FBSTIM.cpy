*>****************************************************************
*> FBSTIM.CPY
*> STEP-TIMING HISTORY RECORD - ONE PER STEP (PER SLICE FOR A
*> SLICED FIZZBUZZ) PER CYCLE DATE, WRITTEN BY SIGNOFF FROM THE
*> RUNCTL ROWS AT THE END OF EACH CYCLE.  THE FILE ROLLS AS A
*> MASTER (STPHSTI IN, STPHSTO OUT) AND FEEDS THE BATCH-WINDOW
*> TREND FOR THE MONTHLY OPERATIONS REVIEW.  A SECOND SIGN-OFF
*> FOR THE SAME CYCLE DATE REPLACES THAT CYCLE'S ROWS.
*>------------------------------------------------------------------
*> STEP STATUS
*>   "C"  COMPLETED          "A"  ABENDED
*>   "S"  STILL STARTED AT SIGN-OFF
*>   "N"  NEVER RAN (NO RUNCTL ROW)
*> START/END DATE AND TIME ARE ZERO WHEN NOT KNOWN (A STEP THAT
*> NEVER RAN, A ROW STILL RUNNING, A ROW WITH NO START TIME).
*> VERDICT IS THE WHOLE CYCLE'S SIGN-OFF, REPEATED ON EVERY ROW:
*>   "G"  GO                 "H"  HOLD
*>------------------------------------------------------------------
*> MOD LOG
*> 2026-10-15 TXA  ORIGINAL.
*> 2026-10-15 TXA  SLICE FROM-NUMBER WIDENED FROM 5 TO 9 DIGITS,
*>                 AS ON RUNCTL; LRECL 80->84.
*>****************************************************************
01  FB-STIM-RECORD.
    05  FB-STIM-CYCLE-DATE          PIC 9(08).
    05  FB-STIM-STEP                PIC X(08).
    05  FB-STIM-SLICE-FROM          PIC 9(09).
    05  FB-STIM-STATUS              PIC X(01).
        88  FB-STIM-COMPLETED           VALUE "C".
        88  FB-STIM-ABENDED             VALUE "A".
        88  FB-STIM-STILL-STARTED       VALUE "S".
        88  FB-STIM-NEVER-RAN           VALUE "N".
    05  FB-STIM-START-DATE          PIC 9(08).
    05  FB-STIM-START-TIME          PIC 9(06).
    05  FB-STIM-END-DATE            PIC 9(08).
    05  FB-STIM-END-TIME            PIC 9(06).
    05  FB-STIM-ELAPSED-SECS        PIC 9(07).
    05  FB-STIM-TARGET-MINS         PIC 9(04).
    05  FB-STIM-LATE-SW             PIC X(01).
        88  FB-STIM-OVER-TARGET         VALUE "Y".
    05  FB-STIM-VERDICT             PIC X(01).
        88  FB-STIM-CYCLE-GO            VALUE "G".
        88  FB-STIM-CYCLE-HOLD          VALUE "H".
    05  FB-STIM-RUN-ID              PIC 9(14).
    05  FILLER                      PIC X(03).
