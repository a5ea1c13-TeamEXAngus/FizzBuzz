*>****************************************************************
*> FBRCTA.CPY
*> COMMUNICATION AREA FOR THE FBRCTL RUN-CONTROL MODULE.  EVERY
*> BATCH STEP IN THE NIGHTLY CYCLE (TRANEDIT, TRANRCYC, FIZZBUZZ,
*> FBMERGE, XTRBAL, FBBILL, ACKRECON) GOES THROUGH THIS AREA, SO
*> THE INTERLOCK RULES EXECUTE IN EXACTLY ONE PLACE - THE SAME
*> CARVE-OUT PATTERN AS FBCLASS AND FBTRED.
*>
*> FUNCTIONS
*>   "R"  REGISTER - CHECK THE PREREQUISITES AND THE DUPLICATE
*>                 CALLER SETS FB-RCT-PREREQ-ANY-SLICE - ONE
*>                 FINISHED SLICE MUST NOT LET XTRBAL RUN AHEAD
*>                 OF FBMERGE AND BALANCE A STALE EXTRACT.
*> 2026-10-15 TXA  TRANRCYC, FBBILL AND ACKRECON NOW REGISTER TOO
*>                 (NO PREREQUISITES), SO EVERY STEP THE CYCLE
*>                 SIGN-OFF REPORT COVERS HAS A RUNCTL ROW.
*> 2026-10-15 TXA  SLICE FROM-NUMBER WIDENED FROM 5 TO 9 DIGITS,
*>                 AS ON RUNCTL.
*>****************************************************************
01  FB-RCT-COMMAREA.
    05  FB-RCT-FUNCTION             PIC X(01).
    05  FB-RCT-IO-STATUS            PIC X(02).
    05  FB-RCT-CYCLE-DATE           PIC 9(08).
    05  FB-RCT-STEP                 PIC X(08).
    05  FB-RCT-SLICE-FROM           PIC 9(09).
    05  FB-RCT-RUN-ID               PIC 9(14).
    05  FB-RCT-PREREQ-1             PIC X(08).
    05  FB-RCT-PREREQ-2             PIC X(08).
