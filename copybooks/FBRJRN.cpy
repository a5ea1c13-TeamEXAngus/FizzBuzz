*>****************************************************************
*> FBRJRN.CPY
*> RESULTS-MASTER BEFORE-IMAGE JOURNAL RECORD - ONE PER RSLTMST
*> ROW A FIZZBUZZ RUN TOUCHES, APPENDED TO RSLTJRN BY 2700 JUST
*> BEFORE THE ROW IS OVERWRITTEN.  CARRIES THE WHOLE ROW AS IT
*> STOOD BEFORE THE RUN ("C" - CHANGED), OR ONLY THE KEY WHEN THE
*> RUN CREATED THE ROW ("A" - ADDED), SO THE RUNBACK BACK-OUT
*> CAN PUT THE MASTER BACK EXACTLY AS THE RUN FOUND IT.  A
*> RESTARTED RUN DOES NOT JOURNAL A ROW IT ALREADY OWNS (LAST
*> RUN-ID = ITS OWN) - THE FIRST IMAGE TAKEN IS THE TRUE PRIOR.
*>------------------------------------------------------------------
*> MOD LOG
*> 2026-10-15 TXA  ORIGINAL.
*> 2026-10-15 TXA  KEY NUMBER WIDENED FROM 5 TO 9 DIGITS AND THE
*>                 BEFORE-IMAGE TO THE 104-BYTE RSLTMST ROW; LRECL
*>                 130->138.  THE JOURNAL IS CONVERTED ONCE BY
*>                 NUMCONV SO RUNBACK CAN STILL BACK OUT A RUN
*>                 FROM BEFORE THE CUTOVER.
*>****************************************************************
01  FB-RJRN-RECORD.
    05  FB-RJRN-RUN-ID              PIC 9(14).
    05  FB-RJRN-ACTION              PIC X(01).
        88  FB-RJRN-ROW-ADDED           VALUE "A".
        88  FB-RJRN-ROW-CHANGED         VALUE "C".
    05  FB-RJRN-KEY.
        10  FB-RJRN-PROFILE         PIC X(04).
        10  FB-RJRN-NUMBER          PIC 9(09).
    05  FB-RJRN-BEFORE-IMAGE        PIC X(104).
    05  FILLER                      PIC X(06).
