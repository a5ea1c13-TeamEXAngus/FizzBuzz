*>------------------------------------------------------------------
*> MOD LOG
*> 2026-09-02 TXA  ORIGINAL.
*> 2026-10-15 TXA  DEPARTMENT CHANGES NOW NEED A SECOND USER'S
*>                 APPROVAL (SEE FBPEND).  FB-DAUD-USER-ID IS THE
*>                 MAKER AND FB-DAUD-APPROVER-ID THE CHECKER; THE
*>                 ROW IS WRITTEN AT APPROVAL TIME.  LRECL 147->155;
*>                 OLDER ROWS READ WITH A SPACE APPROVER.
*>****************************************************************
01  FB-DAUD-RECORD.
    05  FB-DAUD-USER-ID             PIC X(08).
    05  FB-DAUD-DEPT-ID             PIC X(04).
    05  FB-DAUD-BEFORE-IMAGE        PIC X(60).
    05  FB-DAUD-AFTER-IMAGE         PIC X(60).
    05  FB-DAUD-APPROVER-ID         PIC X(08).
