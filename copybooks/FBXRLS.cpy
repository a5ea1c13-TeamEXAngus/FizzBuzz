*>------------------------------------------------------------------
*> MOD LOG
*> 2026-09-02 TXA  ORIGINAL.
*> 2026-10-15 TXA  ADDED THE ROW ACTION.  SPACES IS A RELEASE AS
*>                 BEFORE; "W" IS A WITHDRAWAL APPENDED BY RUNBACK
*>                 WHEN A RELEASED RUN IS BACKED OUT - SAME RUN-ID,
*>                 DEPARTMENT AND COUNT, RLSE-DATE = THE DATE OF
*>                 THE WITHDRAWAL.  ACKRECON STOPS CHASING AN ACK
*>                 FOR A WITHDRAWN RELEASE AND FLAGS ONE ALREADY
*>                 LOADED SO THE DEPARTMENT CAN TAKE IT BACK OUT.
*>****************************************************************
01  FB-XRLS-RECORD.
    05  FB-XRLS-RUN-ID              PIC 9(14).
    05  FB-XRLS-DEPT-ID             PIC X(04).
    05  FB-XRLS-REC-COUNT           PIC 9(09).
    05  FB-XRLS-RLSE-DATE           PIC 9(08).
    05  FB-XRLS-ACTION              PIC X(01).
        88  FB-XRLS-IS-RELEASE          VALUE SPACE.
        88  FB-XRLS-IS-WITHDRAWAL       VALUE "W".
    05  FILLER                      PIC X(04).
