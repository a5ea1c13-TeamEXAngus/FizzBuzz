*>                 CALLER SETS THE ANY-SLICE FLAG (SEE FBRCTA) -
*>                 ONE FINISHED SLICE MUST NOT RELEASE XTRBAL
*>                 AHEAD OF FBMERGE.
*> 2026-10-15 TXA  REGISTRATION ALSO STAMPS FB-RCTL-START-TIME,
*>                 WHICH THE COMPLETE/ABEND MARKS LEAVE ALONE, SO
*>                 THE CYCLE SIGN-OFF REPORT HAS BOTH ENDS.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. FBRCTL.
    MOVE FB-RCT-RUN-ID TO FB-RCTL-RUN-ID.
    MOVE FB-NOW-DATE   TO FB-RCTL-TS-DATE.
    MOVE FB-NOW-TIME   TO FB-RCTL-TS-TIME.
    MOVE FB-NOW-TIME   TO FB-RCTL-START-TIME.
    REWRITE FB-RCTL-RECORD
        INVALID KEY CONTINUE
    END-REWRITE.
    MOVE FB-RCT-RUN-ID TO FB-RCTL-RUN-ID.
    MOVE FB-NOW-DATE   TO FB-RCTL-TS-DATE.
    MOVE FB-NOW-TIME   TO FB-RCTL-TS-TIME.
    MOVE FB-NOW-TIME   TO FB-RCTL-START-TIME.
    WRITE FB-RCTL-RECORD
        INVALID KEY CONTINUE
    END-WRITE.
