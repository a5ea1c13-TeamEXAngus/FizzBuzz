*>                 MASTER (DEPTFILE, SEE FBDEPT).  A MISSING
*>                 DEPTFILE IS TOLERATED - INVOICES THEN SHOW
*>                 THE BARE ID, AS BEFORE.
*> 2026-10-15 TXA  REGISTERS ON RUNCTL AT INITIALIZATION AND MARKS
*>                 COMPLETION/ABEND THROUGH FBRCTL (SEE FBRCTA),
*>                 SO THE CYCLE SIGN-OFF REPORT CAN TIME THIS STEP
*>                 AND A SECOND CONCURRENT SUBMISSION IS STOPPED.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. FBBILL.
    05  FB-IO-OPERATION            PIC X(20).
    05  FB-IO-FILE-ID              PIC X(10).

    COPY "FBRCTA.cpy".

*> ---------------------------------------------------------------
*> RATE-CARD TABLE LOADED FROM RATEFILE AT INITIALIZATION.  THE
*> "****" DEFAULT RATE, IF PRESENT, IS HELD SEPARATELY SO THE
    PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT.
    PERFORM 8200-WRITE-NEW-MASTER THRU 8200-EXIT.
    PERFORM 8300-CLOSE-FILES THRU 8300-EXIT.
    PERFORM 8400-MARK-STEP-DONE THRU 8400-EXIT.
    EVALUATE TRUE
        WHEN FB-RUN-NOT-POSTABLE
            MOVE 8 TO RETURN-CODE
1000-INITIALIZE.
    ACCEPT FB-RUN-DATE FROM DATE YYYYMMDD.
    MOVE FB-RUN-DATE(1:6) TO FB-BIL-PERIOD.
    PERFORM 1700-REGISTER-RUN-STEP THRU 1700-EXIT.
    OPEN INPUT XCTL-FILE.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE "XTRCTL"     TO FB-IO-FILE-ID.
    1610-EXIT.
        EXIT.

*>****************************************************************
*> 1700-REGISTER-RUN-STEP - REGISTER ON THE RUN-CONTROL FILE
*> BEFORE TOUCHING ANY SHARED FILE, SO THE CYCLE SIGN-OFF SEES
*> WHEN THIS STEP STARTED AND A SECOND CONCURRENT FBBILL IS
*> STOPPED HERE WITH RC=8 AND NO ABEND ROW.  NO PREREQUISITE -
*> BILLING ONLY EVER FOLLOWS A RELEASED EXTRACT, AND
*> THE POSTED-RUN LIST ALREADY GUARDS AGAINST DOUBLE-BILLING.
*>****************************************************************
1700-REGISTER-RUN-STEP.
    MOVE SPACES TO FB-RCT-COMMAREA.
    SET FB-RCT-FUNC-REGISTER TO TRUE.
    MOVE FB-RUN-DATE TO FB-RCT-CYCLE-DATE.
    MOVE "FBBILL" TO FB-RCT-STEP.
    MOVE 0 TO FB-RCT-SLICE-FROM.
    MOVE 0 TO FB-RCT-RUN-ID.
    MOVE SPACES TO FB-RCT-PREREQ-1.
    MOVE SPACES TO FB-RCT-PREREQ-2.
    CALL "FBRCTL" USING FB-RCT-COMMAREA.
    EVALUATE TRUE
        WHEN FB-RCT-OK
            CONTINUE
        WHEN FB-RCT-DUPLICATE
            DISPLAY "FBBILL *** ANOTHER FBBILL IS ALREADY IN "
                    "FLIGHT FOR TODAY'S CYCLE - SUBMISSION "
                    "STOPPED."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        WHEN OTHER
            MOVE "REGISTER" TO FB-IO-OPERATION
            MOVE "RUNCTL"   TO FB-IO-FILE-ID
            IF FB-RCT-IO-ERROR
                MOVE FB-RCT-IO-STATUS TO FB-IO-STATUS
            ELSE
                MOVE FB-RCT-RETURN TO FB-IO-STATUS
            END-IF
            PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-EVALUATE.
    1700-EXIT.
        EXIT.

*>****************************************************************
*> 2000-TALLY-EXTRACT-ROWS - COUNT THIS RUN'S XTRFILE DETAIL ROWS
*> BY DEPARTMENT.
    8300-EXIT.
        EXIT.

*>****************************************************************
*> 8400-MARK-STEP-DONE - A POSTED RUN COMPLETES ITS ROW; A RUN
*> THAT COULD NOT BE POSTED (RC=8) MARKS IT ABENDED, AS XTRBAL
*> DOES FOR AN OUT-OF-BALANCE EXTRACT, SO THE SIGN-OFF HOLDS.
*>****************************************************************
8400-MARK-STEP-DONE.
    IF FB-RUN-NOT-POSTABLE
        SET FB-RCT-FUNC-ABEND TO TRUE
    ELSE
        SET FB-RCT-FUNC-COMPLETE TO TRUE
    END-IF.
    MOVE "FBBILL" TO FB-RCT-STEP.
    MOVE 0 TO FB-RCT-SLICE-FROM.
    CALL "FBRCTL" USING FB-RCT-COMMAREA.
    IF NOT FB-RCT-OK
        MOVE "MARK STEP" TO FB-IO-OPERATION
        MOVE "RUNCTL"    TO FB-IO-FILE-ID
        IF FB-RCT-IO-ERROR
            MOVE FB-RCT-IO-STATUS TO FB-IO-STATUS
        ELSE
            MOVE FB-RCT-RETURN TO FB-IO-STATUS
        END-IF
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    8400-EXIT.
        EXIT.

*>****************************************************************
*> 9000-CHECK-FILE-STATUS - COMMON STATUS CHECK.  CALLERS MOVE
*> THE FILE STATUS BEING CHECKED, THE OPERATION AND THE FILE-ID
        EXIT.

*>****************************************************************
*> 9500-ABEND-RTN - SHARED ERROR ROUTINE.  REPORTS WHAT FAILED,
*> MARKS THE RUN-CONTROL ROW ABENDED SO A RERUN CAN RE-REGISTER,
*> AND STOPS THE RUN WITH A NON-ZERO RETURN CODE.
*>****************************************************************
9500-ABEND-RTN.
    DISPLAY "FBBILL ABEND *** " FB-IO-OPERATION
            " FAILED ON " FB-IO-FILE-ID
            " - FILE STATUS " FB-IO-STATUS.
    SET FB-RCT-FUNC-ABEND TO TRUE.
    MOVE "FBBILL" TO FB-RCT-STEP.
    MOVE 0 TO FB-RCT-SLICE-FROM.
    CALL "FBRCTL" USING FB-RCT-COMMAREA.
    MOVE 16 TO RETURN-CODE.
    STOP RUN.
    9500-EXIT.
