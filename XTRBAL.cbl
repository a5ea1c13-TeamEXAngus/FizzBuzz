*>                 PREREQUISITE NOW MEANS THE UNSLICED RUN - A
*>                 LONE COMPLETED SLICE NO LONGER LETS THIS STEP
*>                 RUN AHEAD OF FBMERGE (SEE FBRCTA).
*> 2026-10-15 TXA  A RUN RUNBACK HAS BACKED OUT ("R" HISTFILE ROW)
*>                 FAILS THE HISTORY CHECK, SO A STRAY RERUN OF
*>                 THIS STEP CANNOT RELEASE A WITHDRAWN EXTRACT.
*> 2026-10-15 TXA  ONCE THE EXTRACT BALANCES, A SECOND PASS OVER
*>                 IT MARKS EVERY ONLINE REQUEST IT CARRIES (SEE
*>                 FBXTRC/FBREQS) RELEASED THROUGH FBRQST (SEE
*>                 FBRQSA), AND THE REPORT SAYS HOW MANY.
*> 2026-10-15 TXA  NUMBER SUM WIDENED FROM 12 TO 18 DIGITS WITH
*>                 XTRCTL NOW THAT NUMBERS RUN TO 9 DIGITS;
*>                 EXTRACT LRECL 61.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. XTRBAL.
    05  FB-HIST-FOUND-SW           PIC X(01) VALUE "N".
        88  FB-HIST-C-ROW-FOUND         VALUE "Y".
        88  FB-HIST-C-ROW-MISSING       VALUE "N".
    05  FB-HIST-REVERSED-SW        PIC X(01) VALUE "N".
        88  FB-HIST-RUN-REVERSED        VALUE "Y".
        88  FB-HIST-RUN-NOT-REVERSED    VALUE "N".
    05  FB-OOB-SW                  PIC X(01) VALUE "N".
        88  FB-OUT-OF-BALANCE           VALUE "Y".
        88  FB-IN-BALANCE               VALUE "N".

    COPY "FBRCTA.cpy".

    COPY "FBRQSA.cpy".

01  FB-BAL-TOTALS.
    05  FB-BAL-DET-COUNT           PIC 9(09) COMP VALUE 0.
    05  FB-BAL-DET-SUM             PIC 9(18) COMP VALUE 0.
    05  FB-BAL-REQS-RELEASED       PIC 9(09) COMP VALUE 0.

01  FB-LAST-REQ-ID                 PIC 9(16) VALUE 0.

*> ---------------------------------------------------------------
*> PER-DEPARTMENT RELEASE TALLIES, BUILT DURING THE DETAIL PASS
01  FB-EDIT-FIELDS.
    05  FB-EDIT-PAGE               PIC ZZ9.
    05  FB-EDIT-COUNT              PIC ZZZZZZZZ9.
    05  FB-EDIT-SUM                PIC ZZZZZZZZZZZZZZZZZ9.

PROCEDURE DIVISION.

    PERFORM 5000-BALANCE-AND-REPORT THRU 5000-EXIT.
    IF FB-IN-BALANCE
        PERFORM 6000-WRITE-RELEASE-LOG THRU 6000-EXIT
        PERFORM 6500-RELEASE-REQUESTS THRU 6500-EXIT
    END-IF.
    PERFORM 8300-CLOSE-FILES THRU 8300-EXIT.
    PERFORM 8400-MARK-STEP-DONE THRU 8400-EXIT.

*>****************************************************************
*> 4000-CHECK-RUN-HISTORY - SCAN HISTFILE FOR A COMPLETED ("C")
*> ROW CARRYING THE CONTROL RECORD'S RUN-ID, AND FOR A REVERSAL
*> ("R") ROW - WHICH CAN ONLY FOLLOW THE "C" ROW, SO THE SCAN
*> RUNS TO END OF FILE.
*>****************************************************************
4000-CHECK-RUN-HISTORY.
    IF FB-CTL-RECORD-MISSING
    END-IF.
    PERFORM 4100-READ-HIST-ROW THRU 4100-EXIT.
    PERFORM 4200-MATCH-ONE-HIST-ROW THRU 4200-EXIT
        UNTIL FB-HISTFILE-STATUS = "10".
    4000-EXIT.
        EXIT.

        IF FB-HIST-RUN-ID = FB-XCTL-RUN-ID AND FB-HIST-COMPLETE
            SET FB-HIST-C-ROW-FOUND TO TRUE
        END-IF
        IF FB-HIST-RUN-ID = FB-XCTL-RUN-ID AND FB-HIST-REVERSED
            SET FB-HIST-RUN-REVERSED TO TRUE
        END-IF
    END-IF.
    PERFORM 4100-READ-HIST-ROW THRU 4100-EXIT.
    4200-EXIT.
        EXIT.

        PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT
        ADD 1 TO FB-LINE-COUNT
    END-IF.
    IF FB-HIST-RUN-REVERSED
        SET FB-OUT-OF-BALANCE TO TRUE
        MOVE " " TO FB-RPT-CTL
        MOVE "  FAIL  RUN HAS BEEN BACKED OUT - DO NOT RELEASE"
            TO FB-RPT-LINE
        PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT
        ADD 1 TO FB-LINE-COUNT
    END-IF.

    5000-TRAILER.
    MOVE " " TO FB-RPT-CTL.
    END-IF.
    MOVE "NUMBER SUM    CONTROL" TO FB-RPT-LINE(9:21).
    MOVE FB-XCTL-NBR-SUM TO FB-EDIT-SUM.
    MOVE FB-EDIT-SUM TO FB-RPT-LINE(31:18).
    MOVE "ACTUAL" TO FB-RPT-LINE(51:6).
    MOVE FB-BAL-DET-SUM TO FB-EDIT-SUM.
    MOVE FB-EDIT-SUM TO FB-RPT-LINE(58:18).
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    ADD 1 TO FB-LINE-COUNT.
    5200-EXIT.
    6100-EXIT.
        EXIT.

*>****************************************************************
*> 6500-RELEASE-REQUESTS - READ THE BALANCED EXTRACT AGAIN AND
*> MARK EACH ONLINE REQUEST ON IT RELEASED.  A REQUEST'S ROWS
*> ARE CONSECUTIVE, SO IT IS POSTED ONCE; A ROW FBRQST WILL NOT
*> MOVE (ALREADY RELEASED BY AN EARLIER RUN OF THIS STEP, SAY)
*> IS SIMPLY NOT COUNTED.
*>****************************************************************
6500-RELEASE-REQUESTS.
    CLOSE XTR-FILE.
    MOVE "CLOSE"   TO FB-IO-OPERATION.
    MOVE "XTRFILE" TO FB-IO-FILE-ID.
    MOVE FB-XTR-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    OPEN INPUT XTR-FILE.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE "XTRFILE"    TO FB-IO-FILE-ID.
    MOVE FB-XTR-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    SET FB-NOT-END-OF-INPUT TO TRUE.
    MOVE 0 TO FB-LAST-REQ-ID.
    PERFORM 3100-READ-DETAIL-ROW THRU 3100-EXIT.
    PERFORM 6510-RELEASE-ONE-ROW THRU 6510-EXIT
        UNTIL FB-END-OF-INPUT.
    MOVE FB-BAL-REQS-RELEASED TO FB-EDIT-COUNT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  ONLINE REQUESTS MARKED RELEASED " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    ADD 1 TO FB-LINE-COUNT.
    6500-EXIT.
        EXIT.

6510-RELEASE-ONE-ROW.
    IF FB-XTR-REQ-ID NUMERIC
     AND FB-XTR-REQ-ID > 0
     AND FB-XTR-REQ-ID NOT = FB-LAST-REQ-ID
        MOVE FB-XTR-REQ-ID TO FB-LAST-REQ-ID
        SET FB-RQS-FUNC-STAGE TO TRUE
        MOVE FB-XTR-REQ-ID TO FB-RQS-REQ-ID
        MOVE "L"           TO FB-RQS-STAGE
        CALL "FBRQST" USING FB-RQS-COMMAREA
        IF FB-RQS-IO-ERROR
            MOVE "POST STAGE" TO FB-IO-OPERATION
            MOVE "REQSTAT"    TO FB-IO-FILE-ID
            MOVE FB-RQS-IO-STATUS TO FB-IO-STATUS
            PERFORM 9500-ABEND-RTN THRU 9500-EXIT
        END-IF
        IF FB-RQS-OK
            ADD 1 TO FB-BAL-REQS-RELEASED
        END-IF
    END-IF.
    PERFORM 3100-READ-DETAIL-ROW THRU 3100-EXIT.
    6510-EXIT.
        EXIT.

*>****************************************************************
*> 8300-CLOSE-FILES - CLOSE EVERY FILE AT NORMAL END OF RUN,
*> CHECKING STATUS ON EACH.
    MOVE "RPTFILE" TO FB-IO-FILE-ID.
    MOVE FB-RPT-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    SET FB-RQS-FUNC-CLOSE TO TRUE.
    CALL "FBRQST" USING FB-RQS-COMMAREA.
    IF FB-RQS-IO-ERROR
        MOVE "CLOSE"   TO FB-IO-OPERATION
        MOVE "REQSTAT" TO FB-IO-FILE-ID
        MOVE FB-RQS-IO-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    8300-EXIT.
        EXIT.

