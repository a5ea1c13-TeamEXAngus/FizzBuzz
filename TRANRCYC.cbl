*> DATE-COMPILED.
*>------------------------------------------------------------------
*> PARM CARD (PARMFILE): CUTOFF DATE, YYYYMMDD, COLS 1-8.  A
*> SUSPENSE RECORD ENTERED BEFORE THIS DATE IS DROPPED.  LEAVE
*> COLS 1-8 ZERO OR BLANK AND PUNCH A RETENTION IN BUSINESS DAYS
*> IN COLS 10-13 INSTEAD TO DROP ANYTHING OLDER THAN THAT MANY
*> WORKING DAYS.  AGES ARE COUNTED IN WORKING DAYS FROM THE SHOP
*> CALENDAR (CALFILE, THROUGH FBBDAY).
*>------------------------------------------------------------------
*> RETURN CODES
*>   0  SUSPENSE FILE EMPTY AFTER THE RECYCLE
*>                 CONCATENATES IT BEHIND THE CARRIED TRANREJ
*>                 UNDER THIS PROGRAM'S TRANREJ DD, SO NO CODE
*>                 CHANGE WAS NEEDED HERE.
*> 2026-10-15 TXA  REGISTERS ON RUNCTL AT INITIALIZATION AND MARKS
*>                 COMPLETION/ABEND THROUGH FBRCTL (SEE FBRCTA),
*>                 SO THE CYCLE SIGN-OFF REPORT CAN TIME THIS STEP
*>                 AND A SECOND CONCURRENT SUBMISSION IS STOPPED.
*> 2026-10-15 TXA  A SUSPENSE RECORD CARRYING AN ONLINE REQUEST ID
*>                 (FBTRAN COLS 16-31, SEE FBREQS) HAS ITS REQSTAT
*>                 ROW MOVED ON THROUGH FBRQST (SEE FBRQSA):
*>                 RECYCLED, DROPPED, OR STILL REJECTED UNDER THE
*>                 RE-EDITED REASON.
*> 2026-10-15 TXA  DEPARTMENT AND REQUEST ID PICKED FROM THEIR
*>                 NEW COLUMNS ON THE WIDENED TRANFILE CARD (SEE
*>                 FBTRAN).  SUSPENSE WRITTEN BEFORE THE CUTOVER
*>                 IS CONVERTED ONCE BY NUMCONV.
*> 2026-10-15 TXA  SUSPENSE AGES IN BUSINESS DAYS FROM THE SHOP
*>                 CALENDAR THROUGH FBBDAY (SEE FBBDYA), NOT IN
*>                 CALENDAR DAYS.  THE PARM CARD MAY GIVE A
*>                 RETENTION IN BUSINESS DAYS (COLS 10-13) IN
*>                 PLACE OF A CUTOFF DATE.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. TRANRCYC.
    RECORDING MODE IS F.
01  FB-RCY-PARM-RECORD.
    05  FB-RCY-CUTOFF-DATE          PIC 9(08).
    05  FILLER                      PIC X(01).
    05  FB-RCY-KEEP-BDAYS           PIC 9(04).
    05  FILLER                      PIC X(67).

FD  REJIN-FILE
    RECORDING MODE IS F.
    05  FB-IO-OPERATION            PIC X(20).
    05  FB-IO-FILE-ID              PIC X(10).

    COPY "FBRCTA.cpy".

    COPY "FBTREDA.cpy".

    COPY "FBRQSA.cpy".

*> ---------------------------------------------------------------
*> WORK COPY OF THE SUSPENSE ROW BEING ROLLED FORWARD (SAME SHAPE
*> AS FBTREJ) - THE FILE-SECTION NAMES BELONG TO THE INBOUND
    05  FB-RCY-ENTRY-DATE          PIC 9(08) VALUE 0.
    05  FB-RCY-AGE-DAYS            PIC S9(05) COMP VALUE 0.
    05  FB-RCY-DEPT-ID             PIC X(04) VALUE SPACES.
    05  FB-RCY-REQ-ID              PIC X(16) VALUE SPACES.

01  FB-CUTOFF-DATE                 PIC 9(08) VALUE 0.
01  FB-RCY-DISPOSITION             PIC X(11) VALUE SPACES.

01  FB-RUN-INFO.
    05  FB-RUN-DATE                PIC 9(08) VALUE 0.

01  FB-REPORT-CONTROL.
    05  FB-PAGE-NUMBER             PIC 9(03) VALUE 0.
    05  FB-EDIT-COUNT              PIC ZZZZZZ9.
    05  FB-EDIT-DAYS               PIC ZZZZ9.

*> ---------------------------------------------------------------
*> BUSINESS-DAY MODULE INTERFACE (SEE FBBDYA).
*> ---------------------------------------------------------------
    COPY "FBBDYA.cpy".

PROCEDURE DIVISION.

*>****************************************************************
    PERFORM 7000-PRINT-AGING-SUMMARY THRU 7000-EXIT.
    PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT.
    PERFORM 8300-CLOSE-FILES THRU 8300-EXIT.
    PERFORM 8400-MARK-STEP-DONE THRU 8400-EXIT.
    IF FB-RCY-SUSPENSE-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
*>****************************************************************
1000-INITIALIZE.
    ACCEPT FB-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM 1700-REGISTER-RUN-STEP THRU 1700-EXIT.
    OPEN INPUT PARM-FILE.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE "PARMFILE"   TO FB-IO-FILE-ID.
        MOVE FB-PARM-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF (FB-RCY-CUTOFF-DATE NOT NUMERIC
         OR FB-RCY-CUTOFF-DATE = 0)
     AND FB-RCY-KEEP-BDAYS NUMERIC
     AND FB-RCY-KEEP-BDAYS > 0
        PERFORM 1150-BUSINESS-DAY-CUTOFF THRU 1150-EXIT
    ELSE
        IF FB-RCY-CUTOFF-DATE NOT NUMERIC
         OR FB-RCY-CUTOFF-DATE = 0
            DISPLAY "TRANRCYC *** CUTOFF DATE ON PARM CARD IS NOT A "
                    "VALID YYYYMMDD DATE."
            MOVE "EDIT"     TO FB-IO-OPERATION
            MOVE "PARMFILE" TO FB-IO-FILE-ID
            MOVE "XX"       TO FB-IO-STATUS
            PERFORM 9500-ABEND-RTN THRU 9500-EXIT
        END-IF
        MOVE FB-RCY-CUTOFF-DATE TO FB-CUTOFF-DATE
    END-IF.
    CLOSE PARM-FILE.
    MOVE "CLOSE"      TO FB-IO-OPERATION.
    MOVE "PARMFILE"   TO FB-IO-FILE-ID.
    1000-EXIT.
        EXIT.

*>****************************************************************
*> 1150-BUSINESS-DAY-CUTOFF - THE PARM CARD GAVE A RETENTION IN
*> BUSINESS DAYS: THE CUTOFF IS THE WORKING DAY THAT MANY
*> BUSINESS DAYS BEFORE TODAY, SO A RECORD IS KEPT UNTIL IT IS
*> OLDER THAN THE RETENTION.
*>****************************************************************
1150-BUSINESS-DAY-CUTOFF.
    SET FB-BDA-FUNC-BACK TO TRUE.
    MOVE FB-RUN-DATE       TO FB-BDA-DATE.
    MOVE FB-RCY-KEEP-BDAYS TO FB-BDA-DAYS.
    CALL "FBBDAY" USING FB-BDA-COMMAREA.
    IF NOT FB-BDA-OK
        MOVE "STEP BACK" TO FB-IO-OPERATION
        MOVE "CALFILE"   TO FB-IO-FILE-ID
        IF FB-BDA-IO-ERROR
            MOVE FB-BDA-IO-STATUS TO FB-IO-STATUS
        ELSE
            MOVE FB-BDA-RETURN TO FB-IO-STATUS
        END-IF
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    MOVE FB-BDA-RESULT-DATE TO FB-CUTOFF-DATE.
    1150-EXIT.
        EXIT.

*>****************************************************************
*> 1200-LOAD-DEPT-TABLE - HAVE THE SHARED FBTRED MODULE LOAD THE
*> DEPARTMENT MASTER, EXACTLY AS TRANEDIT DOES - THE RECYCLE MUST
    1610-EXIT.
        EXIT.

*>****************************************************************
*> 1700-REGISTER-RUN-STEP - REGISTER ON THE RUN-CONTROL FILE
*> BEFORE TOUCHING ANY SHARED FILE, SO THE CYCLE SIGN-OFF SEES
*> WHEN THIS STEP STARTED AND A SECOND CONCURRENT TRANRCYC IS
*> STOPPED HERE WITH RC=8 AND NO ABEND ROW.  NO PREREQUISITE -
*> THE JOB STREAM ALREADY RUNS IT BEHIND TRANEDIT.
*>****************************************************************
1700-REGISTER-RUN-STEP.
    MOVE SPACES TO FB-RCT-COMMAREA.
    SET FB-RCT-FUNC-REGISTER TO TRUE.
    MOVE FB-RUN-DATE TO FB-RCT-CYCLE-DATE.
    MOVE "TRANRCYC" TO FB-RCT-STEP.
    MOVE 0 TO FB-RCT-SLICE-FROM.
    MOVE 0 TO FB-RCT-RUN-ID.
    MOVE SPACES TO FB-RCT-PREREQ-1.
    MOVE SPACES TO FB-RCT-PREREQ-2.
    CALL "FBRCTL" USING FB-RCT-COMMAREA.
    EVALUATE TRUE
        WHEN FB-RCT-OK
            CONTINUE
        WHEN FB-RCT-DUPLICATE
            DISPLAY "TRANRCYC *** ANOTHER TRANRCYC IS ALREADY IN "
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
*> 2000-WORK-ONE-RECORD - RE-EDIT ONE SUSPENSE RECORD THROUGH
*> FBTRED AND ROUTE IT: CLEAN TO TRANVAL, STILL-BAD TO THE NEW

*>****************************************************************
*> 2200-ESTABLISH-AGE - WORK OUT HOW LONG THE RECORD HAS BEEN IN
*> SUSPENSE, IN BUSINESS DAYS: THE WORKING DAYS AFTER ITS ENTRY
*> DATE UP TO TODAY, SO A WEEKEND OR HOLIDAY NOBODY COULD HAVE
*> CORRECTED IT ON DOES NOT COUNT AGAINST IT.  A RECORD WRITTEN
*> BEFORE THE ENTRY DATE EXISTED (SPACES OR ZERO) IS TREATED AS
*> ENTERED TODAY AND STAMPED, SO THE OLD BACKLOG STARTS AGING
*> FROM ITS FIRST RECYCLE.
*>****************************************************************
2200-ESTABLISH-AGE.
    IF FB-REJ-ENTRY-DATE NOT NUMERIC
        MOVE 0 TO FB-RCY-AGE-DAYS
    ELSE
        MOVE FB-REJ-ENTRY-DATE TO FB-RCY-ENTRY-DATE
        SET FB-BDA-FUNC-COUNT TO TRUE
        MOVE FB-RCY-ENTRY-DATE TO FB-BDA-FROM-DATE
        MOVE FB-RUN-DATE       TO FB-BDA-DATE
        CALL "FBBDAY" USING FB-BDA-COMMAREA
        IF NOT FB-BDA-OK
            MOVE "COUNT DAYS" TO FB-IO-OPERATION
            MOVE "CALFILE"    TO FB-IO-FILE-ID
            IF FB-BDA-IO-ERROR
                MOVE FB-BDA-IO-STATUS TO FB-IO-STATUS
            ELSE
                MOVE FB-BDA-RETURN TO FB-IO-STATUS
            END-IF
            PERFORM 9500-ABEND-RTN THRU 9500-EXIT
        END-IF
        MOVE FB-BDA-DAYS TO FB-RCY-AGE-DAYS
    END-IF.
    MOVE FB-REJ-RAW-DATA(20:4) TO FB-RCY-DEPT-ID.
    MOVE FB-REJ-RAW-DATA(24:16) TO FB-RCY-REQ-ID.
    2200-EXIT.
        EXIT.

    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    ADD 1 TO FB-RCY-RECYCLED-COUNT.
    MOVE "RECYCLED" TO FB-RCY-DISPOSITION.
    MOVE "Y" TO FB-RQS-STAGE.
    PERFORM 5500-POST-REQUEST-STAGE THRU 5500-EXIT.
    PERFORM 6000-PRINT-DETAIL-LINE THRU 6000-EXIT.
    3000-EXIT.
        EXIT.
4000-DROP-AGED-RECORD.
    ADD 1 TO FB-RCY-DROPPED-COUNT.
    MOVE "DROPPED" TO FB-RCY-DISPOSITION.
    MOVE "D" TO FB-RQS-STAGE.
    PERFORM 5500-POST-REQUEST-STAGE THRU 5500-EXIT.
    PERFORM 6000-PRINT-DETAIL-LINE THRU 6000-EXIT.
    4000-EXIT.
        EXIT.
    ADD 1 TO FB-RCY-SUSPENSE-COUNT.
    PERFORM 5100-POST-AGING-ENTRY THRU 5100-EXIT.
    MOVE "SUSPENDED" TO FB-RCY-DISPOSITION.
    MOVE "J" TO FB-RQS-STAGE.
    PERFORM 5500-POST-REQUEST-STAGE THRU 5500-EXIT.
    PERFORM 6000-PRINT-DETAIL-LINE THRU 6000-EXIT.
    5000-EXIT.
        EXIT.
    5110-EXIT.
        EXIT.

*>****************************************************************
*> 5500-POST-REQUEST-STAGE - MOVE THE RECORD'S REQSTAT ROW TO THE
*> STAGE THE CALLER SET, WITH TODAY'S RE-EDIT REASON.  A RECORD
*> WITH NO REQUEST ID CAME FROM A CARD AND IS NOT TRACKED.  ONLY
*> A REQSTAT I/O ERROR STOPS THE RUN.
*>****************************************************************
5500-POST-REQUEST-STAGE.
    IF FB-RCY-REQ-ID NOT NUMERIC
     OR FB-RCY-REQ-ID = ZEROS
        GO TO 5500-EXIT
    END-IF.
    SET FB-RQS-FUNC-STAGE TO TRUE.
    MOVE FB-RCY-REQ-ID      TO FB-RQS-REQ-ID.
    MOVE FB-TED-REASON-CODE TO FB-RQS-REASON-CODE.
    CALL "FBRQST" USING FB-RQS-COMMAREA.
    IF FB-RQS-IO-ERROR
        MOVE "POST STAGE" TO FB-IO-OPERATION
        MOVE "REQSTAT"    TO FB-IO-FILE-ID
        MOVE FB-RQS-IO-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    5500-EXIT.
        EXIT.

*>****************************************************************
*> 6000-PRINT-DETAIL-LINE - ONE REPORT LINE PER SUSPENSE RECORD.
*> THE CALLER HAS ALREADY SET FB-RCY-DISPOSITION; THIS FILLS IN

*>****************************************************************
*> 7000-PRINT-AGING-SUMMARY - WHAT REMAINS IN SUSPENSE, BY
*> DEPARTMENT AND REASON CODE, WITH THE OLDEST AGE IN BUSINESS
*> DAYS.
*>****************************************************************
7000-PRINT-AGING-SUMMARY.
    IF FB-AGE-COUNT = 0
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
    SET FB-BDA-FUNC-CLOSE TO TRUE.
    CALL "FBBDAY" USING FB-BDA-COMMAREA.
    IF FB-BDA-IO-ERROR
        MOVE "CLOSE"   TO FB-IO-OPERATION
        MOVE "CALFILE" TO FB-IO-FILE-ID
        MOVE FB-BDA-IO-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    8300-EXIT.
        EXIT.

*>****************************************************************
*> 8400-MARK-STEP-DONE - RECORDS LEFT IN SUSPENSE ARE A NORMAL
*> OUTCOME (RC=4), SO THE ROW IS ALWAYS COMPLETED.
*>****************************************************************
8400-MARK-STEP-DONE.
    SET FB-RCT-FUNC-COMPLETE TO TRUE.
    MOVE "TRANRCYC" TO FB-RCT-STEP.
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
    DISPLAY "TRANRCYC ABEND *** " FB-IO-OPERATION
            " FAILED ON " FB-IO-FILE-ID
            " - FILE STATUS " FB-IO-STATUS.
    SET FB-RCT-FUNC-ABEND TO TRUE.
    MOVE "TRANRCYC" TO FB-RCT-STEP.
    MOVE 0 TO FB-RCT-SLICE-FROM.
    CALL "FBRCTL" USING FB-RCT-COMMAREA.
    MOVE 16 TO RETURN-CODE.
    STOP RUN.
    9500-EXIT.
