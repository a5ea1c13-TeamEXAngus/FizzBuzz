*> (SEE FBXRLS), REPORTS ANY DEPARTMENT WHOSE LOADED COUNT
*> DISAGREES WITH WHAT WAS RELEASED, AGES EVERY UNACKNOWLEDGED
*> RELEASE, AND FLAGS ACKNOWLEDGMENTS FOR RELEASES WE NEVER MADE.
*> A RELEASE RUNBACK HAS SINCE WITHDRAWN (A "W" ROW ON XRLSLOG)
*> IS NO LONGER CHASED; IF THE DEPARTMENT HAD ALREADY LOADED IT,
*> IT IS FLAGGED SO THEY TAKE IT BACK OUT.  ONCE FBDIST IS
*> BURSTING THE RUNS, EACH RELEASE IS ALSO CHECKED AGAINST THE
*> DLVRMAN DELIVERY MANIFEST (SEE FBDMAN): AN ACK FOR A DEPARTMENT
*> THAT WAS NEVER SENT ITS FILES FAILS, AND AN UNACKED RELEASE
*> THAT WAS NEVER SENT IS AGED AS "UNSENT" SO THE CHASE GOES TO
*> OPERATIONS, NOT THE DEPARTMENT.
*>------------------------------------------------------------------
*> AUTHOR.          T. ANGUS, BATCH SYSTEMS GROUP.
*> INSTALLATION.    TEAMEXANGUS.
*> DATE-WRITTEN.    2026-09-02.
*> DATE-COMPILED.
*>------------------------------------------------------------------
*> PARM CARD (PARMFILE): AGING TOLERANCE IN BUSINESS DAYS, COLS
*> 1-3.  AN UNACKNOWLEDGED RELEASE OLDER THAN THIS FAILS THE
*> RECONCILIATION; A YOUNGER ONE IS ONLY WARNED.  NO PARM CARD
*> DEFAULTS TO 3 DAYS.  AGE IS COUNTED IN WORKING DAYS FROM THE
*> SHOP CALENDAR (CALFILE, THROUGH FBBDAY).
*>------------------------------------------------------------------
*> RETURN CODES
*>   0  EVERY RELEASE ACKNOWLEDGED WITH MATCHING COUNTS
*>   4  UNACKNOWLEDGED RELEASES INSIDE THE AGING TOLERANCE, OR A
*>      WITHDRAWN RELEASE A DEPARTMENT HAD ALREADY LOADED
*>   8  COUNT MISMATCH, OVER-AGE UNACKNOWLEDGED RELEASE, OR AN
*>      ACKNOWLEDGMENT FOR A RELEASE WE NEVER MADE OR NEVER SENT
*>  16  ABEND - SEE 9500-ABEND-RTN
*>------------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-09-02 TXA  A MISSING XRLSLOG (STATUS 35) NOW READS AS AN
*>                 EMPTY LOG INSTEAD OF ABENDING - NOTHING HAS
*>                 BALANCED SINCE THE RETURN LEG WENT IN.
*> 2026-10-15 TXA  WITHDRAWAL ROWS FROM RUNBACK MARK THE RELEASE
*>                 WITHDRAWN ("WDRN") INSTEAD OF BEING CHASED AS
*>                 UNACKED; AN ACK AGAINST A WITHDRAWN RELEASE
*>                 IS FLAGGED FOR THE DEPARTMENT TO BACK OUT.
*> 2026-10-15 TXA  REGISTERS ON RUNCTL AT INITIALIZATION AND MARKS
*>                 COMPLETION/ABEND THROUGH FBRCTL (SEE FBRCTA),
*>                 SO THE CYCLE SIGN-OFF REPORT CAN TIME THIS STEP
*>                 AND A SECOND CONCURRENT SUBMISSION IS STOPPED.
*> 2026-10-15 TXA  EACH RELEASE IS CHECKED AGAINST THE FBDIST
*>                 DELIVERY MANIFEST ON DLVRMAN (SEE FBDMAN).  AN
*>                 ACK FOR A DEPARTMENT WHOSE FILES WERE HELD OR
*>                 NEVER BURST FAILS; AN UNACKED RELEASE NEVER SENT
*>                 SHOWS "UNSENT".  A MISSING DLVRMAN (STATUS 35)
*>                 SKIPS THE CHECK.
*> 2026-10-15 TXA  EVERY ONLINE REQUEST WAITING AT "RELEASED" ON
*>                 REQSTAT (SEE FBREQS) WHOSE RUN AND DEPARTMENT
*>                 HAVE NOW PASSED IS MARKED ACKNOWLEDGED THROUGH
*>                 FBRQST (SEE FBRQSA); THE TOTALS SAY HOW MANY.
*> 2026-10-15 TXA  RELEASES ARE AGED IN BUSINESS DAYS FROM THE SHOP
*>                 CALENDAR THROUGH FBBDAY (SEE FBBDYA), SO A LONG
*>                 WEEKEND NO LONGER FAILS AN ACK AS OVER-AGE.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. ACKRECON.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-ACK-STATUS.

    SELECT DMAN-FILE ASSIGN TO DLVRMAN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-DMAN-STATUS.

    SELECT RPT-FILE ASSIGN TO RPTFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-RPT-STATUS.
    RECORDING MODE IS F.
    COPY "FBACK.cpy".

FD  DMAN-FILE
    RECORDING MODE IS F.
    COPY "FBDMAN.cpy".

FD  RPT-FILE
    RECORDING MODE IS F.
01  FB-RPT-RECORD.
    05  FB-PARM-STATUS             PIC X(02).
    05  FB-XRLS-STATUS             PIC X(02).
    05  FB-ACK-STATUS              PIC X(02).
    05  FB-DMAN-STATUS             PIC X(02).
    05  FB-RPT-STATUS              PIC X(02).

01  FB-SWITCHES.
    05  FB-XRLS-OPEN-SW            PIC X(01) VALUE "N".
        88  FB-XRLSLOG-IS-OPEN          VALUE "Y".
        88  FB-XRLSLOG-NOT-OPEN         VALUE "N".
    05  FB-DMAN-LOADED-SW          PIC X(01) VALUE "N".
        88  FB-MANIFEST-LOADED          VALUE "Y".
        88  FB-MANIFEST-NOT-LOADED      VALUE "N".

01  FB-IO-DIAGNOSTICS.
    05  FB-IO-STATUS               PIC X(02).
    05  FB-IO-OPERATION            PIC X(20).
    05  FB-IO-FILE-ID              PIC X(10).

    COPY "FBRCTA.cpy".

    COPY "FBRQSA.cpy".

*> ---------------------------------------------------------------
*> THE RELEASE LOG IN STORAGE - ONE ENTRY PER RUN-ID/DEPARTMENT
*> RELEASED, WITH THE ACKNOWLEDGMENT (IF ANY) AND THE DELIVERY
*> MANIFEST VERDICT ("S" SENT, "H" HELD, "N" NOT ON DLVRMAN)
*> FOLDED IN.  PASS-SW IS SET BY THE REPORT PASS FOR A RELEASE
*> THAT PASSED, FOR THE REQUEST ACKNOWLEDGMENT THAT FOLLOWS.
*> ---------------------------------------------------------------
01  FB-RLS-TABLE.
    05  FB-RLS-COUNT               PIC 9(04) COMP VALUE 0.
        10  FB-RLS-RLSE-DATE       PIC 9(08).
        10  FB-RLS-ACKED-SW        PIC X(01).
        10  FB-RLS-ACK-COUNT       PIC 9(09).
        10  FB-RLS-WDRN-SW         PIC X(01).
        10  FB-RLS-DLVR-SW         PIC X(01).
        10  FB-RLS-PASS-SW         PIC X(01).

01  FB-RLS-SUB                     PIC 9(04) COMP VALUE 0.

    05  FB-ACR-MISMATCHED          PIC 9(05) COMP VALUE 0.
    05  FB-ACR-UNACKED             PIC 9(05) COMP VALUE 0.
    05  FB-ACR-STRAY-ACKS          PIC 9(05) COMP VALUE 0.
    05  FB-ACR-WITHDRAWN           PIC 9(05) COMP VALUE 0.
    05  FB-ACR-UNSENT              PIC 9(05) COMP VALUE 0.
    05  FB-ACR-REQS-ACKED          PIC 9(07) COMP VALUE 0.

01  FB-RUN-INFO.
    05  FB-RUN-DATE                PIC 9(08) VALUE 0.

01  FB-REPORT-CONTROL.
    05  FB-PAGE-NUMBER             PIC 9(03) VALUE 0.
    05  FB-EDIT-COUNT-2            PIC ZZZZZZZZ9.
    05  FB-EDIT-DAYS               PIC ZZZZ9.

*> ---------------------------------------------------------------
*> BUSINESS-DAY MODULE INTERFACE (SEE FBBDYA).
*> ---------------------------------------------------------------
    COPY "FBBDYA.cpy".

PROCEDURE DIVISION.

*>****************************************************************
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    PERFORM 2000-LOAD-RELEASE-LOG THRU 2000-EXIT.
    PERFORM 2500-LOAD-DELIVERY-MANIFEST THRU 2500-EXIT.
    PERFORM 3000-POST-ACKNOWLEDGMENTS THRU 3000-EXIT.
    PERFORM 5000-REPORT-RECONCILIATION THRU 5000-EXIT.
    PERFORM 6000-ACKNOWLEDGE-REQUESTS THRU 6000-EXIT.
    PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT.
    PERFORM 8300-CLOSE-FILES THRU 8300-EXIT.
    PERFORM 8400-MARK-STEP-DONE THRU 8400-EXIT.
    EVALUATE TRUE
        WHEN FB-RECON-FAILED
            MOVE 8 TO RETURN-CODE
*>****************************************************************
1000-INITIALIZE.
    ACCEPT FB-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM 1700-REGISTER-RUN-STEP THRU 1700-EXIT.
    OPEN INPUT PARM-FILE.
    IF FB-PARM-STATUS = "00"
        READ PARM-FILE
    STRING "EXTRACT ACKNOWLEDGMENT RECONCILIATION   RUN "
           DELIMITED BY SIZE
           FB-RUN-DATE DELIMITED BY SIZE
           " TOL " DELIMITED BY SIZE
           FB-AGE-LIMIT DELIMITED BY SIZE
           " BUS DAYS  PAGE " DELIMITED BY SIZE
           FB-EDIT-PAGE DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    1610-EXIT.
        EXIT.

*>****************************************************************
*> 1700-REGISTER-RUN-STEP - REGISTER ON THE RUN-CONTROL FILE
*> BEFORE TOUCHING ANY SHARED FILE, SO THE CYCLE SIGN-OFF SEES
*> WHEN THIS STEP STARTED AND A SECOND CONCURRENT ACKRECON IS
*> STOPPED HERE WITH RC=8 AND NO ABEND ROW.  NO PREREQUISITE -
*> THE ACKS ARRIVE ON THE DEPARTMENTS' OWN SCHEDULE.
*>****************************************************************
1700-REGISTER-RUN-STEP.
    MOVE SPACES TO FB-RCT-COMMAREA.
    SET FB-RCT-FUNC-REGISTER TO TRUE.
    MOVE FB-RUN-DATE TO FB-RCT-CYCLE-DATE.
    MOVE "ACKRECON" TO FB-RCT-STEP.
    MOVE 0 TO FB-RCT-SLICE-FROM.
    MOVE 0 TO FB-RCT-RUN-ID.
    MOVE SPACES TO FB-RCT-PREREQ-1.
    MOVE SPACES TO FB-RCT-PREREQ-2.
    CALL "FBRCTL" USING FB-RCT-COMMAREA.
    EVALUATE TRUE
        WHEN FB-RCT-OK
            CONTINUE
        WHEN FB-RCT-DUPLICATE
            DISPLAY "ACKRECON *** ANOTHER ACKRECON IS ALREADY IN "
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
*> 2000-LOAD-RELEASE-LOG - EVERY XRLSLOG ROW INTO THE RELEASE
*> TABLE, UNACKNOWLEDGED UNTIL AN ACK SAYS OTHERWISE.  A
*> WITHDRAWAL ROW MARKS ITS RELEASE WITHDRAWN RATHER THAN ADDING
*> AN ENTRY OF ITS OWN.
*>****************************************************************
2000-LOAD-RELEASE-LOG.
    PERFORM 2100-LOAD-ONE-RELEASE THRU 2100-EXIT
        MOVE FB-XRLS-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF FB-XRLS-STATUS = "00" AND FB-XRLS-IS-WITHDRAWAL
        PERFORM 2200-POST-WITHDRAWAL THRU 2200-EXIT
        GO TO 2100-EXIT
    END-IF.
    IF FB-XRLS-STATUS = "00"
        IF FB-RLS-COUNT >= 2000
            DISPLAY "ACKRECON WARNING *** RELEASE TABLE FULL AT "
                TO FB-RLS-RLSE-DATE(FB-RLS-SUB)
            MOVE "N" TO FB-RLS-ACKED-SW(FB-RLS-SUB)
            MOVE 0 TO FB-RLS-ACK-COUNT(FB-RLS-SUB)
            MOVE "N" TO FB-RLS-WDRN-SW(FB-RLS-SUB)
            MOVE "N" TO FB-RLS-DLVR-SW(FB-RLS-SUB)
            MOVE "N" TO FB-RLS-PASS-SW(FB-RLS-SUB)
        END-IF
    END-IF.
    2100-EXIT.
        EXIT.

*>****************************************************************
*> 2200-POST-WITHDRAWAL - MARK THE RELEASE THE WITHDRAWAL ROW
*> NAMES.  RUNBACK ONLY WITHDRAWS WHAT IT FOUND RELEASED, SO A
*> WITHDRAWAL WITH NO RELEASE CAN ONLY MEAN THE TABLE FILLED.
*>****************************************************************
2200-POST-WITHDRAWAL.
    SET FB-ENTRY-NOT-FOUND TO TRUE.
    PERFORM 2210-SCAN-ONE-RELEASE THRU 2210-EXIT
        VARYING FB-RLS-SUB FROM 1 BY 1
        UNTIL FB-RLS-SUB > FB-RLS-COUNT
           OR FB-ENTRY-FOUND.
    IF FB-ENTRY-FOUND
        SUBTRACT 1 FROM FB-RLS-SUB
        MOVE "Y" TO FB-RLS-WDRN-SW(FB-RLS-SUB)
    END-IF.
    2200-EXIT.
        EXIT.

2210-SCAN-ONE-RELEASE.
    IF FB-RLS-RUN-ID(FB-RLS-SUB) = FB-XRLS-RUN-ID
            AND FB-RLS-DEPT-ID(FB-RLS-SUB) = FB-XRLS-DEPT-ID
        SET FB-ENTRY-FOUND TO TRUE
    END-IF.
    2210-EXIT.
        EXIT.

*>****************************************************************
*> 2500-LOAD-DELIVERY-MANIFEST - FOLD EACH DLVRMAN ROW INTO ITS
*> RELEASE ENTRY.  A MISSING MANIFEST (STATUS 35) MEANS NOTHING
*> HAS BEEN BURST YET, AND THE DELIVERY CHECK IS SKIPPED
*> ALTOGETHER RATHER THAN CALLING EVERY RELEASE UNSENT.
*>****************************************************************
2500-LOAD-DELIVERY-MANIFEST.
    OPEN INPUT DMAN-FILE.
    IF FB-DMAN-STATUS = "35"
        GO TO 2500-EXIT
    END-IF.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE "DLVRMAN"    TO FB-IO-FILE-ID.
    MOVE FB-DMAN-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    SET FB-MANIFEST-LOADED TO TRUE.
    PERFORM 2510-POST-ONE-DELIVERY THRU 2510-EXIT
        UNTIL FB-DMAN-STATUS = "10".
    CLOSE DMAN-FILE.
    MOVE "CLOSE"   TO FB-IO-OPERATION.
    MOVE "DLVRMAN" TO FB-IO-FILE-ID.
    MOVE FB-DMAN-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    2500-EXIT.
        EXIT.

2510-POST-ONE-DELIVERY.
    READ DMAN-FILE
        AT END MOVE "10" TO FB-DMAN-STATUS
    END-READ.
    IF FB-DMAN-STATUS NOT = "00" AND FB-DMAN-STATUS NOT = "10"
        MOVE "READ"    TO FB-IO-OPERATION
        MOVE "DLVRMAN" TO FB-IO-FILE-ID
        MOVE FB-DMAN-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF FB-DMAN-STATUS NOT = "00"
        GO TO 2510-EXIT
    END-IF.
    SET FB-ENTRY-NOT-FOUND TO TRUE.
    PERFORM 2520-SCAN-ONE-RELEASE THRU 2520-EXIT
        VARYING FB-RLS-SUB FROM 1 BY 1
        UNTIL FB-RLS-SUB > FB-RLS-COUNT
           OR FB-ENTRY-FOUND.
    IF FB-ENTRY-FOUND
        SUBTRACT 1 FROM FB-RLS-SUB
        MOVE FB-DMAN-VERDICT TO FB-RLS-DLVR-SW(FB-RLS-SUB)
    END-IF.
    2510-EXIT.
        EXIT.

2520-SCAN-ONE-RELEASE.
    IF FB-RLS-RUN-ID(FB-RLS-SUB) = FB-DMAN-RUN-ID
            AND FB-RLS-DEPT-ID(FB-RLS-SUB) = FB-DMAN-DEPT-ID
        SET FB-ENTRY-FOUND TO TRUE
    END-IF.
    2520-EXIT.
        EXIT.

*>****************************************************************
*> 3000-POST-ACKNOWLEDGMENTS - FOLD EVERY ACK INTO ITS RELEASE
*> ENTRY.  AN ACK THAT MATCHES NO RELEASE IS REPORTED AT ONCE -

*>****************************************************************
*> 5000-REPORT-RECONCILIATION - ONE VERDICT LINE PER RELEASE:
*> MATCHED, COUNT MISMATCH, ACKED THOUGH NEVER SENT, UNACKNOWLEDGED
*> (OR UNSENT) WITH ITS AGE, OR WITHDRAWN (NEVER A FAILURE -
*> THERE IS NOTHING LEFT TO ACK).  THE UNATTRIBUTED PORTION IS
*> NEVER BURST, SO IT IS NEVER HELD TO THE MANIFEST.
*>****************************************************************
5000-REPORT-RECONCILIATION.
    PERFORM 5100-REPORT-ONE-RELEASE THRU 5100-EXIT
    MOVE FB-RLS-REC-COUNT(FB-RLS-SUB) TO FB-EDIT-COUNT.
    MOVE FB-EDIT-COUNT TO FB-RPT-LINE(36:9).
    EVALUATE TRUE
        WHEN FB-RLS-WDRN-SW(FB-RLS-SUB) = "Y"
         AND FB-RLS-ACKED-SW(FB-RLS-SUB) = "Y"
            ADD 1 TO FB-ACR-WITHDRAWN
            SET FB-RECON-WARNED TO TRUE
            MOVE "  WDRN" TO FB-RPT-LINE(1:6)
            MOVE FB-RLS-ACK-COUNT(FB-RLS-SUB) TO FB-EDIT-COUNT-2
            MOVE FB-EDIT-COUNT-2 TO FB-RPT-LINE(49:9)
            MOVE "LOADED - BACK IT OUT" TO FB-RPT-LINE(60:20)
        WHEN FB-RLS-WDRN-SW(FB-RLS-SUB) = "Y"
            ADD 1 TO FB-ACR-WITHDRAWN
            MOVE "  WDRN" TO FB-RPT-LINE(1:6)
            MOVE "WITHDRAWN" TO FB-RPT-LINE(60:9)
        WHEN FB-RLS-ACKED-SW(FB-RLS-SUB) = "Y"
         AND FB-MANIFEST-LOADED
         AND FB-RLS-DEPT-ID(FB-RLS-SUB) NOT = SPACES
         AND FB-RLS-DLVR-SW(FB-RLS-SUB) NOT = "S"
            ADD 1 TO FB-ACR-UNSENT
            SET FB-RECON-FAILED TO TRUE
            MOVE "  FAIL" TO FB-RPT-LINE(1:6)
            MOVE FB-RLS-ACK-COUNT(FB-RLS-SUB) TO FB-EDIT-COUNT-2
            MOVE FB-EDIT-COUNT-2 TO FB-RPT-LINE(49:9)
            MOVE "ACKED BUT NEVER SENT" TO FB-RPT-LINE(60:20)
        WHEN FB-RLS-ACKED-SW(FB-RLS-SUB) = "Y"
         AND FB-RLS-ACK-COUNT(FB-RLS-SUB)
                = FB-RLS-REC-COUNT(FB-RLS-SUB)
            ADD 1 TO FB-ACR-MATCHED
            MOVE "Y" TO FB-RLS-PASS-SW(FB-RLS-SUB)
            MOVE "  PASS" TO FB-RPT-LINE(1:6)
            MOVE FB-RLS-ACK-COUNT(FB-RLS-SUB) TO FB-EDIT-COUNT-2
            MOVE FB-EDIT-COUNT-2 TO FB-RPT-LINE(49:9)
            MOVE "COUNT DISAGREES" TO FB-RPT-LINE(60:15)
        WHEN OTHER
            ADD 1 TO FB-ACR-UNACKED
            PERFORM 5150-AGE-RELEASE THRU 5150-EXIT
            MOVE FB-AGE-DAYS TO FB-EDIT-DAYS
            IF FB-AGE-DAYS > FB-AGE-LIMIT
                SET FB-RECON-FAILED TO TRUE
                SET FB-RECON-WARNED TO TRUE
                MOVE "  WARN" TO FB-RPT-LINE(1:6)
            END-IF
            IF FB-MANIFEST-LOADED
                    AND FB-RLS-DEPT-ID(FB-RLS-SUB) NOT = SPACES
                    AND FB-RLS-DLVR-SW(FB-RLS-SUB) NOT = "S"
                ADD 1 TO FB-ACR-UNSENT
                MOVE " UNSENT" TO FB-RPT-LINE(51:7)
            ELSE
                MOVE "UNACKED" TO FB-RPT-LINE(51:7)
            END-IF
            MOVE FB-EDIT-DAYS TO FB-RPT-LINE(60:5)
            MOVE "DAYS" TO FB-RPT-LINE(66:4)
    END-EVALUATE.
    5100-EXIT.
        EXIT.

*>****************************************************************
*> 5150-AGE-RELEASE - AGE OF AN UNACKNOWLEDGED RELEASE IN BUSINESS
*> DAYS: THE WORKING DAYS AFTER THE RELEASE DATE UP TO TODAY.  A
*> RELEASE DATED TODAY OR LATER IS ZERO DAYS OLD.
*>****************************************************************
5150-AGE-RELEASE.
    SET FB-BDA-FUNC-COUNT TO TRUE.
    MOVE FB-RLS-RLSE-DATE(FB-RLS-SUB) TO FB-BDA-FROM-DATE.
    MOVE FB-RUN-DATE                  TO FB-BDA-DATE.
    CALL "FBBDAY" USING FB-BDA-COMMAREA.
    IF NOT FB-BDA-OK
        MOVE "COUNT DAYS" TO FB-IO-OPERATION
        MOVE "CALFILE"    TO FB-IO-FILE-ID
        IF FB-BDA-IO-ERROR
            MOVE FB-BDA-IO-STATUS TO FB-IO-STATUS
        ELSE
            MOVE FB-BDA-RETURN TO FB-IO-STATUS
        END-IF
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    MOVE FB-BDA-DAYS TO FB-AGE-DAYS.
    5150-EXIT.
        EXIT.

*>****************************************************************
*> 6000-ACKNOWLEDGE-REQUESTS - WALK THE ONLINE REQUESTS WAITING AT
*> "RELEASED" AND MARK ACKNOWLEDGED EACH ONE WHOSE RUN-ID AND
*> DEPARTMENT PASSED ABOVE.  ONE STILL WAITING ON ITS ACK, OR ON
*> A FAILED ONE, STAYS RELEASED FOR A LATER NIGHT.
*>****************************************************************
6000-ACKNOWLEDGE-REQUESTS.
    MOVE 0 TO FB-RQS-REQ-ID.
    MOVE SPACES TO FB-RQS-RETURN.
    PERFORM 6100-ACK-ONE-REQUEST THRU 6100-EXIT
        UNTIL FB-RQS-END-OF-FILE.
    6000-EXIT.
        EXIT.

6100-ACK-ONE-REQUEST.
    SET FB-RQS-FUNC-BROWSE TO TRUE.
    MOVE "L" TO FB-RQS-BROWSE-STAGES.
    CALL "FBRQST" USING FB-RQS-COMMAREA.
    IF FB-RQS-END-OF-FILE
        GO TO 6100-EXIT
    END-IF.
    IF NOT FB-RQS-OK
        MOVE "BROWSE"  TO FB-IO-OPERATION
        MOVE "REQSTAT" TO FB-IO-FILE-ID
        IF FB-RQS-IO-ERROR
            MOVE FB-RQS-IO-STATUS TO FB-IO-STATUS
        ELSE
            MOVE FB-RQS-RETURN TO FB-IO-STATUS
        END-IF
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    SET FB-ENTRY-NOT-FOUND TO TRUE.
    PERFORM 6110-SCAN-ONE-RELEASE THRU 6110-EXIT
        VARYING FB-RLS-SUB FROM 1 BY 1
        UNTIL FB-RLS-SUB > FB-RLS-COUNT
           OR FB-ENTRY-FOUND.
    IF FB-ENTRY-NOT-FOUND
        GO TO 6100-EXIT
    END-IF.
    SET FB-RQS-FUNC-STAGE TO TRUE.
    MOVE "A" TO FB-RQS-STAGE.
    CALL "FBRQST" USING FB-RQS-COMMAREA.
    IF FB-RQS-IO-ERROR
        MOVE "POST STAGE" TO FB-IO-OPERATION
        MOVE "REQSTAT"    TO FB-IO-FILE-ID
        MOVE FB-RQS-IO-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF FB-RQS-OK
        ADD 1 TO FB-ACR-REQS-ACKED
    END-IF.
    6100-EXIT.
        EXIT.

6110-SCAN-ONE-RELEASE.
    IF FB-RLS-RUN-ID(FB-RLS-SUB) = FB-RQS-RUN-ID
            AND FB-RLS-DEPT-ID(FB-RLS-SUB) = FB-RQS-DEPT-ID
            AND FB-RLS-PASS-SW(FB-RLS-SUB) = "Y"
        SET FB-ENTRY-FOUND TO TRUE
    END-IF.
    6110-EXIT.
        EXIT.

*>****************************************************************
*> 8100-WRITE-REPORT-TRAILER - CLOSING TOTALS AND THE OVERALL
*> VERDICT.
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE FB-ACR-UNSENT TO FB-EDIT-COUNT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  NOT SENT BY FBDIST.... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE FB-ACR-STRAY-ACKS TO FB-EDIT-COUNT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE FB-ACR-WITHDRAWN TO FB-EDIT-COUNT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  WITHDRAWN............. " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE FB-ACR-REQS-ACKED TO FB-EDIT-COUNT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  ONLINE REQUESTS ACKED. " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE " " TO FB-RPT-CTL.
    EVALUATE TRUE
        WHEN FB-RECON-FAILED
            MOVE "  RESULT: FAILED - CHASE THE FLAGGED DEPARTMENTS"
                TO FB-RPT-LINE
        WHEN FB-RECON-WARNED
            MOVE "  RESULT: ACKS OUTSTANDING OR WITHDRAWN RUNS LOADED"
                TO FB-RPT-LINE
        WHEN OTHER
            MOVE "  RESULT: EVERY RELEASE ACKNOWLEDGED AND MATCHED"
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
*> 8400-MARK-STEP-DONE - A CLEAN OR MERELY WARNED RECONCILIATION
*> COMPLETES ITS ROW; A FAILED ONE (RC=8) MARKS IT ABENDED, AS
*> XTRBAL DOES, SO THE SIGN-OFF HOLDS.
*>****************************************************************
8400-MARK-STEP-DONE.
    IF FB-RECON-FAILED
        SET FB-RCT-FUNC-ABEND TO TRUE
    ELSE
        SET FB-RCT-FUNC-COMPLETE TO TRUE
    END-IF.
    MOVE "ACKRECON" TO FB-RCT-STEP.
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
    DISPLAY "ACKRECON ABEND *** " FB-IO-OPERATION
            " FAILED ON " FB-IO-FILE-ID
            " - FILE STATUS " FB-IO-STATUS.
    SET FB-RCT-FUNC-ABEND TO TRUE.
    MOVE "ACKRECON" TO FB-RCT-STEP.
    MOVE 0 TO FB-RCT-SLICE-FROM.
    CALL "FBRCTL" USING FB-RCT-COMMAREA.
    MOVE 16 TO RETURN-CODE.
    STOP RUN.
    9500-EXIT.
