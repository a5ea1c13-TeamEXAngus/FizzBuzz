       >>SOURCE FORMAT FREE
*>****************************************************************
*> FBRQST - SHARED REQUEST-STATUS MODULE.  DEPARTMENTS KEYING
*> REQUESTS ON REQENTRY USED TO PHONE THE HELP DESK TO ASK
*> WHETHER THEIR NUMBERS WERE RUN, AND THE ANSWER WAS TRACED BY
*> HAND THROUGH TRANREJ, HISTFILE AND XRLSLOG.  EVERY BATCH STEP
*> A KEYED REQUEST PASSES THROUGH NOW MOVES ITS REQSTAT ROW ON
*> (SEE FBREQS) THROUGH THIS MODULE (SEE FBRQSA), WHICH ALSO
*> HANDS TRANEDIT THE DAY'S NEW REQUESTS AND XTRBAL/ACKRECON THE
*> ROWS WAITING ON THEM.  THE STAGE ORDER IS CHECKED HERE AND
*> NOWHERE ELSE.  UNLIKE FBRCTL THE FILE STAYS OPEN FROM THE
*> FIRST CALL UNTIL THE CALLER'S "X" - A NIGHT'S POSTINGS RUN TO
*> THOUSANDS.
*>------------------------------------------------------------------
*> AUTHOR.          T. ANGUS, BATCH SYSTEMS GROUP.
*> INSTALLATION.    TEAMEXANGUS.
*> DATE-WRITTEN.    2026-10-15.
*> DATE-COMPILED.
*>------------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15 TXA  ORIGINAL.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. FBRQST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REQS-FILE ASSIGN TO REQSTAT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FB-REQS-REQ-ID
        FILE STATUS IS FB-REQSF-STATUS.

DATA DIVISION.
FILE SECTION.
FD  REQS-FILE
    RECORDING MODE IS F.
    COPY "FBREQS.cpy".

WORKING-STORAGE SECTION.

01  FB-REQSF-STATUS                 PIC X(02).

01  FB-SWITCHES.
    05  FB-OPEN-SW                 PIC X(01) VALUE "N".
        88  FB-REQSTAT-IS-OPEN          VALUE "Y".
        88  FB-REQSTAT-NOT-OPEN         VALUE "N".
    05  FB-SEQ-SW                  PIC X(01) VALUE "N".
        88  FB-SEQ-IS-GOOD              VALUE "Y".
        88  FB-SEQ-IS-BAD               VALUE "N".
    05  FB-WANT-SW                 PIC X(01) VALUE "N".
        88  FB-ROW-IS-WANTED            VALUE "Y".
        88  FB-ROW-NOT-WANTED           VALUE "N".

01  FB-NOW-DATE                     PIC 9(08) VALUE 0.
01  FB-PRIOR-STAGE                  PIC X(01) VALUE SPACE.

*> ---------------------------------------------------------------
*> THE FBTRAN IMAGE RETURNED BY A BROWSE (SEE FBTRAN).
*> ---------------------------------------------------------------
    COPY "FBTRAN.cpy".

LINKAGE SECTION.
    COPY "FBRQSA.cpy".

PROCEDURE DIVISION USING FB-RQS-COMMAREA.

*>****************************************************************
*> 0000-MAINLINE - OPEN REQSTAT ON THE FIRST CALL, THEN ROUTE ON
*> THE FUNCTION.
*>****************************************************************
0000-MAINLINE.
    MOVE "00" TO FB-RQS-RETURN.
    IF FB-RQS-FUNC-CLOSE
        PERFORM 4000-CLOSE-REQSTAT THRU 4000-EXIT
        GO TO 9999-EXIT
    END-IF.
    ACCEPT FB-NOW-DATE FROM DATE YYYYMMDD.
    IF FB-REQSTAT-NOT-OPEN
        PERFORM 1000-OPEN-REQSTAT THRU 1000-EXIT
        IF NOT FB-RQS-OK
            GO TO 9999-EXIT
        END-IF
    END-IF.
    EVALUATE TRUE
        WHEN FB-RQS-FUNC-STAGE
            PERFORM 2000-POST-STAGE THRU 2000-EXIT
        WHEN FB-RQS-FUNC-BROWSE
            PERFORM 3000-BROWSE-NEXT THRU 3000-EXIT
        WHEN OTHER
            SET FB-RQS-BAD-FUNCTION TO TRUE
    END-EVALUATE.
    GO TO 9999-EXIT.

*>****************************************************************
*> 1000-OPEN-REQSTAT - OPEN I-O, CREATING THE FILE ON ITS VERY
*> FIRST USE (STATUS 35) - THE SAME PATTERN FBRCTL USES FOR
*> RUNCTL.
*>****************************************************************
1000-OPEN-REQSTAT.
    OPEN I-O REQS-FILE.
    IF FB-REQSF-STATUS = "35"
        OPEN OUTPUT REQS-FILE
        IF FB-REQSF-STATUS = "00"
            CLOSE REQS-FILE
            OPEN I-O REQS-FILE
        END-IF
    END-IF.
    IF FB-REQSF-STATUS NOT = "00"
        SET FB-RQS-IO-ERROR TO TRUE
        MOVE FB-REQSF-STATUS TO FB-RQS-IO-STATUS
        GO TO 1000-EXIT
    END-IF.
    SET FB-REQSTAT-IS-OPEN TO TRUE.
    1000-EXIT.
        EXIT.

*>****************************************************************
*> 2000-POST-STAGE - READ THE REQUEST'S ROW, CHECK THE NEW STAGE
*> MAY FOLLOW THE ONE IT IS AT, AND REWRITE IT WITH THAT STAGE'S
*> DATE.  A REJECT FROM TRANEDIT RECORDS THE EDIT DATE; A REPEAT
*> REJECT FROM THE RECYCLE KEEPS IT, SO THE INQUIRY STILL SHOWS
*> THE DAY THE REQUEST FIRST FAILED.
*>****************************************************************
2000-POST-STAGE.
    MOVE FB-RQS-REQ-ID TO FB-REQS-REQ-ID.
    READ REQS-FILE
        INVALID KEY CONTINUE
    END-READ.
    IF FB-REQSF-STATUS = "23"
        SET FB-RQS-NOT-FOUND TO TRUE
        GO TO 2000-EXIT
    END-IF.
    IF FB-REQSF-STATUS NOT = "00"
        SET FB-RQS-IO-ERROR TO TRUE
        MOVE FB-REQSF-STATUS TO FB-RQS-IO-STATUS
        GO TO 2000-EXIT
    END-IF.
    PERFORM 2100-CHECK-SEQUENCE THRU 2100-EXIT.
    IF FB-SEQ-IS-BAD
        SET FB-RQS-OUT-OF-SEQUENCE TO TRUE
        GO TO 2000-EXIT
    END-IF.
    MOVE FB-REQS-STAGE TO FB-PRIOR-STAGE.
    MOVE FB-RQS-STAGE  TO FB-REQS-STAGE.
    MOVE FB-NOW-DATE   TO FB-REQS-STAGE-DATE.
    EVALUATE TRUE
        WHEN FB-REQS-EDITED
            MOVE FB-NOW-DATE TO FB-REQS-EDIT-DATE
            MOVE SPACES      TO FB-REQS-REASON-CODE
        WHEN FB-REQS-REJECTED
            MOVE FB-RQS-REASON-CODE TO FB-REQS-REASON-CODE
            IF FB-PRIOR-STAGE = "E" OR FB-PRIOR-STAGE = "V"
                MOVE FB-NOW-DATE TO FB-REQS-EDIT-DATE
            END-IF
        WHEN FB-REQS-RECYCLED
            MOVE FB-NOW-DATE TO FB-REQS-RECYCLE-DATE
        WHEN FB-REQS-CLASSIFIED
            MOVE FB-RQS-RUN-ID TO FB-REQS-RUN-ID
            MOVE FB-NOW-DATE   TO FB-REQS-CLASS-DATE
        WHEN FB-REQS-RELEASED
            MOVE FB-NOW-DATE TO FB-REQS-RLSE-DATE
        WHEN FB-REQS-ACKNOWLEDGED
            MOVE FB-NOW-DATE TO FB-REQS-ACK-DATE
    END-EVALUATE.
    REWRITE FB-REQS-RECORD.
    IF FB-REQSF-STATUS NOT = "00"
        SET FB-RQS-IO-ERROR TO TRUE
        MOVE FB-REQSF-STATUS TO FB-RQS-IO-STATUS
    END-IF.
    2000-EXIT.
        EXIT.

*>****************************************************************
*> 2100-CHECK-SEQUENCE - THE STAGE ORDER (SEE FBRQSA).  A REQUEST
*> RE-CLASSIFIED BY A RERUN OR A RERUN AFTER A BACK-OUT MAY GO
*> BACK TO "C" FROM LATER STAGES; NOTHING ELSE MOVES BACKWARDS.
*>****************************************************************
2100-CHECK-SEQUENCE.
    SET FB-SEQ-IS-BAD TO TRUE.
    EVALUATE FB-RQS-STAGE
        WHEN "V"
        WHEN "J"
            IF FB-REQS-ENTERED OR FB-REQS-EDITED
             OR FB-REQS-REJECTED
                SET FB-SEQ-IS-GOOD TO TRUE
            END-IF
        WHEN "Y"
        WHEN "D"
            IF FB-REQS-REJECTED
                SET FB-SEQ-IS-GOOD TO TRUE
            END-IF
        WHEN "C"
            IF FB-REQS-EDITED OR FB-REQS-RECYCLED
             OR FB-REQS-CLASSIFIED OR FB-REQS-RELEASED
             OR FB-REQS-ACKNOWLEDGED
                SET FB-SEQ-IS-GOOD TO TRUE
            END-IF
        WHEN "L"
            IF FB-REQS-CLASSIFIED
                SET FB-SEQ-IS-GOOD TO TRUE
            END-IF
        WHEN "A"
            IF FB-REQS-RELEASED
                SET FB-SEQ-IS-GOOD TO TRUE
            END-IF
    END-EVALUATE.
    2100-EXIT.
        EXIT.

*>****************************************************************
*> 3000-BROWSE-NEXT - POSITION PAST THE CALLER'S LAST REQUEST ID
*> AND READ ON TO THE NEXT ROW AT ONE OF THE WANTED STAGES.  THE
*> START IS REPEATED EVERY CALL BECAUSE A "S" CALL BETWEEN TWO
*> BROWSES MOVES THE FILE POSITION.
*>****************************************************************
3000-BROWSE-NEXT.
    MOVE FB-RQS-REQ-ID TO FB-REQS-REQ-ID.
    START REQS-FILE KEY IS GREATER THAN FB-REQS-REQ-ID
        INVALID KEY
            SET FB-RQS-END-OF-FILE TO TRUE
            GO TO 3000-EXIT
    END-START.
    IF FB-REQSF-STATUS NOT = "00"
        SET FB-RQS-IO-ERROR TO TRUE
        MOVE FB-REQSF-STATUS TO FB-RQS-IO-STATUS
        GO TO 3000-EXIT
    END-IF.
    SET FB-ROW-NOT-WANTED TO TRUE.
    PERFORM 3100-READ-ONE-ROW THRU 3100-EXIT
        UNTIL FB-ROW-IS-WANTED
           OR NOT FB-RQS-OK.
    IF FB-ROW-IS-WANTED
        PERFORM 3200-RETURN-ROW THRU 3200-EXIT
    END-IF.
    3000-EXIT.
        EXIT.

3100-READ-ONE-ROW.
    READ REQS-FILE NEXT RECORD
        AT END
            SET FB-RQS-END-OF-FILE TO TRUE
            GO TO 3100-EXIT
    END-READ.
    IF FB-REQSF-STATUS NOT = "00"
        SET FB-RQS-IO-ERROR TO TRUE
        MOVE FB-REQSF-STATUS TO FB-RQS-IO-STATUS
        GO TO 3100-EXIT
    END-IF.
    IF FB-REQS-STAGE NOT = SPACE
     AND (FB-REQS-STAGE = FB-RQS-BROWSE-STAGES(1:1)
       OR FB-REQS-STAGE = FB-RQS-BROWSE-STAGES(2:1)
       OR FB-REQS-STAGE = FB-RQS-BROWSE-STAGES(3:1))
        SET FB-ROW-IS-WANTED TO TRUE
    END-IF.
    3100-EXIT.
        EXIT.

*>****************************************************************
*> 3200-RETURN-ROW - HAND THE ROW BACK, WITH THE REQUEST BUILT
*> INTO THE FBTRAN IMAGE TRANEDIT EDITS LIKE ANY CARD.
*>****************************************************************
3200-RETURN-ROW.
    MOVE FB-REQS-REQ-ID      TO FB-RQS-REQ-ID.
    MOVE FB-REQS-STAGE       TO FB-RQS-STAGE.
    MOVE FB-REQS-REASON-CODE TO FB-RQS-REASON-CODE.
    MOVE FB-REQS-RUN-ID      TO FB-RQS-RUN-ID.
    MOVE FB-REQS-DEPT-ID     TO FB-RQS-DEPT-ID.
    MOVE FB-REQS-STAGE-DATE  TO FB-RQS-STAGE-DATE.
    MOVE FB-REQS-EDIT-DATE   TO FB-RQS-EDIT-DATE.
    MOVE SPACES              TO FB-TRAN-RECORD.
    MOVE FB-REQS-FROM-NUMBER TO FB-TRAN-NUMBER.
    MOVE FB-REQS-REC-TYPE    TO FB-TRAN-REC-TYPE.
    IF FB-REQS-RANGE
        MOVE FB-REQS-TO-NUMBER TO FB-TRAN-TO-NUMBER
    END-IF.
    MOVE FB-REQS-DEPT-ID     TO FB-TRAN-DEPT-ID.
    MOVE FB-REQS-REQ-ID      TO FB-TRAN-REQ-ID.
    MOVE FB-TRAN-RECORD      TO FB-RQS-TRAN-IMAGE.
    3200-EXIT.
        EXIT.

*>****************************************************************
*> 4000-CLOSE-REQSTAT - THE CALLER'S LAST CALL.
*>****************************************************************
4000-CLOSE-REQSTAT.
    IF FB-REQSTAT-NOT-OPEN
        GO TO 4000-EXIT
    END-IF.
    CLOSE REQS-FILE.
    SET FB-REQSTAT-NOT-OPEN TO TRUE.
    IF FB-REQSF-STATUS NOT = "00"
        SET FB-RQS-IO-ERROR TO TRUE
        MOVE FB-REQSF-STATUS TO FB-RQS-IO-STATUS
    END-IF.
    4000-EXIT.
        EXIT.

9999-EXIT.
    GOBACK.
