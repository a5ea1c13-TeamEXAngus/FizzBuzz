*> DATE-WRITTEN.    2026-08-22.
*> DATE-COMPILED.
*>------------------------------------------------------------------
*> PARM CARD (PARMFILE, OPTIONAL): "Y" IN COL 1 OVERRIDES THE SHOP
*> CALENDAR AND LETS THE EDIT RUN ON A CYCLE DATE THAT IS NOT A
*> WORKING DAY.  NO PARM CARD, OR ANYTHING ELSE IN COL 1, AND
*> SUCH A RUN IS REFUSED.
*>------------------------------------------------------------------
*> RETURN CODES
*>   0  ALL RECORDS CLEAN
*>   4  ONE OR MORE RECORDS REJECTED (TRANVAL IS STILL USABLE)
*>   8  SUBMISSION STOPPED - ANOTHER TRANEDIT IN FLIGHT, OR THE
*>      CYCLE DATE IS NOT A WORKING DAY AND NOT OVERRIDDEN
*>  16  ABEND - SEE 9500-ABEND-RTN
*>------------------------------------------------------------------
*> MODIFICATION HISTORY
*>                 BEFORE IT CAN CLOBBER TODAY'S TRANVAL, AND
*>                 FIZZBUZZ CAN REFUSE TO RUN IN TRANSACTION MODE
*>                 UNTIL THIS STEP HAS COMPLETED.
*> 2026-10-15 TXA  ALSO EDITS THE REQUESTS DEPARTMENTS KEYED ON
*>                 REQENTRY: AFTER TRANFILE, EVERY REQSTAT ROW
*>                 STILL AT "ENTERED" (SEE FBREQS) IS FETCHED AS AN
*>                 FBTRAN IMAGE THROUGH THE NEW FBRQST MODULE (SEE
*>                 FBRQSA) AND GOES DOWN THE SAME EDIT PATH AS A
*>                 CARD.  ANY RECORD CARRYING A REQUEST ID (COLS
*>                 16-31) FROM REQSTAT HAS ITS ROW MOVED TO EDITED
*>                 OR REJECTED WITH THE FBTREJ REASON.  A RERUN
*>                 PICKS UP THE ROWS TODAY'S FIRST RUN ALREADY
*>                 EDITED, SINCE TRANVAL AND TRANREJN ARE REBUILT.
*>                 THE TOTALS SHOW HOW MANY ONLINE REQUESTS WERE
*>                 READ.
*> 2026-10-15 TXA  RAW CARD RE-MAPPED TO THE WIDENED TRANFILE
*>                 LAYOUT (NUMBERS NOW 9 DIGITS, SEE FBTRAN).
*> 2026-10-15 TXA  REFUSES TO RUN (RC=8, NOTHING REGISTERED OR
*>                 WRITTEN) WHEN TODAY'S CYCLE DATE IS NOT A
*>                 WORKING DAY ON THE SHOP CALENDAR (CALFILE,
*>                 THROUGH FBBDAY - SEE FBBDYA), UNLESS THE NEW
*>                 OPTIONAL PARM CARD CARRIES "Y" IN COL 1.
*> 2026-10-15 TXA  A CARD'S COLS 24-39 ARE CLEARED ON TRANVAL AND
*>                 TRANREJN, SO WHATEVER WAS KEYED THERE CANNOT BE
*>                 TAKEN DOWNSTREAM (FIZZBUZZ, TRANRCYC) FOR AN
*>                 ONLINE REQUEST ID.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. TRANEDIT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO PARMFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-PARM-STATUS.

    SELECT TRAN-FILE ASSIGN TO TRANFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-TRAN-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE
    RECORDING MODE IS F.
01  FB-EDT-PARM-RECORD.
    05  FB-EDT-CAL-OVERRIDE         PIC X(01).
        88  FB-EDT-CAL-OVERRIDE-YES     VALUE "Y".
    05  FILLER                      PIC X(79).

FD  TRAN-FILE
    RECORDING MODE IS F.
01  FB-EDT-RAW-RECORD.
    05  FB-EDT-RAW-NUMBER           PIC X(09).
    05  FB-EDT-RAW-TYPE             PIC X(01).
    05  FB-EDT-RAW-TO-NUMBER        PIC X(09).
    05  FB-EDT-RAW-DEPT-ID          PIC X(04).
    05  FB-EDT-RAW-REQ-ID           PIC X(16).
    05  FILLER                      PIC X(41).

FD  VAL-FILE
    RECORDING MODE IS F.
WORKING-STORAGE SECTION.

01  FB-IO-FIELDS.
    05  FB-PARM-STATUS             PIC X(02).
    05  FB-TRAN-STATUS             PIC X(02).
    05  FB-VAL-STATUS              PIC X(02).
    05  FB-REJ-STATUS              PIC X(02).
    05  FB-FOUND-SW                PIC X(01) VALUE "N".
        88  FB-ENTRY-FOUND              VALUE "Y".
        88  FB-ENTRY-NOT-FOUND          VALUE "N".
    05  FB-RQS-EOF-SW              PIC X(01) VALUE "N".
        88  FB-END-OF-REQUESTS          VALUE "Y".
        88  FB-NOT-END-OF-REQUESTS      VALUE "N".
    05  FB-SOURCE-SW               PIC X(01) VALUE "C".
        88  FB-EDITING-CARDS            VALUE "C".
        88  FB-EDITING-ONLINE           VALUE "O".
    05  FB-OVERRIDE-SW             PIC X(01) VALUE "N".
        88  FB-CAL-OVERRIDDEN           VALUE "Y".
        88  FB-CAL-NOT-OVERRIDDEN       VALUE "N".
    05  FB-CYCLE-DAY-SW            PIC X(01) VALUE "Y".
        88  FB-CYCLE-IS-WORKING-DAY     VALUE "Y".
        88  FB-CYCLE-NOT-WORKING-DAY    VALUE "N".

01  FB-IO-DIAGNOSTICS.
    05  FB-IO-STATUS               PIC X(02).
    05  FB-EDT-READ-COUNT          PIC 9(07) COMP VALUE 0.
    05  FB-EDT-VALID-COUNT         PIC 9(07) COMP VALUE 0.
    05  FB-EDT-REJECT-COUNT        PIC 9(07) COMP VALUE 0.
    05  FB-EDT-ONLINE-COUNT        PIC 9(07) COMP VALUE 0.

01  FB-EDT-REASON-CODE             PIC X(02) VALUE SPACES.
01  FB-EDT-REASON-TEXT             PIC X(30) VALUE SPACES.

    COPY "FBRCTA.cpy".

    COPY "FBRQSA.cpy".

    COPY "FBBDYA.cpy".

*> ---------------------------------------------------------------
*> PER-DEPARTMENT PASSED/REJECTED TALLIES FOR THE SUMMARY
*> SECTION, IN FIRST-SEEN ORDER.
    PERFORM 2100-READ-RAW-RECORD THRU 2100-EXIT.
    PERFORM 2000-EDIT-ONE-RECORD THRU 2000-EXIT
        UNTIL FB-END-OF-INPUT.
    PERFORM 3000-EDIT-ONLINE-REQUESTS THRU 3000-EXIT.
    PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT.
    PERFORM 8150-WRITE-DEPT-SUMMARY THRU 8150-EXIT.
    PERFORM 8300-CLOSE-FILES THRU 8300-EXIT.
*>****************************************************************
1000-INITIALIZE.
    ACCEPT FB-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
    PERFORM 1150-CHECK-CYCLE-DATE THRU 1150-EXIT.
    PERFORM 1300-REGISTER-RUN-STEP THRU 1300-EXIT.
    OPEN INPUT TRAN-FILE.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    1000-EXIT.
        EXIT.

*>****************************************************************
*> 1100-READ-PARM-CARD - THE PARM CARD IS OPTIONAL: "Y" IN COL 1
*> IS THE CALENDAR OVERRIDE.  NO PARM FILE AT ALL (STATUS 35)
*> MEANS NO OVERRIDE, EXACTLY AS BEFORE THE CARD EXISTED.
*>****************************************************************
1100-READ-PARM-CARD.
    OPEN INPUT PARM-FILE.
    IF FB-PARM-STATUS = "35"
        GO TO 1100-EXIT
    END-IF.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE "PARMFILE"   TO FB-IO-FILE-ID.
    MOVE FB-PARM-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    READ PARM-FILE
        AT END CONTINUE
    END-READ.
    IF FB-PARM-STATUS = "00" AND FB-EDT-CAL-OVERRIDE-YES
        SET FB-CAL-OVERRIDDEN TO TRUE
    END-IF.
    CLOSE PARM-FILE.
    MOVE "CLOSE"      TO FB-IO-OPERATION.
    MOVE "PARMFILE"   TO FB-IO-FILE-ID.
    MOVE FB-PARM-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    1100-EXIT.
        EXIT.

*>****************************************************************
*> 1150-CHECK-CYCLE-DATE - THE EDIT FEEDS A CYCLE THAT ONLY RUNS
*> ON WORKING DAYS, SO A SUBMISSION DATED A WEEKEND OR HOLIDAY
*> STOPS HERE WITH RC=8, BEFORE IT REGISTERS OR REBUILDS TRANVAL,
*> UNLESS OPERATIONS HAVE OVERRIDDEN THE CALENDAR ON THE PARM
*> CARD.  THE CALENDAR IS ONLY NEEDED HERE, SO FBBDAY CLOSES IT
*> AGAIN AT ONCE.
*>****************************************************************
1150-CHECK-CYCLE-DATE.
    SET FB-BDA-FUNC-DAY TO TRUE.
    MOVE FB-RUN-DATE TO FB-BDA-DATE.
    CALL "FBBDAY" USING FB-BDA-COMMAREA.
    IF NOT FB-BDA-OK
        MOVE "CHECK DAY" TO FB-IO-OPERATION
        MOVE "CALFILE"   TO FB-IO-FILE-ID
        IF FB-BDA-IO-ERROR
            MOVE FB-BDA-IO-STATUS TO FB-IO-STATUS
        ELSE
            MOVE FB-BDA-RETURN TO FB-IO-STATUS
        END-IF
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    MOVE FB-BDA-WORKING-SW TO FB-CYCLE-DAY-SW.
    SET FB-BDA-FUNC-CLOSE TO TRUE.
    CALL "FBBDAY" USING FB-BDA-COMMAREA.
    IF FB-BDA-IO-ERROR
        MOVE "CLOSE"   TO FB-IO-OPERATION
        MOVE "CALFILE" TO FB-IO-FILE-ID
        MOVE FB-BDA-IO-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF FB-CYCLE-IS-WORKING-DAY
        GO TO 1150-EXIT
    END-IF.
    IF FB-CAL-OVERRIDDEN
        DISPLAY "TRANEDIT *** " FB-RUN-DATE " (" FB-BDA-WEEKDAY-NAME
                ") IS NOT A WORKING DAY - RUNNING UNDER THE PARM "
                "CARD CALENDAR OVERRIDE."
        GO TO 1150-EXIT
    END-IF.
    DISPLAY "TRANEDIT *** " FB-RUN-DATE " (" FB-BDA-WEEKDAY-NAME
            ") IS NOT A WORKING DAY ON THE SHOP CALENDAR - "
            "SUBMISSION STOPPED.  SET PARMFILE COL 1 TO Y TO "
            "RUN ANYWAY.".
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
    1150-EXIT.
        EXIT.

*>****************************************************************
*> 1200-LOAD-DEPT-TABLE - HAVE THE SHARED FBTRED MODULE LOAD THE
*> DEPARTMENT MASTER.  THE REASON-06 EDIT AND THE SUMMARY NAMES

*>****************************************************************
*> 2300-WRITE-VALID-RECORD - PASS A CLEAN RECORD THROUGH TO
*> TRANVAL, IN THE FBTRAN LAYOUT FIZZBUZZ EXPECTS.  ONLY AN
*> ONLINE REQUEST CARRIES A REQUEST ID; ON A CARD IT IS ZEROED.
*>****************************************************************
2300-WRITE-VALID-RECORD.
    MOVE FB-EDT-RAW-RECORD TO FB-TRAN-RECORD.
    IF FB-EDITING-CARDS
        MOVE ZEROS TO FB-TRAN-REQ-ID
    END-IF.
    WRITE FB-TRAN-RECORD.
    MOVE "WRITE"   TO FB-IO-OPERATION.
    MOVE "TRANVAL" TO FB-IO-FILE-ID.
    MOVE FB-VAL-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    ADD 1 TO FB-EDT-VALID-COUNT.
    MOVE "V" TO FB-RQS-STAGE.
    PERFORM 2800-POST-REQUEST-STAGE THRU 2800-EXIT.
    PERFORM 2700-FIND-OR-ADD-SUMMARY THRU 2700-EXIT.
    IF FB-DSM-SUB > 0
        ADD 1 TO FB-DSM-PASSED(FB-DSM-SUB)
*>****************************************************************
*> 2400-WRITE-REJECT-RECORD - SEND A FAILING RECORD TO THE
*> SUSPENSE FILE WITH ITS REASON CODE AND PRINT IT ON THE EDIT
*> REPORT.  A CARD'S REQUEST-ID COLUMNS ARE BLANKED, NOT ZEROED,
*> SO A BLANK CARD STAYS BLANK (REASON 02) WHEN TRANRCYC
*> RE-EDITS IT; TRANRCYC IGNORES A NON-NUMERIC REQUEST ID.
*>****************************************************************
2400-WRITE-REJECT-RECORD.
    MOVE SPACES TO FB-REJ-RECORD.
    MOVE FB-EDT-REASON-CODE TO FB-REJ-REASON-CODE.
    MOVE FB-EDT-RAW-RECORD  TO FB-REJ-RAW-DATA.
    IF FB-EDITING-CARDS
        MOVE SPACES TO FB-REJ-RAW-DATA(24:16)
    END-IF.
    MOVE FB-RUN-DATE        TO FB-REJ-ENTRY-DATE.
    WRITE FB-REJ-RECORD.
    MOVE "WRITE"    TO FB-IO-OPERATION.
    MOVE FB-REJ-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    ADD 1 TO FB-EDT-REJECT-COUNT.
    MOVE "J" TO FB-RQS-STAGE.
    PERFORM 2800-POST-REQUEST-STAGE THRU 2800-EXIT.
    PERFORM 2700-FIND-OR-ADD-SUMMARY THRU 2700-EXIT.
    IF FB-DSM-SUB > 0
        ADD 1 TO FB-DSM-REJECTED(FB-DSM-SUB)
    2710-EXIT.
        EXIT.

*>****************************************************************
*> 2800-POST-REQUEST-STAGE - MOVE THE RECORD'S REQSTAT ROW TO THE
*> STAGE THE CALLER SET (V OR J, THE REJECT REASON WITH IT).
*> ONLY THE ONLINE REQUESTS ARE TRACKED - A CARD IS NEVER TAKEN
*> FOR ONE, WHATEVER IS KEYED IN ITS COLS 24-39.  ONLY A REQSTAT
*> I/O ERROR STOPS THE RUN - A ROW ALREADY MOVED ON IS LEFT ALONE.
*>****************************************************************
2800-POST-REQUEST-STAGE.
    IF FB-EDITING-CARDS
     OR FB-EDT-RAW-REQ-ID NOT NUMERIC
     OR FB-EDT-RAW-REQ-ID = ZEROS
        GO TO 2800-EXIT
    END-IF.
    SET FB-RQS-FUNC-STAGE TO TRUE.
    MOVE FB-EDT-RAW-REQ-ID  TO FB-RQS-REQ-ID.
    MOVE FB-EDT-REASON-CODE TO FB-RQS-REASON-CODE.
    CALL "FBRQST" USING FB-RQS-COMMAREA.
    IF FB-RQS-IO-ERROR
        MOVE "POST STAGE" TO FB-IO-OPERATION
        MOVE "REQSTAT"    TO FB-IO-FILE-ID
        MOVE FB-RQS-IO-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    2800-EXIT.
        EXIT.

*>****************************************************************
*> 3000-EDIT-ONLINE-REQUESTS - AFTER THE CARDS, EDIT THE REQUESTS
*> KEYED ON REQENTRY.  FBRQST HANDS BACK EVERY ROW STILL ENTERED,
*> PLUS ANY ROW TODAY'S EARLIER RUN ALREADY EDITED (A RERUN
*> REBUILDS TRANVAL AND TRANREJN AND MUST CARRY THEM AGAIN).
*> EACH IS EDITED AND ROUTED EXACTLY AS A CARD IS.
*>****************************************************************
3000-EDIT-ONLINE-REQUESTS.
    SET FB-NOT-END-OF-REQUESTS TO TRUE.
    SET FB-EDITING-ONLINE TO TRUE.
    MOVE 0 TO FB-RQS-REQ-ID.
    PERFORM 3100-EDIT-ONE-REQUEST THRU 3100-EXIT
        UNTIL FB-END-OF-REQUESTS.
    3000-EXIT.
        EXIT.

3100-EDIT-ONE-REQUEST.
    SET FB-RQS-FUNC-BROWSE TO TRUE.
    MOVE "EVJ" TO FB-RQS-BROWSE-STAGES.
    CALL "FBRQST" USING FB-RQS-COMMAREA.
    IF FB-RQS-END-OF-FILE
        SET FB-END-OF-REQUESTS TO TRUE
        GO TO 3100-EXIT
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
    IF FB-RQS-STAGE NOT = "E"
     AND FB-RQS-EDIT-DATE NOT = FB-RUN-DATE
        GO TO 3100-EXIT
    END-IF.
    MOVE FB-RQS-TRAN-IMAGE TO FB-EDT-RAW-RECORD.
    ADD 1 TO FB-EDT-READ-COUNT.
    ADD 1 TO FB-EDT-ONLINE-COUNT.
    PERFORM 2200-VALIDATE-RECORD THRU 2200-EXIT.
    IF FB-EDT-REASON-CODE = SPACES
        PERFORM 2300-WRITE-VALID-RECORD THRU 2300-EXIT
    ELSE
        PERFORM 2400-WRITE-REJECT-RECORD THRU 2400-EXIT
    END-IF.
    3100-EXIT.
        EXIT.

*>****************************************************************
*> 8100-WRITE-REPORT-TRAILER - CLOSING SUMMARY SHOWING HOW MANY
*> RECORDS WERE READ, PASSED AND REJECTED.
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE FB-EDT-ONLINE-COUNT TO FB-EDIT-COUNT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "    ONLINE REQUESTS..... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE FB-EDT-VALID-COUNT TO FB-EDIT-COUNT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
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

