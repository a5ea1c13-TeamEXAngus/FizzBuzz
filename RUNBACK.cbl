       >>SOURCE FORMAT FREE
*>****************************************************************
*> RUNBACK - BACK OUT ONE FIZZBUZZ RUN.  WHEN A RUN GOES OUT
*> WRONG (BAD RULE, WRONG PARM CARD, THE WRONG TRANFILE) THE
*> ONLY REMEDY UNTIL NOW WAS A WEEKEND OF HAND REPAIRS: THE
*> RESULTS MASTER HAD ALREADY BEEN OVERWRITTEN, THE MONTH-TO-DATE
*> BILLING HAD THE RUN IN IT, AND THE DEPARTMENTS HAD BEEN TOLD
*> THE EXTRACT WAS THEIRS TO LOAD.  GIVEN A RUN-ID, THIS STEP
*>   - PUTS EVERY RSLTMST ROW THE RUN CHANGED BACK AS THE RUN
*>     FOUND IT, FROM THE RSLTJRN BEFORE-IMAGE JOURNAL FIZZBUZZ
*>     KEEPS (SEE FBRJRN), AND REMOVES THE ROWS IT ADDED.  A ROW
*>     A LATER RUN HAS SINCE REWRITTEN IS LEFT ALONE AND LISTED -
*>     THE LATER RUN'S ANSWER IS THE CURRENT ONE;
*>   - TAKES THE RUN'S ROWS BACK OFF EACH DEPARTMENT'S
*>     MONTH-TO-DATE POSITION ON THE BILLING MASTER (BILLMSTI IN,
*>     BILLMSTO OUT, SEE FBBMST) AND REPRICES IT FROM THE RATE
*>     CARD EXACTLY AS FBBILL WOULD.  THE RUN-ID STAYS ON (OR IS
*>     ADDED TO) THE POSTED-RUN LIST SO FBBILL CAN NEVER BILL THE
*>     WITHDRAWN EXTRACT AGAIN;
*>   - APPENDS A WITHDRAWAL ROW TO XRLSLOG FOR EVERY DEPARTMENT
*>     THE RUN WAS RELEASED TO (SEE FBXRLS), SO ACKRECON STOPS
*>     CHASING THEIR ACKS AND FLAGS ANY THAT ALREADY LOADED IT;
*>   - APPENDS A REVERSED ("R") ROW FOR THE RUN TO HISTFILE;
*>   - PRINTS A REVERSAL REPORT LISTING EVERYTHING IT UNDID.
*> A RUN WHOSE BILLING PERIOD HAS ALREADY CLOSED IS REFUSED - THE
*> PERIOD-END BILLXTR EXTRACT IS THE INVOICE OF RECORD AND ONLY
*> ACCOUNTS RECEIVABLE CAN ADJUST IT.  SO IS A RUN-ID NOT ON
*> HISTFILE OR ONE ALREADY BACKED OUT.  A REFUSED REQUEST
*> CHANGES NOTHING: THE BILLING MASTER IS PASSED THROUGH TO
*> BILLMSTO UNCHANGED.
*>------------------------------------------------------------------
*> AUTHOR.          T. ANGUS, BATCH SYSTEMS GROUP.
*> INSTALLATION.    TEAMEXANGUS.
*> DATE-WRITTEN.    2026-10-15.
*> DATE-COMPILED.
*>------------------------------------------------------------------
*> PARM CARD (PARMFILE): COLS 1-14 THE RUN-ID TO BACK OUT.
*>------------------------------------------------------------------
*> RETURN CODES
*>   0  RUN BACKED OUT CLEANLY
*>   4  RUN BACKED OUT, BUT SOMETHING NEEDS A LOOK - RESULTS ROWS
*>      A LATER RUN HAD ALREADY REWRITTEN, A BILLED DEPARTMENT NOT
*>      ON THE MASTER, OR A BILLED RUN WITH NO RELEASE ROWS
*>   8  REFUSED - NO/UNKNOWN RUN-ID, ALREADY BACKED OUT, OR THE
*>      BILLING PERIOD IS CLOSED.  NOTHING WAS CHANGED.
*>  16  ABEND - SEE 9500-ABEND-RTN
*>------------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15 TXA  ORIGINAL.
*> 2026-10-15 TXA  NUMBERS WIDENED FROM 5 TO 9 DIGITS (CEILING
*>                 999,999,999) WITH HISTFILE, RSLTJRN AND
*>                 RSLTMST; RESTORED-ROW NUMBER COLUMN WIDENED TO
*>                 FIT.
*> 2026-10-15 TXA  BILLMSTO IS NOW WRITTEN AND CLOSED BEFORE THE
*>                 HISTFILE REVERSAL ROW, AND EVERY RELEASED
*>                 DEPARTMENT IS TAKEN OFF THE BILLING MASTER EVEN
*>                 IF AN EARLIER FAILED ATTEMPT ALREADY WITHDREW
*>                 ITS RELEASE, SO A FAILED BACK-OUT CAN BE
*>                 RESUBMITTED AS IT STANDS.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. RUNBACK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO PARMFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-PARM-STATUS.

    SELECT HIST-FILE ASSIGN TO HISTFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-HISTFILE-STATUS.

    SELECT RJRN-FILE ASSIGN TO RSLTJRN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-RJRN-STATUS.

    SELECT RMST-FILE ASSIGN TO RSLTMST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS FB-RMST-KEY
        FILE STATUS IS FB-RMST-STATUS.

    SELECT XRLS-FILE ASSIGN TO XRLSLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-XRLS-STATUS.

    SELECT RATE-FILE ASSIGN TO RATEFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-RATE-STATUS.

    SELECT BMSTIN-FILE ASSIGN TO BILLMSTI
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-BMSTIN-STATUS.

    SELECT BMSTOUT-FILE ASSIGN TO BILLMSTO
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-BMSTOUT-STATUS.

    SELECT RPT-FILE ASSIGN TO RPTFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE
    RECORDING MODE IS F.
01  FB-RBK-PARM-RECORD.
    05  FB-RBK-RUN-ID               PIC 9(14).
    05  FILLER                      PIC X(66).

FD  HIST-FILE
    RECORDING MODE IS F.
    COPY "FBHIST.cpy".

FD  RJRN-FILE
    RECORDING MODE IS F.
    COPY "FBRJRN.cpy".

FD  RMST-FILE.
    COPY "FBRMST.cpy".

FD  XRLS-FILE
    RECORDING MODE IS F.
    COPY "FBXRLS.cpy".

FD  RATE-FILE
    RECORDING MODE IS F.
    COPY "FBRATE.cpy".

FD  BMSTIN-FILE
    RECORDING MODE IS F.
01  FB-BMSTIN-RECORD               PIC X(80).

FD  BMSTOUT-FILE
    RECORDING MODE IS F.
    COPY "FBBMST.cpy".

FD  RPT-FILE
    RECORDING MODE IS F.
01  FB-RPT-RECORD.
    05  FB-RPT-CTL                 PIC X(01).
    05  FB-RPT-LINE                PIC X(79).

WORKING-STORAGE SECTION.

01  FB-IO-FIELDS.
    05  FB-PARM-STATUS             PIC X(02).
    05  FB-HISTFILE-STATUS         PIC X(02).
    05  FB-RJRN-STATUS             PIC X(02).
    05  FB-RMST-STATUS             PIC X(02).
    05  FB-XRLS-STATUS             PIC X(02).
    05  FB-RATE-STATUS             PIC X(02).
    05  FB-BMSTIN-STATUS           PIC X(02).
    05  FB-BMSTOUT-STATUS          PIC X(02).
    05  FB-RPT-STATUS              PIC X(02).

01  FB-SWITCHES.
    05  FB-REFUSE-SW               PIC X(01) VALUE "N".
        88  FB-BACKOUT-REFUSED          VALUE "Y".
        88  FB-BACKOUT-ALLOWED          VALUE "N".
    05  FB-WARN-SW                 PIC X(01) VALUE "N".
        88  FB-BACKOUT-WARNED           VALUE "Y".
        88  FB-BACKOUT-NOT-WARNED       VALUE "N".
    05  FB-HIST-FOUND-SW           PIC X(01) VALUE "N".
        88  FB-RUN-ON-HISTORY           VALUE "Y".
        88  FB-RUN-NOT-ON-HISTORY       VALUE "N".
    05  FB-REVERSED-SW             PIC X(01) VALUE "N".
        88  FB-RUN-ALREADY-REVERSED     VALUE "Y".
        88  FB-RUN-NOT-REVERSED         VALUE "N".
    05  FB-BILLED-SW               PIC X(01) VALUE "N".
        88  FB-RUN-WAS-BILLED           VALUE "Y".
        88  FB-RUN-NOT-BILLED           VALUE "N".
    05  FB-FOUND-SW                PIC X(01) VALUE "N".
        88  FB-ENTRY-FOUND              VALUE "Y".
        88  FB-ENTRY-NOT-FOUND          VALUE "N".
    05  FB-RJRN-OPEN-SW            PIC X(01) VALUE "N".
        88  FB-RSLTJRN-IS-OPEN          VALUE "Y".
        88  FB-RSLTJRN-NOT-OPEN         VALUE "N".
    05  FB-RMST-OPEN-SW            PIC X(01) VALUE "N".
        88  FB-RSLTMST-IS-OPEN          VALUE "Y".
        88  FB-RSLTMST-NOT-OPEN         VALUE "N".

01  FB-IO-DIAGNOSTICS.
    05  FB-IO-STATUS               PIC X(02).
    05  FB-IO-OPERATION            PIC X(20).
    05  FB-IO-FILE-ID              PIC X(10).

*> ---------------------------------------------------------------
*> THE RUN BEING BACKED OUT, AS HISTFILE HAS IT (SAME SHAPE AS
*> FBHIST).  A RESTARTED RUN HAS AN "A" ROW AND THEN A "C" ROW;
*> THE "C" ROW WINS.
*> ---------------------------------------------------------------
01  FB-TGT-HIST.
    05  FB-TGT-RUN-ID              PIC 9(14).
    05  FB-TGT-RUN-DATE            PIC 9(08).
    05  FB-TGT-RUN-TIME            PIC 9(06).
    05  FB-TGT-LOOP-LIMIT          PIC 9(09).
    05  FB-TGT-RUN-MODE            PIC X(01).
    05  FB-TGT-HIGH-NUMBER         PIC 9(09).
    05  FB-TGT-STATUS              PIC X(01).
        88  FB-TGT-COMPLETE             VALUE "C".
        88  FB-TGT-ABENDED              VALUE "A".
    05  FILLER                     PIC X(11).

01  FB-RBK-WORK.
    05  FB-TARGET-RUN-ID           PIC 9(14) VALUE 0.
    05  FB-REVERSED-DATE           PIC 9(08) VALUE 0.
    05  FB-CURR-PERIOD             PIC 9(06) VALUE 0.
    05  FB-RUN-PERIOD              PIC 9(06) VALUE 0.
    05  FB-REFUSE-REASON           PIC X(60) VALUE SPACES.
    05  FB-RUN-ANSWER              PIC X(20) VALUE SPACES.
    05  FB-COLUMN-HEADING          PIC X(79) VALUE SPACES.
    05  FB-HOLD-LINE               PIC X(79) VALUE SPACES.
    05  FB-BEFORE-COUNT            PIC 9(09) VALUE 0.
    05  FB-BEFORE-AMOUNT           PIC 9(09)V99 VALUE 0.

*> ---------------------------------------------------------------
*> THE RUN'S XRLSLOG RELEASES, ONE PER DEPARTMENT, WITH ANY
*> WITHDRAWAL ALREADY LOGGED AGAINST THEM.
*> ---------------------------------------------------------------
01  FB-RLS-TABLE.
    05  FB-RLS-COUNT               PIC 9(03) COMP VALUE 0.
    05  FB-RLS-ENTRY OCCURS 200 TIMES.
        10  FB-RLS-DEPT-ID         PIC X(04).
        10  FB-RLS-REC-COUNT       PIC 9(09).
        10  FB-RLS-WDRN-SW         PIC X(01).

01  FB-RLS-SUB                     PIC 9(03) COMP VALUE 0.

*> ---------------------------------------------------------------
*> RATE CARD - LOADED AND APPLIED EXACTLY AS FBBILL DOES, SO THE
*> REPRICED MONTH-TO-DATE AMOUNT IS WHAT FBBILL WOULD HAVE BILLED
*> HAD THE RUN NEVER BEEN POSTED.
*> ---------------------------------------------------------------
01  FB-RTE-TABLE.
    05  FB-RTE-COUNT               PIC 9(03) COMP VALUE 0.
    05  FB-RTE-ENTRY OCCURS 100 TIMES.
        10  FB-RTE-DEPT-ID         PIC X(04).
        10  FB-RTE-PER-NUMBER      PIC 9(03)V9(04).
        10  FB-RTE-MIN-CHARGE      PIC 9(05)V99.

01  FB-RTE-SUB                     PIC 9(03) COMP VALUE 0.

01  FB-DEFAULT-RATE-FIELDS.
    05  FB-DFLT-RATE-SW            PIC X(01) VALUE "N".
        88  FB-DEFAULT-RATE-ON-FILE    VALUE "Y".
        88  FB-NO-DEFAULT-RATE         VALUE "N".
    05  FB-DFLT-PER-NUMBER         PIC 9(03)V9(04) VALUE 0.
    05  FB-DFLT-MIN-CHARGE         PIC 9(05)V99 VALUE 0.

*> ---------------------------------------------------------------
*> THE WHOLE OLD BILLING MASTER IN STORAGE, IN FILE ORDER.  THE
*> SIZE COVERS FBBILL'S OWN LIMITS (200 DEPARTMENT ROWS PLUS 400
*> POSTED RUN-IDS).
*> ---------------------------------------------------------------
01  FB-BMT-TABLE.
    05  FB-BMT-COUNT               PIC 9(03) COMP VALUE 0.
    05  FB-BMT-ROW OCCURS 600 TIMES PIC X(80).

01  FB-BMT-SUB                     PIC 9(03) COMP VALUE 0.

*> ---------------------------------------------------------------
*> WORK COPY OF ONE BILLING-MASTER ROW (SAME SHAPE AS FBBMST).
*> ---------------------------------------------------------------
01  FB-BMW-RECORD.
    05  FB-BMW-REC-TYPE             PIC X(01).
        88  FB-BMW-DEPT-ROW             VALUE "D".
        88  FB-BMW-RUN-ROW              VALUE "R".
    05  FB-BMW-PERIOD               PIC 9(06).
    05  FB-BMW-DEPT-ID              PIC X(04).
    05  FB-BMW-MTD-COUNT            PIC 9(09).
    05  FB-BMW-MTD-AMOUNT           PIC 9(09)V99.
    05  FB-BMW-LAST-RUN-ID          PIC 9(14).
    05  FILLER                      PIC X(35).

01  FB-RBK-COUNTS.
    05  FB-RBK-JRN-ROWS            PIC 9(09) COMP VALUE 0.
    05  FB-RBK-RESTORED            PIC 9(09) COMP VALUE 0.
    05  FB-RBK-REMOVED             PIC 9(09) COMP VALUE 0.
    05  FB-RBK-SUPERSEDED          PIC 9(09) COMP VALUE 0.
    05  FB-RBK-DEPTS-ADJUSTED      PIC 9(05) COMP VALUE 0.
    05  FB-RBK-BILL-ROWS-OFF       PIC 9(09) COMP VALUE 0.
    05  FB-RBK-AMOUNT-OFF          PIC 9(11)V99 COMP VALUE 0.
    05  FB-RBK-WITHDRAWN           PIC 9(05) COMP VALUE 0.

01  FB-RUN-INFO.
    05  FB-RUN-DATE                PIC 9(08) VALUE 0.

01  FB-REPORT-CONTROL.
    05  FB-PAGE-NUMBER             PIC 9(03) VALUE 0.
    05  FB-LINE-COUNT              PIC 9(03) VALUE 99.
    05  FB-LINES-PER-PAGE          PIC 9(03) VALUE 40.

01  FB-EDIT-FIELDS.
    05  FB-EDIT-PAGE               PIC ZZ9.
    05  FB-EDIT-NUMBER             PIC ZZZZZZZZ9.
    05  FB-EDIT-COUNT              PIC ZZZZZZZZ9.
    05  FB-EDIT-AMOUNT             PIC ZZZZZZZZ9.99.

PROCEDURE DIVISION.

*>****************************************************************
*> 0000-MAINLINE
*>****************************************************************
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    PERFORM 2000-EDIT-REQUEST THRU 2000-EXIT.
    IF FB-BACKOUT-ALLOWED
        PERFORM 3000-RESTORE-RESULTS-MASTER THRU 3000-EXIT
        PERFORM 4000-ADJUST-BILLING THRU 4000-EXIT
        PERFORM 5000-WITHDRAW-RELEASES THRU 5000-EXIT
    END-IF.
    PERFORM 8200-WRITE-NEW-MASTER THRU 8200-EXIT.
    PERFORM 8250-CLOSE-NEW-MASTER THRU 8250-EXIT.
    IF FB-BACKOUT-ALLOWED
        PERFORM 6000-MARK-RUN-REVERSED THRU 6000-EXIT
    END-IF.
    PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT.
    PERFORM 8300-CLOSE-FILES THRU 8300-EXIT.
    EVALUATE TRUE
        WHEN FB-BACKOUT-REFUSED
            MOVE 8 TO RETURN-CODE
        WHEN FB-BACKOUT-WARNED
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    GO TO 9999-EXIT.

*>****************************************************************
*> 1000-INITIALIZE - PICK UP THE RUN-ID, OPEN THE REPORT AND THE
*> NEW MASTER, AND LOAD WHAT HISTFILE, XRLSLOG, THE RATE CARD
*> AND THE OLD BILLING MASTER SAY ABOUT THE RUN.
*>****************************************************************
1000-INITIALIZE.
    ACCEPT FB-RUN-DATE FROM DATE YYYYMMDD.
    MOVE FB-RUN-DATE(1:6) TO FB-CURR-PERIOD.
    OPEN INPUT PARM-FILE.
    IF FB-PARM-STATUS = "00"
        READ PARM-FILE
            AT END CONTINUE
        END-READ
        IF FB-PARM-STATUS = "00"
                AND FB-RBK-RUN-ID NUMERIC
            MOVE FB-RBK-RUN-ID TO FB-TARGET-RUN-ID
        END-IF
        CLOSE PARM-FILE
    END-IF.
    OPEN OUTPUT RPT-FILE.
    MOVE "OPEN OUTPUT" TO FB-IO-OPERATION.
    MOVE "RPTFILE"     TO FB-IO-FILE-ID.
    MOVE FB-RPT-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    OPEN OUTPUT BMSTOUT-FILE.
    MOVE "OPEN OUTPUT" TO FB-IO-OPERATION.
    MOVE "BILLMSTO"    TO FB-IO-FILE-ID.
    MOVE FB-BMSTOUT-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    PERFORM 1100-LOAD-RUN-HISTORY THRU 1100-EXIT.
    PERFORM 1200-LOAD-RUN-RELEASES THRU 1200-EXIT.
    PERFORM 1300-LOAD-RATE-TABLE THRU 1300-EXIT.
    PERFORM 1400-LOAD-OLD-MASTER THRU 1400-EXIT.
    PERFORM 1600-WRITE-REPORT-HEADINGS THRU 1600-EXIT.
    1000-EXIT.
        EXIT.

*>****************************************************************
*> 1100-LOAD-RUN-HISTORY - FIND THE RUN'S HISTFILE ROWS: ITS
*> COMPLETED (OR, FAILING THAT, ABENDED) ROW, AND ANY REVERSAL
*> ROW FROM AN EARLIER BACK-OUT.  A MISSING HISTFILE SIMPLY
*> MEANS THE RUN-ID IS NOT ON IT.
*>****************************************************************
1100-LOAD-RUN-HISTORY.
    IF FB-TARGET-RUN-ID = 0
        GO TO 1100-EXIT
    END-IF.
    OPEN INPUT HIST-FILE.
    IF FB-HISTFILE-STATUS = "35"
        GO TO 1100-EXIT
    END-IF.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE "HISTFILE"   TO FB-IO-FILE-ID.
    MOVE FB-HISTFILE-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    PERFORM 1110-READ-ONE-HIST-ROW THRU 1110-EXIT
        UNTIL FB-HISTFILE-STATUS = "10".
    CLOSE HIST-FILE.
    MOVE "CLOSE"    TO FB-IO-OPERATION.
    MOVE "HISTFILE" TO FB-IO-FILE-ID.
    MOVE FB-HISTFILE-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    1100-EXIT.
        EXIT.

1110-READ-ONE-HIST-ROW.
    READ HIST-FILE
        AT END MOVE "10" TO FB-HISTFILE-STATUS
    END-READ.
    IF FB-HISTFILE-STATUS NOT = "00" AND FB-HISTFILE-STATUS NOT = "10"
        MOVE "READ"     TO FB-IO-OPERATION
        MOVE "HISTFILE" TO FB-IO-FILE-ID
        MOVE FB-HISTFILE-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF FB-HISTFILE-STATUS NOT = "00"
        GO TO 1110-EXIT
    END-IF.
    IF FB-HIST-RUN-ID NOT = FB-TARGET-RUN-ID
        GO TO 1110-EXIT
    END-IF.
    EVALUATE TRUE
        WHEN FB-HIST-REVERSED
            SET FB-RUN-ALREADY-REVERSED TO TRUE
            MOVE FB-HIST-REVERSED-DATE TO FB-REVERSED-DATE
        WHEN FB-HIST-COMPLETE
            SET FB-RUN-ON-HISTORY TO TRUE
            MOVE FB-HIST-RECORD TO FB-TGT-HIST
        WHEN FB-RUN-NOT-ON-HISTORY
            SET FB-RUN-ON-HISTORY TO TRUE
            MOVE FB-HIST-RECORD TO FB-TGT-HIST
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    1110-EXIT.
        EXIT.

*>****************************************************************
*> 1200-LOAD-RUN-RELEASES - THE RUN'S XRLSLOG ROWS: ONE RELEASE
*> PER DEPARTMENT, AND ANY WITHDRAWAL ALREADY LOGGED AGAINST
*> ONE.  A MISSING XRLSLOG IS AN EMPTY LOG, AS IN ACKRECON.
*>****************************************************************
1200-LOAD-RUN-RELEASES.
    IF FB-TARGET-RUN-ID = 0
        GO TO 1200-EXIT
    END-IF.
    OPEN INPUT XRLS-FILE.
    IF FB-XRLS-STATUS = "35"
        GO TO 1200-EXIT
    END-IF.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE "XRLSLOG"    TO FB-IO-FILE-ID.
    MOVE FB-XRLS-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    PERFORM 1210-READ-ONE-RELEASE THRU 1210-EXIT
        UNTIL FB-XRLS-STATUS = "10".
    CLOSE XRLS-FILE.
    MOVE "CLOSE"   TO FB-IO-OPERATION.
    MOVE "XRLSLOG" TO FB-IO-FILE-ID.
    MOVE FB-XRLS-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    1200-EXIT.
        EXIT.

1210-READ-ONE-RELEASE.
    READ XRLS-FILE
        AT END MOVE "10" TO FB-XRLS-STATUS
    END-READ.
    IF FB-XRLS-STATUS NOT = "00" AND FB-XRLS-STATUS NOT = "10"
        MOVE "READ"    TO FB-IO-OPERATION
        MOVE "XRLSLOG" TO FB-IO-FILE-ID
        MOVE FB-XRLS-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF FB-XRLS-STATUS NOT = "00"
        GO TO 1210-EXIT
    END-IF.
    IF FB-XRLS-RUN-ID NOT = FB-TARGET-RUN-ID
        GO TO 1210-EXIT
    END-IF.
    SET FB-ENTRY-NOT-FOUND TO TRUE.
    PERFORM 1220-SCAN-ONE-RELEASE THRU 1220-EXIT
        VARYING FB-RLS-SUB FROM 1 BY 1
        UNTIL FB-RLS-SUB > FB-RLS-COUNT
           OR FB-ENTRY-FOUND.
    IF FB-ENTRY-FOUND
        SUBTRACT 1 FROM FB-RLS-SUB
    ELSE
        IF FB-RLS-COUNT >= 200
            DISPLAY "RUNBACK WARNING *** RELEASE TABLE FULL AT 200 "
                    "DEPARTMENTS - LATER RELEASES NOT WITHDRAWN."
            GO TO 1210-EXIT
        END-IF
        ADD 1 TO FB-RLS-COUNT
        MOVE FB-RLS-COUNT TO FB-RLS-SUB
        MOVE FB-XRLS-DEPT-ID TO FB-RLS-DEPT-ID(FB-RLS-SUB)
        MOVE 0 TO FB-RLS-REC-COUNT(FB-RLS-SUB)
        MOVE "N" TO FB-RLS-WDRN-SW(FB-RLS-SUB)
    END-IF.
    IF FB-XRLS-IS-WITHDRAWAL
        MOVE "Y" TO FB-RLS-WDRN-SW(FB-RLS-SUB)
    ELSE
        MOVE FB-XRLS-REC-COUNT TO FB-RLS-REC-COUNT(FB-RLS-SUB)
    END-IF.
    1210-EXIT.
        EXIT.

1220-SCAN-ONE-RELEASE.
    IF FB-RLS-DEPT-ID(FB-RLS-SUB) = FB-XRLS-DEPT-ID
        SET FB-ENTRY-FOUND TO TRUE
    END-IF.
    1220-EXIT.
        EXIT.

*>****************************************************************
*> 1300-LOAD-RATE-TABLE - EVERY ACTIVE RATEFILE CARD, PEELING
*> OFF THE "****" DEFAULT, AS FBBILL 1200 DOES.
*>****************************************************************
1300-LOAD-RATE-TABLE.
    OPEN INPUT RATE-FILE.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE "RATEFILE"   TO FB-IO-FILE-ID.
    MOVE FB-RATE-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    PERFORM 1310-LOAD-ONE-RATE THRU 1310-EXIT
        UNTIL FB-RATE-STATUS = "10"
           OR FB-RTE-COUNT >= 100.
    CLOSE RATE-FILE.
    MOVE "CLOSE"      TO FB-IO-OPERATION.
    MOVE "RATEFILE"   TO FB-IO-FILE-ID.
    MOVE FB-RATE-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    1300-EXIT.
        EXIT.

1310-LOAD-ONE-RATE.
    READ RATE-FILE
        AT END MOVE "10" TO FB-RATE-STATUS
    END-READ.
    IF FB-RATE-STATUS NOT = "00" AND FB-RATE-STATUS NOT = "10"
        MOVE "READ"     TO FB-IO-OPERATION
        MOVE "RATEFILE" TO FB-IO-FILE-ID
        MOVE FB-RATE-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF FB-RATE-STATUS = "00" AND FB-RATE-IS-ACTIVE
        IF FB-RATE-DEPT-ID = "****"
            SET FB-DEFAULT-RATE-ON-FILE TO TRUE
            MOVE FB-RATE-PER-NUMBER TO FB-DFLT-PER-NUMBER
            MOVE FB-RATE-MIN-CHARGE TO FB-DFLT-MIN-CHARGE
        ELSE
            ADD 1 TO FB-RTE-COUNT
            MOVE FB-RTE-COUNT TO FB-RTE-SUB
            MOVE FB-RATE-DEPT-ID    TO FB-RTE-DEPT-ID(FB-RTE-SUB)
            MOVE FB-RATE-PER-NUMBER
                TO FB-RTE-PER-NUMBER(FB-RTE-SUB)
            MOVE FB-RATE-MIN-CHARGE
                TO FB-RTE-MIN-CHARGE(FB-RTE-SUB)
        END-IF
    END-IF.
    1310-EXIT.
        EXIT.

*>****************************************************************
*> 1400-LOAD-OLD-MASTER - THE WHOLE OLD BILLING MASTER INTO
*> STORAGE, NOTING WHETHER (AND IN WHICH PERIOD) THE RUN-ID IS ON
*> THE POSTED-RUN LIST.  A MISSING BILLMSTI IS AN EMPTY MASTER.
*> A MASTER TOO BIG FOR THE TABLE STOPS THE RUN - PASSING ON A
*> TRUNCATED MASTER WOULD LOSE BILLING.
*>****************************************************************
1400-LOAD-OLD-MASTER.
    OPEN INPUT BMSTIN-FILE.
    IF FB-BMSTIN-STATUS = "35"
        GO TO 1400-EXIT
    END-IF.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE "BILLMSTI"   TO FB-IO-FILE-ID.
    MOVE FB-BMSTIN-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    PERFORM 1410-LOAD-ONE-MASTER-ROW THRU 1410-EXIT
        UNTIL FB-BMSTIN-STATUS = "10".
    CLOSE BMSTIN-FILE.
    MOVE "CLOSE"    TO FB-IO-OPERATION.
    MOVE "BILLMSTI" TO FB-IO-FILE-ID.
    MOVE FB-BMSTIN-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    1400-EXIT.
        EXIT.

1410-LOAD-ONE-MASTER-ROW.
    READ BMSTIN-FILE
        AT END MOVE "10" TO FB-BMSTIN-STATUS
    END-READ.
    IF FB-BMSTIN-STATUS NOT = "00" AND FB-BMSTIN-STATUS NOT = "10"
        MOVE "READ"     TO FB-IO-OPERATION
        MOVE "BILLMSTI" TO FB-IO-FILE-ID
        MOVE FB-BMSTIN-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF FB-BMSTIN-STATUS NOT = "00"
        GO TO 1410-EXIT
    END-IF.
    IF FB-BMT-COUNT >= 600
        DISPLAY "RUNBACK *** BILLING MASTER HAS MORE THAN 600 "
                "ROWS - CANNOT BE CARRIED FORWARD WHOLE."
        MOVE "LOAD"     TO FB-IO-OPERATION
        MOVE "BILLMSTI" TO FB-IO-FILE-ID
        MOVE "TF"       TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    ADD 1 TO FB-BMT-COUNT.
    MOVE FB-BMSTIN-RECORD TO FB-BMT-ROW(FB-BMT-COUNT).
    MOVE FB-BMSTIN-RECORD TO FB-BMW-RECORD.
    IF FB-BMW-RUN-ROW
            AND FB-BMW-LAST-RUN-ID = FB-TARGET-RUN-ID
            AND FB-TARGET-RUN-ID NOT = 0
        SET FB-RUN-WAS-BILLED TO TRUE
        MOVE FB-BMW-PERIOD TO FB-RUN-PERIOD
    END-IF.
    1410-EXIT.
        EXIT.

*>****************************************************************
*> 1600-WRITE-REPORT-HEADINGS - TITLE, RUN-ID AND PAGE NUMBER,
*> THEN THE COLUMN HEADING OF WHICHEVER SECTION IS PRINTING.
*>****************************************************************
1600-WRITE-REPORT-HEADINGS.
    ADD 1 TO FB-PAGE-NUMBER.
    MOVE FB-PAGE-NUMBER TO FB-EDIT-PAGE.
    MOVE "1" TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "RUN BACK-OUT   RUN-ID " DELIMITED BY SIZE
           FB-TARGET-RUN-ID DELIMITED BY SIZE
           "   ON " DELIMITED BY SIZE
           FB-RUN-DATE DELIMITED BY SIZE
           "   PAGE " DELIMITED BY SIZE
           FB-EDIT-PAGE DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE 1 TO FB-LINE-COUNT.
    IF FB-COLUMN-HEADING NOT = SPACES
        MOVE " " TO FB-RPT-CTL
        MOVE FB-COLUMN-HEADING TO FB-RPT-LINE
        PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT
        ADD 1 TO FB-LINE-COUNT
    END-IF.
    1600-EXIT.
        EXIT.

*>****************************************************************
*> 1610-WRITE-REPORT-LINE - COMMON CHOKE POINT FOR EVERY WRITE TO
*> RPTFILE SO FILE STATUS ONLY HAS TO BE CHECKED IN ONE PLACE.
*>****************************************************************
1610-WRITE-REPORT-LINE.
    WRITE FB-RPT-RECORD.
    MOVE "WRITE"    TO FB-IO-OPERATION.
    MOVE "RPTFILE"  TO FB-IO-FILE-ID.
    MOVE FB-RPT-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    1610-EXIT.
        EXIT.

*>****************************************************************
*> 1620-WRITE-BODY-LINE - ONE DETAIL LINE, STARTING A NEW PAGE
*> FIRST IF THIS ONE IS FULL.  CALLERS BUILD FB-RPT-LINE.
*>****************************************************************
1620-WRITE-BODY-LINE.
    IF FB-LINE-COUNT >= FB-LINES-PER-PAGE
        MOVE FB-RPT-LINE TO FB-HOLD-LINE
        PERFORM 1600-WRITE-REPORT-HEADINGS THRU 1600-EXIT
        MOVE FB-HOLD-LINE TO FB-RPT-LINE
    END-IF.
    MOVE " " TO FB-RPT-CTL.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    ADD 1 TO FB-LINE-COUNT.
    1620-EXIT.
        EXIT.

*>****************************************************************
*> 1630-START-SECTION - A BLANK LINE, THE SECTION BANNER (LEFT IN
*> FB-HOLD-LINE BY THE CALLER) AND THE SECTION'S COLUMN HEADING.
*>****************************************************************
1630-START-SECTION.
    IF FB-LINE-COUNT + 3 > FB-LINES-PER-PAGE
        PERFORM 1600-WRITE-REPORT-HEADINGS THRU 1600-EXIT
    END-IF.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE FB-HOLD-LINE TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    ADD 2 TO FB-LINE-COUNT.
    IF FB-COLUMN-HEADING NOT = SPACES
        MOVE FB-COLUMN-HEADING TO FB-RPT-LINE
        PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT
        ADD 1 TO FB-LINE-COUNT
    END-IF.
    1630-EXIT.
        EXIT.

*>****************************************************************
*> 2000-EDIT-REQUEST - DECIDE WHETHER THE RUN MAY BE BACKED OUT.
*> THE RUN'S BILLING PERIOD IS THE PERIOD IT WAS POSTED IN, OR -
*> IF FBBILL NEVER POSTED IT - THE MONTH IT RAN.  ONLY A RUN IN
*> THE CURRENT PERIOD CAN BE TAKEN BACK OFF THE MASTER; ONCE THE
*> PERIOD HAS ROLLED, BILLXTR HAS GONE TO ACCOUNTS RECEIVABLE.
*>****************************************************************
2000-EDIT-REQUEST.
    EVALUATE TRUE
        WHEN FB-TARGET-RUN-ID = 0
            MOVE "NO RUN-ID ON THE PARM CARD (COLS 1-14)"
                TO FB-REFUSE-REASON
            SET FB-BACKOUT-REFUSED TO TRUE
        WHEN FB-RUN-NOT-ON-HISTORY
            MOVE "RUN-ID IS NOT ON HISTFILE" TO FB-REFUSE-REASON
            SET FB-BACKOUT-REFUSED TO TRUE
    END-EVALUATE.
    IF FB-BACKOUT-REFUSED
        GO TO 2000-REFUSE
    END-IF.
    IF FB-RUN-NOT-BILLED
        MOVE FB-TGT-RUN-DATE(1:6) TO FB-RUN-PERIOD
    END-IF.
    PERFORM 2100-PRINT-RUN-SUMMARY THRU 2100-EXIT.
    IF FB-RUN-ALREADY-REVERSED
        MOVE SPACES TO FB-REFUSE-REASON
        STRING "RUN WAS ALREADY BACKED OUT ON " DELIMITED BY SIZE
               FB-REVERSED-DATE DELIMITED BY SIZE
               INTO FB-REFUSE-REASON
        END-STRING
        SET FB-BACKOUT-REFUSED TO TRUE
        GO TO 2000-REFUSE
    END-IF.
    IF FB-RUN-PERIOD NOT = FB-CURR-PERIOD
        MOVE SPACES TO FB-REFUSE-REASON
        STRING "BILLING PERIOD " DELIMITED BY SIZE
               FB-RUN-PERIOD DELIMITED BY SIZE
               " IS CLOSED - ADJUST THROUGH ACCOUNTS RECEIVABLE"
                   DELIMITED BY SIZE
               INTO FB-REFUSE-REASON
        END-STRING
        SET FB-BACKOUT-REFUSED TO TRUE
        GO TO 2000-REFUSE
    END-IF.
    GO TO 2000-EXIT.
    2000-REFUSE.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  REFUSED - " DELIMITED BY SIZE
           FB-REFUSE-REASON DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE "  NOTHING HAS BEEN CHANGED." TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    ADD 3 TO FB-LINE-COUNT.
    DISPLAY "RUNBACK *** RUN " FB-TARGET-RUN-ID " NOT BACKED OUT - "
            FB-REFUSE-REASON.
    2000-EXIT.
        EXIT.

*>****************************************************************
*> 2100-PRINT-RUN-SUMMARY - WHAT HISTFILE SAYS THE RUN WAS.
*>****************************************************************
2100-PRINT-RUN-SUMMARY.
    MOVE "  ----- RUN BEING BACKED OUT -----" TO FB-HOLD-LINE.
    MOVE SPACES TO FB-COLUMN-HEADING.
    PERFORM 1630-START-SECTION THRU 1630-EXIT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  RAN.................... " DELIMITED BY SIZE
           FB-TGT-RUN-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FB-TGT-RUN-TIME DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    MOVE SPACES TO FB-RPT-LINE.
    IF FB-TGT-RUN-MODE = "T"
        MOVE "  MODE................... TRANSACTION" TO FB-RPT-LINE
    ELSE
        MOVE "  MODE................... COUNTER" TO FB-RPT-LINE
    END-IF.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    MOVE FB-TGT-HIGH-NUMBER TO FB-EDIT-NUMBER.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  HIGH NUMBER............ " DELIMITED BY SIZE
           FB-EDIT-NUMBER DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    MOVE SPACES TO FB-RPT-LINE.
    IF FB-TGT-COMPLETE
        MOVE "  HISTORY STATUS......... COMPLETED" TO FB-RPT-LINE
    ELSE
        MOVE "  HISTORY STATUS......... ABENDED" TO FB-RPT-LINE
    END-IF.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    MOVE SPACES TO FB-RPT-LINE.
    IF FB-RUN-WAS-BILLED
        STRING "  BILLED IN PERIOD....... " DELIMITED BY SIZE
               FB-RUN-PERIOD DELIMITED BY SIZE
               INTO FB-RPT-LINE
        END-STRING
    ELSE
        MOVE "  BILLED IN PERIOD....... NOT BILLED" TO FB-RPT-LINE
    END-IF.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    2100-EXIT.
        EXIT.

*>****************************************************************
*> 3000-RESTORE-RESULTS-MASTER - REPLAY THE RUN'S RSLTJRN BEFORE
*> IMAGES ONTO RSLTMST.  A MISSING JOURNAL (A RUN FROM BEFORE IT
*> EXISTED) OR MISSING MASTER LEAVES NOTHING TO RESTORE.
*>****************************************************************
3000-RESTORE-RESULTS-MASTER.
    MOVE "  ----- RESULTS MASTER RESTORED -----" TO FB-HOLD-LINE.
    MOVE "  ACTION     PROF    NUMBER RUN'S ANSWER         NOW"
        TO FB-COLUMN-HEADING.
    PERFORM 1630-START-SECTION THRU 1630-EXIT.
    OPEN INPUT RJRN-FILE.
    IF FB-RJRN-STATUS = "35"
        MOVE "10" TO FB-RJRN-STATUS
    ELSE
        MOVE "OPEN INPUT" TO FB-IO-OPERATION
        MOVE "RSLTJRN"    TO FB-IO-FILE-ID
        MOVE FB-RJRN-STATUS TO FB-IO-STATUS
        PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
        SET FB-RSLTJRN-IS-OPEN TO TRUE
    END-IF.
    OPEN I-O RMST-FILE.
    IF FB-RMST-STATUS = "35"
        MOVE "10" TO FB-RJRN-STATUS
    ELSE
        MOVE "OPEN I-O" TO FB-IO-OPERATION
        MOVE "RSLTMST"  TO FB-IO-FILE-ID
        MOVE FB-RMST-STATUS TO FB-IO-STATUS
        PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
        SET FB-RSLTMST-IS-OPEN TO TRUE
    END-IF.
    IF FB-RJRN-STATUS = "00"
        PERFORM 3100-READ-JOURNAL THRU 3100-EXIT
    END-IF.
    PERFORM 3200-RESTORE-ONE-ROW THRU 3200-EXIT
        UNTIL FB-RJRN-STATUS NOT = "00".
    IF FB-RBK-JRN-ROWS = 0
        MOVE SPACES TO FB-RPT-LINE
        MOVE "  (NO JOURNAL ROWS FOR THIS RUN - NOTHING TO RESTORE)"
            TO FB-RPT-LINE
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
    END-IF.
    MOVE SPACES TO FB-COLUMN-HEADING.
    3000-EXIT.
        EXIT.

3100-READ-JOURNAL.
    READ RJRN-FILE
        AT END MOVE "10" TO FB-RJRN-STATUS
    END-READ.
    IF FB-RJRN-STATUS NOT = "00" AND FB-RJRN-STATUS NOT = "10"
        MOVE "READ"    TO FB-IO-OPERATION
        MOVE "RSLTJRN" TO FB-IO-FILE-ID
        MOVE FB-RJRN-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    3100-EXIT.
        EXIT.

*>****************************************************************
*> 3200-RESTORE-ONE-ROW - ONE JOURNAL ROW.  THE MASTER ROW IS
*> ONLY TOUCHED IF THIS RUN IS STILL THE LAST RUN THAT WROTE IT;
*> AN ADDED ROW IS DELETED, A CHANGED ROW GETS ITS BEFORE IMAGE
*> BACK.  A ROW A LATER RUN HAS REWRITTEN (OR THAT IS ALREADY
*> GONE) IS LISTED AND LEFT ALONE.
*>****************************************************************
3200-RESTORE-ONE-ROW.
    IF FB-RJRN-RUN-ID NOT = FB-TARGET-RUN-ID
        GO TO 3200-NEXT
    END-IF.
    ADD 1 TO FB-RBK-JRN-ROWS.
    MOVE FB-RJRN-KEY TO FB-RMST-KEY.
    READ RMST-FILE
        INVALID KEY CONTINUE
    END-READ.
    IF FB-RMST-STATUS NOT = "00" AND FB-RMST-STATUS NOT = "23"
        MOVE "READ"    TO FB-IO-OPERATION
        MOVE "RSLTMST" TO FB-IO-FILE-ID
        MOVE FB-RMST-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    MOVE SPACES TO FB-RPT-LINE.
    MOVE FB-RJRN-PROFILE TO FB-RPT-LINE(14:4).
    MOVE FB-RJRN-NUMBER TO FB-EDIT-NUMBER.
    MOVE FB-EDIT-NUMBER TO FB-RPT-LINE(19:9).
    EVALUATE TRUE
        WHEN FB-RMST-STATUS = "23"
            ADD 1 TO FB-RBK-SUPERSEDED
            SET FB-BACKOUT-WARNED TO TRUE
            MOVE "GONE" TO FB-RPT-LINE(3:10)
            MOVE "(ROW NO LONGER ON FILE)" TO FB-RPT-LINE(50:29)
        WHEN FB-RMST-LAST-RUN-ID NOT = FB-TARGET-RUN-ID
            ADD 1 TO FB-RBK-SUPERSEDED
            SET FB-BACKOUT-WARNED TO TRUE
            MOVE "SUPERSEDED" TO FB-RPT-LINE(3:10)
            MOVE FB-RMST-OUT-TEXT TO FB-RPT-LINE(29:20)
            MOVE "KEPT - RUN" TO FB-RPT-LINE(50:10)
            MOVE FB-RMST-LAST-RUN-ID TO FB-RPT-LINE(61:14)
        WHEN FB-RJRN-ROW-ADDED
            MOVE FB-RMST-OUT-TEXT TO FB-RPT-LINE(29:20)
            DELETE RMST-FILE
                INVALID KEY CONTINUE
            END-DELETE
            MOVE "DELETE"  TO FB-IO-OPERATION
            MOVE "RSLTMST" TO FB-IO-FILE-ID
            MOVE FB-RMST-STATUS TO FB-IO-STATUS
            PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
            ADD 1 TO FB-RBK-REMOVED
            MOVE "REMOVED" TO FB-RPT-LINE(3:10)
            MOVE "(ROW REMOVED)" TO FB-RPT-LINE(50:29)
        WHEN OTHER
            MOVE FB-RMST-OUT-TEXT TO FB-RPT-LINE(29:20)
            MOVE FB-RJRN-BEFORE-IMAGE TO FB-RMST-RECORD
            REWRITE FB-RMST-RECORD
                INVALID KEY CONTINUE
            END-REWRITE
            MOVE "REWRITE" TO FB-IO-OPERATION
            MOVE "RSLTMST" TO FB-IO-FILE-ID
            MOVE FB-RMST-STATUS TO FB-IO-STATUS
            PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
            ADD 1 TO FB-RBK-RESTORED
            MOVE "RESTORED" TO FB-RPT-LINE(3:10)
            MOVE FB-RMST-OUT-TEXT TO FB-RPT-LINE(50:20)
    END-EVALUATE.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    3200-NEXT.
    PERFORM 3100-READ-JOURNAL THRU 3100-EXIT.
    3200-EXIT.
        EXIT.

*>****************************************************************
*> 4000-ADJUST-BILLING - TAKE EACH DEPARTMENT'S RELEASED ROWS
*> BACK OFF ITS CURRENT-PERIOD POSITION AND REPRICE IT.  BILLMSTO
*> IS REBUILT FROM BILLMSTI EVERY TIME, SO THIS IS DONE FOR A
*> RELEASE A FAILED EARLIER ATTEMPT ALREADY WITHDREW TOO.  A RUN
*> FBBILL NEVER POSTED HAS NOTHING TO TAKE OFF; ITS RUN-ID GOES
*> ON THE POSTED-RUN LIST INSTEAD SO A LATE FBBILL AGAINST THE
*> WITHDRAWN EXTRACT IS REFUSED (RC=8 THERE) RATHER THAN BILLED.
*>****************************************************************
4000-ADJUST-BILLING.
    MOVE "  ----- BILLING MASTER ADJUSTED -----" TO FB-HOLD-LINE.
    MOVE SPACES TO FB-COLUMN-HEADING.
    IF FB-RUN-NOT-BILLED
        PERFORM 1630-START-SECTION THRU 1630-EXIT
        PERFORM 4300-ADD-POSTED-RUN-ROW THRU 4300-EXIT
        MOVE "  RUN WAS NEVER BILLED - RUN-ID PUT ON THE POSTED-RUN"
            TO FB-RPT-LINE
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
        MOVE "  LIST SO FBBILL CANNOT BILL THE WITHDRAWN EXTRACT"
            TO FB-RPT-LINE
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
        GO TO 4000-EXIT
    END-IF.
    STRING "  DEPT    RUN ROWS MTD BEFORE   MTD AFTER"
               DELIMITED BY SIZE
           "    AMT BEFORE     AMT AFTER" DELIMITED BY SIZE
           INTO FB-COLUMN-HEADING
    END-STRING.
    PERFORM 1630-START-SECTION THRU 1630-EXIT.
    IF FB-RLS-COUNT = 0
        SET FB-BACKOUT-WARNED TO TRUE
        MOVE "  ** BILLED, BUT NO RELEASE ROWS ON XRLSLOG - NOTHING"
            TO FB-RPT-LINE
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
        MOVE "     COULD BE TAKEN OFF.  ADJUST BY HAND."
            TO FB-RPT-LINE
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
    END-IF.
    PERFORM 4100-ADJUST-ONE-DEPT THRU 4100-EXIT
        VARYING FB-RLS-SUB FROM 1 BY 1
        UNTIL FB-RLS-SUB > FB-RLS-COUNT.
    MOVE SPACES TO FB-COLUMN-HEADING.
    4000-EXIT.
        EXIT.

4100-ADJUST-ONE-DEPT.
    IF FB-RLS-REC-COUNT(FB-RLS-SUB) = 0
        GO TO 4100-EXIT
    END-IF.
    SET FB-ENTRY-NOT-FOUND TO TRUE.
    PERFORM 4110-SCAN-ONE-MASTER-ROW THRU 4110-EXIT
        VARYING FB-BMT-SUB FROM 1 BY 1
        UNTIL FB-BMT-SUB > FB-BMT-COUNT
           OR FB-ENTRY-FOUND.
    MOVE SPACES TO FB-RPT-LINE.
    IF FB-RLS-DEPT-ID(FB-RLS-SUB) = SPACES
        MOVE "----" TO FB-RPT-LINE(3:4)
    ELSE
        MOVE FB-RLS-DEPT-ID(FB-RLS-SUB) TO FB-RPT-LINE(3:4)
    END-IF.
    MOVE FB-RLS-REC-COUNT(FB-RLS-SUB) TO FB-EDIT-COUNT.
    MOVE FB-EDIT-COUNT TO FB-RPT-LINE(10:9).
    IF FB-ENTRY-NOT-FOUND
        SET FB-BACKOUT-WARNED TO TRUE
        MOVE "** NOT ON THE MASTER - ADJUST BY HAND"
            TO FB-RPT-LINE(21:37)
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
        GO TO 4100-EXIT
    END-IF.
    SUBTRACT 1 FROM FB-BMT-SUB.
    MOVE FB-BMT-ROW(FB-BMT-SUB) TO FB-BMW-RECORD.
    MOVE FB-BMW-MTD-COUNT  TO FB-BEFORE-COUNT.
    MOVE FB-BMW-MTD-AMOUNT TO FB-BEFORE-AMOUNT.
    IF FB-BMW-MTD-COUNT > FB-RLS-REC-COUNT(FB-RLS-SUB)
        SUBTRACT FB-RLS-REC-COUNT(FB-RLS-SUB) FROM FB-BMW-MTD-COUNT
    ELSE
        MOVE 0 TO FB-BMW-MTD-COUNT
    END-IF.
    PERFORM 4200-PRICE-ONE-DEPT THRU 4200-EXIT.
    MOVE FB-BMW-RECORD TO FB-BMT-ROW(FB-BMT-SUB).
    ADD 1 TO FB-RBK-DEPTS-ADJUSTED.
    COMPUTE FB-RBK-BILL-ROWS-OFF = FB-RBK-BILL-ROWS-OFF
        + FB-BEFORE-COUNT - FB-BMW-MTD-COUNT.
    COMPUTE FB-RBK-AMOUNT-OFF = FB-RBK-AMOUNT-OFF
        + FB-BEFORE-AMOUNT - FB-BMW-MTD-AMOUNT.
    MOVE FB-BEFORE-COUNT TO FB-EDIT-COUNT.
    MOVE FB-EDIT-COUNT TO FB-RPT-LINE(21:9).
    MOVE FB-BMW-MTD-COUNT TO FB-EDIT-COUNT.
    MOVE FB-EDIT-COUNT TO FB-RPT-LINE(33:9).
    MOVE FB-BEFORE-AMOUNT TO FB-EDIT-AMOUNT.
    MOVE FB-EDIT-AMOUNT TO FB-RPT-LINE(44:12).
    MOVE FB-BMW-MTD-AMOUNT TO FB-EDIT-AMOUNT.
    MOVE FB-EDIT-AMOUNT TO FB-RPT-LINE(58:12).
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    4100-EXIT.
        EXIT.

4110-SCAN-ONE-MASTER-ROW.
    MOVE FB-BMT-ROW(FB-BMT-SUB) TO FB-BMW-RECORD.
    IF FB-BMW-DEPT-ROW
            AND FB-BMW-PERIOD = FB-CURR-PERIOD
            AND FB-BMW-DEPT-ID = FB-RLS-DEPT-ID(FB-RLS-SUB)
        SET FB-ENTRY-FOUND TO TRUE
    END-IF.
    4110-EXIT.
        EXIT.

*>****************************************************************
*> 4200-PRICE-ONE-DEPT - REPRICE THE POSITION IN FB-BMW-RECORD:
*> EXACT CARD, ELSE THE "****" DEFAULT, MINIMUM CHARGE AS A
*> FLOOR - THE SAME RULE AS FBBILL 3200.  A POSITION TAKEN DOWN
*> TO NOTHING OWES NOTHING (FBBILL DROPS THE ROW).
*>****************************************************************
4200-PRICE-ONE-DEPT.
    IF FB-BMW-MTD-COUNT = 0
        MOVE 0 TO FB-BMW-MTD-AMOUNT
        GO TO 4200-EXIT
    END-IF.
    SET FB-ENTRY-NOT-FOUND TO TRUE.
    PERFORM 4210-SCAN-ONE-RATE THRU 4210-EXIT
        VARYING FB-RTE-SUB FROM 1 BY 1
        UNTIL FB-RTE-SUB > FB-RTE-COUNT
           OR FB-ENTRY-FOUND.
    EVALUATE TRUE
        WHEN FB-ENTRY-FOUND
            SUBTRACT 1 FROM FB-RTE-SUB
            COMPUTE FB-BMW-MTD-AMOUNT ROUNDED =
                FB-BMW-MTD-COUNT * FB-RTE-PER-NUMBER(FB-RTE-SUB)
            IF FB-BMW-MTD-AMOUNT < FB-RTE-MIN-CHARGE(FB-RTE-SUB)
                MOVE FB-RTE-MIN-CHARGE(FB-RTE-SUB)
                    TO FB-BMW-MTD-AMOUNT
            END-IF
        WHEN FB-DEFAULT-RATE-ON-FILE
            COMPUTE FB-BMW-MTD-AMOUNT ROUNDED =
                FB-BMW-MTD-COUNT * FB-DFLT-PER-NUMBER
            IF FB-BMW-MTD-AMOUNT < FB-DFLT-MIN-CHARGE
                MOVE FB-DFLT-MIN-CHARGE TO FB-BMW-MTD-AMOUNT
            END-IF
        WHEN OTHER
            MOVE 0 TO FB-BMW-MTD-AMOUNT
    END-EVALUATE.
    4200-EXIT.
        EXIT.

4210-SCAN-ONE-RATE.
    IF FB-RTE-DEPT-ID(FB-RTE-SUB) = FB-BMW-DEPT-ID
        SET FB-ENTRY-FOUND TO TRUE
    END-IF.
    4210-EXIT.
        EXIT.

*>****************************************************************
*> 4300-ADD-POSTED-RUN-ROW - PUT THE RUN-ID ON THE CURRENT
*> PERIOD'S POSTED-RUN LIST.
*>****************************************************************
4300-ADD-POSTED-RUN-ROW.
    IF FB-BMT-COUNT >= 600
        DISPLAY "RUNBACK *** BILLING MASTER HAS NO ROOM FOR THE "
                "POSTED-RUN ROW."
        MOVE "ADD RUN ROW" TO FB-IO-OPERATION
        MOVE "BILLMSTO"    TO FB-IO-FILE-ID
        MOVE "TF"          TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    MOVE SPACES TO FB-BMW-RECORD.
    SET FB-BMW-RUN-ROW TO TRUE.
    MOVE FB-CURR-PERIOD TO FB-BMW-PERIOD.
    MOVE 0 TO FB-BMW-MTD-COUNT.
    MOVE 0 TO FB-BMW-MTD-AMOUNT.
    MOVE FB-TARGET-RUN-ID TO FB-BMW-LAST-RUN-ID.
    ADD 1 TO FB-BMT-COUNT.
    MOVE FB-BMW-RECORD TO FB-BMT-ROW(FB-BMT-COUNT).
    4300-EXIT.
        EXIT.

*>****************************************************************
*> 5000-WITHDRAW-RELEASES - ONE "W" ROW ON XRLSLOG FOR EVERY
*> DEPARTMENT THE RUN WAS RELEASED TO AND NOT YET WITHDRAWN FROM.
*>****************************************************************
5000-WITHDRAW-RELEASES.
    MOVE "  ----- RELEASES WITHDRAWN -----" TO FB-HOLD-LINE.
    MOVE "  DEPT       WITHDRAWN" TO FB-COLUMN-HEADING.
    PERFORM 1630-START-SECTION THRU 1630-EXIT.
    IF FB-RLS-COUNT = 0
        MOVE "  (RUN WAS NEVER RELEASED - NOTHING TO WITHDRAW)"
            TO FB-RPT-LINE
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
        MOVE SPACES TO FB-COLUMN-HEADING
        GO TO 5000-EXIT
    END-IF.
    OPEN EXTEND XRLS-FILE.
    MOVE "OPEN EXTEND" TO FB-IO-OPERATION.
    MOVE "XRLSLOG"     TO FB-IO-FILE-ID.
    MOVE FB-XRLS-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    PERFORM 5100-WITHDRAW-ONE-RELEASE THRU 5100-EXIT
        VARYING FB-RLS-SUB FROM 1 BY 1
        UNTIL FB-RLS-SUB > FB-RLS-COUNT.
    CLOSE XRLS-FILE.
    MOVE "CLOSE"   TO FB-IO-OPERATION.
    MOVE "XRLSLOG" TO FB-IO-FILE-ID.
    MOVE FB-XRLS-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    MOVE SPACES TO FB-COLUMN-HEADING.
    5000-EXIT.
        EXIT.

5100-WITHDRAW-ONE-RELEASE.
    IF FB-RLS-WDRN-SW(FB-RLS-SUB) = "Y"
        GO TO 5100-EXIT
    END-IF.
    MOVE SPACES TO FB-XRLS-RECORD.
    MOVE FB-TARGET-RUN-ID TO FB-XRLS-RUN-ID.
    MOVE FB-RLS-DEPT-ID(FB-RLS-SUB) TO FB-XRLS-DEPT-ID.
    MOVE FB-RLS-REC-COUNT(FB-RLS-SUB) TO FB-XRLS-REC-COUNT.
    MOVE FB-RUN-DATE TO FB-XRLS-RLSE-DATE.
    SET FB-XRLS-IS-WITHDRAWAL TO TRUE.
    WRITE FB-XRLS-RECORD.
    MOVE "WRITE"   TO FB-IO-OPERATION.
    MOVE "XRLSLOG" TO FB-IO-FILE-ID.
    MOVE FB-XRLS-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    ADD 1 TO FB-RBK-WITHDRAWN.
    MOVE SPACES TO FB-RPT-LINE.
    IF FB-RLS-DEPT-ID(FB-RLS-SUB) = SPACES
        MOVE "----" TO FB-RPT-LINE(3:4)
    ELSE
        MOVE FB-RLS-DEPT-ID(FB-RLS-SUB) TO FB-RPT-LINE(3:4)
    END-IF.
    MOVE FB-RLS-REC-COUNT(FB-RLS-SUB) TO FB-EDIT-COUNT.
    MOVE FB-EDIT-COUNT TO FB-RPT-LINE(14:9).
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    5100-EXIT.
        EXIT.

*>****************************************************************
*> 6000-MARK-RUN-REVERSED - APPEND THE REVERSAL ROW TO HISTFILE.
*> THIS IS THE LAST UPDATE: IT RUNS ONLY ONCE BILLMSTO IS WRITTEN
*> AND CLOSED (8200/8250).  UNTIL THEN THE RUN IS NOT MARKED, SO
*> A BACK-OUT THAT FAILS PART WAY (AND LOSES BILLMSTO) CAN SIMPLY
*> BE RESUBMITTED.  THE RERUN REBUILDS THE BILLING MASTER FROM
*> BILLMSTI IN FULL.  ROWS ALREADY RESTORED NO LONGER CARRY THE
*> RUN-ID AND ARE LEFT ALONE (LISTED AS SUPERSEDED OR GONE).
*> RELEASES ALREADY WITHDRAWN ARE NOT WITHDRAWN TWICE (5100).
*>****************************************************************
6000-MARK-RUN-REVERSED.
    OPEN EXTEND HIST-FILE.
    MOVE "OPEN EXTEND" TO FB-IO-OPERATION.
    MOVE "HISTFILE"    TO FB-IO-FILE-ID.
    MOVE FB-HISTFILE-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    MOVE FB-TGT-HIST TO FB-HIST-RECORD.
    SET FB-HIST-REVERSED TO TRUE.
    MOVE FB-RUN-DATE TO FB-HIST-REVERSED-DATE.
    WRITE FB-HIST-RECORD.
    MOVE "WRITE"    TO FB-IO-OPERATION.
    MOVE "HISTFILE" TO FB-IO-FILE-ID.
    MOVE FB-HISTFILE-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    CLOSE HIST-FILE.
    MOVE "CLOSE"    TO FB-IO-OPERATION.
    MOVE "HISTFILE" TO FB-IO-FILE-ID.
    MOVE FB-HISTFILE-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    6000-EXIT.
        EXIT.

*>****************************************************************
*> 8100-WRITE-REPORT-TRAILER - WHAT WAS UNDONE, IN TOTAL, AND THE
*> OVERALL RESULT.
*>****************************************************************
8100-WRITE-REPORT-TRAILER.
    IF FB-BACKOUT-REFUSED
        GO TO 8100-EXIT
    END-IF.
    MOVE "  ----- BACK-OUT TOTALS -----" TO FB-HOLD-LINE.
    MOVE SPACES TO FB-COLUMN-HEADING.
    PERFORM 1630-START-SECTION THRU 1630-EXIT.

    MOVE FB-RBK-RESTORED TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  RESULTS ROWS RESTORED.. " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.

    MOVE FB-RBK-REMOVED TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  RESULTS ROWS REMOVED... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.

    MOVE FB-RBK-SUPERSEDED TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  ROWS LEFT (LATER RUN).. " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.

    MOVE FB-RBK-DEPTS-ADJUSTED TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  DEPARTMENTS ADJUSTED... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.

    MOVE FB-RBK-BILL-ROWS-OFF TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  NUMBERS TAKEN OFF MTD.. " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.

    MOVE FB-RBK-AMOUNT-OFF TO FB-EDIT-AMOUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  AMOUNT TAKEN OFF MTD... " DELIMITED BY SIZE
           FB-EDIT-AMOUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.

    MOVE FB-RBK-WITHDRAWN TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  RELEASES WITHDRAWN..... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.

    MOVE SPACES TO FB-RPT-LINE.
    STRING "  HISTFILE............... RUN " DELIMITED BY SIZE
           FB-TARGET-RUN-ID DELIMITED BY SIZE
           " MARKED REVERSED" DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.

    MOVE SPACES TO FB-RPT-LINE.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    IF FB-BACKOUT-WARNED
        MOVE "  RESULT: BACKED OUT - SEE THE ** AND LEFT ROWS ABOVE"
            TO FB-RPT-LINE
    ELSE
        MOVE "  RESULT: RUN BACKED OUT CLEANLY" TO FB-RPT-LINE
    END-IF.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    8100-EXIT.
        EXIT.

*>****************************************************************
*> 8200-WRITE-NEW-MASTER - THE BILLING MASTER IN FILE ORDER, AS
*> ADJUSTED (OR, ON A REFUSAL, EXACTLY AS LOADED), SO THE CYCLE
*> IS NEVER LEFT WITHOUT A MASTER.  A DEPARTMENT TAKEN DOWN TO
*> NOTHING IS DROPPED, AS FBBILL 8220 DOES.
*>****************************************************************
8200-WRITE-NEW-MASTER.
    PERFORM 8210-WRITE-ONE-MASTER-ROW THRU 8210-EXIT
        VARYING FB-BMT-SUB FROM 1 BY 1
        UNTIL FB-BMT-SUB > FB-BMT-COUNT.
    8200-EXIT.
        EXIT.

*>****************************************************************
*> 8250-CLOSE-NEW-MASTER - CLOSE BILLMSTO AS SOON AS IT IS
*> COMPLETE, SO IT IS SAFELY WRITTEN BEFORE THE RUN IS MARKED
*> REVERSED ON HISTFILE.
*>****************************************************************
8250-CLOSE-NEW-MASTER.
    CLOSE BMSTOUT-FILE.
    MOVE "CLOSE"    TO FB-IO-OPERATION.
    MOVE "BILLMSTO" TO FB-IO-FILE-ID.
    MOVE FB-BMSTOUT-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    8250-EXIT.
        EXIT.

8210-WRITE-ONE-MASTER-ROW.
    MOVE FB-BMT-ROW(FB-BMT-SUB) TO FB-BMW-RECORD.
    IF FB-BMW-DEPT-ROW AND FB-BMW-MTD-COUNT = 0
        GO TO 8210-EXIT
    END-IF.
    MOVE FB-BMW-RECORD TO FB-BMST-RECORD.
    WRITE FB-BMST-RECORD.
    MOVE "WRITE"    TO FB-IO-OPERATION.
    MOVE "BILLMSTO" TO FB-IO-FILE-ID.
    MOVE FB-BMSTOUT-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    8210-EXIT.
        EXIT.

*>****************************************************************
*> 8300-CLOSE-FILES - CLOSE EVERY FILE STILL OPEN AT NORMAL END
*> OF RUN, CHECKING STATUS ON EACH.  BILLMSTO IS ALREADY CLOSED
*> (8250).
*>****************************************************************
8300-CLOSE-FILES.
    IF FB-RSLTJRN-IS-OPEN
        CLOSE RJRN-FILE
        MOVE "CLOSE"   TO FB-IO-OPERATION
        MOVE "RSLTJRN" TO FB-IO-FILE-ID
        MOVE FB-RJRN-STATUS TO FB-IO-STATUS
        PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
    END-IF.
    IF FB-RSLTMST-IS-OPEN
        CLOSE RMST-FILE
        MOVE "CLOSE"   TO FB-IO-OPERATION
        MOVE "RSLTMST" TO FB-IO-FILE-ID
        MOVE FB-RMST-STATUS TO FB-IO-STATUS
        PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
    END-IF.
    CLOSE RPT-FILE.
    MOVE "CLOSE"   TO FB-IO-OPERATION.
    MOVE "RPTFILE" TO FB-IO-FILE-ID.
    MOVE FB-RPT-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    8300-EXIT.
        EXIT.

*>****************************************************************
*> 9000-CHECK-FILE-STATUS - COMMON STATUS CHECK.  CALLERS MOVE
*> THE FILE STATUS BEING CHECKED, THE OPERATION AND THE FILE-ID
*> INTO FB-IO-DIAGNOSTICS BEFORE PERFORMING THIS PARAGRAPH.
*>****************************************************************
9000-CHECK-FILE-STATUS.
    IF FB-IO-STATUS NOT = "00"
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    9000-EXIT.
        EXIT.

*>****************************************************************
*> 9500-ABEND-RTN - SHARED ERROR ROUTINE.  REPORTS WHAT FAILED
*> AND STOPS THE RUN WITH A NON-ZERO RETURN CODE.  BILLMSTO IS
*> DELETED BY THE JOB ON AN ABEND, SO THE OLD MASTER STANDS.
*>****************************************************************
9500-ABEND-RTN.
    DISPLAY "RUNBACK ABEND *** " FB-IO-OPERATION
            " FAILED ON " FB-IO-FILE-ID
            " - FILE STATUS " FB-IO-STATUS.
    MOVE 16 TO RETURN-CODE.
    STOP RUN.
    9500-EXIT.
        EXIT.

9999-EXIT.
    STOP RUN.
