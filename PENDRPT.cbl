       >>SOURCE FORMAT FREE
*>****************************************************************
*> PENDRPT - NIGHTLY APPROVAL-QUEUE AND REFUSED SIGN-ON REPORT.
*> RULEMAINT, DEPTMAINT AND CALMAINT DO NOT UPDATE THEIR MASTERS
*> DIRECTLY: A MAKER'S CHANGE WAITS ON PENDCHG (SEE FBPEND) UNTIL
*> A DIFFERENT USER WITH THE CHECKER ROLE DECIDES IT.  THIS STEP
*> LISTS EVERY CHANGE STILL WAITING, WITH ITS AGE IN DAYS, SO
*> NOTHING SITS IN THE QUEUE UNNOTICED, AND LISTS EVERY SIGN-ON
*> THE SCREENS REFUSED (SIGNLOG, SEE FBSGNL) SINCE THE FROM DATE
*> FOR INFORMATION SECURITY.
*>------------------------------------------------------------------
*> AUTHOR.          T. ANGUS, BATCH SYSTEMS GROUP.
*> INSTALLATION.    TEAMEXANGUS.
*> DATE-WRITTEN.    2026-10-15.
*> DATE-COMPILED.
*>------------------------------------------------------------------
*> PARM CARD (PARMFILE): COLS 1-8 FROM DATE YYYYMMDD FOR THE
*> REFUSED SIGN-ON SECTION.  NO PARM CARD (OR ZEROS) DEFAULTS TO
*> YESTERDAY, I.E. THE NIGHTLY RUN SHOWS YESTERDAY AND TODAY.
*> THE PENDING SECTION ALWAYS SHOWS THE WHOLE QUEUE.
*>------------------------------------------------------------------
*> RETURN CODES
*>   0  NOTHING AWAITING APPROVAL AND NO REFUSED SIGN-ONS
*>   4  CHANGES AWAITING APPROVAL AND/OR REFUSED SIGN-ONS LISTED
*>  16  ABEND - SEE 9500-ABEND-RTN
*>------------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15 TXA  ORIGINAL.
*> 2026-10-15 TXA  REFUSAL FOR A USRAUTH ROW WITH NO DEPARTMENT
*>                 (REQENTRY) SPELLED OUT.
*> 2026-10-15 TXA  CALMAINT'S BUSINESS-DAY CALENDAR CHANGES QUEUE
*>                 ON PENDCHG UNDER APPLICATION "CAL " AND ITS
*>                 REFUSED SIGN-ONS LAND ON SIGNLOG, SO BOTH SHOW
*>                 HERE WITH NO CODE CHANGE.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. PENDRPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO PARMFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-PARM-STATUS.

    SELECT PEND-FILE ASSIGN TO PENDCHG
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS FB-PEND-KEY
        FILE STATUS IS FB-PEND-STATUS.

    SELECT SGNL-FILE ASSIGN TO SIGNLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-SGNL-STATUS.

    SELECT RPT-FILE ASSIGN TO RPTFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE
    RECORDING MODE IS F.
01  FB-PNR-PARM-RECORD.
    05  FB-PNR-FROM-DATE            PIC 9(08).
    05  FILLER                      PIC X(72).

FD  PEND-FILE
    RECORDING MODE IS F.
    COPY "FBPEND.cpy".

FD  SGNL-FILE
    RECORDING MODE IS F.
    COPY "FBSGNL.cpy".

FD  RPT-FILE
    RECORDING MODE IS F.
01  FB-RPT-RECORD.
    05  FB-RPT-CTL                 PIC X(01).
    05  FB-RPT-LINE                PIC X(79).

WORKING-STORAGE SECTION.

01  FB-IO-FIELDS.
    05  FB-PARM-STATUS             PIC X(02).
    05  FB-PEND-STATUS             PIC X(02).
    05  FB-SGNL-STATUS             PIC X(02).
    05  FB-RPT-STATUS              PIC X(02).

01  FB-SWITCHES.
    05  FB-PEND-OPEN-SW            PIC X(01) VALUE "N".
        88  FB-PENDCHG-IS-OPEN          VALUE "Y".
        88  FB-PENDCHG-NOT-OPEN         VALUE "N".
    05  FB-SGNL-OPEN-SW            PIC X(01) VALUE "N".
        88  FB-SIGNLOG-IS-OPEN          VALUE "Y".
        88  FB-SIGNLOG-NOT-OPEN         VALUE "N".

01  FB-IO-DIAGNOSTICS.
    05  FB-IO-STATUS               PIC X(02).
    05  FB-IO-OPERATION            PIC X(20).
    05  FB-IO-FILE-ID              PIC X(10).

01  FB-PNR-WORK.
    05  FB-SEL-FROM-DATE           PIC 9(08) VALUE 0.
    05  FB-AGE-DAYS                PIC S9(05) COMP VALUE 0.
    05  FB-REASON-TEXT             PIC X(30) VALUE SPACES.
    05  FB-COLUMN-HEADING          PIC X(79) VALUE SPACES.
    05  FB-HOLD-LINE               PIC X(79) VALUE SPACES.

01  FB-PNR-COUNTS.
    05  FB-PNR-PEND-READ           PIC 9(07) COMP VALUE 0.
    05  FB-PNR-PEND-WAITING        PIC 9(07) COMP VALUE 0.
    05  FB-PNR-SGNL-READ           PIC 9(07) COMP VALUE 0.
    05  FB-PNR-SGNL-LISTED         PIC 9(07) COMP VALUE 0.

01  FB-RUN-INFO.
    05  FB-RUN-DATE                PIC 9(08) VALUE 0.
    05  FB-RUN-DATE-INT            PIC 9(07) COMP VALUE 0.

01  FB-REPORT-CONTROL.
    05  FB-PAGE-NUMBER             PIC 9(03) VALUE 0.
    05  FB-LINE-COUNT              PIC 9(03) VALUE 99.
    05  FB-LINES-PER-PAGE          PIC 9(03) VALUE 40.

01  FB-EDIT-FIELDS.
    05  FB-EDIT-PAGE               PIC ZZ9.
    05  FB-EDIT-COUNT              PIC ZZZZZZ9.
    05  FB-EDIT-DAYS               PIC ZZZZ9.

PROCEDURE DIVISION.

*>****************************************************************
*> 0000-MAINLINE
*>****************************************************************
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    PERFORM 3000-REPORT-PENDING THRU 3000-EXIT.
    PERFORM 4000-REPORT-REFUSALS THRU 4000-EXIT.
    PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT.
    PERFORM 8300-CLOSE-FILES THRU 8300-EXIT.
    IF FB-PNR-PEND-WAITING > 0 OR FB-PNR-SGNL-LISTED > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GO TO 9999-EXIT.

*>****************************************************************
*> 1000-INITIALIZE - PICK UP THE FROM DATE, OPEN EVERY FILE AND
*> HEAD UP THE REPORT.
*>****************************************************************
1000-INITIALIZE.
    ACCEPT FB-RUN-DATE FROM DATE YYYYMMDD.
    COMPUTE FB-RUN-DATE-INT =
        FUNCTION INTEGER-OF-DATE(FB-RUN-DATE).
    COMPUTE FB-SEL-FROM-DATE =
        FUNCTION DATE-OF-INTEGER(FB-RUN-DATE-INT - 1).
    OPEN INPUT PARM-FILE.
    IF FB-PARM-STATUS = "00"
        READ PARM-FILE
            AT END CONTINUE
        END-READ
        IF FB-PARM-STATUS = "00"
                AND FB-PNR-FROM-DATE NUMERIC
                AND FB-PNR-FROM-DATE > 0
            MOVE FB-PNR-FROM-DATE TO FB-SEL-FROM-DATE
        END-IF
        CLOSE PARM-FILE
    END-IF.
*>  A MISSING PENDCHG OR SIGNLOG (STATUS 35) JUST MEANS NOBODY HAS
*>  KEYED A CHANGE OR BEEN REFUSED YET - AN EMPTY SECTION, NOT AN
*>  ABEND.
    OPEN INPUT PEND-FILE.
    IF FB-PEND-STATUS = "35"
        MOVE "10" TO FB-PEND-STATUS
    ELSE
        MOVE "OPEN INPUT" TO FB-IO-OPERATION
        MOVE "PENDCHG"    TO FB-IO-FILE-ID
        MOVE FB-PEND-STATUS TO FB-IO-STATUS
        PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
        SET FB-PENDCHG-IS-OPEN TO TRUE
    END-IF.
    OPEN INPUT SGNL-FILE.
    IF FB-SGNL-STATUS = "35"
        MOVE "10" TO FB-SGNL-STATUS
    ELSE
        MOVE "OPEN INPUT" TO FB-IO-OPERATION
        MOVE "SIGNLOG"    TO FB-IO-FILE-ID
        MOVE FB-SGNL-STATUS TO FB-IO-STATUS
        PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
        SET FB-SIGNLOG-IS-OPEN TO TRUE
    END-IF.
    OPEN OUTPUT RPT-FILE.
    MOVE "OPEN OUTPUT" TO FB-IO-OPERATION.
    MOVE "RPTFILE"     TO FB-IO-FILE-ID.
    MOVE FB-RPT-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    PERFORM 1600-WRITE-REPORT-HEADINGS THRU 1600-EXIT.
    1000-EXIT.
        EXIT.

*>****************************************************************
*> 1600-WRITE-REPORT-HEADINGS - TITLE AND PAGE NUMBER, THEN THE
*> COLUMN HEADING OF WHICHEVER SECTION IS PRINTING.
*>****************************************************************
1600-WRITE-REPORT-HEADINGS.
    ADD 1 TO FB-PAGE-NUMBER.
    MOVE FB-PAGE-NUMBER TO FB-EDIT-PAGE.
    MOVE "1" TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "CHANGES AWAITING APPROVAL / REFUSED SIGN-ONS   RUN "
               DELIMITED BY SIZE
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
*> 3000-REPORT-PENDING - THE WHOLE PENDCHG QUEUE IN KEY ORDER
*> (APPLICATION, THEN OLDEST FIRST); DECIDED ROWS ARE SKIPPED.
*>****************************************************************
3000-REPORT-PENDING.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE " " TO FB-RPT-CTL.
    MOVE "  ----- CHANGES AWAITING APPROVAL -----" TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE "  APPL CHANGE ID        ACT KEY      MAKER    KEYED      AGE"
        TO FB-COLUMN-HEADING.
    MOVE " " TO FB-RPT-CTL.
    MOVE FB-COLUMN-HEADING TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    ADD 3 TO FB-LINE-COUNT.
    IF FB-PENDCHG-IS-OPEN
        PERFORM 3100-READ-PENDING THRU 3100-EXIT
        PERFORM 3200-LIST-ONE-PENDING THRU 3200-EXIT
            UNTIL FB-PEND-STATUS NOT = "00"
    END-IF.
    IF FB-PNR-PEND-WAITING = 0
        MOVE SPACES TO FB-RPT-LINE
        MOVE "  (NONE)" TO FB-RPT-LINE
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
    END-IF.
    3000-EXIT.
        EXIT.

*>****************************************************************
*> 3100-READ-PENDING - READ THE NEXT PENDCHG ROW.  LEAVES STATUS
*> "10" WHEN THE QUEUE IS EXHAUSTED.
*>****************************************************************
3100-READ-PENDING.
    READ PEND-FILE NEXT RECORD
        AT END MOVE "10" TO FB-PEND-STATUS
    END-READ.
    IF FB-PEND-STATUS NOT = "00" AND FB-PEND-STATUS NOT = "10"
        MOVE "READ"    TO FB-IO-OPERATION
        MOVE "PENDCHG" TO FB-IO-FILE-ID
        MOVE FB-PEND-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF FB-PEND-STATUS = "00"
        ADD 1 TO FB-PNR-PEND-READ
    END-IF.
    3100-EXIT.
        EXIT.

3200-LIST-ONE-PENDING.
    IF FB-PEND-IS-PENDING
        ADD 1 TO FB-PNR-PEND-WAITING
        COMPUTE FB-AGE-DAYS = FB-RUN-DATE-INT
            - FUNCTION INTEGER-OF-DATE(FB-PEND-MAKER-DATE)
        IF FB-AGE-DAYS < 0
            MOVE 0 TO FB-AGE-DAYS
        END-IF
        MOVE FB-AGE-DAYS TO FB-EDIT-DAYS
        MOVE SPACES TO FB-RPT-LINE
        MOVE FB-PEND-APPL       TO FB-RPT-LINE(3:4)
        MOVE FB-PEND-SEQ        TO FB-RPT-LINE(8:16)
        MOVE FB-PEND-ACTION     TO FB-RPT-LINE(26:1)
        MOVE FB-PEND-MASTER-KEY TO FB-RPT-LINE(30:8)
        MOVE FB-PEND-MAKER-ID   TO FB-RPT-LINE(39:8)
        MOVE FB-PEND-MAKER-DATE TO FB-RPT-LINE(48:8)
        MOVE FB-EDIT-DAYS       TO FB-RPT-LINE(57:5)
        MOVE "DAYS"             TO FB-RPT-LINE(63:4)
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
    END-IF.
    PERFORM 3100-READ-PENDING THRU 3100-EXIT.
    3200-EXIT.
        EXIT.

*>****************************************************************
*> 4000-REPORT-REFUSALS - EVERY SIGNLOG ROW ON OR AFTER THE FROM
*> DATE.  SIGNLOG IS APPEND-ONLY, SO IT IS ALREADY IN TIME ORDER.
*>****************************************************************
4000-REPORT-REFUSALS.
    MOVE SPACES TO FB-COLUMN-HEADING.
    IF FB-LINE-COUNT >= FB-LINES-PER-PAGE - 4
        PERFORM 1600-WRITE-REPORT-HEADINGS THRU 1600-EXIT
    END-IF.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  ----- REFUSED SIGN-ONS SINCE " DELIMITED BY SIZE
           FB-SEL-FROM-DATE DELIMITED BY SIZE
           " -----" DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE "  DATE      TIME    USER      SCREEN      REASON"
        TO FB-COLUMN-HEADING.
    MOVE " " TO FB-RPT-CTL.
    MOVE FB-COLUMN-HEADING TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    ADD 3 TO FB-LINE-COUNT.
    IF FB-SIGNLOG-IS-OPEN
        PERFORM 4100-READ-SIGNLOG THRU 4100-EXIT
        PERFORM 4200-LIST-ONE-REFUSAL THRU 4200-EXIT
            UNTIL FB-SGNL-STATUS NOT = "00"
    END-IF.
    IF FB-PNR-SGNL-LISTED = 0
        MOVE SPACES TO FB-RPT-LINE
        MOVE "  (NONE)" TO FB-RPT-LINE
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
    END-IF.
    4000-EXIT.
        EXIT.

*>****************************************************************
*> 4100-READ-SIGNLOG - READ THE NEXT SIGNLOG ROW.  LEAVES STATUS
*> "10" AT END OF FILE.
*>****************************************************************
4100-READ-SIGNLOG.
    READ SGNL-FILE
        AT END MOVE "10" TO FB-SGNL-STATUS
    END-READ.
    IF FB-SGNL-STATUS NOT = "00" AND FB-SGNL-STATUS NOT = "10"
        MOVE "READ"    TO FB-IO-OPERATION
        MOVE "SIGNLOG" TO FB-IO-FILE-ID
        MOVE FB-SGNL-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF FB-SGNL-STATUS = "00"
        ADD 1 TO FB-PNR-SGNL-READ
    END-IF.
    4100-EXIT.
        EXIT.

4200-LIST-ONE-REFUSAL.
    IF FB-SGNL-DATE >= FB-SEL-FROM-DATE
        ADD 1 TO FB-PNR-SGNL-LISTED
        EVALUATE TRUE
            WHEN FB-SGNL-NOT-AUTHORIZED
                MOVE "NOT AUTHORIZED FOR SCREEN" TO FB-REASON-TEXT
            WHEN FB-SGNL-INACTIVE
                MOVE "AUTHORITY INACTIVE"        TO FB-REASON-TEXT
            WHEN FB-SGNL-BAD-ROLE
                MOVE "UNKNOWN ROLE ON USRAUTH"   TO FB-REASON-TEXT
            WHEN FB-SGNL-NO-DEPT
                MOVE "NO DEPARTMENT ON USRAUTH"  TO FB-REASON-TEXT
            WHEN OTHER
                MOVE FB-SGNL-REASON              TO FB-REASON-TEXT
        END-EVALUATE
        MOVE SPACES TO FB-RPT-LINE
        MOVE FB-SGNL-DATE    TO FB-RPT-LINE(3:8)
        MOVE FB-SGNL-TIME    TO FB-RPT-LINE(13:6)
        MOVE FB-SGNL-USER-ID TO FB-RPT-LINE(21:8)
        MOVE FB-SGNL-SCREEN  TO FB-RPT-LINE(31:10)
        MOVE FB-REASON-TEXT  TO FB-RPT-LINE(43:30)
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
    END-IF.
    PERFORM 4100-READ-SIGNLOG THRU 4100-EXIT.
    4200-EXIT.
        EXIT.

*>****************************************************************
*> 8100-WRITE-REPORT-TRAILER - CLOSING TOTALS.
*>****************************************************************
8100-WRITE-REPORT-TRAILER.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE " " TO FB-RPT-CTL.
    MOVE "  ----- TOTALS -----" TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE FB-PNR-PEND-READ TO FB-EDIT-COUNT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  PENDCHG ROWS READ..... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE FB-PNR-PEND-WAITING TO FB-EDIT-COUNT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  AWAITING APPROVAL..... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE FB-PNR-SGNL-READ TO FB-EDIT-COUNT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  SIGNLOG ROWS READ..... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE FB-PNR-SGNL-LISTED TO FB-EDIT-COUNT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  REFUSED SIGN-ONS...... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    8100-EXIT.
        EXIT.

*>****************************************************************
*> 8300-CLOSE-FILES - CLOSE EVERY FILE AT NORMAL END OF RUN,
*> CHECKING STATUS ON EACH.
*>****************************************************************
8300-CLOSE-FILES.
    IF FB-PENDCHG-IS-OPEN
        CLOSE PEND-FILE
        MOVE "CLOSE"   TO FB-IO-OPERATION
        MOVE "PENDCHG" TO FB-IO-FILE-ID
        MOVE FB-PEND-STATUS TO FB-IO-STATUS
        PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
    END-IF.
    IF FB-SIGNLOG-IS-OPEN
        CLOSE SGNL-FILE
        MOVE "CLOSE"   TO FB-IO-OPERATION
        MOVE "SIGNLOG" TO FB-IO-FILE-ID
        MOVE FB-SGNL-STATUS TO FB-IO-STATUS
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
*> AND STOPS THE RUN WITH A NON-ZERO RETURN CODE.
*>****************************************************************
9500-ABEND-RTN.
    DISPLAY "PENDRPT ABEND *** " FB-IO-OPERATION
            " FAILED ON " FB-IO-FILE-ID
            " - FILE STATUS " FB-IO-STATUS.
    MOVE 16 TO RETURN-CODE.
    STOP RUN.
    9500-EXIT.
        EXIT.

9999-EXIT.
    STOP RUN.
