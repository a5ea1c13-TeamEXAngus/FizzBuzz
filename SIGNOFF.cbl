       >>SOURCE FORMAT FREE
*>****************************************************************
*> SIGNOFF - MORNING CYCLE SIGN-OFF REPORT.  THE LAST STEP OF THE
*> NIGHTLY CYCLE.  UNTIL NOW THE OPERATOR SIGNED THE CYCLE OFF BY
*> PAGING THROUGH EACH STEP'S JOB LOG; THIS STEP READS THE RUNCTL
*> ROWS FOR THE CYCLE DATE (SEE FBRCTL) AND PRINTS ONE PAGE THAT
*> SAYS WHETHER THE CYCLE MAY BE SIGNED OFF:
*>   - EVERY STEP THE CYCLE IS EXPECTED TO RUN, IN JOB-STREAM
*>     ORDER - TRANEDIT, TRANRCYC, FIZZBUZZ (THE UNSLICED RUN OR
*>     EACH PARALLEL SLICE), FBMERGE (ONLY WHEN FIZZBUZZ RAN IN
*>     SLICES), XTRBAL, XTRRECON, FBDIST, FBBILL AND ACKRECON -
*>     WITH ITS START AND END TIMES, ELAPSED TIME AND FINAL
*>     STATUS;
*>   - A FLAG ON ANY STEP THAT NEVER RAN, IS STILL AT "S", ENDED
*>     IN AN ABEND, OR RAN LONGER THAN ITS TARGET ON THE STEPTGT
*>     CARD FILE (SEE FBSTGT);
*>   - A SINGLE GO / HOLD VERDICT FOR THE WHOLE CYCLE.
*> EACH STEP'S TIMINGS ARE KEPT ON THE STEP-TIMING HISTORY (SEE
*> FBSTIM, STPHSTI IN, STPHSTO OUT) AND THE REPORT CLOSES WITH
*> THE BATCH-WINDOW TREND OVER THE LAST 31 CYCLES ON IT, FOR THE
*> MONTHLY OPERATIONS REVIEW.  RUNCTL IS ONLY READ - SIGNOFF DOES
*> NOT REGISTER A ROW OF ITS OWN.
*>------------------------------------------------------------------
*> AUTHOR.          T. ANGUS, BATCH SYSTEMS GROUP.
*> INSTALLATION.    TEAMEXANGUS.
*> DATE-WRITTEN.    2026-10-15.
*> DATE-COMPILED.
*>------------------------------------------------------------------
*> PARM CARD (PARMFILE, OPTIONAL): COLS 1-8 THE CYCLE DATE
*>   (YYYYMMDD) TO SIGN OFF.  BLANK OR NO CARD MEANS TODAY.
*>------------------------------------------------------------------
*> RETURN CODES
*>   0  GO - EVERY STEP COMPLETED WITHIN ITS TARGET
*>   4  GO - BUT ONE OR MORE STEPS RAN OVER TARGET
*>   8  HOLD - A REQUIRED STEP NEVER RAN, IS STILL STARTED OR
*>      ABENDED.  DO NOT SIGN THE CYCLE OFF.
*>  16  ABEND - SEE 9500-ABEND-RTN
*>------------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15 TXA  ORIGINAL.
*> 2026-10-15 TXA  XTRRECON AND FBDIST ADDED TO THE EXPECTED STEPS,
*>                 BETWEEN XTRBAL AND FBBILL.
*> 2026-10-15 TXA  SLICE FROM-NUMBER WIDENED FROM 5 TO 9 DIGITS
*>                 WITH RUNCTL AND STPHST (NOW 84 BYTES); STEP
*>                 LINE COLUMNS MOVED RIGHT TO FIT.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. SIGNOFF.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO PARMFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-PARM-STATUS.

    SELECT RCTL-FILE ASSIGN TO RUNCTL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FB-RCTL-KEY
        FILE STATUS IS FB-RCTLF-STATUS.

    SELECT STGT-FILE ASSIGN TO STEPTGT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-STGT-STATUS.

    SELECT STHIN-FILE ASSIGN TO STPHSTI
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-STHIN-STATUS.

    SELECT STHOUT-FILE ASSIGN TO STPHSTO
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-STHOUT-STATUS.

    SELECT RPT-FILE ASSIGN TO RPTFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE
    RECORDING MODE IS F.
01  FB-SGN-PARM-RECORD.
    05  FB-SGN-CYCLE-DATE           PIC 9(08).
    05  FILLER                      PIC X(72).

FD  RCTL-FILE.
    COPY "FBRCTL.cpy".

FD  STGT-FILE
    RECORDING MODE IS F.
    COPY "FBSTGT.cpy".

FD  STHIN-FILE
    RECORDING MODE IS F.
01  FB-STHIN-RECORD                PIC X(84).

FD  STHOUT-FILE
    RECORDING MODE IS F.
    COPY "FBSTIM.cpy".

FD  RPT-FILE
    RECORDING MODE IS F.
01  FB-RPT-RECORD.
    05  FB-RPT-CTL                 PIC X(01).
    05  FB-RPT-LINE                PIC X(79).

WORKING-STORAGE SECTION.

01  FB-IO-FIELDS.
    05  FB-PARM-STATUS             PIC X(02).
    05  FB-RCTLF-STATUS            PIC X(02).
    05  FB-STGT-STATUS             PIC X(02).
    05  FB-STHIN-STATUS            PIC X(02).
    05  FB-STHOUT-STATUS           PIC X(02).
    05  FB-RPT-STATUS              PIC X(02).

01  FB-SWITCHES.
    05  FB-HOLD-SW                 PIC X(01) VALUE "N".
        88  FB-CYCLE-ON-HOLD            VALUE "Y".
        88  FB-CYCLE-NOT-ON-HOLD        VALUE "N".
    05  FB-SLICED-SW               PIC X(01) VALUE "N".
        88  FB-FIZZBUZZ-SLICED          VALUE "Y".
        88  FB-FIZZBUZZ-NOT-SLICED      VALUE "N".
    05  FB-FOUND-SW                PIC X(01) VALUE "N".
        88  FB-ENTRY-FOUND              VALUE "Y".
        88  FB-ENTRY-NOT-FOUND          VALUE "N".
    05  FB-SCAN-SW                 PIC X(01) VALUE "N".
        88  FB-RCTL-SCAN-DONE           VALUE "Y".
        88  FB-RCTL-SCAN-NOT-DONE       VALUE "N".

01  FB-IO-DIAGNOSTICS.
    05  FB-IO-STATUS               PIC X(02).
    05  FB-IO-OPERATION            PIC X(20).
    05  FB-IO-FILE-ID              PIC X(10).

*> ---------------------------------------------------------------
*> THE STEPS THE NIGHTLY CYCLE RUNS, IN JOB-STREAM ORDER.
*> ---------------------------------------------------------------
01  FB-EXPECTED-STEP-VALUES.
    05  FILLER                     PIC X(08) VALUE "TRANEDIT".
    05  FILLER                     PIC X(08) VALUE "TRANRCYC".
    05  FILLER                     PIC X(08) VALUE "FIZZBUZZ".
    05  FILLER                     PIC X(08) VALUE "FBMERGE ".
    05  FILLER                     PIC X(08) VALUE "XTRBAL  ".
    05  FILLER                     PIC X(08) VALUE "XTRRECON".
    05  FILLER                     PIC X(08) VALUE "FBDIST  ".
    05  FILLER                     PIC X(08) VALUE "FBBILL  ".
    05  FILLER                     PIC X(08) VALUE "ACKRECON".
01  FB-EXPECTED-STEP-TABLE REDEFINES FB-EXPECTED-STEP-VALUES.
    05  FB-EXP-STEP                PIC X(08) OCCURS 9 TIMES.

01  FB-EXP-COUNT                   PIC 9(03) COMP VALUE 9.
01  FB-EXP-SUB                     PIC 9(03) COMP VALUE 0.

*> ---------------------------------------------------------------
*> THE STEP TARGETS FROM STEPTGT.
*> ---------------------------------------------------------------
01  FB-TGT-TABLE.
    05  FB-TGT-COUNT               PIC 9(03) COMP VALUE 0.
    05  FB-TGT-ENTRY OCCURS 50 TIMES.
        10  FB-TGT-STEP            PIC X(08).
        10  FB-TGT-MINS            PIC 9(04).
        10  FB-TGT-REQUIRED        PIC X(01).

01  FB-TGT-SUB                     PIC 9(03) COMP VALUE 0.

*> ---------------------------------------------------------------
*> THE CYCLE DATE'S RUNCTL ROWS, IN KEY ORDER.  LISTED-SW IS SET
*> ONCE A ROW HAS BEEN PRINTED UNDER ITS EXPECTED STEP.
*> ---------------------------------------------------------------
01  FB-CRW-TABLE.
    05  FB-CRW-COUNT               PIC 9(03) COMP VALUE 0.
    05  FB-CRW-ENTRY OCCURS 100 TIMES.
        10  FB-CRW-STEP            PIC X(08).
        10  FB-CRW-SLICE-FROM      PIC 9(09).
        10  FB-CRW-STATUS          PIC X(01).
        10  FB-CRW-RUN-ID          PIC 9(14).
        10  FB-CRW-TS-DATE         PIC 9(08).
        10  FB-CRW-TS-TIME         PIC 9(06).
        10  FB-CRW-START-TIME      PIC 9(06).
        10  FB-CRW-START-SW        PIC X(01).
        10  FB-CRW-LISTED-SW       PIC X(01).

01  FB-CRW-SUB                     PIC 9(03) COMP VALUE 0.

*> ---------------------------------------------------------------
*> THIS CYCLE'S TIMING ROWS, HELD UNTIL THE VERDICT IS KNOWN.
*> ---------------------------------------------------------------
01  FB-NEW-TABLE.
    05  FB-NEW-COUNT               PIC 9(03) COMP VALUE 0.
    05  FB-NEW-ROW OCCURS 100 TIMES PIC X(84).

01  FB-NEW-SUB                     PIC 9(03) COMP VALUE 0.

*> ---------------------------------------------------------------
*> WORK COPY OF ONE STEP-TIMING ROW (SAME SHAPE AS FBSTIM).
*> ---------------------------------------------------------------
01  FB-STW-RECORD.
    05  FB-STW-CYCLE-DATE           PIC 9(08).
    05  FB-STW-STEP                 PIC X(08).
    05  FB-STW-SLICE-FROM           PIC 9(09).
    05  FB-STW-STATUS               PIC X(01).
        88  FB-STW-COMPLETED            VALUE "C".
        88  FB-STW-ABENDED              VALUE "A".
        88  FB-STW-STILL-STARTED        VALUE "S".
        88  FB-STW-NEVER-RAN            VALUE "N".
    05  FB-STW-START-DATE           PIC 9(08).
    05  FB-STW-START-TIME           PIC 9(06).
    05  FB-STW-END-DATE             PIC 9(08).
    05  FB-STW-END-TIME             PIC 9(06).
    05  FB-STW-ELAPSED-SECS         PIC 9(07).
    05  FB-STW-TARGET-MINS          PIC 9(04).
    05  FB-STW-LATE-SW              PIC X(01).
        88  FB-STW-OVER-TARGET          VALUE "Y".
    05  FB-STW-VERDICT              PIC X(01).
        88  FB-STW-CYCLE-GO             VALUE "G".
        88  FB-STW-CYCLE-HOLD           VALUE "H".
    05  FB-STW-RUN-ID               PIC 9(14).
    05  FILLER                      PIC X(03).

*> ---------------------------------------------------------------
*> BATCH-WINDOW TREND - ONE ENTRY PER CYCLE DATE ON THE HISTORY,
*> KEPT IN CYCLE-DATE ORDER.  THE OLDEST CYCLE DROPS OFF WHEN
*> THE TABLE IS FULL.  THE WINDOW IS FIRST START TO LAST END.
*> ---------------------------------------------------------------
01  FB-TRD-TABLE.
    05  FB-TRD-COUNT               PIC 9(03) COMP VALUE 0.
    05  FB-TRD-ENTRY OCCURS 100 TIMES.
        10  FB-TRD-CYCLE-DATE      PIC 9(08).
        10  FB-TRD-FIRST-SECS      PIC 9(11) COMP.
        10  FB-TRD-FIRST-DATE      PIC 9(08).
        10  FB-TRD-FIRST-TIME      PIC 9(06).
        10  FB-TRD-LAST-SECS       PIC 9(11) COMP.
        10  FB-TRD-LAST-DATE       PIC 9(08).
        10  FB-TRD-LAST-TIME       PIC 9(06).
        10  FB-TRD-STEPS           PIC 9(05) COMP.
        10  FB-TRD-LATE            PIC 9(05) COMP.
        10  FB-TRD-VERDICT         PIC X(01).

01  FB-TRD-SUB                     PIC 9(03) COMP VALUE 0.
01  FB-TRD-SHIFT-SUB               PIC 9(03) COMP VALUE 0.
01  FB-TRD-FROM-SUB                PIC 9(03) COMP VALUE 0.

01  FB-SGN-WORK.
    05  FB-CYCLE-DATE              PIC 9(08) VALUE 0.
    05  FB-CUR-STEP                PIC X(08) VALUE SPACES.
    05  FB-CUR-TARGET-MINS         PIC 9(04) VALUE 0.
    05  FB-CUR-REQUIRED            PIC X(01) VALUE "Y".
        88  FB-CUR-STEP-OPTIONAL        VALUE "N".
    05  FB-CUR-ROWS                PIC 9(03) COMP VALUE 0.
    05  FB-CUR-FLAG                PIC X(15) VALUE SPACES.
    05  FB-START-SECS              PIC 9(11) COMP VALUE 0.
    05  FB-END-SECS                PIC 9(11) COMP VALUE 0.
    05  FB-NOW-SECS                PIC 9(11) COMP VALUE 0.
    05  FB-ELP-SECS                PIC 9(11) COMP VALUE 0.
    05  FB-ELP-HH                  PIC 9(05) COMP VALUE 0.
    05  FB-ELP-REM                 PIC 9(05) COMP VALUE 0.
    05  FB-ELP-MM                  PIC 9(02) VALUE 0.
    05  FB-ELP-SS                  PIC 9(02) VALUE 0.
    05  FB-DAY-OFFSET              PIC 9(05) COMP VALUE 0.
    05  FB-CNV-DATE                PIC 9(08) VALUE 0.
    05  FB-CNV-TIME                PIC 9(06) VALUE 0.
    05  FB-CNV-SECS                PIC 9(11) COMP VALUE 0.
    05  FB-TIME-SPLIT              PIC 9(06) VALUE 0.
    05  FB-TIME-SPLIT-R REDEFINES FB-TIME-SPLIT.
        10  FB-TS-HH               PIC 9(02).
        10  FB-TS-MM               PIC 9(02).
        10  FB-TS-SS               PIC 9(02).
    05  FB-COLUMN-HEADING          PIC X(79) VALUE SPACES.
    05  FB-HOLD-LINE               PIC X(79) VALUE SPACES.

01  FB-SGN-COUNTS.
    05  FB-SGN-EXPECTED            PIC 9(05) COMP VALUE 0.
    05  FB-SGN-COMPLETED           PIC 9(05) COMP VALUE 0.
    05  FB-SGN-STARTED             PIC 9(05) COMP VALUE 0.
    05  FB-SGN-ABENDED             PIC 9(05) COMP VALUE 0.
    05  FB-SGN-NEVER-RAN           PIC 9(05) COMP VALUE 0.
    05  FB-SGN-SKIPPED             PIC 9(05) COMP VALUE 0.
    05  FB-SGN-LATE                PIC 9(05) COMP VALUE 0.
    05  FB-SGN-UNLISTED            PIC 9(05) COMP VALUE 0.
    05  FB-SGN-HIST-KEPT           PIC 9(07) COMP VALUE 0.
    05  FB-SGN-HIST-REPLACED       PIC 9(07) COMP VALUE 0.

01  FB-RUN-INFO.
    05  FB-RUN-DATE                PIC 9(08) VALUE 0.
    05  FB-RUN-TIME-RAW            PIC 9(08) VALUE 0.
    05  FB-RUN-TIME                PIC 9(06) VALUE 0.

01  FB-REPORT-CONTROL.
    05  FB-PAGE-NUMBER             PIC 9(03) VALUE 0.
    05  FB-LINE-COUNT              PIC 9(03) VALUE 99.
    05  FB-LINES-PER-PAGE          PIC 9(03) VALUE 40.

01  FB-EDIT-FIELDS.
    05  FB-EDIT-PAGE               PIC ZZ9.
    05  FB-EDIT-NUMBER             PIC ZZZZ9.
    05  FB-EDIT-SLICE              PIC ZZZZZZZZ9.
    05  FB-EDIT-COUNT              PIC ZZZZZZZZ9.
    05  FB-EDIT-MINS               PIC ZZZ9.
    05  FB-EDIT-HOURS              PIC ZZ9.
    05  FB-EDIT-DAYS               PIC 9.
    05  FB-EDIT-TIME               PIC X(08).
    05  FB-EDIT-ELAPSED            PIC X(09).

PROCEDURE DIVISION.

*>****************************************************************
*> 0000-MAINLINE
*>****************************************************************
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    PERFORM 2000-CHECK-CYCLE-STEPS THRU 2000-EXIT.
    PERFORM 3000-WRITE-VERDICT THRU 3000-EXIT.
    PERFORM 4000-ROLL-TIMING-HISTORY THRU 4000-EXIT.
    PERFORM 5000-PRINT-WINDOW-TREND THRU 5000-EXIT.
    PERFORM 8300-CLOSE-FILES THRU 8300-EXIT.
    EVALUATE TRUE
        WHEN FB-CYCLE-ON-HOLD
            MOVE 8 TO RETURN-CODE
        WHEN FB-SGN-LATE > 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    GO TO 9999-EXIT.

*>****************************************************************
*> 1000-INITIALIZE - PICK UP THE CYCLE DATE, OPEN THE REPORT AND
*> LOAD THE STEP TARGETS AND THE CYCLE'S RUNCTL ROWS.
*>****************************************************************
1000-INITIALIZE.
    ACCEPT FB-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT FB-RUN-TIME-RAW FROM TIME.
    MOVE FB-RUN-TIME-RAW(1:6) TO FB-RUN-TIME.
    MOVE FB-RUN-DATE TO FB-CYCLE-DATE.
    OPEN INPUT PARM-FILE.
    IF FB-PARM-STATUS = "00"
        READ PARM-FILE
            AT END CONTINUE
        END-READ
        IF FB-PARM-STATUS = "00"
                AND FB-SGN-CYCLE-DATE NUMERIC
                AND FB-SGN-CYCLE-DATE > 0
            MOVE FB-SGN-CYCLE-DATE TO FB-CYCLE-DATE
        END-IF
        CLOSE PARM-FILE
    END-IF.
    MOVE FB-RUN-DATE TO FB-CNV-DATE.
    MOVE FB-RUN-TIME TO FB-CNV-TIME.
    PERFORM 2900-DATE-TIME-TO-SECS THRU 2900-EXIT.
    MOVE FB-CNV-SECS TO FB-NOW-SECS.
    OPEN OUTPUT RPT-FILE.
    MOVE "OPEN OUTPUT" TO FB-IO-OPERATION.
    MOVE "RPTFILE"     TO FB-IO-FILE-ID.
    MOVE FB-RPT-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    PERFORM 1100-LOAD-STEP-TARGETS THRU 1100-EXIT.
    PERFORM 1200-LOAD-CYCLE-ROWS THRU 1200-EXIT.
    PERFORM 1600-WRITE-REPORT-HEADINGS THRU 1600-EXIT.
    1000-EXIT.
        EXIT.

*>****************************************************************
*> 1100-LOAD-STEP-TARGETS - THE STEPTGT CARDS.  A MISSING FILE
*> MEANS NO STEP IS TIMED AND EVERY STEP IS REQUIRED.
*>****************************************************************
1100-LOAD-STEP-TARGETS.
    OPEN INPUT STGT-FILE.
    IF FB-STGT-STATUS = "35"
        GO TO 1100-EXIT
    END-IF.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE "STEPTGT"    TO FB-IO-FILE-ID.
    MOVE FB-STGT-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    PERFORM 1110-READ-ONE-TARGET THRU 1110-EXIT
        UNTIL FB-STGT-STATUS = "10".
    CLOSE STGT-FILE.
    MOVE "CLOSE"   TO FB-IO-OPERATION.
    MOVE "STEPTGT" TO FB-IO-FILE-ID.
    MOVE FB-STGT-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    1100-EXIT.
        EXIT.

1110-READ-ONE-TARGET.
    READ STGT-FILE
        AT END MOVE "10" TO FB-STGT-STATUS
    END-READ.
    IF FB-STGT-STATUS NOT = "00" AND FB-STGT-STATUS NOT = "10"
        MOVE "READ"    TO FB-IO-OPERATION
        MOVE "STEPTGT" TO FB-IO-FILE-ID
        MOVE FB-STGT-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF FB-STGT-STATUS NOT = "00"
        GO TO 1110-EXIT
    END-IF.
    IF FB-STGT-STEP = SPACES
        GO TO 1110-EXIT
    END-IF.
    IF FB-TGT-COUNT >= 50
        DISPLAY "SIGNOFF WARNING *** STEP TARGET TABLE FULL AT 50 "
                "CARDS - LATER CARDS IGNORED."
        GO TO 1110-EXIT
    END-IF.
    ADD 1 TO FB-TGT-COUNT.
    MOVE FB-STGT-STEP TO FB-TGT-STEP(FB-TGT-COUNT).
    IF FB-STGT-TARGET-MINS NUMERIC
        MOVE FB-STGT-TARGET-MINS TO FB-TGT-MINS(FB-TGT-COUNT)
    ELSE
        MOVE 0 TO FB-TGT-MINS(FB-TGT-COUNT)
    END-IF.
    IF FB-STGT-IS-OPTIONAL
        MOVE "N" TO FB-TGT-REQUIRED(FB-TGT-COUNT)
    ELSE
        MOVE "Y" TO FB-TGT-REQUIRED(FB-TGT-COUNT)
    END-IF.
    1110-EXIT.
        EXIT.

*>****************************************************************
*> 1200-LOAD-CYCLE-ROWS - EVERY RUNCTL ROW FOR THE CYCLE DATE.
*> NO RUNCTL FILE, OR NO ROWS FOR THE DATE, MEANS NOTHING RAN.
*>****************************************************************
1200-LOAD-CYCLE-ROWS.
    OPEN INPUT RCTL-FILE.
    IF FB-RCTLF-STATUS = "35"
        GO TO 1200-EXIT
    END-IF.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE "RUNCTL"     TO FB-IO-FILE-ID.
    MOVE FB-RCTLF-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    MOVE FB-CYCLE-DATE TO FB-RCTL-CYCLE-DATE.
    MOVE LOW-VALUES TO FB-RCTL-STEP.
    MOVE 0 TO FB-RCTL-SLICE-FROM.
    START RCTL-FILE KEY IS NOT LESS THAN FB-RCTL-KEY
        INVALID KEY MOVE "23" TO FB-RCTLF-STATUS
    END-START.
    IF FB-RCTLF-STATUS = "00"
        SET FB-RCTL-SCAN-NOT-DONE TO TRUE
        PERFORM 1210-READ-ONE-RCTL-ROW THRU 1210-EXIT
            UNTIL FB-RCTL-SCAN-DONE
    END-IF.
    CLOSE RCTL-FILE.
    MOVE "CLOSE"  TO FB-IO-OPERATION.
    MOVE "RUNCTL" TO FB-IO-FILE-ID.
    MOVE FB-RCTLF-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    1200-EXIT.
        EXIT.

1210-READ-ONE-RCTL-ROW.
    READ RCTL-FILE NEXT RECORD
        AT END MOVE "10" TO FB-RCTLF-STATUS
    END-READ.
    IF FB-RCTLF-STATUS NOT = "00" AND FB-RCTLF-STATUS NOT = "10"
        MOVE "READ NEXT" TO FB-IO-OPERATION
        MOVE "RUNCTL"    TO FB-IO-FILE-ID
        MOVE FB-RCTLF-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF FB-RCTLF-STATUS NOT = "00"
        MOVE "00" TO FB-RCTLF-STATUS
        SET FB-RCTL-SCAN-DONE TO TRUE
        GO TO 1210-EXIT
    END-IF.
    IF FB-RCTL-CYCLE-DATE NOT = FB-CYCLE-DATE
        SET FB-RCTL-SCAN-DONE TO TRUE
        GO TO 1210-EXIT
    END-IF.
    IF FB-CRW-COUNT >= 100
        DISPLAY "SIGNOFF WARNING *** MORE THAN 100 RUNCTL ROWS FOR "
                "THE CYCLE - LATER ROWS NOT CHECKED."
        SET FB-RCTL-SCAN-DONE TO TRUE
        GO TO 1210-EXIT
    END-IF.
    ADD 1 TO FB-CRW-COUNT.
    MOVE FB-CRW-COUNT TO FB-CRW-SUB.
    MOVE FB-RCTL-STEP       TO FB-CRW-STEP(FB-CRW-SUB).
    MOVE FB-RCTL-SLICE-FROM TO FB-CRW-SLICE-FROM(FB-CRW-SUB).
    MOVE FB-RCTL-STATUS     TO FB-CRW-STATUS(FB-CRW-SUB).
    MOVE FB-RCTL-RUN-ID     TO FB-CRW-RUN-ID(FB-CRW-SUB).
    MOVE FB-RCTL-TS-DATE    TO FB-CRW-TS-DATE(FB-CRW-SUB).
    MOVE FB-RCTL-TS-TIME    TO FB-CRW-TS-TIME(FB-CRW-SUB).
    MOVE "N" TO FB-CRW-LISTED-SW(FB-CRW-SUB).
    IF FB-RCTL-START-TIME NUMERIC
        MOVE FB-RCTL-START-TIME TO FB-CRW-START-TIME(FB-CRW-SUB)
        MOVE "Y" TO FB-CRW-START-SW(FB-CRW-SUB)
    ELSE
        MOVE 0 TO FB-CRW-START-TIME(FB-CRW-SUB)
        MOVE "N" TO FB-CRW-START-SW(FB-CRW-SUB)
    END-IF.
    1210-EXIT.
        EXIT.

*>****************************************************************
*> 1600-WRITE-REPORT-HEADINGS - NEW PAGE, REPORT TITLE AND THE
*> CURRENT SECTION'S COLUMN HEADING.
*>****************************************************************
1600-WRITE-REPORT-HEADINGS.
    ADD 1 TO FB-PAGE-NUMBER.
    MOVE FB-PAGE-NUMBER TO FB-EDIT-PAGE.
    MOVE "1" TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "CYCLE SIGN-OFF   CYCLE " DELIMITED BY SIZE
           FB-CYCLE-DATE DELIMITED BY SIZE
           "   AT " DELIMITED BY SIZE
           FB-RUN-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FB-RUN-TIME DELIMITED BY SIZE
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
*> 2000-CHECK-CYCLE-STEPS - ONE LINE PER RUNCTL ROW OF EACH
*> EXPECTED STEP, OR A NEVER-RAN LINE FOR A STEP WITH NO ROW;
*> THEN ANY OTHER STEP THAT REGISTERED UNDER THE CYCLE DATE.
*>****************************************************************
2000-CHECK-CYCLE-STEPS.
    MOVE "  ----- CYCLE STEPS -----" TO FB-HOLD-LINE.
    MOVE "  STEP     SLICE     STATUS    START    END        ELAPSED"
        TO FB-COLUMN-HEADING.
    MOVE "MINS FLAG" TO FB-COLUMN-HEADING(61:9).
    PERFORM 1630-START-SECTION THRU 1630-EXIT.
    PERFORM 2100-CHECK-ONE-STEP THRU 2100-EXIT
        VARYING FB-EXP-SUB FROM 1 BY 1
        UNTIL FB-EXP-SUB > FB-EXP-COUNT.
    PERFORM 2500-CHECK-UNLISTED-ROW THRU 2500-EXIT
        VARYING FB-CRW-SUB FROM 1 BY 1
        UNTIL FB-CRW-SUB > FB-CRW-COUNT.
    MOVE SPACES TO FB-COLUMN-HEADING.
    2000-EXIT.
        EXIT.

*>****************************************************************
*> 2100-CHECK-ONE-STEP - EVERY ROW THE STEP REGISTERED (ONE PER
*> SLICE FOR A SLICED FIZZBUZZ).  FBMERGE IS ONLY EXPECTED WHEN
*> FIZZBUZZ RAN IN SLICES, WHICH 2200 HAS ALREADY SEEN BY THEN.
*>****************************************************************
2100-CHECK-ONE-STEP.
    MOVE FB-EXP-STEP(FB-EXP-SUB) TO FB-CUR-STEP.
    PERFORM 2400-FIND-STEP-TARGET THRU 2400-EXIT.
    MOVE 0 TO FB-CUR-ROWS.
    PERFORM 2110-CHECK-STEP-ROW THRU 2110-EXIT
        VARYING FB-CRW-SUB FROM 1 BY 1
        UNTIL FB-CRW-SUB > FB-CRW-COUNT.
    IF FB-CUR-ROWS > 0
        GO TO 2100-EXIT
    END-IF.
    IF FB-CUR-STEP = "FBMERGE" AND FB-FIZZBUZZ-NOT-SLICED
        GO TO 2100-EXIT
    END-IF.
    PERFORM 2300-STEP-NEVER-RAN THRU 2300-EXIT.
    2100-EXIT.
        EXIT.

2110-CHECK-STEP-ROW.
    IF FB-CRW-STEP(FB-CRW-SUB) NOT = FB-CUR-STEP
        GO TO 2110-EXIT
    END-IF.
    ADD 1 TO FB-CUR-ROWS.
    ADD 1 TO FB-SGN-EXPECTED.
    MOVE "Y" TO FB-CRW-LISTED-SW(FB-CRW-SUB).
    IF FB-CUR-STEP = "FIZZBUZZ"
            AND FB-CRW-SLICE-FROM(FB-CRW-SUB) > 0
        SET FB-FIZZBUZZ-SLICED TO TRUE
    END-IF.
    PERFORM 2200-TIME-ONE-ROW THRU 2200-EXIT.
    EVALUATE TRUE
        WHEN FB-STW-STILL-STARTED
            ADD 1 TO FB-SGN-STARTED
            SET FB-CYCLE-ON-HOLD TO TRUE
            MOVE "** STILL AT S" TO FB-CUR-FLAG
        WHEN FB-STW-ABENDED
            ADD 1 TO FB-SGN-ABENDED
            SET FB-CYCLE-ON-HOLD TO TRUE
            MOVE "** ABENDED" TO FB-CUR-FLAG
        WHEN OTHER
            ADD 1 TO FB-SGN-COMPLETED
            MOVE SPACES TO FB-CUR-FLAG
    END-EVALUATE.
    IF FB-STW-OVER-TARGET
        ADD 1 TO FB-SGN-LATE
        IF FB-CUR-FLAG = SPACES
            MOVE "** OVER TARGET" TO FB-CUR-FLAG
        END-IF
    END-IF.
    PERFORM 2600-PRINT-STEP-LINE THRU 2600-EXIT.
    PERFORM 2700-SAVE-TIMING-ROW THRU 2700-EXIT.
    2110-EXIT.
        EXIT.

*>****************************************************************
*> 2200-TIME-ONE-ROW - BUILD THE TIMING ROW FOR RUNCTL ROW
*> FB-CRW-SUB IN FB-STW-RECORD.  THE STEP STARTED ON THE CYCLE
*> DATE AT ITS START TIME; A FINISHED ROW ENDED AT ITS LAST
*> TIMESTAMP.  A ROW STILL STARTED IS TIMED UP TO NOW, SO A STEP
*> HUNG PAST ITS TARGET SHOWS AS LATE AS WELL.
*>****************************************************************
2200-TIME-ONE-ROW.
    MOVE SPACES TO FB-STW-RECORD.
    MOVE FB-CYCLE-DATE TO FB-STW-CYCLE-DATE.
    MOVE FB-CUR-STEP TO FB-STW-STEP.
    MOVE FB-CRW-SLICE-FROM(FB-CRW-SUB) TO FB-STW-SLICE-FROM.
    MOVE FB-CRW-STATUS(FB-CRW-SUB) TO FB-STW-STATUS.
    MOVE FB-CRW-RUN-ID(FB-CRW-SUB) TO FB-STW-RUN-ID.
    MOVE FB-CUR-TARGET-MINS TO FB-STW-TARGET-MINS.
    MOVE 0 TO FB-STW-START-DATE FB-STW-START-TIME
              FB-STW-END-DATE FB-STW-END-TIME
              FB-STW-ELAPSED-SECS.
    MOVE "N" TO FB-STW-LATE-SW.
    IF NOT FB-STW-STILL-STARTED
        MOVE FB-CRW-TS-DATE(FB-CRW-SUB) TO FB-STW-END-DATE
        MOVE FB-CRW-TS-TIME(FB-CRW-SUB) TO FB-STW-END-TIME
    END-IF.
    IF FB-CRW-START-SW(FB-CRW-SUB) NOT = "Y"
        GO TO 2200-EXIT
    END-IF.
    MOVE FB-CYCLE-DATE TO FB-STW-START-DATE.
    MOVE FB-CRW-START-TIME(FB-CRW-SUB) TO FB-STW-START-TIME.
    MOVE FB-STW-START-DATE TO FB-CNV-DATE.
    MOVE FB-STW-START-TIME TO FB-CNV-TIME.
    PERFORM 2900-DATE-TIME-TO-SECS THRU 2900-EXIT.
    MOVE FB-CNV-SECS TO FB-START-SECS.
    IF FB-STW-STILL-STARTED
        MOVE FB-NOW-SECS TO FB-END-SECS
    ELSE
        MOVE FB-STW-END-DATE TO FB-CNV-DATE
        MOVE FB-STW-END-TIME TO FB-CNV-TIME
        PERFORM 2900-DATE-TIME-TO-SECS THRU 2900-EXIT
        MOVE FB-CNV-SECS TO FB-END-SECS
    END-IF.
    IF FB-END-SECS > FB-START-SECS
        COMPUTE FB-ELP-SECS = FB-END-SECS - FB-START-SECS
    ELSE
        MOVE 0 TO FB-ELP-SECS
    END-IF.
    IF FB-ELP-SECS > 9999999
        MOVE 9999999 TO FB-ELP-SECS
    END-IF.
    MOVE FB-ELP-SECS TO FB-STW-ELAPSED-SECS.
    IF FB-CUR-TARGET-MINS > 0
            AND FB-ELP-SECS > FB-CUR-TARGET-MINS * 60
        MOVE "Y" TO FB-STW-LATE-SW
    END-IF.
    2200-EXIT.
        EXIT.

*>****************************************************************
*> 2300-STEP-NEVER-RAN - NO RUNCTL ROW FOR AN EXPECTED STEP.  IT
*> HOLDS THE CYCLE UNLESS ITS STEPTGT CARD MARKS IT OPTIONAL.
*>****************************************************************
2300-STEP-NEVER-RAN.
    MOVE SPACES TO FB-STW-RECORD.
    MOVE FB-CYCLE-DATE TO FB-STW-CYCLE-DATE.
    MOVE FB-CUR-STEP TO FB-STW-STEP.
    MOVE 0 TO FB-STW-SLICE-FROM FB-STW-RUN-ID
              FB-STW-START-DATE FB-STW-START-TIME
              FB-STW-END-DATE FB-STW-END-TIME
              FB-STW-ELAPSED-SECS.
    MOVE FB-CUR-TARGET-MINS TO FB-STW-TARGET-MINS.
    MOVE "N" TO FB-STW-LATE-SW.
    SET FB-STW-NEVER-RAN TO TRUE.
    IF FB-CUR-STEP-OPTIONAL
        ADD 1 TO FB-SGN-SKIPPED
        MOVE "OPTIONAL" TO FB-CUR-FLAG
    ELSE
        ADD 1 TO FB-SGN-EXPECTED
        ADD 1 TO FB-SGN-NEVER-RAN
        SET FB-CYCLE-ON-HOLD TO TRUE
        MOVE "** NEVER RAN" TO FB-CUR-FLAG
    END-IF.
    PERFORM 2600-PRINT-STEP-LINE THRU 2600-EXIT.
    PERFORM 2700-SAVE-TIMING-ROW THRU 2700-EXIT.
    2300-EXIT.
        EXIT.

*>****************************************************************
*> 2400-FIND-STEP-TARGET - THE STEPTGT CARD FOR FB-CUR-STEP.  NO
*> CARD MEANS NOT TIMED AND REQUIRED.
*>****************************************************************
2400-FIND-STEP-TARGET.
    MOVE 0 TO FB-CUR-TARGET-MINS.
    MOVE "Y" TO FB-CUR-REQUIRED.
    SET FB-ENTRY-NOT-FOUND TO TRUE.
    PERFORM 2410-SCAN-ONE-TARGET THRU 2410-EXIT
        VARYING FB-TGT-SUB FROM 1 BY 1
        UNTIL FB-TGT-SUB > FB-TGT-COUNT
           OR FB-ENTRY-FOUND.
    IF FB-ENTRY-FOUND
        SUBTRACT 1 FROM FB-TGT-SUB
        MOVE FB-TGT-MINS(FB-TGT-SUB) TO FB-CUR-TARGET-MINS
        MOVE FB-TGT-REQUIRED(FB-TGT-SUB) TO FB-CUR-REQUIRED
    END-IF.
    2400-EXIT.
        EXIT.

2410-SCAN-ONE-TARGET.
    IF FB-TGT-STEP(FB-TGT-SUB) = FB-CUR-STEP
        SET FB-ENTRY-FOUND TO TRUE
    END-IF.
    2410-EXIT.
        EXIT.

*>****************************************************************
*> 2500-CHECK-UNLISTED-ROW - A STEP THAT REGISTERED UNDER THE
*> CYCLE DATE BUT IS NOT ONE OF THE CYCLE'S STEPS (A RERUN UNDER
*> ANOTHER NAME, A NEW STEP NOT YET ADDED HERE).  SHOWN FOR
*> INFORMATION AND KEPT ON THE HISTORY; IT DOES NOT HOLD THE
*> CYCLE.
*>****************************************************************
2500-CHECK-UNLISTED-ROW.
    IF FB-CRW-LISTED-SW(FB-CRW-SUB) = "Y"
        GO TO 2500-EXIT
    END-IF.
    ADD 1 TO FB-SGN-UNLISTED.
    MOVE FB-CRW-STEP(FB-CRW-SUB) TO FB-CUR-STEP.
    PERFORM 2400-FIND-STEP-TARGET THRU 2400-EXIT.
    PERFORM 2200-TIME-ONE-ROW THRU 2200-EXIT.
    MOVE "NOT CYCLE STEP" TO FB-CUR-FLAG.
    PERFORM 2600-PRINT-STEP-LINE THRU 2600-EXIT.
    PERFORM 2700-SAVE-TIMING-ROW THRU 2700-EXIT.
    2500-EXIT.
        EXIT.

*>****************************************************************
*> 2600-PRINT-STEP-LINE - ONE STEP LINE FROM FB-STW-RECORD AND
*> FB-CUR-FLAG.  AN END TIME AFTER MIDNIGHT CARRIES A +N DAY
*> MARK; A TIME NOT KNOWN PRINTS AS DASHES.
*>****************************************************************
2600-PRINT-STEP-LINE.
    MOVE SPACES TO FB-RPT-LINE.
    MOVE FB-STW-STEP TO FB-RPT-LINE(3:8).
    IF FB-STW-SLICE-FROM > 0
        MOVE FB-STW-SLICE-FROM TO FB-EDIT-SLICE
        MOVE FB-EDIT-SLICE TO FB-RPT-LINE(12:9)
    END-IF.
    EVALUATE TRUE
        WHEN FB-STW-COMPLETED
            MOVE "COMPLETED" TO FB-RPT-LINE(22:9)
        WHEN FB-STW-ABENDED
            MOVE "ABENDED"   TO FB-RPT-LINE(22:9)
        WHEN FB-STW-STILL-STARTED
            MOVE "STARTED"   TO FB-RPT-LINE(22:9)
        WHEN FB-STW-NEVER-RAN
            MOVE "NOT RUN"   TO FB-RPT-LINE(22:9)
        WHEN OTHER
            MOVE FB-STW-STATUS TO FB-RPT-LINE(22:1)
    END-EVALUATE.
    IF FB-STW-NEVER-RAN
        GO TO 2600-FLAG
    END-IF.
    IF FB-STW-START-DATE > 0
        MOVE FB-STW-START-TIME TO FB-TIME-SPLIT
        PERFORM 2800-EDIT-TIME THRU 2800-EXIT
        MOVE FB-EDIT-TIME TO FB-RPT-LINE(32:8)
    ELSE
        MOVE "--:--:--" TO FB-RPT-LINE(32:8)
    END-IF.
    IF FB-STW-END-DATE > 0
        MOVE FB-STW-END-TIME TO FB-TIME-SPLIT
        PERFORM 2800-EDIT-TIME THRU 2800-EXIT
        MOVE FB-EDIT-TIME TO FB-RPT-LINE(41:8)
        IF FB-STW-END-DATE > FB-CYCLE-DATE
            COMPUTE FB-DAY-OFFSET =
                FUNCTION INTEGER-OF-DATE(FB-STW-END-DATE)
                - FUNCTION INTEGER-OF-DATE(FB-CYCLE-DATE)
            IF FB-DAY-OFFSET > 9
                MOVE 9 TO FB-DAY-OFFSET
            END-IF
            MOVE FB-DAY-OFFSET TO FB-EDIT-DAYS
            MOVE "+" TO FB-RPT-LINE(49:1)
            MOVE FB-EDIT-DAYS TO FB-RPT-LINE(50:1)
        END-IF
    ELSE
        MOVE "--:--:--" TO FB-RPT-LINE(41:8)
    END-IF.
    IF FB-STW-START-DATE > 0
        MOVE FB-STW-ELAPSED-SECS TO FB-ELP-SECS
        PERFORM 2810-EDIT-ELAPSED THRU 2810-EXIT
        MOVE FB-EDIT-ELAPSED TO FB-RPT-LINE(51:9)
    END-IF.
    2600-FLAG.
    IF FB-STW-TARGET-MINS > 0
        MOVE FB-STW-TARGET-MINS TO FB-EDIT-MINS
        MOVE FB-EDIT-MINS TO FB-RPT-LINE(61:4)
    END-IF.
    MOVE FB-CUR-FLAG TO FB-RPT-LINE(66:14).
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    2600-EXIT.
        EXIT.

*>****************************************************************
*> 2700-SAVE-TIMING-ROW - HOLD FB-STW-RECORD FOR THE HISTORY.
*>****************************************************************
2700-SAVE-TIMING-ROW.
    IF FB-NEW-COUNT >= 100
        DISPLAY "SIGNOFF WARNING *** TIMING ROW TABLE FULL AT 100 "
                "- LATER ROWS NOT KEPT ON THE HISTORY."
        GO TO 2700-EXIT
    END-IF.
    ADD 1 TO FB-NEW-COUNT.
    MOVE FB-STW-RECORD TO FB-NEW-ROW(FB-NEW-COUNT).
    2700-EXIT.
        EXIT.

*>****************************************************************
*> 2800-EDIT-TIME - FB-TIME-SPLIT (HHMMSS) AS HH:MM:SS.
*>****************************************************************
2800-EDIT-TIME.
    MOVE SPACES TO FB-EDIT-TIME.
    STRING FB-TS-HH DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           FB-TS-MM DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           FB-TS-SS DELIMITED BY SIZE
           INTO FB-EDIT-TIME
    END-STRING.
    2800-EXIT.
        EXIT.

*>****************************************************************
*> 2810-EDIT-ELAPSED - FB-ELP-SECS AS HHH:MM:SS (HOURS CAPPED AT
*> 999).
*>****************************************************************
2810-EDIT-ELAPSED.
    DIVIDE FB-ELP-SECS BY 3600 GIVING FB-ELP-HH
        REMAINDER FB-ELP-REM.
    DIVIDE FB-ELP-REM BY 60 GIVING FB-ELP-MM
        REMAINDER FB-ELP-SS.
    IF FB-ELP-HH > 999
        MOVE 999 TO FB-ELP-HH
    END-IF.
    MOVE FB-ELP-HH TO FB-EDIT-HOURS.
    MOVE SPACES TO FB-EDIT-ELAPSED.
    STRING FB-EDIT-HOURS DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           FB-ELP-MM DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           FB-ELP-SS DELIMITED BY SIZE
           INTO FB-EDIT-ELAPSED
    END-STRING.
    2810-EXIT.
        EXIT.

*>****************************************************************
*> 2900-DATE-TIME-TO-SECS - FB-CNV-DATE (YYYYMMDD) AND FB-CNV-TIME
*> (HHMMSS) AS SECONDS ON ONE RUNNING SCALE, SO TIMES EITHER SIDE
*> OF MIDNIGHT SUBTRACT CORRECTLY.
*>****************************************************************
2900-DATE-TIME-TO-SECS.
    MOVE FB-CNV-TIME TO FB-TIME-SPLIT.
    COMPUTE FB-CNV-SECS =
        FUNCTION INTEGER-OF-DATE(FB-CNV-DATE) * 86400
        + FB-TS-HH * 3600 + FB-TS-MM * 60 + FB-TS-SS.
    2900-EXIT.
        EXIT.

*>****************************************************************
*> 3000-WRITE-VERDICT - THE STEP COUNTS AND THE GO / HOLD
*> VERDICT FOR THE CYCLE.
*>****************************************************************
3000-WRITE-VERDICT.
    MOVE "  ----- SIGN-OFF -----" TO FB-HOLD-LINE.
    MOVE SPACES TO FB-COLUMN-HEADING.
    PERFORM 1630-START-SECTION THRU 1630-EXIT.

    MOVE FB-SGN-EXPECTED TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  STEPS EXPECTED......... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.

    MOVE FB-SGN-COMPLETED TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  COMPLETED.............. " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.

    MOVE FB-SGN-STARTED TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  STILL AT S............. " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.

    MOVE FB-SGN-ABENDED TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  ABENDED................ " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.

    MOVE FB-SGN-NEVER-RAN TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  NEVER RAN.............. " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.

    MOVE FB-SGN-SKIPPED TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  OPTIONAL, NOT RUN...... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.

    MOVE FB-SGN-LATE TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  OVER TARGET............ " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.

    IF FB-SGN-UNLISTED > 0
        MOVE FB-SGN-UNLISTED TO FB-EDIT-COUNT
        MOVE SPACES TO FB-RPT-LINE
        STRING "  OTHER STEPS (NOT CYCLE) " DELIMITED BY SIZE
               FB-EDIT-COUNT DELIMITED BY SIZE
               INTO FB-RPT-LINE
        END-STRING
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
    END-IF.

    MOVE SPACES TO FB-RPT-LINE.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    MOVE SPACES TO FB-RPT-LINE.
    EVALUATE TRUE
        WHEN FB-CYCLE-ON-HOLD
            STRING "  RESULT: HOLD - DO NOT SIGN THE CYCLE OFF; "
                       DELIMITED BY SIZE
                   "SEE THE ** STEPS ABOVE" DELIMITED BY SIZE
                   INTO FB-RPT-LINE
            END-STRING
            DISPLAY "SIGNOFF *** CYCLE " FB-CYCLE-DATE
                    " ON HOLD - SEE THE SIGN-OFF REPORT."
        WHEN FB-SGN-LATE > 0
            STRING "  RESULT: GO - CYCLE MAY BE SIGNED OFF "
                       DELIMITED BY SIZE
                   "(STEPS OVER TARGET)" DELIMITED BY SIZE
                   INTO FB-RPT-LINE
            END-STRING
        WHEN OTHER
            MOVE "  RESULT: GO - CYCLE MAY BE SIGNED OFF"
                TO FB-RPT-LINE
    END-EVALUATE.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    3000-EXIT.
        EXIT.

*>****************************************************************
*> 4000-ROLL-TIMING-HISTORY - COPY THE OLD HISTORY (STPHSTI) TO
*> THE NEW (STPHSTO), DROPPING ANY EARLIER SIGN-OFF OF THIS
*> CYCLE DATE, THEN ADD THIS CYCLE'S ROWS WITH THE VERDICT.
*> EVERY ROW WRITTEN GOES INTO THE TREND TABLE.  A MISSING OLD
*> HISTORY IS THE FIRST SIGN-OFF.
*>****************************************************************
4000-ROLL-TIMING-HISTORY.
    OPEN OUTPUT STHOUT-FILE.
    MOVE "OPEN OUTPUT" TO FB-IO-OPERATION.
    MOVE "STPHSTO"     TO FB-IO-FILE-ID.
    MOVE FB-STHOUT-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    OPEN INPUT STHIN-FILE.
    IF FB-STHIN-STATUS = "35"
        GO TO 4000-NEW-ROWS
    END-IF.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE "STPHSTI"    TO FB-IO-FILE-ID.
    MOVE FB-STHIN-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    PERFORM 4100-COPY-ONE-OLD-ROW THRU 4100-EXIT
        UNTIL FB-STHIN-STATUS = "10".
    CLOSE STHIN-FILE.
    MOVE "CLOSE"   TO FB-IO-OPERATION.
    MOVE "STPHSTI" TO FB-IO-FILE-ID.
    MOVE FB-STHIN-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    4000-NEW-ROWS.
    PERFORM 4200-WRITE-ONE-NEW-ROW THRU 4200-EXIT
        VARYING FB-NEW-SUB FROM 1 BY 1
        UNTIL FB-NEW-SUB > FB-NEW-COUNT.
    CLOSE STHOUT-FILE.
    MOVE "CLOSE"   TO FB-IO-OPERATION.
    MOVE "STPHSTO" TO FB-IO-FILE-ID.
    MOVE FB-STHOUT-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    4000-EXIT.
        EXIT.

4100-COPY-ONE-OLD-ROW.
    READ STHIN-FILE
        AT END MOVE "10" TO FB-STHIN-STATUS
    END-READ.
    IF FB-STHIN-STATUS NOT = "00" AND FB-STHIN-STATUS NOT = "10"
        MOVE "READ"    TO FB-IO-OPERATION
        MOVE "STPHSTI" TO FB-IO-FILE-ID
        MOVE FB-STHIN-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF FB-STHIN-STATUS NOT = "00"
        GO TO 4100-EXIT
    END-IF.
    MOVE FB-STHIN-RECORD TO FB-STW-RECORD.
    IF FB-STW-CYCLE-DATE = FB-CYCLE-DATE
        ADD 1 TO FB-SGN-HIST-REPLACED
        GO TO 4100-EXIT
    END-IF.
    ADD 1 TO FB-SGN-HIST-KEPT.
    PERFORM 4300-WRITE-HISTORY-ROW THRU 4300-EXIT.
    4100-EXIT.
        EXIT.

4200-WRITE-ONE-NEW-ROW.
    MOVE FB-NEW-ROW(FB-NEW-SUB) TO FB-STW-RECORD.
    IF FB-CYCLE-ON-HOLD
        SET FB-STW-CYCLE-HOLD TO TRUE
    ELSE
        SET FB-STW-CYCLE-GO TO TRUE
    END-IF.
    PERFORM 4300-WRITE-HISTORY-ROW THRU 4300-EXIT.
    4200-EXIT.
        EXIT.

*>****************************************************************
*> 4300-WRITE-HISTORY-ROW - WRITE FB-STW-RECORD TO STPHSTO AND
*> ADD IT TO ITS CYCLE'S TREND ENTRY.
*>****************************************************************
4300-WRITE-HISTORY-ROW.
    MOVE FB-STW-RECORD TO FB-STIM-RECORD.
    WRITE FB-STIM-RECORD.
    MOVE "WRITE"   TO FB-IO-OPERATION.
    MOVE "STPHSTO" TO FB-IO-FILE-ID.
    MOVE FB-STHOUT-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    PERFORM 4400-FIND-TREND-ENTRY THRU 4400-EXIT.
    IF FB-TRD-SUB = 0
        GO TO 4300-EXIT
    END-IF.
    ADD 1 TO FB-TRD-STEPS(FB-TRD-SUB).
    IF FB-STW-OVER-TARGET
        ADD 1 TO FB-TRD-LATE(FB-TRD-SUB)
    END-IF.
    MOVE FB-STW-VERDICT TO FB-TRD-VERDICT(FB-TRD-SUB).
    IF FB-STW-START-DATE > 0
        MOVE FB-STW-START-DATE TO FB-CNV-DATE
        MOVE FB-STW-START-TIME TO FB-CNV-TIME
        PERFORM 2900-DATE-TIME-TO-SECS THRU 2900-EXIT
        IF FB-TRD-FIRST-SECS(FB-TRD-SUB) = 0
                OR FB-CNV-SECS < FB-TRD-FIRST-SECS(FB-TRD-SUB)
            MOVE FB-CNV-SECS TO FB-TRD-FIRST-SECS(FB-TRD-SUB)
            MOVE FB-STW-START-DATE TO FB-TRD-FIRST-DATE(FB-TRD-SUB)
            MOVE FB-STW-START-TIME TO FB-TRD-FIRST-TIME(FB-TRD-SUB)
        END-IF
    END-IF.
    IF FB-STW-END-DATE > 0
        MOVE FB-STW-END-DATE TO FB-CNV-DATE
        MOVE FB-STW-END-TIME TO FB-CNV-TIME
        PERFORM 2900-DATE-TIME-TO-SECS THRU 2900-EXIT
        IF FB-CNV-SECS > FB-TRD-LAST-SECS(FB-TRD-SUB)
            MOVE FB-CNV-SECS TO FB-TRD-LAST-SECS(FB-TRD-SUB)
            MOVE FB-STW-END-DATE TO FB-TRD-LAST-DATE(FB-TRD-SUB)
            MOVE FB-STW-END-TIME TO FB-TRD-LAST-TIME(FB-TRD-SUB)
        END-IF
    END-IF.
    4300-EXIT.
        EXIT.

*>****************************************************************
*> 4400-FIND-TREND-ENTRY - THE TREND ENTRY FOR FB-STW-CYCLE-DATE
*> IN FB-TRD-SUB, OPENING A NEW ONE IN CYCLE-DATE ORDER IF NEED
*> BE.  WITH THE TABLE FULL THE OLDEST CYCLE MAKES ROOM; A CYCLE
*> OLDER THAN EVERY ONE KEPT IS LEFT OUT (FB-TRD-SUB ZERO).
*>****************************************************************
4400-FIND-TREND-ENTRY.
    SET FB-ENTRY-NOT-FOUND TO TRUE.
    PERFORM 4410-SCAN-ONE-TREND THRU 4410-EXIT
        VARYING FB-TRD-SUB FROM FB-TRD-COUNT BY -1
        UNTIL FB-TRD-SUB = 0
           OR FB-ENTRY-FOUND.
    IF FB-ENTRY-FOUND
        ADD 1 TO FB-TRD-SUB
        IF FB-TRD-CYCLE-DATE(FB-TRD-SUB) = FB-STW-CYCLE-DATE
            GO TO 4400-EXIT
        END-IF
        ADD 1 TO FB-TRD-SUB
    ELSE
        MOVE 1 TO FB-TRD-SUB
    END-IF.
    IF FB-TRD-COUNT >= 100
        IF FB-TRD-SUB = 1
            MOVE 0 TO FB-TRD-SUB
            GO TO 4400-EXIT
        END-IF
        PERFORM 4420-DROP-OLDEST-TREND THRU 4420-EXIT
            VARYING FB-TRD-SHIFT-SUB FROM 1 BY 1
            UNTIL FB-TRD-SHIFT-SUB >= FB-TRD-COUNT
        SUBTRACT 1 FROM FB-TRD-COUNT
        SUBTRACT 1 FROM FB-TRD-SUB
    END-IF.
    PERFORM 4430-MAKE-ROOM-IN-TREND THRU 4430-EXIT
        VARYING FB-TRD-SHIFT-SUB FROM FB-TRD-COUNT BY -1
        UNTIL FB-TRD-SHIFT-SUB < FB-TRD-SUB.
    ADD 1 TO FB-TRD-COUNT.
    MOVE FB-STW-CYCLE-DATE TO FB-TRD-CYCLE-DATE(FB-TRD-SUB).
    MOVE 0 TO FB-TRD-FIRST-SECS(FB-TRD-SUB)
              FB-TRD-FIRST-DATE(FB-TRD-SUB)
              FB-TRD-FIRST-TIME(FB-TRD-SUB)
              FB-TRD-LAST-SECS(FB-TRD-SUB)
              FB-TRD-LAST-DATE(FB-TRD-SUB)
              FB-TRD-LAST-TIME(FB-TRD-SUB)
              FB-TRD-STEPS(FB-TRD-SUB)
              FB-TRD-LATE(FB-TRD-SUB).
    MOVE SPACES TO FB-TRD-VERDICT(FB-TRD-SUB).
    4400-EXIT.
        EXIT.

4410-SCAN-ONE-TREND.
    IF FB-TRD-CYCLE-DATE(FB-TRD-SUB) <= FB-STW-CYCLE-DATE
        SET FB-ENTRY-FOUND TO TRUE
    END-IF.
    4410-EXIT.
        EXIT.

4420-DROP-OLDEST-TREND.
    COMPUTE FB-TRD-FROM-SUB = FB-TRD-SHIFT-SUB + 1.
    MOVE FB-TRD-ENTRY(FB-TRD-FROM-SUB)
        TO FB-TRD-ENTRY(FB-TRD-SHIFT-SUB).
    4420-EXIT.
        EXIT.

4430-MAKE-ROOM-IN-TREND.
    COMPUTE FB-TRD-FROM-SUB = FB-TRD-SHIFT-SUB + 1.
    MOVE FB-TRD-ENTRY(FB-TRD-SHIFT-SUB)
        TO FB-TRD-ENTRY(FB-TRD-FROM-SUB).
    4430-EXIT.
        EXIT.

*>****************************************************************
*> 5000-PRINT-WINDOW-TREND - THE BATCH WINDOW, FIRST STEP START
*> TO LAST STEP END, FOR THE LAST 31 CYCLES ON THE HISTORY.
*>****************************************************************
5000-PRINT-WINDOW-TREND.
    MOVE "  ----- BATCH WINDOW TREND (LAST 31 CYCLES) -----"
        TO FB-HOLD-LINE.
    MOVE "  CYCLE     FIRST START  LAST END    WINDOW     STEPS  LATE"
        TO FB-COLUMN-HEADING.
    MOVE "SIGN-OFF" TO FB-COLUMN-HEADING(62:8).
    PERFORM 1630-START-SECTION THRU 1630-EXIT.
    IF FB-TRD-COUNT > 31
        COMPUTE FB-TRD-SUB = FB-TRD-COUNT - 30
    ELSE
        MOVE 1 TO FB-TRD-SUB
    END-IF.
    PERFORM 5100-PRINT-ONE-CYCLE THRU 5100-EXIT
        UNTIL FB-TRD-SUB > FB-TRD-COUNT.
    MOVE SPACES TO FB-COLUMN-HEADING.
    5000-EXIT.
        EXIT.

5100-PRINT-ONE-CYCLE.
    MOVE SPACES TO FB-RPT-LINE.
    MOVE FB-TRD-CYCLE-DATE(FB-TRD-SUB) TO FB-RPT-LINE(3:8).
    IF FB-TRD-FIRST-SECS(FB-TRD-SUB) > 0
        MOVE FB-TRD-FIRST-TIME(FB-TRD-SUB) TO FB-TIME-SPLIT
        PERFORM 2800-EDIT-TIME THRU 2800-EXIT
        MOVE FB-EDIT-TIME TO FB-RPT-LINE(13:8)
    ELSE
        MOVE "--:--:--" TO FB-RPT-LINE(13:8)
    END-IF.
    IF FB-TRD-LAST-SECS(FB-TRD-SUB) > 0
        MOVE FB-TRD-LAST-TIME(FB-TRD-SUB) TO FB-TIME-SPLIT
        PERFORM 2800-EDIT-TIME THRU 2800-EXIT
        MOVE FB-EDIT-TIME TO FB-RPT-LINE(26:8)
        IF FB-TRD-LAST-DATE(FB-TRD-SUB)
                > FB-TRD-CYCLE-DATE(FB-TRD-SUB)
            COMPUTE FB-DAY-OFFSET =
                FUNCTION INTEGER-OF-DATE(FB-TRD-LAST-DATE(FB-TRD-SUB))
                - FUNCTION INTEGER-OF-DATE(
                    FB-TRD-CYCLE-DATE(FB-TRD-SUB))
            IF FB-DAY-OFFSET > 9
                MOVE 9 TO FB-DAY-OFFSET
            END-IF
            MOVE FB-DAY-OFFSET TO FB-EDIT-DAYS
            MOVE "+" TO FB-RPT-LINE(34:1)
            MOVE FB-EDIT-DAYS TO FB-RPT-LINE(35:1)
        END-IF
    ELSE
        MOVE "--:--:--" TO FB-RPT-LINE(26:8)
    END-IF.
    IF FB-TRD-FIRST-SECS(FB-TRD-SUB) > 0
            AND FB-TRD-LAST-SECS(FB-TRD-SUB)
                > FB-TRD-FIRST-SECS(FB-TRD-SUB)
        COMPUTE FB-ELP-SECS = FB-TRD-LAST-SECS(FB-TRD-SUB)
            - FB-TRD-FIRST-SECS(FB-TRD-SUB)
        PERFORM 2810-EDIT-ELAPSED THRU 2810-EXIT
        MOVE FB-EDIT-ELAPSED TO FB-RPT-LINE(37:9)
    END-IF.
    MOVE FB-TRD-STEPS(FB-TRD-SUB) TO FB-EDIT-NUMBER.
    MOVE FB-EDIT-NUMBER TO FB-RPT-LINE(49:5).
    MOVE FB-TRD-LATE(FB-TRD-SUB) TO FB-EDIT-NUMBER.
    MOVE FB-EDIT-NUMBER TO FB-RPT-LINE(55:5).
    EVALUATE FB-TRD-VERDICT(FB-TRD-SUB)
        WHEN "G"
            MOVE "GO"   TO FB-RPT-LINE(62:4)
        WHEN "H"
            MOVE "HOLD" TO FB-RPT-LINE(62:4)
        WHEN OTHER
            MOVE "?"    TO FB-RPT-LINE(62:1)
    END-EVALUATE.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    ADD 1 TO FB-TRD-SUB.
    5100-EXIT.
        EXIT.

*>****************************************************************
*> 8300-CLOSE-FILES - CLOSE EVERY FILE STILL OPEN AT NORMAL END
*> OF RUN, CHECKING STATUS ON EACH.
*>****************************************************************
8300-CLOSE-FILES.
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
*> AND STOPS THE RUN WITH A NON-ZERO RETURN CODE.  STPHSTO IS
*> DELETED BY THE JOB ON AN ABEND, SO THE OLD HISTORY STANDS.
*>****************************************************************
9500-ABEND-RTN.
    DISPLAY "SIGNOFF ABEND *** " FB-IO-OPERATION
            " FAILED ON " FB-IO-FILE-ID
            " - FILE STATUS " FB-IO-STATUS.
    MOVE 16 TO RETURN-CODE.
    STOP RUN.
    9500-EXIT.
        EXIT.

9999-EXIT.
    STOP RUN.
