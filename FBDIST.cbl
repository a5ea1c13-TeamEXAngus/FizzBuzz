       >>SOURCE FORMAT FREE
*>****************************************************************
*> FBDIST - PER-DEPARTMENT DISTRIBUTION OF A RELEASED RUN.  UNTIL
*> NOW EVERY DEPARTMENT WAS SENT THE WHOLE CLASSIFICATION REPORT
*> AND THE WHOLE EXTRACT AND LEFT TO PICK OUT ITS OWN ROWS - AND
*> HAD TO BE TRUSTED NOT TO READ ANYONE ELSE'S.  THIS STEP RUNS
*> AFTER XTRBAL HAS RELEASED THE RUN AND BURSTS XTRFILE AND THE
*> FIZZBUZZ REPORT (CLSRPT) INTO ONE DELIVERY GROUP PER DEPARTMENT,
*> SPLITTING THE REPORT ON THE DEPARTMENT HEADING LINES FIZZBUZZ
*> PRINTS FROM DEPTFILE.  EACH DEPARTMENT GETS WHAT ITS
*> DISTRIBUTION LIST ENTRY ON THE DEPARTMENT MASTER NAMES (SEE
*> FB-DEPT-DISTRIB IN FBDEPT) - REPORT, EXTRACT OR BOTH - AND
*> EACH DELIVERY GROUP CARRIES ITS OWN HEADER AND A CONTROL
*> TRAILER WITH THE COUNT AND NUMBER SUM OF THAT DEPARTMENT'S
*> ROWS ONLY (SEE FBDLVX FOR THE EXTRACT LAYOUT).
*> BEFORE ANYTHING IS SENT, EVERY DEPARTMENT'S EXTRACT AND REPORT
*> SLICES ARE COUNTED AND MUST AGREE WITH ITS XRLSLOG RELEASE ROW
*> (AND THE REPORT'S NUMBER SUM WITH THE EXTRACT'S); A DEPARTMENT
*> THAT DOES NOT AGREE IS HELD.  THE STEP PRINTS A DELIVERY
*> MANIFEST AND APPENDS ONE DLVRMAN ROW PER DEPARTMENT (SEE
*> FBDMAN) FOR THE ACKRECON RETURN LEG TO CHECK THE ACKS AGAINST.
*>
*> ALL DEPARTMENTS' GROUPS GO TO TWO FIXED DDS, ONE AFTER ANOTHER
*> IN RELEASE ORDER: DLVXTR (EXTRACT) AND DLVRPT (REPORT).  THE
*> DISTRIBUTION JOB THAT FOLLOWS SPLITS THEM ON THE GROUP
*> BOUNDARIES, SO A NEW DEPARTMENT NEEDS NO JCL CHANGE HERE:
*>   DLVXTR - A GROUP IS THE "HDR" RECORD NAMING THE DEPARTMENT
*>            THROUGH THE "TRL" RECORD FOR IT (SEE FBDLVX).
*>   DLVRPT - A GROUP IS THE PAGE 1 TITLE LINE NAMING THE
*>            DEPARTMENT THROUGH THE "DELIVERED" LINE THAT ENDS
*>            ITS DELIVERY CONTROL TRAILER (5400).
*>------------------------------------------------------------------
*> AUTHOR.          T. ANGUS, BATCH SYSTEMS GROUP.
*> INSTALLATION.    TEAMEXANGUS.
*> DATE-WRITTEN.    2026-10-15.
*> DATE-COMPILED.
*>------------------------------------------------------------------
*> RETURN CODES
*>   0  EVERY DEPARTMENT DELIVERED
*>   4  A RELEASED DEPARTMENT IS NOT ON THE DEPARTMENT MASTER AND
*>      WAS HELD - EVERYONE ELSE DELIVERED
*>   8  A DEPARTMENT'S SLICE DISAGREED WITH ITS RELEASE ROW AND
*>      WAS HELD, OR THE RUN WAS REFUSED OUTRIGHT (NO CONTROL
*>      RECORD, NOT RELEASED, WITHDRAWN, OR ROWS FOR A DEPARTMENT
*>      XTRBAL NEVER RELEASED) AND NOTHING WAS SENT
*>  16  ABEND - SEE 9500-ABEND-RTN
*>------------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15 TXA  ORIGINAL.
*> 2026-10-15 TXA  THE SEQUENCE PREREQUISITE IS NOW XTRRECON, NOT
*>                 XTRBAL - A RUN WHOSE EXTRACT, MATCH DETAIL AND
*>                 RESULTS MASTER DISAGREE IS NOT DELIVERED.
*> 2026-10-15 TXA  NUMBERS WIDENED FROM 5 TO 9 DIGITS (CEILING
*>                 999,999,999) - REPORT NUMBER COLUMN NOW COLS
*>                 3-11 AS FIZZBUZZ PRINTS IT, NUMBER SUMS 18
*>                 DIGITS AS ON XTRCTL AND DLVRMAN, DELIVERED
*>                 EXTRACT LRECL 61 (SEE FBDLVX).
*> 2026-10-15 TXA  DELIVERIES NOW WRITTEN AS ONE HDR/TRL GROUP PER
*>                 DEPARTMENT ON THE FIXED DLVXTR AND DLVRPT DDS
*>                 FOR THE DISTRIBUTION JOB TO SPLIT, NOT TO A
*>                 DATASET PER DEPARTMENT; THE DATASET PREFIX PARM
*>                 CARD IS GONE.  DELIVERED REPORT TITLE NAMES THE
*>                 DEPARTMENT; COLUMN HEADINGS MATCH FIZZBUZZ'S
*>                 9-DIGIT NUMBER COLUMN.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. FBDIST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT XCTL-FILE ASSIGN TO XTRCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-XCTL-STATUS.

    SELECT XTR-FILE ASSIGN TO XTRFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-XTR-STATUS.

    SELECT CLS-FILE ASSIGN TO CLSRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-CLS-STATUS.

    SELECT DEPT-FILE ASSIGN TO DEPTFILE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS FB-DEPT-ID
        FILE STATUS IS FB-DEPT-STATUS.

    SELECT XRLS-FILE ASSIGN TO XRLSLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-XRLS-STATUS.

    SELECT DLVX-FILE ASSIGN TO DLVXTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-DLVX-STATUS.

    SELECT DLVR-FILE ASSIGN TO DLVRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-DLVR-STATUS.

    SELECT DMAN-FILE ASSIGN TO DLVRMAN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-DMAN-STATUS.

    SELECT RPT-FILE ASSIGN TO RPTFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  XCTL-FILE
    RECORDING MODE IS F.
    COPY "FBXCTL.cpy".

FD  XTR-FILE
    RECORDING MODE IS F.
    COPY "FBXTRC.cpy".

FD  CLS-FILE
    RECORDING MODE IS F.
01  FB-CLS-RECORD.
    05  FB-CLS-CTL                 PIC X(01).
    05  FB-CLS-LINE                PIC X(79).

FD  DEPT-FILE
    RECORDING MODE IS F.
    COPY "FBDEPT.cpy".

FD  XRLS-FILE
    RECORDING MODE IS F.
    COPY "FBXRLS.cpy".

FD  DLVX-FILE
    RECORDING MODE IS F.
    COPY "FBDLVX.cpy".

FD  DLVR-FILE
    RECORDING MODE IS F.
01  FB-DLVR-RECORD.
    05  FB-DLVR-CTL                PIC X(01).
    05  FB-DLVR-LINE               PIC X(79).

FD  DMAN-FILE
    RECORDING MODE IS F.
    COPY "FBDMAN.cpy".

FD  RPT-FILE
    RECORDING MODE IS F.
01  FB-RPT-RECORD.
    05  FB-RPT-CTL                 PIC X(01).
    05  FB-RPT-LINE                PIC X(79).

WORKING-STORAGE SECTION.

01  FB-IO-FIELDS.
    05  FB-XCTL-STATUS             PIC X(02).
    05  FB-XTR-STATUS              PIC X(02).
    05  FB-CLS-STATUS              PIC X(02).
    05  FB-DEPT-STATUS             PIC X(02).
    05  FB-XRLS-STATUS             PIC X(02).
    05  FB-DLVX-STATUS             PIC X(02).
    05  FB-DLVR-STATUS             PIC X(02).
    05  FB-DMAN-STATUS             PIC X(02).
    05  FB-RPT-STATUS              PIC X(02).

01  FB-SWITCHES.
    05  FB-EOF-SW                  PIC X(01) VALUE "N".
        88  FB-END-OF-INPUT             VALUE "Y".
        88  FB-NOT-END-OF-INPUT         VALUE "N".
    05  FB-CTL-FOUND-SW            PIC X(01) VALUE "N".
        88  FB-CTL-RECORD-FOUND         VALUE "Y".
        88  FB-CTL-RECORD-MISSING       VALUE "N".
    05  FB-REFUSE-SW               PIC X(01) VALUE "N".
        88  FB-RUN-REFUSED              VALUE "Y".
        88  FB-RUN-NOT-REFUSED          VALUE "N".
    05  FB-WDRN-SW                 PIC X(01) VALUE "N".
        88  FB-RUN-WITHDRAWN            VALUE "Y".
        88  FB-RUN-NOT-WITHDRAWN        VALUE "N".
    05  FB-FAIL-SW                 PIC X(01) VALUE "N".
        88  FB-DIST-FAILED              VALUE "Y".
        88  FB-DIST-CLEAN               VALUE "N".
    05  FB-WARN-SW                 PIC X(01) VALUE "N".
        88  FB-DIST-WARNED              VALUE "Y".
        88  FB-DIST-NOT-WARNED          VALUE "N".
    05  FB-MAN-DUP-SW              PIC X(01) VALUE "N".
        88  FB-RUN-ALREADY-ON-MANIFEST  VALUE "Y".
        88  FB-RUN-NOT-ON-MANIFEST      VALUE "N".
    05  FB-DST-FOUND-SW            PIC X(01) VALUE "N".
        88  FB-DST-ENTRY-FOUND          VALUE "Y".
        88  FB-DST-ENTRY-NOT-FOUND      VALUE "N".
    05  FB-CLS-TRAILER-SW          PIC X(01) VALUE "N".
        88  FB-CLS-IN-TRAILER           VALUE "Y".
        88  FB-CLS-IN-BODY              VALUE "N".

01  FB-IO-DIAGNOSTICS.
    05  FB-IO-STATUS               PIC X(02).
    05  FB-IO-OPERATION            PIC X(20).
    05  FB-IO-FILE-ID              PIC X(10).

    COPY "FBRCTA.cpy".

*> ---------------------------------------------------------------
*> ONE ENTRY PER DEPARTMENT XTRBAL RELEASED THE RUN TO, WITH THE
*> RELEASED COUNT, WHAT THE EXTRACT AND REPORT SLICES ACTUALLY
*> HOLD, THE DEPARTMENT'S DISTRIBUTION CODE AND THE VERDICT:
*>   S  SENT          H  HELD - SLICE DISAGREES WITH RELEASE ROW
*>   M  HELD - NOT ON THE DEPARTMENT MASTER
*>   U  UNATTRIBUTED (SPACES) PORTION - NEVER BURST
*> THE HEADING IS THE DEPARTMENT HEADING LINE AS FIZZBUZZ PRINTED
*> IT, REPEATED AT THE TOP OF EVERY PAGE OF THE DELIVERED REPORT.
*> ---------------------------------------------------------------
01  FB-DST-TABLE.
    05  FB-DST-COUNT               PIC 9(03) COMP VALUE 0.
    05  FB-DST-ENTRY OCCURS 200 TIMES.
        10  FB-DST-DEPT-ID         PIC X(04).
        10  FB-DST-RLS-COUNT       PIC 9(09) COMP.
        10  FB-DST-XTR-COUNT       PIC 9(09) COMP.
        10  FB-DST-XTR-SUM         PIC 9(18) COMP.
        10  FB-DST-RPT-COUNT       PIC 9(09) COMP.
        10  FB-DST-RPT-SUM         PIC 9(18) COMP.
        10  FB-DST-DEPT-NAME       PIC X(30).
        10  FB-DST-DISTRIB         PIC X(01).
        10  FB-DST-VERDICT         PIC X(01).
            88  FB-DST-IS-SENT          VALUE "S".
            88  FB-DST-IS-HELD          VALUE "H".
            88  FB-DST-IS-NO-MASTER     VALUE "M".
            88  FB-DST-IS-UNATTRIB      VALUE "U".
        10  FB-DST-HEADING         PIC X(79).

01  FB-DST-SUB                     PIC 9(03) COMP VALUE 0.

01  FB-DST-WORK.
    05  FB-DST-REFUSE-REASON       PIC X(60) VALUE SPACES.
    05  FB-DST-CURR-DEPT           PIC X(04) VALUE SPACES.
    05  FB-DST-SKIP-LINES          PIC 9(01) COMP VALUE 0.
    05  FB-CLS-LINE-TYPE           PIC X(01) VALUE SPACE.
        88  FB-CLS-IS-HEADING           VALUE "P".
        88  FB-CLS-IS-DEPT-HEADING      VALUE "D".
        88  FB-CLS-IS-NUMBER            VALUE "N".
        88  FB-CLS-IS-OTHER             VALUE "O".
    05  FB-DST-NBR-TEXT            PIC X(09) VALUE SPACES.
    05  FB-DST-NBR-EDIT REDEFINES FB-DST-NBR-TEXT
                                   PIC ZZZZZZZZ9.
    05  FB-DST-NBR                 PIC 9(09) VALUE 0.

*> ---------------------------------------------------------------
*> CONTROL FIGURES FOR THE DELIVERY FILE BEING WRITTEN.
*> ---------------------------------------------------------------
01  FB-DLV-CONTROL.
    05  FB-DLV-COUNT               PIC 9(09) COMP VALUE 0.
    05  FB-DLV-SUM                 PIC 9(18) COMP VALUE 0.
    05  FB-DLV-PAGE-NUMBER         PIC 9(03) VALUE 0.
    05  FB-DLV-LINE-COUNT          PIC 9(03) VALUE 99.

01  FB-DST-COUNTS.
    05  FB-DST-RELEASED            PIC 9(05) COMP VALUE 0.
    05  FB-DST-SENT                PIC 9(05) COMP VALUE 0.
    05  FB-DST-HELD                PIC 9(05) COMP VALUE 0.
    05  FB-DST-XTR-FILES           PIC 9(05) COMP VALUE 0.
    05  FB-DST-RPT-FILES           PIC 9(05) COMP VALUE 0.
    05  FB-DST-UNATTRIB-ROWS       PIC 9(09) COMP VALUE 0.

01  FB-RUN-INFO.
    05  FB-RUN-DATE                PIC 9(08) VALUE 0.

01  FB-REPORT-CONTROL.
    05  FB-PAGE-NUMBER             PIC 9(03) VALUE 0.
    05  FB-LINE-COUNT              PIC 9(03) VALUE 99.
    05  FB-LINES-PER-PAGE          PIC 9(03) VALUE 40.
    05  FB-HOLD-LINE               PIC X(79) VALUE SPACES.

01  FB-EDIT-FIELDS.
    05  FB-EDIT-PAGE               PIC ZZ9.
    05  FB-EDIT-COUNT              PIC ZZZZZZZZ9.
    05  FB-EDIT-SUM                PIC ZZZZZZZZZZZZZZZZZ9.

PROCEDURE DIVISION.

*>****************************************************************
*> 0000-MAINLINE
*>****************************************************************
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    PERFORM 2000-READ-CONTROL-RECORD THRU 2000-EXIT.
    PERFORM 2500-LOAD-RELEASE-ROWS THRU 2500-EXIT.
    PERFORM 3000-TALLY-EXTRACT THRU 3000-EXIT.
    PERFORM 3500-TALLY-REPORT THRU 3500-EXIT.
    PERFORM 4000-CHECK-DEPARTMENTS THRU 4000-EXIT.
    PERFORM 5000-DELIVER-DEPARTMENTS THRU 5000-EXIT.
    PERFORM 6000-WRITE-MANIFEST-FILE THRU 6000-EXIT.
    PERFORM 7000-PRINT-MANIFEST THRU 7000-EXIT.
    PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT.
    PERFORM 8300-CLOSE-FILES THRU 8300-EXIT.
    PERFORM 8400-MARK-STEP-DONE THRU 8400-EXIT.
    EVALUATE TRUE
        WHEN FB-RUN-REFUSED
            MOVE 8 TO RETURN-CODE
        WHEN FB-DIST-FAILED
            MOVE 8 TO RETURN-CODE
        WHEN FB-DIST-WARNED
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    GO TO 9999-EXIT.

*>****************************************************************
*> 1000-INITIALIZE - OPEN THE FILES HELD FOR THE WHOLE RUN AND
*> HEAD UP THE MANIFEST.  XTRFILE AND CLSRPT ARE OPENED AFRESH
*> FOR EACH PASS.
*>****************************************************************
1000-INITIALIZE.
    ACCEPT FB-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM 1300-REGISTER-RUN-STEP THRU 1300-EXIT.
    OPEN INPUT XCTL-FILE.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE "XTRCTL"     TO FB-IO-FILE-ID.
    MOVE FB-XCTL-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    OPEN INPUT DEPT-FILE.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE "DEPTFILE"   TO FB-IO-FILE-ID.
    MOVE FB-DEPT-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    OPEN OUTPUT RPT-FILE.
    MOVE "OPEN OUTPUT" TO FB-IO-OPERATION.
    MOVE "RPTFILE"     TO FB-IO-FILE-ID.
    MOVE FB-RPT-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    1000-EXIT.
        EXIT.

*>****************************************************************
*> 1300-REGISTER-RUN-STEP - REGISTER ON THE RUN-CONTROL FILE
*> BEFORE TOUCHING ANY SHARED FILE.  XTRRECON ONLY COMPLETES ITS
*> ROW WHEN XTRBAL HAD RELEASED THE RUN AND EVERY FILE THE RUN
*> WROTE AGREES, SO THAT IS THE SEQUENCE CHECK - NOTHING IS BURST
*> FROM AN UNRELEASED OR UNRECONCILED RUN.
*>****************************************************************
1300-REGISTER-RUN-STEP.
    MOVE SPACES TO FB-RCT-COMMAREA.
    SET FB-RCT-FUNC-REGISTER TO TRUE.
    MOVE FB-RUN-DATE TO FB-RCT-CYCLE-DATE.
    MOVE "FBDIST" TO FB-RCT-STEP.
    MOVE 0 TO FB-RCT-SLICE-FROM.
    MOVE 0 TO FB-RCT-RUN-ID.
    MOVE "XTRRECON" TO FB-RCT-PREREQ-1.
    MOVE SPACES     TO FB-RCT-PREREQ-2.
    CALL "FBRCTL" USING FB-RCT-COMMAREA.
    EVALUATE TRUE
        WHEN FB-RCT-OK
            CONTINUE
        WHEN FB-RCT-DUPLICATE
            DISPLAY "FBDIST *** ANOTHER FBDIST IS ALREADY IN "
                    "FLIGHT FOR TODAY'S CYCLE - SUBMISSION "
                    "STOPPED."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        WHEN FB-RCT-OUT-OF-SEQUENCE
            DISPLAY "FBDIST *** XTRRECON HAS NOT PASSED TODAY'S "
                    "CYCLE - NOTHING TO DISTRIBUTE.  SUBMISSION "
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
    1300-EXIT.
        EXIT.

*>****************************************************************
*> 1600-WRITE-REPORT-HEADINGS - MANIFEST TITLE, RUN-ID, PAGE
*> NUMBER AND COLUMN HEADINGS.  ALSO CALLED FOR EACH PAGE BREAK.
*>****************************************************************
1600-WRITE-REPORT-HEADINGS.
    ADD 1 TO FB-PAGE-NUMBER.
    MOVE FB-PAGE-NUMBER TO FB-EDIT-PAGE.
    MOVE "1" TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "DELIVERY MANIFEST   RUN " DELIMITED BY SIZE
           FB-RUN-DATE DELIMITED BY SIZE
           " RUN-ID " DELIMITED BY SIZE
           FB-XCTL-RUN-ID DELIMITED BY SIZE
           "   PAGE " DELIMITED BY SIZE
           FB-EDIT-PAGE DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE " " TO FB-RPT-CTL.
    MOVE "  DEPT  NAME                    DL   RELEASED    EXTRACT"
        TO FB-RPT-LINE.
    MOVE "REPORT  STATUS" TO FB-RPT-LINE(62:14).
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE " " TO FB-RPT-CTL.
    MOVE "  ----  ----------------------  --   --------    -------"
        TO FB-RPT-LINE.
    MOVE "------  ------" TO FB-RPT-LINE(62:14).
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE 3 TO FB-LINE-COUNT.
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
*> 1620-WRITE-BODY-LINE - ONE MANIFEST BODY LINE, BREAKING THE
*> PAGE FIRST WHEN IT IS FULL.
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
*> 2000-READ-CONTROL-RECORD - THE CONTROL RECORD NAMES THE RUN
*> BEING DISTRIBUTED.  WITHOUT ONE THERE IS NOTHING TO MATCH ON
*> XRLSLOG, SO THE RUN IS REFUSED.
*>****************************************************************
2000-READ-CONTROL-RECORD.
    MOVE 0 TO FB-XCTL-RUN-ID.
    READ XCTL-FILE
        AT END SET FB-CTL-RECORD-MISSING TO TRUE
    END-READ.
    IF FB-XCTL-STATUS = "00"
        SET FB-CTL-RECORD-FOUND TO TRUE
    ELSE
        IF FB-XCTL-STATUS NOT = "10"
            MOVE "READ"   TO FB-IO-OPERATION
            MOVE "XTRCTL" TO FB-IO-FILE-ID
            MOVE FB-XCTL-STATUS TO FB-IO-STATUS
            PERFORM 9500-ABEND-RTN THRU 9500-EXIT
        END-IF
        MOVE 0 TO FB-XCTL-RUN-ID
        SET FB-RUN-REFUSED TO TRUE
        MOVE "NO CONTROL RECORD ON XTRCTL" TO FB-DST-REFUSE-REASON
    END-IF.
    PERFORM 1600-WRITE-REPORT-HEADINGS THRU 1600-EXIT.
    2000-EXIT.
        EXIT.

*>****************************************************************
*> 2500-LOAD-RELEASE-ROWS - THE XRLSLOG RELEASE ROWS FOR THIS
*> RUN-ID, ONE TABLE ENTRY PER DEPARTMENT.  NO RELEASE ROW MEANS
*> XTRBAL NEVER RELEASED THE RUN; A WITHDRAWAL ROW MEANS RUNBACK
*> HAS SINCE BACKED IT OUT.  EITHER WAY NOTHING IS SENT.  A
*> MISSING LOG (STATUS 35) IS AN EMPTY ONE.
*>****************************************************************
2500-LOAD-RELEASE-ROWS.
    IF FB-RUN-REFUSED
        GO TO 2500-EXIT
    END-IF.
    OPEN INPUT XRLS-FILE.
    IF FB-XRLS-STATUS = "35"
        MOVE "10" TO FB-XRLS-STATUS
    ELSE
        MOVE "OPEN INPUT" TO FB-IO-OPERATION
        MOVE "XRLSLOG"    TO FB-IO-FILE-ID
        MOVE FB-XRLS-STATUS TO FB-IO-STATUS
        PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
        PERFORM 2510-LOAD-ONE-RELEASE THRU 2510-EXIT
            UNTIL FB-XRLS-STATUS = "10"
        CLOSE XRLS-FILE
        MOVE "CLOSE"   TO FB-IO-OPERATION
        MOVE "XRLSLOG" TO FB-IO-FILE-ID
        MOVE FB-XRLS-STATUS TO FB-IO-STATUS
        PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
    END-IF.
    MOVE FB-DST-COUNT TO FB-DST-RELEASED.
    IF FB-RUN-WITHDRAWN
        SET FB-RUN-REFUSED TO TRUE
        MOVE "RUN WAS WITHDRAWN BY RUNBACK" TO FB-DST-REFUSE-REASON
        GO TO 2500-EXIT
    END-IF.
    IF FB-DST-COUNT = 0
        SET FB-RUN-REFUSED TO TRUE
        MOVE "RUN NOT RELEASED BY XTRBAL - NO XRLSLOG ROWS"
            TO FB-DST-REFUSE-REASON
    END-IF.
    2500-EXIT.
        EXIT.

2510-LOAD-ONE-RELEASE.
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
            OR FB-XRLS-RUN-ID NOT = FB-XCTL-RUN-ID
        GO TO 2510-EXIT
    END-IF.
    IF FB-XRLS-IS-WITHDRAWAL
        SET FB-RUN-WITHDRAWN TO TRUE
        GO TO 2510-EXIT
    END-IF.
    MOVE FB-XRLS-DEPT-ID TO FB-DST-CURR-DEPT.
    PERFORM 2600-FIND-DEPT-ENTRY THRU 2600-EXIT.
    IF FB-DST-ENTRY-FOUND
        GO TO 2510-EXIT
    END-IF.
    IF FB-DST-COUNT >= 200
        DISPLAY "FBDIST WARNING *** DEPARTMENT TABLE FULL AT "
                "200 ENTRIES - LATER DEPARTMENTS NOT DISTRIBUTED."
        GO TO 2510-EXIT
    END-IF.
    ADD 1 TO FB-DST-COUNT.
    MOVE FB-DST-COUNT TO FB-DST-SUB.
    MOVE FB-XRLS-DEPT-ID   TO FB-DST-DEPT-ID(FB-DST-SUB).
    MOVE FB-XRLS-REC-COUNT TO FB-DST-RLS-COUNT(FB-DST-SUB).
    MOVE 0 TO FB-DST-XTR-COUNT(FB-DST-SUB).
    MOVE 0 TO FB-DST-XTR-SUM(FB-DST-SUB).
    MOVE 0 TO FB-DST-RPT-COUNT(FB-DST-SUB).
    MOVE 0 TO FB-DST-RPT-SUM(FB-DST-SUB).
    MOVE SPACES TO FB-DST-DEPT-NAME(FB-DST-SUB).
    MOVE SPACE  TO FB-DST-DISTRIB(FB-DST-SUB).
    MOVE SPACE  TO FB-DST-VERDICT(FB-DST-SUB).
    MOVE SPACES TO FB-DST-HEADING(FB-DST-SUB).
    2510-EXIT.
        EXIT.

*>****************************************************************
*> 2600-FIND-DEPT-ENTRY - LOCATE FB-DST-CURR-DEPT IN THE TABLE;
*> FB-DST-SUB POINTS AT IT WHEN FOUND.
*>****************************************************************
2600-FIND-DEPT-ENTRY.
    SET FB-DST-ENTRY-NOT-FOUND TO TRUE.
    PERFORM 2610-SCAN-ONE-DEPT THRU 2610-EXIT
        VARYING FB-DST-SUB FROM 1 BY 1
        UNTIL FB-DST-SUB > FB-DST-COUNT
           OR FB-DST-ENTRY-FOUND.
    IF FB-DST-ENTRY-FOUND
        SUBTRACT 1 FROM FB-DST-SUB
    END-IF.
    2600-EXIT.
        EXIT.

2610-SCAN-ONE-DEPT.
    IF FB-DST-DEPT-ID(FB-DST-SUB) = FB-DST-CURR-DEPT
        SET FB-DST-ENTRY-FOUND TO TRUE
    END-IF.
    2610-EXIT.
        EXIT.

*>****************************************************************
*> 3000-TALLY-EXTRACT - COUNT AND SUM EACH DEPARTMENT'S XTRFILE
*> ROWS.  A ROW FOR A DEPARTMENT XTRBAL NEVER RELEASED MEANS THE
*> EXTRACT HAS CHANGED SINCE IT BALANCED - REFUSE THE RUN.
*>****************************************************************
3000-TALLY-EXTRACT.
    IF FB-RUN-REFUSED
        GO TO 3000-EXIT
    END-IF.
    PERFORM 3050-OPEN-EXTRACT THRU 3050-EXIT.
    PERFORM 3100-READ-EXTRACT-ROW THRU 3100-EXIT.
    PERFORM 3200-TALLY-ONE-ROW THRU 3200-EXIT
        UNTIL FB-END-OF-INPUT.
    PERFORM 3060-CLOSE-EXTRACT THRU 3060-EXIT.
    3000-EXIT.
        EXIT.

3050-OPEN-EXTRACT.
    SET FB-NOT-END-OF-INPUT TO TRUE.
    OPEN INPUT XTR-FILE.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE "XTRFILE"    TO FB-IO-FILE-ID.
    MOVE FB-XTR-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    3050-EXIT.
        EXIT.

3060-CLOSE-EXTRACT.
    CLOSE XTR-FILE.
    MOVE "CLOSE"   TO FB-IO-OPERATION.
    MOVE "XTRFILE" TO FB-IO-FILE-ID.
    MOVE FB-XTR-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    3060-EXIT.
        EXIT.

3100-READ-EXTRACT-ROW.
    READ XTR-FILE
        AT END SET FB-END-OF-INPUT TO TRUE
    END-READ.
    IF FB-XTR-STATUS NOT = "00" AND FB-XTR-STATUS NOT = "10"
        MOVE "READ"    TO FB-IO-OPERATION
        MOVE "XTRFILE" TO FB-IO-FILE-ID
        MOVE FB-XTR-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    3100-EXIT.
        EXIT.

3200-TALLY-ONE-ROW.
    MOVE FB-XTR-DEPT-ID TO FB-DST-CURR-DEPT.
    PERFORM 2600-FIND-DEPT-ENTRY THRU 2600-EXIT.
    IF FB-DST-ENTRY-FOUND
        ADD 1 TO FB-DST-XTR-COUNT(FB-DST-SUB)
        ADD FB-XTR-NUMBER TO FB-DST-XTR-SUM(FB-DST-SUB)
    ELSE
        IF FB-RUN-NOT-REFUSED
            SET FB-RUN-REFUSED TO TRUE
            MOVE SPACES TO FB-DST-REFUSE-REASON
            STRING "XTRFILE HOLDS ROWS FOR UNRELEASED DEPT "
                   DELIMITED BY SIZE
                   FB-XTR-DEPT-ID DELIMITED BY SIZE
                   INTO FB-DST-REFUSE-REASON
            END-STRING
        END-IF
    END-IF.
    PERFORM 3100-READ-EXTRACT-ROW THRU 3100-EXIT.
    3200-EXIT.
        EXIT.

*>****************************************************************
*> 3500-TALLY-REPORT - COUNT AND SUM EACH DEPARTMENT'S NUMBER
*> LINES ON THE FIZZBUZZ REPORT, ATTRIBUTING EACH TO THE LAST
*> DEPARTMENT HEADING PRINTED ABOVE IT, AND KEEP THE HEADING LINE
*> FOR THE DELIVERED REPORT.  A RUN WITH NO HEADINGS AT ALL (A
*> COUNTER-MODE RUN) IS ALL UNATTRIBUTED.
*>****************************************************************
3500-TALLY-REPORT.
    IF FB-RUN-REFUSED
        GO TO 3500-EXIT
    END-IF.
    PERFORM 3550-OPEN-REPORT THRU 3550-EXIT.
    PERFORM 3600-READ-REPORT-LINE THRU 3600-EXIT.
    PERFORM 3700-TALLY-ONE-LINE THRU 3700-EXIT
        UNTIL FB-END-OF-INPUT.
    PERFORM 3560-CLOSE-REPORT THRU 3560-EXIT.
    3500-EXIT.
        EXIT.

3550-OPEN-REPORT.
    SET FB-NOT-END-OF-INPUT TO TRUE.
    SET FB-CLS-IN-BODY TO TRUE.
    MOVE 0 TO FB-DST-SKIP-LINES.
    MOVE SPACES TO FB-DST-CURR-DEPT.
    OPEN INPUT CLS-FILE.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE "CLSRPT"     TO FB-IO-FILE-ID.
    MOVE FB-CLS-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    3550-EXIT.
        EXIT.

3560-CLOSE-REPORT.
    CLOSE CLS-FILE.
    MOVE "CLOSE"  TO FB-IO-OPERATION.
    MOVE "CLSRPT" TO FB-IO-FILE-ID.
    MOVE FB-CLS-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    3560-EXIT.
        EXIT.

*>****************************************************************
*> 3600-READ-REPORT-LINE - READ THE NEXT CLSRPT LINE AND SORT IT
*> INTO ONE OF: PAGE TITLE OR COLUMN HEADING ("P"), DEPARTMENT
*> HEADING ("D"), NUMBER DETAIL ("N"), OR ANYTHING ELSE ("O").
*> A DEPARTMENT HEADING RESETS THE CURRENT DEPARTMENT; FIZZBUZZ
*> REPEATS IT AT THE TOP OF EVERY PAGE.  NOTHING AFTER THE RUN
*> TOTALS BANNER BELONGS TO ANY ONE DEPARTMENT.
*>****************************************************************
3600-READ-REPORT-LINE.
    READ CLS-FILE
        AT END SET FB-END-OF-INPUT TO TRUE
    END-READ.
    IF FB-CLS-STATUS NOT = "00" AND FB-CLS-STATUS NOT = "10"
        MOVE "READ"   TO FB-IO-OPERATION
        MOVE "CLSRPT" TO FB-IO-FILE-ID
        MOVE FB-CLS-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF FB-END-OF-INPUT
        GO TO 3600-EXIT
    END-IF.
    SET FB-CLS-IS-OTHER TO TRUE.
    IF FB-CLS-IN-TRAILER
        GO TO 3600-EXIT
    END-IF.
    IF FB-CLS-CTL = "1"
        SET FB-CLS-IS-HEADING TO TRUE
        MOVE 2 TO FB-DST-SKIP-LINES
        GO TO 3600-EXIT
    END-IF.
    IF FB-DST-SKIP-LINES > 0
        SET FB-CLS-IS-HEADING TO TRUE
        SUBTRACT 1 FROM FB-DST-SKIP-LINES
        GO TO 3600-EXIT
    END-IF.
    IF FB-CLS-LINE(1:6) = "  DEPT"
        SET FB-CLS-IS-DEPT-HEADING TO TRUE
        IF FB-CLS-LINE(8:4) = "----"
            MOVE SPACES TO FB-DST-CURR-DEPT
        ELSE
            MOVE FB-CLS-LINE(8:4) TO FB-DST-CURR-DEPT
        END-IF
        GO TO 3600-EXIT
    END-IF.
    IF FB-CLS-LINE(1:24) = "  ----- RUN TOTALS -----"
        SET FB-CLS-IN-TRAILER TO TRUE
        GO TO 3600-EXIT
    END-IF.
    IF FB-CLS-LINE(1:2) = SPACES
            AND FB-CLS-LINE(3:9) NOT = SPACES
            AND FB-CLS-LINE(11:1) IS NUMERIC
        SET FB-CLS-IS-NUMBER TO TRUE
        MOVE FB-CLS-LINE(3:9) TO FB-DST-NBR-TEXT
        MOVE FB-DST-NBR-EDIT TO FB-DST-NBR
    END-IF.
    3600-EXIT.
        EXIT.

3700-TALLY-ONE-LINE.
    EVALUATE TRUE
        WHEN FB-CLS-IS-DEPT-HEADING
            PERFORM 2600-FIND-DEPT-ENTRY THRU 2600-EXIT
            IF FB-DST-ENTRY-FOUND
                MOVE FB-CLS-LINE TO FB-DST-HEADING(FB-DST-SUB)
            END-IF
        WHEN FB-CLS-IS-NUMBER
            PERFORM 2600-FIND-DEPT-ENTRY THRU 2600-EXIT
            IF FB-DST-ENTRY-FOUND
                ADD 1 TO FB-DST-RPT-COUNT(FB-DST-SUB)
                ADD FB-DST-NBR TO FB-DST-RPT-SUM(FB-DST-SUB)
            ELSE
                IF FB-RUN-NOT-REFUSED
                    SET FB-RUN-REFUSED TO TRUE
                    MOVE SPACES TO FB-DST-REFUSE-REASON
                    STRING "CLSRPT PRINTS NUMBERS FOR UNRELEASED "
                           DELIMITED BY SIZE
                           "DEPT " DELIMITED BY SIZE
                           FB-DST-CURR-DEPT DELIMITED BY SIZE
                           INTO FB-DST-REFUSE-REASON
                    END-STRING
                END-IF
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    PERFORM 3600-READ-REPORT-LINE THRU 3600-EXIT.
    3700-EXIT.
        EXIT.

*>****************************************************************
*> 4000-CHECK-DEPARTMENTS - LOOK EACH RELEASED DEPARTMENT UP ON
*> THE MASTER FOR ITS NAME AND DISTRIBUTION CODE AND DECIDE
*> WHETHER IT CAN BE SENT.  THE EXTRACT SLICE MUST HOLD EXACTLY
*> THE RELEASED COUNT; WHEN THE DEPARTMENT TAKES THE REPORT, THE
*> REPORT SLICE MUST TOO, WITH THE SAME NUMBER SUM.
*>****************************************************************
4000-CHECK-DEPARTMENTS.
    IF FB-RUN-REFUSED
        GO TO 4000-EXIT
    END-IF.
    PERFORM 4100-CHECK-ONE-DEPT THRU 4100-EXIT
        VARYING FB-DST-SUB FROM 1 BY 1
        UNTIL FB-DST-SUB > FB-DST-COUNT.
    4000-EXIT.
        EXIT.

4100-CHECK-ONE-DEPT.
    IF FB-DST-DEPT-ID(FB-DST-SUB) = SPACES
        SET FB-DST-IS-UNATTRIB(FB-DST-SUB) TO TRUE
        ADD FB-DST-XTR-COUNT(FB-DST-SUB) TO FB-DST-UNATTRIB-ROWS
        GO TO 4100-EXIT
    END-IF.
    MOVE FB-DST-DEPT-ID(FB-DST-SUB) TO FB-DEPT-ID.
    READ DEPT-FILE
        INVALID KEY CONTINUE
    END-READ.
    IF FB-DEPT-STATUS NOT = "00" AND FB-DEPT-STATUS NOT = "23"
        MOVE "READ"     TO FB-IO-OPERATION
        MOVE "DEPTFILE" TO FB-IO-FILE-ID
        MOVE FB-DEPT-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF FB-DEPT-STATUS = "23"
        MOVE "** NOT ON DEPARTMENT MASTER **"
            TO FB-DST-DEPT-NAME(FB-DST-SUB)
        SET FB-DST-IS-NO-MASTER(FB-DST-SUB) TO TRUE
        SET FB-DIST-WARNED TO TRUE
        ADD 1 TO FB-DST-HELD
        GO TO 4100-EXIT
    END-IF.
    MOVE FB-DEPT-NAME TO FB-DST-DEPT-NAME(FB-DST-SUB).
    IF FB-DEPT-DISTRIB = SPACE
        MOVE "B" TO FB-DST-DISTRIB(FB-DST-SUB)
    ELSE
        MOVE FB-DEPT-DISTRIB TO FB-DST-DISTRIB(FB-DST-SUB)
    END-IF.
    SET FB-DST-IS-SENT(FB-DST-SUB) TO TRUE.
    IF FB-DST-XTR-COUNT(FB-DST-SUB)
            NOT = FB-DST-RLS-COUNT(FB-DST-SUB)
        SET FB-DST-IS-HELD(FB-DST-SUB) TO TRUE
    END-IF.
    IF FB-DEPT-GETS-REPORT
        IF FB-DST-RPT-COUNT(FB-DST-SUB)
                NOT = FB-DST-RLS-COUNT(FB-DST-SUB)
           OR FB-DST-RPT-SUM(FB-DST-SUB)
                NOT = FB-DST-XTR-SUM(FB-DST-SUB)
            SET FB-DST-IS-HELD(FB-DST-SUB) TO TRUE
        END-IF
    END-IF.
    IF FB-DST-IS-HELD(FB-DST-SUB)
        SET FB-DIST-FAILED TO TRUE
        ADD 1 TO FB-DST-HELD
    END-IF.
    4100-EXIT.
        EXIT.

*>****************************************************************
*> 5000-DELIVER-DEPARTMENTS - WRITE THE DELIVERY GROUPS FOR EVERY
*> DEPARTMENT CLEARED TO BE SENT, PER ITS DISTRIBUTION CODE.  A
*> REFUSED RUN LEAVES BOTH DELIVERY FILES EMPTY, SO NOTHING FROM
*> AN EARLIER RUN CAN BE SPLIT AND SENT AGAIN.
*>****************************************************************
5000-DELIVER-DEPARTMENTS.
    OPEN OUTPUT DLVX-FILE.
    MOVE "OPEN OUTPUT" TO FB-IO-OPERATION.
    MOVE "DLVXTR"      TO FB-IO-FILE-ID.
    MOVE FB-DLVX-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    OPEN OUTPUT DLVR-FILE.
    MOVE "OPEN OUTPUT" TO FB-IO-OPERATION.
    MOVE "DLVRPT"      TO FB-IO-FILE-ID.
    MOVE FB-DLVR-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    IF FB-RUN-NOT-REFUSED
        PERFORM 5010-DELIVER-ONE-DEPT THRU 5010-EXIT
            VARYING FB-DST-SUB FROM 1 BY 1
            UNTIL FB-DST-SUB > FB-DST-COUNT
    END-IF.
    CLOSE DLVX-FILE.
    MOVE "CLOSE"  TO FB-IO-OPERATION.
    MOVE "DLVXTR" TO FB-IO-FILE-ID.
    MOVE FB-DLVX-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    CLOSE DLVR-FILE.
    MOVE "CLOSE"  TO FB-IO-OPERATION.
    MOVE "DLVRPT" TO FB-IO-FILE-ID.
    MOVE FB-DLVR-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    5000-EXIT.
        EXIT.

5010-DELIVER-ONE-DEPT.
    IF NOT FB-DST-IS-SENT(FB-DST-SUB)
        GO TO 5010-EXIT
    END-IF.
    ADD 1 TO FB-DST-SENT.
    IF FB-DST-DISTRIB(FB-DST-SUB) = "X" OR "B"
        PERFORM 5100-DELIVER-EXTRACT THRU 5100-EXIT
    END-IF.
    IF FB-DST-DISTRIB(FB-DST-SUB) = "R" OR "B"
        PERFORM 5200-DELIVER-REPORT THRU 5200-EXIT
    END-IF.
    5010-EXIT.
        EXIT.

*>****************************************************************
*> 5100-DELIVER-EXTRACT - ONE DEPARTMENT'S EXTRACT GROUP ON
*> DLVXTR: THE HEADER, ITS XTRFILE ROWS UNCHANGED, AND THE
*> CONTROL TRAILER (SEE FBDLVX).
*>****************************************************************
5100-DELIVER-EXTRACT.
    MOVE SPACES TO FB-DLVX-RECORD.
    SET FB-DLVX-IS-HEADER TO TRUE.
    MOVE FB-XCTL-RUN-ID TO FB-DLVX-HDR-RUN-ID.
    MOVE FB-DST-DEPT-ID(FB-DST-SUB) TO FB-DLVX-HDR-DEPT-ID.
    MOVE FB-RUN-DATE TO FB-DLVX-HDR-DLVR-DATE.
    PERFORM 5150-WRITE-DLVX-RECORD THRU 5150-EXIT.
    MOVE 0 TO FB-DLV-COUNT.
    MOVE 0 TO FB-DLV-SUM.
    PERFORM 3050-OPEN-EXTRACT THRU 3050-EXIT.
    PERFORM 3100-READ-EXTRACT-ROW THRU 3100-EXIT.
    PERFORM 5110-COPY-ONE-ROW THRU 5110-EXIT
        UNTIL FB-END-OF-INPUT.
    PERFORM 3060-CLOSE-EXTRACT THRU 3060-EXIT.
    MOVE SPACES TO FB-DLVX-TRAILER.
    SET FB-DLVX-IS-TRAILER TO TRUE.
    MOVE FB-DST-DEPT-ID(FB-DST-SUB) TO FB-DLVX-TRL-DEPT-ID.
    MOVE FB-DLV-COUNT TO FB-DLVX-TRL-REC-COUNT.
    MOVE FB-DLV-SUM TO FB-DLVX-TRL-NBR-SUM.
    PERFORM 5150-WRITE-DLVX-RECORD THRU 5150-EXIT.
    ADD 1 TO FB-DST-XTR-FILES.
    5100-EXIT.
        EXIT.

5110-COPY-ONE-ROW.
    IF FB-XTR-DEPT-ID = FB-DST-DEPT-ID(FB-DST-SUB)
        MOVE FB-XTRACT-RECORD TO FB-DLVX-DETAIL
        PERFORM 5150-WRITE-DLVX-RECORD THRU 5150-EXIT
        ADD 1 TO FB-DLV-COUNT
        ADD FB-XTR-NUMBER TO FB-DLV-SUM
    END-IF.
    PERFORM 3100-READ-EXTRACT-ROW THRU 3100-EXIT.
    5110-EXIT.
        EXIT.

5150-WRITE-DLVX-RECORD.
    WRITE FB-DLVX-RECORD.
    MOVE "WRITE"  TO FB-IO-OPERATION.
    MOVE "DLVXTR" TO FB-IO-FILE-ID.
    MOVE FB-DLVX-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    5150-EXIT.
        EXIT.

*>****************************************************************
*> 5200-DELIVER-REPORT - ONE DEPARTMENT'S REPORT GROUP ON
*> DLVRPT: ITS OWN PAGE HEADINGS (PAGE NUMBERS START AGAIN AT 1),
*> THE DEPARTMENT HEADING AND NUMBER LINES FIZZBUZZ PRINTED FOR
*> IT, AND A CONTROL TRAILER.
*>****************************************************************
5200-DELIVER-REPORT.
    MOVE 0 TO FB-DLV-COUNT.
    MOVE 0 TO FB-DLV-SUM.
    MOVE 0 TO FB-DLV-PAGE-NUMBER.
    PERFORM 5300-WRITE-DLVR-HEADINGS THRU 5300-EXIT.
    PERFORM 3550-OPEN-REPORT THRU 3550-EXIT.
    PERFORM 3600-READ-REPORT-LINE THRU 3600-EXIT.
    PERFORM 5210-COPY-ONE-LINE THRU 5210-EXIT
        UNTIL FB-END-OF-INPUT.
    PERFORM 3560-CLOSE-REPORT THRU 3560-EXIT.
    PERFORM 5400-WRITE-DLVR-TRAILER THRU 5400-EXIT.
    ADD 1 TO FB-DST-RPT-FILES.
    5200-EXIT.
        EXIT.

5210-COPY-ONE-LINE.
    IF FB-CLS-IS-NUMBER
            AND FB-DST-CURR-DEPT = FB-DST-DEPT-ID(FB-DST-SUB)
        IF FB-DLV-LINE-COUNT >= FB-LINES-PER-PAGE
            PERFORM 5300-WRITE-DLVR-HEADINGS THRU 5300-EXIT
        END-IF
        MOVE " " TO FB-DLVR-CTL
        MOVE FB-CLS-LINE TO FB-DLVR-LINE
        PERFORM 5350-WRITE-DLVR-LINE THRU 5350-EXIT
        ADD 1 TO FB-DLV-LINE-COUNT
        ADD 1 TO FB-DLV-COUNT
        ADD FB-DST-NBR TO FB-DLV-SUM
    END-IF.
    PERFORM 3600-READ-REPORT-LINE THRU 3600-EXIT.
    5210-EXIT.
        EXIT.

*>****************************************************************
*> 5300-WRITE-DLVR-HEADINGS - DELIVERED REPORT PAGE HEADING: THE
*> TITLE WITH THE DEPARTMENT AND RUN-ID, FIZZBUZZ'S COLUMN
*> HEADINGS AND THE DEPARTMENT HEADING LINE AS FIZZBUZZ PRINTED
*> IT.  THE PAGE 1 TITLE OPENS THE DEPARTMENT'S GROUP ON DLVRPT.
*>****************************************************************
5300-WRITE-DLVR-HEADINGS.
    ADD 1 TO FB-DLV-PAGE-NUMBER.
    MOVE FB-DLV-PAGE-NUMBER TO FB-EDIT-PAGE.
    MOVE "1" TO FB-DLVR-CTL.
    MOVE SPACES TO FB-DLVR-LINE.
    STRING "DEPT " DELIMITED BY SIZE
           FB-DST-DEPT-ID(FB-DST-SUB) DELIMITED BY SIZE
           " DELIVERY - CLASSIFICATION REPORT RUN-ID "
           DELIMITED BY SIZE
           FB-XCTL-RUN-ID DELIMITED BY SIZE
           "  PAGE " DELIMITED BY SIZE
           FB-EDIT-PAGE DELIMITED BY SIZE
           INTO FB-DLVR-LINE
    END-STRING.
    PERFORM 5350-WRITE-DLVR-LINE THRU 5350-EXIT.

    MOVE " " TO FB-DLVR-CTL.
    MOVE "     NUMBER  RESULT               DEPT  PROF"
        TO FB-DLVR-LINE.
    PERFORM 5350-WRITE-DLVR-LINE THRU 5350-EXIT.

    MOVE " " TO FB-DLVR-CTL.
    MOVE "  ---------  --------             ----  ----"
        TO FB-DLVR-LINE.
    PERFORM 5350-WRITE-DLVR-LINE THRU 5350-EXIT.

    MOVE " " TO FB-DLVR-CTL.
    IF FB-DST-HEADING(FB-DST-SUB) = SPACES
        MOVE SPACES TO FB-DLVR-LINE
        MOVE "  DEPT" TO FB-DLVR-LINE(1:6)
        MOVE FB-DST-DEPT-ID(FB-DST-SUB) TO FB-DLVR-LINE(8:4)
        MOVE "-" TO FB-DLVR-LINE(13:1)
        MOVE FB-DST-DEPT-NAME(FB-DST-SUB) TO FB-DLVR-LINE(15:30)
    ELSE
        MOVE FB-DST-HEADING(FB-DST-SUB) TO FB-DLVR-LINE
    END-IF.
    PERFORM 5350-WRITE-DLVR-LINE THRU 5350-EXIT.

    MOVE 4 TO FB-DLV-LINE-COUNT.
    5300-EXIT.
        EXIT.

5350-WRITE-DLVR-LINE.
    WRITE FB-DLVR-RECORD.
    MOVE "WRITE"  TO FB-IO-OPERATION.
    MOVE "DLVRPT" TO FB-IO-FILE-ID.
    MOVE FB-DLVR-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    5350-EXIT.
        EXIT.

*>****************************************************************
*> 5400-WRITE-DLVR-TRAILER - THE DELIVERED REPORT'S CONTROL
*> TRAILER: THIS DEPARTMENT'S NUMBER COUNT AND NUMBER SUM ONLY.
*> THE "DELIVERED" LINE CLOSES THE DEPARTMENT'S GROUP ON DLVRPT.
*>****************************************************************
5400-WRITE-DLVR-TRAILER.
    MOVE " " TO FB-DLVR-CTL.
    MOVE SPACES TO FB-DLVR-LINE.
    PERFORM 5350-WRITE-DLVR-LINE THRU 5350-EXIT.

    MOVE " " TO FB-DLVR-CTL.
    MOVE "  ----- DELIVERY CONTROL -----" TO FB-DLVR-LINE.
    PERFORM 5350-WRITE-DLVR-LINE THRU 5350-EXIT.

    MOVE " " TO FB-DLVR-CTL.
    MOVE SPACES TO FB-DLVR-LINE.
    STRING "  DEPARTMENT............ " DELIMITED BY SIZE
           FB-DST-DEPT-ID(FB-DST-SUB) DELIMITED BY SIZE
           INTO FB-DLVR-LINE
    END-STRING.
    PERFORM 5350-WRITE-DLVR-LINE THRU 5350-EXIT.

    MOVE FB-DLV-COUNT TO FB-EDIT-COUNT.
    MOVE " " TO FB-DLVR-CTL.
    MOVE SPACES TO FB-DLVR-LINE.
    STRING "  NUMBERS DELIVERED..... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-DLVR-LINE
    END-STRING.
    PERFORM 5350-WRITE-DLVR-LINE THRU 5350-EXIT.

    MOVE FB-DLV-SUM TO FB-EDIT-SUM.
    MOVE " " TO FB-DLVR-CTL.
    MOVE SPACES TO FB-DLVR-LINE.
    STRING "  NUMBER SUM............ " DELIMITED BY SIZE
           FB-EDIT-SUM DELIMITED BY SIZE
           INTO FB-DLVR-LINE
    END-STRING.
    PERFORM 5350-WRITE-DLVR-LINE THRU 5350-EXIT.

    MOVE " " TO FB-DLVR-CTL.
    MOVE SPACES TO FB-DLVR-LINE.
    STRING "  DELIVERED............. " DELIMITED BY SIZE
           FB-RUN-DATE DELIMITED BY SIZE
           INTO FB-DLVR-LINE
    END-STRING.
    PERFORM 5350-WRITE-DLVR-LINE THRU 5350-EXIT.
    5400-EXIT.
        EXIT.

*>****************************************************************
*> 6000-WRITE-MANIFEST-FILE - ONE DLVRMAN ROW PER ATTRIBUTED
*> DEPARTMENT, SENT OR HELD, FOR ACKRECON.  A RERUN OF A RUN-ID
*> ALREADY ON THE MANIFEST RE-DELIVERS THE FILES BUT DOES NOT
*> RE-APPEND, AS XTRBAL DOES WITH XRLSLOG.
*>****************************************************************
6000-WRITE-MANIFEST-FILE.
    IF FB-RUN-REFUSED
        GO TO 6000-EXIT
    END-IF.
    PERFORM 6050-CHECK-ALREADY-ON-FILE THRU 6050-EXIT.
    IF FB-RUN-ALREADY-ON-MANIFEST
        GO TO 6000-EXIT
    END-IF.
*>  THE FIRST EVER DISTRIBUTION FINDS NO MANIFEST TO EXTEND.
    OPEN EXTEND DMAN-FILE.
    IF FB-DMAN-STATUS = "35"
        OPEN OUTPUT DMAN-FILE
    END-IF.
    MOVE "OPEN EXTEND" TO FB-IO-OPERATION.
    MOVE "DLVRMAN"     TO FB-IO-FILE-ID.
    MOVE FB-DMAN-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    PERFORM 6100-WRITE-ONE-MANIFEST THRU 6100-EXIT
        VARYING FB-DST-SUB FROM 1 BY 1
        UNTIL FB-DST-SUB > FB-DST-COUNT.
    CLOSE DMAN-FILE.
    MOVE "CLOSE"   TO FB-IO-OPERATION.
    MOVE "DLVRMAN" TO FB-IO-FILE-ID.
    MOVE FB-DMAN-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    6000-EXIT.
        EXIT.

*>****************************************************************
*> 6050-CHECK-ALREADY-ON-FILE - ONE SEQUENTIAL PASS OVER THE
*> EXISTING MANIFEST LOOKING FOR THIS RUN-ID.  A MISSING MANIFEST
*> (STATUS 35) IS THE FIRST EVER DISTRIBUTION.
*>****************************************************************
6050-CHECK-ALREADY-ON-FILE.
    SET FB-RUN-NOT-ON-MANIFEST TO TRUE.
    OPEN INPUT DMAN-FILE.
    IF FB-DMAN-STATUS = "35"
        GO TO 6050-EXIT
    END-IF.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE "DLVRMAN"    TO FB-IO-FILE-ID.
    MOVE FB-DMAN-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    PERFORM 6060-SCAN-ONE-MANIFEST-ROW THRU 6060-EXIT
        UNTIL FB-DMAN-STATUS = "10"
           OR FB-RUN-ALREADY-ON-MANIFEST.
    CLOSE DMAN-FILE.
    MOVE "CLOSE"      TO FB-IO-OPERATION.
    MOVE "DLVRMAN"    TO FB-IO-FILE-ID.
    MOVE FB-DMAN-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    6050-EXIT.
        EXIT.

6060-SCAN-ONE-MANIFEST-ROW.
    READ DMAN-FILE
        AT END MOVE "10" TO FB-DMAN-STATUS
    END-READ.
    IF FB-DMAN-STATUS NOT = "00" AND FB-DMAN-STATUS NOT = "10"
        MOVE "READ"    TO FB-IO-OPERATION
        MOVE "DLVRMAN" TO FB-IO-FILE-ID
        MOVE FB-DMAN-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF FB-DMAN-STATUS = "00"
            AND FB-DMAN-RUN-ID = FB-XCTL-RUN-ID
        SET FB-RUN-ALREADY-ON-MANIFEST TO TRUE
    END-IF.
    6060-EXIT.
        EXIT.

6100-WRITE-ONE-MANIFEST.
    IF FB-DST-IS-UNATTRIB(FB-DST-SUB)
        GO TO 6100-EXIT
    END-IF.
    MOVE SPACES TO FB-DMAN-RECORD.
    MOVE FB-XCTL-RUN-ID TO FB-DMAN-RUN-ID.
    MOVE FB-DST-DEPT-ID(FB-DST-SUB) TO FB-DMAN-DEPT-ID.
    MOVE FB-RUN-DATE TO FB-DMAN-DLVR-DATE.
    MOVE "N" TO FB-DMAN-XTR-SW.
    MOVE "N" TO FB-DMAN-RPT-SW.
    MOVE FB-DST-XTR-COUNT(FB-DST-SUB) TO FB-DMAN-XTR-COUNT.
    MOVE FB-DST-XTR-SUM(FB-DST-SUB)   TO FB-DMAN-XTR-SUM.
    MOVE FB-DST-RPT-COUNT(FB-DST-SUB) TO FB-DMAN-RPT-COUNT.
    MOVE FB-DST-RPT-SUM(FB-DST-SUB)   TO FB-DMAN-RPT-SUM.
    IF FB-DST-IS-SENT(FB-DST-SUB)
        SET FB-DMAN-IS-SENT TO TRUE
        IF FB-DST-DISTRIB(FB-DST-SUB) = "X" OR "B"
            MOVE "Y" TO FB-DMAN-XTR-SW
        END-IF
        IF FB-DST-DISTRIB(FB-DST-SUB) = "R" OR "B"
            MOVE "Y" TO FB-DMAN-RPT-SW
        END-IF
    ELSE
        SET FB-DMAN-IS-HELD TO TRUE
    END-IF.
    WRITE FB-DMAN-RECORD.
    MOVE "WRITE"   TO FB-IO-OPERATION.
    MOVE "DLVRMAN" TO FB-IO-FILE-ID.
    MOVE FB-DMAN-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    6100-EXIT.
        EXIT.

*>****************************************************************
*> 7000-PRINT-MANIFEST - ONE LINE PER RELEASED DEPARTMENT WITH
*> ITS RELEASED, EXTRACT AND REPORT COUNTS AND WHAT BECAME OF IT,
*> AND UNDER EACH SENT DEPARTMENT THE DELIVERY FILES IT WAS SENT
*> (A GROUP ON DLVXTR, DLVRPT OR BOTH).  A REFUSED RUN PRINTS THE
*> REASON INSTEAD.
*>****************************************************************
7000-PRINT-MANIFEST.
    IF FB-RUN-REFUSED
        MOVE SPACES TO FB-RPT-LINE
        STRING "  NOT DISTRIBUTED - " DELIMITED BY SIZE
               FB-DST-REFUSE-REASON DELIMITED BY SIZE
               INTO FB-RPT-LINE
        END-STRING
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
        GO TO 7000-EXIT
    END-IF.
    PERFORM 7100-PRINT-ONE-DEPT THRU 7100-EXIT
        VARYING FB-DST-SUB FROM 1 BY 1
        UNTIL FB-DST-SUB > FB-DST-COUNT.
    IF FB-RUN-ALREADY-ON-MANIFEST
        MOVE "  DLVRMAN ALREADY HOLDS THIS RUN-ID - FILES RE-SENT, "
            TO FB-RPT-LINE
        MOVE "ROWS NOT RE-APPENDED" TO FB-RPT-LINE(54:20)
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
    END-IF.
    7000-EXIT.
        EXIT.

7100-PRINT-ONE-DEPT.
    MOVE SPACES TO FB-RPT-LINE.
    IF FB-DST-IS-UNATTRIB(FB-DST-SUB)
        MOVE "----" TO FB-RPT-LINE(3:4)
        MOVE "(NO DEPARTMENT SUPPLIED)" TO FB-RPT-LINE(9:24)
    ELSE
        MOVE FB-DST-DEPT-ID(FB-DST-SUB) TO FB-RPT-LINE(3:4)
        MOVE FB-DST-DEPT-NAME(FB-DST-SUB) TO FB-RPT-LINE(9:22)
        MOVE FB-DST-DISTRIB(FB-DST-SUB) TO FB-RPT-LINE(33:1)
    END-IF.
    MOVE FB-DST-RLS-COUNT(FB-DST-SUB) TO FB-EDIT-COUNT.
    MOVE FB-EDIT-COUNT TO FB-RPT-LINE(36:9).
    MOVE FB-DST-XTR-COUNT(FB-DST-SUB) TO FB-EDIT-COUNT.
    MOVE FB-EDIT-COUNT TO FB-RPT-LINE(48:9).
    MOVE FB-DST-RPT-COUNT(FB-DST-SUB) TO FB-EDIT-COUNT.
    MOVE FB-EDIT-COUNT TO FB-RPT-LINE(59:9).
    EVALUATE TRUE
        WHEN FB-DST-IS-SENT(FB-DST-SUB)
            MOVE "SENT" TO FB-RPT-LINE(70:4)
        WHEN FB-DST-IS-HELD(FB-DST-SUB)
            MOVE "HELD-COUNT" TO FB-RPT-LINE(70:10)
        WHEN FB-DST-IS-NO-MASTER(FB-DST-SUB)
            MOVE "HELD-DEPT" TO FB-RPT-LINE(70:9)
        WHEN OTHER
            MOVE "NOT BURST" TO FB-RPT-LINE(70:9)
    END-EVALUATE.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    IF NOT FB-DST-IS-SENT(FB-DST-SUB)
        GO TO 7100-EXIT
    END-IF.
    IF FB-DST-DISTRIB(FB-DST-SUB) = "X" OR "B"
        MOVE SPACES TO FB-RPT-LINE
        MOVE "EXTRACT" TO FB-RPT-LINE(9:7)
        MOVE "GROUP ON DLVXTR" TO FB-RPT-LINE(18:15)
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
    END-IF.
    IF FB-DST-DISTRIB(FB-DST-SUB) = "R" OR "B"
        MOVE SPACES TO FB-RPT-LINE
        MOVE "REPORT" TO FB-RPT-LINE(9:6)
        MOVE "GROUP ON DLVRPT" TO FB-RPT-LINE(18:15)
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
    END-IF.
    7100-EXIT.
        EXIT.

*>****************************************************************
*> 8100-WRITE-REPORT-TRAILER - CLOSING TOTALS AND THE OVERALL
*> VERDICT.
*>****************************************************************
8100-WRITE-REPORT-TRAILER.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE " " TO FB-RPT-CTL.
    MOVE "  ----- DISTRIBUTION TOTALS -----" TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE FB-DST-RELEASED TO FB-EDIT-COUNT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  DEPARTMENTS RELEASED.. " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE FB-DST-SENT TO FB-EDIT-COUNT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  DEPARTMENTS SENT...... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE FB-DST-HELD TO FB-EDIT-COUNT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  DEPARTMENTS HELD...... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE FB-DST-XTR-FILES TO FB-EDIT-COUNT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  EXTRACT GROUPS........ " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE FB-DST-RPT-FILES TO FB-EDIT-COUNT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  REPORT GROUPS......... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE FB-DST-UNATTRIB-ROWS TO FB-EDIT-COUNT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  UNATTRIBUTED ROWS..... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE " " TO FB-RPT-CTL.
    EVALUATE TRUE
        WHEN FB-RUN-REFUSED
            MOVE "  RESULT: REFUSED - NOTHING WAS DISTRIBUTED"
                TO FB-RPT-LINE
        WHEN FB-DIST-FAILED
            MOVE "  RESULT: HELD - SLICE DISAGREES WITH XRLSLOG"
                TO FB-RPT-LINE
        WHEN FB-DIST-WARNED
            MOVE "  RESULT: DEPARTMENT NOT ON MASTER HELD - REST SENT"
                TO FB-RPT-LINE
        WHEN OTHER
            MOVE "  RESULT: EVERY RELEASED DEPARTMENT DELIVERED"
                TO FB-RPT-LINE
    END-EVALUATE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    8100-EXIT.
        EXIT.

*>****************************************************************
*> 8300-CLOSE-FILES - CLOSE EVERY FILE HELD OPEN FOR THE RUN,
*> CHECKING STATUS ON EACH.
*>****************************************************************
8300-CLOSE-FILES.
    CLOSE XCTL-FILE.
    MOVE "CLOSE"  TO FB-IO-OPERATION.
    MOVE "XTRCTL" TO FB-IO-FILE-ID.
    MOVE FB-XCTL-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    CLOSE DEPT-FILE.
    MOVE "CLOSE"    TO FB-IO-OPERATION.
    MOVE "DEPTFILE" TO FB-IO-FILE-ID.
    MOVE FB-DEPT-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    CLOSE RPT-FILE.
    MOVE "CLOSE"   TO FB-IO-OPERATION.
    MOVE "RPTFILE" TO FB-IO-FILE-ID.
    MOVE FB-RPT-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    8300-EXIT.
        EXIT.

*>****************************************************************
*> 8400-MARK-STEP-DONE - A CLEAN OR MERELY WARNED DISTRIBUTION
*> COMPLETES ITS ROW; A REFUSED RUN OR A HELD DEPARTMENT (RC=8)
*> MARKS IT ABENDED, AS XTRBAL DOES, SO THE SIGN-OFF HOLDS AND
*> THE RERUN AFTER THE FIX CAN RE-REGISTER.
*>****************************************************************
8400-MARK-STEP-DONE.
    IF FB-RUN-REFUSED OR FB-DIST-FAILED
        SET FB-RCT-FUNC-ABEND TO TRUE
    ELSE
        SET FB-RCT-FUNC-COMPLETE TO TRUE
    END-IF.
    MOVE "FBDIST" TO FB-RCT-STEP.
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
*> INTO FB-IO-DIAGNOSTICS BEFORE PERFORMING THIS PARAGRAPH.
*>****************************************************************
9000-CHECK-FILE-STATUS.
    IF FB-IO-STATUS NOT = "00"
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    9000-EXIT.
        EXIT.

*>****************************************************************
*> 9500-ABEND-RTN - SHARED ERROR ROUTINE.  REPORTS WHAT FAILED,
*> MARKS THE RUN-CONTROL ROW ABENDED SO A RERUN CAN RE-REGISTER,
*> AND STOPS THE RUN WITH A NON-ZERO RETURN CODE.
*>****************************************************************
9500-ABEND-RTN.
    DISPLAY "FBDIST ABEND *** " FB-IO-OPERATION
            " FAILED ON " FB-IO-FILE-ID
            " - FILE STATUS " FB-IO-STATUS.
    SET FB-RCT-FUNC-ABEND TO TRUE.
    MOVE "FBDIST" TO FB-RCT-STEP.
    MOVE 0 TO FB-RCT-SLICE-FROM.
    CALL "FBRCTL" USING FB-RCT-COMMAREA.
    MOVE 16 TO RETURN-CODE.
    STOP RUN.
    9500-EXIT.
        EXIT.

9999-EXIT.
    STOP RUN.
