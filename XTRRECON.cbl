       >>SOURCE FORMAT FREE
*>****************************************************************
*> XTRRECON - CROSS-FILE RECONCILIATION OF ONE RUN'S OUTPUTS.
*> XTRBAL PROVES XTRFILE IS ALL THERE; IT CANNOT PROVE THE FILES
*> FIZZBUZZ WROTE AGREE WITH EACH OTHER.  THE ANALYTICS GROUP
*> JOINS THE EXTRACT TO MTCHFILE AND BILLING PRICES OFF THE
*> EXTRACT, SO A NUMBER WHOSE EXTRACT TEXT SAYS ONE THING AND
*> WHOSE MATCH ROWS SAY ANOTHER GOES OUT AS TWO DIFFERENT
*> ANSWERS.  THIS STEP READS THE RUN'S XTRFILE, MTCHFILE, XTRCTL
*> AND RSLTMST TOGETHER AND CHECKS, NUMBER BY NUMBER:
*>   - FB-XTR-OUT-TEXT EQUALS THE MTCHFILE WORDS JOINED IN
*>     MATCH-SEQUENCE ORDER (THE WAY FBCLASS BUILDS IT);
*>   - THE FIZZ/BUZZ FLAGS AGREE WITH THE MATCHES - A FLAG IS "Y"
*>     EXACTLY WHEN A MATCH ROW IS THE FIRST (FIZZ) OR SECOND
*>     (BUZZ) RULE OF THE PROFILE'S SET, RULES AS OF THE RUN DATE
*>     (THE SAME RULE NUMBERS FIZZBUZZ'S 2410 FLAGS FROM);
*>   - EVERY NUMBER WITH MATCH ROWS HAS AN EXTRACT ROW;
*>   - RSLTMST CARRIES THIS RUN-ID WITH THE SAME TEXT AND MATCH
*>     COUNT;
*>   - THE PLAIN/SINGLE/MULTI COUNTS ON XTRCTL EQUAL WHAT THE
*>     DETAIL FILES SHOW.
*> EVERY BREAK IS LISTED ON THE EXCEPTION REPORT AND THE STEP
*> ENDS RC=8, MARKING ITS RUNCTL ROW ABENDED, SO THE SCHEDULER
*> HOLDS THE ANALYTICS DELIVERY (FBDIST) AND BILLING.
*>
*> MTCHFILE IS LOADED FIRST INTO THE RCNWORK WORK FILE, ONE ROW
*> PER PROFILE AND NUMBER, SO THE EXTRACT PASS CAN LOOK EACH
*> NUMBER'S MATCHES UP BY KEY WHATEVER ORDER THE RUN TOOK THE
*> NUMBERS IN.  A NUMBER A SHARED TRANSACTION RUN CLASSIFIED MORE
*> THAN ONCE UNDER ONE PROFILE HAS ONE MATCH GROUP (AND ONE
*> EXTRACT ROW) PER OCCURRENCE; THE WORK ROW COUNTS BOTH SIDES.
*>------------------------------------------------------------------
*> AUTHOR.          T. ANGUS, BATCH SYSTEMS GROUP.
*> INSTALLATION.    TEAMEXANGUS.
*> DATE-WRITTEN.    2026-10-15.
*> DATE-COMPILED.
*>------------------------------------------------------------------
*> PARM CARD (PARMFILE, OPTIONAL): COL 1 "S" MEANS THE RUN WAS
*>   SPLIT INTO SLICES AND MERGED BY FBMERGE.  SLICE RUNS DO NOT
*>   UPDATE RSLTMST, SO THE RESULTS-MASTER CHECK IS SKIPPED.  FOR
*>   A SLICED RUN MTCHFILE IS THE SLICES' MATCH FILES CONCATENATED.
*>------------------------------------------------------------------
*> RETURN CODES
*>   0  ALL FILES AGREE - SAFE TO RELEASE DOWNSTREAM
*>   8  ONE OR MORE BREAKS - HOLD ANALYTICS AND BILLING
*>  16  ABEND - SEE 9500-ABEND-RTN
*>------------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15 TXA  ORIGINAL.
*> 2026-10-15 TXA  NUMBERS WIDENED FROM 5 TO 9 DIGITS (CEILING
*>                 999,999,999) WITH THE EXTRACT, MTCHFILE AND
*>                 RSLTMST; BREAK LINE COLUMNS MOVED RIGHT TO
*>                 FIT.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. XTRRECON.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO PARMFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-PARM-STATUS.

    SELECT XTR-FILE ASSIGN TO XTRFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-XTR-STATUS.

    SELECT XCTL-FILE ASSIGN TO XTRCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-XCTL-STATUS.

    SELECT MTCH-FILE ASSIGN TO MTCHFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-MTCH-STATUS.

    SELECT RMST-FILE ASSIGN TO RSLTMST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS FB-RMST-KEY
        FILE STATUS IS FB-RMST-STATUS.

    SELECT RCW-FILE ASSIGN TO RCNWORK
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FB-RCW-KEY
        FILE STATUS IS FB-RCW-STATUS.

    SELECT RPT-FILE ASSIGN TO RPTFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE
    RECORDING MODE IS F.
01  FB-RCN-PARM-RECORD.
    05  FB-RCN-PARM-SLICED         PIC X(01).
        88  FB-RCN-PARM-SLICED-RUN     VALUE "S".
    05  FILLER                     PIC X(79).

FD  XTR-FILE
    RECORDING MODE IS F.
    COPY "FBXTRC.cpy".

FD  XCTL-FILE
    RECORDING MODE IS F.
    COPY "FBXCTL.cpy".

FD  MTCH-FILE
    RECORDING MODE IS F.
    COPY "FBMTCH.cpy".

FD  RMST-FILE.
    COPY "FBRMST.cpy".

*> ---------------------------------------------------------------
*> RCNWORK - ONE ROW PER PROFILE AND NUMBER ON MTCHFILE: THE
*> MATCHES OF ITS FIRST GROUP IN SEQUENCE ORDER, HOW MANY GROUPS
*> MTCHFILE HELD FOR IT AND HOW MANY EXTRACT ROWS CLAIMED THEM.
*> REBUILT FROM EMPTY EVERY RUN.
*> ---------------------------------------------------------------
FD  RCW-FILE.
01  FB-RCW-RECORD.
    05  FB-RCW-KEY.
        10  FB-RCW-PROFILE         PIC X(04).
        10  FB-RCW-NUMBER          PIC 9(09).
    05  FB-RCW-GROUP-COUNT         PIC 9(05).
    05  FB-RCW-XTR-COUNT           PIC 9(05).
    05  FB-RCW-MATCH-COUNT         PIC 9(03).
    05  FB-RCW-MATCH OCCURS 20 TIMES.
        10  FB-RCW-TYPE            PIC X(01).
        10  FB-RCW-DIVISOR         PIC 9(03).
        10  FB-RCW-WORD            PIC X(08).

FD  RPT-FILE
    RECORDING MODE IS F.
01  FB-RPT-RECORD.
    05  FB-RPT-CTL                 PIC X(01).
    05  FB-RPT-LINE                PIC X(79).

WORKING-STORAGE SECTION.

01  FB-IO-FIELDS.
    05  FB-PARM-STATUS             PIC X(02).
    05  FB-XTR-STATUS              PIC X(02).
    05  FB-XCTL-STATUS             PIC X(02).
    05  FB-MTCH-STATUS             PIC X(02).
    05  FB-RMST-STATUS             PIC X(02).
    05  FB-RCW-STATUS              PIC X(02).
    05  FB-RPT-STATUS              PIC X(02).

01  FB-SWITCHES.
    05  FB-EOF-SW                  PIC X(01) VALUE "N".
        88  FB-END-OF-INPUT             VALUE "Y".
        88  FB-NOT-END-OF-INPUT         VALUE "N".
    05  FB-CTL-FOUND-SW            PIC X(01) VALUE "N".
        88  FB-CTL-RECORD-FOUND         VALUE "Y".
        88  FB-CTL-RECORD-MISSING       VALUE "N".
    05  FB-SLICED-SW               PIC X(01) VALUE "N".
        88  FB-SLICED-RUN               VALUE "Y".
        88  FB-NOT-SLICED-RUN           VALUE "N".
    05  FB-GRP-ACTIVE-SW           PIC X(01) VALUE "N".
        88  FB-GRP-ACTIVE               VALUE "Y".
        88  FB-GRP-NOT-ACTIVE           VALUE "N".
    05  FB-RCW-FOUND-SW            PIC X(01) VALUE "N".
        88  FB-RCW-ROW-FOUND            VALUE "Y".
        88  FB-RCW-ROW-MISSING          VALUE "N".
    05  FB-PRF-FOUND-SW            PIC X(01) VALUE "N".
        88  FB-PRF-ENTRY-FOUND          VALUE "Y".
        88  FB-PRF-ENTRY-NOT-FOUND      VALUE "N".
    05  FB-MATCH-FOUND-SW          PIC X(01) VALUE "N".
        88  FB-MATCH-ROW-FOUND          VALUE "Y".
        88  FB-MATCH-ROW-NOT-FOUND      VALUE "N".
    05  FB-SAME-SW                 PIC X(01) VALUE "Y".
        88  FB-GROUPS-AGREE             VALUE "Y".
        88  FB-GROUPS-DIFFER            VALUE "N".

01  FB-IO-DIAGNOSTICS.
    05  FB-IO-STATUS               PIC X(02).
    05  FB-IO-OPERATION            PIC X(20).
    05  FB-IO-FILE-ID              PIC X(10).

    COPY "FBRCTA.cpy".

    COPY "FBCLSA.cpy".

01  FB-RUN-INFO.
    05  FB-RUN-DATE                PIC 9(08) VALUE 0.
    05  FB-RCN-RUN-ID              PIC 9(14) VALUE 0.
    05  FB-RCN-RUN-ID-X REDEFINES FB-RCN-RUN-ID.
        10  FB-RCN-RUN-DATE        PIC 9(08).
        10  FILLER                 PIC 9(06).

*> ---------------------------------------------------------------
*> THE MATCH GROUP BEING ASSEMBLED FROM MTCHFILE - ONE NUMBER'S
*> ROWS, SEQUENCE 1 UPWARD.
*> ---------------------------------------------------------------
01  FB-GRP-AREA.
    05  FB-GRP-PROFILE             PIC X(04).
    05  FB-GRP-NUMBER              PIC 9(09).
    05  FB-GRP-COUNT               PIC 9(03) COMP VALUE 0.
    05  FB-GRP-MATCH OCCURS 20 TIMES.
        10  FB-GRP-TYPE            PIC X(01).
        10  FB-GRP-DIVISOR         PIC 9(03).
        10  FB-GRP-WORD            PIC X(08).

01  FB-MTCH-PROFILE-WK             PIC X(04).
01  FB-XTR-PROFILE-WK              PIC X(04).

*> ---------------------------------------------------------------
*> RULE PROFILES SEEN ON THE EXTRACT - ENTRY N IS FBCLASS RULE
*> SET N, LOADED AS OF THE RUN DATE ON FIRST SIGHT.
*> ---------------------------------------------------------------
01  FB-PRF-TABLE.
    05  FB-PRF-COUNT               PIC 9(03) COMP VALUE 0.
    05  FB-PRF-ENTRY OCCURS 9 TIMES.
        10  FB-PRF-CODE            PIC X(04).

01  FB-SUBSCRIPTS.
    05  FB-PRF-SUB                 PIC 9(03) COMP VALUE 0.
    05  FB-MTC-SUB                 PIC 9(03) COMP VALUE 0.
    05  FB-RCW-SUB                 PIC 9(03) COMP VALUE 0.

*> ---------------------------------------------------------------
*> ONE EXTRACT ROW'S CHECK FIELDS.
*> ---------------------------------------------------------------
01  FB-CHK-FIELDS.
    05  FB-CHK-JOINED              PIC X(20).
    05  FB-CHK-MATCH-COUNT         PIC 9(03) VALUE 0.
    05  FB-CHK-FIZZ-FLAG           PIC X(01).
    05  FB-CHK-BUZZ-FLAG           PIC X(01).
    05  FB-CHK-RULE-NO             PIC 9(03).
    05  FB-CHK-CONTROL             PIC 9(09) COMP.
    05  FB-CHK-DETAIL              PIC 9(09) COMP.

*> ---------------------------------------------------------------
*> THE BREAK BEING REPORTED.
*> ---------------------------------------------------------------
01  FB-BRK-FIELDS.
    05  FB-BRK-NUMBER              PIC 9(09).
    05  FB-BRK-PROFILE             PIC X(04).
    05  FB-BRK-DEPT-ID             PIC X(04).
    05  FB-BRK-CHECK               PIC X(16).
    05  FB-BRK-DETAIL              PIC X(36).
    05  FB-BRK-DETAIL-2            PIC X(36).

01  FB-RCN-TOTALS.
    05  FB-RCN-MTCH-READ           PIC 9(09) COMP VALUE 0.
    05  FB-RCN-GROUPS              PIC 9(09) COMP VALUE 0.
    05  FB-RCN-XTR-READ            PIC 9(09) COMP VALUE 0.
    05  FB-RCN-STAT-PLAIN          PIC 9(09) COMP VALUE 0.
    05  FB-RCN-STAT-ONE            PIC 9(09) COMP VALUE 0.
    05  FB-RCN-STAT-MULTI          PIC 9(09) COMP VALUE 0.
    05  FB-RCN-BRK-TEXT            PIC 9(09) COMP VALUE 0.
    05  FB-RCN-BRK-FLAGS           PIC 9(09) COMP VALUE 0.
    05  FB-RCN-BRK-NO-XTR          PIC 9(09) COMP VALUE 0.
    05  FB-RCN-BRK-RMST            PIC 9(09) COMP VALUE 0.
    05  FB-RCN-BRK-MTCH            PIC 9(09) COMP VALUE 0.
    05  FB-RCN-BRK-CTL             PIC 9(09) COMP VALUE 0.
    05  FB-RCN-BRK-TOTAL           PIC 9(09) COMP VALUE 0.

01  FB-REPORT-CONTROL.
    05  FB-PAGE-NUMBER             PIC 9(03) VALUE 0.
    05  FB-LINE-COUNT              PIC 9(03) VALUE 99.
    05  FB-LINES-PER-PAGE          PIC 9(03) VALUE 40.

01  FB-HOLD-LINE                   PIC X(79).

01  FB-EDIT-FIELDS.
    05  FB-EDIT-PAGE               PIC ZZ9.
    05  FB-EDIT-COUNT              PIC ZZZZZZZZ9.
    05  FB-EDIT-NUMBER             PIC ZZZZZZZZ9.
    05  FB-EDIT-GROUPS             PIC ZZZZ9.
    05  FB-EDIT-GROUPS-2           PIC ZZZZ9.
    05  FB-EDIT-SEQ                PIC Z9.
    05  FB-EDIT-MATCHES            PIC ZZ9.
    05  FB-EDIT-MATCHES-2          PIC ZZ9.

PROCEDURE DIVISION.

*>****************************************************************
*> 0000-MAINLINE
*>****************************************************************
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    PERFORM 2000-READ-CONTROL-RECORD THRU 2000-EXIT.
    IF FB-CTL-RECORD-FOUND
        PERFORM 3000-LOAD-MATCH-DETAIL THRU 3000-EXIT
        PERFORM 4000-CHECK-EXTRACT-ROWS THRU 4000-EXIT
        PERFORM 5000-CHECK-UNEXTRACTED THRU 5000-EXIT
        PERFORM 6000-CHECK-CONTROL-COUNTS THRU 6000-EXIT
    END-IF.
    PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT.
    PERFORM 8300-CLOSE-FILES THRU 8300-EXIT.
    PERFORM 8400-MARK-STEP-DONE THRU 8400-EXIT.
    IF FB-RCN-BRK-TOTAL > 0
        MOVE 8 TO RETURN-CODE
    END-IF.
    GO TO 9999-EXIT.

*>****************************************************************
*> 1000-INITIALIZE - REGISTER THE STEP, READ THE PARM CARD, OPEN
*> EVERY FILE AND HEAD UP THE REPORT.  RCNWORK IS CREATED EMPTY
*> AND REOPENED FOR UPDATE.
*>****************************************************************
1000-INITIALIZE.
    ACCEPT FB-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM 1300-REGISTER-RUN-STEP THRU 1300-EXIT.
    PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
    OPEN INPUT XTR-FILE.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE "XTRFILE"    TO FB-IO-FILE-ID.
    MOVE FB-XTR-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    OPEN INPUT XCTL-FILE.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE "XTRCTL"     TO FB-IO-FILE-ID.
    MOVE FB-XCTL-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    OPEN INPUT MTCH-FILE.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE "MTCHFILE"   TO FB-IO-FILE-ID.
    MOVE FB-MTCH-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    IF FB-NOT-SLICED-RUN
        OPEN INPUT RMST-FILE
        MOVE "OPEN INPUT" TO FB-IO-OPERATION
        MOVE "RSLTMST"    TO FB-IO-FILE-ID
        MOVE FB-RMST-STATUS TO FB-IO-STATUS
        PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
    END-IF.
    OPEN OUTPUT RCW-FILE.
    MOVE "OPEN OUTPUT" TO FB-IO-OPERATION.
    MOVE "RCNWORK"     TO FB-IO-FILE-ID.
    MOVE FB-RCW-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    CLOSE RCW-FILE.
    OPEN I-O RCW-FILE.
    MOVE "OPEN I-O" TO FB-IO-OPERATION.
    MOVE FB-RCW-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    OPEN OUTPUT RPT-FILE.
    MOVE "OPEN OUTPUT" TO FB-IO-OPERATION.
    MOVE "RPTFILE"     TO FB-IO-FILE-ID.
    MOVE FB-RPT-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    1000-EXIT.
        EXIT.

*>****************************************************************
*> 1100-READ-PARM-CARD - THE CARD IS OPTIONAL; NO CARD OR A
*> BLANK COL 1 IS AN UNSLICED RUN.
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
        AT END MOVE SPACES TO FB-RCN-PARM-RECORD
    END-READ.
    IF FB-RCN-PARM-SLICED-RUN
        SET FB-SLICED-RUN TO TRUE
    END-IF.
    CLOSE PARM-FILE.
    1100-EXIT.
        EXIT.

*>****************************************************************
*> 1300-REGISTER-RUN-STEP - REGISTER ON THE RUN-CONTROL FILE
*> BEFORE TOUCHING ANY SHARED FILE.  THE EXTRACT MUST HAVE
*> BALANCED FIRST - RECONCILING A TRUNCATED FILE ONLY REPEATS
*> XTRBAL'S FINDING ONE NUMBER AT A TIME.
*>****************************************************************
1300-REGISTER-RUN-STEP.
    MOVE SPACES TO FB-RCT-COMMAREA.
    SET FB-RCT-FUNC-REGISTER TO TRUE.
    MOVE FB-RUN-DATE TO FB-RCT-CYCLE-DATE.
    MOVE "XTRRECON" TO FB-RCT-STEP.
    MOVE 0 TO FB-RCT-SLICE-FROM.
    MOVE 0 TO FB-RCT-RUN-ID.
    MOVE "XTRBAL"   TO FB-RCT-PREREQ-1.
    MOVE SPACES     TO FB-RCT-PREREQ-2.
    CALL "FBRCTL" USING FB-RCT-COMMAREA.
    EVALUATE TRUE
        WHEN FB-RCT-OK
            CONTINUE
        WHEN FB-RCT-DUPLICATE
            DISPLAY "XTRRECON *** ANOTHER XTRRECON IS ALREADY IN "
                    "FLIGHT FOR TODAY'S CYCLE - SUBMISSION "
                    "STOPPED."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        WHEN FB-RCT-OUT-OF-SEQUENCE
            DISPLAY "XTRRECON *** XTRBAL HAS NOT RELEASED TODAY'S "
                    "EXTRACT - NOTHING TO RECONCILE.  SUBMISSION "
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
*> 1600-WRITE-REPORT-HEADINGS - TITLE, RUN-ID AND COLUMN HEADINGS
*> FOR THE EXCEPTION LISTING.
*>****************************************************************
1600-WRITE-REPORT-HEADINGS.
    ADD 1 TO FB-PAGE-NUMBER.
    MOVE FB-PAGE-NUMBER TO FB-EDIT-PAGE.
    MOVE "1" TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "EXTRACT RECONCILIATION EXCEPTIONS   RUN "
               DELIMITED BY SIZE
           FB-RUN-DATE DELIMITED BY SIZE
           "   PAGE " DELIMITED BY SIZE
           FB-EDIT-PAGE DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  PRODUCING RUN-ID " DELIMITED BY SIZE
           FB-RCN-RUN-ID DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    IF FB-SLICED-RUN
        MOVE "(SLICED - NO RSLTMST CHECK)" TO FB-RPT-LINE(36:27)
    END-IF.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    MOVE "NUMBER"  TO FB-RPT-LINE(5:6).
    MOVE "PROF"    TO FB-RPT-LINE(13:4).
    MOVE "DEPT"    TO FB-RPT-LINE(19:4).
    MOVE "CHECK"   TO FB-RPT-LINE(25:5).
    MOVE "DETAIL"  TO FB-RPT-LINE(43:6).
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE 4 TO FB-LINE-COUNT.
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
*> 1620-WRITE-BODY-LINE - ONE BODY LINE (BUILT IN FB-RPT-LINE),
*> STARTING A NEW PAGE FIRST WHEN THIS ONE IS FULL.
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
*> BEING RECONCILED.  WITHOUT ONE THERE IS NOTHING TO RECONCILE
*> AGAINST - A BREAK IN ITSELF (XTRBAL SHOULD NEVER HAVE
*> RELEASED IT).
*>****************************************************************
2000-READ-CONTROL-RECORD.
    READ XCTL-FILE
        AT END SET FB-CTL-RECORD-MISSING TO TRUE
    END-READ.
    IF FB-XCTL-STATUS = "00"
        SET FB-CTL-RECORD-FOUND TO TRUE
        MOVE FB-XCTL-RUN-ID TO FB-RCN-RUN-ID
    ELSE
        IF FB-XCTL-STATUS NOT = "10"
            MOVE "READ"   TO FB-IO-OPERATION
            MOVE "XTRCTL" TO FB-IO-FILE-ID
            MOVE FB-XCTL-STATUS TO FB-IO-STATUS
            PERFORM 9500-ABEND-RTN THRU 9500-EXIT
        END-IF
    END-IF.
    PERFORM 1600-WRITE-REPORT-HEADINGS THRU 1600-EXIT.
    IF FB-CTL-RECORD-MISSING
        ADD 1 TO FB-RCN-BRK-CTL
        MOVE 0 TO FB-BRK-NUMBER
        MOVE SPACES TO FB-BRK-PROFILE
        MOVE SPACES TO FB-BRK-DEPT-ID
        MOVE "CONTROL RECORD" TO FB-BRK-CHECK
        MOVE "MISSING FROM XTRCTL - NOT CHECKED"
            TO FB-BRK-DETAIL
        MOVE SPACES TO FB-BRK-DETAIL-2
        PERFORM 7000-REPORT-BREAK THRU 7000-EXIT
    END-IF.
    2000-EXIT.
        EXIT.

*>****************************************************************
*> 3000-LOAD-MATCH-DETAIL - PASS 1.  GATHER MTCHFILE INTO MATCH
*> GROUPS (ONE NUMBER'S ROWS, SEQUENCE 1 UPWARD) AND FILE EACH
*> GROUP ON RCNWORK UNDER ITS PROFILE AND NUMBER.  A ROW FROM
*> ANOTHER RUN, OR ONE THAT NEITHER STARTS A GROUP (SEQUENCE 1)
*> NOR CONTINUES THE OPEN ONE, IS A BREAK AND IS LEFT OUT.
*>****************************************************************
3000-LOAD-MATCH-DETAIL.
    SET FB-NOT-END-OF-INPUT TO TRUE.
    SET FB-GRP-NOT-ACTIVE TO TRUE.
    PERFORM 3100-READ-MATCH-ROW THRU 3100-EXIT.
    PERFORM 3200-TAKE-ONE-MATCH-ROW THRU 3200-EXIT
        UNTIL FB-END-OF-INPUT.
    IF FB-GRP-ACTIVE
        PERFORM 3300-FILE-MATCH-GROUP THRU 3300-EXIT
    END-IF.
    3000-EXIT.
        EXIT.

3100-READ-MATCH-ROW.
    READ MTCH-FILE
        AT END SET FB-END-OF-INPUT TO TRUE
    END-READ.
    IF FB-MTCH-STATUS NOT = "00" AND FB-MTCH-STATUS NOT = "10"
        MOVE "READ"     TO FB-IO-OPERATION
        MOVE "MTCHFILE" TO FB-IO-FILE-ID
        MOVE FB-MTCH-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    3100-EXIT.
        EXIT.

3200-TAKE-ONE-MATCH-ROW.
    ADD 1 TO FB-RCN-MTCH-READ.
    MOVE FB-MTCH-PROFILE TO FB-MTCH-PROFILE-WK.
    IF FB-MTCH-PROFILE-WK = SPACES
        MOVE "STD " TO FB-MTCH-PROFILE-WK
    END-IF.
    MOVE FB-MTCH-NUMBER      TO FB-BRK-NUMBER.
    MOVE FB-MTCH-PROFILE-WK  TO FB-BRK-PROFILE.
    MOVE SPACES              TO FB-BRK-DEPT-ID.
    MOVE "MATCH DETAIL"      TO FB-BRK-CHECK.
    MOVE SPACES              TO FB-BRK-DETAIL-2.
    EVALUATE TRUE
        WHEN FB-MTCH-RUN-ID NOT = FB-RCN-RUN-ID
            ADD 1 TO FB-RCN-BRK-MTCH
            MOVE SPACES TO FB-BRK-DETAIL
            STRING "ROW FROM RUN-ID " DELIMITED BY SIZE
                   FB-MTCH-RUN-ID DELIMITED BY SIZE
                   INTO FB-BRK-DETAIL
            END-STRING
            PERFORM 7000-REPORT-BREAK THRU 7000-EXIT
        WHEN FB-MTCH-MATCH-SEQ = 1
            IF FB-GRP-ACTIVE
                PERFORM 3300-FILE-MATCH-GROUP THRU 3300-EXIT
            END-IF
            SET FB-GRP-ACTIVE TO TRUE
            MOVE FB-MTCH-PROFILE-WK TO FB-GRP-PROFILE
            MOVE FB-MTCH-NUMBER     TO FB-GRP-NUMBER
            MOVE 0 TO FB-GRP-COUNT
            PERFORM 3250-ADD-TO-GROUP THRU 3250-EXIT
        WHEN FB-GRP-ACTIVE
         AND FB-MTCH-PROFILE-WK = FB-GRP-PROFILE
         AND FB-MTCH-NUMBER = FB-GRP-NUMBER
         AND FB-MTCH-MATCH-SEQ = FB-GRP-COUNT + 1
         AND FB-GRP-COUNT < 20
            PERFORM 3250-ADD-TO-GROUP THRU 3250-EXIT
        WHEN OTHER
            ADD 1 TO FB-RCN-BRK-MTCH
            MOVE FB-MTCH-MATCH-SEQ TO FB-EDIT-SEQ
            MOVE SPACES TO FB-BRK-DETAIL
            STRING "SEQ " DELIMITED BY SIZE
                   FB-EDIT-SEQ DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FB-MTCH-RULE-WORD DELIMITED BY SPACE
                   ") OUT OF SEQUENCE" DELIMITED BY SIZE
                   INTO FB-BRK-DETAIL
            END-STRING
            PERFORM 7000-REPORT-BREAK THRU 7000-EXIT
    END-EVALUATE.
    PERFORM 3100-READ-MATCH-ROW THRU 3100-EXIT.
    3200-EXIT.
        EXIT.

3250-ADD-TO-GROUP.
    ADD 1 TO FB-GRP-COUNT.
    MOVE FB-MTCH-RULE-TYPE    TO FB-GRP-TYPE(FB-GRP-COUNT).
    IF FB-GRP-TYPE(FB-GRP-COUNT) = SPACE
        MOVE "D" TO FB-GRP-TYPE(FB-GRP-COUNT)
    END-IF.
    MOVE FB-MTCH-RULE-DIVISOR TO FB-GRP-DIVISOR(FB-GRP-COUNT).
    MOVE FB-MTCH-RULE-WORD    TO FB-GRP-WORD(FB-GRP-COUNT).
    3250-EXIT.
        EXIT.

*>****************************************************************
*> 3300-FILE-MATCH-GROUP - ADD THE FINISHED GROUP TO RCNWORK, OR
*> COUNT IT AGAINST THE ROW ALREADY THERE.  A REPEAT OF A NUMBER
*> UNDER THE SAME PROFILE IN THE SAME RUN MUST HAVE MATCHED THE
*> SAME RULES.
*>****************************************************************
3300-FILE-MATCH-GROUP.
    ADD 1 TO FB-RCN-GROUPS.
    SET FB-GRP-NOT-ACTIVE TO TRUE.
    MOVE FB-GRP-PROFILE TO FB-RCW-PROFILE.
    MOVE FB-GRP-NUMBER  TO FB-RCW-NUMBER.
    READ RCW-FILE
        INVALID KEY CONTINUE
    END-READ.
    EVALUATE FB-RCW-STATUS
        WHEN "23"
            MOVE SPACES TO FB-RCW-RECORD
            MOVE FB-GRP-PROFILE TO FB-RCW-PROFILE
            MOVE FB-GRP-NUMBER  TO FB-RCW-NUMBER
            MOVE 1 TO FB-RCW-GROUP-COUNT
            MOVE 0 TO FB-RCW-XTR-COUNT
            MOVE FB-GRP-COUNT TO FB-RCW-MATCH-COUNT
            PERFORM 3310-COPY-ONE-MATCH THRU 3310-EXIT
                VARYING FB-MTC-SUB FROM 1 BY 1
                UNTIL FB-MTC-SUB > FB-GRP-COUNT
            WRITE FB-RCW-RECORD
                INVALID KEY CONTINUE
            END-WRITE
            MOVE "WRITE" TO FB-IO-OPERATION
        WHEN "00"
            ADD 1 TO FB-RCW-GROUP-COUNT
            SET FB-GROUPS-AGREE TO TRUE
            IF FB-RCW-MATCH-COUNT NOT = FB-GRP-COUNT
                SET FB-GROUPS-DIFFER TO TRUE
            ELSE
                PERFORM 3320-COMPARE-ONE-MATCH THRU 3320-EXIT
                    VARYING FB-MTC-SUB FROM 1 BY 1
                    UNTIL FB-MTC-SUB > FB-GRP-COUNT
            END-IF
            IF FB-GROUPS-DIFFER
                ADD 1 TO FB-RCN-BRK-MTCH
                MOVE FB-GRP-NUMBER  TO FB-BRK-NUMBER
                MOVE FB-GRP-PROFILE TO FB-BRK-PROFILE
                MOVE SPACES TO FB-BRK-DEPT-ID
                MOVE "MATCH DETAIL" TO FB-BRK-CHECK
                MOVE "REPEAT MATCHED DIFFERENT RULES"
                    TO FB-BRK-DETAIL
                MOVE SPACES TO FB-BRK-DETAIL-2
                PERFORM 7000-REPORT-BREAK THRU 7000-EXIT
            END-IF
            REWRITE FB-RCW-RECORD
                INVALID KEY CONTINUE
            END-REWRITE
            MOVE "REWRITE" TO FB-IO-OPERATION
        WHEN OTHER
            MOVE "READ" TO FB-IO-OPERATION
    END-EVALUATE.
    MOVE "RCNWORK" TO FB-IO-FILE-ID.
    MOVE FB-RCW-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    3300-EXIT.
        EXIT.

3310-COPY-ONE-MATCH.
    MOVE FB-GRP-TYPE(FB-MTC-SUB)    TO FB-RCW-TYPE(FB-MTC-SUB).
    MOVE FB-GRP-DIVISOR(FB-MTC-SUB) TO FB-RCW-DIVISOR(FB-MTC-SUB).
    MOVE FB-GRP-WORD(FB-MTC-SUB)    TO FB-RCW-WORD(FB-MTC-SUB).
    3310-EXIT.
        EXIT.

3320-COMPARE-ONE-MATCH.
    IF FB-GRP-TYPE(FB-MTC-SUB) NOT = FB-RCW-TYPE(FB-MTC-SUB)
     OR FB-GRP-DIVISOR(FB-MTC-SUB) NOT = FB-RCW-DIVISOR(FB-MTC-SUB)
     OR FB-GRP-WORD(FB-MTC-SUB) NOT = FB-RCW-WORD(FB-MTC-SUB)
        SET FB-GROUPS-DIFFER TO TRUE
    END-IF.
    3320-EXIT.
        EXIT.

*>****************************************************************
*> 4000-CHECK-EXTRACT-ROWS - PASS 2.  EACH EXTRACT ROW AGAINST
*> ITS MATCH GROUP AND ITS RSLTMST ROW, TALLYING PLAIN / SINGLE /
*> MULTI FROM THE MATCH ROWS AS FIZZBUZZ'S 2500 DOES.
*>****************************************************************
4000-CHECK-EXTRACT-ROWS.
    SET FB-NOT-END-OF-INPUT TO TRUE.
    PERFORM 4100-READ-EXTRACT-ROW THRU 4100-EXIT.
    PERFORM 4200-CHECK-ONE-ROW THRU 4200-EXIT
        UNTIL FB-END-OF-INPUT.
    4000-EXIT.
        EXIT.

4100-READ-EXTRACT-ROW.
    READ XTR-FILE
        AT END SET FB-END-OF-INPUT TO TRUE
    END-READ.
    IF FB-XTR-STATUS NOT = "00" AND FB-XTR-STATUS NOT = "10"
        MOVE "READ"    TO FB-IO-OPERATION
        MOVE "XTRFILE" TO FB-IO-FILE-ID
        MOVE FB-XTR-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    4100-EXIT.
        EXIT.

4200-CHECK-ONE-ROW.
    ADD 1 TO FB-RCN-XTR-READ.
    MOVE FB-XTR-PROFILE TO FB-XTR-PROFILE-WK.
    IF FB-XTR-PROFILE-WK = SPACES
        MOVE "STD " TO FB-XTR-PROFILE-WK
    END-IF.
    MOVE FB-XTR-NUMBER     TO FB-BRK-NUMBER.
    MOVE FB-XTR-PROFILE-WK TO FB-BRK-PROFILE.
    MOVE FB-XTR-DEPT-ID    TO FB-BRK-DEPT-ID.
    PERFORM 4300-GET-MATCH-GROUP THRU 4300-EXIT.
    EVALUATE TRUE
        WHEN FB-CHK-MATCH-COUNT = 0
            ADD 1 TO FB-RCN-STAT-PLAIN
        WHEN FB-CHK-MATCH-COUNT = 1
            ADD 1 TO FB-RCN-STAT-ONE
        WHEN OTHER
            ADD 1 TO FB-RCN-STAT-MULTI
    END-EVALUATE.
    IF FB-XTR-OUT-TEXT NOT = FB-CHK-JOINED
        ADD 1 TO FB-RCN-BRK-TEXT
        MOVE "TEXT VS MATCHES" TO FB-BRK-CHECK
        MOVE SPACES TO FB-BRK-DETAIL
        STRING "EXTRACT: " DELIMITED BY SIZE
               FB-XTR-OUT-TEXT DELIMITED BY SIZE
               INTO FB-BRK-DETAIL
        END-STRING
        MOVE SPACES TO FB-BRK-DETAIL-2
        STRING "MATCHES: " DELIMITED BY SIZE
               FB-CHK-JOINED DELIMITED BY SIZE
               INTO FB-BRK-DETAIL-2
        END-STRING
        PERFORM 7000-REPORT-BREAK THRU 7000-EXIT
    END-IF.
    PERFORM 4400-DERIVE-FLAGS THRU 4400-EXIT.
    IF FB-XTR-FIZZ-FLAG NOT = FB-CHK-FIZZ-FLAG
     OR FB-XTR-BUZZ-FLAG NOT = FB-CHK-BUZZ-FLAG
        ADD 1 TO FB-RCN-BRK-FLAGS
        MOVE "FIZZ/BUZZ FLAGS" TO FB-BRK-CHECK
        MOVE SPACES TO FB-BRK-DETAIL
        STRING "EXTRACT " DELIMITED BY SIZE
               FB-XTR-FIZZ-FLAG DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FB-XTR-BUZZ-FLAG DELIMITED BY SIZE
               "  MATCHES SAY " DELIMITED BY SIZE
               FB-CHK-FIZZ-FLAG DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FB-CHK-BUZZ-FLAG DELIMITED BY SIZE
               INTO FB-BRK-DETAIL
        END-STRING
        MOVE SPACES TO FB-BRK-DETAIL-2
        PERFORM 7000-REPORT-BREAK THRU 7000-EXIT
    END-IF.
    IF FB-RCW-ROW-FOUND
        PERFORM 4350-CLAIM-MATCH-GROUP THRU 4350-EXIT
    END-IF.
    IF FB-NOT-SLICED-RUN
        PERFORM 4500-CHECK-RESULTS-MASTER THRU 4500-EXIT
    END-IF.
    PERFORM 4100-READ-EXTRACT-ROW THRU 4100-EXIT.
    4200-EXIT.
        EXIT.

*>****************************************************************
*> 4300-GET-MATCH-GROUP - LOOK THE ROW'S MATCHES UP ON RCNWORK,
*> AND JOIN THEIR WORDS IN SEQUENCE ORDER AS FBCLASS DOES.  NO
*> WORK ROW IS A PLAIN NUMBER - BLANK TEXT, NO MATCHES.
*>****************************************************************
4300-GET-MATCH-GROUP.
    MOVE SPACES TO FB-CHK-JOINED.
    MOVE 0 TO FB-CHK-MATCH-COUNT.
    SET FB-RCW-ROW-MISSING TO TRUE.
    MOVE FB-XTR-PROFILE-WK TO FB-RCW-PROFILE.
    MOVE FB-XTR-NUMBER     TO FB-RCW-NUMBER.
    READ RCW-FILE
        INVALID KEY CONTINUE
    END-READ.
    IF FB-RCW-STATUS = "23"
        GO TO 4300-EXIT
    END-IF.
    MOVE "READ"    TO FB-IO-OPERATION.
    MOVE "RCNWORK" TO FB-IO-FILE-ID.
    MOVE FB-RCW-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    SET FB-RCW-ROW-FOUND TO TRUE.
    MOVE FB-RCW-MATCH-COUNT TO FB-CHK-MATCH-COUNT.
    PERFORM 4310-JOIN-ONE-WORD THRU 4310-EXIT
        VARYING FB-RCW-SUB FROM 1 BY 1
        UNTIL FB-RCW-SUB > FB-RCW-MATCH-COUNT.
    4300-EXIT.
        EXIT.

4310-JOIN-ONE-WORD.
    STRING FB-CHK-JOINED DELIMITED BY SPACE
           FB-RCW-WORD(FB-RCW-SUB) DELIMITED BY SPACE
           INTO FB-CHK-JOINED
        ON OVERFLOW CONTINUE
    END-STRING.
    4310-EXIT.
        EXIT.

*>****************************************************************
*> 4350-CLAIM-MATCH-GROUP - COUNT THE EXTRACT ROW AGAINST ITS
*> MATCH GROUP FOR THE UNEXTRACTED-MATCH SWEEP IN 5000.
*>****************************************************************
4350-CLAIM-MATCH-GROUP.
    ADD 1 TO FB-RCW-XTR-COUNT.
    REWRITE FB-RCW-RECORD
        INVALID KEY CONTINUE
    END-REWRITE.
    MOVE "REWRITE" TO FB-IO-OPERATION.
    MOVE "RCNWORK" TO FB-IO-FILE-ID.
    MOVE FB-RCW-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    4350-EXIT.
        EXIT.

*>****************************************************************
*> 4400-DERIVE-FLAGS - WHAT THE FIZZ/BUZZ FLAGS SHOULD SAY.  A
*> PLAIN NUMBER IS "N"/"N".  OTHERWISE RECLASSIFY THE NUMBER
*> UNDER ITS PROFILE'S RULES AS OF THE RUN DATE PURELY TO LEARN
*> WHICH RULES ARE NUMBER 1 AND 2 IN THE SET, AND SET A FLAG
*> WHEN THAT RULE IS AMONG THE NUMBER'S MATCH ROWS.
*>****************************************************************
4400-DERIVE-FLAGS.
    MOVE "N" TO FB-CHK-FIZZ-FLAG.
    MOVE "N" TO FB-CHK-BUZZ-FLAG.
    IF FB-RCW-ROW-MISSING
        GO TO 4400-EXIT
    END-IF.
    PERFORM 4410-FIND-PROFILE-SET THRU 4410-EXIT.
    SET FB-CLS-FUNC-CLASSIFY TO TRUE.
    MOVE FB-PRF-SUB TO FB-CLS-SET-NO.
    MOVE FB-XTR-NUMBER TO FB-CLS-NUMBER.
    CALL "FBCLASS" USING FB-CLS-COMMAREA.
    IF NOT FB-CLS-OK AND NOT FB-CLS-WORD-OVERFLOW
        MOVE "CLASSIFY" TO FB-IO-OPERATION
        MOVE "FBCLASS"  TO FB-IO-FILE-ID
        MOVE FB-CLS-RETURN TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    PERFORM 4430-FLAG-ONE-RULE THRU 4430-EXIT
        VARYING FB-MTC-SUB FROM 1 BY 1
        UNTIL FB-MTC-SUB > FB-CLS-MATCH-COUNT.
    4400-EXIT.
        EXIT.

*>****************************************************************
*> 4410-FIND-PROFILE-SET - THE FBCLASS RULE SET FOR THE ROW'S
*> PROFILE, LOADING IT ON FIRST SIGHT.  FB-PRF-SUB IS THE SET.
*>****************************************************************
4410-FIND-PROFILE-SET.
    SET FB-PRF-ENTRY-NOT-FOUND TO TRUE.
    PERFORM 4420-SCAN-ONE-PROFILE THRU 4420-EXIT
        VARYING FB-PRF-SUB FROM 1 BY 1
        UNTIL FB-PRF-SUB > FB-PRF-COUNT
           OR FB-PRF-ENTRY-FOUND.
    IF FB-PRF-ENTRY-FOUND
        SUBTRACT 1 FROM FB-PRF-SUB
        GO TO 4410-EXIT
    END-IF.
    IF FB-PRF-COUNT >= 9
        DISPLAY "XTRRECON *** MORE THAN 9 RULE PROFILES ON THE "
                "EXTRACT - PROFILE " FB-XTR-PROFILE-WK
                " CANNOT BE LOADED."
        MOVE "LOAD PROFILE" TO FB-IO-OPERATION
        MOVE "RULEFILE"     TO FB-IO-FILE-ID
        MOVE "PF"           TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    ADD 1 TO FB-PRF-COUNT.
    MOVE FB-PRF-COUNT TO FB-PRF-SUB.
    MOVE FB-XTR-PROFILE-WK TO FB-PRF-CODE(FB-PRF-SUB).
    MOVE SPACES TO FB-CLS-COMMAREA.
    SET FB-CLS-FUNC-LOAD TO TRUE.
    MOVE FB-PRF-SUB TO FB-CLS-SET-NO.
    MOVE FB-RCN-RUN-DATE TO FB-CLS-ASOF-DATE.
    MOVE FB-XTR-PROFILE-WK TO FB-CLS-PROFILE.
    CALL "FBCLASS" USING FB-CLS-COMMAREA.
    IF NOT FB-CLS-OK
        MOVE "LOAD RULES" TO FB-IO-OPERATION
        MOVE "RULEFILE"   TO FB-IO-FILE-ID
        IF FB-CLS-IO-ERROR
            MOVE FB-CLS-IO-STATUS TO FB-IO-STATUS
        ELSE
            MOVE FB-CLS-RETURN TO FB-IO-STATUS
        END-IF
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    4410-EXIT.
        EXIT.

4420-SCAN-ONE-PROFILE.
    IF FB-PRF-CODE(FB-PRF-SUB) = FB-XTR-PROFILE-WK
        SET FB-PRF-ENTRY-FOUND TO TRUE
    END-IF.
    4420-EXIT.
        EXIT.

*>****************************************************************
*> 4430-FLAG-ONE-RULE - A RECLASSIFIED MATCH ON RULE 1 OR 2 SETS
*> ITS FLAG ONLY IF MTCHFILE RECORDED THAT SAME RULE FOR THE
*> NUMBER - THE FLAGS ARE CHECKED AGAINST THE MATCH ROWS, NOT
*> AGAINST A FRESH ANSWER.
*>****************************************************************
4430-FLAG-ONE-RULE.
    MOVE FB-CLS-MATCH-RULE-NO(FB-MTC-SUB) TO FB-CHK-RULE-NO.
    IF FB-CHK-RULE-NO NOT = 1 AND FB-CHK-RULE-NO NOT = 2
        GO TO 4430-EXIT
    END-IF.
    SET FB-MATCH-ROW-NOT-FOUND TO TRUE.
    PERFORM 4440-SCAN-ONE-MATCH THRU 4440-EXIT
        VARYING FB-RCW-SUB FROM 1 BY 1
        UNTIL FB-RCW-SUB > FB-RCW-MATCH-COUNT
           OR FB-MATCH-ROW-FOUND.
    IF FB-MATCH-ROW-FOUND
        IF FB-CHK-RULE-NO = 1
            MOVE "Y" TO FB-CHK-FIZZ-FLAG
        ELSE
            MOVE "Y" TO FB-CHK-BUZZ-FLAG
        END-IF
    END-IF.
    4430-EXIT.
        EXIT.

4440-SCAN-ONE-MATCH.
    IF FB-RCW-TYPE(FB-RCW-SUB) = FB-CLS-MATCH-TYPE(FB-MTC-SUB)
     AND FB-RCW-DIVISOR(FB-RCW-SUB)
            = FB-CLS-MATCH-DIVISOR(FB-MTC-SUB)
     AND FB-RCW-WORD(FB-RCW-SUB) = FB-CLS-MATCH-WORD(FB-MTC-SUB)
        SET FB-MATCH-ROW-FOUND TO TRUE
    END-IF.
    4440-EXIT.
        EXIT.

*>****************************************************************
*> 4500-CHECK-RESULTS-MASTER - THE NUMBER'S RSLTMST ROW MUST
*> CARRY THIS RUN-ID, THE EXTRACT'S TEXT AND THE MATCH-ROW COUNT.
*>****************************************************************
4500-CHECK-RESULTS-MASTER.
    MOVE "RESULTS MASTER" TO FB-BRK-CHECK.
    MOVE SPACES TO FB-BRK-DETAIL-2.
    MOVE FB-XTR-PROFILE-WK TO FB-RMST-PROFILE.
    MOVE FB-XTR-NUMBER     TO FB-RMST-NUMBER.
    READ RMST-FILE
        INVALID KEY CONTINUE
    END-READ.
    IF FB-RMST-STATUS = "23"
        ADD 1 TO FB-RCN-BRK-RMST
        MOVE "NO ROW FOR THE NUMBER" TO FB-BRK-DETAIL
        PERFORM 7000-REPORT-BREAK THRU 7000-EXIT
        GO TO 4500-EXIT
    END-IF.
    MOVE "READ"    TO FB-IO-OPERATION.
    MOVE "RSLTMST" TO FB-IO-FILE-ID.
    MOVE FB-RMST-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    IF FB-RMST-LAST-RUN-ID NOT = FB-RCN-RUN-ID
        ADD 1 TO FB-RCN-BRK-RMST
        MOVE SPACES TO FB-BRK-DETAIL
        STRING "LAST RUN-ID " DELIMITED BY SIZE
               FB-RMST-LAST-RUN-ID DELIMITED BY SIZE
               INTO FB-BRK-DETAIL
        END-STRING
        PERFORM 7000-REPORT-BREAK THRU 7000-EXIT
        GO TO 4500-EXIT
    END-IF.
    IF FB-RMST-OUT-TEXT NOT = FB-XTR-OUT-TEXT
        ADD 1 TO FB-RCN-BRK-RMST
        MOVE SPACES TO FB-BRK-DETAIL
        STRING "MASTER:  " DELIMITED BY SIZE
               FB-RMST-OUT-TEXT DELIMITED BY SIZE
               INTO FB-BRK-DETAIL
        END-STRING
        STRING "EXTRACT: " DELIMITED BY SIZE
               FB-XTR-OUT-TEXT DELIMITED BY SIZE
               INTO FB-BRK-DETAIL-2
        END-STRING
        PERFORM 7000-REPORT-BREAK THRU 7000-EXIT
    END-IF.
    IF FB-RMST-MATCH-COUNT NOT = FB-CHK-MATCH-COUNT
        ADD 1 TO FB-RCN-BRK-RMST
        MOVE FB-RMST-MATCH-COUNT TO FB-EDIT-MATCHES
        MOVE FB-CHK-MATCH-COUNT  TO FB-EDIT-MATCHES-2
        MOVE SPACES TO FB-BRK-DETAIL
        STRING "MATCH COUNT " DELIMITED BY SIZE
               FB-EDIT-MATCHES DELIMITED BY SIZE
               "  MATCH ROWS " DELIMITED BY SIZE
               FB-EDIT-MATCHES-2 DELIMITED BY SIZE
               INTO FB-BRK-DETAIL
        END-STRING
        MOVE SPACES TO FB-BRK-DETAIL-2
        PERFORM 7000-REPORT-BREAK THRU 7000-EXIT
    END-IF.
    4500-EXIT.
        EXIT.

*>****************************************************************
*> 5000-CHECK-UNEXTRACTED - PASS 3.  EVERY RCNWORK ROW MUST HAVE
*> BEEN CLAIMED BY AS MANY EXTRACT ROWS AS IT HAS MATCH GROUPS.
*> FEWER IS A NUMBER WITH MATCHES BUT NO EXTRACT ROW.
*>****************************************************************
5000-CHECK-UNEXTRACTED.
    MOVE LOW-VALUES TO FB-RCW-KEY.
    START RCW-FILE KEY IS NOT LESS THAN FB-RCW-KEY
        INVALID KEY GO TO 5000-EXIT
    END-START.
    SET FB-NOT-END-OF-INPUT TO TRUE.
    PERFORM 5100-READ-WORK-ROW THRU 5100-EXIT.
    PERFORM 5200-CHECK-ONE-WORK-ROW THRU 5200-EXIT
        UNTIL FB-END-OF-INPUT.
    5000-EXIT.
        EXIT.

5100-READ-WORK-ROW.
    READ RCW-FILE NEXT RECORD
        AT END SET FB-END-OF-INPUT TO TRUE
    END-READ.
    IF FB-RCW-STATUS NOT = "00" AND FB-RCW-STATUS NOT = "10"
        MOVE "READ NEXT" TO FB-IO-OPERATION
        MOVE "RCNWORK"   TO FB-IO-FILE-ID
        MOVE FB-RCW-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    5100-EXIT.
        EXIT.

5200-CHECK-ONE-WORK-ROW.
    IF FB-RCW-XTR-COUNT < FB-RCW-GROUP-COUNT
        ADD 1 TO FB-RCN-BRK-NO-XTR
        MOVE FB-RCW-NUMBER  TO FB-BRK-NUMBER
        MOVE FB-RCW-PROFILE TO FB-BRK-PROFILE
        MOVE SPACES TO FB-BRK-DEPT-ID
        MOVE "NO EXTRACT ROW" TO FB-BRK-CHECK
        MOVE FB-RCW-GROUP-COUNT TO FB-EDIT-GROUPS
        MOVE FB-RCW-XTR-COUNT   TO FB-EDIT-GROUPS-2
        MOVE SPACES TO FB-BRK-DETAIL
        STRING "MATCHED " DELIMITED BY SIZE
               FB-EDIT-GROUPS DELIMITED BY SIZE
               " TIMES, EXTRACTED " DELIMITED BY SIZE
               FB-EDIT-GROUPS-2 DELIMITED BY SIZE
               INTO FB-BRK-DETAIL
        END-STRING
        MOVE SPACES TO FB-BRK-DETAIL-2
        PERFORM 7000-REPORT-BREAK THRU 7000-EXIT
    END-IF.
    PERFORM 5100-READ-WORK-ROW THRU 5100-EXIT.
    5200-EXIT.
        EXIT.

*>****************************************************************
*> 6000-CHECK-CONTROL-COUNTS - THE PLAIN / SINGLE / MULTI COUNTS
*> ON XTRCTL AGAINST THE TALLY FROM THE DETAIL PASS, ONE PASS OR
*> FAIL LINE EACH.
*>****************************************************************
6000-CHECK-CONTROL-COUNTS.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    MOVE "  ----- CONTROL COUNTS (XTRCTL VS DETAIL) -----"
        TO FB-RPT-LINE.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    MOVE "PLAIN NUMBERS" TO FB-BRK-CHECK.
    MOVE FB-XCTL-STAT-PLAIN TO FB-CHK-CONTROL.
    MOVE FB-RCN-STAT-PLAIN  TO FB-CHK-DETAIL.
    PERFORM 6100-PRINT-COUNT-LINE THRU 6100-EXIT.
    MOVE "SINGLE-RULE" TO FB-BRK-CHECK.
    MOVE FB-XCTL-STAT-ONE TO FB-CHK-CONTROL.
    MOVE FB-RCN-STAT-ONE  TO FB-CHK-DETAIL.
    PERFORM 6100-PRINT-COUNT-LINE THRU 6100-EXIT.
    MOVE "MULTI-RULE" TO FB-BRK-CHECK.
    MOVE FB-XCTL-STAT-MULTI TO FB-CHK-CONTROL.
    MOVE FB-RCN-STAT-MULTI  TO FB-CHK-DETAIL.
    PERFORM 6100-PRINT-COUNT-LINE THRU 6100-EXIT.
    6000-EXIT.
        EXIT.

*>****************************************************************
*> 6100-PRINT-COUNT-LINE - ONE CONTROL-COUNT LINE, CONTROL VS
*> DETAIL (FB-CHK-CONTROL / FB-CHK-DETAIL).
*>****************************************************************
6100-PRINT-COUNT-LINE.
    MOVE SPACES TO FB-RPT-LINE.
    IF FB-CHK-CONTROL = FB-CHK-DETAIL
        MOVE "  PASS" TO FB-RPT-LINE(1:6)
    ELSE
        ADD 1 TO FB-RCN-BRK-CTL
        MOVE "  FAIL" TO FB-RPT-LINE(1:6)
    END-IF.
    MOVE FB-BRK-CHECK TO FB-RPT-LINE(9:16).
    MOVE "CONTROL" TO FB-RPT-LINE(25:7).
    MOVE FB-CHK-CONTROL TO FB-EDIT-COUNT.
    MOVE FB-EDIT-COUNT TO FB-RPT-LINE(33:9).
    MOVE "DETAIL" TO FB-RPT-LINE(44:6).
    MOVE FB-CHK-DETAIL TO FB-EDIT-COUNT.
    MOVE FB-EDIT-COUNT TO FB-RPT-LINE(51:9).
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    6100-EXIT.
        EXIT.

*>****************************************************************
*> 7000-REPORT-BREAK - ONE EXCEPTION LINE FROM FB-BRK-FIELDS, PLUS
*> A CONTINUATION LINE WHEN FB-BRK-DETAIL-2 IS FILLED IN.  THE
*> CALLER HAS ALREADY COUNTED THE BREAK UNDER ITS OWN CHECK.
*>****************************************************************
7000-REPORT-BREAK.
    ADD 1 TO FB-RCN-BRK-TOTAL.
    MOVE SPACES TO FB-RPT-LINE.
    MOVE FB-BRK-NUMBER TO FB-EDIT-NUMBER.
    MOVE FB-EDIT-NUMBER  TO FB-RPT-LINE(2:9).
    MOVE FB-BRK-PROFILE  TO FB-RPT-LINE(13:4).
    MOVE FB-BRK-DEPT-ID  TO FB-RPT-LINE(19:4).
    MOVE FB-BRK-CHECK    TO FB-RPT-LINE(25:16).
    MOVE FB-BRK-DETAIL   TO FB-RPT-LINE(43:36).
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    IF FB-BRK-DETAIL-2 NOT = SPACES
        MOVE SPACES TO FB-RPT-LINE
        MOVE FB-BRK-DETAIL-2 TO FB-RPT-LINE(43:36)
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
    END-IF.
    7000-EXIT.
        EXIT.

*>****************************************************************
*> 8100-WRITE-REPORT-TRAILER - WHAT WAS READ, THE BREAKS BY CHECK
*> AND THE RESULT.
*>****************************************************************
8100-WRITE-REPORT-TRAILER.
    IF FB-LINE-COUNT + 14 > FB-LINES-PER-PAGE
        PERFORM 1600-WRITE-REPORT-HEADINGS THRU 1600-EXIT
    END-IF.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE "  ----- RECONCILIATION TOTALS -----" TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE FB-RCN-XTR-READ TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  EXTRACT ROWS READ........ " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE FB-RCN-MTCH-READ TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  MATCH ROWS READ.......... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE FB-RCN-BRK-TEXT TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  TEXT VS MATCHES BREAKS... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE FB-RCN-BRK-FLAGS TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  FIZZ/BUZZ FLAG BREAKS.... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE FB-RCN-BRK-NO-XTR TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  MATCHED, NOT EXTRACTED... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE SPACES TO FB-RPT-LINE.
    IF FB-SLICED-RUN
        MOVE "  RESULTS MASTER BREAKS.... NOT CHECKED (SLICED)"
            TO FB-RPT-LINE
    ELSE
        MOVE FB-RCN-BRK-RMST TO FB-EDIT-COUNT
        STRING "  RESULTS MASTER BREAKS.... " DELIMITED BY SIZE
               FB-EDIT-COUNT DELIMITED BY SIZE
               INTO FB-RPT-LINE
        END-STRING
    END-IF.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE FB-RCN-BRK-MTCH TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  MATCH DETAIL BREAKS...... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE FB-RCN-BRK-CTL TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  CONTROL COUNT BREAKS..... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE FB-RCN-BRK-TOTAL TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  TOTAL BREAKS............. " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE SPACES TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    IF FB-RCN-BRK-TOTAL > 0
        MOVE "  RESULT: FILES DISAGREE - HOLD ANALYTICS AND BILLING"
            TO FB-RPT-LINE
    ELSE
        MOVE "  RESULT: ALL FILES AGREE" TO FB-RPT-LINE
    END-IF.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    8100-EXIT.
        EXIT.

*>****************************************************************
*> 8300-CLOSE-FILES - CLOSE EVERY FILE AT NORMAL END OF RUN,
*> CHECKING STATUS ON EACH.
*>****************************************************************
8300-CLOSE-FILES.
    CLOSE XTR-FILE.
    MOVE "CLOSE"   TO FB-IO-OPERATION.
    MOVE "XTRFILE" TO FB-IO-FILE-ID.
    MOVE FB-XTR-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    CLOSE XCTL-FILE.
    MOVE "CLOSE"  TO FB-IO-OPERATION.
    MOVE "XTRCTL" TO FB-IO-FILE-ID.
    MOVE FB-XCTL-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    CLOSE MTCH-FILE.
    MOVE "CLOSE"    TO FB-IO-OPERATION.
    MOVE "MTCHFILE" TO FB-IO-FILE-ID.
    MOVE FB-MTCH-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    IF FB-NOT-SLICED-RUN
        CLOSE RMST-FILE
        MOVE "CLOSE"   TO FB-IO-OPERATION
        MOVE "RSLTMST" TO FB-IO-FILE-ID
        MOVE FB-RMST-STATUS TO FB-IO-STATUS
        PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
    END-IF.
    CLOSE RCW-FILE.
    MOVE "CLOSE"   TO FB-IO-OPERATION.
    MOVE "RCNWORK" TO FB-IO-FILE-ID.
    MOVE FB-RCW-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    CLOSE RPT-FILE.
    MOVE "CLOSE"   TO FB-IO-OPERATION.
    MOVE "RPTFILE" TO FB-IO-FILE-ID.
    MOVE FB-RPT-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    8300-EXIT.
        EXIT.

*>****************************************************************
*> 8400-MARK-STEP-DONE - A CLEAN RECONCILIATION COMPLETES ITS ROW,
*> RELEASING FBDIST; ANY BREAK MARKS IT ABENDED SO THE DELIVERY
*> STAYS HELD AND THE RERUN AFTER THE FIX CAN RE-REGISTER.
*>****************************************************************
8400-MARK-STEP-DONE.
    IF FB-RCN-BRK-TOTAL = 0
        SET FB-RCT-FUNC-COMPLETE TO TRUE
    ELSE
        SET FB-RCT-FUNC-ABEND TO TRUE
    END-IF.
    MOVE "XTRRECON" TO FB-RCT-STEP.
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
    DISPLAY "XTRRECON ABEND *** " FB-IO-OPERATION
            " FAILED ON " FB-IO-FILE-ID
            " - FILE STATUS " FB-IO-STATUS.
    SET FB-RCT-FUNC-ABEND TO TRUE.
    MOVE "XTRRECON" TO FB-RCT-STEP.
    MOVE 0 TO FB-RCT-SLICE-FROM.
    CALL "FBRCTL" USING FB-RCT-COMMAREA.
    MOVE 16 TO RETURN-CODE.
    STOP RUN.
    9500-EXIT.
        EXIT.

9999-EXIT.
    STOP RUN.
