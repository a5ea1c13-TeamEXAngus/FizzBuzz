*>                 SIDE BY SIDE, AND TWO CONCURRENT UPDATERS OF
*>                 ONE KEYED FILE WOULD BE THE VERY CLOBBERING IT
*>                 EXISTS TO PREVENT.
*> 2026-10-15 TXA  DEPARTMENT RULE PROFILES (SEE FBRULE/FBDEPT).
*>                 EACH TRANSACTION IS CLASSIFIED UNDER ITS
*>                 DEPARTMENT'S PROFILE FROM DEPTFILE (SPACES =
*>                 "STD "), EACH PROFILE LOADED INTO ITS OWN
*>                 FBCLASS RULE SET THE FIRST TIME IT IS NEEDED
*>                 (UP TO NINE PER RUN).  COUNTER AND SLICE RUNS
*>                 USE "STD ".  THE PROFILE RIDES THE REPORT
*>                 DETAIL AND DEPARTMENT HEADING, MTCHFILE, THE
*>                 EXTRACT AND THE CHANGE REPORT, AND RSLTMST IS
*>                 NOW KEYED BY PROFILE + NUMBER.  THE TRAILER
*>                 LISTS EACH PROFILE USED WITH ITS RULE COUNT.
*> 2026-10-15 TXA  EVERY RSLTMST ROW IS NOW JOURNALLED TO RSLTJRN
*>                 (SEE FBRJRN) BEFORE 2700 OVERWRITES OR ADDS IT,
*>                 SO THE RUNBACK BACK-OUT CAN PUT THE MASTER BACK
*>                 AS THIS RUN FOUND IT.  A RESTART DOES NOT
*>                 RE-JOURNAL A ROW THIS RUN-ID ALREADY OWNS.
*> 2026-10-15 TXA  A TRANSACTION CARRYING AN ONLINE REQUEST ID
*>                 (FBTRAN COLS 16-31, SEE FBREQS) PUTS IT ON
*>                 EVERY EXTRACT ROW IT PRODUCES (SEE FBXTRC) AND,
*>                 ONCE ITS LAST NUMBER IS CLASSIFIED, HAS ITS
*>                 REQSTAT ROW MARKED CLASSIFIED UNDER THIS RUN-ID
*>                 THROUGH FBRQST (SEE FBRQSA).
*> 2026-10-15 TXA  NUMBERS WIDENED FROM 5 TO 9 DIGITS (CEILING
*>                 999,999,999) - COUNTER, RANGE AND SLICE FIELDS,
*>                 THE EXTRACT NUMBER SUM (NOW 18 DIGITS ON
*>                 XTRCTL) AND THE REPORT AND CHANGE-REPORT
*>                 COLUMNS.  THE LIMIT AND COUNTER STAY ONE DIGIT
*>                 WIDER.  OLD-LAYOUT FILES ARE CONVERTED ONCE BY
*>                 NUMCONV.
*> 2026-10-15 TXA  REFUSES TO RUN (RC=8, NOTHING REGISTERED OR
*>                 WRITTEN) WHEN TODAY'S CYCLE DATE IS NOT A
*>                 WORKING DAY ON THE SHOP CALENDAR (CALFILE,
*>                 THROUGH FBBDAY - SEE FBBDYA), UNLESS THE PARM
*>                 CARD'S CALENDAR OVERRIDE (COL 70) IS "Y".
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. FIZZBUZZ.
    SELECT RMST-FILE ASSIGN TO RSLTMST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS FB-RMST-KEY
        FILE STATUS IS FB-RMST-STATUS.

    SELECT CHG-FILE ASSIGN TO CHGRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-CHG-STATUS.

    SELECT RJRN-FILE ASSIGN TO RSLTJRN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-RJRN-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE
FD  RMST-FILE.
    COPY "FBRMST.cpy".

FD  RJRN-FILE
    RECORDING MODE IS F.
    COPY "FBRJRN.cpy".

FD  CHG-FILE
    RECORDING MODE IS F.
01  FB-CHG-RECORD.
*> THE TWO ORIGINAL FIZZBUZZ FIELDS - KEPT UNDER THEIR ORIGINAL
*> NAMES SINCE THE REST OF THE SHOP KNOWS THEM BY THESE NAMES.
*> ---------------------------------------------------------------
01  loopNumber                     PIC 9(09) VALUE 0.
01  out                            PIC X(20) VALUE SPACES.

01  FB-IO-FIELDS.
    05  FB-DEPT-STATUS             PIC X(02).
    05  FB-RMST-STATUS             PIC X(02).
    05  FB-CHG-STATUS              PIC X(02).
    05  FB-RJRN-STATUS             PIC X(02).

*> THE LIMIT AND RUNNING COUNTER ARE ONE DIGIT WIDER THAN THE
*> 9(09) NUMBERS THEMSELVES SO A SLICE ENDING AT 999999999 CAN
*> CARRY A LIMIT OF 1000000000 WITHOUT WRAPPING TO ZERO.
01  FB-LOOP-LIMIT                  PIC 9(10) VALUE 0.
01  FB-START-NUMBER                PIC 9(09) VALUE 0.
01  FB-COUNTER-NEXT                PIC 9(10) VALUE 0.

01  FB-RANGE-FIELDS.
    05  FB-RANGE-ACTIVE-SW         PIC X(01) VALUE "N".
        88  FB-RANGE-IS-ACTIVE         VALUE "Y".
        88  FB-RANGE-NOT-ACTIVE        VALUE "N".
    05  FB-RANGE-NEXT              PIC 9(09) VALUE 0.
    05  FB-RANGE-END               PIC 9(09) VALUE 0.
01  FB-CURR-DEPT-ID                PIC X(04) VALUE SPACES.
01  FB-CURR-REQ-ID                 PIC 9(16) VALUE 0.
01  FB-PREV-DEPT-ID                PIC X(04) VALUE HIGH-VALUES.

*> ---------------------------------------------------------------
    05  FB-DEP-ENTRY OCCURS 200 TIMES.
        10  FB-DEP-ID              PIC X(04).
        10  FB-DEP-NAME            PIC X(30).
        10  FB-DEP-PROFILE         PIC X(04).

01  FB-DEP-SUB                     PIC 9(03) COMP VALUE 0.
01  FB-DEP-FOUND-SW                PIC X(01) VALUE "N".
    88  FB-DEP-NAME-FOUND              VALUE "Y".
    88  FB-DEP-NAME-NOT-FOUND          VALUE "N".

*> ---------------------------------------------------------------
*> RULE PROFILES LOADED SO FAR THIS RUN.  ENTRY N IS FBCLASS RULE
*> SET N; ENTRY 1 IS ALWAYS THE STANDARD PROFILE "STD ", LOADED AT
*> INITIALIZATION.  A DEPARTMENT'S PROFILE IS LOADED INTO THE NEXT
*> FREE SET THE FIRST TIME ONE OF ITS TRANSACTIONS ARRIVES.
*> ---------------------------------------------------------------
01  FB-PRF-TABLE.
    05  FB-PRF-COUNT               PIC 9(01) VALUE 0.
    05  FB-PRF-ENTRY OCCURS 9 TIMES.
        10  FB-PRF-CODE            PIC X(04).
        10  FB-PRF-RULES           PIC 9(03).
        10  FB-PRF-NUMBERS         PIC 9(09) COMP.

01  FB-PRF-SUB                     PIC 9(03) COMP VALUE 0.
01  FB-PRF-FOUND-SW                PIC X(01) VALUE "N".
    88  FB-PRF-IS-LOADED               VALUE "Y".
    88  FB-PRF-NOT-LOADED              VALUE "N".
01  FB-CURR-PROFILE                PIC X(04) VALUE "STD ".
01  FB-CURR-SET-NO                 PIC 9(01) VALUE 1.
01  FB-PRF-LAST-DEPT-ID            PIC X(04) VALUE HIGH-VALUES.

    COPY "FBCLSA.cpy".

    COPY "FBRCTA.cpy".

    COPY "FBRQSA.cpy".

    COPY "FBBDYA.cpy".

01  FB-MTC-SUB                     PIC 9(03) COMP VALUE 0.

01  FB-SWITCHES.
    05  FB-SLICE-SW                PIC X(01) VALUE "N".
        88  FB-SLICE-RUN                VALUE "Y".
        88  FB-NOT-SLICE-RUN            VALUE "N".
    05  FB-CYCLE-DAY-SW            PIC X(01) VALUE "Y".
        88  FB-CYCLE-IS-WORKING-DAY     VALUE "Y".
        88  FB-CYCLE-NOT-WORKING-DAY    VALUE "N".

01  FB-IO-DIAGNOSTICS.
    05  FB-IO-STATUS               PIC X(02).

01  FB-XTR-CONTROL-TOTALS.
    05  FB-XTR-REC-COUNT           PIC 9(09) COMP VALUE 0.
    05  FB-XTR-NBR-SUM             PIC 9(18) COMP VALUE 0.

01  FB-STATISTICS.
    05  FB-STAT-PLAIN              PIC 9(09) COMP VALUE 0.
    05  FB-STAT-ONE-WORD           PIC 9(09) COMP VALUE 0.
    05  FB-STAT-MULTI-WORD         PIC 9(09) COMP VALUE 0.

01  FB-RUN-INFO.
    05  FB-RUN-ID                  PIC 9(14) VALUE 0.
    05  FB-RUN-DATE                PIC 9(08) VALUE 0.
    05  FB-RUN-TIME-RAW            PIC 9(08) VALUE 0.
    05  FB-RUN-TIME                PIC 9(06) VALUE 0.
    05  FB-HIGH-NUMBER             PIC 9(09) VALUE 0.

01  FB-REPORT-CONTROL.
    05  FB-PAGE-NUMBER             PIC 9(03) VALUE 0.
01  FB-WLP-PTR                     PIC 9(03) COMP VALUE 0.

01  FB-EDIT-FIELDS.
    05  FB-EDIT-NUMBER             PIC ZZZZZZZZ9.
    05  FB-EDIT-PAGE               PIC ZZ9.
    05  FB-EDIT-COUNT              PIC ZZZZZZZZ9.
    05  FB-EDIT-RULES              PIC ZZ9.

PROCEDURE DIVISION.

    ACCEPT FB-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT FB-RUN-TIME-RAW FROM TIME.
    MOVE FB-RUN-TIME-RAW(1:6) TO FB-RUN-TIME.
    PERFORM 1420-CHECK-CYCLE-DATE THRU 1420-EXIT.
    PERFORM 1400-ESTABLISH-RUN-ID THRU 1400-EXIT.
    PERFORM 1450-REGISTER-RUN-STEP THRU 1450-EXIT.
    PERFORM 1500-DETERMINE-START-NUMBER THRU 1500-EXIT.
        MOVE "RSLTMST"  TO FB-IO-FILE-ID
        MOVE FB-RMST-STATUS TO FB-IO-STATUS
        PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
        OPEN EXTEND RJRN-FILE
        IF FB-RJRN-STATUS = "35"
            OPEN OUTPUT RJRN-FILE
        END-IF
        MOVE "OPEN EXTEND" TO FB-IO-OPERATION
        MOVE "RSLTJRN"     TO FB-IO-FILE-ID
        MOVE FB-RJRN-STATUS TO FB-IO-STATUS
        PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
        OPEN OUTPUT CHG-FILE
        MOVE "OPEN OUTPUT" TO FB-IO-OPERATION
        MOVE "CHGRPT"      TO FB-IO-FILE-ID

*>****************************************************************
*> 1300-LOAD-RULES-TABLE - HAVE THE SHARED FBCLASS MODULE LOAD
*> THE STANDARD PROFILE INTO RULE SET 1 AS OF TODAY'S RUN DATE.
*> THE TABLE ITSELF NOW LIVES INSIDE FBCLASS SO THE MAIN LOOP
*> NEVER TOUCHES RULEFILE (OR THE TABLE) ITSELF.  DEPARTMENT
*> PROFILES ARE LOADED ON DEMAND BY 2130-RESOLVE-PROFILE.
*>****************************************************************
1300-LOAD-RULES-TABLE.
    MOVE 0 TO FB-PRF-COUNT.
    MOVE "STD " TO FB-CURR-PROFILE.
    PERFORM 1310-LOAD-PROFILE-SET THRU 1310-EXIT.
    1300-EXIT.
        EXIT.

*>****************************************************************
*> 1310-LOAD-PROFILE-SET - LOAD PROFILE FB-CURR-PROFILE INTO THE
*> NEXT FREE FBCLASS RULE SET, NOTE IT ON THE PROFILE TABLE AND
*> MAKE IT THE CURRENT SET.  MORE THAN NINE PROFILES IN ONE RUN,
*> OR A DEPARTMENT PROFILE WITH NO RULES IN FORCE, STOPS THE RUN -
*> CLASSIFYING A DEPARTMENT'S NUMBERS AS ALL PLAIN BECAUSE ITS
*> PROFILE CODE IS MISTYPED ON DEPTFILE WOULD GO OUT AS A WRONG
*> ANSWER, NOT AN ERROR.
*>****************************************************************
1310-LOAD-PROFILE-SET.
    IF FB-PRF-COUNT >= 9
        DISPLAY "FIZZBUZZ *** MORE THAN 9 RULE PROFILES IN ONE "
                "RUN - PROFILE " FB-CURR-PROFILE " FOR DEPT "
                FB-CURR-DEPT-ID " CANNOT BE LOADED."
        MOVE "LOAD PROFILE" TO FB-IO-OPERATION
        MOVE "RULEFILE"     TO FB-IO-FILE-ID
        MOVE "PF"           TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    ADD 1 TO FB-PRF-COUNT.
    MOVE FB-PRF-COUNT TO FB-PRF-SUB.
    MOVE FB-CURR-PROFILE TO FB-PRF-CODE(FB-PRF-SUB).
    MOVE 0 TO FB-PRF-NUMBERS(FB-PRF-SUB).
    MOVE SPACES TO FB-CLS-COMMAREA.
    SET FB-CLS-FUNC-LOAD TO TRUE.
    MOVE FB-PRF-COUNT TO FB-CLS-SET-NO.
    MOVE FB-RUN-DATE TO FB-CLS-ASOF-DATE.
    MOVE FB-CURR-PROFILE TO FB-CLS-PROFILE.
    CALL "FBCLASS" USING FB-CLS-COMMAREA.
    IF NOT FB-CLS-OK
        MOVE "LOAD RULES" TO FB-IO-OPERATION
        END-IF
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    MOVE FB-CLS-RULES-LOADED TO FB-PRF-RULES(FB-PRF-SUB).
    IF FB-CLS-RULES-LOADED = 0 AND FB-CURR-PROFILE NOT = "STD "
        DISPLAY "FIZZBUZZ *** RULE PROFILE " FB-CURR-PROFILE
                " (DEPT " FB-CURR-DEPT-ID ") HAS NO RULES IN "
                "FORCE - CHECK DEPTFILE AND RULEFILE."
        MOVE "LOAD PROFILE" TO FB-IO-OPERATION
        MOVE "RULEFILE"     TO FB-IO-FILE-ID
        MOVE "NP"           TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    MOVE FB-PRF-COUNT TO FB-CURR-SET-NO.
    1310-EXIT.
        EXIT.

*>****************************************************************
    1400-EXIT.
        EXIT.

*>****************************************************************
*> 1420-CHECK-CYCLE-DATE - NO BATCH CYCLE RUNS ON A WEEKEND OR
*> HOLIDAY, SO A SUBMISSION DATED ONE IS ALMOST ALWAYS A MISTAKE
*> (A JOB LEFT ON HOLD OVER THE WEEKEND, A RERUN SUBMITTED A DAY
*> LATE).  IT STOPS HERE WITH RC=8 BEFORE ANYTHING IS REGISTERED
*> OR OPENED, UNLESS OPERATIONS HAVE SET THE CALENDAR OVERRIDE
*> ON THE PARM CARD FOR A RUN THEY REALLY DO WANT.  THE CALENDAR
*> IS ONLY NEEDED HERE, SO FBBDAY CLOSES IT AGAIN AT ONCE.
*>****************************************************************
1420-CHECK-CYCLE-DATE.
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
        GO TO 1420-EXIT
    END-IF.
    IF FB-PARM-CAL-OVERRIDE-YES
        DISPLAY "FIZZBUZZ *** " FB-RUN-DATE " (" FB-BDA-WEEKDAY-NAME
                ") IS NOT A WORKING DAY - RUNNING UNDER THE PARM "
                "CARD CALENDAR OVERRIDE."
        GO TO 1420-EXIT
    END-IF.
    DISPLAY "FIZZBUZZ *** " FB-RUN-DATE " (" FB-BDA-WEEKDAY-NAME
            ") IS NOT A WORKING DAY ON THE SHOP CALENDAR - "
            "SUBMISSION STOPPED.  SET PARMFILE COL 70 TO Y TO "
            "RUN ANYWAY.".
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
    1420-EXIT.
        EXIT.

*>****************************************************************
*> 1450-REGISTER-RUN-STEP - REGISTER ON THE RUN-CONTROL FILE
*> BEFORE ANY SHARED FILE IS OPENED.  A SLICE REGISTERS UNDER ITS
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE " " TO FB-RPT-CTL.
    MOVE "     NUMBER  RESULT               DEPT  PROF"
        TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE " " TO FB-RPT-CTL.
    MOVE "  ---------  --------             ----  ----"
        TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE 3 TO FB-LINE-COUNT.
    PERFORM 1660-WRITE-CHG-LINE THRU 1660-EXIT.

    MOVE " " TO FB-CHG-CTL.
    MOVE "     NUMBER  OLD RESULT            NEW RESULT            PROF"
        TO FB-CHG-LINE.
    PERFORM 1660-WRITE-CHG-LINE THRU 1660-EXIT.

    MOVE " " TO FB-CHG-CTL.
    MOVE "  ---------  --------------------  --------------------  ----"
        TO FB-CHG-LINE.
    PERFORM 1660-WRITE-CHG-LINE THRU 1660-EXIT.


*>****************************************************************
*> 1700-LOAD-DEPT-TABLE - READ THE DEPARTMENT MASTER INTO STORAGE
*> FOR THE DEPARTMENT HEADING LINES AND EACH DEPARTMENT'S RULE
*> PROFILE.  TRANEDIT HAS ALREADY POLICED UNKNOWN DEPARTMENTS
*> UPSTREAM; ONE MISSING HERE IS CLASSIFIED UNDER "STD ".
*>****************************************************************
1700-LOAD-DEPT-TABLE.
    OPEN INPUT DEPT-FILE.
        MOVE FB-DEP-COUNT TO FB-DEP-SUB
        MOVE FB-DEPT-ID   TO FB-DEP-ID(FB-DEP-SUB)
        MOVE FB-DEPT-NAME TO FB-DEP-NAME(FB-DEP-SUB)
        MOVE FB-DEPT-PROFILE TO FB-DEP-PROFILE(FB-DEP-SUB)
    END-IF.
    1710-EXIT.
        EXIT.
*>****************************************************************
2000-PROCESS-ONE-NUMBER.
    PERFORM 2200-CLASSIFY-NUMBER THRU 2200-EXIT.
    ADD 1 TO FB-PRF-NUMBERS(FB-CURR-SET-NO).
    PERFORM 2220-WRITE-MATCH-DETAILS THRU 2220-EXIT.
    PERFORM 2500-ACCUMULATE-STATISTICS THRU 2500-EXIT.
    PERFORM 2400-WRITE-EXTRACT-RECORD THRU 2400-EXIT.
        END-STRING
    END-IF.
    MOVE FB-CURR-DEPT-ID TO FB-RPT-LINE(35:4).
    MOVE FB-CURR-PROFILE TO FB-RPT-LINE(41:4).
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    ADD 1 TO FB-LINE-COUNT.
    IF loopNumber > FB-HIGH-NUMBER
            MOVE 0 TO FB-CKPT-INTERVAL-COUNT
        END-IF
    END-IF.
    IF FB-MODE-TRANSACTION
            AND FB-RANGE-NOT-ACTIVE
            AND FB-CURR-REQ-ID > 0
        PERFORM 2800-POST-REQUEST-CLASSIFIED THRU 2800-EXIT
    END-IF.
    PERFORM 2100-GET-NEXT-NUMBER THRU 2100-EXIT.
    2000-EXIT.
        EXIT.
            MOVE FB-DEP-NAME(FB-DEP-SUB) TO FB-RPT-LINE(15:30)
        END-IF
    END-IF.
    MOVE "PROFILE" TO FB-RPT-LINE(47:7).
    MOVE FB-CURR-PROFILE TO FB-RPT-LINE(55:4).
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    ADD 1 TO FB-LINE-COUNT.
    MOVE FB-CURR-DEPT-ID TO FB-PREV-DEPT-ID.
*> 2110-READ-TRANSACTION - READ ONE TRANFILE RECORD.  A SINGLE
*> RECORD HANDS OUT ITS ONE NUMBER; A RANGE RECORD HANDS OUT ITS
*> FROM-NUMBER AND ARMS THE RANGE SO 2115 HANDS OUT THE REST.
*> TRANEDIT HAS ALREADY VALIDATED THE RECORD UPSTREAM.  THE
*> RECORD'S DEPARTMENT DECIDES THE RULE PROFILE (2130).
*>****************************************************************
2110-READ-TRANSACTION.
    READ TRAN-FILE
    END-IF.
    IF FB-TRAN-STATUS = "00"
        MOVE FB-TRAN-DEPT-ID TO FB-CURR-DEPT-ID
        IF FB-TRAN-REQ-ID NUMERIC
            MOVE FB-TRAN-REQ-ID TO FB-CURR-REQ-ID
        ELSE
            MOVE 0 TO FB-CURR-REQ-ID
        END-IF
        PERFORM 2130-RESOLVE-PROFILE THRU 2130-EXIT
        MOVE FB-TRAN-NUMBER  TO loopNumber
        IF FB-TRAN-RANGE
            MOVE FB-TRAN-NUMBER    TO FB-RANGE-NEXT
    2110-EXIT.
        EXIT.

*>****************************************************************
*> 2130-RESOLVE-PROFILE - MAKE THE CURRENT DEPARTMENT'S RULE
*> PROFILE THE CURRENT FBCLASS SET, LOADING IT ON FIRST USE.  A
*> RUN OF RECORDS FOR ONE DEPARTMENT ONLY PAYS FOR THE LOOKUP
*> ONCE.
*>****************************************************************
2130-RESOLVE-PROFILE.
    IF FB-CURR-DEPT-ID = FB-PRF-LAST-DEPT-ID
        GO TO 2130-EXIT
    END-IF.
    MOVE FB-CURR-DEPT-ID TO FB-PRF-LAST-DEPT-ID.
    MOVE "STD " TO FB-CURR-PROFILE.
    SET FB-DEP-NAME-NOT-FOUND TO TRUE.
    PERFORM 2060-SCAN-DEPT-NAME THRU 2060-EXIT
        VARYING FB-DEP-SUB FROM 1 BY 1
        UNTIL FB-DEP-SUB > FB-DEP-COUNT
           OR FB-DEP-NAME-FOUND.
    IF FB-DEP-NAME-FOUND
        SUBTRACT 1 FROM FB-DEP-SUB
        IF FB-DEP-PROFILE(FB-DEP-SUB) NOT = SPACES
            MOVE FB-DEP-PROFILE(FB-DEP-SUB) TO FB-CURR-PROFILE
        END-IF
    END-IF.
    SET FB-PRF-NOT-LOADED TO TRUE.
    PERFORM 2140-SCAN-PROFILE THRU 2140-EXIT
        VARYING FB-PRF-SUB FROM 1 BY 1
        UNTIL FB-PRF-SUB > FB-PRF-COUNT
           OR FB-PRF-IS-LOADED.
    IF FB-PRF-IS-LOADED
        SUBTRACT 1 FROM FB-PRF-SUB
        MOVE FB-PRF-SUB TO FB-CURR-SET-NO
    ELSE
        PERFORM 1310-LOAD-PROFILE-SET THRU 1310-EXIT
    END-IF.
    2130-EXIT.
        EXIT.

2140-SCAN-PROFILE.
    IF FB-PRF-CODE(FB-PRF-SUB) = FB-CURR-PROFILE
        SET FB-PRF-IS-LOADED TO TRUE
    END-IF.
    2140-EXIT.
        EXIT.

*>****************************************************************
*> 2115-GET-NEXT-IN-RANGE - HAND OUT THE NEXT NUMBER OF THE
*> RANGE TRANSACTION IN FLIGHT; ON THE LAST ONE, DISARM THE

*>****************************************************************
*> 2200-CLASSIFY-NUMBER - HAVE FBCLASS BUILD out AND THE MATCH
*> TABLE FOR loopNumber AGAINST THE CURRENT PROFILE'S RULE SET.
*> THE OLD IN-LINE RULE-APPLICATION LOGIC (2210-APPLY-ONE-RULE)
*> LIVES IN FBCLASS NOW, SHARED WITH THE FBINQ INQUIRY.
*>****************************************************************
2200-CLASSIFY-NUMBER.
    SET FB-CLS-FUNC-CLASSIFY TO TRUE.
    MOVE FB-CURR-SET-NO TO FB-CLS-SET-NO.
    MOVE loopNumber TO FB-CLS-NUMBER.
    CALL "FBCLASS" USING FB-CLS-COMMAREA.
    IF FB-CLS-WORD-OVERFLOW
    MOVE FB-CLS-MATCH-TYPE(FB-MTC-SUB)
        TO FB-MTCH-RULE-TYPE.
    MOVE FB-MTC-SUB  TO FB-MTCH-MATCH-SEQ.
    MOVE FB-CURR-PROFILE TO FB-MTCH-PROFILE.
    WRITE FB-MTCH-RECORD.
    MOVE "WRITE"    TO FB-IO-OPERATION.
    MOVE "MTCHFILE" TO FB-IO-FILE-ID.
    MOVE out TO FB-XTR-OUT-TEXT.
    MOVE "," TO FB-XTR-SEP-4.
    MOVE FB-CURR-DEPT-ID TO FB-XTR-DEPT-ID.
    MOVE "," TO FB-XTR-SEP-5.
    MOVE FB-CURR-PROFILE TO FB-XTR-PROFILE.
    MOVE "," TO FB-XTR-SEP-6.
    MOVE FB-CURR-REQ-ID TO FB-XTR-REQ-ID.
    WRITE FB-XTRACT-RECORD.
    MOVE "WRITE"   TO FB-IO-OPERATION.
    MOVE "XTRFILE" TO FB-IO-FILE-ID.

*>****************************************************************
*> 2410-SET-LEGACY-FLAGS - THE EXTRACT'S FIZZ/BUZZ FLAG COLUMNS
*> STILL REFLECT THE FIRST TWO RULES ON THE PROFILE'S SET, FOR
*> COMPATIBILITY WITH THE DOWNSTREAM LAYOUT.  A MATCH-TABLE ENTRY
*> WHOSE RULE-NO IS 1 OR 2 FLIPS THE MATCHING FLAG.
*>****************************************************************
        GO TO 2700-EXIT
    END-IF.
    SET FB-RMST-ROW-IS-NEW TO TRUE.
    MOVE FB-CURR-PROFILE TO FB-RMST-PROFILE.
    MOVE loopNumber TO FB-RMST-NUMBER.
    READ RMST-FILE
        INVALID KEY CONTINUE
            SET FB-RMST-ROW-EXISTS TO TRUE
            MOVE FB-RMST-OUT-TEXT  TO FB-RMW-OLD-OUT
            MOVE FB-RMST-WORD-LIST TO FB-RMW-OLD-LIST
            IF FB-RMST-LAST-RUN-ID NOT = FB-RUN-ID
                PERFORM 2705-JOURNAL-BEFORE-IMAGE THRU 2705-EXIT
            END-IF
        WHEN FB-RMST-STATUS = "23"
            PERFORM 2705-JOURNAL-BEFORE-IMAGE THRU 2705-EXIT
        WHEN OTHER
            MOVE "READ"    TO FB-IO-OPERATION
            MOVE "RSLTMST" TO FB-IO-FILE-ID
        ADD 1 TO FB-CHG-COUNT
        PERFORM 2720-REPORT-ONE-CHANGE THRU 2720-EXIT
    END-IF.
    MOVE FB-CURR-PROFILE   TO FB-RMST-PROFILE.
    MOVE loopNumber        TO FB-RMST-NUMBER.
    MOVE out               TO FB-RMST-OUT-TEXT.
    MOVE FB-MATCH-COUNT    TO FB-RMST-MATCH-COUNT.
    2700-EXIT.
        EXIT.

*>****************************************************************
*> 2705-JOURNAL-BEFORE-IMAGE - APPEND THE ROW AS THIS RUN FOUND
*> IT (OR, FOR A NEW ROW, JUST ITS KEY) TO RSLTJRN BEFORE 2700
*> CHANGES IT.  THIS IS ALL RUNBACK HAS TO RESTORE FROM.
*>****************************************************************
2705-JOURNAL-BEFORE-IMAGE.
    MOVE SPACES TO FB-RJRN-RECORD.
    MOVE FB-RUN-ID       TO FB-RJRN-RUN-ID.
    MOVE FB-CURR-PROFILE TO FB-RJRN-PROFILE.
    MOVE loopNumber      TO FB-RJRN-NUMBER.
    IF FB-RMST-ROW-EXISTS
        SET FB-RJRN-ROW-CHANGED TO TRUE
        MOVE FB-RMST-RECORD TO FB-RJRN-BEFORE-IMAGE
    ELSE
        SET FB-RJRN-ROW-ADDED TO TRUE
    END-IF.
    WRITE FB-RJRN-RECORD.
    MOVE "WRITE"   TO FB-IO-OPERATION.
    MOVE "RSLTJRN" TO FB-IO-FILE-ID.
    MOVE FB-RJRN-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    2705-EXIT.
        EXIT.

*>****************************************************************
*> 2710-BUILD-NEW-WORD-LIST - THE MATCHED WORDS, SPACE-SEPARATED,
*> FOR THE MASTER ROW - THE OUT-TEXT RUNS THEM TOGETHER AND
    MOVE loopNumber TO FB-EDIT-NUMBER.
    MOVE " " TO FB-CHG-CTL.
    MOVE SPACES TO FB-CHG-LINE.
    MOVE FB-EDIT-NUMBER TO FB-CHG-LINE(3:9).
    IF FB-RMW-OLD-OUT = SPACES
        MOVE "(PLAIN)" TO FB-CHG-LINE(14:7)
    ELSE
        MOVE FB-RMW-OLD-OUT TO FB-CHG-LINE(14:20)
    END-IF.
    IF out = SPACES
        MOVE "(PLAIN)" TO FB-CHG-LINE(36:7)
    ELSE
        MOVE out TO FB-CHG-LINE(36:20)
    END-IF.
    MOVE FB-CURR-PROFILE TO FB-CHG-LINE(58:4).
    PERFORM 1660-WRITE-CHG-LINE THRU 1660-EXIT.
    ADD 1 TO FB-CHG-LINE-COUNT.
    MOVE SPACES TO FB-OLD-WORDS.
    2610-EXIT.
        EXIT.

*>****************************************************************
*> 2800-POST-REQUEST-CLASSIFIED - THE LAST NUMBER OF AN ONLINE
*> REQUEST HAS BEEN CLASSIFIED: MARK ITS REQSTAT ROW CLASSIFIED
*> UNDER THIS RUN-ID.  A RESTART OR A RERUN SIMPLY MARKS IT AGAIN.
*> A ROW FBRQST WILL NOT MOVE ("NF"/"SQ") IS LEFT ALONE; ONLY A
*> REQSTAT I/O ERROR STOPS THE RUN.
*>****************************************************************
2800-POST-REQUEST-CLASSIFIED.
    SET FB-RQS-FUNC-STAGE TO TRUE.
    MOVE FB-CURR-REQ-ID TO FB-RQS-REQ-ID.
    MOVE "C"            TO FB-RQS-STAGE.
    MOVE FB-RUN-ID      TO FB-RQS-RUN-ID.
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
*> 8100-WRITE-REPORT-TRAILER - CLOSING SUMMARY LINES SHOWING HOW
*> MANY NUMBERS FELL INTO EACH CLASSIFICATION FOR THE RUN.
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE " " TO FB-RPT-CTL.
    MOVE "  ----- RULE PROFILES USED -----" TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    PERFORM 8110-WRITE-ONE-PROFILE THRU 8110-EXIT
        VARYING FB-PRF-SUB FROM 1 BY 1
        UNTIL FB-PRF-SUB > FB-PRF-COUNT.
    8100-EXIT.
        EXIT.

*>****************************************************************
*> 8110-WRITE-ONE-PROFILE - ONE TRAILER LINE PER RULE PROFILE
*> LOADED: HOW MANY RULES IT HAD IN FORCE AND HOW MANY NUMBERS
*> WERE CLASSIFIED UNDER IT.
*>****************************************************************
8110-WRITE-ONE-PROFILE.
    MOVE FB-PRF-RULES(FB-PRF-SUB)   TO FB-EDIT-RULES.
    MOVE FB-PRF-NUMBERS(FB-PRF-SUB) TO FB-EDIT-COUNT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  PROFILE " DELIMITED BY SIZE
           FB-PRF-CODE(FB-PRF-SUB) DELIMITED BY SIZE
           "  RULES " DELIMITED BY SIZE
           FB-EDIT-RULES DELIMITED BY SIZE
           "  NUMBERS " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    8110-EXIT.
        EXIT.

*>****************************************************************
*> 8170-WRITE-CHG-TRAILER - CLOSING COUNT FOR THE CHANGE REPORT.
*> A ZERO MEANS TODAY'S ANSWERS MATCH THE MASTER EVERYWHERE -
        MOVE "RSLTMST" TO FB-IO-FILE-ID
        MOVE FB-RMST-STATUS TO FB-IO-STATUS
        PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
        CLOSE RJRN-FILE
        MOVE "CLOSE"   TO FB-IO-OPERATION
        MOVE "RSLTJRN" TO FB-IO-FILE-ID
        MOVE FB-RJRN-STATUS TO FB-IO-STATUS
        PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
        CLOSE CHG-FILE
        MOVE "CLOSE"  TO FB-IO-OPERATION
        MOVE "CHGRPT" TO FB-IO-FILE-ID
        MOVE "TRANFILE" TO FB-IO-FILE-ID
        MOVE FB-TRAN-STATUS TO FB-IO-STATUS
        PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
        SET FB-RQS-FUNC-CLOSE TO TRUE
        CALL "FBRQST" USING FB-RQS-COMMAREA
        IF FB-RQS-IO-ERROR
            MOVE "CLOSE"   TO FB-IO-OPERATION
            MOVE "REQSTAT" TO FB-IO-FILE-ID
            MOVE FB-RQS-IO-STATUS TO FB-IO-STATUS
            PERFORM 9500-ABEND-RTN THRU 9500-EXIT
        END-IF
    END-IF.
    8300-EXIT.
        EXIT.
