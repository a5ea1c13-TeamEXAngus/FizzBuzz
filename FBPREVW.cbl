*> TRANFILE NUMBERS); FB-PARM-ASOF-DATE SUPPLIES THE WHAT-IF
*> DATE AND IS REQUIRED.  CHECKPOINT AND RESTART FIELDS ARE
*> IGNORED - A PREVIEW ALWAYS COVERS THE WHOLE RANGE.
*> FB-PARM-PROFILE NAMES THE RULE PROFILE TO PREVIEW (SPACES =
*> THE STANDARD PROFILE "STD "); BOTH SETS ARE LOADED FOR IT.
*>------------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-08-22 TXA  ORIGINAL.
*>                 FBTRAN) THE SAME WAY FIZZBUZZ DOES, SO A
*>                 PREVIEW OF A TRANSACTION RUN COVERS EXACTLY
*>                 THE NUMBERS THE REAL RUN WILL.
*> 2026-10-15 TXA  PREVIEW ONE RULE PROFILE (SEE FBRULE), TAKEN
*>                 FROM FB-PARM-PROFILE; BOTH RULE SETS ARE LOADED
*>                 FOR THAT PROFILE AND IT IS PRINTED UNDER THE
*>                 TITLE.
*> 2026-10-15 TXA  NUMBERS WIDENED FROM 5 TO 9 DIGITS (CEILING
*>                 999,999,999) WITH THE PARM CARD AND TRANFILE;
*>                 COUNTS AND REPORT COLUMNS WIDENED TO MATCH.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. FBPREVW.
    05  FB-TRAN-STATUS             PIC X(02).
    05  FB-RPT-STATUS              PIC X(02).

01  FB-LOOP-LIMIT                  PIC 9(09) VALUE 0.
01  FB-COUNTER-NEXT                PIC 9(09) VALUE 0.
01  loopNumber                     PIC 9(09) VALUE 0.

01  FB-RANGE-FIELDS.
    05  FB-RANGE-ACTIVE-SW         PIC X(01) VALUE "N".
        88  FB-RANGE-IS-ACTIVE         VALUE "Y".
        88  FB-RANGE-NOT-ACTIVE        VALUE "N".
    05  FB-RANGE-NEXT              PIC 9(09) VALUE 0.
    05  FB-RANGE-END               PIC 9(09) VALUE 0.

    COPY "FBCLSA.cpy".

    05  FB-IO-FILE-ID              PIC X(10).

01  FB-ASOF-DATE                   PIC 9(08) VALUE 0.
01  FB-PREVW-PROFILE               PIC X(04) VALUE "STD ".

01  FB-CUR-RESULT.
    05  FB-CUR-OUT                 PIC X(20) VALUE SPACES.
    05  FB-NEW-MATCHES             PIC 9(03) VALUE 0.

01  FB-CUR-STATISTICS.
    05  FB-CUR-PLAIN               PIC 9(09) COMP VALUE 0.
    05  FB-CUR-ONE-WORD            PIC 9(09) COMP VALUE 0.
    05  FB-CUR-MULTI-WORD          PIC 9(09) COMP VALUE 0.
01  FB-NEW-STATISTICS.
    05  FB-NEW-PLAIN               PIC 9(09) COMP VALUE 0.
    05  FB-NEW-ONE-WORD            PIC 9(09) COMP VALUE 0.
    05  FB-NEW-MULTI-WORD          PIC 9(09) COMP VALUE 0.

01  FB-DIFF-COUNT                  PIC 9(09) COMP VALUE 0.
01  FB-STAT-DELTA                  PIC S9(10) COMP VALUE 0.

01  FB-RUN-INFO.
    05  FB-RUN-DATE                PIC 9(08) VALUE 0.

01  FB-EDIT-FIELDS.
    05  FB-EDIT-PAGE               PIC ZZ9.
    05  FB-EDIT-NUMBER             PIC ZZZZZZZZ9.
    05  FB-EDIT-COUNT              PIC ZZZZZZZZ9.
    05  FB-EDIT-DELTA              PIC +(09)9.

PROCEDURE DIVISION.

        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    MOVE FB-PARM-ASOF-DATE TO FB-ASOF-DATE.
    IF FB-PARM-PROFILE NOT = SPACES
        MOVE FB-PARM-PROFILE TO FB-PREVW-PROFILE
    END-IF.
    CLOSE PARM-FILE.
    MOVE "CLOSE"      TO FB-IO-OPERATION.
    MOVE "PARMFILE"   TO FB-IO-FILE-ID.

*>****************************************************************
*> 1300-LOAD-BOTH-RULE-SETS - SET 1 AS OF TODAY, SET 2 AS OF THE
*> WHAT-IF DATE, BOTH FOR THE PREVIEW PROFILE AND BOTH THROUGH THE
*> SHARED FBCLASS MODULE.
*>****************************************************************
1300-LOAD-BOTH-RULE-SETS.
    MOVE SPACES TO FB-CLS-COMMAREA.
    SET FB-CLS-FUNC-LOAD TO TRUE.
    MOVE 1 TO FB-CLS-SET-NO.
    MOVE FB-RUN-DATE TO FB-CLS-ASOF-DATE.
    MOVE FB-PREVW-PROFILE TO FB-CLS-PROFILE.
    CALL "FBCLASS" USING FB-CLS-COMMAREA.
    PERFORM 1350-CHECK-LOAD-RETURN THRU 1350-EXIT.
    SET FB-CLS-FUNC-LOAD TO TRUE.
    MOVE 2 TO FB-CLS-SET-NO.
    MOVE FB-ASOF-DATE TO FB-CLS-ASOF-DATE.
    MOVE FB-PREVW-PROFILE TO FB-CLS-PROFILE.
    CALL "FBCLASS" USING FB-CLS-COMMAREA.
    PERFORM 1350-CHECK-LOAD-RETURN THRU 1350-EXIT.
    1300-EXIT.

*>****************************************************************
*> 1600-WRITE-REPORT-HEADINGS - TITLE LINE CARRYING BOTH DATES,
*> PAGE NUMBER, THE RULE PROFILE AND COLUMN HEADINGS.
*>****************************************************************
1600-WRITE-REPORT-HEADINGS.
    ADD 1 TO FB-PAGE-NUMBER.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  RULE PROFILE " DELIMITED BY SIZE
           FB-PREVW-PROFILE DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE " " TO FB-RPT-CTL.
    MOVE "     NUMBER  CURRENT RESULT        AS-OF RESULT"
        TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE " " TO FB-RPT-CTL.
    MOVE "  ---------  --------------------  --------------------"
        TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE 4 TO FB-LINE-COUNT.
    1600-EXIT.
        EXIT.

    MOVE loopNumber TO FB-EDIT-NUMBER.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    MOVE FB-EDIT-NUMBER TO FB-RPT-LINE(3:9).
    IF FB-CUR-OUT = SPACES
        MOVE "(PLAIN)" TO FB-RPT-LINE(14:7)
    ELSE
        MOVE FB-CUR-OUT TO FB-RPT-LINE(14:20)
    END-IF.
    IF FB-NEW-OUT = SPACES
        MOVE "(PLAIN)" TO FB-RPT-LINE(36:7)
    ELSE
        MOVE FB-NEW-OUT TO FB-RPT-LINE(36:20)
    END-IF.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    ADD 1 TO FB-LINE-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    MOVE "  PLAIN NUMBERS......" TO FB-RPT-LINE(1:21).
    MOVE FB-CUR-PLAIN TO FB-EDIT-COUNT.
    MOVE FB-EDIT-COUNT TO FB-RPT-LINE(23:9).
    MOVE FB-NEW-PLAIN TO FB-EDIT-COUNT.
    MOVE FB-EDIT-COUNT TO FB-RPT-LINE(34:9).
    COMPUTE FB-STAT-DELTA = FB-NEW-PLAIN - FB-CUR-PLAIN.
    MOVE FB-STAT-DELTA TO FB-EDIT-DELTA.
    MOVE FB-EDIT-DELTA TO FB-RPT-LINE(45:10).
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    8110-EXIT.
        EXIT.
    MOVE SPACES TO FB-RPT-LINE.
    MOVE "  SINGLE-RULE........" TO FB-RPT-LINE(1:21).
    MOVE FB-CUR-ONE-WORD TO FB-EDIT-COUNT.
    MOVE FB-EDIT-COUNT TO FB-RPT-LINE(23:9).
    MOVE FB-NEW-ONE-WORD TO FB-EDIT-COUNT.
    MOVE FB-EDIT-COUNT TO FB-RPT-LINE(34:9).
    COMPUTE FB-STAT-DELTA = FB-NEW-ONE-WORD - FB-CUR-ONE-WORD.
    MOVE FB-STAT-DELTA TO FB-EDIT-DELTA.
    MOVE FB-EDIT-DELTA TO FB-RPT-LINE(45:10).
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    8120-EXIT.
        EXIT.
    MOVE SPACES TO FB-RPT-LINE.
    MOVE "  MULTI-RULE........." TO FB-RPT-LINE(1:21).
    MOVE FB-CUR-MULTI-WORD TO FB-EDIT-COUNT.
    MOVE FB-EDIT-COUNT TO FB-RPT-LINE(23:9).
    MOVE FB-NEW-MULTI-WORD TO FB-EDIT-COUNT.
    MOVE FB-EDIT-COUNT TO FB-RPT-LINE(34:9).
    COMPUTE FB-STAT-DELTA = FB-NEW-MULTI-WORD - FB-CUR-MULTI-WORD.
    MOVE FB-STAT-DELTA TO FB-EDIT-DELTA.
    MOVE FB-EDIT-DELTA TO FB-RPT-LINE(45:10).
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    8130-EXIT.
        EXIT.
