*>   COLS  1-3   DIVISOR TO SELECT (000 = ALL DIVISORS)
*>   COLS  4-11  FROM DATE YYYYMMDD (00000000 = OPEN)
*>   COLS 12-19  TO DATE YYYYMMDD (00000000 = OPEN)
*>   COLS 20-23  RULE PROFILE TO SELECT (SPACES = ALL PROFILES)
*> NO PARM CARD AT ALL PRINTS THE WHOLE TRAIL.
*>------------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-08-22 TXA  ORIGINAL.
*> 2026-09-02 TXA  PRINT THE RULE TYPE NEXT TO THE DIVISOR NOW
*>                 THAT RULES ARE TYPED (SEE FBRULE/FBRAUD).
*> 2026-10-15 TXA  PRINT THE RULE PROFILE ON EACH ENTRY AND ALLOW
*>                 SELECTION BY PROFILE (PARM COLS 20-23).  ROWS
*>                 WRITTEN BEFORE PROFILES EXISTED CARRY A SPACE
*>                 PROFILE AND ARE TREATED AS "STD ".
*> 2026-10-15 TXA  CHANGES NOW NEED A SECOND USER'S APPROVAL (SEE
*>                 RULEMAINT): USER IS THE MAKER AND THE NEW
*>                 APPROVER COLUMN THE CHECKER.  ROWS WRITTEN
*>                 BEFORE APPROVAL EXISTED SHOW NO APPROVER.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. RAUDRPT.
    05  FB-RAP-DIVISOR              PIC 9(03).
    05  FB-RAP-FROM-DATE            PIC 9(08).
    05  FB-RAP-TO-DATE              PIC 9(08).
    05  FB-RAP-PROFILE              PIC X(04).
    05  FILLER                      PIC X(57).

FD  AUD-FILE
    RECORDING MODE IS F.

01  FB-SELECTION-FIELDS.
    05  FB-SEL-DIVISOR             PIC 9(03) VALUE 0.
    05  FB-SEL-PROFILE             PIC X(04) VALUE SPACES.
    05  FB-ROW-PROFILE             PIC X(04) VALUE SPACES.
    05  FB-SEL-FROM-DATE           PIC 9(08) VALUE 0.
    05  FB-SEL-TO-DATE             PIC 9(08) VALUE 99999999.

            IF FB-RAP-TO-DATE NUMERIC AND FB-RAP-TO-DATE > 0
                MOVE FB-RAP-TO-DATE TO FB-SEL-TO-DATE
            END-IF
            MOVE FB-RAP-PROFILE TO FB-SEL-PROFILE
        END-IF
        CLOSE PARM-FILE
    END-IF.
           FB-SEL-FROM-DATE DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           FB-SEL-TO-DATE DELIMITED BY SIZE
           "   PROFILE " DELIMITED BY SIZE
           FB-SEL-PROFILE DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  DATE      TIME    USER      ACTION      DIV TYPE PROF "
               DELIMITED BY SIZE
           "APPROVER" DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  --------  ------  --------  ----------  --- ---- ---- "
               DELIMITED BY SIZE
           "--------" DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE 4 TO FB-LINE-COUNT.

*>****************************************************************
*> 2000-SELECT-ONE-ROW - PRINT THE ROW IF IT FALLS INSIDE THE
*> DIVISOR, DATE-RANGE AND PROFILE SELECTION.
*>****************************************************************
2000-SELECT-ONE-ROW.
    MOVE FB-RAUD-PROFILE TO FB-ROW-PROFILE.
    IF FB-ROW-PROFILE = SPACES
        MOVE "STD " TO FB-ROW-PROFILE
    END-IF.
    IF (FB-SEL-DIVISOR = 0 OR FB-RAUD-DIVISOR = FB-SEL-DIVISOR)
     AND (FB-SEL-PROFILE = SPACES OR FB-ROW-PROFILE = FB-SEL-PROFILE)
     AND FB-RAUD-DATE >= FB-SEL-FROM-DATE
     AND FB-RAUD-DATE <= FB-SEL-TO-DATE
        PERFORM 3000-PRINT-ONE-ENTRY THRU 3000-EXIT
    MOVE FB-ACTION-TEXT  TO FB-RPT-LINE(31:10).
    MOVE FB-RAUD-DIVISOR TO FB-RPT-LINE(43:3).
    MOVE FB-RAUD-RULE-TYPE TO FB-RPT-LINE(47:1).
    MOVE FB-ROW-PROFILE  TO FB-RPT-LINE(52:4).
    MOVE FB-RAUD-APPROVER-ID TO FB-RPT-LINE(57:8).
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    ADD 1 TO FB-LINE-COUNT.

