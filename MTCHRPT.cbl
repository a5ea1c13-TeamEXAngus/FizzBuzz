*>------------------------------------------------------------------
*> MTCHFILE MAY COVER ONE RUN OR MANY CONCATENATED RUNS - THE
*> REPORTING PERIOD IS WHATEVER THE JCL POINTS AT.  A SPACE RULE
*> TYPE ON OLDER ROWS READS AS "D" (DIVISIBLE-BY), AND A SPACE
*> RULE PROFILE AS "STD ".
*>------------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-09-02 TXA  ORIGINAL.
*> 2026-10-15 TXA  THE RULE PROFILE (SEE FBRULE/FBMTCH) IS NOW PART
*>                 OF A RULE'S IDENTITY - FIZZ ON 3 UNDER "STD "
*>                 AND UNDER "MKT " ARE DIFFERENT RULES OWNED BY
*>                 DIFFERENT PEOPLE - AND IS PRINTED IN EVERY
*>                 SECTION.
*> 2026-10-15 TXA  NUMBERS WIDENED FROM 5 TO 9 DIGITS WITH
*>                 MTCHFILE (CEILING 999,999,999).
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. MTCHRPT.

*> ---------------------------------------------------------------
*> PER-RULE TOTALS ACROSS THE WHOLE PERIOD.  A RULE IS IDENTIFIED
*> BY PROFILE + TYPE + VALUE + WORD, SO A RULE WHOSE WORD WAS
*> CHANGED SHOWS AS TWO IDENTITIES - WHICH IS EXACTLY WHAT THE
*> AUDIT SECTION IS THERE TO EXPLAIN.
*> ---------------------------------------------------------------
01  FB-RST-TABLE.
    05  FB-RST-COUNT               PIC 9(03) COMP VALUE 0.
    05  FB-RST-ENTRY OCCURS 60 TIMES.
        10  FB-RST-PROFILE         PIC X(04).
        10  FB-RST-TYPE            PIC X(01).
        10  FB-RST-DIVISOR         PIC 9(03).
        10  FB-RST-WORD            PIC X(08).
01  FB-RRN-TABLE.
    05  FB-RRN-COUNT               PIC 9(04) COMP VALUE 0.
    05  FB-RRN-ENTRY OCCURS 600 TIMES.
        10  FB-RRN-PROFILE         PIC X(04).
        10  FB-RRN-TYPE            PIC X(01).
        10  FB-RRN-DIVISOR         PIC 9(03).
        10  FB-RRN-WORD            PIC X(08).
*> ---------------------------------------------------------------
01  FB-GRP-FIELDS.
    05  FB-GRP-RUN-ID              PIC 9(14) VALUE 0.
    05  FB-GRP-NUMBER              PIC 9(09) VALUE 0.
    05  FB-GRP-ACTIVE-SW           PIC X(01) VALUE "N".
        88  FB-GROUP-IN-FLIGHT         VALUE "Y".
        88  FB-NO-GROUP-YET            VALUE "N".
    05  FB-GRP-SIZE                PIC 9(03) COMP VALUE 0.
    05  FB-GRP-HIT OCCURS 20 TIMES.
        10  FB-GRP-PROFILE         PIC X(04).
        10  FB-GRP-TYPE            PIC X(01).
        10  FB-GRP-DIVISOR         PIC 9(03).
        10  FB-GRP-WORD            PIC X(08).

01  FB-LOOKUP-FIELDS.
    05  FB-LKP-PROFILE             PIC X(04) VALUE SPACES.
    05  FB-LKP-TYPE                PIC X(01) VALUE SPACE.
    05  FB-LKP-DIVISOR             PIC 9(03) VALUE 0.
    05  FB-LKP-WORD                PIC X(08) VALUE SPACES.
        ELSE
            MOVE FB-MTCH-RULE-TYPE TO FB-GRP-TYPE(FB-GRP-SUB)
        END-IF
        IF FB-MTCH-PROFILE = SPACES
            MOVE "STD " TO FB-GRP-PROFILE(FB-GRP-SUB)
        ELSE
            MOVE FB-MTCH-PROFILE TO FB-GRP-PROFILE(FB-GRP-SUB)
        END-IF
        MOVE FB-MTCH-RULE-DIVISOR TO FB-GRP-DIVISOR(FB-GRP-SUB)
        MOVE FB-MTCH-RULE-WORD    TO FB-GRP-WORD(FB-GRP-SUB)
    END-IF.
        EXIT.

2510-POST-ONE-HIT.
    MOVE FB-GRP-PROFILE(FB-GRP-SUB) TO FB-LKP-PROFILE.
    MOVE FB-GRP-TYPE(FB-GRP-SUB)    TO FB-LKP-TYPE.
    MOVE FB-GRP-DIVISOR(FB-GRP-SUB) TO FB-LKP-DIVISOR.
    MOVE FB-GRP-WORD(FB-GRP-SUB)    TO FB-LKP-WORD.
        ELSE
            ADD 1 TO FB-RST-COUNT
            MOVE FB-RST-COUNT TO FB-RST-SUB
            MOVE FB-LKP-PROFILE TO FB-RST-PROFILE(FB-RST-SUB)
            MOVE FB-LKP-TYPE    TO FB-RST-TYPE(FB-RST-SUB)
            MOVE FB-LKP-DIVISOR TO FB-RST-DIVISOR(FB-RST-SUB)
            MOVE FB-LKP-WORD    TO FB-RST-WORD(FB-RST-SUB)
        EXIT.

2610-SCAN-ONE-RULE.
    IF FB-RST-PROFILE(FB-RST-SUB) = FB-LKP-PROFILE
            AND FB-RST-TYPE(FB-RST-SUB) = FB-LKP-TYPE
            AND FB-RST-DIVISOR(FB-RST-SUB) = FB-LKP-DIVISOR
            AND FB-RST-WORD(FB-RST-SUB) = FB-LKP-WORD
        SET FB-ENTRY-FOUND TO TRUE
        ELSE
            ADD 1 TO FB-RRN-COUNT
            MOVE FB-RRN-COUNT TO FB-RRN-SUB
            MOVE FB-LKP-PROFILE TO FB-RRN-PROFILE(FB-RRN-SUB)
            MOVE FB-LKP-TYPE    TO FB-RRN-TYPE(FB-RRN-SUB)
            MOVE FB-LKP-DIVISOR TO FB-RRN-DIVISOR(FB-RRN-SUB)
            MOVE FB-LKP-WORD    TO FB-RRN-WORD(FB-RRN-SUB)
        EXIT.

2710-SCAN-ONE-RUN-ROW.
    IF FB-RRN-PROFILE(FB-RRN-SUB) = FB-LKP-PROFILE
            AND FB-RRN-TYPE(FB-RRN-SUB) = FB-LKP-TYPE
            AND FB-RRN-DIVISOR(FB-RRN-SUB) = FB-LKP-DIVISOR
            AND FB-RRN-WORD(FB-RRN-SUB) = FB-LKP-WORD
            AND FB-RRN-RUN-ID(FB-RRN-SUB) = FB-LKP-RUN-ID
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    ADD 1 TO FB-LINE-COUNT.
    MOVE " " TO FB-RPT-CTL.
    MOVE "  TYPE  VALUE  WORD         FIRED      ALONE"
        TO FB-RPT-LINE.
    MOVE "COMBINED  SHARE      PROF" TO FB-RPT-LINE(48:25).
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    ADD 1 TO FB-LINE-COUNT.
    IF FB-RST-COUNT = 0
    MOVE FB-MRP-SHARE TO FB-EDIT-SHARE.
    MOVE FB-EDIT-SHARE TO FB-RPT-LINE(59:5).
    MOVE "PCT" TO FB-RPT-LINE(65:3).
    MOVE FB-RST-PROFILE(FB-RST-SUB) TO FB-RPT-LINE(70:4).
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    ADD 1 TO FB-LINE-COUNT.
    3100-EXIT.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    ADD 1 TO FB-LINE-COUNT.
    MOVE " " TO FB-RPT-CTL.
    MOVE "  TYPE  VALUE  WORD      RUN-ID              FIRED     PROF"
        TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    ADD 1 TO FB-LINE-COUNT.
    MOVE FB-RRN-RUN-ID(FB-RRN-SUB) TO FB-RPT-LINE(26:14).
    MOVE FB-RRN-FIRED(FB-RRN-SUB) TO FB-EDIT-COUNT.
    MOVE FB-EDIT-COUNT TO FB-RPT-LINE(44:9).
    MOVE FB-RRN-PROFILE(FB-RRN-SUB) TO FB-RPT-LINE(56:4).
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    ADD 1 TO FB-LINE-COUNT.
    4100-EXIT.
    ELSE
        MOVE FB-RULE-TYPE-R TO FB-LKP-TYPE
    END-IF.
    MOVE FB-RULE-PROFILE-R TO FB-LKP-PROFILE.
    MOVE FB-RULE-DIVISOR-R TO FB-LKP-DIVISOR.
    MOVE FB-RULE-WORD-R    TO FB-LKP-WORD.
    SET FB-ENTRY-NOT-FOUND TO TRUE.
        MOVE "WORD" TO FB-RPT-LINE(22:4)
        MOVE FB-LKP-WORD TO FB-RPT-LINE(27:8)
        MOVE "- INACTIVATION CANDIDATE" TO FB-RPT-LINE(37:24)
        MOVE "PROF" TO FB-RPT-LINE(62:4)
        MOVE FB-LKP-PROFILE TO FB-RPT-LINE(67:4)
        PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT
        ADD 1 TO FB-LINE-COUNT
        SET FB-CANDIDATE-PRINTED TO TRUE
        EXIT.

5110-SCAN-STATS.
    IF FB-RST-PROFILE(FB-RST-SUB) = FB-LKP-PROFILE
            AND FB-RST-TYPE(FB-RST-SUB) = FB-LKP-TYPE
            AND FB-RST-DIVISOR(FB-RST-SUB) = FB-LKP-DIVISOR
            AND FB-RST-WORD(FB-RST-SUB) = FB-LKP-WORD
        SET FB-ENTRY-FOUND TO TRUE
    END-IF.
    MOVE "BY" TO FB-RPT-LINE(51:2).
    MOVE FB-RAUD-USER-ID TO FB-RPT-LINE(54:8).
    MOVE "PROF" TO FB-RPT-LINE(64:4).
    IF FB-RAUD-PROFILE = SPACES
        MOVE "STD " TO FB-RPT-LINE(69:4)
    ELSE
        MOVE FB-RAUD-PROFILE TO FB-RPT-LINE(69:4)
    END-IF.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    ADD 1 TO FB-LINE-COUNT.
    6100-EXIT.
