*> THE WORD-BUILDING LOGIC FROM ITS 2210-APPLY-ONE-RULE NOW LIVE
*> HERE, BEHIND A CALL INTERFACE (SEE FBCLSA), SO THE NIGHTLY
*> BATCH AND THE FBINQ HELP-DESK INQUIRY EXECUTE EXACTLY THE SAME
*> RULES IN EXACTLY ONE PLACE.  UP TO NINE INDEPENDENT RULE SETS
*> CAN BE LOADED SIDE BY SIDE (EACH FOR ITS OWN PROFILE AND AS OF
*> ITS OWN DATE) SO A CALLER CAN COMPARE TODAY'S RULES WITH A
*> STAGED FUTURE SET, OR HOLD ONE SET PER DEPARTMENT PROFILE.
*>------------------------------------------------------------------
*> AUTHOR.          T. ANGUS, BATCH SYSTEMS GROUP.
*> INSTALLATION.    TEAMEXANGUS.
*>                 MATCH TABLE (FB-CLS-MATCH-TYPE) SO MTCHFILE
*>                 AND FBINQ CAN SHOW WHICH KIND OF RULE FIRED.
*>                 A SPACE TYPE ON FILE STILL MEANS DIVISIBLE-BY.
*> 2026-10-15 TXA  RULES NOW BELONG TO A NAMED PROFILE (SEE
*>                 FBRULE).  A LOAD TAKES ONLY THE CALLER'S
*>                 PROFILE (SPACES = "STD "), AND THE SETS WERE
*>                 RAISED FROM 2 TO 9 SO FIZZBUZZ CAN HOLD ONE SET
*>                 PER PROFILE IN A SHARED TRANSACTION RUN.
*> 2026-10-15 TXA  NUMBERS WIDENED FROM 5 TO 9 DIGITS (CEILING
*>                 999,999,999) - THE CONTAINS/ENDS-IN DIGIT WORK
*>                 AREA WIDENED WITH THEM (SEE FBCLSA).
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. FBCLASS.
01  FB-RULE-STATUS                 PIC X(02).

*> ---------------------------------------------------------------
*> THE IN-STORAGE RULE SETS.  SET 1 IS BY CONVENTION "THE RULES
*> IN FORCE" FOR THE STANDARD PROFILE; WHAT THE OTHERS HOLD IS UP
*> TO THE CALLER (A WHAT-IF SET, OR ONE SET PER PROFILE).  SAME
*> SHAPE AS THE OLD FBRTBL TABLE, ONCE PER SET.
*> ---------------------------------------------------------------
01  FB-CLS-RULE-SETS.
    05  FB-CLS-SET OCCURS 9 TIMES.
        10  FB-CLS-SET-COUNT       PIC 9(03) COMP.
        10  FB-CLS-SET-RULE OCCURS 20 TIMES.
            15  FB-CLS-SET-TYPE    PIC X(01).
01  FB-SUBSCRIPTS.
    05  FB-SET-SUB                 PIC 9(01) VALUE 0.
    05  FB-RUL-SUB                 PIC 9(03) COMP VALUE 0.
01  FB-LOAD-PROFILE                PIC X(04) VALUE SPACES.

*> ---------------------------------------------------------------
*> WORK FIELDS FOR THE DIGIT-BASED RULE TYPES: THE NUMBER AND THE
*> DIGIT COMPARE CAN DO THE TESTS.
*> ---------------------------------------------------------------
01  FB-DIGIT-FIELDS.
    05  FB-NUM-DISPLAY             PIC 9(09).
    05  FB-NUM-DISPLAY-X REDEFINES FB-NUM-DISPLAY
                                   PIC X(09).
    05  FB-DIV-DISPLAY             PIC 9(03).
    05  FB-DIV-DISPLAY-X REDEFINES FB-DIV-DISPLAY
                                   PIC X(03).

*>****************************************************************
*> 1000-LOAD-RULE-SET - READ RULEFILE IN DIVISOR-ASCENDING KEY
*> ORDER INTO THE REQUESTED SET, TAKING ONLY THE REQUESTED
*> PROFILE'S RULES THAT ARE ACTIVE AND ALREADY EFFECTIVE AS OF
*> FB-CLS-ASOF-DATE.  A RULE WITH A LATER EFFECTIVE DATE STAYS ON
*> RULEFILE BUT DOES NOT TAKE EFFECT, SO RULEMAINT CAN STAGE A
*> CHANGE AHEAD OF TIME.
*>****************************************************************
1000-LOAD-RULE-SET.
    IF FB-CLS-SET-NO NOT NUMERIC
     OR FB-CLS-SET-NO < 1 OR FB-CLS-SET-NO > 9
        SET FB-CLS-BAD-SET TO TRUE
        GO TO 1000-EXIT
    END-IF.
    MOVE FB-CLS-SET-NO TO FB-SET-SUB.
    IF FB-CLS-PROFILE = SPACES
        MOVE "STD " TO FB-LOAD-PROFILE
    ELSE
        MOVE FB-CLS-PROFILE TO FB-LOAD-PROFILE
    END-IF.
    MOVE 0 TO FB-CLS-SET-COUNT(FB-SET-SUB).
    OPEN INPUT RULE-FILE.
    IF FB-RULE-STATUS NOT = "00"
        EXIT.

*>****************************************************************
*> 1100-LOAD-ONE-RULE - READ ONE RULEFILE RECORD AND, IF IT IS
*> IN THE PROFILE BEING LOADED AND IS ACTIVE AND EFFECTIVE AS OF
*> THE CALLER'S AS-OF DATE, APPEND IT TO THE SET BEING LOADED.
*>****************************************************************
1100-LOAD-ONE-RULE.
    READ RULE-FILE
        GO TO 1100-EXIT
    END-IF.
    IF FB-RULE-STATUS = "00" AND FB-RULE-IS-ACTIVE-R
            AND FB-RULE-PROFILE-R = FB-LOAD-PROFILE
            AND FB-RULE-EFF-DATE-R <= FB-CLS-ASOF-DATE
        ADD 1 TO FB-CLS-SET-COUNT(FB-SET-SUB)
        MOVE FB-CLS-SET-COUNT(FB-SET-SUB) TO FB-RUL-SUB
*> THE MATCH TABLE AS EACH HIT IS DETECTED.
*>****************************************************************
2000-CLASSIFY-NUMBER.
    IF FB-CLS-SET-NO NOT NUMERIC
     OR FB-CLS-SET-NO < 1 OR FB-CLS-SET-NO > 9
        SET FB-CLS-BAD-SET TO TRUE
        GO TO 2000-EXIT
    END-IF.
        WHEN "C"
            MOVE FB-CLS-NUMBER TO FB-NUM-DISPLAY
*>          BLANK THE PADDING ZEROS SO A "CONTAINS 0" RULE ONLY
*>          FIRES ON SIGNIFICANT ZEROS (000000107 HAS ONE,
*>          000000111 HAS NONE).  THE NUMBER ZERO ITSELF KEEPS ITS
*>          LAST DIGIT.
            IF FB-CLS-NUMBER > 0
                INSPECT FB-NUM-DISPLAY-X
                    REPLACING LEADING "0" BY " "
            ELSE
                MOVE "        0" TO FB-NUM-DISPLAY-X
            END-IF
            MOVE FB-CLS-SET-DIVISOR(FB-SET-SUB, FB-RUL-SUB)
                TO FB-DIV-DISPLAY
            MOVE FB-CLS-SET-DIVISOR(FB-SET-SUB, FB-RUL-SUB)
                TO FB-DIV-DISPLAY
            MOVE FB-DIV-DISPLAY-X(3:1) TO FB-RULE-DIGIT
            IF FB-NUM-DISPLAY-X(9:1) = FB-RULE-DIGIT
                SET FB-RULE-FIRED TO TRUE
            END-IF
        WHEN OTHER
