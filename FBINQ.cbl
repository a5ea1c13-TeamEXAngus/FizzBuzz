*> 2026-08-22 TXA  ORIGINAL.
*> 2026-09-02 TXA  SHOW EACH MATCH'S RULE TYPE (SEE FBRULE) NOW
*>                 THAT RULES CAN TEST MORE THAN DIVISIBILITY.
*> 2026-10-15 TXA  INQUIRY RUNS UNDER ONE RULE PROFILE AT A TIME
*>                 (SEE FBRULE) - "STD " AT START-UP, SWITCHED
*>                 WITH MENU OPTION 2, WHICH RELOADS THE RULES FOR
*>                 THE PROFILE KEYED.  THE PROFILE IS SHOWN WITH
*>                 EVERY ANSWER.
*> 2026-10-15 TXA  NUMBERS WIDENED FROM 5 TO 9 DIGITS (CEILING
*>                 999,999,999).
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. FBINQ.
01  FB-DONE-SW                     PIC X(01) VALUE "N".
    88  FB-USER-IS-DONE                VALUE "Y".
01  FB-MENU-CHOICE                 PIC X(01).
01  FB-INQ-NUMBER                  PIC 9(09) VALUE 0.
01  FB-INQ-TODAY                   PIC 9(08) VALUE 0.
01  FB-INQ-PROFILE                 PIC X(04) VALUE "STD ".
01  FB-MTC-SUB                     PIC 9(03) COMP VALUE 0.

01  FB-EDIT-FIELDS.
    05  FB-EDIT-NUMBER             PIC ZZZZZZZZ9.
    05  FB-EDIT-COUNT              PIC ZZ9.

    COPY "FBCLSA.cpy".
    GO TO 9999-EXIT.

*>****************************************************************
*> 1000-LOAD-RULES - LOAD TODAY'S RULES FOR THE CURRENT PROFILE
*> INTO FBCLASS RULE SET 1, EXACTLY AS THE NIGHTLY BATCH DOES FOR
*> A DEPARTMENT ON THAT PROFILE.
*>****************************************************************
1000-LOAD-RULES.
    ACCEPT FB-INQ-TODAY FROM DATE YYYYMMDD.
    SET FB-CLS-FUNC-LOAD TO TRUE.
    MOVE 1 TO FB-CLS-SET-NO.
    MOVE FB-INQ-TODAY TO FB-CLS-ASOF-DATE.
    MOVE FB-INQ-PROFILE TO FB-CLS-PROFILE.
    CALL "FBCLASS" USING FB-CLS-COMMAREA.
    IF NOT FB-CLS-OK
        DISPLAY "FBINQ - UNABLE TO LOAD RULES, FBCLASS RETURN "
        SET FB-USER-IS-DONE TO TRUE
    ELSE
        MOVE FB-CLS-RULES-LOADED TO FB-EDIT-COUNT
        DISPLAY "FIZZ/BUZZ NUMBER INQUIRY - PROFILE " FB-INQ-PROFILE
            " - " FB-EDIT-COUNT " RULE(S) IN FORCE AS OF "
            FB-INQ-TODAY
    END-IF.
    1000-EXIT.
        EXIT.
        ACCEPT FB-MENU-CHOICE
        EVALUATE FB-MENU-CHOICE
            WHEN "1" PERFORM 3000-INQUIRE-ONE-NUMBER THRU 3000-EXIT
            WHEN "2" PERFORM 4000-SELECT-PROFILE THRU 4000-EXIT
            WHEN "0" SET FB-USER-IS-DONE TO TRUE
            WHEN OTHER DISPLAY "PLEASE ENTER 0, 1 OR 2."
        END-EVALUATE
    END-IF.
    2000-EXIT.

2100-DISPLAY-MENU.
    DISPLAY " ".
    DISPLAY "FIZZ/BUZZ NUMBER INQUIRY - PROFILE " FB-INQ-PROFILE.
    DISPLAY "  1  CLASSIFY A NUMBER".
    DISPLAY "  2  SWITCH RULE PROFILE".
    DISPLAY "  0  EXIT".
    DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
    2100-EXIT.
*> FBCLASS AND SHOW THE WORD AND EVERY MATCHING RULE.
*>****************************************************************
3000-INQUIRE-ONE-NUMBER.
    DISPLAY "NUMBER (0-999999999): " WITH NO ADVANCING.
    ACCEPT FB-INQ-NUMBER.
    SET FB-CLS-FUNC-CLASSIFY TO TRUE.
    MOVE 1 TO FB-CLS-SET-NO.
    MOVE FB-INQ-NUMBER TO FB-EDIT-NUMBER.
    IF FB-CLS-OUT-TEXT = SPACES
        DISPLAY "NUMBER " FB-EDIT-NUMBER
            " IS PLAIN - NO RULES MATCHED UNDER PROFILE "
            FB-INQ-PROFILE
    ELSE
        DISPLAY "NUMBER " FB-EDIT-NUMBER " CLASSIFIES AS "
            FB-CLS-OUT-TEXT " UNDER PROFILE " FB-INQ-PROFILE
        PERFORM 3100-SHOW-ONE-MATCH THRU 3100-EXIT
            VARYING FB-MTC-SUB FROM 1 BY 1
            UNTIL FB-MTC-SUB > FB-CLS-MATCH-COUNT
    3100-EXIT.
        EXIT.

*>****************************************************************
*> 4000-SELECT-PROFILE - SWITCH TO ANOTHER RULE PROFILE AND RELOAD
*> SET 1 FOR IT.  A BLANK REPLY MEANS THE SHOP STANDARD "STD ".
*>****************************************************************
4000-SELECT-PROFILE.
    DISPLAY "RULE PROFILE (BLANK = STD): " WITH NO ADVANCING.
    ACCEPT FB-INQ-PROFILE.
    IF FB-INQ-PROFILE = SPACES
        MOVE "STD " TO FB-INQ-PROFILE
    END-IF.
    PERFORM 1000-LOAD-RULES THRU 1000-EXIT.
    IF FB-CLS-OK AND FB-CLS-RULES-LOADED = 0
        DISPLAY "NO RULES IN FORCE FOR PROFILE " FB-INQ-PROFILE
            " - EVERY NUMBER WILL SHOW AS PLAIN."
    END-IF.
    4000-EXIT.
        EXIT.

9999-EXIT.
    STOP RUN.
