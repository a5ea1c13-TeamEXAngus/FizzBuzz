*>                 RECORD KEY, SO EVERY LOOKUP PROMPTS FOR VALUE
*>                 AND TYPE; FOR "C"/"E" THE VALUE IS A SINGLE
*>                 DIGIT 0-9.  THE AUDIT ROW CARRIES THE TYPE.
*> 2026-10-15 TXA  RULES NOW BELONG TO A RULE PROFILE (SEE FBRULE).
*>                 THE SESSION WORKS ONE PROFILE AT A TIME - PICKED
*>                 AFTER SIGN-ON ("STD " IF LEFT BLANK) AND
*>                 SWITCHED FROM THE MENU - AND EVERY ADD, CHANGE,
*>                 INACTIVATE AND LIST APPLIES TO THAT PROFILE
*>                 ONLY.  THE AUDIT ROW CARRIES THE PROFILE.
*> 2026-10-15 TXA  TWO-PERSON APPROVAL.  SIGN-ON NOW NEEDS AN
*>                 ACTIVE USRAUTH ROW FOR THIS SCREEN (SEE FBUAUT);
*>                 REFUSALS ARE LOGGED TO SIGNLOG (SEE FBSGNL) AND
*>                 THREE END THE SESSION.  A MAKER'S ADD, CHANGE OR
*>                 INACTIVATE IS QUEUED ON PENDCHG (SEE FBPEND)
*>                 INSTEAD OF UPDATING RULEFILE; A CHECKER OTHER
*>                 THAN THE MAKER APPROVES OR REJECTS IT FROM THIS
*>                 MENU, AND ONLY THE APPROVAL UPDATES RULEFILE AND
*>                 WRITES THE RULAUDIT ROW (MAKER AND APPROVER).
*>                 VIEW-ONLY USERS GET THE LISTS ONLY.
*> 2026-10-15 TXA  AN EFFECTIVE DATE KEYED ON AN ADD OR CHANGE IS
*>                 LOOKED UP ON THE SHOP CALENDAR THROUGH FBBDAY
*>                 (SEE FBBDYA); A WEEKEND OR HOLIDAY GETS A
*>                 WARNING, SINCE NO BATCH RUNS THAT DAY TO PICK
*>                 THE RULE UP.  THE CHANGE IS STILL QUEUED.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. RULEMAINT.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-AUD-STATUS.

    SELECT UAUT-FILE ASSIGN TO USRAUTH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS FB-UAUT-KEY
        FILE STATUS IS FB-UAUT-STATUS.

    SELECT PEND-FILE ASSIGN TO PENDCHG
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FB-PEND-KEY
        FILE STATUS IS FB-PEND-STATUS.

    SELECT SGNL-FILE ASSIGN TO SIGNLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-SGNL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RULE-FILE
    RECORDING MODE IS F.
    COPY "FBRAUD.cpy".

FD  UAUT-FILE
    RECORDING MODE IS F.
    COPY "FBUAUT.cpy".

FD  PEND-FILE
    RECORDING MODE IS F.
    COPY "FBPEND.cpy".

FD  SGNL-FILE
    RECORDING MODE IS F.
    COPY "FBSGNL.cpy".

WORKING-STORAGE SECTION.
01  FB-RULE-STATUS                 PIC X(02).
01  FB-AUD-STATUS                  PIC X(02).
01  FB-UAUT-STATUS                 PIC X(02).
01  FB-PEND-STATUS                 PIC X(02).
01  FB-SGNL-STATUS                 PIC X(02).
01  FB-DONE-SW                     PIC X(01) VALUE "N".
    88  FB-USER-IS-DONE                VALUE "Y".
01  FB-MENU-CHOICE                 PIC X(01).
01  FB-CONFIRM-MSG                 PIC X(60) VALUE SPACES.
01  FB-WORK-PROFILE                PIC X(04) VALUE "STD ".

01  FB-SIGNON-FIELDS.
    05  FB-SCREEN-NAME             PIC X(10) VALUE "RULEMAINT".
    05  FB-SIGNON-ID               PIC X(08) VALUE SPACES.
    05  FB-SIGNON-TRIES            PIC 9(01) VALUE 0.
    05  FB-REFUSE-REASON           PIC X(02) VALUE SPACES.
    05  FB-USER-ROLE               PIC X(01) VALUE SPACE.
        88  FB-ROLE-MAKER              VALUE "M".
        88  FB-ROLE-CHECKER            VALUE "C".
        88  FB-ROLE-VIEW-ONLY          VALUE "V".

01  FB-AUDIT-FIELDS.
    05  FB-AUD-USER-ID             PIC X(08) VALUE SPACES.
    05  FB-AUD-MAKER-ID            PIC X(08) VALUE SPACES.
    05  FB-AUD-ACTION-WK           PIC X(01) VALUE SPACE.
    05  FB-AUD-DATE-NOW            PIC 9(08) VALUE 0.
    05  FB-AUD-TIME-RAW            PIC 9(08) VALUE 0.
    05  FB-BEFORE-IMAGE            PIC X(30) VALUE SPACES.
    05  FB-AFTER-IMAGE             PIC X(30) VALUE SPACES.

01  FB-PENDING-FIELDS.
    05  FB-PND-SEQ                 PIC 9(16) VALUE 0.
    05  FB-PND-DECISION            PIC X(01) VALUE SPACE.
    05  FB-PND-REASON              PIC X(30) VALUE SPACES.
    05  FB-PND-FOUND-SW            PIC X(01) VALUE "N".
        88  FB-PND-ALREADY-QUEUED      VALUE "Y".
        88  FB-PND-NOT-QUEUED          VALUE "N".
    05  FB-PND-APPLIED-SW          PIC X(01) VALUE "N".
        88  FB-PND-WAS-APPLIED         VALUE "Y".
        88  FB-PND-NOT-APPLIED         VALUE "N".
    05  FB-PND-LISTED              PIC 9(05) VALUE 0.

01  FB-ENTRY-FIELDS.
    05  FB-ENTRY-DIVISOR           PIC 9(03).
    05  FB-ENTRY-WORD              PIC X(08).
    05  FB-ENTRY-EFF-DATE          PIC 9(08).

*> ---------------------------------------------------------------
*> BUSINESS-DAY MODULE INTERFACE (SEE FBBDYA).
*> ---------------------------------------------------------------
    COPY "FBBDYA.cpy".

PROCEDURE DIVISION.

*>****************************************************************
0000-MAINLINE.
    PERFORM 1000-OPEN-RULE-FILE THRU 1000-EXIT.
    PERFORM 1100-OPEN-AUDIT-FILE THRU 1100-EXIT.
    PERFORM 1150-OPEN-CONTROL-FILES THRU 1150-EXIT.
    PERFORM 1200-SIGN-ON-USER THRU 1200-EXIT
        UNTIL FB-AUD-USER-ID NOT = SPACES
           OR FB-USER-IS-DONE.
    PERFORM 1300-SELECT-PROFILE THRU 1300-EXIT.
    PERFORM 2000-MENU-LOOP THRU 2000-EXIT
        UNTIL FB-USER-IS-DONE.
    CLOSE RULE-FILE.
    CLOSE AUD-FILE.
    CLOSE UAUT-FILE.
    CLOSE PEND-FILE.
    CLOSE SGNL-FILE.
    SET FB-BDA-FUNC-CLOSE TO TRUE.
    CALL "FBBDAY" USING FB-BDA-COMMAREA.
    GO TO 9999-EXIT.

1000-OPEN-RULE-FILE.
    1100-EXIT.
        EXIT.

*>****************************************************************
*> 1150-OPEN-CONTROL-FILES - USRAUTH (READ ONLY - NOBODY SIGNS ON
*> WITHOUT IT), PENDCHG (CREATED EMPTY ON FIRST USE, STATUS 35)
*> AND THE APPEND-ONLY SIGNLOG (LIKEWISE CREATED ON FIRST USE).
*>****************************************************************
1150-OPEN-CONTROL-FILES.
    IF FB-USER-IS-DONE
        GO TO 1150-EXIT
    END-IF.
    OPEN INPUT UAUT-FILE.
    IF FB-UAUT-STATUS NOT = "00"
        DISPLAY "RULEMAINT - UNABLE TO OPEN USRAUTH, STATUS "
            FB-UAUT-STATUS
        MOVE 16 TO RETURN-CODE
        SET FB-USER-IS-DONE TO TRUE
        GO TO 1150-EXIT
    END-IF.
    OPEN I-O PEND-FILE.
    IF FB-PEND-STATUS = "35"
        OPEN OUTPUT PEND-FILE
        CLOSE PEND-FILE
        OPEN I-O PEND-FILE
    END-IF.
    IF FB-PEND-STATUS NOT = "00"
        DISPLAY "RULEMAINT - UNABLE TO OPEN PENDCHG, STATUS "
            FB-PEND-STATUS
        MOVE 16 TO RETURN-CODE
        SET FB-USER-IS-DONE TO TRUE
        GO TO 1150-EXIT
    END-IF.
    OPEN EXTEND SGNL-FILE.
    IF FB-SGNL-STATUS = "35"
        OPEN OUTPUT SGNL-FILE
    END-IF.
    IF FB-SGNL-STATUS NOT = "00"
        DISPLAY "RULEMAINT - UNABLE TO OPEN SIGNLOG, STATUS "
            FB-SGNL-STATUS
        MOVE 16 TO RETURN-CODE
        SET FB-USER-IS-DONE TO TRUE
    END-IF.
    1150-EXIT.
        EXIT.

*>****************************************************************
*> 1200-SIGN-ON-USER - THE AUDIT TRAIL IS ONLY AS GOOD AS THE
*> USER ID ON IT, SO NOBODY GETS THE MENU WITHOUT KEYING ONE, AND
*> THE ID MUST HOLD AN ACTIVE USRAUTH ROW FOR THIS SCREEN.  EVERY
*> REFUSAL IS LOGGED; THE THIRD ENDS THE SESSION.
*>****************************************************************
1200-SIGN-ON-USER.
    IF FB-USER-IS-DONE
        GO TO 1200-EXIT
    END-IF.
    DISPLAY "USER ID (1-8 CHARACTERS): " WITH NO ADVANCING.
    ACCEPT FB-SIGNON-ID.
    IF FB-SIGNON-ID = SPACES
        DISPLAY "A USER ID IS REQUIRED FOR THE AUDIT TRAIL."
        GO TO 1200-EXIT
    END-IF.
    MOVE SPACES TO FB-REFUSE-REASON.
    MOVE FB-SIGNON-ID   TO FB-UAUT-USER-ID.
    MOVE FB-SCREEN-NAME TO FB-UAUT-SCREEN.
    READ UAUT-FILE
        INVALID KEY MOVE "NA" TO FB-REFUSE-REASON
    END-READ.
    IF FB-UAUT-STATUS NOT = "00" AND FB-UAUT-STATUS NOT = "23"
        DISPLAY "RULEMAINT ABEND *** UNEXPECTED USRAUTH STATUS "
            FB-UAUT-STATUS
        MOVE 16 TO RETURN-CODE
        SET FB-USER-IS-DONE TO TRUE
        GO TO 1200-EXIT
    END-IF.
    IF FB-UAUT-STATUS = "00"
        EVALUATE TRUE
            WHEN NOT FB-UAUT-IS-ACTIVE
                MOVE "IN" TO FB-REFUSE-REASON
            WHEN FB-UAUT-MAKER OR FB-UAUT-CHECKER
                             OR FB-UAUT-VIEW-ONLY
                CONTINUE
            WHEN OTHER
                MOVE "RL" TO FB-REFUSE-REASON
        END-EVALUATE
    END-IF.
    IF FB-REFUSE-REASON NOT = SPACES
        PERFORM 1250-LOG-REFUSED-SIGNON THRU 1250-EXIT
        GO TO 1200-EXIT
    END-IF.
    MOVE FB-UAUT-ROLE TO FB-USER-ROLE.
    MOVE FB-SIGNON-ID TO FB-AUD-USER-ID.
    EVALUATE TRUE
        WHEN FB-ROLE-MAKER
            DISPLAY "SIGNED ON AS MAKER - CHANGES NEED APPROVAL."
        WHEN FB-ROLE-CHECKER
            DISPLAY "SIGNED ON AS CHECKER."
        WHEN OTHER
            DISPLAY "SIGNED ON AS VIEW-ONLY."
    END-EVALUATE.
    1200-EXIT.
        EXIT.

*>****************************************************************
*> 1250-LOG-REFUSED-SIGNON - APPEND THE REFUSAL TO SIGNLOG FOR THE
*> NIGHTLY PENDRPT AND COUNT IT AGAINST THE SESSION.
*>****************************************************************
1250-LOG-REFUSED-SIGNON.
    ACCEPT FB-AUD-DATE-NOW FROM DATE YYYYMMDD.
    ACCEPT FB-AUD-TIME-RAW FROM TIME.
    MOVE SPACES TO FB-SGNL-RECORD.
    MOVE FB-AUD-DATE-NOW      TO FB-SGNL-DATE.
    MOVE FB-AUD-TIME-RAW(1:6) TO FB-SGNL-TIME.
    MOVE FB-SIGNON-ID         TO FB-SGNL-USER-ID.
    MOVE FB-SCREEN-NAME       TO FB-SGNL-SCREEN.
    MOVE FB-REFUSE-REASON     TO FB-SGNL-REASON.
    WRITE FB-SGNL-RECORD.
    IF FB-SGNL-STATUS NOT = "00"
        DISPLAY "RULEMAINT ABEND *** UNEXPECTED SIGNLOG STATUS "
            FB-SGNL-STATUS
        MOVE 16 TO RETURN-CODE
        SET FB-USER-IS-DONE TO TRUE
        GO TO 1250-EXIT
    END-IF.
    DISPLAY "USER " FB-SIGNON-ID " IS NOT AUTHORIZED FOR "
        FB-SCREEN-NAME.
    ADD 1 TO FB-SIGNON-TRIES.
    IF FB-SIGNON-TRIES >= 3
        DISPLAY "TOO MANY REFUSED SIGN-ONS - SESSION ENDED."
        MOVE 8 TO RETURN-CODE
        SET FB-USER-IS-DONE TO TRUE
    END-IF.
    1250-EXIT.
        EXIT.

*>****************************************************************
*> 1300-SELECT-PROFILE - PICK THE RULE PROFILE THIS SESSION
*> MAINTAINS.  A BLANK REPLY MEANS THE SHOP STANDARD "STD ".
*>****************************************************************
1300-SELECT-PROFILE.
    IF NOT FB-USER-IS-DONE
        DISPLAY "RULE PROFILE (BLANK = STD): " WITH NO ADVANCING
        ACCEPT FB-WORK-PROFILE
        IF FB-WORK-PROFILE = SPACES
            MOVE "STD " TO FB-WORK-PROFILE
        END-IF
    END-IF.
    1300-EXIT.
        EXIT.

*>****************************************************************
*> 2000-MENU-LOOP - DISPLAY THE MENU, ACCEPT A CHOICE, ACT ON IT.
*> THE CHOICES OFFERED DEPEND ON THE SIGNED-ON USER'S ROLE.
*>****************************************************************
2000-MENU-LOOP.
    IF NOT FB-USER-IS-DONE
        PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT
        ACCEPT FB-MENU-CHOICE
        EVALUATE TRUE
            WHEN FB-MENU-CHOICE = "1" AND FB-ROLE-MAKER
                PERFORM 3000-ADD-RULE THRU 3000-EXIT
            WHEN FB-MENU-CHOICE = "2" AND FB-ROLE-MAKER
                PERFORM 4000-CHANGE-RULE THRU 4000-EXIT
            WHEN FB-MENU-CHOICE = "3" AND FB-ROLE-MAKER
                PERFORM 5000-INACTIVATE-RULE THRU 5000-EXIT
            WHEN FB-MENU-CHOICE = "4"
                PERFORM 6000-LIST-RULES THRU 6000-EXIT
            WHEN FB-MENU-CHOICE = "5"
                PERFORM 1300-SELECT-PROFILE THRU 1300-EXIT
            WHEN FB-MENU-CHOICE = "6"
                PERFORM 6500-LIST-PENDING THRU 6500-EXIT
            WHEN FB-MENU-CHOICE = "7" AND FB-ROLE-CHECKER
                PERFORM 8000-DECIDE-PENDING THRU 8000-EXIT
            WHEN FB-MENU-CHOICE = "0"
                SET FB-USER-IS-DONE TO TRUE
            WHEN OTHER
                DISPLAY "PLEASE ENTER ONE OF THE CHOICES SHOWN."
        END-EVALUATE
    END-IF.
    2000-EXIT.

2100-DISPLAY-MENU.
    DISPLAY " ".
    DISPLAY "FIZZ/BUZZ RULE MAINTENANCE - PROFILE " FB-WORK-PROFILE.
    IF FB-ROLE-MAKER
        DISPLAY "  1  ADD A RULE"
        DISPLAY "  2  CHANGE A RULE"
        DISPLAY "  3  INACTIVATE A RULE"
    END-IF.
    DISPLAY "  4  LIST ALL RULES IN THIS PROFILE".
    DISPLAY "  5  SWITCH RULE PROFILE".
    DISPLAY "  6  LIST CHANGES AWAITING APPROVAL".
    IF FB-ROLE-CHECKER
        DISPLAY "  7  APPROVE OR REJECT A CHANGE"
    END-IF.
    DISPLAY "  0  EXIT".
    DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
    2100-EXIT.
        EXIT.

*>****************************************************************
*> 3000-ADD-RULE - QUEUE A NEW RULE RECORD, KEYED BY PROFILE,
*> VALUE AND TYPE, FOR APPROVAL.
*>****************************************************************
3000-ADD-RULE.
    PERFORM 3100-ACCEPT-RULE-ENTRY THRU 3100-EXIT.
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    PERFORM 3300-CHECK-EFF-DATE THRU 3300-EXIT.
    MOVE SPACES             TO FB-RULE-RECORD.
    MOVE FB-WORK-PROFILE    TO FB-RULE-PROFILE-R.
    MOVE FB-ENTRY-DIVISOR   TO FB-RULE-DIVISOR-R.
    MOVE FB-ENTRY-TYPE      TO FB-RULE-TYPE-R.
    MOVE FB-ENTRY-WORD      TO FB-RULE-WORD-R.
    MOVE FB-ENTRY-EFF-DATE  TO FB-RULE-EFF-DATE-R.
    MOVE "Y"                TO FB-RULE-ACTIVE-R.
    MOVE FB-RULE-RECORD     TO FB-AFTER-IMAGE.
    READ RULE-FILE
        INVALID KEY CONTINUE
    END-READ.
    IF FB-RULE-STATUS = "00"
        MOVE "THIS PROFILE ALREADY HAS A RULE FOR THAT VALUE/TYPE."
            TO FB-CONFIRM-MSG
        GO TO 3000-DISPLAY
    END-IF.
    IF FB-RULE-STATUS NOT = "23"
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    MOVE SPACES TO FB-BEFORE-IMAGE.
    MOVE "A" TO FB-AUD-ACTION-WK.
    PERFORM 7500-QUEUE-PENDING-CHANGE THRU 7500-EXIT.
    3000-DISPLAY.
    DISPLAY FB-CONFIRM-MSG.
    3000-EXIT.
        EXIT.

*>****************************************************************
*> 4000-CHANGE-RULE - QUEUE A NEW WORD/EFFECTIVE DATE FOR AN
*> EXISTING RULE, LOOKED UP BY VALUE AND TYPE WITHIN THE WORKING
*> PROFILE.
*>****************************************************************
4000-CHANGE-RULE.
    DISPLAY "RULE VALUE TO CHANGE (DIVISOR OR DIGIT): "
        WITH NO ADVANCING.
    ACCEPT FB-ENTRY-DIVISOR.
    PERFORM 3200-ACCEPT-RULE-TYPE THRU 3200-EXIT.
    MOVE FB-WORK-PROFILE  TO FB-RULE-PROFILE-R.
    MOVE FB-ENTRY-DIVISOR TO FB-RULE-DIVISOR-R.
    MOVE FB-ENTRY-TYPE    TO FB-RULE-TYPE-R.
    READ RULE-FILE
        INVALID KEY
            MOVE "NO RULE IN THIS PROFILE FOR THAT VALUE AND TYPE."
                TO FB-CONFIRM-MSG
    END-READ.
    IF FB-RULE-STATUS NOT = "00" AND FB-RULE-STATUS NOT = "23"
        ACCEPT FB-ENTRY-WORD
        DISPLAY "NEW EFFECTIVE DATE (YYYYMMDD): " WITH NO ADVANCING
        ACCEPT FB-ENTRY-EFF-DATE
        PERFORM 3300-CHECK-EFF-DATE THRU 3300-EXIT
        MOVE FB-ENTRY-WORD     TO FB-RULE-WORD-R
        MOVE FB-ENTRY-EFF-DATE TO FB-RULE-EFF-DATE-R
        MOVE FB-RULE-RECORD    TO FB-AFTER-IMAGE
        MOVE "C" TO FB-AUD-ACTION-WK
        PERFORM 7500-QUEUE-PENDING-CHANGE THRU 7500-EXIT
    END-IF.
    DISPLAY FB-CONFIRM-MSG.
    4000-EXIT.
        EXIT.

*>****************************************************************
*> 5000-INACTIVATE-RULE - QUEUE A FLIP OF A RULE'S ACTIVE SWITCH
*> TO "N" RATHER THAN DELETING IT, SO THE HISTORY OF THE RULE
*> STAYS ON FILE.
*>****************************************************************
5000-INACTIVATE-RULE.
    DISPLAY "RULE VALUE TO INACTIVATE (DIVISOR OR DIGIT): "
        WITH NO ADVANCING.
    ACCEPT FB-ENTRY-DIVISOR.
    PERFORM 3200-ACCEPT-RULE-TYPE THRU 3200-EXIT.
    MOVE FB-WORK-PROFILE  TO FB-RULE-PROFILE-R.
    MOVE FB-ENTRY-DIVISOR TO FB-RULE-DIVISOR-R.
    MOVE FB-ENTRY-TYPE    TO FB-RULE-TYPE-R.
    READ RULE-FILE
        INVALID KEY
            MOVE "NO RULE IN THIS PROFILE FOR THAT VALUE AND TYPE."
                TO FB-CONFIRM-MSG
    END-READ.
    IF FB-RULE-STATUS NOT = "00" AND FB-RULE-STATUS NOT = "23"
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF FB-RULE-STATUS = "00" AND FB-RULE-IS-INACTIVE-R
        MOVE "THAT RULE IS ALREADY INACTIVE." TO FB-CONFIRM-MSG
    END-IF.
    IF FB-RULE-STATUS = "00" AND NOT FB-RULE-IS-INACTIVE-R
        MOVE FB-RULE-RECORD TO FB-BEFORE-IMAGE
        SET FB-RULE-IS-INACTIVE-R TO TRUE
        MOVE FB-RULE-RECORD TO FB-AFTER-IMAGE
        MOVE "I" TO FB-AUD-ACTION-WK
        PERFORM 7500-QUEUE-PENDING-CHANGE THRU 7500-EXIT
    END-IF.
    DISPLAY FB-CONFIRM-MSG.
    5000-EXIT.
        EXIT.

*>****************************************************************
*> 6000-LIST-RULES - SEQUENTIAL SCAN OF EVERY RULE IN THE WORKING
*> PROFILE.  THE PROFILE LEADS THE KEY, SO THE SCAN STARTS AT THE
*> PROFILE'S LOWEST KEY AND STOPS WHEN THE PROFILE CHANGES.
*>****************************************************************
6000-LIST-RULES.
    DISPLAY "PROFILE " FB-WORK-PROFILE.
    DISPLAY "VALUE  TYPE  WORD      EFF-DATE  ACTIVE".
    MOVE FB-WORK-PROFILE TO FB-RULE-PROFILE-R.
    MOVE 0 TO FB-RULE-DIVISOR-R.
    MOVE LOW-VALUES TO FB-RULE-TYPE-R.
    START RULE-FILE KEY IS NOT LESS THAN FB-RULE-KEY-R
    READ RULE-FILE NEXT RECORD
        AT END MOVE "10" TO FB-RULE-STATUS
    END-READ.
    IF FB-RULE-STATUS = "00"
        AND FB-RULE-PROFILE-R NOT = FB-WORK-PROFILE
        MOVE "10" TO FB-RULE-STATUS
    END-IF.
    IF FB-RULE-STATUS = "00"
        DISPLAY FB-RULE-DIVISOR-R "    " FB-RULE-TYPE-R "    "
            FB-RULE-WORD-R " " FB-RULE-EFF-DATE-R " "
    6100-EXIT.
        EXIT.

*>****************************************************************
*> 6500-LIST-PENDING - EVERY RULE CHANGE STILL AWAITING A
*> CHECKER, ALL PROFILES, OLDEST FIRST.  THE APPLICATION LEADS THE
*> PENDCHG KEY, SO THE SCAN STOPS AT THE FIRST NON-RULE ROW.
*>****************************************************************
6500-LIST-PENDING.
    DISPLAY "CHANGE ID         ACT KEY       MAKER     KEYED".
    MOVE 0 TO FB-PND-LISTED.
    MOVE "RULE" TO FB-PEND-APPL.
    MOVE 0 TO FB-PEND-SEQ.
    START PEND-FILE KEY IS NOT LESS THAN FB-PEND-KEY
        INVALID KEY MOVE "10" TO FB-PEND-STATUS
    END-START.
    PERFORM 6600-LIST-ONE-PENDING THRU 6600-EXIT
        UNTIL FB-PEND-STATUS NOT = "00".
    IF FB-PND-LISTED = 0
        DISPLAY "NO RULE CHANGES ARE AWAITING APPROVAL."
    END-IF.
    6500-EXIT.
        EXIT.

6600-LIST-ONE-PENDING.
    READ PEND-FILE NEXT RECORD
        AT END MOVE "10" TO FB-PEND-STATUS
    END-READ.
    IF FB-PEND-STATUS NOT = "00" AND FB-PEND-STATUS NOT = "10"
        PERFORM 9510-PEND-ABEND THRU 9510-EXIT
    END-IF.
    IF FB-PEND-STATUS = "00" AND NOT FB-PEND-APPL-RULE
        MOVE "10" TO FB-PEND-STATUS
    END-IF.
    IF FB-PEND-STATUS = "00" AND FB-PEND-IS-PENDING
        ADD 1 TO FB-PND-LISTED
        DISPLAY FB-PEND-SEQ "  " FB-PEND-ACTION "   "
            FB-PEND-MASTER-KEY "  " FB-PEND-MAKER-ID "  "
            FB-PEND-MAKER-DATE
    END-IF.
    6600-EXIT.
        EXIT.

*>****************************************************************
*> 3100-ACCEPT-RULE-ENTRY - COMMON PROMPT SEQUENCE FOR A NEW RULE.
*>****************************************************************
    3200-EXIT.
        EXIT.

*>****************************************************************
*> 3300-CHECK-EFF-DATE - LOOK THE KEYED EFFECTIVE DATE UP ON THE
*> SHOP CALENDAR.  A RULE THAT GOES LIVE ON A WEEKEND OR HOLIDAY
*> IS NOT WRONG, BUT NO BATCH RUNS THAT DAY, SO THE MAKER IS
*> WARNED AND THE CHANGE IS STILL QUEUED.  ZERO MEANS EFFECTIVE
*> FROM THE START AND IS NOT CHECKED.
*>****************************************************************
3300-CHECK-EFF-DATE.
    IF FB-ENTRY-EFF-DATE = 0
        GO TO 3300-EXIT
    END-IF.
    SET FB-BDA-FUNC-DAY TO TRUE.
    MOVE FB-ENTRY-EFF-DATE TO FB-BDA-DATE.
    CALL "FBBDAY" USING FB-BDA-COMMAREA.
    IF FB-BDA-IO-ERROR
        PERFORM 9520-CAL-ABEND THRU 9520-EXIT
    END-IF.
    IF FB-BDA-BAD-DATE
        DISPLAY "WARNING: " FB-ENTRY-EFF-DATE
                " IS NOT A VALID YYYYMMDD DATE."
        GO TO 3300-EXIT
    END-IF.
    IF FB-BDA-IS-WORKING
        GO TO 3300-EXIT
    END-IF.
    IF FB-BDA-CAL-HOLIDAY
        DISPLAY "WARNING: " FB-ENTRY-EFF-DATE " ("
                FB-BDA-WEEKDAY-NAME ") IS A HOLIDAY - "
                FB-BDA-DESC
    ELSE
        DISPLAY "WARNING: " FB-ENTRY-EFF-DATE " ("
                FB-BDA-WEEKDAY-NAME ") IS A WEEKEND DAY."
    END-IF.
    DISPLAY "         NO BATCH RUNS THAT DAY - THE RULE IS FIRST "
            "USED ON THE NEXT WORKING DAY.".
    3300-EXIT.
        EXIT.

*>****************************************************************
*> 7000-WRITE-AUDIT-RECORD - APPEND ONE AUDIT ROW FOR THE RULE
*> OPERATION JUST APPROVED.  CALLERS SET FB-AUD-ACTION-WK,
*> FB-AUD-MAKER-ID AND FB-BEFORE-IMAGE (SPACES ON AN ADD) BEFORE
*> PERFORMING THIS; FB-RULE-RECORD STILL HOLDS THE AFTER IMAGE
*> AND THE SIGNED-ON CHECKER IS THE APPROVER.  A FAILING AUDIT
*> WRITE STOPS THE SESSION - AN UNAUDITED CHANGE IS EXACTLY WHAT
*> THIS TRAIL EXISTS TO PREVENT.
*>****************************************************************
    ACCEPT FB-AUD-DATE-NOW FROM DATE YYYYMMDD.
    ACCEPT FB-AUD-TIME-RAW FROM TIME.
    MOVE SPACES TO FB-RAUD-RECORD.
    MOVE FB-AUD-MAKER-ID      TO FB-RAUD-USER-ID.
    MOVE FB-AUD-USER-ID       TO FB-RAUD-APPROVER-ID.
    MOVE FB-AUD-DATE-NOW      TO FB-RAUD-DATE.
    MOVE FB-AUD-TIME-RAW(1:6) TO FB-RAUD-TIME.
    MOVE FB-AUD-ACTION-WK     TO FB-RAUD-ACTION.
    MOVE FB-RULE-DIVISOR-R    TO FB-RAUD-DIVISOR.
    MOVE FB-RULE-TYPE-R       TO FB-RAUD-RULE-TYPE.
    MOVE FB-RULE-PROFILE-R    TO FB-RAUD-PROFILE.
    MOVE FB-BEFORE-IMAGE      TO FB-RAUD-BEFORE-IMAGE.
    MOVE FB-RULE-RECORD       TO FB-RAUD-AFTER-IMAGE.
    WRITE FB-RAUD-RECORD.
        MOVE 16 TO RETURN-CODE
        CLOSE RULE-FILE
        CLOSE AUD-FILE
        CLOSE UAUT-FILE
        CLOSE PEND-FILE
        CLOSE SGNL-FILE
        SET FB-BDA-FUNC-CLOSE TO TRUE
        CALL "FBBDAY" USING FB-BDA-COMMAREA
        STOP RUN
    END-IF.
    7000-EXIT.
        EXIT.

*>****************************************************************
*> 7500-QUEUE-PENDING-CHANGE - WRITE THE MAKER'S CHANGE TO PENDCHG
*> FOR A CHECKER.  CALLERS SET FB-AUD-ACTION-WK, FB-BEFORE-IMAGE
*> AND FB-AFTER-IMAGE.  ONLY ONE CHANGE PER RULE MAY WAIT AT A
*> TIME - A SECOND WOULD BE APPROVED AGAINST A STALE IMAGE.  THE
*> SEQUENCE IS THE CURRENT DATE AND TIME; TWO MAKERS IN THE SAME
*> HUNDREDTH OF A SECOND JUST TAKE THE NEXT NUMBER.
*>****************************************************************
7500-QUEUE-PENDING-CHANGE.
    MOVE SPACES TO FB-CONFIRM-MSG.
    PERFORM 7600-CHECK-ALREADY-QUEUED THRU 7600-EXIT.
    IF FB-PND-ALREADY-QUEUED
        STRING "RULE ALREADY HAS CHANGE " DELIMITED BY SIZE
               FB-PND-SEQ DELIMITED BY SIZE
               " AWAITING APPROVAL." DELIMITED BY SIZE
               INTO FB-CONFIRM-MSG
        END-STRING
        GO TO 7500-EXIT
    END-IF.
    ACCEPT FB-AUD-DATE-NOW FROM DATE YYYYMMDD.
    ACCEPT FB-AUD-TIME-RAW FROM TIME.
    COMPUTE FB-PND-SEQ = FB-AUD-DATE-NOW * 100000000
                       + FB-AUD-TIME-RAW.
    MOVE SPACES TO FB-PEND-RECORD.
    MOVE "RULE"               TO FB-PEND-APPL.
    MOVE FB-AUD-ACTION-WK     TO FB-PEND-ACTION.
    SET FB-PEND-IS-PENDING    TO TRUE.
    MOVE FB-AFTER-IMAGE(1:8)  TO FB-PEND-MASTER-KEY.
    MOVE FB-AUD-USER-ID       TO FB-PEND-MAKER-ID.
    MOVE FB-AUD-DATE-NOW      TO FB-PEND-MAKER-DATE.
    MOVE FB-AUD-TIME-RAW(1:6) TO FB-PEND-MAKER-TIME.
    MOVE 0                    TO FB-PEND-CHECK-DATE.
    MOVE 0                    TO FB-PEND-CHECK-TIME.
    MOVE FB-BEFORE-IMAGE      TO FB-PEND-BEFORE-IMAGE.
    MOVE FB-AFTER-IMAGE       TO FB-PEND-AFTER-IMAGE.
    MOVE "22" TO FB-PEND-STATUS.
    PERFORM 7510-WRITE-PENDING THRU 7510-EXIT
        UNTIL FB-PEND-STATUS NOT = "22".
    IF FB-PEND-STATUS NOT = "00"
        PERFORM 9510-PEND-ABEND THRU 9510-EXIT
    END-IF.
    STRING "QUEUED FOR APPROVAL AS CHANGE " DELIMITED BY SIZE
           FB-PND-SEQ DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           INTO FB-CONFIRM-MSG
    END-STRING.
    7500-EXIT.
        EXIT.

7510-WRITE-PENDING.
    MOVE FB-PND-SEQ TO FB-PEND-SEQ.
    WRITE FB-PEND-RECORD
        INVALID KEY ADD 1 TO FB-PND-SEQ
    END-WRITE.
    7510-EXIT.
        EXIT.

*>****************************************************************
*> 7600-CHECK-ALREADY-QUEUED - SCAN THE RULE CHANGES ON PENDCHG
*> FOR ONE STILL PENDING AGAINST THE SAME RULE KEY.  LEAVES ITS
*> SEQUENCE IN FB-PND-SEQ WHEN FOUND.
*>****************************************************************
7600-CHECK-ALREADY-QUEUED.
    SET FB-PND-NOT-QUEUED TO TRUE.
    MOVE "RULE" TO FB-PEND-APPL.
    MOVE 0 TO FB-PEND-SEQ.
    START PEND-FILE KEY IS NOT LESS THAN FB-PEND-KEY
        INVALID KEY MOVE "10" TO FB-PEND-STATUS
    END-START.
    PERFORM 7610-CHECK-ONE-QUEUED THRU 7610-EXIT
        UNTIL FB-PEND-STATUS NOT = "00"
           OR FB-PND-ALREADY-QUEUED.
    7600-EXIT.
        EXIT.

7610-CHECK-ONE-QUEUED.
    READ PEND-FILE NEXT RECORD
        AT END MOVE "10" TO FB-PEND-STATUS
    END-READ.
    IF FB-PEND-STATUS NOT = "00" AND FB-PEND-STATUS NOT = "10"
        PERFORM 9510-PEND-ABEND THRU 9510-EXIT
    END-IF.
    IF FB-PEND-STATUS = "00" AND NOT FB-PEND-APPL-RULE
        MOVE "10" TO FB-PEND-STATUS
    END-IF.
    IF FB-PEND-STATUS = "00" AND FB-PEND-IS-PENDING
            AND FB-PEND-MASTER-KEY = FB-AFTER-IMAGE(1:8)
        SET FB-PND-ALREADY-QUEUED TO TRUE
        MOVE FB-PEND-SEQ TO FB-PND-SEQ
    END-IF.
    7610-EXIT.
        EXIT.

*>****************************************************************
*> 8000-DECIDE-PENDING - THE APPROVAL SCREEN.  A CHECKER PICKS A
*> PENDING RULE CHANGE BY ID, SEES ITS BEFORE AND AFTER IMAGES,
*> AND APPROVES IT (APPLY TO RULEFILE AND AUDIT), REJECTS IT WITH
*> A REASON, OR LEAVES IT PENDING.  NOBODY DECIDES THEIR OWN
*> CHANGE.
*>****************************************************************
8000-DECIDE-PENDING.
    MOVE SPACES TO FB-CONFIRM-MSG.
    DISPLAY "CHANGE ID TO DECIDE: " WITH NO ADVANCING.
    ACCEPT FB-PND-SEQ.
    MOVE "RULE"     TO FB-PEND-APPL.
    MOVE FB-PND-SEQ TO FB-PEND-SEQ.
    READ PEND-FILE
        INVALID KEY
            MOVE "NO RULE CHANGE ON FILE WITH THAT ID."
                TO FB-CONFIRM-MSG
            GO TO 8000-DISPLAY
    END-READ.
    IF FB-PEND-STATUS NOT = "00"
        PERFORM 9510-PEND-ABEND THRU 9510-EXIT
    END-IF.
    IF NOT FB-PEND-IS-PENDING
        MOVE "THAT CHANGE HAS ALREADY BEEN DECIDED."
            TO FB-CONFIRM-MSG
        GO TO 8000-DISPLAY
    END-IF.
    IF FB-PEND-MAKER-ID = FB-AUD-USER-ID
        MOVE "YOU KEYED THAT CHANGE; ANOTHER CHECKER MUST DECIDE IT."
            TO FB-CONFIRM-MSG
        GO TO 8000-DISPLAY
    END-IF.
    DISPLAY "CHANGE " FB-PEND-SEQ "  ACTION " FB-PEND-ACTION
        "  KEYED BY " FB-PEND-MAKER-ID " ON " FB-PEND-MAKER-DATE.
    DISPLAY "  BEFORE: " FB-PEND-BEFORE-IMAGE(1:30).
    DISPLAY "  AFTER:  " FB-PEND-AFTER-IMAGE(1:30).
    DISPLAY "APPROVE (A), REJECT (R), OR BLANK TO LEAVE PENDING: "
        WITH NO ADVANCING.
    ACCEPT FB-PND-DECISION.
    EVALUATE FB-PND-DECISION
        WHEN "A"
            PERFORM 8100-APPLY-CHANGE THRU 8100-EXIT
            IF FB-PND-WAS-APPLIED
                SET FB-PEND-IS-APPROVED TO TRUE
                PERFORM 8300-RECORD-DECISION THRU 8300-EXIT
                MOVE "CHANGE APPROVED AND APPLIED TO RULEFILE."
                    TO FB-CONFIRM-MSG
            END-IF
        WHEN "R"
            DISPLAY "REASON FOR REJECTION: " WITH NO ADVANCING
            ACCEPT FB-PND-REASON
            MOVE FB-PND-REASON TO FB-PEND-REJECT-REASON
            SET FB-PEND-IS-REJECTED TO TRUE
            PERFORM 8300-RECORD-DECISION THRU 8300-EXIT
            MOVE "CHANGE REJECTED." TO FB-CONFIRM-MSG
        WHEN OTHER
            MOVE "CHANGE LEFT PENDING." TO FB-CONFIRM-MSG
    END-EVALUATE.
    8000-DISPLAY.
    DISPLAY FB-CONFIRM-MSG.
    8000-EXIT.
        EXIT.

*>****************************************************************
*> 8100-APPLY-CHANGE - CARRY AN APPROVED CHANGE TO RULEFILE AND
*> AUDIT IT.  A CHANGE OR INACTIVATE IS ONLY APPLIED IF THE RULE
*> ON FILE STILL MATCHES THE BEFORE IMAGE THE MAKER SAW; AN ADD
*> ONLY IF THE KEY IS STILL FREE.  OTHERWISE THE CHECKER IS TOLD
*> TO REJECT IT SO THE MAKER CAN REKEY AGAINST THE CURRENT RULE.
*>****************************************************************
8100-APPLY-CHANGE.
    SET FB-PND-NOT-APPLIED TO TRUE.
    MOVE FB-PEND-BEFORE-IMAGE(1:30) TO FB-BEFORE-IMAGE.
    MOVE FB-PEND-AFTER-IMAGE(1:30)  TO FB-AFTER-IMAGE.
    MOVE FB-AFTER-IMAGE             TO FB-RULE-RECORD.
    IF FB-PEND-ACTION-ADD
        WRITE FB-RULE-RECORD
            INVALID KEY
                MOVE "RULE IS NOW ON FILE - REJECT THIS CHANGE."
                    TO FB-CONFIRM-MSG
                GO TO 8100-EXIT
        END-WRITE
    ELSE
        READ RULE-FILE
            INVALID KEY
                MOVE "RULE IS NO LONGER ON FILE - REJECT THIS CHANGE."
                    TO FB-CONFIRM-MSG
                GO TO 8100-EXIT
        END-READ
        IF FB-RULE-STATUS = "00"
                AND FB-RULE-RECORD NOT = FB-BEFORE-IMAGE
            MOVE "RULE HAS CHANGED SINCE KEYED - REJECT AND REKEY."
                TO FB-CONFIRM-MSG
            GO TO 8100-EXIT
        END-IF
        IF FB-RULE-STATUS = "00"
            MOVE FB-AFTER-IMAGE TO FB-RULE-RECORD
            REWRITE FB-RULE-RECORD
                INVALID KEY
                    MOVE "UNABLE TO REWRITE RULE RECORD."
                        TO FB-CONFIRM-MSG
                    GO TO 8100-EXIT
            END-REWRITE
        END-IF
    END-IF.
    IF FB-RULE-STATUS NOT = "00"
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    SET FB-PND-WAS-APPLIED TO TRUE.
    MOVE FB-PEND-ACTION   TO FB-AUD-ACTION-WK.
    MOVE FB-PEND-MAKER-ID TO FB-AUD-MAKER-ID.
    PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
    8100-EXIT.
        EXIT.

*>****************************************************************
*> 8300-RECORD-DECISION - STAMP THE CHECKER AND TIME ON THE
*> PENDING ROW (WHOSE STATE THE CALLER HAS SET) AND REWRITE IT.
*>****************************************************************
8300-RECORD-DECISION.
    ACCEPT FB-AUD-DATE-NOW FROM DATE YYYYMMDD.
    ACCEPT FB-AUD-TIME-RAW FROM TIME.
    MOVE FB-AUD-USER-ID       TO FB-PEND-CHECKER-ID.
    MOVE FB-AUD-DATE-NOW      TO FB-PEND-CHECK-DATE.
    MOVE FB-AUD-TIME-RAW(1:6) TO FB-PEND-CHECK-TIME.
    REWRITE FB-PEND-RECORD.
    IF FB-PEND-STATUS NOT = "00"
        PERFORM 9510-PEND-ABEND THRU 9510-EXIT
    END-IF.
    8300-EXIT.
        EXIT.

*>****************************************************************
*> 9500-ABEND-RTN - SHARED ERROR ROUTINE FOR AN UNEXPECTED RULEFILE
*> STATUS (I.E. NOT "00" AND NOT ONE OF THE INVALID KEY CONDITIONS
    MOVE 16 TO RETURN-CODE.
    CLOSE RULE-FILE.
    CLOSE AUD-FILE.
    CLOSE UAUT-FILE.
    CLOSE PEND-FILE.
    CLOSE SGNL-FILE.
    SET FB-BDA-FUNC-CLOSE TO TRUE.
    CALL "FBBDAY" USING FB-BDA-COMMAREA.
    STOP RUN.
    9500-EXIT.
        EXIT.

*>****************************************************************
*> 9510-PEND-ABEND - THE SAME FOR AN UNEXPECTED PENDCHG STATUS.
*>****************************************************************
9510-PEND-ABEND.
    DISPLAY "RULEMAINT ABEND *** UNEXPECTED PENDCHG STATUS "
        FB-PEND-STATUS.
    MOVE 16 TO RETURN-CODE.
    CLOSE RULE-FILE.
    CLOSE AUD-FILE.
    CLOSE UAUT-FILE.
    CLOSE PEND-FILE.
    CLOSE SGNL-FILE.
    SET FB-BDA-FUNC-CLOSE TO TRUE.
    CALL "FBBDAY" USING FB-BDA-COMMAREA.
    STOP RUN.
    9510-EXIT.
        EXIT.

*>****************************************************************
*> 9520-CAL-ABEND - THE SAME FOR AN UNEXPECTED CALFILE STATUS
*> RETURNED BY FBBDAY.
*>****************************************************************
9520-CAL-ABEND.
    DISPLAY "RULEMAINT ABEND *** UNEXPECTED CALFILE STATUS "
        FB-BDA-IO-STATUS.
    MOVE 16 TO RETURN-CODE.
    CLOSE RULE-FILE.
    CLOSE AUD-FILE.
    CLOSE UAUT-FILE.
    CLOSE PEND-FILE.
    CLOSE SGNL-FILE.
    SET FB-BDA-FUNC-CLOSE TO TRUE.
    CALL "FBBDAY" USING FB-BDA-COMMAREA.
    STOP RUN.
    9520-EXIT.
        EXIT.

9999-EXIT.
    STOP RUN.
