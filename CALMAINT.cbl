       >>SOURCE FORMAT FREE
*>****************************************************************
*> CALMAINT - ONLINE-STYLE MAINTENANCE MENU FOR THE SHOP BUSINESS-
*> DAY CALENDAR.  LETS OPERATIONS ADD, CHANGE OR INACTIVATE A DATE
*> ON CALFILE (SEE FBCAL) - A PUBLIC HOLIDAY, A WEEKEND WORKED BY
*> ARRANGEMENT, A MONTH-END CLOSE DAY - WITHOUT HAND-EDITING THE
*> FILE.  EVERY AGING, GAP AND CYCLE-DATE CHECK READS WHAT IS
*> ACTIVE HERE THROUGH FBBDAY.  A DATE NOT ON FILE FOLLOWS THE
*> WEEKDAY RULE (MONDAY TO FRIDAY WORKING), SO ONLY THE
*> EXCEPTIONS ARE KEYED.  SAME MENU, AUDIT, SIGN-ON AND TWO-PERSON
*> APPROVAL CONVENTIONS AS DEPTMAINT.
*>------------------------------------------------------------------
*> AUTHOR.          T. ANGUS, BATCH SYSTEMS GROUP.
*> INSTALLATION.    TEAMEXANGUS.
*> DATE-WRITTEN.    2026-10-15.
*> DATE-COMPILED.
*>------------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15 TXA  ORIGINAL - MODELLED ON DEPTMAINT, INCLUDING ITS
*>                 APPEND-ONLY AUDIT TRAIL (CALAUD, SEE FBCAUD) AND
*>                 MAKER/CHECKER APPROVAL THROUGH PENDCHG.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. CALMAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CAL-FILE ASSIGN TO CALFILE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FB-CAL-DATE
        FILE STATUS IS FB-CAL-STATUS.

    SELECT AUD-FILE ASSIGN TO CALAUD
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
FD  CAL-FILE
    RECORDING MODE IS F.
    COPY "FBCAL.cpy".

FD  AUD-FILE
    RECORDING MODE IS F.
    COPY "FBCAUD.cpy".

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
01  FB-CAL-STATUS                  PIC X(02).
01  FB-AUD-STATUS                  PIC X(02).
01  FB-UAUT-STATUS                 PIC X(02).
01  FB-PEND-STATUS                 PIC X(02).
01  FB-SGNL-STATUS                 PIC X(02).
01  FB-ENTRY-OK-SW                 PIC X(01) VALUE "N".
    88  FB-ENTRY-IS-OK                 VALUE "Y".
01  FB-DONE-SW                     PIC X(01) VALUE "N".
    88  FB-USER-IS-DONE                VALUE "Y".
01  FB-MENU-CHOICE                 PIC X(01).
01  FB-CONFIRM-MSG                 PIC X(60) VALUE SPACES.

01  FB-SIGNON-FIELDS.
    05  FB-SCREEN-NAME             PIC X(10) VALUE "CALMAINT".
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
    05  FB-BEFORE-IMAGE            PIC X(60) VALUE SPACES.
    05  FB-AFTER-IMAGE             PIC X(60) VALUE SPACES.

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
    05  FB-ENTRY-DATE              PIC 9(08).
    05  FB-ENTRY-DAY-TYPE          PIC X(01).
    05  FB-ENTRY-CLOSE-SW          PIC X(01).
    05  FB-ENTRY-DESC              PIC X(30).

01  FB-LIST-FIELDS.
    05  FB-LIST-MONTH              PIC X(06) VALUE SPACES.
    05  FB-LIST-MONTH-N REDEFINES FB-LIST-MONTH
                                   PIC 9(06).
    05  FB-LIST-FROM-DATE          PIC 9(08) VALUE 0.
    05  FB-LIST-TO-DATE            PIC 9(08) VALUE 0.
    05  FB-LIST-COUNT              PIC 9(05) VALUE 0.

*> ---------------------------------------------------------------
*> WEEKDAY OF A DATE, 1 = MONDAY.  INTEGER-OF-DATE DAY 1
*> (1601-01-01) WAS A MONDAY.  USED TO SHOW THE DAY NEXT TO EVERY
*> DATE AND TO REFUSE ROWS THE WEEKDAY RULE ALREADY COVERS.
*> ---------------------------------------------------------------
01  FB-WEEKDAY                     PIC 9(01) VALUE 0.
01  FB-WEEKDAY-NAMES.
    05  FILLER                     PIC X(21)
            VALUE "MONTUEWEDTHUFRISATSUN".
01  FB-WEEKDAY-TABLE REDEFINES FB-WEEKDAY-NAMES.
    05  FB-WEEKDAY-NAME            PIC X(03) OCCURS 7 TIMES.

PROCEDURE DIVISION.

*>****************************************************************
*> 0000-MAINLINE
*>****************************************************************
0000-MAINLINE.
    PERFORM 1000-OPEN-CAL-FILE THRU 1000-EXIT.
    PERFORM 1100-OPEN-AUDIT-FILE THRU 1100-EXIT.
    PERFORM 1160-OPEN-CONTROL-FILES THRU 1160-EXIT.
    PERFORM 1200-SIGN-ON-USER THRU 1200-EXIT
        UNTIL FB-AUD-USER-ID NOT = SPACES
           OR FB-USER-IS-DONE.
    PERFORM 2000-MENU-LOOP THRU 2000-EXIT
        UNTIL FB-USER-IS-DONE.
    CLOSE CAL-FILE.
    CLOSE AUD-FILE.
    CLOSE UAUT-FILE.
    CLOSE PEND-FILE.
    CLOSE SGNL-FILE.
    GO TO 9999-EXIT.

*>****************************************************************
*> 1000-OPEN-CAL-FILE - A MISSING CALFILE (STATUS 35) IS CREATED
*> EMPTY SO THE VERY FIRST SESSION CAN LOAD THE CALENDAR.  UNTIL
*> THEN EVERY DATE FOLLOWS THE WEEKDAY RULE.
*>****************************************************************
1000-OPEN-CAL-FILE.
    OPEN I-O CAL-FILE.
    IF FB-CAL-STATUS = "35"
        OPEN OUTPUT CAL-FILE
        IF FB-CAL-STATUS = "00"
            CLOSE CAL-FILE
            OPEN I-O CAL-FILE
        END-IF
    END-IF.
    IF FB-CAL-STATUS NOT = "00"
        DISPLAY "CALMAINT - UNABLE TO OPEN CALFILE, STATUS "
            FB-CAL-STATUS
        MOVE 16 TO RETURN-CODE
        SET FB-USER-IS-DONE TO TRUE
    END-IF.
    1000-EXIT.
        EXIT.

*>****************************************************************
*> 1100-OPEN-AUDIT-FILE - CALAUD IS APPEND-ONLY: EVERY SESSION
*> EXTENDS THE EXISTING TRAIL.  IT IS CREATED ON FIRST USE.
*>****************************************************************
1100-OPEN-AUDIT-FILE.
    IF NOT FB-USER-IS-DONE
        OPEN EXTEND AUD-FILE
        IF FB-AUD-STATUS = "35"
            OPEN OUTPUT AUD-FILE
        END-IF
        IF FB-AUD-STATUS NOT = "00"
            DISPLAY "CALMAINT - UNABLE TO OPEN CALAUD, STATUS "
                FB-AUD-STATUS
            MOVE 16 TO RETURN-CODE
            SET FB-USER-IS-DONE TO TRUE
        END-IF
    END-IF.
    1100-EXIT.
        EXIT.

*>****************************************************************
*> 1160-OPEN-CONTROL-FILES - USRAUTH (READ ONLY - NOBODY SIGNS ON
*> WITHOUT IT), PENDCHG (CREATED EMPTY ON FIRST USE, STATUS 35)
*> AND THE APPEND-ONLY SIGNLOG (LIKEWISE CREATED ON FIRST USE).
*>****************************************************************
1160-OPEN-CONTROL-FILES.
    IF FB-USER-IS-DONE
        GO TO 1160-EXIT
    END-IF.
    OPEN INPUT UAUT-FILE.
    IF FB-UAUT-STATUS NOT = "00"
        DISPLAY "CALMAINT - UNABLE TO OPEN USRAUTH, STATUS "
            FB-UAUT-STATUS
        MOVE 16 TO RETURN-CODE
        SET FB-USER-IS-DONE TO TRUE
        GO TO 1160-EXIT
    END-IF.
    OPEN I-O PEND-FILE.
    IF FB-PEND-STATUS = "35"
        OPEN OUTPUT PEND-FILE
        CLOSE PEND-FILE
        OPEN I-O PEND-FILE
    END-IF.
    IF FB-PEND-STATUS NOT = "00"
        DISPLAY "CALMAINT - UNABLE TO OPEN PENDCHG, STATUS "
            FB-PEND-STATUS
        MOVE 16 TO RETURN-CODE
        SET FB-USER-IS-DONE TO TRUE
        GO TO 1160-EXIT
    END-IF.
    OPEN EXTEND SGNL-FILE.
    IF FB-SGNL-STATUS = "35"
        OPEN OUTPUT SGNL-FILE
    END-IF.
    IF FB-SGNL-STATUS NOT = "00"
        DISPLAY "CALMAINT - UNABLE TO OPEN SIGNLOG, STATUS "
            FB-SGNL-STATUS
        MOVE 16 TO RETURN-CODE
        SET FB-USER-IS-DONE TO TRUE
    END-IF.
    1160-EXIT.
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
        DISPLAY "CALMAINT ABEND *** UNEXPECTED USRAUTH STATUS "
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
        DISPLAY "CALMAINT ABEND *** UNEXPECTED SIGNLOG STATUS "
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
*> 2000-MENU-LOOP - DISPLAY THE MENU, ACCEPT A CHOICE, ACT ON IT.
*> THE CHOICES OFFERED DEPEND ON THE SIGNED-ON USER'S ROLE.
*>****************************************************************
2000-MENU-LOOP.
    IF NOT FB-USER-IS-DONE
        PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT
        ACCEPT FB-MENU-CHOICE
        EVALUATE TRUE
            WHEN FB-MENU-CHOICE = "1" AND FB-ROLE-MAKER
                PERFORM 3000-ADD-DATE THRU 3000-EXIT
            WHEN FB-MENU-CHOICE = "2" AND FB-ROLE-MAKER
                PERFORM 4000-CHANGE-DATE THRU 4000-EXIT
            WHEN FB-MENU-CHOICE = "3" AND FB-ROLE-MAKER
                PERFORM 5000-INACTIVATE-DATE THRU 5000-EXIT
            WHEN FB-MENU-CHOICE = "4"
                PERFORM 6000-LIST-DATES THRU 6000-EXIT
            WHEN FB-MENU-CHOICE = "5"
                PERFORM 6500-LIST-PENDING THRU 6500-EXIT
            WHEN FB-MENU-CHOICE = "6" AND FB-ROLE-CHECKER
                PERFORM 8000-DECIDE-PENDING THRU 8000-EXIT
            WHEN FB-MENU-CHOICE = "0"
                SET FB-USER-IS-DONE TO TRUE
            WHEN OTHER
                DISPLAY "PLEASE ENTER ONE OF THE CHOICES SHOWN."
        END-EVALUATE
    END-IF.
    2000-EXIT.
        EXIT.

2100-DISPLAY-MENU.
    DISPLAY " ".
    DISPLAY "BUSINESS-DAY CALENDAR MAINTENANCE".
    IF FB-ROLE-MAKER
        DISPLAY "  1  ADD A CALENDAR DATE"
        DISPLAY "  2  CHANGE A CALENDAR DATE"
        DISPLAY "  3  INACTIVATE A CALENDAR DATE"
    END-IF.
    DISPLAY "  4  LIST CALENDAR DATES".
    DISPLAY "  5  LIST CHANGES AWAITING APPROVAL".
    IF FB-ROLE-CHECKER
        DISPLAY "  6  APPROVE OR REJECT A CHANGE"
    END-IF.
    DISPLAY "  0  EXIT".
    DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
    2100-EXIT.
        EXIT.

*>****************************************************************
*> 3000-ADD-DATE - QUEUE A NEW CALENDAR ROW, KEYED BY DATE, FOR
*> APPROVAL.
*>****************************************************************
3000-ADD-DATE.
    MOVE SPACES TO FB-CONFIRM-MSG.
    DISPLAY "DATE (YYYYMMDD): " WITH NO ADVANCING.
    ACCEPT FB-ENTRY-DATE.
    PERFORM 3150-CHECK-ENTRY-DATE THRU 3150-EXIT.
    IF NOT FB-ENTRY-IS-OK
        GO TO 3000-DISPLAY
    END-IF.
    MOVE FB-ENTRY-DATE TO FB-CAL-DATE.
    READ CAL-FILE
        INVALID KEY CONTINUE
    END-READ.
    IF FB-CAL-STATUS = "00"
        MOVE "THAT DATE IS ALREADY ON THE CALENDAR; USE CHANGE."
            TO FB-CONFIRM-MSG
        GO TO 3000-DISPLAY
    END-IF.
    IF FB-CAL-STATUS NOT = "23"
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    PERFORM 3100-ACCEPT-CAL-ENTRY THRU 3100-EXIT.
    PERFORM 3300-CHECK-CAL-ENTRY THRU 3300-EXIT.
    IF NOT FB-ENTRY-IS-OK
        GO TO 3000-DISPLAY
    END-IF.
    MOVE SPACES             TO FB-CAL-RECORD.
    MOVE FB-ENTRY-DATE      TO FB-CAL-DATE.
    MOVE FB-ENTRY-DAY-TYPE  TO FB-CAL-DAY-TYPE.
    MOVE FB-ENTRY-CLOSE-SW  TO FB-CAL-CLOSE-SW.
    MOVE FB-ENTRY-DESC      TO FB-CAL-DESC.
    MOVE "Y"                TO FB-CAL-ACTIVE.
    MOVE FB-CAL-RECORD      TO FB-AFTER-IMAGE.
    MOVE SPACES TO FB-BEFORE-IMAGE.
    MOVE "A" TO FB-AUD-ACTION-WK.
    PERFORM 7500-QUEUE-PENDING-CHANGE THRU 7500-EXIT.
    3000-DISPLAY.
    DISPLAY FB-CONFIRM-MSG.
    3000-EXIT.
        EXIT.

*>****************************************************************
*> 4000-CHANGE-DATE - QUEUE A NEW DAY TYPE, CLOSE-DAY FLAG AND
*> DESCRIPTION FOR A DATE ALREADY ON THE CALENDAR.  CHANGING AN
*> INACTIVE DATE MAKES IT ACTIVE AGAIN.
*>****************************************************************
4000-CHANGE-DATE.
    MOVE SPACES TO FB-CONFIRM-MSG.
    DISPLAY "DATE TO CHANGE (YYYYMMDD): " WITH NO ADVANCING.
    ACCEPT FB-ENTRY-DATE.
    PERFORM 3150-CHECK-ENTRY-DATE THRU 3150-EXIT.
    IF NOT FB-ENTRY-IS-OK
        GO TO 4000-DISPLAY
    END-IF.
    MOVE FB-ENTRY-DATE TO FB-CAL-DATE.
    READ CAL-FILE
        INVALID KEY
            MOVE "THAT DATE IS NOT ON THE CALENDAR; USE ADD."
                TO FB-CONFIRM-MSG
            GO TO 4000-DISPLAY
    END-READ.
    IF FB-CAL-STATUS NOT = "00"
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    MOVE FB-CAL-RECORD TO FB-BEFORE-IMAGE.
    DISPLAY "NOW: " FB-CAL-DAY-TYPE "  CLOSE " FB-CAL-CLOSE-SW
        "  ACTIVE " FB-CAL-ACTIVE "  " FB-CAL-DESC.
    PERFORM 3100-ACCEPT-CAL-ENTRY THRU 3100-EXIT.
    PERFORM 3300-CHECK-CAL-ENTRY THRU 3300-EXIT.
    IF NOT FB-ENTRY-IS-OK
        GO TO 4000-DISPLAY
    END-IF.
    MOVE FB-ENTRY-DAY-TYPE  TO FB-CAL-DAY-TYPE.
    MOVE FB-ENTRY-CLOSE-SW  TO FB-CAL-CLOSE-SW.
    MOVE FB-ENTRY-DESC      TO FB-CAL-DESC.
    MOVE "Y"                TO FB-CAL-ACTIVE.
    MOVE FB-CAL-RECORD      TO FB-AFTER-IMAGE.
    IF FB-AFTER-IMAGE = FB-BEFORE-IMAGE
        MOVE "NOTHING CHANGED; NOTHING QUEUED." TO FB-CONFIRM-MSG
        GO TO 4000-DISPLAY
    END-IF.
    MOVE "C" TO FB-AUD-ACTION-WK.
    PERFORM 7500-QUEUE-PENDING-CHANGE THRU 7500-EXIT.
    4000-DISPLAY.
    DISPLAY FB-CONFIRM-MSG.
    4000-EXIT.
        EXIT.

*>****************************************************************
*> 5000-INACTIVATE-DATE - QUEUE A FLIP OF A DATE'S ACTIVE SWITCH
*> TO "N" RATHER THAN DELETING IT, SO THE CALENDAR A PAST REPORT
*> WAS AGED AGAINST STAYS ON RECORD.  AN INACTIVE DATE FOLLOWS
*> THE WEEKDAY RULE AGAIN.
*>****************************************************************
5000-INACTIVATE-DATE.
    MOVE SPACES TO FB-CONFIRM-MSG.
    DISPLAY "DATE TO INACTIVATE (YYYYMMDD): " WITH NO ADVANCING.
    ACCEPT FB-ENTRY-DATE.
    MOVE FB-ENTRY-DATE TO FB-CAL-DATE.
    READ CAL-FILE
        INVALID KEY
            MOVE "THAT DATE IS NOT ON THE CALENDAR."
                TO FB-CONFIRM-MSG
    END-READ.
    IF FB-CAL-STATUS NOT = "00" AND FB-CAL-STATUS NOT = "23"
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF FB-CAL-STATUS = "00" AND FB-CAL-IS-INACTIVE
        MOVE "THAT DATE IS ALREADY INACTIVE."
            TO FB-CONFIRM-MSG
    END-IF.
    IF FB-CAL-STATUS = "00" AND NOT FB-CAL-IS-INACTIVE
        MOVE FB-CAL-RECORD TO FB-BEFORE-IMAGE
        SET FB-CAL-IS-INACTIVE TO TRUE
        MOVE FB-CAL-RECORD TO FB-AFTER-IMAGE
        MOVE "I" TO FB-AUD-ACTION-WK
        PERFORM 7500-QUEUE-PENDING-CHANGE THRU 7500-EXIT
    END-IF.
    DISPLAY FB-CONFIRM-MSG.
    5000-EXIT.
        EXIT.

*>****************************************************************
*> 3100-ACCEPT-CAL-ENTRY - COMMON PROMPT SEQUENCE FOR THE DAY
*> TYPE, CLOSE-DAY FLAG AND DESCRIPTION OF A DATE.  AN EMPTY
*> CLOSE-DAY REPLY MEANS NO.
*>****************************************************************
3100-ACCEPT-CAL-ENTRY.
    DISPLAY "DAY TYPE (W=WORKING, H=HOLIDAY/NON-WORKING): "
        WITH NO ADVANCING.
    ACCEPT FB-ENTRY-DAY-TYPE.
    DISPLAY "MONTH-END CLOSE DAY (Y/N, BLANK = N): "
        WITH NO ADVANCING.
    ACCEPT FB-ENTRY-CLOSE-SW.
    IF FB-ENTRY-CLOSE-SW = SPACE
        MOVE "N" TO FB-ENTRY-CLOSE-SW
    END-IF.
    DISPLAY "DESCRIPTION (E.G. NEW YEAR'S DAY): " WITH NO ADVANCING.
    ACCEPT FB-ENTRY-DESC.
    3100-EXIT.
        EXIT.

*>****************************************************************
*> 3150-CHECK-ENTRY-DATE - THE KEYED DATE MUST BE A REAL DATE.
*> SHOWS ITS WEEKDAY SO THE OPERATOR CAN SEE WHAT IS BEING KEYED.
*>****************************************************************
3150-CHECK-ENTRY-DATE.
    MOVE "N" TO FB-ENTRY-OK-SW.
    IF FB-ENTRY-DATE NOT NUMERIC
        MOVE "DATE MUST BE YYYYMMDD." TO FB-CONFIRM-MSG
        GO TO 3150-EXIT
    END-IF.
    IF FUNCTION TEST-DATE-YYYYMMDD(FB-ENTRY-DATE) NOT = 0
        MOVE "THAT IS NOT A VALID YYYYMMDD DATE." TO FB-CONFIRM-MSG
        GO TO 3150-EXIT
    END-IF.
    PERFORM 3160-SET-WEEKDAY THRU 3160-EXIT.
    DISPLAY FB-ENTRY-DATE " IS A " FB-WEEKDAY-NAME(FB-WEEKDAY).
    SET FB-ENTRY-IS-OK TO TRUE.
    3150-EXIT.
        EXIT.

3160-SET-WEEKDAY.
    COMPUTE FB-WEEKDAY =
        FUNCTION MOD(FUNCTION INTEGER-OF-DATE(FB-ENTRY-DATE) - 1, 7)
        + 1.
    3160-EXIT.
        EXIT.

*>****************************************************************
*> 3300-CHECK-CAL-ENTRY - THE DAY TYPE MUST BE W OR H AND THE
*> CLOSE FLAG Y OR N.  A CLOSE DAY MUST BE A WORKING DAY - THE
*> CLOSE CANNOT BE RUN ON A DAY NOBODY IS IN.  A ROW THAT ONLY
*> REPEATS THE WEEKDAY RULE (A HOLIDAY ON A WEEKEND, OR AN
*> ORDINARY WORKING WEEKDAY THAT IS NOT A CLOSE DAY) IS REFUSED
*> SO THE CALENDAR HOLDS ONLY THE EXCEPTIONS.
*>****************************************************************
3300-CHECK-CAL-ENTRY.
    MOVE "N" TO FB-ENTRY-OK-SW.
    EVALUATE TRUE
        WHEN FB-ENTRY-DAY-TYPE NOT = "W"
         AND FB-ENTRY-DAY-TYPE NOT = "H"
            MOVE "DAY TYPE MUST BE W OR H; NOTHING QUEUED."
                TO FB-CONFIRM-MSG
        WHEN FB-ENTRY-CLOSE-SW NOT = "Y"
         AND FB-ENTRY-CLOSE-SW NOT = "N"
            MOVE "CLOSE DAY MUST BE Y OR N; NOTHING QUEUED."
                TO FB-CONFIRM-MSG
        WHEN FB-ENTRY-DAY-TYPE = "H" AND FB-ENTRY-CLOSE-SW = "Y"
            MOVE "A CLOSE DAY MUST BE A WORKING DAY; NOTHING QUEUED."
                TO FB-CONFIRM-MSG
        WHEN FB-ENTRY-DAY-TYPE = "H" AND FB-WEEKDAY > 5
            MOVE "WEEKENDS ARE ALREADY NON-WORKING; NOTHING QUEUED."
                TO FB-CONFIRM-MSG
        WHEN FB-ENTRY-DAY-TYPE = "W" AND FB-WEEKDAY < 6
         AND FB-ENTRY-CLOSE-SW = "N"
            MOVE "WEEKDAYS ARE ALREADY WORKING DAYS; NOTHING QUEUED."
                TO FB-CONFIRM-MSG
        WHEN OTHER
            SET FB-ENTRY-IS-OK TO TRUE
    END-EVALUATE.
    3300-EXIT.
        EXIT.

*>****************************************************************
*> 6000-LIST-DATES - THE CALENDAR ROWS FOR ONE MONTH, OR FOR THE
*> WHOLE FILE WHEN NO MONTH IS KEYED, IN DATE ORDER.
*>****************************************************************
6000-LIST-DATES.
    DISPLAY "MONTH TO LIST (YYYYMM, BLANK = ALL): "
        WITH NO ADVANCING.
    ACCEPT FB-LIST-MONTH.
    IF FB-LIST-MONTH = SPACES
        MOVE 0        TO FB-LIST-FROM-DATE
        MOVE 99999999 TO FB-LIST-TO-DATE
    ELSE
        IF FB-LIST-MONTH NOT NUMERIC
            DISPLAY "MONTH MUST BE YYYYMM."
            GO TO 6000-EXIT
        END-IF
        COMPUTE FB-LIST-FROM-DATE = FB-LIST-MONTH-N * 100 + 1
        COMPUTE FB-LIST-TO-DATE = FB-LIST-FROM-DATE + 30
    END-IF.
    DISPLAY "DATE      DAY  TYPE  CLOSE  ACTIVE  DESCRIPTION".
    MOVE 0 TO FB-LIST-COUNT.
    MOVE FB-LIST-FROM-DATE TO FB-CAL-DATE.
    START CAL-FILE KEY IS NOT LESS THAN FB-CAL-DATE
        INVALID KEY MOVE "10" TO FB-CAL-STATUS
    END-START.
    PERFORM 6100-LIST-ONE-DATE THRU 6100-EXIT
        UNTIL FB-CAL-STATUS NOT = "00".
    IF FB-LIST-COUNT = 0
        DISPLAY "NO CALENDAR DATES ON FILE FOR THAT PERIOD - "
                "EVERY DAY FOLLOWS THE WEEKDAY RULE."
    END-IF.
    6000-EXIT.
        EXIT.

6100-LIST-ONE-DATE.
    READ CAL-FILE NEXT RECORD
        AT END MOVE "10" TO FB-CAL-STATUS
    END-READ.
    IF FB-CAL-STATUS NOT = "00" AND FB-CAL-STATUS NOT = "10"
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF FB-CAL-STATUS = "00" AND FB-CAL-DATE > FB-LIST-TO-DATE
        MOVE "10" TO FB-CAL-STATUS
    END-IF.
    IF FB-CAL-STATUS = "00"
        ADD 1 TO FB-LIST-COUNT
        MOVE FB-CAL-DATE TO FB-ENTRY-DATE
        PERFORM 3160-SET-WEEKDAY THRU 3160-EXIT
        DISPLAY FB-CAL-DATE "  " FB-WEEKDAY-NAME(FB-WEEKDAY) "   "
            FB-CAL-DAY-TYPE "     " FB-CAL-CLOSE-SW "      "
            FB-CAL-ACTIVE "       " FB-CAL-DESC
    END-IF.
    6100-EXIT.
        EXIT.

*>****************************************************************
*> 6500-LIST-PENDING - EVERY CALENDAR CHANGE STILL AWAITING A
*> CHECKER, OLDEST FIRST.  THE APPLICATION LEADS THE PENDCHG KEY,
*> SO THE SCAN STOPS AT THE FIRST NON-CALENDAR ROW.
*>****************************************************************
6500-LIST-PENDING.
    DISPLAY "CHANGE ID         ACT DATE      MAKER     KEYED".
    MOVE 0 TO FB-PND-LISTED.
    MOVE "CAL " TO FB-PEND-APPL.
    MOVE 0 TO FB-PEND-SEQ.
    START PEND-FILE KEY IS NOT LESS THAN FB-PEND-KEY
        INVALID KEY MOVE "10" TO FB-PEND-STATUS
    END-START.
    PERFORM 6600-LIST-ONE-PENDING THRU 6600-EXIT
        UNTIL FB-PEND-STATUS NOT = "00".
    IF FB-PND-LISTED = 0
        DISPLAY "NO CALENDAR CHANGES ARE AWAITING APPROVAL."
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
    IF FB-PEND-STATUS = "00" AND NOT FB-PEND-APPL-CAL
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
*> 7000-WRITE-AUDIT-RECORD - APPEND ONE AUDIT ROW FOR THE
*> OPERATION JUST APPROVED.  CALLERS SET FB-AUD-ACTION-WK,
*> FB-AUD-MAKER-ID AND FB-BEFORE-IMAGE (SPACES ON AN ADD) BEFORE
*> PERFORMING THIS; FB-CAL-RECORD STILL HOLDS THE AFTER IMAGE AND
*> THE SIGNED-ON CHECKER IS THE APPROVER.  A FAILING AUDIT WRITE
*> STOPS THE SESSION - AN UNAUDITED CHANGE IS EXACTLY WHAT THIS
*> TRAIL EXISTS TO PREVENT.
*>****************************************************************
7000-WRITE-AUDIT-RECORD.
    ACCEPT FB-AUD-DATE-NOW FROM DATE YYYYMMDD.
    ACCEPT FB-AUD-TIME-RAW FROM TIME.
    MOVE SPACES TO FB-CAUD-RECORD.
    MOVE FB-AUD-MAKER-ID      TO FB-CAUD-USER-ID.
    MOVE FB-AUD-USER-ID       TO FB-CAUD-APPROVER-ID.
    MOVE FB-AUD-DATE-NOW      TO FB-CAUD-DATE.
    MOVE FB-AUD-TIME-RAW(1:6) TO FB-CAUD-TIME.
    MOVE FB-AUD-ACTION-WK     TO FB-CAUD-ACTION.
    MOVE FB-CAL-DATE          TO FB-CAUD-CAL-DATE.
    MOVE FB-BEFORE-IMAGE      TO FB-CAUD-BEFORE-IMAGE.
    MOVE FB-CAL-RECORD        TO FB-CAUD-AFTER-IMAGE.
    WRITE FB-CAUD-RECORD.
    IF FB-AUD-STATUS NOT = "00"
        DISPLAY "CALMAINT ABEND *** UNEXPECTED CALAUD STATUS "
            FB-AUD-STATUS
        MOVE 16 TO RETURN-CODE
        CLOSE CAL-FILE
        CLOSE AUD-FILE
        CLOSE UAUT-FILE
        CLOSE PEND-FILE
        CLOSE SGNL-FILE
        STOP RUN
    END-IF.
    7000-EXIT.
        EXIT.

*>****************************************************************
*> 7500-QUEUE-PENDING-CHANGE - WRITE THE MAKER'S CHANGE TO PENDCHG
*> FOR A CHECKER.  CALLERS SET FB-AUD-ACTION-WK, FB-BEFORE-IMAGE
*> AND FB-AFTER-IMAGE.  ONLY ONE CHANGE PER DATE MAY WAIT AT A
*> TIME - A SECOND WOULD BE APPROVED AGAINST A STALE IMAGE.  THE
*> SEQUENCE IS THE CURRENT DATE AND TIME; TWO MAKERS IN THE SAME
*> HUNDREDTH OF A SECOND JUST TAKE THE NEXT NUMBER.
*>****************************************************************
7500-QUEUE-PENDING-CHANGE.
    MOVE SPACES TO FB-CONFIRM-MSG.
    PERFORM 7600-CHECK-ALREADY-QUEUED THRU 7600-EXIT.
    IF FB-PND-ALREADY-QUEUED
        STRING "DATE ALREADY HAS CHANGE " DELIMITED BY SIZE
               FB-PND-SEQ DELIMITED BY SIZE
               " WAITING." DELIMITED BY SIZE
               INTO FB-CONFIRM-MSG
        END-STRING
        GO TO 7500-EXIT
    END-IF.
    ACCEPT FB-AUD-DATE-NOW FROM DATE YYYYMMDD.
    ACCEPT FB-AUD-TIME-RAW FROM TIME.
    COMPUTE FB-PND-SEQ = FB-AUD-DATE-NOW * 100000000
                       + FB-AUD-TIME-RAW.
    MOVE SPACES TO FB-PEND-RECORD.
    MOVE "CAL "               TO FB-PEND-APPL.
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
*> 7600-CHECK-ALREADY-QUEUED - SCAN THE CALENDAR CHANGES ON
*> PENDCHG FOR ONE STILL PENDING AGAINST THE SAME DATE.  LEAVES
*> ITS SEQUENCE IN FB-PND-SEQ WHEN FOUND.
*>****************************************************************
7600-CHECK-ALREADY-QUEUED.
    SET FB-PND-NOT-QUEUED TO TRUE.
    MOVE "CAL " TO FB-PEND-APPL.
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
    IF FB-PEND-STATUS = "00" AND NOT FB-PEND-APPL-CAL
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
*> PENDING CALENDAR CHANGE BY ID, SEES ITS BEFORE AND AFTER
*> IMAGES, AND APPROVES IT (APPLY TO CALFILE AND AUDIT), REJECTS
*> IT WITH A REASON, OR LEAVES IT PENDING.  NOBODY DECIDES THEIR
*> OWN CHANGE.
*>****************************************************************
8000-DECIDE-PENDING.
    MOVE SPACES TO FB-CONFIRM-MSG.
    DISPLAY "CHANGE ID TO DECIDE: " WITH NO ADVANCING.
    ACCEPT FB-PND-SEQ.
    MOVE "CAL "     TO FB-PEND-APPL.
    MOVE FB-PND-SEQ TO FB-PEND-SEQ.
    READ PEND-FILE
        INVALID KEY
            MOVE "NO CALENDAR CHANGE ON FILE WITH THAT ID."
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
    DISPLAY "  BEFORE: " FB-PEND-BEFORE-IMAGE.
    DISPLAY "  AFTER:  " FB-PEND-AFTER-IMAGE.
    DISPLAY "APPROVE (A), REJECT (R), OR BLANK TO LEAVE PENDING: "
        WITH NO ADVANCING.
    ACCEPT FB-PND-DECISION.
    EVALUATE FB-PND-DECISION
        WHEN "A"
            PERFORM 8100-APPLY-CHANGE THRU 8100-EXIT
            IF FB-PND-WAS-APPLIED
                SET FB-PEND-IS-APPROVED TO TRUE
                PERFORM 8300-RECORD-DECISION THRU 8300-EXIT
                MOVE "CHANGE APPROVED AND APPLIED TO CALFILE."
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
*> 8100-APPLY-CHANGE - CARRY AN APPROVED CHANGE TO CALFILE AND
*> AUDIT IT.  A CHANGE OR INACTIVATE IS ONLY APPLIED IF THE DATE
*> ON FILE STILL MATCHES THE BEFORE IMAGE THE MAKER SAW; AN ADD
*> ONLY IF THE DATE IS STILL FREE.  OTHERWISE THE CHECKER IS TOLD
*> TO REJECT IT SO THE MAKER CAN REKEY.
*>****************************************************************
8100-APPLY-CHANGE.
    SET FB-PND-NOT-APPLIED TO TRUE.
    MOVE FB-PEND-BEFORE-IMAGE TO FB-BEFORE-IMAGE.
    MOVE FB-PEND-AFTER-IMAGE  TO FB-AFTER-IMAGE.
    MOVE FB-AFTER-IMAGE       TO FB-CAL-RECORD.
    IF FB-PEND-ACTION-ADD
        WRITE FB-CAL-RECORD
            INVALID KEY
                MOVE "DATE IS NOW ON THE CALENDAR - REJECT THIS CHANGE."
                    TO FB-CONFIRM-MSG
                GO TO 8100-EXIT
        END-WRITE
    ELSE
        READ CAL-FILE
            INVALID KEY
                MOVE "DATE IS NO LONGER ON THE CALENDAR - REJECT IT."
                    TO FB-CONFIRM-MSG
                GO TO 8100-EXIT
        END-READ
        IF FB-CAL-STATUS = "00"
                AND FB-CAL-RECORD NOT = FB-BEFORE-IMAGE
            MOVE "DATE HAS CHANGED SINCE KEYED - REJECT IT."
                TO FB-CONFIRM-MSG
            GO TO 8100-EXIT
        END-IF
        IF FB-CAL-STATUS = "00"
            MOVE FB-AFTER-IMAGE TO FB-CAL-RECORD
            REWRITE FB-CAL-RECORD
                INVALID KEY
                    MOVE "UNABLE TO REWRITE CALENDAR RECORD."
                        TO FB-CONFIRM-MSG
                    GO TO 8100-EXIT
            END-REWRITE
        END-IF
    END-IF.
    IF FB-CAL-STATUS NOT = "00"
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
*> 9500-ABEND-RTN - SHARED ERROR ROUTINE FOR AN UNEXPECTED
*> CALFILE STATUS (I.E. NOT "00" AND NOT ONE OF THE INVALID KEY
*> CONDITIONS THE CALLER ALREADY HANDLES) - REPORTS IT AND STOPS
*> THE RUN RATHER THAN LOOPING BACK TO THE MENU AS IF NOTHING
*> HAPPENED.
*>****************************************************************
9500-ABEND-RTN.
    DISPLAY "CALMAINT ABEND *** UNEXPECTED CALFILE STATUS "
        FB-CAL-STATUS.
    MOVE 16 TO RETURN-CODE.
    CLOSE CAL-FILE.
    CLOSE AUD-FILE.
    CLOSE UAUT-FILE.
    CLOSE PEND-FILE.
    CLOSE SGNL-FILE.
    STOP RUN.
    9500-EXIT.
        EXIT.

*>****************************************************************
*> 9510-PEND-ABEND - THE SAME FOR AN UNEXPECTED PENDCHG STATUS.
*>****************************************************************
9510-PEND-ABEND.
    DISPLAY "CALMAINT ABEND *** UNEXPECTED PENDCHG STATUS "
        FB-PEND-STATUS.
    MOVE 16 TO RETURN-CODE.
    CLOSE CAL-FILE.
    CLOSE AUD-FILE.
    CLOSE UAUT-FILE.
    CLOSE PEND-FILE.
    CLOSE SGNL-FILE.
    STOP RUN.
    9510-EXIT.
        EXIT.

9999-EXIT.
    STOP RUN.
