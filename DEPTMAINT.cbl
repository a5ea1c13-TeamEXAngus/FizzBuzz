*> 2026-09-02 TXA  ORIGINAL - MODELLED ON RULEMAINT, INCLUDING
*>                 ITS APPEND-ONLY AUDIT TRAIL (DEPTAUD, SEE
*>                 FBDAUD).
*> 2026-10-15 TXA  EACH DEPARTMENT NOW CARRIES A DEFAULT RULE
*>                 PROFILE (SEE FBDEPT), KEYED ON ADD AND CHANGE
*>                 (BLANK = "STD ") AND SHOWN ON THE LIST.  A
*>                 PROFILE WITH NO RULES ON RULEFILE IS REFUSED -
*>                 FIZZBUZZ WOULD OTHERWISE STOP ON THE DEPARTMENT'S
*>                 FIRST TRANSACTION.  RULEFILE IS OPENED READ-ONLY.
*> 2026-10-15 TXA  TWO-PERSON APPROVAL, AS IN RULEMAINT.  SIGN-ON
*>                 NEEDS AN ACTIVE USRAUTH ROW FOR THIS SCREEN
*>                 (SEE FBUAUT); REFUSALS GO TO SIGNLOG (SEE
*>                 FBSGNL).  A MAKER'S ADD, CHANGE OR INACTIVATE IS
*>                 QUEUED ON PENDCHG (SEE FBPEND); ONLY A CHECKER'S
*>                 APPROVAL UPDATES DEPTFILE AND WRITES DEPTAUD
*>                 (MAKER AND APPROVER).  VIEW-ONLY USERS GET THE
*>                 LISTS ONLY.
*> 2026-10-15 TXA  DISTRIBUTION LIST CODE (SEE FBDEPT) KEYED ON
*>                 ADD AND CHANGE - REPORT, EXTRACT OR BOTH, BLANK
*>                 = BOTH - AND SHOWN ON THE LIST.  FBDIST DELIVERS
*>                 EACH DEPARTMENT ONLY WHAT IT NAMES.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. DEPTMAINT.
        RECORD KEY IS FB-DEPT-ID
        FILE STATUS IS FB-DEPT-STATUS.

    SELECT RULE-FILE ASSIGN TO RULEFILE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FB-RULE-KEY-R
        FILE STATUS IS FB-RULE-STATUS.

    SELECT AUD-FILE ASSIGN TO DEPTAUD
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
FD  DEPT-FILE
    RECORDING MODE IS F.
    COPY "FBDEPT.cpy".

FD  RULE-FILE
    RECORDING MODE IS F.
    COPY "FBRULE.cpy".

FD  AUD-FILE
    RECORDING MODE IS F.
    COPY "FBDAUD.cpy".

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
01  FB-DEPT-STATUS                 PIC X(02).
01  FB-AUD-STATUS                  PIC X(02).
01  FB-RULE-STATUS                 PIC X(02).
01  FB-UAUT-STATUS                 PIC X(02).
01  FB-PEND-STATUS                 PIC X(02).
01  FB-SGNL-STATUS                 PIC X(02).
01  FB-PROFILE-OK-SW               PIC X(01) VALUE "N".
    88  FB-PROFILE-IS-OK               VALUE "Y".
01  FB-DISTRIB-OK-SW               PIC X(01) VALUE "N".
    88  FB-DISTRIB-IS-OK               VALUE "Y".
01  FB-DONE-SW                     PIC X(01) VALUE "N".
    88  FB-USER-IS-DONE                VALUE "Y".
01  FB-MENU-CHOICE                 PIC X(01).
01  FB-CONFIRM-MSG                 PIC X(60) VALUE SPACES.

01  FB-SIGNON-FIELDS.
    05  FB-SCREEN-NAME             PIC X(10) VALUE "DEPTMAINT".
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
    05  FB-ENTRY-DEPT-ID           PIC X(04).
    05  FB-ENTRY-NAME              PIC X(30).
    05  FB-ENTRY-CONTACT           PIC X(20).
    05  FB-ENTRY-PROFILE           PIC X(04).
    05  FB-ENTRY-DISTRIB           PIC X(01).

PROCEDURE DIVISION.

0000-MAINLINE.
    PERFORM 1000-OPEN-DEPT-FILE THRU 1000-EXIT.
    PERFORM 1100-OPEN-AUDIT-FILE THRU 1100-EXIT.
    PERFORM 1150-OPEN-RULE-FILE THRU 1150-EXIT.
    PERFORM 1160-OPEN-CONTROL-FILES THRU 1160-EXIT.
    PERFORM 1200-SIGN-ON-USER THRU 1200-EXIT
        UNTIL FB-AUD-USER-ID NOT = SPACES
           OR FB-USER-IS-DONE.
        UNTIL FB-USER-IS-DONE.
    CLOSE DEPT-FILE.
    CLOSE AUD-FILE.
    CLOSE RULE-FILE.
    CLOSE UAUT-FILE.
    CLOSE PEND-FILE.
    CLOSE SGNL-FILE.
    GO TO 9999-EXIT.

*>****************************************************************
        EXIT.

*>****************************************************************
*> 1150-OPEN-RULE-FILE - READ ONLY; USED TO CHECK THAT A KEYED
*> RULE PROFILE HAS RULES BEFORE A DEPARTMENT IS POINTED AT IT.
*>****************************************************************
1150-OPEN-RULE-FILE.
    IF NOT FB-USER-IS-DONE
        OPEN INPUT RULE-FILE
        IF FB-RULE-STATUS NOT = "00"
            DISPLAY "DEPTMAINT - UNABLE TO OPEN RULEFILE, STATUS "
                FB-RULE-STATUS
            MOVE 16 TO RETURN-CODE
            SET FB-USER-IS-DONE TO TRUE
        END-IF
    END-IF.
    1150-EXIT.
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
        DISPLAY "DEPTMAINT - UNABLE TO OPEN USRAUTH, STATUS "
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
        DISPLAY "DEPTMAINT - UNABLE TO OPEN PENDCHG, STATUS "
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
        DISPLAY "DEPTMAINT - UNABLE TO OPEN SIGNLOG, STATUS "
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
        DISPLAY "DEPTMAINT ABEND *** UNEXPECTED USRAUTH STATUS "
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
        DISPLAY "DEPTMAINT ABEND *** UNEXPECTED SIGNLOG STATUS "
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
                PERFORM 3000-ADD-DEPT THRU 3000-EXIT
            WHEN FB-MENU-CHOICE = "2" AND FB-ROLE-MAKER
                PERFORM 4000-CHANGE-DEPT THRU 4000-EXIT
            WHEN FB-MENU-CHOICE = "3" AND FB-ROLE-MAKER
                PERFORM 5000-INACTIVATE-DEPT THRU 5000-EXIT
            WHEN FB-MENU-CHOICE = "4"
                PERFORM 6000-LIST-DEPTS THRU 6000-EXIT
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
2100-DISPLAY-MENU.
    DISPLAY " ".
    DISPLAY "DEPARTMENT MASTER MAINTENANCE".
    IF FB-ROLE-MAKER
        DISPLAY "  1  ADD A DEPARTMENT"
        DISPLAY "  2  CHANGE A DEPARTMENT"
        DISPLAY "  3  INACTIVATE A DEPARTMENT"
    END-IF.
    DISPLAY "  4  LIST ALL DEPARTMENTS".
    DISPLAY "  5  LIST CHANGES AWAITING APPROVAL".
    IF FB-ROLE-CHECKER
        DISPLAY "  6  APPROVE OR REJECT A CHANGE"
    END-IF.
    DISPLAY "  0  EXIT".
    DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
    2100-EXIT.
        EXIT.

*>****************************************************************
*> 3000-ADD-DEPT - QUEUE A NEW DEPARTMENT RECORD, KEYED BY ID, FOR
*> APPROVAL.
*>****************************************************************
3000-ADD-DEPT.
    PERFORM 3100-ACCEPT-DEPT-ENTRY THRU 3100-EXIT.
    IF FB-ENTRY-DEPT-ID = SPACES
        MOVE "DEPARTMENT ID IS REQUIRED; NOT ADDED."
            TO FB-CONFIRM-MSG
        GO TO 3000-DISPLAY
    END-IF.
    IF NOT FB-DISTRIB-IS-OK
        MOVE "DELIVERY MUST BE R, X OR B; NOT ADDED."
            TO FB-CONFIRM-MSG
        GO TO 3000-DISPLAY
    END-IF.
    PERFORM 3300-CHECK-PROFILE THRU 3300-EXIT.
    IF NOT FB-PROFILE-IS-OK
        MOVE "NO RULES ON FILE FOR THAT PROFILE; NOT ADDED."
            TO FB-CONFIRM-MSG
    ELSE
        MOVE SPACES             TO FB-DEPT-RECORD
        MOVE FB-ENTRY-DEPT-ID   TO FB-DEPT-ID
        MOVE FB-ENTRY-NAME      TO FB-DEPT-NAME
        MOVE FB-ENTRY-CONTACT   TO FB-DEPT-CONTACT
        MOVE FB-ENTRY-PROFILE   TO FB-DEPT-PROFILE
        MOVE FB-ENTRY-DISTRIB   TO FB-DEPT-DISTRIB
        MOVE "Y"                TO FB-DEPT-ACTIVE
        MOVE FB-DEPT-RECORD     TO FB-AFTER-IMAGE
        READ DEPT-FILE
            INVALID KEY CONTINUE
        END-READ
        IF FB-DEPT-STATUS = "00"
            MOVE "A DEPARTMENT WITH THAT ID ALREADY EXISTS."
                TO FB-CONFIRM-MSG
        ELSE
            IF FB-DEPT-STATUS NOT = "23"
                PERFORM 9500-ABEND-RTN THRU 9500-EXIT
            END-IF
            MOVE SPACES TO FB-BEFORE-IMAGE
            MOVE "A" TO FB-AUD-ACTION-WK
            PERFORM 7500-QUEUE-PENDING-CHANGE THRU 7500-EXIT
        END-IF
    END-IF.
    3000-DISPLAY.
    DISPLAY FB-CONFIRM-MSG.
    3000-EXIT.
        EXIT.

*>****************************************************************
*> 4000-CHANGE-DEPT - QUEUE A NEW NAME, BILLING CONTACT, RULE
*> PROFILE AND DELIVERY CODE FOR AN EXISTING DEPARTMENT, LOOKED
*> UP BY ID.
*>****************************************************************
4000-CHANGE-DEPT.
    DISPLAY "DEPARTMENT ID TO CHANGE: " WITH NO ADVANCING.
        ACCEPT FB-ENTRY-NAME
        DISPLAY "NEW BILLING CONTACT: " WITH NO ADVANCING
        ACCEPT FB-ENTRY-CONTACT
        PERFORM 3200-ACCEPT-PROFILE THRU 3200-EXIT
        PERFORM 3250-ACCEPT-DISTRIB THRU 3250-EXIT
        PERFORM 3300-CHECK-PROFILE THRU 3300-EXIT
    END-IF.
    IF FB-DEPT-STATUS = "00" AND NOT FB-DISTRIB-IS-OK
        MOVE "DELIVERY MUST BE R, X OR B; NOT CHANGED."
            TO FB-CONFIRM-MSG
    END-IF.
    IF FB-DEPT-STATUS = "00" AND FB-DISTRIB-IS-OK
            AND NOT FB-PROFILE-IS-OK
        MOVE "NO RULES ON FILE FOR THAT PROFILE; NOT CHANGED."
            TO FB-CONFIRM-MSG
    END-IF.
    IF FB-DEPT-STATUS = "00" AND FB-DISTRIB-IS-OK
            AND FB-PROFILE-IS-OK
        MOVE FB-ENTRY-NAME    TO FB-DEPT-NAME
        MOVE FB-ENTRY-CONTACT TO FB-DEPT-CONTACT
        MOVE FB-ENTRY-PROFILE TO FB-DEPT-PROFILE
        MOVE FB-ENTRY-DISTRIB TO FB-DEPT-DISTRIB
        MOVE FB-DEPT-RECORD   TO FB-AFTER-IMAGE
        MOVE "C" TO FB-AUD-ACTION-WK
        PERFORM 7500-QUEUE-PENDING-CHANGE THRU 7500-EXIT
    END-IF.
    DISPLAY FB-CONFIRM-MSG.
    4000-EXIT.
        EXIT.

*>****************************************************************
*> 5000-INACTIVATE-DEPT - QUEUE A FLIP OF A DEPARTMENT'S ACTIVE
*> SWITCH TO "N" RATHER THAN DELETING IT, SO PRIOR RUNS' EXTRACT
*> AND BILLING ROWS STILL RESOLVE TO A NAME.
*>****************************************************************
5000-INACTIVATE-DEPT.
    DISPLAY "DEPARTMENT ID TO INACTIVATE: " WITH NO ADVANCING.
    IF FB-DEPT-STATUS NOT = "00" AND FB-DEPT-STATUS NOT = "23"
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF FB-DEPT-STATUS = "00" AND FB-DEPT-IS-INACTIVE
        MOVE "THAT DEPARTMENT IS ALREADY INACTIVE."
            TO FB-CONFIRM-MSG
    END-IF.
    IF FB-DEPT-STATUS = "00" AND NOT FB-DEPT-IS-INACTIVE
        MOVE FB-DEPT-RECORD TO FB-BEFORE-IMAGE
        SET FB-DEPT-IS-INACTIVE TO TRUE
        MOVE FB-DEPT-RECORD TO FB-AFTER-IMAGE
        MOVE "I" TO FB-AUD-ACTION-WK
        PERFORM 7500-QUEUE-PENDING-CHANGE THRU 7500-EXIT
    END-IF.
    DISPLAY FB-CONFIRM-MSG.
    5000-EXIT.
*>****************************************************************
6000-LIST-DEPTS.
    DISPLAY "ID    NAME                            CONTACT"
            "               ACTIVE  PROF  DLVR".
    MOVE SPACES TO FB-DEPT-ID.
    START DEPT-FILE KEY IS NOT LESS THAN FB-DEPT-ID
        INVALID KEY MOVE "10" TO FB-DEPT-STATUS
    END-READ.
    IF FB-DEPT-STATUS = "00"
        DISPLAY FB-DEPT-ID "  " FB-DEPT-NAME "  "
            FB-DEPT-CONTACT "  " FB-DEPT-ACTIVE "       "
            FB-DEPT-PROFILE "  " FB-DEPT-DISTRIB
    END-IF.
    6100-EXIT.
        EXIT.

*>****************************************************************
*> 6500-LIST-PENDING - EVERY DEPARTMENT CHANGE STILL AWAITING A
*> CHECKER, OLDEST FIRST.  THE APPLICATION LEADS THE PENDCHG KEY,
*> SO THE SCAN STOPS AT THE FIRST NON-DEPARTMENT ROW.
*>****************************************************************
6500-LIST-PENDING.
    DISPLAY "CHANGE ID         ACT DEPT  MAKER     KEYED".
    MOVE 0 TO FB-PND-LISTED.
    MOVE "DEPT" TO FB-PEND-APPL.
    MOVE 0 TO FB-PEND-SEQ.
    START PEND-FILE KEY IS NOT LESS THAN FB-PEND-KEY
        INVALID KEY MOVE "10" TO FB-PEND-STATUS
    END-START.
    PERFORM 6600-LIST-ONE-PENDING THRU 6600-EXIT
        UNTIL FB-PEND-STATUS NOT = "00".
    IF FB-PND-LISTED = 0
        DISPLAY "NO DEPARTMENT CHANGES ARE AWAITING APPROVAL."
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
    IF FB-PEND-STATUS = "00" AND NOT FB-PEND-APPL-DEPT
        MOVE "10" TO FB-PEND-STATUS
    END-IF.
    IF FB-PEND-STATUS = "00" AND FB-PEND-IS-PENDING
        ADD 1 TO FB-PND-LISTED
        DISPLAY FB-PEND-SEQ "  " FB-PEND-ACTION "   "
            FB-PEND-MASTER-KEY(1:4) "  " FB-PEND-MAKER-ID "  "
            FB-PEND-MAKER-DATE
    END-IF.
    6600-EXIT.
        EXIT.

*>****************************************************************
*> 3100-ACCEPT-DEPT-ENTRY - COMMON PROMPT SEQUENCE FOR A NEW
*> DEPARTMENT.
    ACCEPT FB-ENTRY-NAME.
    DISPLAY "BILLING CONTACT: " WITH NO ADVANCING.
    ACCEPT FB-ENTRY-CONTACT.
    PERFORM 3200-ACCEPT-PROFILE THRU 3200-EXIT.
    PERFORM 3250-ACCEPT-DISTRIB THRU 3250-EXIT.
    3100-EXIT.
        EXIT.

*>****************************************************************
*> 3200-ACCEPT-PROFILE - COMMON RULE PROFILE PROMPT.  AN EMPTY
*> REPLY MEANS THE SHOP STANDARD PROFILE.
*>****************************************************************
3200-ACCEPT-PROFILE.
    DISPLAY "RULE PROFILE (BLANK = STD): " WITH NO ADVANCING.
    ACCEPT FB-ENTRY-PROFILE.
    IF FB-ENTRY-PROFILE = SPACES
        MOVE "STD " TO FB-ENTRY-PROFILE
    END-IF.
    3200-EXIT.
        EXIT.

*>****************************************************************
*> 3250-ACCEPT-DISTRIB - COMMON DELIVERY PROMPT: WHAT FBDIST
*> SENDS THE DEPARTMENT FROM EACH RELEASED RUN.  AN EMPTY REPLY
*> MEANS BOTH.
*>****************************************************************
3250-ACCEPT-DISTRIB.
    MOVE "N" TO FB-DISTRIB-OK-SW.
    DISPLAY "DELIVERY - R REPORT, X EXTRACT, B BOTH (BLANK = B): "
        WITH NO ADVANCING.
    ACCEPT FB-ENTRY-DISTRIB.
    IF FB-ENTRY-DISTRIB = SPACE
        MOVE "B" TO FB-ENTRY-DISTRIB
    END-IF.
    IF FB-ENTRY-DISTRIB = "R" OR "X" OR "B"
        SET FB-DISTRIB-IS-OK TO TRUE
    END-IF.
    3250-EXIT.
        EXIT.

*>****************************************************************
*> 3300-CHECK-PROFILE - THE PROFILE LEADS THE RULEFILE KEY, SO
*> POSITION AT ITS LOWEST KEY AND SEE WHETHER THE NEXT RULE
*> BELONGS TO IT.
*>****************************************************************
3300-CHECK-PROFILE.
    MOVE "N" TO FB-PROFILE-OK-SW.
    MOVE FB-ENTRY-PROFILE TO FB-RULE-PROFILE-R.
    MOVE 0 TO FB-RULE-DIVISOR-R.
    MOVE LOW-VALUES TO FB-RULE-TYPE-R.
    START RULE-FILE KEY IS NOT LESS THAN FB-RULE-KEY-R
        INVALID KEY GO TO 3300-EXIT
    END-START.
    READ RULE-FILE NEXT RECORD
        AT END GO TO 3300-EXIT
    END-READ.
    IF FB-RULE-STATUS = "00"
        AND FB-RULE-PROFILE-R = FB-ENTRY-PROFILE
        SET FB-PROFILE-IS-OK TO TRUE
    END-IF.
    3300-EXIT.
        EXIT.

*>****************************************************************
*> 7000-WRITE-AUDIT-RECORD - APPEND ONE AUDIT ROW FOR THE
*> OPERATION JUST APPROVED.  CALLERS SET FB-AUD-ACTION-WK,
*> FB-AUD-MAKER-ID AND FB-BEFORE-IMAGE (SPACES ON AN ADD) BEFORE
*> PERFORMING THIS; FB-DEPT-RECORD STILL HOLDS THE AFTER IMAGE
*> AND THE SIGNED-ON CHECKER IS THE APPROVER.  A FAILING AUDIT
*> WRITE STOPS THE SESSION - AN UNAUDITED CHANGE IS EXACTLY WHAT
*> THIS TRAIL EXISTS TO PREVENT.
*>****************************************************************
    ACCEPT FB-AUD-DATE-NOW FROM DATE YYYYMMDD.
    ACCEPT FB-AUD-TIME-RAW FROM TIME.
    MOVE SPACES TO FB-DAUD-RECORD.
    MOVE FB-AUD-MAKER-ID      TO FB-DAUD-USER-ID.
    MOVE FB-AUD-USER-ID       TO FB-DAUD-APPROVER-ID.
    MOVE FB-AUD-DATE-NOW      TO FB-DAUD-DATE.
    MOVE FB-AUD-TIME-RAW(1:6) TO FB-DAUD-TIME.
    MOVE FB-AUD-ACTION-WK     TO FB-DAUD-ACTION.
        MOVE 16 TO RETURN-CODE
        CLOSE DEPT-FILE
        CLOSE AUD-FILE
        CLOSE RULE-FILE
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
*> AND FB-AFTER-IMAGE.  ONLY ONE CHANGE PER DEPARTMENT MAY WAIT AT
*> A TIME - A SECOND WOULD BE APPROVED AGAINST A STALE IMAGE.  THE
*> SEQUENCE IS THE CURRENT DATE AND TIME; TWO MAKERS IN THE SAME
*> HUNDREDTH OF A SECOND JUST TAKE THE NEXT NUMBER.
*>****************************************************************
7500-QUEUE-PENDING-CHANGE.
    MOVE SPACES TO FB-CONFIRM-MSG.
    PERFORM 7600-CHECK-ALREADY-QUEUED THRU 7600-EXIT.
    IF FB-PND-ALREADY-QUEUED
        STRING "DEPARTMENT ALREADY HAS CHANGE " DELIMITED BY SIZE
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
    MOVE "DEPT"               TO FB-PEND-APPL.
    MOVE FB-AUD-ACTION-WK     TO FB-PEND-ACTION.
    SET FB-PEND-IS-PENDING    TO TRUE.
    MOVE FB-AFTER-IMAGE(1:4)  TO FB-PEND-MASTER-KEY.
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
*> 7600-CHECK-ALREADY-QUEUED - SCAN THE DEPARTMENT CHANGES ON
*> PENDCHG FOR ONE STILL PENDING AGAINST THE SAME DEPARTMENT.
*> LEAVES ITS SEQUENCE IN FB-PND-SEQ WHEN FOUND.
*>****************************************************************
7600-CHECK-ALREADY-QUEUED.
    SET FB-PND-NOT-QUEUED TO TRUE.
    MOVE "DEPT" TO FB-PEND-APPL.
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
    IF FB-PEND-STATUS = "00" AND NOT FB-PEND-APPL-DEPT
        MOVE "10" TO FB-PEND-STATUS
    END-IF.
    IF FB-PEND-STATUS = "00" AND FB-PEND-IS-PENDING
            AND FB-PEND-MASTER-KEY = FB-AFTER-IMAGE(1:4)
        SET FB-PND-ALREADY-QUEUED TO TRUE
        MOVE FB-PEND-SEQ TO FB-PND-SEQ
    END-IF.
    7610-EXIT.
        EXIT.

*>****************************************************************
*> 8000-DECIDE-PENDING - THE APPROVAL SCREEN.  A CHECKER PICKS A
*> PENDING DEPARTMENT CHANGE BY ID, SEES ITS BEFORE AND AFTER
*> IMAGES, AND APPROVES IT (APPLY TO DEPTFILE AND AUDIT), REJECTS
*> IT WITH A REASON, OR LEAVES IT PENDING.  NOBODY DECIDES THEIR
*> OWN CHANGE.
*>****************************************************************
8000-DECIDE-PENDING.
    MOVE SPACES TO FB-CONFIRM-MSG.
    DISPLAY "CHANGE ID TO DECIDE: " WITH NO ADVANCING.
    ACCEPT FB-PND-SEQ.
    MOVE "DEPT"     TO FB-PEND-APPL.
    MOVE FB-PND-SEQ TO FB-PEND-SEQ.
    READ PEND-FILE
        INVALID KEY
            MOVE "NO DEPARTMENT CHANGE ON FILE WITH THAT ID."
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
                MOVE "CHANGE APPROVED AND APPLIED TO DEPTFILE."
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
*> 8100-APPLY-CHANGE - CARRY AN APPROVED CHANGE TO DEPTFILE AND
*> AUDIT IT.  A CHANGE OR INACTIVATE IS ONLY APPLIED IF THE
*> DEPARTMENT ON FILE STILL MATCHES THE BEFORE IMAGE THE MAKER
*> SAW; AN ADD ONLY IF THE ID IS STILL FREE.  OTHERWISE THE
*> CHECKER IS TOLD TO REJECT IT SO THE MAKER CAN REKEY.
*>****************************************************************
8100-APPLY-CHANGE.
    SET FB-PND-NOT-APPLIED TO TRUE.
    MOVE FB-PEND-BEFORE-IMAGE TO FB-BEFORE-IMAGE.
    MOVE FB-PEND-AFTER-IMAGE  TO FB-AFTER-IMAGE.
    MOVE FB-AFTER-IMAGE       TO FB-DEPT-RECORD.
    IF FB-PEND-ACTION-ADD
        WRITE FB-DEPT-RECORD
            INVALID KEY
                MOVE "DEPARTMENT IS NOW ON FILE - REJECT THIS CHANGE."
                    TO FB-CONFIRM-MSG
                GO TO 8100-EXIT
        END-WRITE
    ELSE
        READ DEPT-FILE
            INVALID KEY
                MOVE "DEPARTMENT IS NO LONGER ON FILE - REJECT IT."
                    TO FB-CONFIRM-MSG
                GO TO 8100-EXIT
        END-READ
        IF FB-DEPT-STATUS = "00"
                AND FB-DEPT-RECORD NOT = FB-BEFORE-IMAGE
            MOVE "DEPARTMENT HAS CHANGED SINCE KEYED - REJECT IT."
                TO FB-CONFIRM-MSG
            GO TO 8100-EXIT
        END-IF
        IF FB-DEPT-STATUS = "00"
            MOVE FB-AFTER-IMAGE TO FB-DEPT-RECORD
            REWRITE FB-DEPT-RECORD
                INVALID KEY
                    MOVE "UNABLE TO REWRITE DEPARTMENT RECORD."
                        TO FB-CONFIRM-MSG
                    GO TO 8100-EXIT
            END-REWRITE
        END-IF
    END-IF.
    IF FB-DEPT-STATUS NOT = "00"
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
*> DEPTFILE STATUS (I.E. NOT "00" AND NOT ONE OF THE INVALID KEY
    MOVE 16 TO RETURN-CODE.
    CLOSE DEPT-FILE.
    CLOSE AUD-FILE.
    CLOSE RULE-FILE.
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
    DISPLAY "DEPTMAINT ABEND *** UNEXPECTED PENDCHG STATUS "
        FB-PEND-STATUS.
    MOVE 16 TO RETURN-CODE.
    CLOSE DEPT-FILE.
    CLOSE AUD-FILE.
    CLOSE RULE-FILE.
    CLOSE UAUT-FILE.
    CLOSE PEND-FILE.
    CLOSE SGNL-FILE.
    STOP RUN.
    9510-EXIT.
        EXIT.

9999-EXIT.
    STOP RUN.
