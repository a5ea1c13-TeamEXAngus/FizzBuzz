       >>SOURCE FORMAT FREE
*>****************************************************************
*> REQINQ - ONLINE-STYLE STATUS INQUIRY FOR NUMBER REQUESTS KEYED
*> ON REQENTRY.  A DEPARTMENT USER LOOKS ONE OF THEIR OWN
*> REQUESTS UP BY ID, OR LISTS A DAY'S REQUESTS, AND SEES HOW FAR
*> EACH HAS GOT: EDITED OR REJECTED (WITH THE TRANEDIT REASON),
*> RECYCLED, CLASSIFIED UNDER WHICH RUN, RELEASED, ACKNOWLEDGED.
*> READ ONLY - THE BATCH MOVES THE STAGES ON (SEE FBREQS).  SAME
*> MENU AND SIGN-ON CONVENTIONS AS DEPTMAINT.
*>------------------------------------------------------------------
*> AUTHOR.          T. ANGUS, BATCH SYSTEMS GROUP.
*> INSTALLATION.    TEAMEXANGUS.
*> DATE-WRITTEN.    2026-10-15.
*> DATE-COMPILED.
*>------------------------------------------------------------------
*> SIGN-ON NEEDS AN ACTIVE USRAUTH ROW FOR THIS SCREEN, ANY ROLE
*> (SEE FBUAUT).  THE ROW'S DEPARTMENT LIMITS WHAT THE USER SEES -
*> ANOTHER DEPARTMENT'S REQUEST READS AS NOT ON FILE.  A ROW WITH
*> NO DEPARTMENT IS THE HELP DESK, WHO SEE EVERY DEPARTMENT'S.
*> REFUSALS GO TO SIGNLOG (SEE FBSGNL).
*>------------------------------------------------------------------
*> RETURN CODES
*>   0  NORMAL END OF SESSION
*>   8  SESSION ENDED AFTER THREE REFUSED SIGN-ONS
*>  16  ABEND - SEE 9500-ABEND-RTN
*>------------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15 TXA  ORIGINAL.
*> 2026-10-15 TXA  NINE-DIGIT NUMBERS; LIST HEADING WIDENED,
*>                 REJECT TEXT NOW READS COLS 1-9.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. REQINQ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REQS-FILE ASSIGN TO REQSTAT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FB-REQS-REQ-ID
        FILE STATUS IS FB-REQS-STATUS.

    SELECT UAUT-FILE ASSIGN TO USRAUTH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS FB-UAUT-KEY
        FILE STATUS IS FB-UAUT-STATUS.

    SELECT SGNL-FILE ASSIGN TO SIGNLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-SGNL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  REQS-FILE
    RECORDING MODE IS F.
    COPY "FBREQS.cpy".

FD  UAUT-FILE
    RECORDING MODE IS F.
    COPY "FBUAUT.cpy".

FD  SGNL-FILE
    RECORDING MODE IS F.
    COPY "FBSGNL.cpy".

WORKING-STORAGE SECTION.
01  FB-REQS-STATUS                 PIC X(02).
01  FB-UAUT-STATUS                 PIC X(02).
01  FB-SGNL-STATUS                 PIC X(02).
01  FB-DONE-SW                     PIC X(01) VALUE "N".
    88  FB-USER-IS-DONE                VALUE "Y".
01  FB-MENU-CHOICE                 PIC X(01).

01  FB-SIGNON-FIELDS.
    05  FB-SCREEN-NAME             PIC X(10) VALUE "REQINQ".
    05  FB-SIGNON-ID               PIC X(08) VALUE SPACES.
    05  FB-SIGNON-TRIES            PIC 9(01) VALUE 0.
    05  FB-REFUSE-REASON           PIC X(02) VALUE SPACES.
    05  FB-USER-ID                 PIC X(08) VALUE SPACES.
    05  FB-USER-DEPT-ID            PIC X(04) VALUE SPACES.
        88  FB-USER-SEES-ALL           VALUE SPACES.

01  FB-INQUIRY-FIELDS.
    05  FB-INQ-DATE-NOW            PIC 9(08) VALUE 0.
    05  FB-INQ-TIME-RAW            PIC 9(08) VALUE 0.
    05  FB-INQ-REQ-ID              PIC 9(16) VALUE 0.
    05  FB-INQ-DATE                PIC 9(08) VALUE 0.
    05  FB-INQ-LISTED              PIC 9(05) VALUE 0.
    05  FB-STAGE-TEXT              PIC X(14) VALUE SPACES.
    05  FB-REASON-TEXT             PIC X(30) VALUE SPACES.

PROCEDURE DIVISION.

*>****************************************************************
*> 0000-MAINLINE
*>****************************************************************
0000-MAINLINE.
    PERFORM 1000-OPEN-REQS-FILE THRU 1000-EXIT.
    PERFORM 1160-OPEN-CONTROL-FILES THRU 1160-EXIT.
    PERFORM 1200-SIGN-ON-USER THRU 1200-EXIT
        UNTIL FB-USER-ID NOT = SPACES
           OR FB-USER-IS-DONE.
    PERFORM 2000-MENU-LOOP THRU 2000-EXIT
        UNTIL FB-USER-IS-DONE.
    CLOSE REQS-FILE.
    CLOSE UAUT-FILE.
    CLOSE SGNL-FILE.
    GO TO 9999-EXIT.

*>****************************************************************
*> 1000-OPEN-REQS-FILE - READ ONLY.  NO REQSTAT YET (STATUS 35)
*> SIMPLY MEANS NOTHING HAS BEEN KEYED ON REQENTRY.
*>****************************************************************
1000-OPEN-REQS-FILE.
    OPEN INPUT REQS-FILE.
    IF FB-REQS-STATUS = "35"
        DISPLAY "REQINQ - NO REQUESTS HAVE BEEN KEYED YET."
        SET FB-USER-IS-DONE TO TRUE
        GO TO 1000-EXIT
    END-IF.
    IF FB-REQS-STATUS NOT = "00"
        DISPLAY "REQINQ - UNABLE TO OPEN REQSTAT, STATUS "
            FB-REQS-STATUS
        MOVE 16 TO RETURN-CODE
        SET FB-USER-IS-DONE TO TRUE
    END-IF.
    1000-EXIT.
        EXIT.

*>****************************************************************
*> 1160-OPEN-CONTROL-FILES - USRAUTH (READ ONLY - NOBODY SIGNS ON
*> WITHOUT IT) AND THE APPEND-ONLY SIGNLOG (CREATED ON FIRST USE).
*>****************************************************************
1160-OPEN-CONTROL-FILES.
    IF FB-USER-IS-DONE
        GO TO 1160-EXIT
    END-IF.
    OPEN INPUT UAUT-FILE.
    IF FB-UAUT-STATUS NOT = "00"
        DISPLAY "REQINQ - UNABLE TO OPEN USRAUTH, STATUS "
            FB-UAUT-STATUS
        MOVE 16 TO RETURN-CODE
        SET FB-USER-IS-DONE TO TRUE
        GO TO 1160-EXIT
    END-IF.
    OPEN EXTEND SGNL-FILE.
    IF FB-SGNL-STATUS = "35"
        OPEN OUTPUT SGNL-FILE
    END-IF.
    IF FB-SGNL-STATUS NOT = "00"
        DISPLAY "REQINQ - UNABLE TO OPEN SIGNLOG, STATUS "
            FB-SGNL-STATUS
        MOVE 16 TO RETURN-CODE
        SET FB-USER-IS-DONE TO TRUE
    END-IF.
    1160-EXIT.
        EXIT.

*>****************************************************************
*> 1200-SIGN-ON-USER - THE ID MUST HOLD AN ACTIVE USRAUTH ROW FOR
*> THIS SCREEN; ITS DEPARTMENT DECIDES WHAT THE USER MAY SEE.
*> EVERY REFUSAL IS LOGGED; THE THIRD ENDS THE SESSION.
*>****************************************************************
1200-SIGN-ON-USER.
    IF FB-USER-IS-DONE
        GO TO 1200-EXIT
    END-IF.
    DISPLAY "USER ID (1-8 CHARACTERS): " WITH NO ADVANCING.
    ACCEPT FB-SIGNON-ID.
    IF FB-SIGNON-ID = SPACES
        DISPLAY "A USER ID IS REQUIRED."
        GO TO 1200-EXIT
    END-IF.
    MOVE SPACES TO FB-REFUSE-REASON.
    MOVE FB-SIGNON-ID   TO FB-UAUT-USER-ID.
    MOVE FB-SCREEN-NAME TO FB-UAUT-SCREEN.
    READ UAUT-FILE
        INVALID KEY MOVE "NA" TO FB-REFUSE-REASON
    END-READ.
    IF FB-UAUT-STATUS NOT = "00" AND FB-UAUT-STATUS NOT = "23"
        DISPLAY "REQINQ ABEND *** UNEXPECTED USRAUTH STATUS "
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
    MOVE FB-UAUT-DEPT-ID TO FB-USER-DEPT-ID.
    MOVE FB-SIGNON-ID    TO FB-USER-ID.
    IF FB-USER-SEES-ALL
        DISPLAY "SIGNED ON FOR ALL DEPARTMENTS."
    ELSE
        DISPLAY "SIGNED ON FOR DEPARTMENT " FB-USER-DEPT-ID "."
    END-IF.
    1200-EXIT.
        EXIT.

*>****************************************************************
*> 1250-LOG-REFUSED-SIGNON - APPEND THE REFUSAL TO SIGNLOG FOR THE
*> NIGHTLY PENDRPT AND COUNT IT AGAINST THE SESSION.
*>****************************************************************
1250-LOG-REFUSED-SIGNON.
    ACCEPT FB-INQ-DATE-NOW FROM DATE YYYYMMDD.
    ACCEPT FB-INQ-TIME-RAW FROM TIME.
    MOVE SPACES TO FB-SGNL-RECORD.
    MOVE FB-INQ-DATE-NOW      TO FB-SGNL-DATE.
    MOVE FB-INQ-TIME-RAW(1:6) TO FB-SGNL-TIME.
    MOVE FB-SIGNON-ID         TO FB-SGNL-USER-ID.
    MOVE FB-SCREEN-NAME       TO FB-SGNL-SCREEN.
    MOVE FB-REFUSE-REASON     TO FB-SGNL-REASON.
    WRITE FB-SGNL-RECORD.
    IF FB-SGNL-STATUS NOT = "00"
        DISPLAY "REQINQ ABEND *** UNEXPECTED SIGNLOG STATUS "
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
*>****************************************************************
2000-MENU-LOOP.
    IF NOT FB-USER-IS-DONE
        PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT
        ACCEPT FB-MENU-CHOICE
        EVALUATE TRUE
            WHEN FB-MENU-CHOICE = "1"
                PERFORM 3000-LOOK-UP-BY-ID THRU 3000-EXIT
            WHEN FB-MENU-CHOICE = "2"
                PERFORM 4000-LIST-BY-DATE THRU 4000-EXIT
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
    IF FB-USER-SEES-ALL
        DISPLAY "NUMBER REQUEST STATUS - ALL DEPARTMENTS"
    ELSE
        DISPLAY "NUMBER REQUEST STATUS - DEPARTMENT "
            FB-USER-DEPT-ID
    END-IF.
    DISPLAY "  1  LOOK UP A REQUEST BY ID".
    DISPLAY "  2  LIST THE REQUESTS KEYED ON A DATE".
    DISPLAY "  0  EXIT".
    DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
    2100-EXIT.
        EXIT.

*>****************************************************************
*> 3000-LOOK-UP-BY-ID - ONE REQUEST IN FULL.  ANOTHER DEPARTMENT'S
*> REQUEST IS ANSWERED EXACTLY AS ONE THAT IS NOT ON FILE.
*>****************************************************************
3000-LOOK-UP-BY-ID.
    DISPLAY "REQUEST ID: " WITH NO ADVANCING.
    ACCEPT FB-INQ-REQ-ID.
    MOVE FB-INQ-REQ-ID TO FB-REQS-REQ-ID.
    READ REQS-FILE
        INVALID KEY CONTINUE
    END-READ.
    IF FB-REQS-STATUS NOT = "00" AND FB-REQS-STATUS NOT = "23"
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF FB-REQS-STATUS = "00" AND NOT FB-USER-SEES-ALL
            AND FB-REQS-DEPT-ID NOT = FB-USER-DEPT-ID
        MOVE "23" TO FB-REQS-STATUS
    END-IF.
    IF FB-REQS-STATUS = "23"
        DISPLAY "NO REQUEST ON FILE WITH THAT ID."
    ELSE
        PERFORM 5000-SHOW-REQUEST THRU 5000-EXIT
    END-IF.
    3000-EXIT.
        EXIT.

*>****************************************************************
*> 4000-LIST-BY-DATE - ONE LINE PER REQUEST KEYED ON THE DATE
*> GIVEN (BLANK = TODAY).  THE REQUEST ID LEADS WITH THE DATE
*> KEYED, SO POSITION AT THE DAY'S FIRST POSSIBLE ID AND STOP AT
*> THE FIRST ROW OF ANOTHER DAY.
*>****************************************************************
4000-LIST-BY-DATE.
    DISPLAY "DATE KEYED (YYYYMMDD, BLANK = TODAY): "
        WITH NO ADVANCING.
    ACCEPT FB-INQ-DATE.
    IF FB-INQ-DATE = 0
        ACCEPT FB-INQ-DATE FROM DATE YYYYMMDD
    END-IF.
    DISPLAY "REQUEST ID        DEPT  TYPE  FROM"
            "             TO  STAGE           RUN-ID".
    MOVE 0 TO FB-INQ-LISTED.
    COMPUTE FB-REQS-REQ-ID = FB-INQ-DATE * 100000000.
    START REQS-FILE KEY IS NOT LESS THAN FB-REQS-REQ-ID
        INVALID KEY MOVE "10" TO FB-REQS-STATUS
    END-START.
    PERFORM 4100-LIST-ONE-REQUEST THRU 4100-EXIT
        UNTIL FB-REQS-STATUS NOT = "00".
    IF FB-INQ-LISTED = 0
        DISPLAY "NO REQUESTS ON FILE FOR " FB-INQ-DATE "."
    END-IF.
    4000-EXIT.
        EXIT.

4100-LIST-ONE-REQUEST.
    READ REQS-FILE NEXT RECORD
        AT END MOVE "10" TO FB-REQS-STATUS
    END-READ.
    IF FB-REQS-STATUS NOT = "00" AND FB-REQS-STATUS NOT = "10"
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF FB-REQS-STATUS = "00" AND FB-REQS-ID-DATE NOT = FB-INQ-DATE
        MOVE "10" TO FB-REQS-STATUS
    END-IF.
    IF FB-REQS-STATUS NOT = "00"
        GO TO 4100-EXIT
    END-IF.
    IF FB-USER-SEES-ALL OR FB-REQS-DEPT-ID = FB-USER-DEPT-ID
        ADD 1 TO FB-INQ-LISTED
        PERFORM 7000-SET-STAGE-TEXT THRU 7000-EXIT
        DISPLAY FB-REQS-REQ-ID "  " FB-REQS-DEPT-ID "  "
            FB-REQS-REC-TYPE "     " FB-REQS-FROM-NUMBER "  "
            FB-REQS-TO-NUMBER "  " FB-STAGE-TEXT "  "
            FB-REQS-RUN-ID
    END-IF.
    4100-EXIT.
        EXIT.

*>****************************************************************
*> 5000-SHOW-REQUEST - THE WHOLE TRAIL OF THE ROW JUST READ.  A
*> STAGE NOT YET REACHED HAS NO DATE AND IS NOT SHOWN.  THE REASON
*> OF A REJECTION STAYS ON THE ROW AFTER A RECYCLE, SO IT IS SHOWN
*> AS HISTORY WHENEVER IT IS PRESENT.
*>****************************************************************
5000-SHOW-REQUEST.
    PERFORM 7000-SET-STAGE-TEXT THRU 7000-EXIT.
    DISPLAY "REQUEST " FB-REQS-REQ-ID "  DEPARTMENT " FB-REQS-DEPT-ID
        "  KEYED BY " FB-REQS-USER-ID.
    DISPLAY "  KEYED ON      " FB-REQS-ENTRY-DATE " AT "
        FB-REQS-ENTRY-TIME.
    IF FB-REQS-RANGE
        DISPLAY "  RANGE         " FB-REQS-FROM-NUMBER " TO "
            FB-REQS-TO-NUMBER
    ELSE
        DISPLAY "  NUMBER        " FB-REQS-FROM-NUMBER
    END-IF.
    DISPLAY "  STAGE         " FB-STAGE-TEXT " SINCE "
        FB-REQS-STAGE-DATE.
    IF FB-REQS-EDIT-DATE > 0
        DISPLAY "  EDITED ON     " FB-REQS-EDIT-DATE
    END-IF.
    IF FB-REQS-REASON-CODE NOT = SPACES
        PERFORM 7100-SET-REASON-TEXT THRU 7100-EXIT
        DISPLAY "  REJECTED FOR  " FB-REQS-REASON-CODE " "
            FB-REASON-TEXT
    END-IF.
    IF FB-REQS-RECYCLE-DATE > 0
        DISPLAY "  RECYCLED ON   " FB-REQS-RECYCLE-DATE
    END-IF.
    IF FB-REQS-RUN-ID > 0
        DISPLAY "  CLASSIFIED ON " FB-REQS-CLASS-DATE " UNDER RUN "
            FB-REQS-RUN-ID
    END-IF.
    IF FB-REQS-RLSE-DATE > 0
        DISPLAY "  RELEASED ON   " FB-REQS-RLSE-DATE
    END-IF.
    IF FB-REQS-ACK-DATE > 0
        DISPLAY "  ACKED ON      " FB-REQS-ACK-DATE
    END-IF.
    5000-EXIT.
        EXIT.

*>****************************************************************
*> 7000-SET-STAGE-TEXT - SPELL OUT THE STAGE OF THE REQUEST
*> STATUS ROW JUST READ.
*>****************************************************************
7000-SET-STAGE-TEXT.
    EVALUATE TRUE
        WHEN FB-REQS-ENTERED
            MOVE "ENTERED"      TO FB-STAGE-TEXT
        WHEN FB-REQS-EDITED
            MOVE "EDITED CLEAN" TO FB-STAGE-TEXT
        WHEN FB-REQS-REJECTED
            MOVE "REJECTED"     TO FB-STAGE-TEXT
        WHEN FB-REQS-RECYCLED
            MOVE "RECYCLED"     TO FB-STAGE-TEXT
        WHEN FB-REQS-DROPPED
            MOVE "DROPPED"      TO FB-STAGE-TEXT
        WHEN FB-REQS-CLASSIFIED
            MOVE "CLASSIFIED"   TO FB-STAGE-TEXT
        WHEN FB-REQS-RELEASED
            MOVE "RELEASED"     TO FB-STAGE-TEXT
        WHEN FB-REQS-ACKNOWLEDGED
            MOVE "ACKNOWLEDGED" TO FB-STAGE-TEXT
        WHEN OTHER
            MOVE FB-REQS-STAGE  TO FB-STAGE-TEXT
    END-EVALUATE.
    7000-EXIT.
        EXIT.

*>****************************************************************
*> 7100-SET-REASON-TEXT - THE TRANEDIT REJECT REASONS (SEE FBTREJ)
*> IN THE WORDS THE EDIT REPORT USES.
*>****************************************************************
7100-SET-REASON-TEXT.
    EVALUATE FB-REQS-REASON-CODE
        WHEN "01"
            MOVE "NUMBER (COLS 1-9) NOT NUMERIC" TO FB-REASON-TEXT
        WHEN "02"
            MOVE "RECORD ENTIRELY BLANK"         TO FB-REASON-TEXT
        WHEN "03"
            MOVE "RECORD TYPE NOT SPACE, S OR R" TO FB-REASON-TEXT
        WHEN "04"
            MOVE "RANGE TO-NUMBER NOT NUMERIC"   TO FB-REASON-TEXT
        WHEN "05"
            MOVE "RANGE TO-NUMBER BELOW FROM"    TO FB-REASON-TEXT
        WHEN "06"
            MOVE "DEPT UNKNOWN OR INACTIVE"      TO FB-REASON-TEXT
        WHEN OTHER
            MOVE SPACES                          TO FB-REASON-TEXT
    END-EVALUATE.
    7100-EXIT.
        EXIT.

*>****************************************************************
*> 9500-ABEND-RTN - SHARED ERROR ROUTINE FOR AN UNEXPECTED
*> REQSTAT STATUS - REPORTS IT AND STOPS THE RUN RATHER THAN
*> LOOPING BACK TO THE MENU AS IF NOTHING HAPPENED.
*>****************************************************************
9500-ABEND-RTN.
    DISPLAY "REQINQ ABEND *** UNEXPECTED REQSTAT STATUS "
        FB-REQS-STATUS.
    MOVE 16 TO RETURN-CODE.
    CLOSE REQS-FILE.
    CLOSE UAUT-FILE.
    CLOSE SGNL-FILE.
    STOP RUN.
    9500-EXIT.
        EXIT.

9999-EXIT.
    STOP RUN.
