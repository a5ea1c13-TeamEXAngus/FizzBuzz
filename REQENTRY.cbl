       >>SOURCE FORMAT FREE
*>****************************************************************
*> REQENTRY - ONLINE-STYLE ENTRY SCREEN FOR NUMBER REQUESTS.  A
*> DEPARTMENT USER SIGNS ON AND KEYS A SINGLE NUMBER OR A FROM/TO
*> RANGE INSTEAD OF SENDING A CARD TO OPERATIONS.  EACH REQUEST IS
*> EDITED ON THE SPOT BY THE SAME RULES TRANEDIT APPLIES (FBTRED,
*> SEE FBTREDA) AND, IF CLEAN, WRITTEN TO REQSTAT (SEE FBREQS) AT
*> STAGE "E" UNDER A NEW REQUEST ID, WHICH IS SHOWN TO THE USER.
*> THE NEXT TRANEDIT PICKS IT UP FROM THERE; REQINQ SHOWS HOW FAR
*> IT HAS GOT.  SAME MENU AND SIGN-ON CONVENTIONS AS DEPTMAINT.
*>------------------------------------------------------------------
*> AUTHOR.          T. ANGUS, BATCH SYSTEMS GROUP.
*> INSTALLATION.    TEAMEXANGUS.
*> DATE-WRITTEN.    2026-10-15.
*> DATE-COMPILED.
*>------------------------------------------------------------------
*> SIGN-ON NEEDS AN ACTIVE USRAUTH ROW FOR THIS SCREEN THAT NAMES
*> THE USER'S DEPARTMENT (SEE FBUAUT) - EVERY REQUEST KEYED IS
*> CHARGED TO THAT DEPARTMENT, SO A ROW WITHOUT ONE IS REFUSED
*> ("ND").  REFUSALS GO TO SIGNLOG (SEE FBSGNL).  MAKERS AND
*> CHECKERS MAY KEY REQUESTS; VIEW-ONLY USERS GET THE LIST ONLY.
*>------------------------------------------------------------------
*> RETURN CODES
*>   0  NORMAL END OF SESSION
*>   8  SESSION ENDED AFTER THREE REFUSED SIGN-ONS
*>  16  ABEND - SEE 9500-ABEND-RTN AND 9510-EDIT-ABEND
*>------------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15 TXA  ORIGINAL.
*> 2026-10-15 TXA  NUMBERS KEYED UP TO NINE DIGITS; LIST HEADING
*>                 WIDENED.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. REQENTRY.

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
01  FB-CONFIRM-MSG                 PIC X(60) VALUE SPACES.

01  FB-SIGNON-FIELDS.
    05  FB-SCREEN-NAME             PIC X(10) VALUE "REQENTRY".
    05  FB-SIGNON-ID               PIC X(08) VALUE SPACES.
    05  FB-SIGNON-TRIES            PIC 9(01) VALUE 0.
    05  FB-REFUSE-REASON           PIC X(02) VALUE SPACES.
    05  FB-USER-ROLE               PIC X(01) VALUE SPACE.
        88  FB-ROLE-MAKER              VALUE "M".
        88  FB-ROLE-CHECKER            VALUE "C".
        88  FB-ROLE-VIEW-ONLY          VALUE "V".
    05  FB-USER-ID                 PIC X(08) VALUE SPACES.
    05  FB-USER-DEPT-ID            PIC X(04) VALUE SPACES.

01  FB-REQUEST-FIELDS.
    05  FB-REQ-DATE-NOW            PIC 9(08) VALUE 0.
    05  FB-REQ-TIME-RAW            PIC 9(08) VALUE 0.
    05  FB-REQ-SEQ                 PIC 9(16) VALUE 0.
    05  FB-REQ-LISTED              PIC 9(05) VALUE 0.
    05  FB-STAGE-TEXT              PIC X(14) VALUE SPACES.

01  FB-ENTRY-FIELDS.
    05  FB-ENTRY-TYPE              PIC X(01).
    05  FB-ENTRY-FROM              PIC 9(09).
    05  FB-ENTRY-TO                PIC 9(09).

    COPY "FBTRAN.cpy".

    COPY "FBTREDA.cpy".

PROCEDURE DIVISION.

*>****************************************************************
*> 0000-MAINLINE
*>****************************************************************
0000-MAINLINE.
    PERFORM 1000-OPEN-REQS-FILE THRU 1000-EXIT.
    PERFORM 1160-OPEN-CONTROL-FILES THRU 1160-EXIT.
    PERFORM 1170-LOAD-DEPARTMENTS THRU 1170-EXIT.
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
*> 1000-OPEN-REQS-FILE - A MISSING REQSTAT (STATUS 35) IS CREATED
*> EMPTY SO THE VERY FIRST SESSION CAN KEY A REQUEST.
*>****************************************************************
1000-OPEN-REQS-FILE.
    OPEN I-O REQS-FILE.
    IF FB-REQS-STATUS = "35"
        OPEN OUTPUT REQS-FILE
        IF FB-REQS-STATUS = "00"
            CLOSE REQS-FILE
            OPEN I-O REQS-FILE
        END-IF
    END-IF.
    IF FB-REQS-STATUS NOT = "00"
        DISPLAY "REQENTRY - UNABLE TO OPEN REQSTAT, STATUS "
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
        DISPLAY "REQENTRY - UNABLE TO OPEN USRAUTH, STATUS "
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
        DISPLAY "REQENTRY - UNABLE TO OPEN SIGNLOG, STATUS "
            FB-SGNL-STATUS
        MOVE 16 TO RETURN-CODE
        SET FB-USER-IS-DONE TO TRUE
    END-IF.
    1160-EXIT.
        EXIT.

*>****************************************************************
*> 1170-LOAD-DEPARTMENTS - LOAD THE DEPARTMENT MASTER INTO FBTRED
*> ONCE FOR THE SESSION, SO EACH REQUEST IS EDITED AGAINST THE
*> SAME ACTIVE DEPARTMENTS THE NEXT TRANEDIT WILL SEE.
*>****************************************************************
1170-LOAD-DEPARTMENTS.
    IF FB-USER-IS-DONE
        GO TO 1170-EXIT
    END-IF.
    SET FB-TED-FUNC-LOAD TO TRUE.
    CALL "FBTRED" USING FB-TED-COMMAREA.
    IF NOT FB-TED-OK
        DISPLAY "REQENTRY - UNABLE TO LOAD DEPTFILE, STATUS "
            FB-TED-IO-STATUS
        MOVE 16 TO RETURN-CODE
        SET FB-USER-IS-DONE TO TRUE
    END-IF.
    1170-EXIT.
        EXIT.

*>****************************************************************
*> 1200-SIGN-ON-USER - EVERY REQUEST IS CHARGED TO THE USER'S
*> DEPARTMENT, SO NOBODY GETS THE MENU WITHOUT KEYING AN ID THAT
*> HOLDS AN ACTIVE USRAUTH ROW FOR THIS SCREEN NAMING ONE.  EVERY
*> REFUSAL IS LOGGED; THE THIRD ENDS THE SESSION.
*>****************************************************************
1200-SIGN-ON-USER.
    IF FB-USER-IS-DONE
        GO TO 1200-EXIT
    END-IF.
    DISPLAY "USER ID (1-8 CHARACTERS): " WITH NO ADVANCING.
    ACCEPT FB-SIGNON-ID.
    IF FB-SIGNON-ID = SPACES
        DISPLAY "A USER ID IS REQUIRED TO KEY REQUESTS."
        GO TO 1200-EXIT
    END-IF.
    MOVE SPACES TO FB-REFUSE-REASON.
    MOVE FB-SIGNON-ID   TO FB-UAUT-USER-ID.
    MOVE FB-SCREEN-NAME TO FB-UAUT-SCREEN.
    READ UAUT-FILE
        INVALID KEY MOVE "NA" TO FB-REFUSE-REASON
    END-READ.
    IF FB-UAUT-STATUS NOT = "00" AND FB-UAUT-STATUS NOT = "23"
        DISPLAY "REQENTRY ABEND *** UNEXPECTED USRAUTH STATUS "
            FB-UAUT-STATUS
        MOVE 16 TO RETURN-CODE
        SET FB-USER-IS-DONE TO TRUE
        GO TO 1200-EXIT
    END-IF.
    IF FB-UAUT-STATUS = "00"
        EVALUATE TRUE
            WHEN NOT FB-UAUT-IS-ACTIVE
                MOVE "IN" TO FB-REFUSE-REASON
            WHEN NOT FB-UAUT-MAKER AND NOT FB-UAUT-CHECKER
                               AND NOT FB-UAUT-VIEW-ONLY
                MOVE "RL" TO FB-REFUSE-REASON
            WHEN FB-UAUT-DEPT-ID = SPACES
                MOVE "ND" TO FB-REFUSE-REASON
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.
    IF FB-REFUSE-REASON NOT = SPACES
        PERFORM 1250-LOG-REFUSED-SIGNON THRU 1250-EXIT
        GO TO 1200-EXIT
    END-IF.
    MOVE FB-UAUT-ROLE    TO FB-USER-ROLE.
    MOVE FB-UAUT-DEPT-ID TO FB-USER-DEPT-ID.
    MOVE FB-SIGNON-ID    TO FB-USER-ID.
    IF FB-ROLE-VIEW-ONLY
        DISPLAY "SIGNED ON FOR DEPARTMENT " FB-USER-DEPT-ID
            " AS VIEW-ONLY."
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
    ACCEPT FB-REQ-DATE-NOW FROM DATE YYYYMMDD.
    ACCEPT FB-REQ-TIME-RAW FROM TIME.
    MOVE SPACES TO FB-SGNL-RECORD.
    MOVE FB-REQ-DATE-NOW      TO FB-SGNL-DATE.
    MOVE FB-REQ-TIME-RAW(1:6) TO FB-SGNL-TIME.
    MOVE FB-SIGNON-ID         TO FB-SGNL-USER-ID.
    MOVE FB-SCREEN-NAME       TO FB-SGNL-SCREEN.
    MOVE FB-REFUSE-REASON     TO FB-SGNL-REASON.
    WRITE FB-SGNL-RECORD.
    IF FB-SGNL-STATUS NOT = "00"
        DISPLAY "REQENTRY ABEND *** UNEXPECTED SIGNLOG STATUS "
            FB-SGNL-STATUS
        MOVE 16 TO RETURN-CODE
        SET FB-USER-IS-DONE TO TRUE
        GO TO 1250-EXIT
    END-IF.
    IF FB-REFUSE-REASON = "ND"
        DISPLAY "USER " FB-SIGNON-ID " HAS NO DEPARTMENT FOR "
            FB-SCREEN-NAME
    ELSE
        DISPLAY "USER " FB-SIGNON-ID " IS NOT AUTHORIZED FOR "
            FB-SCREEN-NAME
    END-IF.
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
            WHEN FB-MENU-CHOICE = "1" AND NOT FB-ROLE-VIEW-ONLY
                PERFORM 3000-KEY-SINGLE THRU 3000-EXIT
            WHEN FB-MENU-CHOICE = "2" AND NOT FB-ROLE-VIEW-ONLY
                PERFORM 3100-KEY-RANGE THRU 3100-EXIT
            WHEN FB-MENU-CHOICE = "3"
                PERFORM 6000-LIST-TODAYS-REQUESTS THRU 6000-EXIT
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
    DISPLAY "NUMBER REQUEST ENTRY - DEPARTMENT " FB-USER-DEPT-ID.
    IF NOT FB-ROLE-VIEW-ONLY
        DISPLAY "  1  REQUEST A SINGLE NUMBER"
        DISPLAY "  2  REQUEST A RANGE OF NUMBERS"
    END-IF.
    DISPLAY "  3  LIST TODAY'S REQUESTS FOR THE DEPARTMENT".
    DISPLAY "  0  EXIT".
    DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
    2100-EXIT.
        EXIT.

*>****************************************************************
*> 3000-KEY-SINGLE - ONE NUMBER.  THE TO-NUMBER IS CARRIED EQUAL
*> TO THE NUMBER SO THE STATUS ROW READS THE SAME EITHER WAY.
*>****************************************************************
3000-KEY-SINGLE.
    MOVE "S" TO FB-ENTRY-TYPE.
    DISPLAY "NUMBER: " WITH NO ADVANCING.
    ACCEPT FB-ENTRY-FROM.
    MOVE FB-ENTRY-FROM TO FB-ENTRY-TO.
    PERFORM 3500-EDIT-AND-RECORD THRU 3500-EXIT.
    3000-EXIT.
        EXIT.

*>****************************************************************
*> 3100-KEY-RANGE - A FROM/TO RANGE, BOTH ENDS INCLUSIVE.
*>****************************************************************
3100-KEY-RANGE.
    MOVE "R" TO FB-ENTRY-TYPE.
    DISPLAY "FROM NUMBER: " WITH NO ADVANCING.
    ACCEPT FB-ENTRY-FROM.
    DISPLAY "TO NUMBER: " WITH NO ADVANCING.
    ACCEPT FB-ENTRY-TO.
    PERFORM 3500-EDIT-AND-RECORD THRU 3500-EXIT.
    3100-EXIT.
        EXIT.

*>****************************************************************
*> 3500-EDIT-AND-RECORD - BUILD THE TRANFILE IMAGE THE REQUEST
*> WILL RIDE THROUGH THE BATCH, EDIT IT THROUGH FBTRED AND, IF IT
*> IS CLEAN, RECORD IT ON REQSTAT.  A REQUEST THAT FAILS THE EDIT
*> IS REFUSED HERE WITH THE TRANEDIT REASON RATHER THAN LEFT TO
*> BE SUSPENDED OVERNIGHT.
*>****************************************************************
3500-EDIT-AND-RECORD.
    MOVE SPACES TO FB-CONFIRM-MSG.
    MOVE SPACES          TO FB-TRAN-RECORD.
    MOVE FB-ENTRY-FROM   TO FB-TRAN-NUMBER.
    MOVE FB-ENTRY-TYPE   TO FB-TRAN-REC-TYPE.
    MOVE FB-ENTRY-TO     TO FB-TRAN-TO-NUMBER.
    MOVE FB-USER-DEPT-ID TO FB-TRAN-DEPT-ID.
    MOVE FB-TRAN-RECORD  TO FB-TED-RAW-IMAGE.
    SET FB-TED-FUNC-EDIT TO TRUE.
    CALL "FBTRED" USING FB-TED-COMMAREA.
    IF NOT FB-TED-OK
        PERFORM 9510-EDIT-ABEND THRU 9510-EXIT
    END-IF.
    IF FB-TED-REASON-CODE NOT = SPACES
        STRING "REFUSED - " DELIMITED BY SIZE
               FB-TED-REASON-TEXT DELIMITED BY SIZE
               INTO FB-CONFIRM-MSG
        END-STRING
        GO TO 3500-DISPLAY
    END-IF.
    PERFORM 3600-WRITE-REQUEST THRU 3600-EXIT.
    STRING "ACCEPTED AS REQUEST " DELIMITED BY SIZE
           FB-REQ-SEQ DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           INTO FB-CONFIRM-MSG
    END-STRING.
    3500-DISPLAY.
    DISPLAY FB-CONFIRM-MSG.
    3500-EXIT.
        EXIT.

*>****************************************************************
*> 3600-WRITE-REQUEST - WRITE THE NEW REQUEST AT STAGE "E".  THE
*> ID IS THE CURRENT DATE AND TIME; TWO USERS IN THE SAME
*> HUNDREDTH OF A SECOND JUST TAKE THE NEXT NUMBER.
*>****************************************************************
3600-WRITE-REQUEST.
    ACCEPT FB-REQ-DATE-NOW FROM DATE YYYYMMDD.
    ACCEPT FB-REQ-TIME-RAW FROM TIME.
    COMPUTE FB-REQ-SEQ = FB-REQ-DATE-NOW * 100000000
                       + FB-REQ-TIME-RAW.
    MOVE SPACES               TO FB-REQS-RECORD.
    MOVE FB-USER-DEPT-ID      TO FB-REQS-DEPT-ID.
    MOVE FB-USER-ID           TO FB-REQS-USER-ID.
    MOVE FB-ENTRY-TYPE        TO FB-REQS-REC-TYPE.
    MOVE FB-ENTRY-FROM        TO FB-REQS-FROM-NUMBER.
    MOVE FB-ENTRY-TO          TO FB-REQS-TO-NUMBER.
    SET FB-REQS-ENTERED       TO TRUE.
    MOVE FB-REQ-DATE-NOW      TO FB-REQS-STAGE-DATE.
    MOVE FB-REQ-DATE-NOW      TO FB-REQS-ENTRY-DATE.
    MOVE FB-REQ-TIME-RAW(1:6) TO FB-REQS-ENTRY-TIME.
    MOVE 0                    TO FB-REQS-EDIT-DATE.
    MOVE SPACES               TO FB-REQS-REASON-CODE.
    MOVE 0                    TO FB-REQS-RECYCLE-DATE.
    MOVE 0                    TO FB-REQS-RUN-ID.
    MOVE 0                    TO FB-REQS-CLASS-DATE.
    MOVE 0                    TO FB-REQS-RLSE-DATE.
    MOVE 0                    TO FB-REQS-ACK-DATE.
    MOVE "22" TO FB-REQS-STATUS.
    PERFORM 3610-WRITE-ONE-REQUEST THRU 3610-EXIT
        UNTIL FB-REQS-STATUS NOT = "22".
    IF FB-REQS-STATUS NOT = "00"
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    3600-EXIT.
        EXIT.

3610-WRITE-ONE-REQUEST.
    MOVE FB-REQ-SEQ TO FB-REQS-REQ-ID.
    WRITE FB-REQS-RECORD
        INVALID KEY ADD 1 TO FB-REQ-SEQ
    END-WRITE.
    3610-EXIT.
        EXIT.

*>****************************************************************
*> 6000-LIST-TODAYS-REQUESTS - THE REQUEST ID LEADS WITH THE DATE
*> KEYED, SO POSITION AT TODAY'S FIRST POSSIBLE ID AND STOP AT THE
*> FIRST ROW OF ANOTHER DAY.  OTHER DEPARTMENTS' ROWS ARE SKIPPED.
*> REQINQ GOES FURTHER BACK AND SHOWS THE WHOLE TRAIL.
*>****************************************************************
6000-LIST-TODAYS-REQUESTS.
    DISPLAY "REQUEST ID        TYPE  FROM"
        "             TO  STAGE".
    MOVE 0 TO FB-REQ-LISTED.
    ACCEPT FB-REQ-DATE-NOW FROM DATE YYYYMMDD.
    COMPUTE FB-REQS-REQ-ID = FB-REQ-DATE-NOW * 100000000.
    START REQS-FILE KEY IS NOT LESS THAN FB-REQS-REQ-ID
        INVALID KEY MOVE "10" TO FB-REQS-STATUS
    END-START.
    PERFORM 6100-LIST-ONE-REQUEST THRU 6100-EXIT
        UNTIL FB-REQS-STATUS NOT = "00".
    IF FB-REQ-LISTED = 0
        DISPLAY "NO REQUESTS KEYED TODAY FOR THE DEPARTMENT."
    END-IF.
    6000-EXIT.
        EXIT.

6100-LIST-ONE-REQUEST.
    READ REQS-FILE NEXT RECORD
        AT END MOVE "10" TO FB-REQS-STATUS
    END-READ.
    IF FB-REQS-STATUS NOT = "00" AND FB-REQS-STATUS NOT = "10"
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF FB-REQS-STATUS = "00" AND FB-REQS-ID-DATE NOT = FB-REQ-DATE-NOW
        MOVE "10" TO FB-REQS-STATUS
    END-IF.
    IF FB-REQS-STATUS = "00" AND FB-REQS-DEPT-ID = FB-USER-DEPT-ID
        ADD 1 TO FB-REQ-LISTED
        PERFORM 7000-SET-STAGE-TEXT THRU 7000-EXIT
        DISPLAY FB-REQS-REQ-ID "  " FB-REQS-REC-TYPE "     "
            FB-REQS-FROM-NUMBER "  " FB-REQS-TO-NUMBER "  "
            FB-STAGE-TEXT
    END-IF.
    6100-EXIT.
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
*> 9500-ABEND-RTN - SHARED ERROR ROUTINE FOR AN UNEXPECTED
*> REQSTAT STATUS (I.E. NOT "00" AND NOT ONE OF THE CONDITIONS THE
*> CALLER ALREADY HANDLES) - REPORTS IT AND STOPS THE RUN RATHER
*> THAN LOOPING BACK TO THE MENU AS IF NOTHING HAPPENED.
*>****************************************************************
9500-ABEND-RTN.
    DISPLAY "REQENTRY ABEND *** UNEXPECTED REQSTAT STATUS "
        FB-REQS-STATUS.
    MOVE 16 TO RETURN-CODE.
    CLOSE REQS-FILE.
    CLOSE UAUT-FILE.
    CLOSE SGNL-FILE.
    STOP RUN.
    9500-EXIT.
        EXIT.

*>****************************************************************
*> 9510-EDIT-ABEND - THE SAME WHEN FBTRED CANNOT EDIT AT ALL.
*>****************************************************************
9510-EDIT-ABEND.
    DISPLAY "REQENTRY ABEND *** FBTRED RETURN " FB-TED-RETURN
        " STATUS " FB-TED-IO-STATUS.
    MOVE 16 TO RETURN-CODE.
    CLOSE REQS-FILE.
    CLOSE UAUT-FILE.
    CLOSE SGNL-FILE.
    STOP RUN.
    9510-EXIT.
        EXIT.

9999-EXIT.
    STOP RUN.
