       >>SOURCE FORMAT FREE
*>****************************************************************
*> FBBDAY - SHARED BUSINESS-DAY MODULE.  EVERY DATE CHECK IN THE
*> SYSTEM USED TO COUNT CALENDAR DAYS, SO HISTRPT FLAGGED EVERY
*> WEEKEND AND PUBLIC HOLIDAY AS A GAP WITH NO RUNS, ACKRECON
*> CALLED AN ACKNOWLEDGMENT OVER-AGE AFTER A LONG WEEKEND AND
*> TRANRCYC AGED SUSPENSE THROUGH DAYS NOBODY COULD HAVE
*> CORRECTED IT.  THOSE CHECKS NOW ASK THIS MODULE (SEE FBBDYA),
*> WHICH READS THE SHOP CALENDAR MAINTAINED ON CALMAINT (SEE
*> FBCAL) AND FALLS BACK TO MONDAY-TO-FRIDAY FOR ANY DATE THE
*> CALENDAR DOES NOT MENTION.  LIKE FBRQST THE FILE STAYS OPEN
*> FROM THE FIRST CALL UNTIL THE CALLER'S "X".
*>------------------------------------------------------------------
*> AUTHOR.          T. ANGUS, BATCH SYSTEMS GROUP.
*> INSTALLATION.    TEAMEXANGUS.
*> DATE-WRITTEN.    2026-10-15.
*> DATE-COMPILED.
*>------------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15 TXA  ORIGINAL.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. FBBDAY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CAL-FILE ASSIGN TO CALFILE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS FB-CAL-DATE
        FILE STATUS IS FB-CALF-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CAL-FILE
    RECORDING MODE IS F.
    COPY "FBCAL.cpy".

WORKING-STORAGE SECTION.

01  FB-CALF-STATUS                  PIC X(02).

01  FB-SWITCHES.
    05  FB-OPEN-SW                 PIC X(01) VALUE "N".
        88  FB-CALFILE-IS-OPEN          VALUE "Y".
        88  FB-CALFILE-NOT-OPEN         VALUE "N".
        88  FB-CALFILE-IS-MISSING       VALUE "M".

*> ---------------------------------------------------------------
*> THE DAY BEING CLASSIFIED.  A COUNT OR A STEP BACK CLASSIFIES
*> MANY DAYS; ONLY A "D" CALL HANDS THE RESULT BACK.
*> ---------------------------------------------------------------
01  FB-WORK-DAY.
    05  FB-WRK-DATE                PIC 9(08) VALUE 0.
    05  FB-WRK-INT                 PIC S9(09) COMP VALUE 0.
    05  FB-WRK-WORKING-SW          PIC X(01) VALUE "N".
        88  FB-WRK-IS-WORKING           VALUE "Y".
    05  FB-WRK-DAY-TYPE            PIC X(01) VALUE SPACE.
    05  FB-WRK-CLOSE-SW            PIC X(01) VALUE "N".
    05  FB-WRK-WEEKDAY             PIC 9(01) VALUE 0.
    05  FB-WRK-DESC                PIC X(30) VALUE SPACES.

01  FB-COUNT-FIELDS.
    05  FB-FROM-INT                PIC S9(09) COMP VALUE 0.
    05  FB-TO-INT                  PIC S9(09) COMP VALUE 0.
    05  FB-DAY-COUNT               PIC 9(05) COMP VALUE 0.
    05  FB-DAYS-LEFT               PIC 9(05) COMP VALUE 0.

*> ---------------------------------------------------------------
*> WEEKDAY NAMES, MONDAY FIRST.  INTEGER-OF-DATE DAY 1
*> (1601-01-01) WAS A MONDAY.
*> ---------------------------------------------------------------
01  FB-WEEKDAY-NAMES.
    05  FILLER                     PIC X(21)
            VALUE "MONTUEWEDTHUFRISATSUN".
01  FB-WEEKDAY-TABLE REDEFINES FB-WEEKDAY-NAMES.
    05  FB-WEEKDAY-NAME            PIC X(03) OCCURS 7 TIMES.

LINKAGE SECTION.
    COPY "FBBDYA.cpy".

PROCEDURE DIVISION USING FB-BDA-COMMAREA.

*>****************************************************************
*> 0000-MAINLINE - OPEN CALFILE ON THE FIRST CALL, THEN ROUTE ON
*> THE FUNCTION.
*>****************************************************************
0000-MAINLINE.
    MOVE "00" TO FB-BDA-RETURN.
    IF FB-BDA-FUNC-CLOSE
        PERFORM 4000-CLOSE-CALFILE THRU 4000-EXIT
        GO TO 9999-EXIT
    END-IF.
    IF FB-CALFILE-NOT-OPEN
        PERFORM 1000-OPEN-CALFILE THRU 1000-EXIT
        IF NOT FB-BDA-OK
            GO TO 9999-EXIT
        END-IF
    END-IF.
    EVALUATE TRUE
        WHEN FB-BDA-FUNC-DAY
            PERFORM 2000-DESCRIBE-DAY THRU 2000-EXIT
        WHEN FB-BDA-FUNC-COUNT
            PERFORM 2500-COUNT-WORKING-DAYS THRU 2500-EXIT
        WHEN FB-BDA-FUNC-BACK
            PERFORM 3000-STEP-BACK THRU 3000-EXIT
        WHEN OTHER
            SET FB-BDA-BAD-FUNCTION TO TRUE
    END-EVALUATE.
    GO TO 9999-EXIT.

*>****************************************************************
*> 1000-OPEN-CALFILE - OPEN INPUT.  A CALFILE THAT HAS NEVER BEEN
*> SET UP (STATUS 35) LEAVES EVERY DATE ON THE WEEKDAY RULE
*> RATHER THAN STOPPING THE CALLER - THE SAME WAY A MISSING
*> XRLSLOG OR PENDCHG READS AS EMPTY ELSEWHERE.
*>****************************************************************
1000-OPEN-CALFILE.
    OPEN INPUT CAL-FILE.
    IF FB-CALF-STATUS = "35"
        SET FB-CALFILE-IS-MISSING TO TRUE
        GO TO 1000-EXIT
    END-IF.
    IF FB-CALF-STATUS NOT = "00"
        SET FB-BDA-IO-ERROR TO TRUE
        MOVE FB-CALF-STATUS TO FB-BDA-IO-STATUS
        GO TO 1000-EXIT
    END-IF.
    SET FB-CALFILE-IS-OPEN TO TRUE.
    1000-EXIT.
        EXIT.

*>****************************************************************
*> 1500-CHECK-WORK-DATE - FB-WRK-DATE MUST BE A REAL YYYYMMDD
*> DATE; IF IT IS, FB-WRK-INT IS SET TO ITS DAY NUMBER.
*>****************************************************************
1500-CHECK-WORK-DATE.
    IF FB-WRK-DATE NOT NUMERIC
        SET FB-BDA-BAD-DATE TO TRUE
        GO TO 1500-EXIT
    END-IF.
    IF FUNCTION TEST-DATE-YYYYMMDD(FB-WRK-DATE) NOT = 0
        SET FB-BDA-BAD-DATE TO TRUE
        GO TO 1500-EXIT
    END-IF.
    COMPUTE FB-WRK-INT = FUNCTION INTEGER-OF-DATE(FB-WRK-DATE).
    1500-EXIT.
        EXIT.

*>****************************************************************
*> 2000-DESCRIBE-DAY - THE "D" FUNCTION.
*>****************************************************************
2000-DESCRIBE-DAY.
    MOVE FB-BDA-DATE TO FB-WRK-DATE.
    PERFORM 1500-CHECK-WORK-DATE THRU 1500-EXIT.
    IF NOT FB-BDA-OK
        GO TO 2000-EXIT
    END-IF.
    PERFORM 2100-CLASSIFY-WORK-DATE THRU 2100-EXIT.
    IF NOT FB-BDA-OK
        GO TO 2000-EXIT
    END-IF.
    MOVE FB-WRK-WORKING-SW TO FB-BDA-WORKING-SW.
    MOVE FB-WRK-DAY-TYPE   TO FB-BDA-DAY-TYPE.
    MOVE FB-WRK-CLOSE-SW   TO FB-BDA-CLOSE-SW.
    MOVE FB-WRK-WEEKDAY    TO FB-BDA-WEEKDAY.
    MOVE FB-WEEKDAY-NAME(FB-WRK-WEEKDAY) TO FB-BDA-WEEKDAY-NAME.
    MOVE FB-WRK-DESC       TO FB-BDA-DESC.
    2000-EXIT.
        EXIT.

*>****************************************************************
*> 2100-CLASSIFY-WORK-DATE - DECIDE WHETHER FB-WRK-DATE (WHOSE
*> DAY NUMBER IS IN FB-WRK-INT) IS A WORKING DAY.  THE WEEKDAY
*> RULE FIRST, THEN AN ACTIVE CALENDAR ROW FOR THE DATE, IF ANY,
*> OVERRIDES IT.  A CLOSE-DAY FLAG ON A ROW THAT IS NOT A WORKING
*> DAY IS IGNORED - CALMAINT REFUSES ONE, BUT THE FILE IS NOT
*> TRUSTED TO HAVE COME ONLY THROUGH CALMAINT.
*>****************************************************************
2100-CLASSIFY-WORK-DATE.
    COMPUTE FB-WRK-WEEKDAY =
        FUNCTION MOD(FB-WRK-INT - 1, 7) + 1.
    MOVE "N"    TO FB-WRK-CLOSE-SW.
    MOVE SPACES TO FB-WRK-DESC.
    IF FB-WRK-WEEKDAY < 6
        MOVE "Y" TO FB-WRK-WORKING-SW
        MOVE "D" TO FB-WRK-DAY-TYPE
    ELSE
        MOVE "N" TO FB-WRK-WORKING-SW
        MOVE "E" TO FB-WRK-DAY-TYPE
    END-IF.
    IF NOT FB-CALFILE-IS-OPEN
        GO TO 2100-EXIT
    END-IF.
    MOVE FB-WRK-DATE TO FB-CAL-DATE.
    READ CAL-FILE
        INVALID KEY CONTINUE
    END-READ.
    IF FB-CALF-STATUS = "23"
        GO TO 2100-EXIT
    END-IF.
    IF FB-CALF-STATUS NOT = "00"
        SET FB-BDA-IO-ERROR TO TRUE
        MOVE FB-CALF-STATUS TO FB-BDA-IO-STATUS
        GO TO 2100-EXIT
    END-IF.
    IF NOT FB-CAL-IS-ACTIVE
        GO TO 2100-EXIT
    END-IF.
    IF FB-CAL-WORKING-DAY
        MOVE "Y" TO FB-WRK-WORKING-SW
        MOVE "W" TO FB-WRK-DAY-TYPE
        IF FB-CAL-IS-CLOSE-DAY
            MOVE "Y" TO FB-WRK-CLOSE-SW
        END-IF
    ELSE
        MOVE "N" TO FB-WRK-WORKING-SW
        MOVE "H" TO FB-WRK-DAY-TYPE
    END-IF.
    MOVE FB-CAL-DESC TO FB-WRK-DESC.
    2100-EXIT.
        EXIT.

*>****************************************************************
*> 2500-COUNT-WORKING-DAYS - THE "C" FUNCTION.  WALKS THE DAYS
*> AFTER THE FROM DATE UP TO AND INCLUDING THE TO DATE; NONE
*> WHEN THE TO DATE IS NOT AFTER THE FROM DATE.
*>****************************************************************
2500-COUNT-WORKING-DAYS.
    MOVE 0 TO FB-BDA-DAYS.
    MOVE 0 TO FB-DAY-COUNT.
    MOVE FB-BDA-FROM-DATE TO FB-WRK-DATE.
    PERFORM 1500-CHECK-WORK-DATE THRU 1500-EXIT.
    IF NOT FB-BDA-OK
        GO TO 2500-EXIT
    END-IF.
    COMPUTE FB-FROM-INT = FB-WRK-INT + 1.
    MOVE FB-BDA-DATE TO FB-WRK-DATE.
    PERFORM 1500-CHECK-WORK-DATE THRU 1500-EXIT.
    IF NOT FB-BDA-OK
        GO TO 2500-EXIT
    END-IF.
    MOVE FB-WRK-INT TO FB-TO-INT.
    PERFORM 2510-COUNT-ONE-DAY THRU 2510-EXIT
        VARYING FB-WRK-INT FROM FB-FROM-INT BY 1
        UNTIL FB-WRK-INT > FB-TO-INT
           OR NOT FB-BDA-OK.
    MOVE FB-DAY-COUNT TO FB-BDA-DAYS.
    2500-EXIT.
        EXIT.

*>****************************************************************
*> 2510-COUNT-ONE-DAY - CLASSIFY DAY NUMBER FB-WRK-INT.
*>****************************************************************
2510-COUNT-ONE-DAY.
    COMPUTE FB-WRK-DATE = FUNCTION DATE-OF-INTEGER(FB-WRK-INT).
    PERFORM 2100-CLASSIFY-WORK-DATE THRU 2100-EXIT.
    IF FB-WRK-IS-WORKING
        ADD 1 TO FB-DAY-COUNT
    END-IF.
    2510-EXIT.
        EXIT.

*>****************************************************************
*> 3000-STEP-BACK - THE "B" FUNCTION.  WALKS BACK FROM THE DATE
*> GIVEN UNTIL THE REQUESTED NUMBER OF WORKING DAYS HAS BEEN
*> PASSED; THE LAST ONE PASSED IS THE ANSWER.
*>****************************************************************
3000-STEP-BACK.
    MOVE 0 TO FB-BDA-RESULT-DATE.
    MOVE FB-BDA-DATE TO FB-WRK-DATE.
    PERFORM 1500-CHECK-WORK-DATE THRU 1500-EXIT.
    IF NOT FB-BDA-OK
        GO TO 3000-EXIT
    END-IF.
    MOVE FB-BDA-DAYS TO FB-DAYS-LEFT.
    PERFORM 3100-STEP-BACK-ONE-DAY THRU 3100-EXIT
        UNTIL FB-DAYS-LEFT = 0
           OR NOT FB-BDA-OK.
    IF FB-BDA-OK
        MOVE FB-WRK-DATE TO FB-BDA-RESULT-DATE
    END-IF.
    3000-EXIT.
        EXIT.

3100-STEP-BACK-ONE-DAY.
    IF FB-WRK-INT <= 1
        SET FB-BDA-BAD-DATE TO TRUE
        GO TO 3100-EXIT
    END-IF.
    SUBTRACT 1 FROM FB-WRK-INT.
    COMPUTE FB-WRK-DATE = FUNCTION DATE-OF-INTEGER(FB-WRK-INT).
    PERFORM 2100-CLASSIFY-WORK-DATE THRU 2100-EXIT.
    IF FB-WRK-IS-WORKING
        SUBTRACT 1 FROM FB-DAYS-LEFT
    END-IF.
    3100-EXIT.
        EXIT.

*>****************************************************************
*> 4000-CLOSE-CALFILE - THE CALLER'S LAST CALL.
*>****************************************************************
4000-CLOSE-CALFILE.
    IF NOT FB-CALFILE-IS-OPEN
        SET FB-CALFILE-NOT-OPEN TO TRUE
        GO TO 4000-EXIT
    END-IF.
    CLOSE CAL-FILE.
    SET FB-CALFILE-NOT-OPEN TO TRUE.
    IF FB-CALF-STATUS NOT = "00"
        SET FB-BDA-IO-ERROR TO TRUE
        MOVE FB-CALF-STATUS TO FB-BDA-IO-STATUS
    END-IF.
    4000-EXIT.
        EXIT.

9999-EXIT.
    GOBACK.
