*> DATE-COMPILED.
*>------------------------------------------------------------------
*> PARM CARD (PARMFILE): RETENTION DATE, YYYYMMDD, COLS 1-8.  A
*> ROW WHOSE RUN DATE IS BEFORE THIS DATE IS ARCHIVED.  LEAVE
*> COLS 1-8 ZERO OR BLANK AND PUNCH A RETENTION IN BUSINESS DAYS
*> IN COLS 10-13 INSTEAD: THE RETENTION DATE IS THEN THE WORKING
*> DAY THAT MANY BUSINESS DAYS BACK ON THE SHOP CALENDAR
*> (CALFILE, THROUGH FBBDAY).
*>------------------------------------------------------------------
*> RETURN CODES
*>   0  ARCHIVED AND VERIFIED - SAFE TO RENAME HISTNEW OVER
*>------------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-09-02 TXA  ORIGINAL.
*> 2026-10-15 TXA  RECORD WIDENED 51->59 WITH HISTFILE (LOOP
*>                 LIMIT AND HIGH NUMBER NOW 9 DIGITS); ARCHIVES
*>                 WRITTEN BEFORE THE CUTOVER ARE CONVERTED ONCE
*>                 BY NUMCONV.
*> 2026-10-15 TXA  THE PARM CARD MAY GIVE THE RETENTION IN BUSINESS
*>                 DAYS (COLS 10-13) INSTEAD OF A DATE; THE
*>                 RETENTION DATE IS WORKED BACK OVER THE SHOP
*>                 CALENDAR THROUGH FBBDAY (SEE FBBDYA).
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. HISTARCH.
    RECORDING MODE IS F.
01  FB-ARC-PARM-RECORD.
    05  FB-ARC-RETAIN-DATE          PIC 9(08).
    05  FILLER                      PIC X(01).
    05  FB-ARC-KEEP-BDAYS           PIC 9(04).
    05  FILLER                      PIC X(67).

FD  HIST-FILE
    RECORDING MODE IS F.

FD  ARCH-FILE
    RECORDING MODE IS F.
01  FB-ARCH-RECORD                 PIC X(59).

FD  NEWH-FILE
    RECORDING MODE IS F.
01  FB-NEWH-RECORD                 PIC X(59).

FD  RPT-FILE
    RECORDING MODE IS F.
    05  FB-ARC-VFY-COUNT           PIC 9(09) COMP VALUE 0.
    05  FB-ARC-VFY-HASH            PIC 9(18) COMP VALUE 0.

01  FB-HIST-WORK                   PIC X(59).
01  FB-HIST-WORK-RUN-ID REDEFINES FB-HIST-WORK
                                   PIC 9(14).

    05  FB-EDIT-PAGE               PIC ZZ9.
    05  FB-EDIT-COUNT              PIC ZZZZZZZZ9.

*> ---------------------------------------------------------------
*> BUSINESS-DAY MODULE INTERFACE (SEE FBBDYA).
*> ---------------------------------------------------------------
    COPY "FBBDYA.cpy".

PROCEDURE DIVISION.

*>****************************************************************
        MOVE FB-PARM-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF (FB-ARC-RETAIN-DATE NOT NUMERIC
         OR FB-ARC-RETAIN-DATE = 0)
     AND FB-ARC-KEEP-BDAYS NUMERIC
     AND FB-ARC-KEEP-BDAYS > 0
        PERFORM 1150-BUSINESS-DAY-CUTOFF THRU 1150-EXIT
    ELSE
        IF FB-ARC-RETAIN-DATE NOT NUMERIC
         OR FB-ARC-RETAIN-DATE = 0
            DISPLAY "HISTARCH *** RETENTION DATE ON PARM CARD IS "
                    "NOT A VALID YYYYMMDD DATE."
            MOVE "EDIT"     TO FB-IO-OPERATION
            MOVE "PARMFILE" TO FB-IO-FILE-ID
            MOVE "XX"       TO FB-IO-STATUS
            PERFORM 9500-ABEND-RTN THRU 9500-EXIT
        END-IF
        MOVE FB-ARC-RETAIN-DATE TO FB-RETAIN-DATE
    END-IF.
    CLOSE PARM-FILE.
    MOVE "CLOSE"      TO FB-IO-OPERATION.
    MOVE "PARMFILE"   TO FB-IO-FILE-ID.
    1000-EXIT.
        EXIT.

*>****************************************************************
*> 1150-BUSINESS-DAY-CUTOFF - THE PARM CARD GAVE A RETENTION IN
*> BUSINESS DAYS: THE RETENTION DATE IS THE WORKING DAY
*> THAT MANY BUSINESS DAYS BEFORE TODAY, SO A ROW STAYS ON
*> HISTFILE UNTIL IT IS OLDER THAN THE RETENTION.
*>****************************************************************
1150-BUSINESS-DAY-CUTOFF.
    SET FB-BDA-FUNC-BACK TO TRUE.
    MOVE FB-RUN-DATE       TO FB-BDA-DATE.
    MOVE FB-ARC-KEEP-BDAYS TO FB-BDA-DAYS.
    CALL "FBBDAY" USING FB-BDA-COMMAREA.
    IF NOT FB-BDA-OK
        MOVE "STEP BACK" TO FB-IO-OPERATION
        MOVE "CALFILE"   TO FB-IO-FILE-ID
        IF FB-BDA-IO-ERROR
            MOVE FB-BDA-IO-STATUS TO FB-IO-STATUS
        ELSE
            MOVE FB-BDA-RETURN TO FB-IO-STATUS
        END-IF
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    MOVE FB-BDA-RESULT-DATE TO FB-RETAIN-DATE.
    1150-EXIT.
        EXIT.

*>****************************************************************
*> 1100-COUNT-EXISTING-ARCHIVE - COUNT AND HASH WHAT IS ALREADY
*> ON THE ARCHIVE FROM PRIOR YEARS, SO THE VERIFY PASS CAN PROVE

*>****************************************************************
*> 8300-CLOSE-REPORT - THE DATA FILES WERE CLOSED BY THEIR OWN
*> PASSES; ONLY THE REPORT REMAINS, AND THE CALENDAR IF A
*> BUSINESS-DAY RETENTION OPENED IT.
*>****************************************************************
8300-CLOSE-REPORT.
    CLOSE RPT-FILE.
    MOVE "RPTFILE" TO FB-IO-FILE-ID.
    MOVE FB-RPT-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    SET FB-BDA-FUNC-CLOSE TO TRUE.
    CALL "FBBDAY" USING FB-BDA-COMMAREA.
    IF FB-BDA-IO-ERROR
        MOVE "CLOSE"   TO FB-IO-OPERATION
        MOVE "CALFILE" TO FB-IO-FILE-ID
        MOVE FB-BDA-IO-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    8300-EXIT.
        EXIT.

