*> DATE-COMPILED.
*>------------------------------------------------------------------
*> PARM CARD (PARMFILE): CUTOFF DATE, YYYYMMDD, COLS 1-8.  A "C"
*> ROW DATED BEFORE THIS DATE IS OUTSIDE RETENTION.  LEAVE COLS
*> 1-8 ZERO OR BLANK AND PUNCH A RETENTION IN BUSINESS DAYS IN
*> COLS 10-13 INSTEAD: THE CUTOFF IS THEN THE WORKING DAY THAT
*> MANY BUSINESS DAYS BACK ON THE SHOP CALENDAR (CALFILE,
*> THROUGH FBBDAY).
*>------------------------------------------------------------------
*> RETURN CODES
*>   0  CLEAN - NO ORPHANS
*>------------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-08-22 TXA  ORIGINAL.
*> 2026-10-15 TXA  LAST CHECKPOINTED NUMBER WIDENED FROM 5 TO 9
*>                 DIGITS WITH CKPTFILE (CEILING 999,999,999).
*> 2026-10-15 TXA  THE PARM CARD MAY GIVE THE RETENTION IN BUSINESS
*>                 DAYS (COLS 10-13) INSTEAD OF A CUTOFF DATE; THE
*>                 CUTOFF IS WORKED BACK OVER THE SHOP CALENDAR
*>                 THROUGH FBBDAY (SEE FBBDYA).
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. CKPTPURG.
    RECORDING MODE IS F.
01  FB-PRG-PARM-RECORD.
    05  FB-PRG-CUTOFF-DATE          PIC 9(08).
    05  FILLER                      PIC X(01).
    05  FB-PRG-KEEP-BDAYS           PIC 9(04).
    05  FILLER                      PIC X(67).

FD  HIST-FILE
    RECORDING MODE IS F.
01  FB-EDIT-FIELDS.
    05  FB-EDIT-PAGE               PIC ZZ9.
    05  FB-EDIT-COUNT              PIC ZZZZZZ9.
    05  FB-EDIT-NUMBER             PIC ZZZZZZZZ9.

*> ---------------------------------------------------------------
*> BUSINESS-DAY MODULE INTERFACE (SEE FBBDYA).
*> ---------------------------------------------------------------
    COPY "FBBDYA.cpy".

PROCEDURE DIVISION.

        MOVE FB-PARM-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF (FB-PRG-CUTOFF-DATE NOT NUMERIC
         OR FB-PRG-CUTOFF-DATE = 0)
     AND FB-PRG-KEEP-BDAYS NUMERIC
     AND FB-PRG-KEEP-BDAYS > 0
        PERFORM 1150-BUSINESS-DAY-CUTOFF THRU 1150-EXIT
    ELSE
        IF FB-PRG-CUTOFF-DATE NOT NUMERIC
         OR FB-PRG-CUTOFF-DATE = 0
            DISPLAY "CKPTPURG *** CUTOFF DATE ON PARM CARD IS NOT A "
                    "VALID YYYYMMDD DATE."
            MOVE "EDIT"     TO FB-IO-OPERATION
            MOVE "PARMFILE" TO FB-IO-FILE-ID
            MOVE "XX"       TO FB-IO-STATUS
            PERFORM 9500-ABEND-RTN THRU 9500-EXIT
        END-IF
        MOVE FB-PRG-CUTOFF-DATE TO FB-CUTOFF-DATE
    END-IF.
    CLOSE PARM-FILE.
    MOVE "CLOSE"      TO FB-IO-OPERATION.
    MOVE "PARMFILE"   TO FB-IO-FILE-ID.
    1000-EXIT.
        EXIT.

*>****************************************************************
*> 1150-BUSINESS-DAY-CUTOFF - THE PARM CARD GAVE A RETENTION IN
*> BUSINESS DAYS: THE CUTOFF IS THE WORKING DAY THAT MANY
*> BUSINESS DAYS BEFORE TODAY, SO A COMPLETED RUN'S CHECKPOINT
*> IS KEPT UNTIL THE RUN IS OLDER THAN THE RETENTION.
*>****************************************************************
1150-BUSINESS-DAY-CUTOFF.
    SET FB-BDA-FUNC-BACK TO TRUE.
    MOVE FB-RUN-DATE       TO FB-BDA-DATE.
    MOVE FB-PRG-KEEP-BDAYS TO FB-BDA-DAYS.
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
    MOVE FB-BDA-RESULT-DATE TO FB-CUTOFF-DATE.
    1150-EXIT.
        EXIT.

*>****************************************************************
*> 1200-LOAD-HISTORY-TABLE - READ EVERY HISTFILE ROW AND MERGE IT
*> INTO THE IN-STORAGE RUN-ID TABLE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE " " TO FB-RPT-CTL.
    MOVE "  RUN-ID           LAST-NBR  CKPT DATE   DISPOSITION"
        TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE " " TO FB-RPT-CTL.
    MOVE "  --------------  ---------  ---------   -----------"
        TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE SPACES TO FB-RPT-LINE.
    STRING "  " DELIMITED BY SIZE
           FB-CKPT-RUN-ID DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           FB-EDIT-NUMBER DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           FB-CKPT-TS-DATE DELIMITED BY SIZE
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

