*>                 RELEASES A STEP STUCK AT "S" AFTER A CRASH
*>                 THAT NEVER REACHED ITS ABEND MARK, SO THE
*>                 RERUN CAN RE-REGISTER.
*> 2026-10-15 TXA  NUMBERS WIDENED FROM 5 TO 9 DIGITS (CEILING
*>                 999,999,999) WITH CKPTFILE, THE PARM CARD AND
*>                 RUNCTL.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. FBSTAT.
        10  FB-RUN-COMPLETE-SW     PIC X(01).
        10  FB-RUN-ABEND-SW        PIC X(01).
        10  FB-RUN-CKPT-SW         PIC X(01).
        10  FB-RUN-LAST-NUMBER     PIC 9(09).
        10  FB-RUN-CKPT-DATE       PIC 9(08).
        10  FB-RUN-CKPT-TIME       PIC 9(06).

01  FB-LOOKUP-RUN-ID               PIC 9(14) VALUE 0.

01  FB-LIMIT-FIELDS.
    05  FB-TARGET-LIMIT            PIC 9(10) VALUE 100.

*> ---------------------------------------------------------------
*> PROJECTION WORK FIELDS.  TIMES ARE CARRIED AS SECONDS SINCE
        88  FB-CYCLE-SCAN-NOT-DONE      VALUE "N".
    05  FB-CYCLE-ROWS              PIC 9(03) COMP VALUE 0.
    05  FB-RELEASE-STEP            PIC X(08) VALUE SPACES.
    05  FB-RELEASE-SLICE           PIC 9(09) VALUE 0.

01  FB-EDIT-FIELDS.
    05  FB-EDIT-NUMBER             PIC ZZZZZZZZ9.
    05  FB-EDIT-PCT                PIC ZZ9.
    05  FB-EDIT-COUNT              PIC ZZZ9.

        DISPLAY "NO RUNS ON EITHER FILE."
        GO TO 3000-EXIT
    END-IF.
    DISPLAY "RUN-ID          STATUS             LAST-NBR  PCT".
    PERFORM 3100-SHOW-ONE-LINE THRU 3100-EXIT
        VARYING FB-RUN-SUB FROM 1 BY 1
        UNTIL FB-RUN-SUB > FB-RUN-COUNT.
            "    " FB-EDIT-NUMBER "  " FB-EDIT-PCT
    ELSE
        DISPLAY FB-RUN-RUN-ID(FB-RUN-SUB) "  " FB-STATUS-WORD
            "           --   --"
    END-IF.
    3100-EXIT.
        EXIT.
